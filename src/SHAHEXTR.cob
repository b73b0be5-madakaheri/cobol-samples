       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHAHEXTR.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  MONTHLY SOCIAL-INSURANCE ACQUISITION/LOSS NOTIFICATION.
      *  READS EMPMAST AND SELECTS EVERY EMPLOYEE HIRED IN THE
      *  TARGET MONTH (NYUSYABI, AN ACQUISITION) AND EVERY EMPLOYEE
      *  WHO LEFT IN IT (ZAISEKI-KBN "R" WITH TAISYOKUBI IN THE
      *  MONTH, A LOSS - THE LOSS DATE IS THE DAY AFTER TAISYOKUBI),
      *  AND WRITES THEM TO THE FIXED-WIDTH NOTIFICATION FILE
      *  (SHAHNOTF, LAYOUT SHAHNTFD) WITH A HEADER AND A TRAILER OF
      *  COUNTS, SO PAYROLL STOPS RE-KEYING EACH MONTH'S JOINERS AND
      *  LEAVERS INTO THE PENSION OFFICE FORMS BY HAND.  AN EMPLOYEE
      *  HIRED AND GONE IN THE SAME MONTH GETS BOTH.
      *  A SELECTED EMPLOYEE STILL MISSING A FIELD THE NOTIFICATION
      *  REQUIRES - DATE OF BIRTH, GENDER, BASIC PENSION NUMBER OR
      *  KANA NAME - IS LISTED ON THE EXCEPTION REPORT (SHAHEXCP)
      *  INSTEAD OF BEING WRITTEN TO THE FILE; HR KEYS THE FIELD
      *  THROUGH EMPTRAN AND THE MONTH IS RERUN.
      *
      *  SHAHPARM CARD LAYOUT:
      *    COL 01-06  TARGET MONTH   (YYYYMM, BLANK = THE MONTH OF
      *                               THE BUSINESS DATE)
      *    COL 08-15  OFFICE SYMBOL  (REQUIRED)
      *    COL 17-21  OFFICE NUMBER  (REQUIRED)
      *  WITHOUT AN OFFICE SYMBOL AND NUMBER, OR WITH AN INVALID
      *  MONTH, THE RUN STOPS AND NO NOTIFICATION FILE IS WRITTEN.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHAHPARM ASSIGN TO "SHAHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHAHPARM-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SHAHNOTF ASSIGN TO "SHAHNOTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHAHNOTF-STATUS.

           SELECT SHAHEXCP ASSIGN TO "SHAHEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHAHEXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHAHPARM
           LABEL RECORDS ARE STANDARD.
       01 SHAHPARM-RECORD.
          03 PRM-MONTH            PIC X(06).
          03 FILLER               PIC X(01).
          03 PRM-OFFICE-SYM       PIC X(08).
          03 FILLER               PIC X(01).
          03 PRM-OFFICE-NO        PIC X(05).

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD  SHAHNOTF
           LABEL RECORDS ARE STANDARD.
           COPY SHAHNTFD.

       FD  SHAHEXCP
           LABEL RECORDS ARE STANDARD.
       01 SHAHEXCP-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SHAHPARM-STATUS      PIC X(02).
       01 WS-EMPMAST-STATUS       PIC X(02).
       01 WS-SHAHNOTF-STATUS      PIC X(02).
       01 WS-SHAHEXCP-STATUS      PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-ABORT-SW             PIC X     VALUE "N".
          88 WS-ABORTED                     VALUE "Y".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-TARGET-MONTH         PIC X(06) VALUE SPACES.
       01 WS-OFFICE-SYM           PIC X(08) VALUE SPACES.
       01 WS-OFFICE-NO            PIC X(05) VALUE SPACES.
       01 WS-ABORT-REASON         PIC X(50) VALUE SPACES.

       01 WS-HIRE-DATE            PIC X(08).
       01 WS-LEFT-DATE            PIC X(08).
       01 WS-EVENT-KIND           PIC X(01).
       01 WS-EVENT-DATE           PIC X(08).
       01 WS-DATE-N               PIC 9(08).
       01 WS-DATE-INT             PIC 9(07).
       01 WS-EXCP-REASON          PIC X(30).

       01 WS-ACQ-COUNT            PIC 9(06) VALUE ZERO.
       01 WS-LOSS-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-EXCP-COUNT           PIC 9(06) VALUE ZERO.

       01 WS-HEADING-1.
          03 FILLER               PIC X(32)
             VALUE "SOCIAL INSURANCE NOTIFICATION - ".
          03 FILLER               PIC X(16)
             VALUE "EXCEPTIONS  FOR ".
          03 WS-HDG-MONTH         PIC X(06).
          03 FILLER               PIC X(06) VALUE "  RUN ".
          03 WS-HDG-RUN-DATE      PIC X(08).

       01 WS-HEADING-2.
          03 FILLER  PIC X(07) VALUE "EMP-ID ".
          03 FILLER  PIC X(02) VALUE "K ".
          03 FILLER  PIC X(09) VALUE "EVENT    ".
          03 FILLER  PIC X(21) VALUE "MYOUJI               ".
          03 FILLER  PIC X(30) VALUE "REASON".

       01 WS-EXCP-LINE.
          03 WS-EXC-EMP-ID        PIC X(06).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-EXC-KIND          PIC X(01).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-EXC-EVENT-DATE    PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-EXC-MYOUJI        PIC X(20).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-EXC-REASON        PIC X(30).

       01 WS-TOTALS-LINE.
          03 FILLER               PIC X(13) VALUE "ACQUISITIONS ".
          03 WS-TOT-ACQ           PIC ZZZZZ9.
          03 FILLER               PIC X(08) VALUE "  LOSSES".
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-TOT-LOSS          PIC ZZZZZ9.
          03 FILLER               PIC X(13) VALUE "  EXCEPTIONS ".
          03 WS-TOT-EXCP          PIC ZZZZZ9.

       01 WS-NO-RUN-LINE.
          03 FILLER               PIC X(08) VALUE "NO RUN: ".
          03 WS-NRN-REASON        PIC X(50).

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "SHAHEXTR".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-ABORTED
               PERFORM 2000-PROCESS-EMPLOYEE UNTIL WS-EOF
               PERFORM 3000-WRITE-TRAILER
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           PERFORM 1100-READ-PARAMETER.
           MOVE WS-TARGET-MONTH TO WS-HDG-MONTH.
           MOVE WS-BIZ-DATE     TO WS-HDG-RUN-DATE.
           OPEN OUTPUT SHAHEXCP.
           MOVE WS-HEADING-1 TO SHAHEXCP-LINE.
           WRITE SHAHEXCP-LINE.
           IF WS-ABORT-REASON NOT = SPACES
               DISPLAY "SHAHEXTR: " WS-ABORT-REASON
                   " - RUN STOPPED"
               MOVE WS-ABORT-REASON TO WS-NRN-REASON
               MOVE WS-NO-RUN-LINE TO SHAHEXCP-LINE
               WRITE SHAHEXCP-LINE
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               PERFORM 1500-OPEN-FILES
           END-IF.

      *    THE OFFICE SYMBOL AND NUMBER IDENTIFY THE EMPLOYER ON THE
      *    SUBMISSION; THERE IS NO SAFE DEFAULT, SO A MISSING CARD
      *    STOPS THE RUN.
       1100-READ-PARAMETER.
           MOVE "NO OFFICE SYMBOL/NUMBER ON SHAHPARM"
               TO WS-ABORT-REASON.
           OPEN INPUT SHAHPARM.
           IF WS-SHAHPARM-STATUS = "00"
               READ SHAHPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-MONTH      TO WS-TARGET-MONTH
                       MOVE PRM-OFFICE-SYM TO WS-OFFICE-SYM
                       MOVE PRM-OFFICE-NO  TO WS-OFFICE-NO
                       IF WS-OFFICE-SYM NOT = SPACES
                           AND WS-OFFICE-NO NOT = SPACES
                           MOVE SPACES TO WS-ABORT-REASON
                       END-IF
               END-READ
               CLOSE SHAHPARM
           END-IF.
           IF WS-TARGET-MONTH = SPACES
               MOVE WS-BIZ-DATE(1:6) TO WS-TARGET-MONTH
           END-IF.
           IF WS-ABORT-REASON = SPACES
               IF WS-TARGET-MONTH IS NOT NUMERIC
                   OR WS-TARGET-MONTH(5:2) < "01"
                   OR WS-TARGET-MONTH(5:2) > "12"
                   MOVE "INVALID TARGET MONTH ON SHAHPARM"
                       TO WS-ABORT-REASON
               END-IF
           END-IF.

       1500-OPEN-FILES.
           MOVE WS-HEADING-2 TO SHAHEXCP-LINE.
           WRITE SHAHEXCP-LINE.
           OPEN INPUT EMPMAST.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "SHAHEXTR: EMPMAST OPEN FAILED, STATUS="
                   WS-EMPMAST-STATUS
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN OUTPUT SHAHNOTF
               IF WS-SHAHNOTF-STATUS NOT = "00"
                   DISPLAY "SHAHEXTR: SHAHNOTF OPEN FAILED, STATUS="
                       WS-SHAHNOTF-STATUS
                   MOVE "ERROR" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-ABORT-SW
               ELSE
                   MOVE SPACES          TO SHN-HEADER
                   MOVE "H"             TO SHN-HDR-TYPE
                   MOVE WS-OFFICE-SYM   TO SHN-HDR-OFFICE-SYM
                   MOVE WS-OFFICE-NO    TO SHN-HDR-OFFICE-NO
                   MOVE WS-TARGET-MONTH TO SHN-HDR-MONTH
                   MOVE WS-BIZ-DATE     TO SHN-HDR-DATE
                   WRITE SHN-HEADER
                   PERFORM 2100-READ-EMPMAST
               END-IF
           END-IF.

       2000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-RUN-READ-CNT.
           MOVE NEN  TO WS-HIRE-DATE(1:4).
           MOVE TUKI TO WS-HIRE-DATE(5:2).
           MOVE HI   TO WS-HIRE-DATE(7:2).
           IF WS-HIRE-DATE IS NUMERIC
               AND WS-HIRE-DATE(1:6) = WS-TARGET-MONTH
               MOVE "A"          TO WS-EVENT-KIND
               MOVE WS-HIRE-DATE TO WS-EVENT-DATE
               PERFORM 2500-NOTIFY-EVENT
           END-IF.
           IF ZAISEKI-LEFT
               MOVE TAI-NEN  TO WS-LEFT-DATE(1:4)
               MOVE TAI-TUKI TO WS-LEFT-DATE(5:2)
               MOVE TAI-HI   TO WS-LEFT-DATE(7:2)
               IF WS-LEFT-DATE IS NUMERIC
                   AND WS-LEFT-DATE(1:6) = WS-TARGET-MONTH
                   MOVE "L" TO WS-EVENT-KIND
                   PERFORM 2300-SET-LOSS-DATE
                   PERFORM 2500-NOTIFY-EVENT
               END-IF
           END-IF.
           PERFORM 2100-READ-EMPMAST.

       2100-READ-EMPMAST.
           READ EMPMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    INSURANCE IS LOST FROM THE DAY AFTER THE LAST DAY OF
      *    EMPLOYMENT, WHICH MAY FALL IN THE FOLLOWING MONTH.
       2300-SET-LOSS-DATE.
           MOVE WS-LEFT-DATE TO WS-DATE-N.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
               + 1.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-N TO WS-EVENT-DATE.

       2500-NOTIFY-EVENT.
           PERFORM 2600-CHECK-REQUIRED.
           IF WS-EXCP-REASON NOT = SPACES
               PERFORM 2800-WRITE-EXCEPTION
           ELSE
               PERFORM 2700-WRITE-DETAIL
           END-IF.

       2600-CHECK-REQUIRED.
           MOVE SPACES TO WS-EXCP-REASON.
           EVALUATE TRUE
               WHEN SEI-NEN IS NOT NUMERIC
                   OR SEI-TUKI IS NOT NUMERIC
                   OR SEI-HI IS NOT NUMERIC
                   MOVE "DATE OF BIRTH MISSING" TO WS-EXCP-REASON
               WHEN NOT SEIBETSU-MALE AND NOT SEIBETSU-FEMALE
                   MOVE "GENDER MISSING" TO WS-EXCP-REASON
               WHEN KISO-NENKIN-NO IS NOT NUMERIC
                   MOVE "BASIC PENSION NUMBER MISSING"
                       TO WS-EXCP-REASON
               WHEN MYOUJI-KANA = SPACES OR NAMAE-KANA = SPACES
                   MOVE "KANA NAME MISSING" TO WS-EXCP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-WRITE-DETAIL.
           MOVE SPACES         TO SHN-RECORD.
           MOVE "D"            TO SHN-REC-TYPE.
           MOVE WS-EVENT-KIND  TO SHN-KIND.
           MOVE EMP-ID         TO SHN-EMP-ID.
           MOVE KISO-NENKIN-NO TO SHN-KISO-NENKIN-NO.
           MOVE MYOUJI-KANA    TO SHN-MYOUJI-KANA.
           MOVE NAMAE-KANA     TO SHN-NAMAE-KANA.
           MOVE MYOUJI         TO SHN-MYOUJI.
           MOVE NAMAE          TO SHN-NAMAE.
           MOVE SEI-NEN        TO SHN-BIRTH-DATE(1:4).
           MOVE SEI-TUKI       TO SHN-BIRTH-DATE(5:2).
           MOVE SEI-HI         TO SHN-BIRTH-DATE(7:2).
           MOVE SEIBETSU       TO SHN-SEIBETSU.
           MOVE WS-EVENT-DATE  TO SHN-EVENT-DATE.
           WRITE SHN-RECORD.
           IF WS-EVENT-KIND = "A"
               ADD 1 TO WS-ACQ-COUNT
           ELSE
               ADD 1 TO WS-LOSS-COUNT
           END-IF.

       2800-WRITE-EXCEPTION.
           MOVE EMP-ID         TO WS-EXC-EMP-ID.
           MOVE WS-EVENT-KIND  TO WS-EXC-KIND.
           MOVE WS-EVENT-DATE  TO WS-EXC-EVENT-DATE.
           MOVE MYOUJI         TO WS-EXC-MYOUJI.
           MOVE WS-EXCP-REASON TO WS-EXC-REASON.
           MOVE WS-EXCP-LINE   TO SHAHEXCP-LINE.
           WRITE SHAHEXCP-LINE.
           ADD 1 TO WS-EXCP-COUNT.

       3000-WRITE-TRAILER.
           MOVE SPACES        TO SHN-TRAILER.
           MOVE "T"           TO SHN-TRL-TYPE.
           MOVE WS-ACQ-COUNT  TO SHN-TRL-ACQ-COUNT.
           MOVE WS-LOSS-COUNT TO SHN-TRL-LOSS-COUNT.
           COMPUTE SHN-TRL-COUNT = WS-ACQ-COUNT + WS-LOSS-COUNT.
           WRITE SHN-TRAILER.
           MOVE WS-ACQ-COUNT  TO WS-TOT-ACQ.
           MOVE WS-LOSS-COUNT TO WS-TOT-LOSS.
           MOVE WS-EXCP-COUNT TO WS-TOT-EXCP.
           MOVE WS-TOTALS-LINE TO SHAHEXCP-LINE.
           WRITE SHAHEXCP-LINE.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           COMPUTE WS-RUN-WRITE-CNT = WS-ACQ-COUNT + WS-LOSS-COUNT.
           MOVE WS-EXCP-COUNT TO WS-RUN-REJ-CNT.
           PERFORM 8950-CALL-RUNLOG.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           IF WS-EMPMAST-STATUS = "00" OR WS-EMPMAST-STATUS = "10"
               CLOSE EMPMAST
           END-IF.
           IF WS-SHAHNOTF-STATUS = "00"
               CLOSE SHAHNOTF
           END-IF.
           CLOSE SHAHEXCP.
           DISPLAY "SHAHEXTR: " WS-TARGET-MONTH " - "
               WS-ACQ-COUNT " ACQUISITION(S), " WS-LOSS-COUNT
               " LOSS(ES), " WS-EXCP-COUNT " EXCEPTION(S)".

       END PROGRAM SHAHEXTR.
