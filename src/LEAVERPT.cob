       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  DAILY LEAVE-OF-ABSENCE RETURN REPORT.
      *  READS THE LEAVE REGISTER (LEAVMAST, MAINTAINED BY EMPMAINT)
      *  AND LISTS, GROUPED BY BU/KA LIKE ASOFRPT, EVERY EMPLOYEE
      *  STILL ON LEAVE ("L") WHOSE EXPECTED RETURN DATE HAS PASSED
      *  (OVERDUE, WITH DAYS OVER) AND EVERY ONE DUE BACK WITHIN THE
      *  NEXT 30 DAYS OF THE BUSINESS DATE (DUE, WITH DAYS TO GO),
      *  SO HR ARRANGES A DESK AND A PAYROLL CONTACT BEFORE THE
      *  PERSON WALKS IN - OR CHASES THE ONE WHO DID NOT.
      *  ONLY THE OPEN REGISTER RECORD MATCHING THE MASTER'S CURRENT
      *  LEAVE (SAME START DATE AS TAISYOKUBI, STILL ZAISEKI-ON-LEAVE)
      *  IS REPORTED; AN OPEN RECORD SUPERSEDED BY A FOLLOW-ON LEAVE
      *  (MATERNITY INTO CHILDCARE) OR LEFT BEHIND BY AN "R" LEAVER
      *  IS COUNTED AS STALE AND PASSED OVER.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVMAST ASSIGN TO "LEAVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVMAST-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT LEAVRPT ASSIGN TO "LEAVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVRPT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVMAST
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEREC.

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD  LEAVRPT
           LABEL RECORDS ARE STANDARD.
       01 LEAVRPT-LINE            PIC X(80).

       SD  SORT-WORK.
       01  SRT-RECORD.
           03 SRT-BU              PIC X(12).
           03 SRT-KA              PIC X(10).
           03 SRT-CATEGORY        PIC X(01).
           03 SRT-EXP-RETURN      PIC X(08).
           03 SRT-EMP-ID          PIC X(06).
           03 SRT-KAKARI          PIC X(10).
           03 SRT-MYOUJI          PIC X(20).
           03 SRT-TYPE            PIC X(02).
           03 SRT-START-DATE      PIC X(08).
           03 SRT-DAYS            PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-LEAVMAST-STATUS      PIC X(02).
       01 WS-EMPMAST-STATUS       PIC X(02).
       01 WS-LEAVRPT-STATUS       PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW          PIC X     VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-EMPMAST-OPEN-SW      PIC X     VALUE "N".
          88 WS-EMPMAST-OPEN                VALUE "Y".
       01 WS-FIRST-RECORD-SW      PIC X     VALUE "Y".
          88 WS-FIRST-RECORD                VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-BIZ-DATE-N           PIC 9(08).
       01 WS-EXP-DATE-N           PIC 9(08).
       01 WS-BIZ-DAYNO            PIC 9(07).
       01 WS-EXP-DAYNO            PIC 9(07).
       01 WS-DUE-WINDOW           PIC 9(03) VALUE 30.
       01 WS-CUR-LEAVE-START      PIC X(08).

       01 WS-STALE-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-BAD-DATE-COUNT       PIC 9(06) VALUE ZERO.

       01 WS-PREV-BU              PIC X(12) VALUE SPACES.
       01 WS-PREV-KA              PIC X(10) VALUE SPACES.
       01 WS-KA-OVER-CNT          PIC 9(05) VALUE ZERO.
       01 WS-KA-DUE-CNT           PIC 9(05) VALUE ZERO.
       01 WS-BU-OVER-CNT          PIC 9(05) VALUE ZERO.
       01 WS-BU-DUE-CNT           PIC 9(05) VALUE ZERO.
       01 WS-GRAND-OVER-CNT       PIC 9(06) VALUE ZERO.
       01 WS-GRAND-DUE-CNT        PIC 9(06) VALUE ZERO.

       01 WS-HEADING-1.
          03 FILLER               PIC X(26)
             VALUE "LEAVE RETURN REPORT AS OF ".
          03 WS-HDG-DATE          PIC X(08).

       01 WS-HEADING-2.
          03 FILLER               PIC X(04) VALUE SPACES.
          03 FILLER               PIC X(08) VALUE "STATUS".
          03 FILLER               PIC X(11) VALUE "KAKARI".
          03 FILLER               PIC X(07) VALUE "EMP-ID".
          03 FILLER               PIC X(21) VALUE "MYOUJI".
          03 FILLER               PIC X(03) VALUE "TY".
          03 FILLER               PIC X(09) VALUE "FROM".
          03 FILLER               PIC X(09) VALUE "DUE BACK".
          03 FILLER               PIC X(05) VALUE " DAYS".

       01 WS-BU-HEADING.
          03 FILLER               PIC X(04) VALUE "BU: ".
          03 WS-HDG-BU            PIC X(12).

       01 WS-KA-HEADING.
          03 FILLER               PIC X(06) VALUE "  KA: ".
          03 WS-HDG-KA            PIC X(10).

       01 WS-DETAIL-LINE.
          03 FILLER               PIC X(04) VALUE SPACES.
          03 WS-DTL-STATUS        PIC X(07).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-KAKARI        PIC X(10).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-EMP-ID        PIC X(06).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-MYOUJI        PIC X(20).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-TYPE          PIC X(02).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-START         PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-EXP-RETURN    PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-DAYS          PIC ZZZZ9.

       01 WS-KA-TOTAL-LINE.
          03 FILLER               PIC X(04) VALUE SPACES.
          03 FILLER               PIC X(08) VALUE "KA TOTAL".
          03 FILLER               PIC X(12) VALUE "  OVERDUE = ".
          03 WS-TOT-KA-OVER       PIC ZZZZ9.
          03 FILLER               PIC X(08) VALUE "  DUE = ".
          03 WS-TOT-KA-DUE        PIC ZZZZ9.

       01 WS-BU-TOTAL-LINE.
          03 FILLER               PIC X(08) VALUE "BU TOTAL".
          03 FILLER               PIC X(12) VALUE "  OVERDUE = ".
          03 WS-TOT-BU-OVER       PIC ZZZZ9.
          03 FILLER               PIC X(08) VALUE "  DUE = ".
          03 WS-TOT-BU-DUE        PIC ZZZZ9.

       01 WS-GRAND-TOTAL-LINE.
          03 FILLER               PIC X(11) VALUE "GRAND TOTAL".
          03 FILLER               PIC X(12) VALUE "  OVERDUE = ".
          03 WS-TOT-GRAND-OVER    PIC ZZZZZ9.
          03 FILLER               PIC X(08) VALUE "  DUE = ".
          03 WS-TOT-GRAND-DUE     PIC ZZZZZ9.

       01 WS-NONE-LINE            PIC X(40)
          VALUE "NO OVERDUE OR DUE-BACK LEAVES".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "LEAVERPT".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-BU SRT-KA SRT-CATEGORY
                   SRT-EXP-RETURN SRT-EMP-ID
               INPUT PROCEDURE IS 2000-SELECT-LEAVES
               OUTPUT PROCEDURE IS 4000-PRINT-REPORT.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           MOVE WS-BIZ-DATE TO WS-BIZ-DATE-N.
           COMPUTE WS-BIZ-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE-N).
           OPEN OUTPUT LEAVRPT.
           MOVE WS-BIZ-DATE TO WS-HDG-DATE.
           MOVE WS-HEADING-1 TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.
           MOVE WS-HEADING-2 TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.

      *    A MISSING REGISTER IS REPORTED BUT IS NOT AN ERROR - IT
      *    MEANS NO LEAVE HAS BEEN KEYED SINCE THE REGISTER STARTED.
       2000-SELECT-LEAVES.
           OPEN INPUT LEAVMAST.
           OPEN INPUT EMPMAST.
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SW
           END-IF.
           IF WS-LEAVMAST-STATUS NOT = "00"
               DISPLAY "LEAVERPT: LEAVMAST NOT AVAILABLE, STATUS="
                   WS-LEAVMAST-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               IF WS-EMPMAST-STATUS NOT = "00"
                   DISPLAY "LEAVERPT: EMPMAST OPEN FAILED, STATUS="
                       WS-EMPMAST-STATUS
                   MOVE "ERROR" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   PERFORM 2100-READ-LEAVMAST
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RUN-READ-CNT
               IF LV-ACT-RETURN = SPACES
                   PERFORM 2200-CHECK-OPEN-LEAVE
               END-IF
               PERFORM 2100-READ-LEAVMAST
           END-PERFORM.
           IF WS-LEAVMAST-STATUS = "00" OR WS-LEAVMAST-STATUS = "10"
               CLOSE LEAVMAST
           END-IF.
           IF WS-EMPMAST-OPEN
               CLOSE EMPMAST
           END-IF.

       2100-READ-LEAVMAST.
           READ LEAVMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    THE OPEN LEAVE COUNTS ONLY WHILE THE MASTER STILL SHOWS THE
      *    EMPLOYEE ON THIS SAME LEAVE.
       2200-CHECK-OPEN-LEAVE.
           MOVE LV-EMP-ID TO EMP-ID.
           READ EMPMAST
               INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
               NOT INVALID KEY
                   MOVE TAI-NEN  TO WS-CUR-LEAVE-START(1:4)
                   MOVE TAI-TUKI TO WS-CUR-LEAVE-START(5:2)
                   MOVE TAI-HI   TO WS-CUR-LEAVE-START(7:2)
                   IF ZAISEKI-ON-LEAVE
                       AND WS-CUR-LEAVE-START = LV-START-DATE
                       PERFORM 2300-CLASSIFY-LEAVE
                   ELSE
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
           END-READ.

      *    "1" OVERDUE SORTS AHEAD OF "2" DUE WITHIN EACH KA, SO THE
      *    PEOPLE ALREADY MISSING ARE AT THE TOP OF THE PAGE.
       2300-CLASSIFY-LEAVE.
           IF LV-EXP-RETURN IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               MOVE LV-EXP-RETURN TO WS-EXP-DATE-N
               COMPUTE WS-EXP-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-EXP-DATE-N)
               MOVE SPACES TO SRT-CATEGORY
               IF WS-EXP-DAYNO < WS-BIZ-DAYNO
                   MOVE "1" TO SRT-CATEGORY
                   COMPUTE SRT-DAYS = WS-BIZ-DAYNO - WS-EXP-DAYNO
               ELSE
                   IF WS-EXP-DAYNO NOT > WS-BIZ-DAYNO + WS-DUE-WINDOW
                       MOVE "2" TO SRT-CATEGORY
                       COMPUTE SRT-DAYS = WS-EXP-DAYNO - WS-BIZ-DAYNO
                   END-IF
               END-IF
               IF SRT-CATEGORY NOT = SPACES
                   MOVE BU             TO SRT-BU
                   MOVE KA             TO SRT-KA
                   MOVE KAKARI         TO SRT-KAKARI
                   MOVE LV-EXP-RETURN  TO SRT-EXP-RETURN
                   MOVE LV-EMP-ID      TO SRT-EMP-ID
                   MOVE MYOUJI         TO SRT-MYOUJI
                   MOVE LV-TYPE        TO SRT-TYPE
                   MOVE LV-START-DATE  TO SRT-START-DATE
                   RELEASE SRT-RECORD
               END-IF
           END-IF.

       4000-PRINT-REPORT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 4100-PROCESS-SORTED-RECORD
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SW
               END-RETURN
           END-PERFORM.
           PERFORM 4900-FINAL-BREAKS.

       4100-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               PERFORM 4200-START-BU
               PERFORM 4300-START-KA
               SET WS-FIRST-RECORD TO FALSE
           ELSE
               IF SRT-BU NOT = WS-PREV-BU
                   PERFORM 4600-BREAK-KA
                   PERFORM 4700-BREAK-BU
                   PERFORM 4200-START-BU
                   PERFORM 4300-START-KA
               ELSE
                   IF SRT-KA NOT = WS-PREV-KA
                       PERFORM 4600-BREAK-KA
                       PERFORM 4300-START-KA
                   END-IF
               END-IF
           END-IF.
           IF SRT-CATEGORY = "1"
               MOVE "OVERDUE" TO WS-DTL-STATUS
               ADD 1 TO WS-KA-OVER-CNT WS-BU-OVER-CNT
                   WS-GRAND-OVER-CNT
           ELSE
               MOVE "DUE"     TO WS-DTL-STATUS
               ADD 1 TO WS-KA-DUE-CNT WS-BU-DUE-CNT
                   WS-GRAND-DUE-CNT
           END-IF.
           MOVE SRT-KAKARI     TO WS-DTL-KAKARI.
           MOVE SRT-EMP-ID     TO WS-DTL-EMP-ID.
           MOVE SRT-MYOUJI     TO WS-DTL-MYOUJI.
           MOVE SRT-TYPE       TO WS-DTL-TYPE.
           MOVE SRT-START-DATE TO WS-DTL-START.
           MOVE SRT-EXP-RETURN TO WS-DTL-EXP-RETURN.
           MOVE SRT-DAYS       TO WS-DTL-DAYS.
           MOVE WS-DETAIL-LINE TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.

       4200-START-BU.
           MOVE SRT-BU TO WS-HDG-BU WS-PREV-BU.
           MOVE WS-BU-HEADING TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.
           MOVE ZERO TO WS-BU-OVER-CNT WS-BU-DUE-CNT.

       4300-START-KA.
           MOVE SRT-KA TO WS-HDG-KA WS-PREV-KA.
           MOVE WS-KA-HEADING TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.
           MOVE ZERO TO WS-KA-OVER-CNT WS-KA-DUE-CNT.

       4600-BREAK-KA.
           MOVE WS-KA-OVER-CNT TO WS-TOT-KA-OVER.
           MOVE WS-KA-DUE-CNT  TO WS-TOT-KA-DUE.
           MOVE WS-KA-TOTAL-LINE TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.

       4700-BREAK-BU.
           MOVE WS-BU-OVER-CNT TO WS-TOT-BU-OVER.
           MOVE WS-BU-DUE-CNT  TO WS-TOT-BU-DUE.
           MOVE WS-BU-TOTAL-LINE TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.

       4900-FINAL-BREAKS.
           IF WS-FIRST-RECORD
               MOVE WS-NONE-LINE TO LEAVRPT-LINE
               WRITE LEAVRPT-LINE
           ELSE
               PERFORM 4600-BREAK-KA
               PERFORM 4700-BREAK-BU
           END-IF.
           MOVE WS-GRAND-OVER-CNT TO WS-TOT-GRAND-OVER.
           MOVE WS-GRAND-DUE-CNT  TO WS-TOT-GRAND-DUE.
           MOVE WS-GRAND-TOTAL-LINE TO LEAVRPT-LINE.
           WRITE LEAVRPT-LINE.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           COMPUTE WS-RUN-WRITE-CNT =
               WS-GRAND-OVER-CNT + WS-GRAND-DUE-CNT.
           MOVE WS-BAD-DATE-COUNT TO WS-RUN-REJ-CNT.
           PERFORM 8950-CALL-RUNLOG.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           CLOSE LEAVRPT.
           IF WS-STALE-COUNT > 0
               DISPLAY "LEAVERPT: " WS-STALE-COUNT
                   " OPEN LEAVE(S) NO LONGER CURRENT ON EMPMAST"
           END-IF.
           IF WS-BAD-DATE-COUNT > 0
               DISPLAY "LEAVERPT: " WS-BAD-DATE-COUNT
                   " LEAVE(S) SKIPPED FOR NON-NUMERIC RETURN DATE"
           END-IF.
           DISPLAY "LEAVERPT: " WS-GRAND-OVER-CNT " OVERDUE, "
               WS-GRAND-DUE-CNT " DUE BACK WITHIN "
               WS-DUE-WINDOW " DAYS".

       END PROGRAM LEAVERPT.
