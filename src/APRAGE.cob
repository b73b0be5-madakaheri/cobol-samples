       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRAGE.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  OUTSTANDING-APPROVALS REPORT.
      *  LISTS EVERY TRANSACTION TRANREL IS HOLDING FOR A SECOND
      *  USER'S APPROVAL - TERMINATIONS, DELETES, NAME CHANGES, MASS
      *  TRANSFERS AND RENAMES (TRAN-APR-STATUS/OTR-APR-STATUS "H" ON
      *  EMPPEND/ORGPEND, SEE EMPTRAN AND ORGTRAN) - BY NOMINATED
      *  APPROVER, OLDEST FIRST, WITH THE MAKER AND THE DAYS WAITING
      *  SINCE IT WAS FIRST HELD, SO CHECKERS KNOW WHAT TO KEY ON THE
      *  APPROVAL FILE (APRTRAN) AND SUPERVISORS CAN CHASE THEM.  AN
      *  ITEM WITH NO NOMINATED APPROVER CAN BE APPROVED BY ANY USER
      *  BUT ITS MAKER AND PRINTS UNDER "(ANY USER)".  EACH APPROVER
      *  AND THE REPORT AS A WHOLE END WITH A COUNT IN AGE BANDS
      *  (0-7, 8-30, OVER 30 DAYS), AS SUSPAGE DOES FOR SUSPENSE.
      *  RUN AFTER GENPROMO, SO THE PENDING FILES ARE TONIGHT'S.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPPEND ASSIGN TO "EMPPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPPEND-STATUS.

           SELECT ORGPEND ASSIGN TO "ORGPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGPEND-STATUS.

           SELECT APRRPT ASSIGN TO "APRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRRPT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPPEND
           LABEL RECORDS ARE STANDARD.
       01 EMPPEND-LINE            PIC X(221).

       FD  ORGPEND
           LABEL RECORDS ARE STANDARD.
       01 ORGPEND-LINE            PIC X(123).

       FD  APRRPT
           LABEL RECORDS ARE STANDARD.
       01 APRRPT-LINE             PIC X(80).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SRT-APPROVER        PIC X(08).
           03 SRT-APR-REF         PIC X(14).
           03 SRT-FILE            PIC X(03).
           03 SRT-CODE            PIC X(01).
           03 SRT-SUBJECT         PIC X(12).
           03 SRT-MAKER           PIC X(08).
           03 SRT-EFF-DATE        PIC X(08).
           03 SRT-DAYS            PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-EMPPEND-STATUS       PIC X(02).
       01 WS-ORGPEND-STATUS       PIC X(02).
       01 WS-APRRPT-STATUS        PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-SORT-EOF-SW          PIC X     VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-FIRST-RECORD-SW      PIC X     VALUE "Y".
          88 WS-FIRST-RECORD                VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-BIZ-DATE-N           PIC 9(08).
       01 WS-BIZ-DAYNO            PIC 9(07).
       01 WS-HELD-DATE            PIC X(08).
       01 WS-HELD-DATE-N          PIC 9(08).
       01 WS-HELD-DAYNO           PIC 9(07).
       01 WS-BAD-DATE-COUNT       PIC 9(06) VALUE ZERO.

      *    THE PENDING RECORD IN COPYBOOK SHAPE.
           COPY EMPTRAN.
           COPY ORGTRAN.

       01 WS-PREV-APPROVER        PIC X(08).

      *    AGE-BAND COUNTS: (1) APPROVER, (2) WHOLE REPORT.
       01 WS-BAND-TOTALS.
          03 WS-BAND-LEVEL OCCURS 2 TIMES.
             05 WS-BAND-ITEMS     PIC 9(06).
             05 WS-BAND-WEEK      PIC 9(06).
             05 WS-BAND-MONTH     PIC 9(06).
             05 WS-BAND-OVER      PIC 9(06).
       01 WS-LVL                  PIC 9(01).

       01 WS-HEADING-1.
          03 FILLER               PIC X(28)
             VALUE "OUTSTANDING APPROVALS AS OF ".
          03 WS-HDG-DATE          PIC X(08).

       01 WS-HEADING-2.
          03 FILLER               PIC X(15) VALUE "APPROVAL REF".
          03 FILLER               PIC X(04) VALUE "FIL".
          03 FILLER               PIC X(02) VALUE "C".
          03 FILLER               PIC X(13) VALUE "SUBJECT".
          03 FILLER               PIC X(09) VALUE "MAKER".
          03 FILLER               PIC X(09) VALUE "EFF DATE".
          03 FILLER               PIC X(05) VALUE " DAYS".

       01 WS-APPROVER-HEADING.
          03 FILLER               PIC X(10) VALUE "APPROVER: ".
          03 WS-AHD-APPROVER      PIC X(10).

       01 WS-DETAIL-LINE.
          03 WS-DTL-APR-REF       PIC X(14).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-FILE          PIC X(03).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-CODE          PIC X(01).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-SUBJECT       PIC X(12).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-MAKER         PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-EFF-DATE      PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-DAYS          PIC ZZZZ9.

       01 WS-BAND-LINE.
          03 WS-BND-LABEL         PIC X(14).
          03 FILLER               PIC X(07) VALUE " ITEMS ".
          03 WS-BND-ITEMS         PIC ZZZZZ9.
          03 FILLER               PIC X(07) VALUE "  0-7: ".
          03 WS-BND-WEEK          PIC ZZZZZ9.
          03 FILLER               PIC X(08) VALUE "  8-30: ".
          03 WS-BND-MONTH         PIC ZZZZZ9.
          03 FILLER               PIC X(11) VALUE "  OVER 30: ".
          03 WS-BND-OVER          PIC ZZZZZ9.

       01 WS-NONE-LINE            PIC X(40)
          VALUE "NOTHING AWAITING APPROVAL".

       01 WS-BAD-DATE-LINE.
          03 FILLER               PIC X(02) VALUE "+ ".
          03 WS-BAD-COUNT         PIC ZZZZZ9.
          03 FILLER               PIC X(32)
             VALUE " ITEM(S) WITH AN UNREADABLE DATE".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "APRAGE".
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
               ON ASCENDING KEY SRT-APPROVER SRT-APR-REF
               INPUT PROCEDURE IS 2000-SELECT-ITEMS
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           MOVE WS-BIZ-DATE TO WS-BIZ-DATE-N.
           COMPUTE WS-BIZ-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE-N).
           MOVE ZERO TO WS-BAND-TOTALS.
           OPEN OUTPUT APRRPT.
           MOVE WS-BIZ-DATE TO WS-HDG-DATE.
           MOVE WS-HEADING-1 TO APRRPT-LINE.
           WRITE APRRPT-LINE.
           MOVE WS-HEADING-2 TO APRRPT-LINE.
           WRITE APRRPT-LINE.

      *    A MISSING PENDING FILE IS NOT AN ERROR - NOTHING IS HELD.
      *    THE REFERENCE SORTS BY THE DATE FIRST HELD, SO WITHIN AN
      *    APPROVER THE OLDEST ITEM PRINTS FIRST.
       2000-SELECT-ITEMS.
           SET WS-EOF TO FALSE.
           OPEN INPUT EMPPEND.
           IF WS-EMPPEND-STATUS NOT = "00"
               DISPLAY "APRAGE: NO EMPPEND, STATUS="
                   WS-EMPPEND-STATUS
           ELSE
               PERFORM 2100-READ-EMPPEND
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RUN-READ-CNT
                   MOVE EMPPEND-LINE TO EMPTRAN-RECORD
                   IF TRAN-APR-HELD
                       PERFORM 2200-RELEASE-EMP-ITEM
                   END-IF
                   PERFORM 2100-READ-EMPPEND
               END-PERFORM
               CLOSE EMPPEND
           END-IF.
           SET WS-EOF TO FALSE.
           OPEN INPUT ORGPEND.
           IF WS-ORGPEND-STATUS NOT = "00"
               DISPLAY "APRAGE: NO ORGPEND, STATUS="
                   WS-ORGPEND-STATUS
           ELSE
               PERFORM 2300-READ-ORGPEND
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RUN-READ-CNT
                   MOVE ORGPEND-LINE TO ORGTRAN-RECORD
                   IF OTR-APR-HELD
                       PERFORM 2400-RELEASE-ORG-ITEM
                   END-IF
                   PERFORM 2300-READ-ORGPEND
               END-PERFORM
               CLOSE ORGPEND
           END-IF.

       2100-READ-EMPPEND.
           READ EMPPEND
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2200-RELEASE-EMP-ITEM.
           MOVE TRAN-APR-DATE TO WS-HELD-DATE.
           MOVE "EMP"         TO SRT-FILE.
           MOVE TRAN-CODE     TO SRT-CODE.
           MOVE TRAN-EMP-ID   TO SRT-SUBJECT.
           MOVE TRAN-APPROVER TO SRT-APPROVER.
           MOVE TRAN-APR-REF  TO SRT-APR-REF.
           MOVE TRAN-USERID   TO SRT-MAKER.
           MOVE TRAN-EFF-DATE TO SRT-EFF-DATE.
           PERFORM 2500-AGE-AND-RELEASE.

       2300-READ-ORGPEND.
           READ ORGPEND
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2400-RELEASE-ORG-ITEM.
           MOVE OTR-APR-DATE  TO WS-HELD-DATE.
           MOVE "ORG"         TO SRT-FILE.
           MOVE OTR-CODE      TO SRT-CODE.
           MOVE OTR-OLD-BU    TO SRT-SUBJECT.
           MOVE OTR-APPROVER  TO SRT-APPROVER.
           MOVE OTR-APR-REF   TO SRT-APR-REF.
           MOVE OTR-USERID    TO SRT-MAKER.
           MOVE OTR-EFF-DATE  TO SRT-EFF-DATE.
           PERFORM 2500-AGE-AND-RELEASE.

       2500-AGE-AND-RELEASE.
           IF WS-HELD-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               MOVE WS-HELD-DATE TO WS-HELD-DATE-N
               COMPUTE WS-HELD-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-N)
               MOVE ZERO TO SRT-DAYS
               IF WS-BIZ-DAYNO > WS-HELD-DAYNO
                   COMPUTE SRT-DAYS = WS-BIZ-DAYNO - WS-HELD-DAYNO
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       3000-PRINT-REPORT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 3100-PROCESS-SORTED-RECORD
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SW
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD
               MOVE WS-NONE-LINE TO APRRPT-LINE
               WRITE APRRPT-LINE
           ELSE
               PERFORM 3600-BREAK-APPROVER
           END-IF.
           PERFORM 3800-PRINT-FINAL-TOTALS.

       3100-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               PERFORM 3200-START-APPROVER
               SET WS-FIRST-RECORD TO FALSE
           ELSE
               IF SRT-APPROVER NOT = WS-PREV-APPROVER
                   PERFORM 3600-BREAK-APPROVER
                   PERFORM 3200-START-APPROVER
               END-IF
           END-IF.
           PERFORM 3300-PRINT-DETAIL.
           PERFORM 3400-COUNT-BAND.

       3200-START-APPROVER.
           MOVE SRT-APPROVER TO WS-PREV-APPROVER.
           MOVE ZERO TO WS-BAND-LEVEL(1).
           MOVE SPACES TO APRRPT-LINE.
           WRITE APRRPT-LINE.
           IF SRT-APPROVER = SPACES
               MOVE "(ANY USER)" TO WS-AHD-APPROVER
           ELSE
               MOVE SRT-APPROVER TO WS-AHD-APPROVER
           END-IF.
           MOVE WS-APPROVER-HEADING TO APRRPT-LINE.
           WRITE APRRPT-LINE.

       3300-PRINT-DETAIL.
           MOVE SRT-APR-REF   TO WS-DTL-APR-REF.
           MOVE SRT-FILE      TO WS-DTL-FILE.
           MOVE SRT-CODE      TO WS-DTL-CODE.
           MOVE SRT-SUBJECT   TO WS-DTL-SUBJECT.
           MOVE SRT-MAKER     TO WS-DTL-MAKER.
           MOVE SRT-EFF-DATE  TO WS-DTL-EFF-DATE.
           MOVE SRT-DAYS      TO WS-DTL-DAYS.
           MOVE WS-DETAIL-LINE TO APRRPT-LINE.
           WRITE APRRPT-LINE.
           ADD 1 TO WS-RUN-WRITE-CNT.

       3400-COUNT-BAND.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 2
               ADD 1 TO WS-BAND-ITEMS(WS-LVL)
               EVALUATE TRUE
                   WHEN SRT-DAYS NOT > 7
                       ADD 1 TO WS-BAND-WEEK(WS-LVL)
                   WHEN SRT-DAYS NOT > 30
                       ADD 1 TO WS-BAND-MONTH(WS-LVL)
                   WHEN OTHER
                       ADD 1 TO WS-BAND-OVER(WS-LVL)
               END-EVALUATE
           END-PERFORM.

       3600-BREAK-APPROVER.
           MOVE "  APPROVER TOT" TO WS-BND-LABEL.
           MOVE 1 TO WS-LVL.
           PERFORM 3700-WRITE-BAND-LINE.

       3700-WRITE-BAND-LINE.
           MOVE WS-BAND-ITEMS(WS-LVL) TO WS-BND-ITEMS.
           MOVE WS-BAND-WEEK(WS-LVL)  TO WS-BND-WEEK.
           MOVE WS-BAND-MONTH(WS-LVL) TO WS-BND-MONTH.
           MOVE WS-BAND-OVER(WS-LVL)  TO WS-BND-OVER.
           MOVE WS-BAND-LINE TO APRRPT-LINE.
           WRITE APRRPT-LINE.

       3800-PRINT-FINAL-TOTALS.
           MOVE SPACES TO APRRPT-LINE.
           WRITE APRRPT-LINE.
           MOVE "GRAND TOTAL" TO WS-BND-LABEL.
           MOVE 2 TO WS-LVL.
           PERFORM 3700-WRITE-BAND-LINE.
           IF WS-BAD-DATE-COUNT > 0
               MOVE WS-BAD-DATE-COUNT TO WS-BAD-COUNT
               MOVE WS-BAD-DATE-LINE TO APRRPT-LINE
               WRITE APRRPT-LINE
           END-IF.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           PERFORM 8950-CALL-RUNLOG.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           CLOSE APRRPT.
           DISPLAY "APRAGE: " WS-BAND-ITEMS(2)
               " ITEM(S) AWAITING APPROVAL".

       END PROGRAM APRAGE.
