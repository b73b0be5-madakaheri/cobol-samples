       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  SUSPENSE AGING REPORT.
      *  LISTS EVERY ITEM STILL OUTSTANDING ON THE REJECTED-
      *  TRANSACTION SUSPENSE FILE (SUSPMAST STATUS OPEN, CORRECTED
      *  OR RECYCLED - SEE SUSPREC) BY SUBMITTING DEPARTMENT
      *  (SUS-BUSYO, FROM BAT-HDR-BUSYO), OLDEST FIRST, WITH THE DAYS
      *  OUTSTANDING SINCE THE ITEM WAS FIRST REJECTED, THE RETRY
      *  COUNT AND THE LATEST REASON, SO SUPERVISORS CAN CHASE CLERKS
      *  BEFORE MONTH-END.  EACH DEPARTMENT AND THE REPORT AS A WHOLE
      *  END WITH A COUNT IN AGE BANDS (0-7, 8-30, OVER 30 DAYS).
      *  ORGTRAN ITEMS AND ITEMS KEYED OUTSIDE A BATCH HAVE NO
      *  DEPARTMENT AND PRINT UNDER "(NO BATCH)".
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPMAST ASSIGN TO "SUSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPMAST-STATUS.

           SELECT SUSPRPT ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPRPT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPMAST
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  SUSPRPT
           LABEL RECORDS ARE STANDARD.
       01 SUSPRPT-LINE            PIC X(90).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SRT-BUSYO           PIC X(12).
           03 SRT-FIRST-DATE      PIC X(08).
           03 SRT-SUS-KEY         PIC X(13).
           03 SRT-STATUS          PIC X(01).
           03 SRT-CODE            PIC X(01).
           03 SRT-SUBJECT         PIC X(12).
           03 SRT-DAYS            PIC 9(05).
           03 SRT-RETRY-CNT       PIC 9(03).
           03 SRT-REASON          PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-SUSPMAST-STATUS      PIC X(02).
       01 WS-SUSPRPT-STATUS       PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW          PIC X     VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-FIRST-RECORD-SW      PIC X     VALUE "Y".
          88 WS-FIRST-RECORD                VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-BIZ-DATE-N           PIC 9(08).
       01 WS-BIZ-DAYNO            PIC 9(07).
       01 WS-FIRST-DATE-N         PIC 9(08).
       01 WS-FIRST-DAYNO          PIC 9(07).
       01 WS-BAD-DATE-COUNT       PIC 9(06) VALUE ZERO.

      *    THE TRANSACTION IMAGE IN COPYBOOK SHAPE, FOR ITS CODE AND
      *    SUBJECT (EMP-ID, OR THE ORG-CODE'S BU).
           COPY EMPTRAN.
           COPY ORGTRAN.

       01 WS-PREV-BUSYO           PIC X(12).

      *    AGE-BAND COUNTS: (1) DEPARTMENT, (2) WHOLE REPORT.
       01 WS-BAND-TOTALS.
          03 WS-BAND-LEVEL OCCURS 2 TIMES.
             05 WS-BAND-ITEMS     PIC 9(06).
             05 WS-BAND-WEEK      PIC 9(06).
             05 WS-BAND-MONTH     PIC 9(06).
             05 WS-BAND-OVER      PIC 9(06).
       01 WS-LVL                  PIC 9(01).

       01 WS-HEADING-1.
          03 FILLER               PIC X(24)
             VALUE "SUSPENSE AGING AS OF ".
          03 WS-HDG-DATE          PIC X(08).

       01 WS-HEADING-2.
          03 FILLER               PIC X(14) VALUE "SUSPENSE KEY".
          03 FILLER               PIC X(10) VALUE "STATUS".
          03 FILLER               PIC X(02) VALUE "C".
          03 FILLER               PIC X(13) VALUE "SUBJECT".
          03 FILLER               PIC X(06) VALUE " DAYS".
          03 FILLER               PIC X(04) VALUE "TRY".
          03 FILLER               PIC X(40) VALUE "LATEST REASON".

       01 WS-BUSYO-HEADING.
          03 FILLER               PIC X(12) VALUE "DEPARTMENT: ".
          03 WS-BHD-BUSYO         PIC X(12).

       01 WS-DETAIL-LINE.
          03 WS-DTL-SUS-KEY       PIC X(13).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-STATUS        PIC X(09).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-CODE          PIC X(01).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-SUBJECT       PIC X(12).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-DAYS          PIC ZZZZ9.
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-RETRY         PIC ZZ9.
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-REASON        PIC X(40).

       01 WS-BAND-LINE.
          03 WS-BND-LABEL         PIC X(12).
          03 FILLER               PIC X(07) VALUE " ITEMS ".
          03 WS-BND-ITEMS         PIC ZZZZZ9.
          03 FILLER               PIC X(07) VALUE "  0-7: ".
          03 WS-BND-WEEK          PIC ZZZZZ9.
          03 FILLER               PIC X(08) VALUE "  8-30: ".
          03 WS-BND-MONTH         PIC ZZZZZ9.
          03 FILLER               PIC X(11) VALUE "  OVER 30: ".
          03 WS-BND-OVER          PIC ZZZZZ9.

       01 WS-NONE-LINE            PIC X(40)
          VALUE "NOTHING OUTSTANDING IN SUSPENSE".

       01 WS-BAD-DATE-LINE.
          03 FILLER               PIC X(02) VALUE "+ ".
          03 WS-BAD-COUNT         PIC ZZZZZ9.
          03 FILLER               PIC X(32)
             VALUE " ITEM(S) WITH AN UNREADABLE DATE".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "SUSPAGE".
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
               ON ASCENDING KEY SRT-BUSYO SRT-FIRST-DATE SRT-SUS-KEY
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
           OPEN OUTPUT SUSPRPT.
           MOVE WS-BIZ-DATE TO WS-HDG-DATE.
           MOVE WS-HEADING-1 TO SUSPRPT-LINE.
           WRITE SUSPRPT-LINE.
           MOVE WS-HEADING-2 TO SUSPRPT-LINE.
           WRITE SUSPRPT-LINE.

      *    A MISSING SUSPENSE FILE IS NOT AN ERROR - NOTHING HAS BEEN
      *    REJECTED SINCE IT STARTED.
       2000-SELECT-ITEMS.
           OPEN INPUT SUSPMAST.
           IF WS-SUSPMAST-STATUS NOT = "00"
               DISPLAY "SUSPAGE: SUSPMAST NOT AVAILABLE, STATUS="
                   WS-SUSPMAST-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               PERFORM 2100-READ-SUSPMAST
           END-IF.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RUN-READ-CNT
               IF SUS-OUTSTANDING
                   PERFORM 2200-RELEASE-ITEM
               END-IF
               PERFORM 2100-READ-SUSPMAST
           END-PERFORM.
           IF WS-SUSPMAST-STATUS = "00" OR WS-SUSPMAST-STATUS = "10"
               CLOSE SUSPMAST
           END-IF.

       2100-READ-SUSPMAST.
           READ SUSPMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2200-RELEASE-ITEM.
           IF SUS-FIRST-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               MOVE SUS-FIRST-DATE TO WS-FIRST-DATE-N
               COMPUTE WS-FIRST-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-N)
               MOVE ZERO TO SRT-DAYS
               IF WS-BIZ-DAYNO > WS-FIRST-DAYNO
                   COMPUTE SRT-DAYS = WS-BIZ-DAYNO - WS-FIRST-DAYNO
               END-IF
               MOVE SUS-BUSYO      TO SRT-BUSYO
               MOVE SUS-FIRST-DATE TO SRT-FIRST-DATE
               MOVE SUS-KEY        TO SRT-SUS-KEY
               MOVE SUS-STATUS     TO SRT-STATUS
               MOVE SUS-RETRY-CNT  TO SRT-RETRY-CNT
               MOVE SUS-REASON     TO SRT-REASON
               MOVE SPACES         TO SRT-SUBJECT
               IF SUS-EMP-ITEM
                   MOVE SUS-TRAN-IMAGE TO EMPTRAN-RECORD
                   MOVE TRAN-CODE      TO SRT-CODE
                   MOVE TRAN-EMP-ID    TO SRT-SUBJECT
               ELSE
                   MOVE SUS-TRAN-IMAGE TO ORGTRAN-RECORD
                   MOVE OTR-CODE       TO SRT-CODE
                   IF OTR-CODE = "A"
                       MOVE OTR-NEW-BU TO SRT-SUBJECT
                   ELSE
                       MOVE OTR-OLD-BU TO SRT-SUBJECT
                   END-IF
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
               MOVE WS-NONE-LINE TO SUSPRPT-LINE
               WRITE SUSPRPT-LINE
           ELSE
               PERFORM 3600-BREAK-BUSYO
           END-IF.
           PERFORM 3800-PRINT-FINAL-TOTALS.

       3100-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               PERFORM 3200-START-BUSYO
               SET WS-FIRST-RECORD TO FALSE
           ELSE
               IF SRT-BUSYO NOT = WS-PREV-BUSYO
                   PERFORM 3600-BREAK-BUSYO
                   PERFORM 3200-START-BUSYO
               END-IF
           END-IF.
           PERFORM 3300-PRINT-DETAIL.
           PERFORM 3400-COUNT-BAND.

       3200-START-BUSYO.
           MOVE SRT-BUSYO TO WS-PREV-BUSYO.
           MOVE ZERO TO WS-BAND-LEVEL(1).
           MOVE SPACES TO SUSPRPT-LINE.
           WRITE SUSPRPT-LINE.
           IF SRT-BUSYO = SPACES
               MOVE "(NO BATCH)" TO WS-BHD-BUSYO
           ELSE
               MOVE SRT-BUSYO    TO WS-BHD-BUSYO
           END-IF.
           MOVE WS-BUSYO-HEADING TO SUSPRPT-LINE.
           WRITE SUSPRPT-LINE.

       3300-PRINT-DETAIL.
           MOVE SRT-SUS-KEY   TO WS-DTL-SUS-KEY.
           EVALUATE SRT-STATUS
               WHEN "O"
                   MOVE "OPEN"      TO WS-DTL-STATUS
               WHEN "C"
                   MOVE "CORRECTED" TO WS-DTL-STATUS
               WHEN "R"
                   MOVE "RECYCLED"  TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE SRT-STATUS  TO WS-DTL-STATUS
           END-EVALUATE.
           MOVE SRT-CODE      TO WS-DTL-CODE.
           MOVE SRT-SUBJECT   TO WS-DTL-SUBJECT.
           MOVE SRT-DAYS      TO WS-DTL-DAYS.
           MOVE SRT-RETRY-CNT TO WS-DTL-RETRY.
           MOVE SRT-REASON    TO WS-DTL-REASON.
           MOVE WS-DETAIL-LINE TO SUSPRPT-LINE.
           WRITE SUSPRPT-LINE.
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

       3600-BREAK-BUSYO.
           MOVE "  DEPT TOTAL" TO WS-BND-LABEL.
           MOVE 1 TO WS-LVL.
           PERFORM 3700-WRITE-BAND-LINE.

       3700-WRITE-BAND-LINE.
           MOVE WS-BAND-ITEMS(WS-LVL) TO WS-BND-ITEMS.
           MOVE WS-BAND-WEEK(WS-LVL)  TO WS-BND-WEEK.
           MOVE WS-BAND-MONTH(WS-LVL) TO WS-BND-MONTH.
           MOVE WS-BAND-OVER(WS-LVL)  TO WS-BND-OVER.
           MOVE WS-BAND-LINE TO SUSPRPT-LINE.
           WRITE SUSPRPT-LINE.

       3800-PRINT-FINAL-TOTALS.
           MOVE SPACES TO SUSPRPT-LINE.
           WRITE SUSPRPT-LINE.
           MOVE "GRAND TOTAL" TO WS-BND-LABEL.
           MOVE 2 TO WS-LVL.
           PERFORM 3700-WRITE-BAND-LINE.
           IF WS-BAD-DATE-COUNT > 0
               MOVE WS-BAD-DATE-COUNT TO WS-BAD-COUNT
               MOVE WS-BAD-DATE-LINE TO SUSPRPT-LINE
               WRITE SUSPRPT-LINE
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
           CLOSE SUSPRPT.
           DISPLAY "SUSPAGE: " WS-BAND-ITEMS(2)
               " ITEM(S) OUTSTANDING IN SUSPENSE".

       END PROGRAM SUSPAGE.
