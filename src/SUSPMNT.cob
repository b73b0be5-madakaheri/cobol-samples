       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  SUSPENSE FILE MAINTENANCE.
      *  APPLIES THE CLERKS' CORRECTIONS AND CANCELLATIONS (SUSPCORR,
      *  SEE SUSPCTRN) TO THE REJECTED-TRANSACTION SUSPENSE FILE
      *  (SUSPMAST) DURING THE DAY.  A CORRECTION REPLACES THE ITEM'S
      *  EMPTRAN/ORGTRAN IMAGE AND MARKS IT CORRECTED ("C") FOR
      *  TRANREL TO RECYCLE INTO THE NEXT NIGHT'S INPUT; A CANCEL
      *  CLOSES IT ("X").  ONLY AN OPEN ITEM, OR ONE CORRECTED BUT
      *  NOT YET RECYCLED, MAY BE TOUCHED.  THE CORRECTED IMAGE KEEPS
      *  THE ITEM'S DEPARTMENT SO ITS AGING STAYS WITH THE BATCH THAT
      *  SUBMITTED IT; THE FULL EDIT IS STILL EMPMAINT'S/ORGMAINT'S AT
      *  NIGHT, AND A SECOND REJECT REOPENS THE SAME ITEM.  THE
      *  CORRECTING CLERK (SCR-USERID) REPLACES THE IMAGE'S USER AS
      *  THE ITEM'S MAKER.
      *  EVERY CORRECTION IS LISTED ACCEPTED OR REJECTED ON SUSPMLOG.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPCORR ASSIGN TO "SUSPCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPCORR-STATUS.

           SELECT SUSPMAST ASSIGN TO "SUSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPMAST-STATUS.

           SELECT SUSPMLOG ASSIGN TO "SUSPMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPMLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPCORR
           LABEL RECORDS ARE STANDARD.
           COPY SUSPCTRN.

       FD  SUSPMAST
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  SUSPMLOG
           LABEL RECORDS ARE STANDARD.
       01 SUSPMLOG-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUSPCORR-STATUS      PIC X(02).
       01 WS-SUSPMAST-STATUS      PIC X(02).
       01 WS-SUSPMLOG-STATUS      PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y".

       01 WS-TRAN-VALID-SW        PIC X     VALUE "Y".
          88 WS-TRAN-VALID                  VALUE "Y".
          88 WS-TRAN-INVALID                VALUE "N".
       01 WS-TRAN-REASON          PIC X(40).

      *    THE CORRECTED IMAGE IN COPYBOOK SHAPE, SO ITS CODE CAN BE
      *    CHECKED AND ITS DEPARTMENT AND SUSPENSE KEY SET.
           COPY EMPTRAN.
           COPY ORGTRAN.

       01 WS-LOG-LINE.
          03 WS-LOG-ACTION        PIC X(01).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-LOG-SUS-KEY       PIC X(13).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-LOG-RESULT        PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-LOG-REASON        PIC X(40).

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "SUSPMNT".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CORRECTION UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SUSPCORR.
           OPEN I-O SUSPMAST.
           OPEN OUTPUT SUSPMLOG.
           IF WS-SUSPCORR-STATUS NOT = "00"
               DISPLAY "SUSPMNT: SUSPCORR OPEN FAILED, STATUS="
                   WS-SUSPCORR-STATUS
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               IF WS-SUSPMAST-STATUS NOT = "00"
                   DISPLAY "SUSPMNT: SUSPMAST OPEN FAILED, STATUS="
                       WS-SUSPMAST-STATUS
                   MOVE "ERROR" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   IF WS-SUSPMLOG-STATUS NOT = "00"
                       DISPLAY "SUSPMNT: SUSPMLOG OPEN FAILED, "
                           "STATUS=" WS-SUSPMLOG-STATUS
                       MOVE "ERROR" TO WS-RUN-STATUS
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       PERFORM 1100-READ-SUSPCORR
                   END-IF
               END-IF
           END-IF.

       1100-READ-SUSPCORR.
           READ SUSPCORR
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2000-PROCESS-CORRECTION.
           ADD 1 TO WS-RUN-READ-CNT.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-TRAN-REASON.
           PERFORM 3000-VALIDATE-CORRECTION.
           IF WS-TRAN-VALID
               EVALUATE SCR-ACTION
                   WHEN "C"
                       PERFORM 4000-CORRECT-ITEM
                   WHEN "X"
                       PERFORM 5000-CANCEL-ITEM
               END-EVALUATE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 6000-LOG-ACCEPT
           ELSE
               PERFORM 6100-LOG-REJECT
           END-IF.
           PERFORM 1100-READ-SUSPCORR.

       3000-VALIDATE-CORRECTION.
           IF SCR-ACTION NOT = "C" AND SCR-ACTION NOT = "X"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-TRAN-REASON
           ELSE
               IF SCR-USERID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "USERID REQUIRED" TO WS-TRAN-REASON
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               MOVE SCR-SUS-KEY TO SUS-KEY
               READ SUSPMAST
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "SUSPENSE ITEM NOT FOUND" TO WS-TRAN-REASON
               END-READ
           END-IF.
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN SUS-RECYCLED
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "ITEM ALREADY RECYCLED" TO WS-TRAN-REASON
                   WHEN SUS-APPLIED OR SUS-CANCELLED
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "ITEM ALREADY CLOSED" TO WS-TRAN-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-TRAN-VALID AND SCR-ACTION = "C"
               PERFORM 3100-VALIDATE-IMAGE
           END-IF.

      *    ONLY ENOUGH TO KEEP A MIS-KEYED CORRECTION OFF THE NIGHT
      *    RUN: THE IMAGE MUST BE THE RIGHT KIND OF TRANSACTION.
       3100-VALIDATE-IMAGE.
           IF SCR-TRAN-IMAGE = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "CORRECTED TRANSACTION REQUIRED" TO WS-TRAN-REASON
           ELSE
               IF SUS-EMP-ITEM
                   MOVE SCR-TRAN-IMAGE TO EMPTRAN-RECORD
                   IF TRAN-CODE NOT = "A" AND TRAN-CODE NOT = "C"
                       AND TRAN-CODE NOT = "D" AND TRAN-CODE NOT = "L"
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "INVALID EMPTRAN CODE" TO WS-TRAN-REASON
                   ELSE
                       IF TRAN-EMP-ID = SPACES
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "EMP-ID REQUIRED" TO WS-TRAN-REASON
                       END-IF
                   END-IF
               ELSE
                   MOVE SCR-TRAN-IMAGE TO ORGTRAN-RECORD
                   IF OTR-CODE NOT = "A" AND OTR-CODE NOT = "D"
                       AND OTR-CODE NOT = "M" AND OTR-CODE NOT = "R"
                       AND OTR-CODE NOT = "H"
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "INVALID ORGTRAN CODE" TO WS-TRAN-REASON
                   END-IF
               END-IF
           END-IF.

      *    THE CLERK WHO KEYED THE CORRECTION IS ITS MAKER FROM HERE
      *    ON, WHATEVER USER THE IMAGE CARRIED, SO TRANREL WILL NOT
      *    TAKE THEIR OWN APPROVAL FOR IT AND AUDITJRN NAMES THEM.
       4000-CORRECT-ITEM.
           IF SUS-EMP-ITEM
               MOVE SUS-BUSYO      TO TRAN-BUSYO
               MOVE SUS-KEY        TO TRAN-SUSP-KEY
               MOVE SCR-USERID     TO TRAN-USERID
               MOVE EMPTRAN-RECORD TO SUS-TRAN-IMAGE
           ELSE
               MOVE SUS-KEY        TO OTR-SUSP-KEY
               MOVE SCR-USERID     TO OTR-USERID
               MOVE ORGTRAN-RECORD TO SUS-TRAN-IMAGE
           END-IF.
           MOVE "C"        TO SUS-STATUS.
           MOVE SCR-USERID TO SUS-CLERK-USERID.
           PERFORM 4100-REWRITE-ITEM.

       4100-REWRITE-ITEM.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
           END-REWRITE.

       5000-CANCEL-ITEM.
           MOVE "X"        TO SUS-STATUS.
           MOVE SCR-USERID TO SUS-CLERK-USERID.
           PERFORM 4100-REWRITE-ITEM.

       6000-LOG-ACCEPT.
           MOVE SCR-ACTION  TO WS-LOG-ACTION.
           MOVE SCR-SUS-KEY TO WS-LOG-SUS-KEY.
           MOVE "ACCEPTED"  TO WS-LOG-RESULT.
           IF SCR-ACTION = "C"
               MOVE "CORRECTED - RECYCLED NEXT NIGHT" TO WS-LOG-REASON
           ELSE
               MOVE "CANCELLED" TO WS-LOG-REASON
           END-IF.
           MOVE WS-LOG-LINE TO SUSPMLOG-LINE.
           WRITE SUSPMLOG-LINE.
           ADD 1 TO WS-RUN-WRITE-CNT.

       6100-LOG-REJECT.
           MOVE SCR-ACTION     TO WS-LOG-ACTION.
           MOVE SCR-SUS-KEY    TO WS-LOG-SUS-KEY.
           MOVE "REJECTED"     TO WS-LOG-RESULT.
           MOVE WS-TRAN-REASON TO WS-LOG-REASON.
           MOVE WS-LOG-LINE    TO SUSPMLOG-LINE.
           WRITE SUSPMLOG-LINE.
           ADD 1 TO WS-RUN-REJ-CNT.

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
           CLOSE SUSPCORR.
           CLOSE SUSPMAST.
           CLOSE SUSPMLOG.

       END PROGRAM SUSPMNT.
