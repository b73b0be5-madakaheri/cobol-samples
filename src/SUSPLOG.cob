       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPLOG.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  CALLABLE SUSPENSE-FILE WRITER.
      *  CALLED BY EMPMAINT, ORGMAINT AND TRANREL SO THERE IS A
      *  SINGLE PLACE THAT OWNS THE SUSPMAST LAYOUT, THE WAY AUDITLOG
      *  OWNS AUDITJRN.
      *    LS-SUS-ACTION "R" (REJECTED) - A TRANSACTION WITH A BLANK
      *      SUSPENSE KEY OPENS A NEW ITEM DATED TODAY AND THE NEW
      *      KEY IS PASSED BACK; ONE RECYCLED FROM SUSPENSE (KEY
      *      FILLED) REOPENS ITS ITEM WITH THE NEW REASON AND IMAGE
      *      AND ONE MORE RETRY.
      *    LS-SUS-ACTION "A" (APPLIED) - A RECYCLED TRANSACTION WAS
      *      ACCEPTED; ITS ITEM IS CLOSED.  A BLANK KEY IS IGNORED.
      *    LS-SUS-ACTION "X" (CANCELLED) - A RECYCLED TRANSACTION WAS
      *      DECLINED AT APPROVAL AND WILL NEVER APPLY; ITS ITEM IS
      *      CLOSED WITH LS-SUS-REASON, AND LS-USERID (THE CHECKER)
      *      AS THE USER WHO CLOSED IT, THE WAY SUSPMNT RECORDS A
      *      CLERK'S CANCEL.  A BLANK KEY IS IGNORED.
      *  THE FIRST NIGHT THE FILE EXISTS IT IS CREATED EMPTY.  THE
      *  NEXT FREE SEQUENCE FOR TODAY IS FOUND ON THE FIRST CALL AND
      *  KEPT FOR THE REST OF THE RUN.
      *
      *  CALL 'SUSPLOG' USING LS-SUS-ACTION LS-SUS-FILE LS-SUS-KEY
      *                       LS-SUS-BUSYO LS-USERID LS-SUS-REASON
      *                       LS-SUS-IMAGE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPMAST ASSIGN TO "SUSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPMAST
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       WORKING-STORAGE SECTION.
       01 WS-SUSPMAST-STATUS      PIC X(02).
       01 WS-BIZ-DATE             PIC X(08).
       01 WS-FOUND-SW             PIC X     VALUE "N".
          88 WS-FOUND                       VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-WRITTEN-SW           PIC X     VALUE "N".
          88 WS-WRITTEN                     VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-SCAN-EOF-SW          PIC X     VALUE "N".
          88 WS-SCAN-EOF                    VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

      *    LAST SEQUENCE USED TODAY, PER FILE; LOADED ON FIRST USE.
       01 WS-EMP-SEQ-LOADED-SW    PIC X     VALUE "N".
          88 WS-EMP-SEQ-LOADED              VALUE "Y".
       01 WS-ORG-SEQ-LOADED-SW    PIC X     VALUE "N".
          88 WS-ORG-SEQ-LOADED              VALUE "Y".
       01 WS-EMP-LAST-SEQ         PIC 9(04) VALUE ZERO.
       01 WS-ORG-LAST-SEQ         PIC 9(04) VALUE ZERO.
       01 WS-LAST-SEQ             PIC 9(04) VALUE ZERO.

       LINKAGE SECTION.
       01 LS-SUS-ACTION           PIC X(01).
       01 LS-SUS-FILE             PIC X(01).
       01 LS-SUS-KEY              PIC X(13).
       01 LS-SUS-BUSYO            PIC X(12).
       01 LS-USERID               PIC X(08).
       01 LS-SUS-REASON           PIC X(40).
       01 LS-SUS-IMAGE            PIC X(221).

       PROCEDURE DIVISION USING LS-SUS-ACTION LS-SUS-FILE LS-SUS-KEY
           LS-SUS-BUSYO LS-USERID LS-SUS-REASON LS-SUS-IMAGE.
       0000-MAIN.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           OPEN I-O SUSPMAST.
           IF WS-SUSPMAST-STATUS = "35"
               OPEN OUTPUT SUSPMAST
               CLOSE SUSPMAST
               OPEN I-O SUSPMAST
           END-IF.
           IF WS-SUSPMAST-STATUS NOT = "00"
               DISPLAY "SUSPLOG: SUSPMAST OPEN FAILED, STATUS="
                   WS-SUSPMAST-STATUS
           ELSE
               EVALUATE LS-SUS-ACTION
                   WHEN "R"
                       PERFORM 1000-RECORD-REJECT
                   WHEN "X"
                       PERFORM 3000-RECORD-CANCELLED
                   WHEN OTHER
                       PERFORM 2000-RECORD-APPLIED
               END-EVALUATE
               CLOSE SUSPMAST
           END-IF.
           GOBACK.

       1000-RECORD-REJECT.
           SET WS-FOUND TO FALSE.
           IF LS-SUS-KEY NOT = SPACES
               MOVE LS-SUS-KEY TO SUS-KEY
               READ SUSPMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-FOUND
               MOVE "O"           TO SUS-STATUS
               MOVE LS-SUS-REASON TO SUS-REASON
               MOVE WS-BIZ-DATE   TO SUS-LAST-DATE
               MOVE LS-SUS-IMAGE  TO SUS-TRAN-IMAGE
               IF SUS-RETRY-CNT < 999
                   ADD 1 TO SUS-RETRY-CNT
               END-IF
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "SUSPLOG: REWRITE FAILED FOR "
                           LS-SUS-KEY ", STATUS=" WS-SUSPMAST-STATUS
               END-REWRITE
           ELSE
               PERFORM 1100-WRITE-NEW-ITEM
           END-IF.

       1100-WRITE-NEW-ITEM.
           PERFORM 1200-LOAD-LAST-SEQ.
           SET WS-WRITTEN TO FALSE.
           PERFORM UNTIL WS-WRITTEN OR WS-LAST-SEQ = 9999
               ADD 1 TO WS-LAST-SEQ
               MOVE SPACES         TO SUSPENSE-RECORD
               MOVE LS-SUS-FILE    TO SUS-FILE
               MOVE WS-BIZ-DATE    TO SUS-FIRST-DATE
               MOVE WS-LAST-SEQ    TO SUS-SEQ
               MOVE "O"            TO SUS-STATUS
               MOVE LS-SUS-BUSYO   TO SUS-BUSYO
               MOVE LS-SUS-REASON  TO SUS-REASON
               MOVE WS-BIZ-DATE    TO SUS-LAST-DATE
               MOVE ZERO           TO SUS-RETRY-CNT
               MOVE LS-USERID      TO SUS-MAKER-USERID
               MOVE LS-SUS-IMAGE   TO SUS-TRAN-IMAGE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WRITTEN TO TRUE
                       MOVE SUS-KEY TO LS-SUS-KEY
               END-WRITE
           END-PERFORM.
           IF NOT WS-WRITTEN
               DISPLAY "SUSPLOG: NO FREE SEQUENCE FOR " WS-BIZ-DATE
                   " - ITEM NOT SUSPENDED"
           END-IF.
           IF LS-SUS-FILE = "E"
               MOVE WS-LAST-SEQ TO WS-EMP-LAST-SEQ
           ELSE
               MOVE WS-LAST-SEQ TO WS-ORG-LAST-SEQ
           END-IF.

      *    THE HIGHEST SEQUENCE ALREADY ON FILE FOR THIS FILE AND
      *    DATE (A RERUN OF THE SAME NIGHT) IS WHERE NUMBERING GOES ON.
       1200-LOAD-LAST-SEQ.
           IF LS-SUS-FILE = "E" AND WS-EMP-SEQ-LOADED
               MOVE WS-EMP-LAST-SEQ TO WS-LAST-SEQ
           ELSE
               IF LS-SUS-FILE NOT = "E" AND WS-ORG-SEQ-LOADED
                   MOVE WS-ORG-LAST-SEQ TO WS-LAST-SEQ
               ELSE
                   PERFORM 1300-SCAN-LAST-SEQ
                   IF LS-SUS-FILE = "E"
                       MOVE "Y" TO WS-EMP-SEQ-LOADED-SW
                   ELSE
                       MOVE "Y" TO WS-ORG-SEQ-LOADED-SW
                   END-IF
               END-IF
           END-IF.

       1300-SCAN-LAST-SEQ.
           MOVE ZERO TO WS-LAST-SEQ.
           SET WS-SCAN-EOF TO FALSE.
           MOVE LS-SUS-FILE TO SUS-FILE.
           MOVE WS-BIZ-DATE TO SUS-FIRST-DATE.
           MOVE ZERO        TO SUS-SEQ.
           START SUSPMAST KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ SUSPMAST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF SUS-FILE = LS-SUS-FILE
                           AND SUS-FIRST-DATE = WS-BIZ-DATE
                           MOVE SUS-SEQ TO WS-LAST-SEQ
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       2000-RECORD-APPLIED.
           IF LS-SUS-KEY NOT = SPACES
               MOVE LS-SUS-KEY TO SUS-KEY
               READ SUSPMAST
                   INVALID KEY
                       DISPLAY "SUSPLOG: ITEM " LS-SUS-KEY
                           " NOT ON SUSPMAST"
                   NOT INVALID KEY
                       MOVE "A"         TO SUS-STATUS
                       MOVE WS-BIZ-DATE TO SUS-LAST-DATE
                       REWRITE SUSPENSE-RECORD
                           INVALID KEY
                               DISPLAY "SUSPLOG: REWRITE FAILED FOR "
                                   LS-SUS-KEY ", STATUS="
                                   WS-SUSPMAST-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       3000-RECORD-CANCELLED.
           IF LS-SUS-KEY NOT = SPACES
               MOVE LS-SUS-KEY TO SUS-KEY
               READ SUSPMAST
                   INVALID KEY
                       DISPLAY "SUSPLOG: ITEM " LS-SUS-KEY
                           " NOT ON SUSPMAST"
                   NOT INVALID KEY
                       MOVE "X"           TO SUS-STATUS
                       MOVE LS-SUS-REASON TO SUS-REASON
                       MOVE LS-USERID     TO SUS-CLERK-USERID
                       MOVE WS-BIZ-DATE   TO SUS-LAST-DATE
                       REWRITE SUSPENSE-RECORD
                           INVALID KEY
                               DISPLAY "SUSPLOG: REWRITE FAILED FOR "
                                   LS-SUS-KEY ", STATUS="
                                   WS-SUSPMAST-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       END PROGRAM SUSPLOG.
