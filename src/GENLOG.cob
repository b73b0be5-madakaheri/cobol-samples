       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENLOG.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  CALLABLE GENERATION REGISTER.
      *  CALLED BY A PRODUCING JOB AT THE END OF A NORMAL RUN TO
      *  CATALOG THE NEW GENERATION OF A FILE IT HAS WRITTEN
      *  (PAYEXTR, TRANREL, EMPPURGE, EMPUNLD), SO THERE IS A SINGLE
      *  PLACE THAT OWNS THE GENCAT LAYOUT, THE WAY RUNLOG OWNS
      *  RUNCTL.  THE GENERATION IS ENTERED AS NEW ("N") WITH
      *  TONIGHT'S BUSINESS DATE, THE RECORD COUNT AND THE JOB NAME,
      *  NUMBERED ONE PAST THE LAST GENERATION OF THAT FILE; GENPROMO
      *  PROMOTES IT.  A RERUN OF THE PRODUCER BEFORE GENPROMO HAS
      *  RUN OVERWROTE THE SAME OUTPUT FILE, SO IT REPLACES THE
      *  UNPROMOTED ENTRY INSTEAD OF ADDING ANOTHER.
      *  THE FIRST NIGHT THE CATALOG EXISTS IT IS CREATED EMPTY.
      *
      *  CALL 'GENLOG' USING LS-GEN-DSN LS-GEN-SOURCE LS-JOB-NAME
      *                      LS-REC-COUNT.
      *
      *  LS-GEN-DSN IS THE LIVE FILE NAME (E.G. PAYPREV), LS-GEN-
      *  SOURCE THE FILE THE JOB ACTUALLY WROTE (E.G. PAYBASE).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-KEY
               FILE STATUS IS WS-GENCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENCAT
           LABEL RECORDS ARE STANDARD.
           COPY GENCATRC.

       WORKING-STORAGE SECTION.
       01 WS-GENCAT-STATUS        PIC X(02).
       01 WS-BIZ-DATE             PIC X(08).
       01 WS-CURRENT-DATE-TIME    PIC X(21).
       01 WS-SCAN-EOF-SW          PIC X     VALUE "N".
          88 WS-SCAN-EOF                    VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-LAST-NUMBER          PIC 9(04) VALUE ZERO.
       01 WS-PENDING-NUMBER       PIC 9(04) VALUE ZERO.

       LINKAGE SECTION.
       01 LS-GEN-DSN              PIC X(08).
       01 LS-GEN-SOURCE           PIC X(08).
       01 LS-JOB-NAME             PIC X(08).
       01 LS-REC-COUNT            PIC 9(08).

       PROCEDURE DIVISION USING LS-GEN-DSN LS-GEN-SOURCE LS-JOB-NAME
           LS-REC-COUNT.
       0000-MAIN.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN I-O GENCAT.
           IF WS-GENCAT-STATUS = "35"
               OPEN OUTPUT GENCAT
               CLOSE GENCAT
               OPEN I-O GENCAT
           END-IF.
           IF WS-GENCAT-STATUS NOT = "00"
               DISPLAY "GENLOG: GENCAT OPEN FAILED, STATUS="
                   WS-GENCAT-STATUS " - " LS-GEN-DSN
                   " NOT CATALOGED"
           ELSE
               PERFORM 1000-SCAN-GENERATIONS
               IF WS-PENDING-NUMBER > ZERO
                   PERFORM 2000-REPLACE-PENDING
               ELSE
                   PERFORM 3000-ADD-GENERATION
               END-IF
               CLOSE GENCAT
           END-IF.
           GOBACK.

      *    THE LAST NUMBER USED FOR THIS FILE, AND ANY GENERATION
      *    STILL WAITING FOR GENPROMO.
       1000-SCAN-GENERATIONS.
           MOVE ZERO TO WS-LAST-NUMBER WS-PENDING-NUMBER.
           SET WS-SCAN-EOF TO FALSE.
           MOVE LS-GEN-DSN TO GEN-DSN.
           MOVE ZERO       TO GEN-NUMBER.
           START GENCAT KEY IS NOT LESS THAN GEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ GENCAT NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF GEN-DSN = LS-GEN-DSN
                           MOVE GEN-NUMBER TO WS-LAST-NUMBER
                           IF GEN-NEW
                               MOVE GEN-NUMBER TO WS-PENDING-NUMBER
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       2000-REPLACE-PENDING.
           MOVE LS-GEN-DSN        TO GEN-DSN.
           MOVE WS-PENDING-NUMBER TO GEN-NUMBER.
           READ GENCAT
               INVALID KEY
                   DISPLAY "GENLOG: " LS-GEN-DSN " GENERATION "
                       WS-PENDING-NUMBER " NOT FOUND, STATUS="
                       WS-GENCAT-STATUS
               NOT INVALID KEY
                   DISPLAY "GENLOG: UNPROMOTED " LS-GEN-DSN
                       " GENERATION " GEN-NUMBER " FROM "
                       GEN-JOB-NAME " REPLACED"
                   PERFORM 4000-FILL-ENTRY
                   REWRITE GENCAT-RECORD
                       INVALID KEY
                           DISPLAY "GENLOG: REWRITE FAILED FOR "
                               LS-GEN-DSN ", STATUS="
                               WS-GENCAT-STATUS
                   END-REWRITE
           END-READ.

       3000-ADD-GENERATION.
           IF WS-LAST-NUMBER = 9999
               DISPLAY "GENLOG: " LS-GEN-DSN
                   " GENERATION NUMBERS EXHAUSTED - NOT CATALOGED"
           ELSE
               MOVE SPACES         TO GENCAT-RECORD
               MOVE LS-GEN-DSN     TO GEN-DSN
               COMPUTE GEN-NUMBER = WS-LAST-NUMBER + 1
               PERFORM 4000-FILL-ENTRY
               WRITE GENCAT-RECORD
                   INVALID KEY
                       DISPLAY "GENLOG: WRITE FAILED FOR "
                           LS-GEN-DSN ", STATUS=" WS-GENCAT-STATUS
               END-WRITE
           END-IF.

       4000-FILL-ENTRY.
           MOVE "N"                        TO GEN-STATUS.
           MOVE WS-BIZ-DATE                TO GEN-BIZ-DATE.
           MOVE LS-REC-COUNT               TO GEN-REC-COUNT.
           MOVE LS-JOB-NAME                TO GEN-JOB-NAME.
           MOVE LS-GEN-SOURCE              TO GEN-SOURCE-DSN.
           MOVE WS-CURRENT-DATE-TIME(1:14) TO GEN-CREATED.
           MOVE SPACES                     TO GEN-PROMOTED-DATE.

       END PROGRAM GENLOG.
