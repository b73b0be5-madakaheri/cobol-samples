       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNVRFY.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  JOURNAL SEQUENCE AND CHAIN VERIFICATION.
      *  PROVES TO AN AUDITOR THAT AUDITJRN AND EMPHIST HAVE NOT BEEN
      *  CUT, PADDED OR EDITED SINCE AUDITLOG/HISTLOG WROTE THEM,
      *  EVEN THOUGH EMPPURGE REWRITES THEM AND GENPROMO PROMOTES
      *  THEM BACK INTO PLACE.  EACH LIVE JOURNAL IS READ IN FILE
      *  ORDER AND EVERY SEQUENCED RECORD (SEE AUDITREC, EMPHIST) IS
      *  CHECKED:
      *    - GAP:       SEQUENCE NUMBERS MISSING THAT NO PURGE ON THE
      *                 PURGED-SEQUENCE REGISTER (PURGSEQ) ACCOUNTS
      *                 FOR - INCLUDING RECORDS CUT OFF THE END, FOUND
      *                 BY COMPARING WITH THE LAST NUMBER ON JRNCTL
      *    - SEQUENCE:  A NUMBER THAT REPEATS OR GOES BACKWARDS
      *    - CHAIN:     A CHECK VALUE THAT DOES NOT FOLLOW FROM THE
      *                 PREVIOUS RECORD'S (JRNSEAL) - THE RECORD WAS
      *                 EDITED, OR ONE BEFORE IT WAS REPLACED.  A
      *                 REGISTERED PURGE CARRIES THE CHAIN ACROSS THE
      *                 GAP WITH THE CHECK VALUE IT RECORDED.
      *    - TIMESTAMP: A RECORD WRITTEN EARLIER THAN THE ONE BEFORE
      *  THE ARCHIVES (ARCAUDIT, ARCHIST) HOLD ONLY THE PURGED
      *  EMPLOYEES' RECORDS, SO THERE EVERY SEQUENCE NUMBER MUST LIE
      *  IN A REGISTERED RANGE, NUMBERS AND TIMESTAMPS MUST RISE, AND
      *  THE CHAIN IS PROVED WHEREVER TWO CONSECUTIVE NUMBERS ARE
      *  BOTH PRESENT.
      *  RECORDS WRITTEN BEFORE SEQUENCING BEGAN (BLANK SEQUENCE) ARE
      *  COUNTED, NOT CHECKED; ONE APPEARING AFTER A SEQUENCED RECORD
      *  IS REPORTED.  A FILE THAT IS NOT THERE IS NOTED ON THE
      *  REPORT (JRNVRPT).  IT UPDATES NOTHING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITJRN ASSIGN TO "AUDITJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITJRN-STATUS.

           SELECT EMPHIST ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT ARCAUDIT ASSIGN TO "ARCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCAUDIT-STATUS.

           SELECT ARCHIST ASSIGN TO "ARCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIST-STATUS.

           SELECT PURGSEQ ASSIGN TO "PURGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGSEQ-STATUS.

           SELECT JRNCTL ASSIGN TO "JRNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JCT-JOURNAL
               FILE STATUS IS WS-JRNCTL-STATUS.

           SELECT JRNVRPT ASSIGN TO "JRNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE LIVE JOURNALS AND THEIR ARCHIVES SHARE A LAYOUT, SO THE
      *    FD RECORDS STAY PLAIN LINES AND THE FIELDS LIVE IN
      *    WORKING-STORAGE.
       FD  AUDITJRN
           LABEL RECORDS ARE STANDARD.
       01 AUDITJRN-LINE           PIC X(120).

       FD  EMPHIST
           LABEL RECORDS ARE STANDARD.
       01 EMPHIST-LINE            PIC X(127).

       FD  ARCAUDIT
           LABEL RECORDS ARE STANDARD.
       01 ARCAUDIT-LINE           PIC X(120).

       FD  ARCHIST
           LABEL RECORDS ARE STANDARD.
       01 ARCHIST-LINE            PIC X(127).

       FD  PURGSEQ
           LABEL RECORDS ARE STANDARD.
           COPY PRGSEQRC.

       FD  JRNCTL
           LABEL RECORDS ARE STANDARD.
           COPY JRNCTLRC.

       FD  JRNVRPT
           LABEL RECORDS ARE STANDARD.
       01 JRNVRPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUDITJRN-STATUS      PIC X(02).
       01 WS-EMPHIST-STATUS       PIC X(02).
       01 WS-ARCAUDIT-STATUS      PIC X(02).
       01 WS-ARCHIST-STATUS       PIC X(02).
       01 WS-PURGSEQ-STATUS       PIC X(02).
       01 WS-JRNCTL-STATUS        PIC X(02).
       01 WS-JRNVRPT-STATUS       PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-FILE-OPEN-SW         PIC X     VALUE "N".
          88 WS-FILE-OPEN                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-JRNCTL-OPEN-SW       PIC X     VALUE "N".
          88 WS-JRNCTL-OPEN                 VALUE "Y".

           COPY AUDITREC.
           COPY EMPHIST.

       01 WS-BIZ-DATE             PIC X(08).

      *    THE FILE IN HAND AND THE JOURNAL IT BELONGS TO.
       01 WS-CUR-FILE             PIC X(08).
       01 WS-CUR-JOURNAL          PIC X(08).

      *    THE RECORD IN HAND, REDUCED TO WHAT THE CHECKS NEED.
       01 WS-CUR-CONTROL-SW       PIC X     VALUE "N".
          88 WS-CUR-CONTROL                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-CUR-SEQUENCED-SW     PIC X     VALUE "N".
          88 WS-CUR-SEQUENCED               VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-CUR-SEQ              PIC 9(09).
       01 WS-CUR-CHECK            PIC 9(09).
       01 WS-CUR-TIME             PIC X(16).
       01 WS-CUR-IMAGE            PIC X(128).
       01 WS-CALC-CHECK           PIC 9(09).

      *    WHERE THE CHAIN STANDS AFTER THE LAST SEQUENCED RECORD.
       01 WS-SEQUENCED-SW         PIC X     VALUE "N".
          88 WS-SEQUENCED                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-CHAIN-KNOWN-SW       PIC X     VALUE "Y".
          88 WS-CHAIN-KNOWN                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-EXP-SEQ              PIC 9(09).
       01 WS-PREV-SEQ             PIC 9(09).
       01 WS-PREV-CHECK           PIC 9(09).
       01 WS-PREV-TIME            PIC X(16).
       01 WS-GAP-END              PIC 9(09).

      *    THE PURGED-SEQUENCE REGISTER, LOADED WHOLE.
       01 WS-RANGE-TABLE.
          03 WS-RANGE-ENTRY OCCURS 2000 TIMES.
             05 WS-RNG-JOURNAL    PIC X(08).
             05 WS-RNG-FIRST      PIC 9(09).
             05 WS-RNG-LAST       PIC 9(09).
             05 WS-RNG-CHECK      PIC 9(09).
       01 WS-RANGE-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-RANGE-IX             PIC 9(04) VALUE ZERO.
       01 WS-RANGE-MAX            PIC 9(04) VALUE 2000.
       01 WS-RANGE-OVERFLOW       PIC 9(06) VALUE ZERO.
       01 WS-RANGE-FOUND-SW       PIC X     VALUE "N".
          88 WS-RANGE-FOUND                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

      *    PER-FILE COUNTS, CLEARED FOR EACH FILE, AND RUN TOTALS.
       01 WS-FILE-READ-CNT        PIC 9(06) VALUE ZERO.
       01 WS-FILE-SEQ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-FILE-UNSEQ-CNT       PIC 9(06) VALUE ZERO.
       01 WS-FILE-PURGED-CNT      PIC 9(09) VALUE ZERO.
       01 WS-FILE-EXC-CNT         PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-EXC-CNT        PIC 9(06) VALUE ZERO.

       01 WS-HEADING-1.
          03 FILLER               PIC X(34)
             VALUE "JOURNAL SEQUENCE VERIFICATION AS: ".
          03 WS-HDG-DATE          PIC X(08).

       01 WS-FILE-HEADING.
          03 FILLER               PIC X(04) VALUE "*** ".
          03 WS-FHD-FILE          PIC X(08).
          03 FILLER               PIC X(04) VALUE " ***".

       01 WS-NOT-PRESENT-LINE.
          03 WS-NPL-FILE          PIC X(08).
          03 FILLER               PIC X(29)
             VALUE " NOT PRESENT - NOT VERIFIED, ".
          03 FILLER               PIC X(07) VALUE "STATUS=".
          03 WS-NPL-STATUS        PIC X(02).

       01 WS-EXCEPTION-LINE.
          03 WS-EXC-TAG           PIC X(09).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-EXC-SEQ           PIC ZZZZZZZZ9.
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-EXC-TEXT          PIC X(60).

       01 WS-EXC-RANGE-TEXT.
          03 FILLER               PIC X(03) VALUE "TO ".
          03 WS-ERT-LAST          PIC ZZZZZZZZ9.
          03 FILLER               PIC X(32)
             VALUE " MISSING - NOT ON PURGE REGISTER".

       01 WS-TOTAL-LINE.
          03 FILLER               PIC X(02) VALUE SPACES.
          03 WS-TOT-LABEL         PIC X(24).
          03 FILLER               PIC X(03) VALUE " = ".
          03 WS-TOT-COUNT         PIC ZZZZZZZZ9.

       01 WS-OVERFLOW-LINE.
          03 FILLER               PIC X(26)
             VALUE "PURGE REGISTER OVER TABLE ".
          03 FILLER               PIC X(06) VALUE "LIMIT ".
          03 WS-OVF-COUNT         PIC ZZZZZ9.
          03 FILLER               PIC X(28)
             VALUE " RANGE(S) NOT LOADED".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "JRNVRFY".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           MOVE "AUDITJRN" TO WS-CUR-FILE WS-CUR-JOURNAL.
           PERFORM 2000-VERIFY-LIVE-JOURNAL.
           MOVE "EMPHIST"  TO WS-CUR-FILE WS-CUR-JOURNAL.
           PERFORM 2000-VERIFY-LIVE-JOURNAL.
           MOVE "ARCAUDIT" TO WS-CUR-FILE.
           MOVE "AUDITJRN" TO WS-CUR-JOURNAL.
           PERFORM 3000-VERIFY-ARCHIVE.
           MOVE "ARCHIST"  TO WS-CUR-FILE.
           MOVE "EMPHIST"  TO WS-CUR-JOURNAL.
           PERFORM 3000-VERIFY-ARCHIVE.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

      *    NO PURGE REGISTER MEANS NO PURGE HAS RUN SINCE SEQUENCING
      *    BEGAN; NO JRNCTL MEANS NOTHING HAS BEEN SEQUENCED YET.
       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           OPEN OUTPUT JRNVRPT.
           MOVE WS-BIZ-DATE  TO WS-HDG-DATE.
           MOVE WS-HEADING-1 TO JRNVRPT-LINE.
           WRITE JRNVRPT-LINE.
           PERFORM 1100-LOAD-PURGE-REGISTER.
           OPEN INPUT JRNCTL.
           IF WS-JRNCTL-STATUS = "00"
               MOVE "Y" TO WS-JRNCTL-OPEN-SW
           ELSE
               DISPLAY "JRNVRFY: NO JRNCTL, STATUS=" WS-JRNCTL-STATUS
           END-IF.

       1100-LOAD-PURGE-REGISTER.
           SET WS-EOF TO FALSE.
           OPEN INPUT PURGSEQ.
           IF WS-PURGSEQ-STATUS NOT = "00"
               DISPLAY "JRNVRFY: NO PURGSEQ, STATUS="
                   WS-PURGSEQ-STATUS
           ELSE
               PERFORM 1200-READ-PURGSEQ
               PERFORM UNTIL WS-EOF
                   IF WS-RANGE-COUNT < WS-RANGE-MAX
                       ADD 1 TO WS-RANGE-COUNT
                       MOVE PSQ-JOURNAL
                           TO WS-RNG-JOURNAL(WS-RANGE-COUNT)
                       MOVE PSQ-FIRST-SEQ
                           TO WS-RNG-FIRST(WS-RANGE-COUNT)
                       MOVE PSQ-LAST-SEQ
                           TO WS-RNG-LAST(WS-RANGE-COUNT)
                       MOVE PSQ-LAST-CHECK
                           TO WS-RNG-CHECK(WS-RANGE-COUNT)
                   ELSE
                       ADD 1 TO WS-RANGE-OVERFLOW
                   END-IF
                   PERFORM 1200-READ-PURGSEQ
               END-PERFORM
               CLOSE PURGSEQ
           END-IF.
           IF WS-RANGE-OVERFLOW > ZERO
               MOVE WS-RANGE-OVERFLOW TO WS-OVF-COUNT
               MOVE WS-OVERFLOW-LINE  TO JRNVRPT-LINE
               WRITE JRNVRPT-LINE
               DISPLAY "JRNVRFY: " WS-RANGE-OVERFLOW
                   " PURGE RANGE(S) PAST TABLE LIMIT"
           END-IF.

       1200-READ-PURGSEQ.
           READ PURGSEQ
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    A LIVE JOURNAL: EVERY NUMBER FROM 1 TO THE LAST ON JRNCTL
      *    MUST BE ON THE FILE OR ON THE PURGE REGISTER.
       2000-VERIFY-LIVE-JOURNAL.
           PERFORM 2050-START-FILE.
           IF WS-FILE-OPEN
               PERFORM 2100-READ-CURRENT
               PERFORM UNTIL WS-EOF
                   PERFORM 2200-CHECK-LIVE-RECORD
                   PERFORM 2100-READ-CURRENT
               END-PERFORM
               PERFORM 2060-CLOSE-CURRENT
               PERFORM 2400-CHECK-AGAINST-JRNCTL
               PERFORM 2900-PRINT-FILE-TOTALS
           END-IF.

       2050-START-FILE.
           SET WS-EOF TO FALSE.
           SET WS-FILE-OPEN TO FALSE.
           SET WS-SEQUENCED TO FALSE.
           SET WS-CHAIN-KNOWN TO TRUE.
           MOVE 1      TO WS-EXP-SEQ.
           MOVE ZERO   TO WS-PREV-SEQ WS-PREV-CHECK.
           MOVE SPACES TO WS-PREV-TIME.
           MOVE ZERO   TO WS-FILE-READ-CNT WS-FILE-SEQ-CNT
                          WS-FILE-UNSEQ-CNT WS-FILE-PURGED-CNT
                          WS-FILE-EXC-CNT.
           MOVE WS-CUR-FILE     TO WS-FHD-FILE.
           MOVE WS-FILE-HEADING TO JRNVRPT-LINE.
           WRITE JRNVRPT-LINE.
           EVALUATE WS-CUR-FILE
               WHEN "AUDITJRN"
                   OPEN INPUT AUDITJRN
                   MOVE WS-AUDITJRN-STATUS TO WS-NPL-STATUS
               WHEN "EMPHIST"
                   OPEN INPUT EMPHIST
                   MOVE WS-EMPHIST-STATUS  TO WS-NPL-STATUS
               WHEN "ARCAUDIT"
                   OPEN INPUT ARCAUDIT
                   MOVE WS-ARCAUDIT-STATUS TO WS-NPL-STATUS
               WHEN "ARCHIST"
                   OPEN INPUT ARCHIST
                   MOVE WS-ARCHIST-STATUS  TO WS-NPL-STATUS
           END-EVALUATE.
           IF WS-NPL-STATUS = "00"
               SET WS-FILE-OPEN TO TRUE
           ELSE
               MOVE WS-CUR-FILE         TO WS-NPL-FILE
               MOVE WS-NOT-PRESENT-LINE TO JRNVRPT-LINE
               WRITE JRNVRPT-LINE
           END-IF.

       2060-CLOSE-CURRENT.
           EVALUATE WS-CUR-FILE
               WHEN "AUDITJRN"
                   CLOSE AUDITJRN
               WHEN "EMPHIST"
                   CLOSE EMPHIST
               WHEN "ARCAUDIT"
                   CLOSE ARCAUDIT
               WHEN "ARCHIST"
                   CLOSE ARCHIST
           END-EVALUATE.

       2100-READ-CURRENT.
           EVALUATE WS-CUR-FILE
               WHEN "AUDITJRN"
                   READ AUDITJRN INTO AUDIT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN "EMPHIST"
                   READ EMPHIST INTO EMPHIST-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN "ARCAUDIT"
                   READ ARCAUDIT INTO AUDIT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN "ARCHIST"
                   READ ARCHIST INTO EMPHIST-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.
           IF NOT WS-EOF
               ADD 1 TO WS-FILE-READ-CNT WS-RUN-READ-CNT
               IF WS-CUR-JOURNAL = "AUDITJRN"
                   PERFORM 2150-TAKE-AUDIT-RECORD
               ELSE
                   PERFORM 2160-TAKE-HIST-RECORD
               END-IF
           END-IF.

      *    THE IMAGE IS REBUILT EXACTLY AS AUDITLOG SEALED IT - THE
      *    RECORD WITH ITS SEQUENCE AND CHECK FIELDS ZERO.
       2150-TAKE-AUDIT-RECORD.
           SET WS-CUR-CONTROL TO FALSE.
           SET WS-CUR-SEQUENCED TO FALSE.
           IF AUD-TIMESTAMP(1:2) = "*H" OR AUD-TIMESTAMP(1:2) = "*T"
               SET WS-CUR-CONTROL TO TRUE
           ELSE
               IF AUD-SEQ-NO IS NUMERIC AND AUD-CHECK IS NUMERIC
                   SET WS-CUR-SEQUENCED TO TRUE
                   MOVE AUD-SEQ-NO          TO WS-CUR-SEQ
                   MOVE AUD-CHECK           TO WS-CUR-CHECK
                   MOVE AUD-TIMESTAMP(1:16) TO WS-CUR-TIME
                   MOVE ZERO                TO AUD-SEQ-NO AUD-CHECK
                   MOVE AUDIT-RECORD        TO WS-CUR-IMAGE
               END-IF
           END-IF.

       2160-TAKE-HIST-RECORD.
           SET WS-CUR-CONTROL TO FALSE.
           SET WS-CUR-SEQUENCED TO FALSE.
           IF HIS-EMP-ID(1:2) = "*H" OR HIS-EMP-ID(1:2) = "*T"
               SET WS-CUR-CONTROL TO TRUE
           ELSE
               IF HIS-SEQ-NO IS NUMERIC AND HIS-CHECK IS NUMERIC
                   SET WS-CUR-SEQUENCED TO TRUE
                   MOVE HIS-SEQ-NO     TO WS-CUR-SEQ
                   MOVE HIS-CHECK      TO WS-CUR-CHECK
                   MOVE HIS-TIMESTAMP  TO WS-CUR-TIME
                   MOVE ZERO           TO HIS-SEQ-NO HIS-CHECK
                   MOVE EMPHIST-RECORD TO WS-CUR-IMAGE
               END-IF
           END-IF.

       2200-CHECK-LIVE-RECORD.
           EVALUATE TRUE
               WHEN WS-CUR-CONTROL
                   CONTINUE
               WHEN NOT WS-CUR-SEQUENCED
                   ADD 1 TO WS-FILE-UNSEQ-CNT
                   IF WS-SEQUENCED
                       MOVE "SEQUENCE"  TO WS-EXC-TAG
                       MOVE WS-PREV-SEQ TO WS-EXC-SEQ
                       MOVE "FOLLOWED BY A RECORD WITH NO SEQUENCE"
                           TO WS-EXC-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                   END-IF
               WHEN OTHER
                   SET WS-SEQUENCED TO TRUE
                   ADD 1 TO WS-FILE-SEQ-CNT
                   IF WS-CUR-SEQ > WS-EXP-SEQ
                       PERFORM 2300-ACCOUNT-FOR-GAP
                   END-IF
                   IF WS-CUR-SEQ < WS-EXP-SEQ
                       MOVE "SEQUENCE"  TO WS-EXC-TAG
                       MOVE WS-CUR-SEQ  TO WS-EXC-SEQ
                       MOVE "REPEATED OR OUT OF ORDER"
                           TO WS-EXC-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                       SET WS-CHAIN-KNOWN TO FALSE
                   END-IF
                   PERFORM 2500-CHECK-CHAIN-AND-TIME
                   COMPUTE WS-EXP-SEQ = WS-CUR-SEQ + 1
           END-EVALUATE.

      *    WALKS FROM THE NUMBER EXPECTED UP TO THE ONE FOUND.  EACH
      *    REGISTERED PURGE STARTING THERE IS STEPPED OVER AND HANDS
      *    ON ITS CHECK VALUE; ANYTHING ELSE, UP TO THE NEXT
      *    REGISTERED PURGE, IS AN UNEXPLAINED GAP AND LEAVES THE
      *    CHAIN UNPROVABLE UNTIL A PURGE OR THE NEXT RECORD PICKS IT
      *    UP AGAIN.
       2300-ACCOUNT-FOR-GAP.
           PERFORM UNTIL WS-EXP-SEQ NOT < WS-CUR-SEQ
               PERFORM 2350-FIND-RANGE-AT
               IF WS-RANGE-FOUND
                   COMPUTE WS-FILE-PURGED-CNT = WS-FILE-PURGED-CNT
                       + WS-RNG-LAST(WS-RANGE-IX)
                       - WS-RNG-FIRST(WS-RANGE-IX) + 1
                   COMPUTE WS-EXP-SEQ = WS-RNG-LAST(WS-RANGE-IX) + 1
                   MOVE WS-RNG-CHECK(WS-RANGE-IX) TO WS-PREV-CHECK
                   SET WS-CHAIN-KNOWN TO TRUE
               ELSE
                   PERFORM 2360-FIND-GAP-END
                   MOVE "GAP"         TO WS-EXC-TAG
                   MOVE WS-EXP-SEQ    TO WS-EXC-SEQ
                   MOVE WS-GAP-END    TO WS-ERT-LAST
                   MOVE WS-EXC-RANGE-TEXT TO WS-EXC-TEXT
                   PERFORM 2800-WRITE-EXCEPTION
                   COMPUTE WS-EXP-SEQ = WS-GAP-END + 1
                   SET WS-CHAIN-KNOWN TO FALSE
               END-IF
           END-PERFORM.

       2350-FIND-RANGE-AT.
           SET WS-RANGE-FOUND TO FALSE.
           PERFORM VARYING WS-RANGE-IX FROM 1 BY 1
               UNTIL WS-RANGE-IX > WS-RANGE-COUNT
                 OR WS-RANGE-FOUND
               IF WS-RNG-JOURNAL(WS-RANGE-IX) = WS-CUR-JOURNAL
                   AND WS-RNG-FIRST(WS-RANGE-IX) = WS-EXP-SEQ
                   AND WS-RNG-LAST(WS-RANGE-IX) < WS-CUR-SEQ
                   SET WS-RANGE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-RANGE-FOUND
               SUBTRACT 1 FROM WS-RANGE-IX
           END-IF.

      *    THE GAP RUNS TO THE RECORD FOUND, OR TO JUST BEFORE THE
      *    NEXT REGISTERED PURGE INSIDE IT.
       2360-FIND-GAP-END.
           COMPUTE WS-GAP-END = WS-CUR-SEQ - 1.
           PERFORM VARYING WS-RANGE-IX FROM 1 BY 1
               UNTIL WS-RANGE-IX > WS-RANGE-COUNT
               IF WS-RNG-JOURNAL(WS-RANGE-IX) = WS-CUR-JOURNAL
                   AND WS-RNG-FIRST(WS-RANGE-IX) > WS-EXP-SEQ
                   AND WS-RNG-FIRST(WS-RANGE-IX) NOT > WS-GAP-END
                   AND WS-RNG-LAST(WS-RANGE-IX) < WS-CUR-SEQ
                   COMPUTE WS-GAP-END = WS-RNG-FIRST(WS-RANGE-IX) - 1
               END-IF
           END-PERFORM.

      *    JRNCTL HOLDS THE LAST NUMBER AND CHECK VALUE EVER WRITTEN.
      *    NUMBERS PAST THE END OF THE FILE MUST ALL BE REGISTERED
      *    PURGES, AND THE CHAIN MUST END ON JRNCTL'S CHECK VALUE.
       2400-CHECK-AGAINST-JRNCTL.
           IF WS-JRNCTL-OPEN AND WS-SEQUENCED
               MOVE WS-CUR-JOURNAL TO JCT-JOURNAL
               READ JRNCTL
                   INVALID KEY
                       MOVE "CONTROL"  TO WS-EXC-TAG
                       MOVE ZERO       TO WS-EXC-SEQ
                       MOVE "NO JRNCTL RECORD FOR THIS JOURNAL"
                           TO WS-EXC-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM 2450-COMPARE-JRNCTL
               END-READ
           END-IF.

       2450-COMPARE-JRNCTL.
           IF JCT-LAST-SEQ < WS-PREV-SEQ
               MOVE "CONTROL"    TO WS-EXC-TAG
               MOVE WS-PREV-SEQ  TO WS-EXC-SEQ
               MOVE "JOURNAL RUNS PAST THE LAST NUMBER ON JRNCTL"
                   TO WS-EXC-TEXT
               PERFORM 2800-WRITE-EXCEPTION
           ELSE
               IF JCT-LAST-SEQ NOT < WS-EXP-SEQ
                   COMPUTE WS-CUR-SEQ = JCT-LAST-SEQ + 1
                   PERFORM 2300-ACCOUNT-FOR-GAP
               END-IF
               IF WS-CHAIN-KNOWN
                   AND WS-PREV-CHECK NOT = JCT-LAST-CHECK
                   MOVE "CHAIN"      TO WS-EXC-TAG
                   MOVE JCT-LAST-SEQ TO WS-EXC-SEQ
                   MOVE "LAST CHECK VALUE DISAGREES WITH JRNCTL"
                       TO WS-EXC-TEXT
                   PERFORM 2800-WRITE-EXCEPTION
               END-IF
           END-IF.

      *    THE CHECK VALUE IS PROVED ONLY WHERE THE ONE BEFORE IT IS
      *    KNOWN; EITHER WAY THE CHAIN CARRIES ON FROM THE VALUE ON
      *    THE RECORD, SO ONE EDITED RECORD IS REPORTED ONCE.
       2500-CHECK-CHAIN-AND-TIME.
           IF WS-CHAIN-KNOWN
               CALL "JRNSEAL" USING WS-PREV-CHECK WS-CUR-SEQ
                   WS-CUR-IMAGE WS-CALC-CHECK
               IF WS-CALC-CHECK NOT = WS-CUR-CHECK
                   MOVE "CHAIN"     TO WS-EXC-TAG
                   MOVE WS-CUR-SEQ  TO WS-EXC-SEQ
                   MOVE "CHECK VALUE BROKEN - ALTERED OR REPLACED"
                       TO WS-EXC-TEXT
                   PERFORM 2800-WRITE-EXCEPTION
               END-IF
           END-IF.
           IF WS-PREV-TIME NOT = SPACES
               AND WS-CUR-TIME < WS-PREV-TIME
               MOVE "TIMESTAMP" TO WS-EXC-TAG
               MOVE WS-CUR-SEQ  TO WS-EXC-SEQ
               MOVE "WRITTEN EARLIER THAN THE RECORD BEFORE IT"
                   TO WS-EXC-TEXT
               PERFORM 2800-WRITE-EXCEPTION
           END-IF.
           MOVE WS-CUR-CHECK TO WS-PREV-CHECK.
           MOVE WS-CUR-TIME  TO WS-PREV-TIME.
           MOVE WS-CUR-SEQ   TO WS-PREV-SEQ.
           SET WS-CHAIN-KNOWN TO TRUE.

       2800-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-LINE TO JRNVRPT-LINE.
           WRITE JRNVRPT-LINE.
           ADD 1 TO WS-FILE-EXC-CNT WS-TOTAL-EXC-CNT WS-RUN-REJ-CNT.

       2900-PRINT-FILE-TOTALS.
           MOVE "RECORDS READ"            TO WS-TOT-LABEL.
           MOVE WS-FILE-READ-CNT          TO WS-TOT-COUNT.
           PERFORM 2950-WRITE-TOTAL.
           MOVE "SEQUENCED"               TO WS-TOT-LABEL.
           MOVE WS-FILE-SEQ-CNT           TO WS-TOT-COUNT.
           PERFORM 2950-WRITE-TOTAL.
           MOVE "WRITTEN BEFORE SEQUENCING" TO WS-TOT-LABEL.
           MOVE WS-FILE-UNSEQ-CNT         TO WS-TOT-COUNT.
           PERFORM 2950-WRITE-TOTAL.
           MOVE "REGISTERED AS PURGED"    TO WS-TOT-LABEL.
           MOVE WS-FILE-PURGED-CNT        TO WS-TOT-COUNT.
           PERFORM 2950-WRITE-TOTAL.
           MOVE "LAST SEQUENCE ON FILE"   TO WS-TOT-LABEL.
           MOVE WS-PREV-SEQ               TO WS-TOT-COUNT.
           PERFORM 2950-WRITE-TOTAL.
           MOVE "EXCEPTIONS"              TO WS-TOT-LABEL.
           MOVE WS-FILE-EXC-CNT           TO WS-TOT-COUNT.
           PERFORM 2950-WRITE-TOTAL.

       2950-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO JRNVRPT-LINE.
           WRITE JRNVRPT-LINE.

      *    AN ARCHIVE HOLDS ONLY THE PURGED EMPLOYEES' RECORDS, IN
      *    JOURNAL ORDER, SO GAPS ARE NORMAL THERE.  EVERY NUMBER MUST
      *    BE REGISTERED, AND THE CHAIN IS PROVED BETWEEN NEIGHBOURS.
       3000-VERIFY-ARCHIVE.
           PERFORM 2050-START-FILE.
           IF WS-FILE-OPEN
               PERFORM 2100-READ-CURRENT
               PERFORM UNTIL WS-EOF
                   PERFORM 3100-CHECK-ARCHIVE-RECORD
                   PERFORM 2100-READ-CURRENT
               END-PERFORM
               PERFORM 2060-CLOSE-CURRENT
               PERFORM 2900-PRINT-FILE-TOTALS
           END-IF.

       3100-CHECK-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN WS-CUR-CONTROL
                   CONTINUE
               WHEN NOT WS-CUR-SEQUENCED
                   ADD 1 TO WS-FILE-UNSEQ-CNT
               WHEN OTHER
                   ADD 1 TO WS-FILE-SEQ-CNT
                   PERFORM 3200-FIND-RANGE-HOLDING
                   IF NOT WS-RANGE-FOUND
                       MOVE "REGISTER"  TO WS-EXC-TAG
                       MOVE WS-CUR-SEQ  TO WS-EXC-SEQ
                       MOVE "ARCHIVED BUT NOT ON THE PURGE REGISTER"
                           TO WS-EXC-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                   ELSE
                       ADD 1 TO WS-FILE-PURGED-CNT
                   END-IF
                   IF WS-SEQUENCED AND WS-CUR-SEQ NOT > WS-PREV-SEQ
                       MOVE "SEQUENCE"  TO WS-EXC-TAG
                       MOVE WS-CUR-SEQ  TO WS-EXC-SEQ
                       MOVE "REPEATED OR OUT OF ORDER"
                           TO WS-EXC-TEXT
                       PERFORM 2800-WRITE-EXCEPTION
                   END-IF
                   IF WS-SEQUENCED AND WS-CUR-SEQ = WS-PREV-SEQ + 1
                       SET WS-CHAIN-KNOWN TO TRUE
                   ELSE
                       SET WS-CHAIN-KNOWN TO FALSE
                   END-IF
                   SET WS-SEQUENCED TO TRUE
                   PERFORM 2500-CHECK-CHAIN-AND-TIME
           END-EVALUATE.

       3200-FIND-RANGE-HOLDING.
           SET WS-RANGE-FOUND TO FALSE.
           PERFORM VARYING WS-RANGE-IX FROM 1 BY 1
               UNTIL WS-RANGE-IX > WS-RANGE-COUNT
                 OR WS-RANGE-FOUND
               IF WS-RNG-JOURNAL(WS-RANGE-IX) = WS-CUR-JOURNAL
                   AND WS-RNG-FIRST(WS-RANGE-IX) NOT > WS-CUR-SEQ
                   AND WS-RNG-LAST(WS-RANGE-IX) NOT < WS-CUR-SEQ
                   SET WS-RANGE-FOUND TO TRUE
               END-IF
           END-PERFORM.

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
           MOVE SPACES TO JRNVRPT-LINE.
           WRITE JRNVRPT-LINE.
           MOVE "TOTAL EXCEPTIONS"  TO WS-TOT-LABEL.
           MOVE WS-TOTAL-EXC-CNT    TO WS-TOT-COUNT.
           PERFORM 2950-WRITE-TOTAL.
           IF WS-JRNCTL-OPEN
               CLOSE JRNCTL
           END-IF.
           CLOSE JRNVRPT.
           DISPLAY "JRNVRFY: " WS-TOTAL-EXC-CNT " EXCEPTION(S)".

       END PROGRAM JRNVRFY.
