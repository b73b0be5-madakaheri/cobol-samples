       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDPRECON.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  IDENTITY-PROVISIONING FEED RECONCILIATION.
      *  MATCHES IT'S ACKNOWLEDGMENT FILE (IDPACK) AGAINST THE
      *  NIGHTLY FEED (IDPEXTR) BY EVENT ID, THE WAY PAYRECON
      *  RECONCILES PAYROLL, AND REPORTS:
      *    - MISSING:  SENT BUT NOT ACKNOWLEDGED BY IT
      *    - EXTRA:    ACKNOWLEDGED BUT NEVER SENT
      *    - REJECTED: ACKNOWLEDGED WITH IAK-STATUS "R" AND A REASON
      *  A MISSING OR REJECTED LEAVER IS AN ACCOUNT STILL OPEN, SO
      *  EACH LINE CARRIES THE EVENT TYPE AND EMP-ID FOR FOLLOW-UP.
      *  THE FEED TRAILER COUNT IS ALSO CHECKED AGAINST THE DETAILS
      *  ACTUALLY ON THE FILE.  THE ACK FILE IS SORTED BY EVENT ID
      *  FIRST BECAUSE IT DOES NOT GUARANTEE AN ORDER; THE FEED IS
      *  ALREADY IN EVENT-ID ORDER BECAUSE IDPEXTR NUMBERS IT IN
      *  SEQUENCE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDPFEED ASSIGN TO "IDPFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDPFEED-STATUS.

           SELECT IDPACK ASSIGN TO "IDPACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDPACK-STATUS.

           SELECT IDPACKS ASSIGN TO "IDPACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDPACKS-STATUS.

           SELECT IDPRRPT ASSIGN TO "IDPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDPRRPT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  IDPFEED
           LABEL RECORDS ARE STANDARD.
           COPY IDPEVREC.

       FD  IDPACK
           LABEL RECORDS ARE STANDARD.
           COPY IDPACKFD.

       FD  IDPACKS
           LABEL RECORDS ARE STANDARD.
       01 SORTED-ACK-RECORD.
          03 SACK-EVENT-ID        PIC X(14).
          03 SACK-EMP-ID          PIC X(06).
          03 SACK-STATUS          PIC X(01).
          03 SACK-REASON          PIC X(40).

       FD  IDPRRPT
           LABEL RECORDS ARE STANDARD.
       01 IDPRRPT-LINE            PIC X(80).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SRT-EVENT-ID        PIC X(14).
           03 SRT-EMP-ID          PIC X(06).
           03 SRT-STATUS          PIC X(01).
           03 SRT-REASON          PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-IDPFEED-STATUS       PIC X(02).
       01 WS-IDPACK-STATUS        PIC X(02).
       01 WS-IDPACKS-STATUS       PIC X(02).
       01 WS-IDPRRPT-STATUS       PIC X(02).
       01 WS-EXT-EOF-SW           PIC X     VALUE "N".
          88 WS-EXT-EOF                     VALUE "Y".
       01 WS-ACK-EOF-SW           PIC X     VALUE "N".
          88 WS-ACK-EOF                     VALUE "Y".

       01 WS-EXT-KEY              PIC X(14) VALUE HIGH-VALUES.
       01 WS-ACK-KEY              PIC X(14) VALUE HIGH-VALUES.
       01 WS-EXT-EMP-ID           PIC X(06).
       01 WS-EXT-EVENT-TYPE       PIC X(01).

       01 WS-RUN-DATE             PIC X(08) VALUE SPACES.
       01 WS-TRAILER-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-TRAILER-SEEN-SW      PIC X     VALUE "N".
          88 WS-TRAILER-SEEN                VALUE "Y".

       01 WS-FEED-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-ACK-COUNT            PIC 9(06) VALUE ZERO.
       01 WS-MATCHED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-MISSING-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-EXTRA-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.

       01 WS-HEADING-1            PIC X(40)
          VALUE "IDENTITY-PROVISIONING RECONCILIATION".

       01 WS-RUN-DATE-LINE.
          03 FILLER               PIC X(18)
             VALUE "FEED RUN DATE:    ".
          03 WS-HDG-RUN-DATE      PIC X(08).

       01 WS-DETAIL-LINE.
          03 WS-DTL-TAG           PIC X(10).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-EVENT-ID      PIC X(14).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-EVENT-TYPE    PIC X(01).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-EMP-ID        PIC X(06).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-REASON        PIC X(40).

       01 WS-TRAILER-ERR-LINE.
          03 FILLER               PIC X(24)
             VALUE "TRAILER COUNT MISMATCH: ".
          03 WS-TRL-EXPECTED      PIC ZZZZZ9.
          03 FILLER               PIC X(11) VALUE " ON TRAILER".
          03 FILLER               PIC X(01) VALUE ",".
          03 WS-TRL-ACTUAL        PIC ZZZZZ9.
          03 FILLER               PIC X(08) VALUE " ON FILE".

       01 WS-NO-TRAILER-LINE      PIC X(40)
          VALUE "FEED FILE HAS NO TRAILER RECORD".

       01 WS-TOTAL-LINE.
          03 WS-TOT-LABEL         PIC X(12).
          03 FILLER               PIC X(03) VALUE " = ".
          03 WS-TOT-COUNT         PIC ZZZZZ9.

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "IDPRECON".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-LOG-RUN-START.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-EVENT-ID
               USING IDPACK
               GIVING IDPACKS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MATCH-ONE-KEY
               UNTIL WS-EXT-KEY = HIGH-VALUES
                 AND WS-ACK-KEY = HIGH-VALUES.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT IDPFEED.
           OPEN INPUT IDPACKS.
           OPEN OUTPUT IDPRRPT.
           IF WS-IDPFEED-STATUS NOT = "00"
               DISPLAY "IDPRECON: IDPFEED OPEN FAILED, STATUS="
                   WS-IDPFEED-STATUS
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EXT-EOF-SW
               MOVE "Y" TO WS-ACK-EOF-SW
           ELSE
               IF WS-IDPACKS-STATUS NOT = "00"
                   DISPLAY "IDPRECON: IDPACKS OPEN FAILED, STATUS="
                       WS-IDPACKS-STATUS
                   MOVE "ERROR" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-EXT-EOF-SW
                   MOVE "Y" TO WS-ACK-EOF-SW
               ELSE
                   MOVE WS-HEADING-1 TO IDPRRPT-LINE
                   WRITE IDPRRPT-LINE
                   PERFORM 2100-READ-FEED-DETAIL
                   PERFORM 2200-READ-ACK
               END-IF
           END-IF.

       2000-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-EXT-KEY < WS-ACK-KEY
                   MOVE "MISSING"         TO WS-DTL-TAG
                   MOVE WS-EXT-KEY        TO WS-DTL-EVENT-ID
                   MOVE WS-EXT-EVENT-TYPE TO WS-DTL-EVENT-TYPE
                   MOVE WS-EXT-EMP-ID     TO WS-DTL-EMP-ID
                   MOVE "NOT ACKNOWLEDGED BY IT"
                       TO WS-DTL-REASON
                   MOVE WS-DETAIL-LINE TO IDPRRPT-LINE
                   WRITE IDPRRPT-LINE
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM 2100-READ-FEED-DETAIL
               WHEN WS-EXT-KEY > WS-ACK-KEY
                   MOVE "EXTRA"     TO WS-DTL-TAG
                   MOVE WS-ACK-KEY  TO WS-DTL-EVENT-ID
                   MOVE SPACE       TO WS-DTL-EVENT-TYPE
                   MOVE SACK-EMP-ID TO WS-DTL-EMP-ID
                   MOVE "ACKNOWLEDGED BUT NOT SENT"
                       TO WS-DTL-REASON
                   MOVE WS-DETAIL-LINE TO IDPRRPT-LINE
                   WRITE IDPRRPT-LINE
                   ADD 1 TO WS-EXTRA-COUNT
                   PERFORM 2200-READ-ACK
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
                   IF SACK-STATUS = "R"
                       MOVE "REJECTED"        TO WS-DTL-TAG
                       MOVE WS-ACK-KEY        TO WS-DTL-EVENT-ID
                       MOVE WS-EXT-EVENT-TYPE TO WS-DTL-EVENT-TYPE
                       MOVE WS-EXT-EMP-ID     TO WS-DTL-EMP-ID
                       MOVE SACK-REASON       TO WS-DTL-REASON
                       MOVE WS-DETAIL-LINE TO IDPRRPT-LINE
                       WRITE IDPRRPT-LINE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   PERFORM 2100-READ-FEED-DETAIL
                   PERFORM 2200-READ-ACK
           END-EVALUATE.

      *    SKIPS OVER THE HEADER (CAPTURING THE RUN DATE) AND THE
      *    TRAILER (CAPTURING THE CONTROL COUNT) SO THE MATCH ONLY
      *    EVER SEES "D" DETAILS.
       2100-READ-FEED-DETAIL.
           MOVE HIGH-VALUES TO WS-EXT-KEY.
           PERFORM UNTIL WS-EXT-EOF
               OR WS-EXT-KEY NOT = HIGH-VALUES
               READ IDPFEED
                   AT END
                       MOVE "Y" TO WS-EXT-EOF-SW
                   NOT AT END
                       EVALUATE IDP-REC-TYPE
                           WHEN "H"
                               MOVE IDP-HDR-DATE TO WS-RUN-DATE
                           WHEN "T"
                               MOVE IDP-TRL-COUNT
                                   TO WS-TRAILER-COUNT
                               MOVE "Y" TO WS-TRAILER-SEEN-SW
                           WHEN "D"
                               MOVE IDP-EVENT-ID   TO WS-EXT-KEY
                               MOVE IDP-EMP-ID     TO WS-EXT-EMP-ID
                               MOVE IDP-EVENT-TYPE TO WS-EXT-EVENT-TYPE
                               ADD 1 TO WS-FEED-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2200-READ-ACK.
           READ IDPACKS
               AT END
                   MOVE "Y" TO WS-ACK-EOF-SW
                   MOVE HIGH-VALUES TO WS-ACK-KEY
               NOT AT END
                   MOVE SACK-EVENT-ID TO WS-ACK-KEY
                   ADD 1 TO WS-ACK-COUNT
           END-READ.

       3000-PRINT-TOTALS.
           IF WS-IDPRRPT-STATUS = "00"
               IF WS-RUN-DATE NOT = SPACES
                   MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
                   MOVE WS-RUN-DATE-LINE TO IDPRRPT-LINE
                   WRITE IDPRRPT-LINE
               END-IF
               IF NOT WS-TRAILER-SEEN
                   MOVE WS-NO-TRAILER-LINE TO IDPRRPT-LINE
                   WRITE IDPRRPT-LINE
               ELSE
                   IF WS-TRAILER-COUNT NOT = WS-FEED-COUNT
                       MOVE WS-TRAILER-COUNT TO WS-TRL-EXPECTED
                       MOVE WS-FEED-COUNT    TO WS-TRL-ACTUAL
                       MOVE WS-TRAILER-ERR-LINE TO IDPRRPT-LINE
                       WRITE IDPRRPT-LINE
                   END-IF
               END-IF
               MOVE "SENT"            TO WS-TOT-LABEL
               MOVE WS-FEED-COUNT     TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO IDPRRPT-LINE
               WRITE IDPRRPT-LINE
               MOVE "ACKNOWLEDGED"    TO WS-TOT-LABEL
               MOVE WS-ACK-COUNT      TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO IDPRRPT-LINE
               WRITE IDPRRPT-LINE
               MOVE "MATCHED"         TO WS-TOT-LABEL
               MOVE WS-MATCHED-COUNT  TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO IDPRRPT-LINE
               WRITE IDPRRPT-LINE
               MOVE "MISSING"         TO WS-TOT-LABEL
               MOVE WS-MISSING-COUNT  TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO IDPRRPT-LINE
               WRITE IDPRRPT-LINE
               MOVE "EXTRA"           TO WS-TOT-LABEL
               MOVE WS-EXTRA-COUNT    TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO IDPRRPT-LINE
               WRITE IDPRRPT-LINE
               MOVE "REJECTED"        TO WS-TOT-LABEL
               MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO IDPRRPT-LINE
               WRITE IDPRRPT-LINE
           END-IF.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           MOVE WS-FEED-COUNT    TO WS-RUN-READ-CNT.
           MOVE WS-ACK-COUNT     TO WS-RUN-WRITE-CNT.
           COMPUTE WS-RUN-REJ-CNT = WS-MISSING-COUNT
               + WS-EXTRA-COUNT + WS-REJECTED-COUNT.
           PERFORM 8950-CALL-RUNLOG.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           CLOSE IDPFEED.
           CLOSE IDPACKS.
           CLOSE IDPRRPT.
           DISPLAY "IDPRECON: " WS-MATCHED-COUNT " MATCHED, "
               WS-MISSING-COUNT " MISSING, " WS-EXTRA-COUNT
               " EXTRA, " WS-REJECTED-COUNT " REJECTED".

       END PROGRAM IDPRECON.
