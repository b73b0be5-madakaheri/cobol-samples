      *  EFFECTIVE DATE (YYYYMMDD); SPACES MEANS THE ASSIGNMENT TAKES
      *  EFFECT THE NIGHT THE MAINTENANCE RUNS, I.E. THE BUSINESS
      *  DATE FROM THE BIZPARM CARD (VIA BIZDATE), NOT THE CLOCK.
      *  THE RECORD IS ALSO TIMESTAMPED FROM THE CLOCK, NUMBERED AND
      *  CHAINED THROUGH JRNSEQ (SEE EMPHIST), AS AUDITLOG DOES.
      *
      *  CALL 'HISTLOG' USING LS-EMP-ID LS-OLD-SYOZOKU
      *                       LS-NEW-SYOZOKU LS-USERID LS-EFF-DATE.
       WORKING-STORAGE SECTION.
       01 WS-EMPHIST-STATUS       PIC X(02).
       01 WS-BIZ-DATE             PIC X(08).
       01 WS-CURRENT-DATE-TIME    PIC X(21).
       01 WS-JOURNAL              PIC X(08) VALUE "EMPHIST".
       01 WS-SEAL-IMAGE           PIC X(128).
       01 WS-SEQ-NO               PIC 9(09).
       01 WS-CHECK                PIC 9(09).

       LINKAGE SECTION.
       01 LS-EMP-ID               PIC X(06).
       PROCEDURE DIVISION USING LS-EMP-ID LS-OLD-SYOZOKU
           LS-NEW-SYOZOKU LS-USERID LS-EFF-DATE.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND EMPHIST.
           IF WS-EMPHIST-STATUS = "35"
               OPEN OUTPUT EMPHIST
           MOVE LS-OLD-SYOZOKU            TO HIS-OLD-SYOZOKU.
           MOVE LS-NEW-SYOZOKU            TO HIS-NEW-SYOZOKU.
           MOVE LS-USERID                 TO HIS-USERID.
           MOVE WS-CURRENT-DATE-TIME(1:16) TO HIS-TIMESTAMP.
           MOVE ZERO                      TO HIS-SEQ-NO HIS-CHECK.
           MOVE EMPHIST-RECORD            TO WS-SEAL-IMAGE.
           CALL "JRNSEQ" USING WS-JOURNAL HIS-TIMESTAMP WS-SEAL-IMAGE
               WS-SEQ-NO WS-CHECK.
           MOVE WS-SEQ-NO                 TO HIS-SEQ-NO.
           MOVE WS-CHECK                  TO HIS-CHECK.
           WRITE EMPHIST-RECORD.

           CLOSE EMPHIST.
