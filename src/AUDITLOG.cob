      *  CALLED BY ANY PROGRAM THAT UPDATES SHIMEI OR SYOZOKU FIELDS
      *  ON EMPMAST (E.G. EMPMAINT) SO THERE IS A SINGLE PLACE THAT
      *  OWNS THE AUDITJRN LAYOUT AND TIMESTAMP FORMAT.
      *  EVERY RECORD IS NUMBERED AND CHAINED THROUGH JRNSEQ BEFORE
      *  IT IS WRITTEN (SEE AUDITREC), SO JRNVRFY CAN PROVE NOTHING
      *  HAS BEEN REMOVED OR EDITED SINCE.
      *  LS-APPROVER IS THE CHECKER WHO APPROVED THE TRANSACTION, OR
      *  SPACES WHEN IT NEEDED NO APPROVAL.
      *
      *  CALL 'AUDITLOG' USING LS-USERID LS-EMP-ID LS-FIELD-NAME
      *                        LS-BEFORE-IMAGE LS-AFTER-IMAGE
      *                        LS-APPROVER.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       01 WS-AUDITJRN-STATUS      PIC X(02).
       01 WS-CURRENT-DATE-TIME    PIC X(21).
       01 WS-JOURNAL              PIC X(08) VALUE "AUDITJRN".
       01 WS-SEAL-IMAGE           PIC X(128).
       01 WS-SEQ-NO               PIC 9(09).
       01 WS-CHECK                PIC 9(09).

       LINKAGE SECTION.
       01 LS-USERID               PIC X(08).
       01 LS-FIELD-NAME           PIC X(11).
       01 LS-BEFORE-IMAGE         PIC X(20).
       01 LS-AFTER-IMAGE          PIC X(20).
       01 LS-APPROVER             PIC X(08).

       PROCEDURE DIVISION USING LS-USERID LS-EMP-ID LS-FIELD-NAME
           LS-BEFORE-IMAGE LS-AFTER-IMAGE LS-APPROVER.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           MOVE LS-FIELD-NAME        TO AUD-FIELD-NAME.
           MOVE LS-BEFORE-IMAGE      TO AUD-BEFORE-IMAGE.
           MOVE LS-AFTER-IMAGE       TO AUD-AFTER-IMAGE.
           MOVE LS-APPROVER          TO AUD-APPROVER.
           MOVE ZERO                 TO AUD-SEQ-NO AUD-CHECK.
           MOVE AUDIT-RECORD         TO WS-SEAL-IMAGE.
           CALL "JRNSEQ" USING WS-JOURNAL WS-CURRENT-DATE-TIME(1:16)
               WS-SEAL-IMAGE WS-SEQ-NO WS-CHECK.
           MOVE WS-SEQ-NO            TO AUD-SEQ-NO.
           MOVE WS-CHECK             TO AUD-CHECK.
           WRITE AUDIT-RECORD.

           CLOSE AUDITJRN.
