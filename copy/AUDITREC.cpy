      *  AUDIT JOURNAL (AUDITJRN) RECORD LAYOUT.  ONE RECORD PER
      *  CHANGED FIELD, WRITTEN BY AUDITLOG FOR EVERY UPDATE TO A
      *  SHIMEI OR SYOZOKU FIELD ON THE EMPLOYEE MASTER.
      *  AUD-SEQ-NO AND AUD-CHECK MAKE THE JOURNAL TAMPER-EVIDENT:
      *  AUDITLOG NUMBERS EVERY RECORD ONE PAST THE LAST (JRNCTL, SEE
      *  JRNCTLRC) AND STAMPS A CHECK VALUE COMPUTED BY JRNSEAL FROM
      *  THE PREVIOUS RECORD'S CHECK VALUE, THE SEQUENCE NUMBER AND
      *  THE RECORD ITSELF (WITH BOTH FIELDS ZERO), SO A RECORD
      *  REMOVED, INSERTED OR EDITED BREAKS THE CHAIN.  JRNVRFY PROVES
      *  IT.  RECORDS WRITTEN BEFORE SEQUENCING BEGAN CARRY SPACES.
      *  AUD-APPROVER IS THE SECOND USER WHO APPROVED THE TRANSACTION
      *  (TRAN-APPROVER/OTR-APPROVER, SEE APRTRAN) WHERE ONE WAS
      *  NEEDED - TERMINATIONS, NAME CHANGES AND REORGANIZATIONS -
      *  AND SPACES OTHERWISE, SO SEGREGATION OF DUTIES SHOWS ON THE
      *  JOURNAL ITSELF.
      *****************************************************************
       01 AUDIT-RECORD.
          03 AUD-TIMESTAMP    PIC X(21).
          03 AUD-BEFORE-IMAGE PIC X(20).
          03 FILLER           PIC X     VALUE SPACE.
          03 AUD-AFTER-IMAGE  PIC X(20).
          03 FILLER           PIC X     VALUE SPACE.
          03 AUD-SEQ-NO       PIC 9(09).
          03 FILLER           PIC X     VALUE SPACE.
          03 AUD-CHECK        PIC 9(09).
          03 FILLER           PIC X     VALUE SPACE.
          03 AUD-APPROVER     PIC X(08).
