      *****************************************************************
      *  JRNCTLRC.CPY
      *  JOURNAL SEQUENCE CONTROL (JRNCTL) RECORD LAYOUT.  ONE RECORD
      *  PER SEQUENCED JOURNAL, KEYED BY ITS FILE NAME (AUDITJRN,
      *  EMPHIST), HOLDING THE SEQUENCE NUMBER, CHECK VALUE AND
      *  TIMESTAMP OF THE LAST RECORD WRITTEN TO IT.  JRNSEQ READS IT
      *  TO NUMBER AND CHAIN THE NEXT RECORD AND UPDATES IT; JRNVRFY
      *  COMPARES IT WITH THE END OF THE JOURNAL, SO RECORDS CUT OFF
      *  THE END OF THE FILE SHOW AS A GAP LIKE ANY OTHER.  A PURGE
      *  NEVER CHANGES IT - SEQUENCE NUMBERS ARE NOT REUSED.
      *****************************************************************
       01 JRNCTL-RECORD.
          03 JCT-JOURNAL      PIC X(08).
          03 JCT-LAST-SEQ     PIC 9(09).
          03 JCT-LAST-CHECK   PIC 9(09).
          03 JCT-LAST-TIME    PIC X(16).
