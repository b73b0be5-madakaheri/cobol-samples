      *****************************************************************
      *  PRGSEQRC.CPY
      *  PURGED-SEQUENCE REGISTER (PURGSEQ) RECORD LAYOUT.  ONE
      *  RECORD PER UNBROKEN RUN OF SEQUENCE NUMBERS EMPPURGE MOVED
      *  FROM A LIVE JOURNAL TO ITS ARCHIVE, APPENDED RUN AFTER RUN
      *  AND NEVER REWRITTEN.  PSQ-LAST-CHECK IS THE CHECK VALUE OF
      *  THE LAST RECORD IN THE RUN, WHICH THE NEXT SURVIVING RECORD
      *  IS CHAINED FROM, SO JRNVRFY CAN ACCEPT THE GAP AND STILL
      *  PROVE THE CHAIN ACROSS IT.  THE SAME RANGES ARE PRINTED ON
      *  THE PURGE REGISTER (PURGERPT).
      *****************************************************************
       01 PRGSEQ-RECORD.
          03 PSQ-JOURNAL      PIC X(08).
          03 FILLER           PIC X     VALUE SPACE.
          03 PSQ-FIRST-SEQ    PIC 9(09).
          03 FILLER           PIC X     VALUE SPACE.
          03 PSQ-LAST-SEQ     PIC 9(09).
          03 FILLER           PIC X     VALUE SPACE.
          03 PSQ-LAST-CHECK   PIC 9(09).
          03 FILLER           PIC X     VALUE SPACE.
          03 PSQ-PURGE-DATE   PIC X(08).
          03 FILLER           PIC X     VALUE SPACE.
          03 PSQ-ARCHIVE      PIC X(08).
