      *  WRITTEN NIGHTLY BY EMPUNLD AND READ BACK BY EMPRECOV.  THE
      *  "D" DETAIL CARRIES THE EMPSEED FIELD ORDER (DATES AS
      *  YYYYMMDD WITHOUT SEPARATORS) EXTENDED WITH ZAISEKI-KBN AND
      *  TAISYOKUBI SO LEAVER STATE SURVIVES A RESTORE, THEN WITH
      *  DATE OF BIRTH (YYYYMMDD), GENDER AND BASIC PENSION NUMBER.
      *  THE "H" HEADER DATES THE BACKUP AND THE "T" TRAILER CARRIES THE
      *  DETAIL COUNT SO A TRUNCATED BACKUP IS CAUGHT BEFORE IT IS
      *  LOADED OVER A DAMAGED MASTER.  EMPPURGE WRITES ITS MASTER
      *  ARCHIVE (ARCMAST) IN THIS SAME LAYOUT.
          03 BKUP-TAI-NEN       PIC X(04).
          03 BKUP-TAI-TUKI      PIC X(02).
          03 BKUP-TAI-HI        PIC X(02).
          03 BKUP-SEI-DATE      PIC X(08).
          03 BKUP-SEIBETSU      PIC X(01).
          03 BKUP-KISO-NENKIN-NO PIC X(10).
       01 BKUP-HEADER.
          03 BKUP-HDR-TYPE      PIC X(01).
          03 BKUP-HDR-DATE      PIC X(08).
          03 FILLER             PIC X(146).
       01 BKUP-TRAILER.
          03 BKUP-TRL-TYPE      PIC X(01).
          03 BKUP-TRL-COUNT     PIC 9(06).
          03 BKUP-TRL-DATE      PIC X(08).
          03 FILLER             PIC X(140).
