      *****************************************************************
      *  SHAHNTFD.CPY
      *  SOCIAL-INSURANCE ACQUISITION/LOSS NOTIFICATION (SHAHNOTF)
      *  FIXED-WIDTH RECORD LAYOUTS, WRITTEN MONTHLY BY SHAHEXTR FOR
      *  THE PENSION OFFICE SUBMISSION.  ONE "H" HEADER WITH THE
      *  EMPLOYER'S OFFICE SYMBOL AND NUMBER, THE TARGET MONTH AND
      *  THE CREATION DATE; "D" DETAILS; ONE "T" TRAILER WITH THE
      *  ACQUISITION, LOSS AND TOTAL DETAIL COUNTS SO THE RECEIVING
      *  SIDE CAN PROVE THE FILE IS COMPLETE.
      *  SHN-KIND "A" = ACQUISITION (HIRED IN THE MONTH, EVENT DATE =
      *  NYUSYABI), "L" = LOSS (LEFT IN THE MONTH, EVENT DATE = THE
      *  DAY AFTER TAISYOKUBI, AS THE NOTIFICATION REQUIRES).  DATES
      *  ARE YYYYMMDD.  SHN-SEIBETSU "1" = MALE, "2" = FEMALE.
      *****************************************************************
       01 SHN-RECORD.
          03 SHN-REC-TYPE       PIC X(01).
          03 SHN-KIND           PIC X(01).
          03 SHN-EMP-ID         PIC X(06).
          03 SHN-KISO-NENKIN-NO PIC X(10).
          03 SHN-MYOUJI-KANA    PIC X(20).
          03 SHN-NAMAE-KANA     PIC X(20).
          03 SHN-MYOUJI         PIC X(20).
          03 SHN-NAMAE          PIC X(20).
          03 SHN-BIRTH-DATE     PIC X(08).
          03 SHN-SEIBETSU       PIC X(01).
          03 SHN-EVENT-DATE     PIC X(08).
          03 FILLER             PIC X(05).
       01 SHN-HEADER.
          03 SHN-HDR-TYPE       PIC X(01).
          03 SHN-HDR-OFFICE-SYM PIC X(08).
          03 SHN-HDR-OFFICE-NO  PIC X(05).
          03 SHN-HDR-MONTH      PIC X(06).
          03 SHN-HDR-DATE       PIC X(08).
          03 FILLER             PIC X(92).
       01 SHN-TRAILER.
          03 SHN-TRL-TYPE       PIC X(01).
          03 SHN-TRL-ACQ-COUNT  PIC 9(06).
          03 SHN-TRL-LOSS-COUNT PIC 9(06).
          03 SHN-TRL-COUNT      PIC 9(06).
          03 FILLER             PIC X(101).
