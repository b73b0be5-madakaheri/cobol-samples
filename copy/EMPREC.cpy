      *  INQUIRIES AND STATUTORY RETENTION INSTEAD OF BEING PHYSICALLY
      *  DELETED THE DAY THEY LEAVE.  ROSTERS, HEADCOUNTS AND THE
      *  PAYROLL EXTRACT SELECT ON ZAISEKI-ONROLL.
      *  SEINENGAPPI/SEIBETSU/KISO-NENKIN-NO (DATE OF BIRTH, GENDER,
      *  BASIC PENSION NUMBER) CARRY WHAT THE MONTHLY SOCIAL-
      *  INSURANCE ACQUISITION/LOSS NOTIFICATION (SHAHEXTR) NEEDS;
      *  BLANK UNTIL HR KEYS THEM ON AN ADD OR CHANGE.
      *  SYOZOKU IS AN ALTERNATE KEY (WITH DUPLICATES) SO EMPMAINT AND
      *  ORGMAINT REACH A UNIT'S EMPLOYEES DIRECTLY INSTEAD OF READING
      *  THE WHOLE MASTER; EVERY PROGRAM'S SELECT FOR EMPMAST DECLARES
      *  IT, AND THE LOADERS (EMPLOAD, EMPRECOV) BUILD IT AS THEY
      *  WRITE.  EMPUNLD STILL UNLOADS IN EMP-ID ORDER.
      *****************************************************************
       01 EMP-RECORD.
          03 EMP-ID           PIC X(06).
             05 TAI-TUKI     PIC X(02).
             05 TAI-KUGIRI2  PIC X     VALUE ".".
             05 TAI-HI       PIC X(02).
          03 SEINENGAPPI.
             05 SEI-NEN      PIC X(04).
             05 SEI-KUGIRI1  PIC X     VALUE ".".
             05 SEI-TUKI     PIC X(02).
             05 SEI-KUGIRI2  PIC X     VALUE ".".
             05 SEI-HI       PIC X(02).
          03 SEIBETSU         PIC X(01).
             88 SEIBETSU-MALE             VALUE "1".
             88 SEIBETSU-FEMALE           VALUE "2".
          03 KISO-NENKIN-NO   PIC X(10).
