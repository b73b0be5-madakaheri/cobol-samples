      *  BUILDS EMPMAST FROM A SEQUENTIAL EXTRACT SUPPLIED BY HR
      *  (EMPSEED), KEPT SEPARATE FROM SAMPLE02 SO THE ROSTER PRINT
      *  STAYS A PLAIN READ-ONLY JOB.
      *  COLUMNS 127-145 OF THE SEED (DATE OF BIRTH YYYYMMDD, GENDER,
      *  BASIC PENSION NUMBER) ARE OPTIONAL; A SHORT OR BLANK TAIL
      *  LOADS THOSE FIELDS AS SPACES FOR HR TO KEY LATER.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPSEED
           LABEL RECORDS ARE STANDARD.
       01 EMPSEED-RECORD          PIC X(145).

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
      *    EMPLOYEE STARTS OUT ACTIVE WITH NO LEAVE DATE.
           MOVE "A"    TO ZAISEKI-KBN.
           MOVE SPACES TO TAISYOKUBI.
           IF EMPSEED-RECORD(127:08) = SPACES
               MOVE SPACES TO SEINENGAPPI
           ELSE
               MOVE EMPSEED-RECORD(127:04) TO SEI-NEN
               MOVE "." TO SEI-KUGIRI1
               MOVE EMPSEED-RECORD(131:02) TO SEI-TUKI
               MOVE "." TO SEI-KUGIRI2
               MOVE EMPSEED-RECORD(133:02) TO SEI-HI
           END-IF.
           MOVE EMPSEED-RECORD(135:01) TO SEIBETSU.
           MOVE EMPSEED-RECORD(136:10) TO KISO-NENKIN-NO.
           WRITE EMP-RECORD
               INVALID KEY
                   DISPLAY "EMPLOAD: DUPLICATE EMP-ID " EMP-ID
