      *  ORDER, DATED BY A HEADER RECORD AND COUNTED BY A TRAILER,
      *  SO A CORRUPTED MASTER COSTS A RESTORE PLUS A TRANSACTION
      *  REPLAY (EMPRECOV) INSTEAD OF A RELOAD FROM THE ORIGINAL
      *  EMPSEED AND A MONTH OF LOST KEYED MAINTENANCE.  EACH BACKUP
      *  IS CATALOGED AS AN EMPBKUP GENERATION (GENLOG) AND KEPT IN
      *  THE GENERATION STORE BY GENPROMO, WHICH REPLACES THE DATED
      *  COPIES OPERATIONS USED TO TAKE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EMPBKUP ASSIGN TO "EMPBKUP"
       01 WS-HEADER-WRITTEN-SW    PIC X     VALUE "N".
          88 WS-HEADER-WRITTEN              VALUE "Y".

      *    GENERATION CATALOG PARAMETERS (GENLOG).
       01 WS-GEN-DSN              PIC X(08) VALUE "EMPBKUP".
       01 WS-GEN-SOURCE           PIC X(08) VALUE "EMPBKUP".
       01 WS-GEN-REC-COUNT        PIC 9(08) VALUE ZERO.

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "EMPUNLD".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
           MOVE TAI-NEN     TO BKUP-TAI-NEN.
           MOVE TAI-TUKI    TO BKUP-TAI-TUKI.
           MOVE TAI-HI      TO BKUP-TAI-HI.
           MOVE SEI-NEN     TO BKUP-SEI-DATE(1:4).
           MOVE SEI-TUKI    TO BKUP-SEI-DATE(5:2).
           MOVE SEI-HI      TO BKUP-SEI-DATE(7:2).
           MOVE SEIBETSU    TO BKUP-SEIBETSU.
           MOVE KISO-NENKIN-NO TO BKUP-KISO-NENKIN-NO.
           WRITE BKUP-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM 2100-READ-EMPMAST.
           END-IF.
           CLOSE EMPMAST.
           CLOSE EMPBKUP.
           IF WS-HEADER-WRITTEN AND WS-RUN-STATUS = "NORMAL"
               PERFORM 9200-CATALOG-BACKUP
           END-IF.
           DISPLAY "EMPUNLD: " WS-DETAIL-COUNT " RECORD(S) UNLOADED".

       9100-WRITE-TRAILER.
           MOVE WS-RUN-DATE     TO BKUP-TRL-DATE.
           WRITE BKUP-TRAILER.

      *    THE DETAILS PLUS THE HEADER AND TRAILER.
       9200-CATALOG-BACKUP.
           COMPUTE WS-GEN-REC-COUNT = WS-DETAIL-COUNT + 2.
           CALL "GENLOG" USING WS-GEN-DSN WS-GEN-SOURCE
               WS-RUN-JOB-NAME WS-GEN-REC-COUNT.

       END PROGRAM EMPUNLD.
