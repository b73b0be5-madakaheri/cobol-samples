       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENPROMO.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  GENERATION PROMOTE STEP.
      *  REPLACES THE "OPERATIONS COPIES X OVER Y AFTER THE RUN"
      *  STEPS.  RUNS AFTER THE PRODUCING JOBS AND, FOR EVERY NEW
      *  GENERATION THEY REGISTERED ON THE GENERATION CATALOG
      *  (GENCAT, THROUGH GENLOG):
      *    - PROVES THE PRODUCED FILE STILL HOLDS THE CATALOGED
      *      RECORD COUNT BEFORE ANYTHING IS OVERWRITTEN;
      *    - COPIES IT INTO THE GENERATION STORE (GENSTORE) AND, WHEN
      *      THE JOB WROTE IT UNDER A WORK NAME, OVER THE LIVE FILE -
      *      PAYBASE OVER PAYPREV, EMPPENDN/ORGPENDN OVER EMPPEND/
      *      ORGPEND, AUDJNEW/HISTNEW OVER AUDITJRN/EMPHIST.  EMPBKUP
      *      AND THE ARCMAST/ARCAUDIT/ARCHIST ARCHIVES ARE ONLY
      *      STORED, WHICH REPLACES THE DATED COPIES;
      *    - MAKES IT THE CURRENT GENERATION AND THE ONE BEFORE IT
      *      OLD, THEN EXPIRES THE OLDEST GENERATIONS PAST THE NUMBER
      *      KEPT FOR THAT FILE (THEIR STORED COPY IS DELETED; THE
      *      CATALOG ENTRY STAYS AS HISTORY).
      *  A GENERATION WHOSE FILE IS MISSING OR DOES NOT PROVE IS NOT
      *  PROMOTED: IT STAYS NEW, THE STEP ENDS WITH RETURN CODE 8, AND
      *  GENCHK HOLDS THE CONSUMER THE NEXT NIGHT.
      *  A STORED GENERATION CAN BE WRITTEN BACK OUT TO GENREST (E.G.
      *  AN OLDER EMPBKUP FOR EMPRECOV) WITH A RESTORE CARD; THE
      *  CATALOG IS NOT CHANGED BY A RESTORE.
      *  THE GENPROMO REPORT (GENPRPT) LISTS EVERY ACTION TAKEN.
      *
      *  GENPARM CARD LAYOUT (OPTIONAL, ONE LINE PER CARD):
      *    COL 01     "K" = GENERATIONS TO KEEP, "R" = RESTORE
      *    COL 03-10  LIVE FILE NAME (E.G. EMPBKUP)
      *    COL 12-15  "K": GENERATIONS TO KEEP (0000 = ALL)
      *               "R": GENERATION NUMBER TO RESTORE
      *  A FILE WITH NO "K" CARD KEEPS EVERY GENERATION - NOTHING IS
      *  EXPIRED THAT NOBODY ASKED TO EXPIRE (THE ARCHIVES ARE
      *  RETENTION RECORDS).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENPARM ASSIGN TO "GENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENPARM-STATUS.

           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-KEY
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT GENSTORE ASSIGN TO "GENSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-KEY
               FILE STATUS IS WS-GENSTORE-STATUS.

           SELECT GENREST ASSIGN TO "GENREST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENREST-STATUS.

           SELECT GENPRPT ASSIGN TO "GENPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENPRPT-STATUS.

      *    FILES AS THE PRODUCING JOBS WRITE THEM.
           SELECT PAYBASE ASSIGN TO "PAYBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT EMPPENDN ASSIGN TO "EMPPENDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ORGPENDN ASSIGN TO "ORGPENDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT AUDJNEW ASSIGN TO "AUDJNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT HISTNEW ASSIGN TO "HISTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT EMPBKUP ASSIGN TO "EMPBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ARCMAST ASSIGN TO "ARCMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ARCAUDIT ASSIGN TO "ARCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ARCHIST ASSIGN TO "ARCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

      *    LIVE FILES THE CONSUMING JOBS READ.
           SELECT PAYPREV ASSIGN TO "PAYPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT EMPPEND ASSIGN TO "EMPPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT ORGPEND ASSIGN TO "ORGPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT AUDITJRN ASSIGN TO "AUDITJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT EMPHIST ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENPARM
           LABEL RECORDS ARE STANDARD.
       01 GENPARM-RECORD.
          03 PRM-TYPE             PIC X(01).
          03 FILLER               PIC X(01).
          03 PRM-DSN              PIC X(08).
          03 FILLER               PIC X(01).
          03 PRM-NUMBER           PIC X(04).

       FD  GENCAT
           LABEL RECORDS ARE STANDARD.
           COPY GENCATRC.

      *    ONE RECORD PER LINE OF EVERY STORED GENERATION.
       FD  GENSTORE
           LABEL RECORDS ARE STANDARD.
       01 GENSTORE-RECORD.
          03 GST-KEY.
             05 GST-DSN           PIC X(08).
             05 GST-NUMBER        PIC 9(04).
             05 GST-LINE-NO       PIC 9(08).
          03 GST-DATA             PIC X(256).

       FD  GENREST
           LABEL RECORDS ARE STANDARD.
       01 GENREST-LINE            PIC X(256).

       FD  GENPRPT
           LABEL RECORDS ARE STANDARD.
       01 GENPRPT-LINE            PIC X(80).

       FD  PAYBASE
           LABEL RECORDS ARE STANDARD.
       01 PAYBASE-LINE            PIC X(256).

       FD  EMPPENDN
           LABEL RECORDS ARE STANDARD.
       01 EMPPENDN-LINE           PIC X(256).

       FD  ORGPENDN
           LABEL RECORDS ARE STANDARD.
       01 ORGPENDN-LINE           PIC X(256).

       FD  AUDJNEW
           LABEL RECORDS ARE STANDARD.
       01 AUDJNEW-LINE            PIC X(256).

       FD  HISTNEW
           LABEL RECORDS ARE STANDARD.
       01 HISTNEW-LINE            PIC X(256).

       FD  EMPBKUP
           LABEL RECORDS ARE STANDARD.
       01 EMPBKUP-LINE            PIC X(256).

       FD  ARCMAST
           LABEL RECORDS ARE STANDARD.
       01 ARCMAST-LINE            PIC X(256).

       FD  ARCAUDIT
           LABEL RECORDS ARE STANDARD.
       01 ARCAUDIT-LINE           PIC X(256).

       FD  ARCHIST
           LABEL RECORDS ARE STANDARD.
       01 ARCHIST-LINE            PIC X(256).

       FD  PAYPREV
           LABEL RECORDS ARE STANDARD.
       01 PAYPREV-LINE            PIC X(256).

       FD  EMPPEND
           LABEL RECORDS ARE STANDARD.
       01 EMPPEND-LINE            PIC X(256).

       FD  ORGPEND
           LABEL RECORDS ARE STANDARD.
       01 ORGPEND-LINE            PIC X(256).

       FD  AUDITJRN
           LABEL RECORDS ARE STANDARD.
       01 AUDITJRN-LINE           PIC X(256).

       FD  EMPHIST
           LABEL RECORDS ARE STANDARD.
       01 EMPHIST-LINE            PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-GENPARM-STATUS       PIC X(02).
       01 WS-GENCAT-STATUS        PIC X(02).
       01 WS-GENSTORE-STATUS      PIC X(02).
       01 WS-GENREST-STATUS       PIC X(02).
       01 WS-GENPRPT-STATUS       PIC X(02).
       01 WS-SRC-STATUS           PIC X(02).
       01 WS-LIVE-STATUS          PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-SRC-EOF-SW           PIC X     VALUE "N".
          88 WS-SRC-EOF                     VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-SCAN-EOF-SW          PIC X     VALUE "N".
          88 WS-SCAN-EOF                    VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-DEL-EOF-SW           PIC X     VALUE "N".
          88 WS-DEL-EOF                     VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-ABORT-SW             PIC X     VALUE "N".
          88 WS-ABORTED                     VALUE "Y".
       01 WS-SRC-OPEN-SW          PIC X     VALUE "N".
          88 WS-SRC-OPEN                    VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-LIVE-COPY-SW         PIC X     VALUE "N".
          88 WS-LIVE-COPY                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-COPY-LINE            PIC X(256).

      *    GENERATIONS TO KEEP, PER FILE, FROM THE "K" CARDS.
       01 WS-KEEP-TABLE.
          03 WS-KEEP-ENTRY OCCURS 20 TIMES.
             05 WS-KEEP-DSN       PIC X(08).
             05 WS-KEEP-COUNT     PIC 9(04).
       01 WS-KEEP-TOTAL           PIC 9(02) VALUE ZERO.
       01 WS-KEEP-IX              PIC 9(02) VALUE ZERO.
       01 WS-KEEP-OMITTED         PIC 9(02) VALUE ZERO.
       01 WS-KEEP-LIMIT           PIC 9(04) VALUE ZERO.

      *    THE ONE GENERATION TO RESTORE, FROM THE "R" CARD.
       01 WS-RESTORE-DSN          PIC X(08) VALUE SPACES.
       01 WS-RESTORE-NUMBER       PIC 9(04) VALUE ZERO.

      *    NEW GENERATIONS FOUND ON THE CATALOG, IN KEY ORDER.
       01 WS-NEW-TABLE.
          03 WS-NEW-ENTRY OCCURS 50 TIMES.
             05 WS-NEW-DSN        PIC X(08).
             05 WS-NEW-NUMBER     PIC 9(04).
       01 WS-NEW-TOTAL            PIC 9(02) VALUE ZERO.
       01 WS-NEW-IX               PIC 9(02) VALUE ZERO.
       01 WS-NEW-OMITTED          PIC 9(04) VALUE ZERO.

      *    THE GENERATION BEING PROMOTED.
       01 WS-CUR-DSN              PIC X(08).
       01 WS-CUR-NUMBER           PIC 9(04).
       01 WS-CUR-SOURCE           PIC X(08).
       01 WS-CUR-COUNT            PIC 9(08).
       01 WS-SRC-DSN              PIC X(08).
       01 WS-SRC-COUNT            PIC 9(08) VALUE ZERO.
       01 WS-KEPT-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-EXCESS-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-DEL-DSN              PIC X(08).
       01 WS-DEL-NUMBER           PIC 9(04).

       01 WS-PROMOTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-COUNT        PIC 9(06) VALUE ZERO.

       01 WS-HEADING-1.
          03 FILLER               PIC X(22)
             VALUE "GENERATION PROMOTION: ".
          03 WS-HDG-DATE          PIC X(08).

       01 WS-HEADING-2.
          03 FILLER               PIC X(10) VALUE "ACTION".
          03 FILLER               PIC X(09) VALUE "FILE".
          03 FILLER               PIC X(06) VALUE "GEN".
          03 FILLER               PIC X(09) VALUE "BIZ DATE".
          03 FILLER               PIC X(09) VALUE "JOB".
          03 FILLER               PIC X(09) VALUE "  RECORDS".
          03 FILLER               PIC X(24) VALUE " NOTE".

       01 WS-DETAIL-LINE.
          03 WS-DTL-ACTION        PIC X(09).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-DSN           PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-NUMBER        PIC 9(04).
          03 FILLER               PIC X(02) VALUE SPACE.
          03 WS-DTL-BIZ-DATE      PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-JOB           PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-COUNT         PIC ZZZZZZZ9.
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-NOTE          PIC X(28).

       01 WS-TOTALS-LINE.
          03 FILLER               PIC X(10) VALUE "PROMOTED: ".
          03 WS-TOT-PROMOTED      PIC ZZZZZ9.
          03 FILLER               PIC X(12) VALUE "  REFUSED: ".
          03 WS-TOT-REFUSED       PIC ZZZZZ9.
          03 FILLER               PIC X(12) VALUE "  EXPIRED: ".
          03 WS-TOT-EXPIRED       PIC ZZZZZ9.

       01 WS-NONE-LINE            PIC X(40)
          VALUE "NO NEW GENERATIONS TO PROMOTE".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "GENPROMO".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-ABORTED
               PERFORM 2000-COLLECT-NEW-GENERATIONS
               PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                   UNTIL WS-NEW-IX > WS-NEW-TOTAL
                   PERFORM 3000-PROMOTE-GENERATION
               END-PERFORM
               IF WS-RESTORE-DSN NOT = SPACES
                   PERFORM 6000-RESTORE-GENERATION
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           PERFORM 1100-READ-PARAMETERS.
           OPEN OUTPUT GENPRPT.
           MOVE WS-BIZ-DATE  TO WS-HDG-DATE.
           MOVE WS-HEADING-1 TO GENPRPT-LINE.
           WRITE GENPRPT-LINE.
           MOVE WS-HEADING-2 TO GENPRPT-LINE.
           WRITE GENPRPT-LINE.
           OPEN I-O GENCAT.
           IF WS-GENCAT-STATUS = "35"
               OPEN OUTPUT GENCAT
               CLOSE GENCAT
               OPEN I-O GENCAT
           END-IF.
           IF WS-GENCAT-STATUS NOT = "00"
               DISPLAY "GENPROMO: GENCAT OPEN FAILED, STATUS="
                   WS-GENCAT-STATUS
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN I-O GENSTORE
               IF WS-GENSTORE-STATUS = "35"
                   OPEN OUTPUT GENSTORE
                   CLOSE GENSTORE
                   OPEN I-O GENSTORE
               END-IF
               IF WS-GENSTORE-STATUS NOT = "00"
                   DISPLAY "GENPROMO: GENSTORE OPEN FAILED, STATUS="
                       WS-GENSTORE-STATUS
                   MOVE "ERROR" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE GENCAT
               END-IF
           END-IF.

      *    NO CARD AT ALL IS A NORMAL NIGHT: PROMOTE, KEEP EVERYTHING.
       1100-READ-PARAMETERS.
           SET WS-EOF TO FALSE.
           OPEN INPUT GENPARM.
           IF WS-GENPARM-STATUS = "00"
               PERFORM 1200-READ-GENPARM
               PERFORM UNTIL WS-EOF
                   PERFORM 1300-NOTE-PARAMETER
                   PERFORM 1200-READ-GENPARM
               END-PERFORM
               CLOSE GENPARM
           END-IF.
           IF WS-KEEP-OMITTED > 0
               DISPLAY "GENPROMO: " WS-KEEP-OMITTED
                   " KEEP CARD(S) PAST TABLE LIMIT IGNORED"
           END-IF.

       1200-READ-GENPARM.
           READ GENPARM
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       1300-NOTE-PARAMETER.
           EVALUATE TRUE
               WHEN PRM-DSN = SPACES OR PRM-NUMBER IS NOT NUMERIC
                   DISPLAY "GENPROMO: INCOMPLETE GENPARM LINE SKIPPED"
               WHEN PRM-TYPE = "K"
                   IF WS-KEEP-TOTAL < 20
                       ADD 1 TO WS-KEEP-TOTAL
                       MOVE PRM-DSN    TO WS-KEEP-DSN(WS-KEEP-TOTAL)
                       MOVE PRM-NUMBER
                           TO WS-KEEP-COUNT(WS-KEEP-TOTAL)
                   ELSE
                       ADD 1 TO WS-KEEP-OMITTED
                   END-IF
               WHEN PRM-TYPE = "R"
                   IF WS-RESTORE-DSN = SPACES
                       MOVE PRM-DSN    TO WS-RESTORE-DSN
                       MOVE PRM-NUMBER TO WS-RESTORE-NUMBER
                   ELSE
                       DISPLAY "GENPROMO: ONE RESTORE PER RUN - "
                           PRM-DSN " " PRM-NUMBER " IGNORED"
                   END-IF
               WHEN OTHER
                   DISPLAY "GENPROMO: GENPARM TYPE '" PRM-TYPE
                       "' IGNORED"
           END-EVALUATE.

      *    THE CATALOG IS READ ONCE FOR ITS NEW ENTRIES BEFORE ANY OF
      *    THEM IS CHANGED.  ANY PAST THE TABLE WAIT FOR THE NEXT RUN
      *    (AND HOLD THEIR CONSUMERS UNTIL THEN).
       2000-COLLECT-NEW-GENERATIONS.
           SET WS-SCAN-EOF TO FALSE.
           MOVE LOW-VALUES TO GEN-KEY.
           START GENCAT KEY IS NOT LESS THAN GEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ GENCAT NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RUN-READ-CNT
                       IF GEN-NEW
                           PERFORM 2100-NOTE-NEW-GENERATION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NEW-TOTAL = ZERO
               MOVE WS-NONE-LINE TO GENPRPT-LINE
               WRITE GENPRPT-LINE
           END-IF.
           IF WS-NEW-OMITTED > 0
               DISPLAY "GENPROMO: " WS-NEW-OMITTED
                   " NEW GENERATION(S) PAST TABLE LIMIT - RUN AGAIN"
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       2100-NOTE-NEW-GENERATION.
           IF WS-NEW-TOTAL < 50
               ADD 1 TO WS-NEW-TOTAL
               MOVE GEN-DSN    TO WS-NEW-DSN(WS-NEW-TOTAL)
               MOVE GEN-NUMBER TO WS-NEW-NUMBER(WS-NEW-TOTAL)
           ELSE
               ADD 1 TO WS-NEW-OMITTED
           END-IF.

       3000-PROMOTE-GENERATION.
           MOVE WS-NEW-DSN(WS-NEW-IX)    TO WS-CUR-DSN GEN-DSN.
           MOVE WS-NEW-NUMBER(WS-NEW-IX) TO WS-CUR-NUMBER GEN-NUMBER.
           READ GENCAT
               INVALID KEY
                   DISPLAY "GENPROMO: " WS-CUR-DSN " GENERATION "
                       WS-CUR-NUMBER " VANISHED FROM GENCAT"
               NOT INVALID KEY
                   MOVE GEN-SOURCE-DSN TO WS-CUR-SOURCE
                   MOVE GEN-REC-COUNT  TO WS-CUR-COUNT
                   PERFORM 3100-PROVE-SOURCE
                   IF WS-SRC-COUNT = WS-CUR-COUNT
                       AND WS-SRC-STATUS NOT = "99"
                       PERFORM 3200-COPY-GENERATION
                       PERFORM 3300-MARK-CURRENT
                       PERFORM 4000-EXPIRE-OLD-GENERATIONS
                   ELSE
                       PERFORM 3900-REFUSE-GENERATION
                   END-IF
           END-READ.

      *    FIRST PASS: COUNT THE PRODUCED FILE AGAINST THE CATALOG
      *    BEFORE THE LIVE FILE IS TOUCHED, THE WAY EMPRECOV PROVES A
      *    BACKUP.  A FILE THAT WILL NOT OPEN IS MARKED "99".
       3100-PROVE-SOURCE.
           MOVE ZERO TO WS-SRC-COUNT.
           MOVE WS-CUR-SOURCE TO WS-SRC-DSN.
           PERFORM 5100-OPEN-SOURCE.
           IF WS-SRC-OPEN
               PERFORM 5200-READ-SOURCE
               PERFORM UNTIL WS-SRC-EOF
                   ADD 1 TO WS-SRC-COUNT
                   PERFORM 5200-READ-SOURCE
               END-PERFORM
               PERFORM 5300-CLOSE-SOURCE
           ELSE
               MOVE "99" TO WS-SRC-STATUS
           END-IF.

      *    SECOND PASS: INTO THE STORE AND, WHEN THE JOB WROTE A WORK
      *    FILE, OVER THE LIVE FILE.  ANY PART-STORED COPY LEFT BY AN
      *    EARLIER ATTEMPT IS CLEARED FIRST.
       3200-COPY-GENERATION.
           PERFORM 4500-DELETE-STORED-COPY.
           IF WS-CUR-SOURCE NOT = WS-CUR-DSN
               SET WS-LIVE-COPY TO TRUE
               PERFORM 5400-OPEN-LIVE
           ELSE
               SET WS-LIVE-COPY TO FALSE
           END-IF.
           MOVE ZERO TO GST-LINE-NO.
           PERFORM 5100-OPEN-SOURCE.
           PERFORM 5200-READ-SOURCE.
           PERFORM UNTIL WS-SRC-EOF
               MOVE WS-CUR-DSN    TO GST-DSN
               MOVE WS-CUR-NUMBER TO GST-NUMBER
               ADD 1 TO GST-LINE-NO
               MOVE WS-COPY-LINE  TO GST-DATA
               WRITE GENSTORE-RECORD
                   INVALID KEY
                       DISPLAY "GENPROMO: GENSTORE WRITE FAILED, "
                           "STATUS=" WS-GENSTORE-STATUS
               END-WRITE
               IF WS-LIVE-COPY
                   PERFORM 5500-WRITE-LIVE
               END-IF
               PERFORM 5200-READ-SOURCE
           END-PERFORM.
           PERFORM 5300-CLOSE-SOURCE.
           IF WS-LIVE-COPY
               PERFORM 5600-CLOSE-LIVE
           END-IF.

      *    THE PREVIOUS CURRENT GENERATION BECOMES OLD, THEN THIS ONE
      *    BECOMES CURRENT.
       3300-MARK-CURRENT.
           PERFORM 3400-START-FILE-SCAN.
           PERFORM UNTIL WS-SCAN-EOF
               READ GENCAT NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF GEN-DSN NOT = WS-CUR-DSN
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           IF GEN-CURRENT
                               AND GEN-NUMBER NOT = WS-CUR-NUMBER
                               MOVE "O" TO GEN-STATUS
                               PERFORM 3500-REWRITE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-CUR-DSN    TO GEN-DSN.
           MOVE WS-CUR-NUMBER TO GEN-NUMBER.
           READ GENCAT
               INVALID KEY
                   DISPLAY "GENPROMO: " WS-CUR-DSN " GENERATION "
                       WS-CUR-NUMBER " VANISHED FROM GENCAT"
               NOT INVALID KEY
                   MOVE "C"         TO GEN-STATUS
                   MOVE WS-BIZ-DATE TO GEN-PROMOTED-DATE
                   PERFORM 3500-REWRITE-ENTRY
                   ADD 1 TO WS-PROMOTED-COUNT WS-RUN-WRITE-CNT
                   MOVE "PROMOTED" TO WS-DTL-ACTION
                   IF WS-LIVE-COPY
                       MOVE SPACES TO WS-DTL-NOTE
                       STRING "FROM " WS-CUR-SOURCE
                           DELIMITED BY SIZE INTO WS-DTL-NOTE
                   ELSE
                       MOVE "STORED" TO WS-DTL-NOTE
                   END-IF
                   PERFORM 7000-WRITE-DETAIL
           END-READ.

       3400-START-FILE-SCAN.
           SET WS-SCAN-EOF TO FALSE.
           MOVE WS-CUR-DSN TO GEN-DSN.
           MOVE ZERO       TO GEN-NUMBER.
           START GENCAT KEY IS NOT LESS THAN GEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.

       3500-REWRITE-ENTRY.
           REWRITE GENCAT-RECORD
               INVALID KEY
                   DISPLAY "GENPROMO: GENCAT REWRITE FAILED FOR "
                       GEN-DSN " " GEN-NUMBER ", STATUS="
                       WS-GENCAT-STATUS
           END-REWRITE.

       3900-REFUSE-GENERATION.
           MOVE "REFUSED" TO WS-DTL-ACTION.
           IF WS-SRC-STATUS = "99"
               MOVE SPACES TO WS-DTL-NOTE
               STRING WS-CUR-SOURCE " NOT AVAILABLE"
                   DELIMITED BY SIZE INTO WS-DTL-NOTE
           ELSE
               MOVE SPACES TO WS-DTL-NOTE
               STRING WS-CUR-SOURCE " HOLDS " WS-SRC-COUNT
                   DELIMITED BY SIZE INTO WS-DTL-NOTE
           END-IF.
           PERFORM 7000-WRITE-DETAIL.
           DISPLAY "GENPROMO: " WS-CUR-DSN " GENERATION "
               WS-CUR-NUMBER " NOT PROMOTED - " WS-DTL-NOTE.
           ADD 1 TO WS-REFUSED-COUNT WS-RUN-REJ-CNT.
           MOVE "ERROR" TO WS-RUN-STATUS.
           MOVE 8 TO RETURN-CODE.

      *    COUNT THE KEPT (CURRENT AND OLD) GENERATIONS, THEN EXPIRE
      *    THE OLDEST OLD ONES UNTIL ONLY THE NUMBER KEPT REMAIN.
      *    THE CURRENT GENERATION IS NEVER EXPIRED.
       4000-EXPIRE-OLD-GENERATIONS.
           MOVE ZERO TO WS-KEEP-LIMIT.
           PERFORM VARYING WS-KEEP-IX FROM 1 BY 1
               UNTIL WS-KEEP-IX > WS-KEEP-TOTAL
               IF WS-KEEP-DSN(WS-KEEP-IX) = WS-CUR-DSN
                   MOVE WS-KEEP-COUNT(WS-KEEP-IX) TO WS-KEEP-LIMIT
               END-IF
           END-PERFORM.
           IF WS-KEEP-LIMIT > ZERO
               MOVE ZERO TO WS-KEPT-COUNT
               PERFORM 3400-START-FILE-SCAN
               PERFORM UNTIL WS-SCAN-EOF
                   READ GENCAT NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       NOT AT END
                           IF GEN-DSN NOT = WS-CUR-DSN
                               MOVE "Y" TO WS-SCAN-EOF-SW
                           ELSE
                               IF GEN-KEPT
                                   ADD 1 TO WS-KEPT-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-KEPT-COUNT > WS-KEEP-LIMIT
                   COMPUTE WS-EXCESS-COUNT =
                       WS-KEPT-COUNT - WS-KEEP-LIMIT
                   PERFORM 4100-EXPIRE-OLDEST
               END-IF
           END-IF.

       4100-EXPIRE-OLDEST.
           PERFORM 3400-START-FILE-SCAN.
           PERFORM UNTIL WS-SCAN-EOF OR WS-EXCESS-COUNT = ZERO
               READ GENCAT NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF GEN-DSN NOT = WS-CUR-DSN
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           IF GEN-OLD
                               PERFORM 4200-EXPIRE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4200-EXPIRE-ENTRY.
           MOVE "X" TO GEN-STATUS.
           PERFORM 3500-REWRITE-ENTRY.
           SUBTRACT 1 FROM WS-EXCESS-COUNT.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE "EXPIRED" TO WS-DTL-ACTION.
           MOVE SPACES    TO WS-DTL-NOTE.
           PERFORM 7000-WRITE-DETAIL.
           MOVE GEN-DSN    TO GST-DSN.
           MOVE GEN-NUMBER TO GST-NUMBER.
           PERFORM 4600-DELETE-STORE-LINES.

       4500-DELETE-STORED-COPY.
           MOVE WS-CUR-DSN    TO GST-DSN.
           MOVE WS-CUR-NUMBER TO GST-NUMBER.
           PERFORM 4600-DELETE-STORE-LINES.

      *    GST-DSN/GST-NUMBER NAME THE GENERATION WHOSE LINES GO.
       4600-DELETE-STORE-LINES.
           MOVE ZERO TO GST-LINE-NO.
           SET WS-DEL-EOF TO FALSE.
           MOVE GST-DSN    TO WS-DEL-DSN.
           MOVE GST-NUMBER TO WS-DEL-NUMBER.
           START GENSTORE KEY IS NOT LESS THAN GST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DEL-EOF-SW
           END-START.
           PERFORM UNTIL WS-DEL-EOF
               READ GENSTORE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEL-EOF-SW
                   NOT AT END
                       IF GST-DSN = WS-DEL-DSN
                           AND GST-NUMBER = WS-DEL-NUMBER
                           DELETE GENSTORE RECORD
                               INVALID KEY
                                   DISPLAY "GENPROMO: GENSTORE DELETE "
                                       "FAILED, STATUS="
                                       WS-GENSTORE-STATUS
                           END-DELETE
                       ELSE
                           MOVE "Y" TO WS-DEL-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      *    GENERIC ACCESS TO THE FILE NAMED IN WS-SRC-DSN (THE FILE A
      *    JOB PRODUCED) AND WS-CUR-DSN (THE LIVE FILE).
       5100-OPEN-SOURCE.
           SET WS-SRC-OPEN TO FALSE.
           SET WS-SRC-EOF TO FALSE.
           MOVE "99" TO WS-SRC-STATUS.
           EVALUATE WS-SRC-DSN
               WHEN "PAYBASE"
                   OPEN INPUT PAYBASE
               WHEN "EMPPENDN"
                   OPEN INPUT EMPPENDN
               WHEN "ORGPENDN"
                   OPEN INPUT ORGPENDN
               WHEN "AUDJNEW"
                   OPEN INPUT AUDJNEW
               WHEN "HISTNEW"
                   OPEN INPUT HISTNEW
               WHEN "EMPBKUP"
                   OPEN INPUT EMPBKUP
               WHEN "ARCMAST"
                   OPEN INPUT ARCMAST
               WHEN "ARCAUDIT"
                   OPEN INPUT ARCAUDIT
               WHEN "ARCHIST"
                   OPEN INPUT ARCHIST
               WHEN OTHER
                   DISPLAY "GENPROMO: NO PRODUCED FILE NAMED "
                       WS-SRC-DSN
           END-EVALUATE.
           IF WS-SRC-STATUS = "00"
               SET WS-SRC-OPEN TO TRUE
           ELSE
               DISPLAY "GENPROMO: " WS-SRC-DSN " OPEN FAILED, STATUS="
                   WS-SRC-STATUS
           END-IF.

       5200-READ-SOURCE.
           EVALUATE WS-SRC-DSN
               WHEN "PAYBASE"
                   READ PAYBASE INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "EMPPENDN"
                   READ EMPPENDN INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "ORGPENDN"
                   READ ORGPENDN INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "AUDJNEW"
                   READ AUDJNEW INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "HISTNEW"
                   READ HISTNEW INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "EMPBKUP"
                   READ EMPBKUP INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "ARCMAST"
                   READ ARCMAST INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "ARCAUDIT"
                   READ ARCAUDIT INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN "ARCHIST"
                   READ ARCHIST INTO WS-COPY-LINE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF-SW
                   END-READ
               WHEN OTHER
                   MOVE "Y" TO WS-SRC-EOF-SW
           END-EVALUATE.

       5300-CLOSE-SOURCE.
           EVALUATE WS-SRC-DSN
               WHEN "PAYBASE"
                   CLOSE PAYBASE
               WHEN "EMPPENDN"
                   CLOSE EMPPENDN
               WHEN "ORGPENDN"
                   CLOSE ORGPENDN
               WHEN "AUDJNEW"
                   CLOSE AUDJNEW
               WHEN "HISTNEW"
                   CLOSE HISTNEW
               WHEN "EMPBKUP"
                   CLOSE EMPBKUP
               WHEN "ARCMAST"
                   CLOSE ARCMAST
               WHEN "ARCAUDIT"
                   CLOSE ARCAUDIT
               WHEN "ARCHIST"
                   CLOSE ARCHIST
           END-EVALUATE.
           SET WS-SRC-OPEN TO FALSE.

       5400-OPEN-LIVE.
           EVALUATE WS-CUR-DSN
               WHEN "PAYPREV"
                   OPEN OUTPUT PAYPREV
               WHEN "EMPPEND"
                   OPEN OUTPUT EMPPEND
               WHEN "ORGPEND"
                   OPEN OUTPUT ORGPEND
               WHEN "AUDITJRN"
                   OPEN OUTPUT AUDITJRN
               WHEN "EMPHIST"
                   OPEN OUTPUT EMPHIST
               WHEN OTHER
                   DISPLAY "GENPROMO: NO LIVE FILE NAMED " WS-CUR-DSN
                       " - STORED ONLY"
                   SET WS-LIVE-COPY TO FALSE
           END-EVALUATE.

       5500-WRITE-LIVE.
           EVALUATE WS-CUR-DSN
               WHEN "PAYPREV"
                   WRITE PAYPREV-LINE FROM WS-COPY-LINE
               WHEN "EMPPEND"
                   WRITE EMPPEND-LINE FROM WS-COPY-LINE
               WHEN "ORGPEND"
                   WRITE ORGPEND-LINE FROM WS-COPY-LINE
               WHEN "AUDITJRN"
                   WRITE AUDITJRN-LINE FROM WS-COPY-LINE
               WHEN "EMPHIST"
                   WRITE EMPHIST-LINE FROM WS-COPY-LINE
           END-EVALUATE.

       5600-CLOSE-LIVE.
           EVALUATE WS-CUR-DSN
               WHEN "PAYPREV"
                   CLOSE PAYPREV
               WHEN "EMPPEND"
                   CLOSE EMPPEND
               WHEN "ORGPEND"
                   CLOSE ORGPEND
               WHEN "AUDITJRN"
                   CLOSE AUDITJRN
               WHEN "EMPHIST"
                   CLOSE EMPHIST
           END-EVALUATE.

      *    ONLY A KEPT (CURRENT OR OLD) GENERATION STILL HAS ITS
      *    STORED COPY.
       6000-RESTORE-GENERATION.
           MOVE WS-RESTORE-DSN    TO GEN-DSN.
           MOVE WS-RESTORE-NUMBER TO GEN-NUMBER.
           READ GENCAT
               INVALID KEY
                   MOVE SPACES TO GENCAT-RECORD
                   MOVE WS-RESTORE-DSN    TO GEN-DSN
                   MOVE WS-RESTORE-NUMBER TO GEN-NUMBER
                   MOVE ZERO TO GEN-REC-COUNT
                   MOVE "NOT FOUND" TO WS-DTL-ACTION
                   MOVE "NOT ON GENCAT" TO WS-DTL-NOTE
                   PERFORM 7000-WRITE-DETAIL
               NOT INVALID KEY
                   IF GEN-KEPT
                       PERFORM 6100-WRITE-RESTORE-FILE
                   ELSE
                       MOVE "NOT FOUND" TO WS-DTL-ACTION
                       MOVE "NOT STORED (NEW OR EXPIRED)"
                           TO WS-DTL-NOTE
                       PERFORM 7000-WRITE-DETAIL
                   END-IF
           END-READ.

       6100-WRITE-RESTORE-FILE.
           MOVE ZERO TO WS-SRC-COUNT.
           OPEN OUTPUT GENREST.
           SET WS-EOF TO FALSE.
           MOVE WS-RESTORE-DSN    TO GST-DSN.
           MOVE WS-RESTORE-NUMBER TO GST-NUMBER.
           MOVE ZERO              TO GST-LINE-NO.
           START GENSTORE KEY IS NOT LESS THAN GST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF
               READ GENSTORE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF GST-DSN = WS-RESTORE-DSN
                           AND GST-NUMBER = WS-RESTORE-NUMBER
                           WRITE GENREST-LINE FROM GST-DATA
                           ADD 1 TO WS-SRC-COUNT
                       ELSE
                           MOVE "Y" TO WS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENREST.
           IF WS-SRC-COUNT = GEN-REC-COUNT
               MOVE "RESTORED" TO WS-DTL-ACTION
               MOVE "TO GENREST" TO WS-DTL-NOTE
           ELSE
               MOVE "RESTORED" TO WS-DTL-ACTION
               MOVE SPACES TO WS-DTL-NOTE
               STRING "SHORT - GENREST HOLDS " WS-SRC-COUNT
                   DELIMITED BY SIZE INTO WS-DTL-NOTE
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 7000-WRITE-DETAIL.

      *    THE DETAIL LINE IS BUILT FROM THE CATALOG ENTRY IN THE
      *    RECORD AREA.
       7000-WRITE-DETAIL.
           MOVE GEN-DSN       TO WS-DTL-DSN.
           MOVE GEN-NUMBER    TO WS-DTL-NUMBER.
           MOVE GEN-BIZ-DATE  TO WS-DTL-BIZ-DATE.
           MOVE GEN-JOB-NAME  TO WS-DTL-JOB.
           MOVE GEN-REC-COUNT TO WS-DTL-COUNT.
           MOVE WS-DETAIL-LINE TO GENPRPT-LINE.
           WRITE GENPRPT-LINE.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           PERFORM 8950-CALL-RUNLOG.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           IF NOT WS-ABORTED
               CLOSE GENCAT
               CLOSE GENSTORE
           END-IF.
           MOVE SPACES TO GENPRPT-LINE.
           WRITE GENPRPT-LINE.
           MOVE WS-PROMOTED-COUNT TO WS-TOT-PROMOTED.
           MOVE WS-REFUSED-COUNT  TO WS-TOT-REFUSED.
           MOVE WS-EXPIRED-COUNT  TO WS-TOT-EXPIRED.
           MOVE WS-TOTALS-LINE TO GENPRPT-LINE.
           WRITE GENPRPT-LINE.
           CLOSE GENPRPT.
           DISPLAY "GENPROMO: " WS-PROMOTED-COUNT " PROMOTED, "
               WS-REFUSED-COUNT " REFUSED, " WS-EXPIRED-COUNT
               " EXPIRED".

       END PROGRAM GENPROMO.
