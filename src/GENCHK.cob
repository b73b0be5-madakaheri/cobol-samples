       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCHK.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  CALLABLE INPUT-GENERATION CHECK.
      *  CALLED AT THE START OF A PROGRAM THAT READS A FILE THE
      *  NIGHT REPLACES WHOLE (PAYEXTR - PAYPREV, TRANREL - EMPPEND
      *  AND ORGPEND, EMPPURGE - AUDITJRN AND EMPHIST) TO PROVE THE
      *  LIVE FILE IS THE GENERATION THE LAST PRODUCING RUN LEFT.
      *  THE CALLER IS TOLD TO REFUSE THE RUN WHEN:
      *    - THE LATEST GENERATION ON GENCAT WAS NEVER PROMOTED
      *      (GENPROMO DID NOT RUN, OR REFUSED IT), SO THE LIVE FILE
      *      IS STILL THE ONE BEFORE - THE TWO-NIGHT-OLD PAYROLL
      *      BASELINE OR THE PENDING FILE RELEASED TWICE;
      *    - THE CURRENT GENERATION ALREADY CARRIES TONIGHT'S
      *      BUSINESS DATE, I.E. THE CONSUMER IS BEING RERUN ON TOP
      *      OF ITS OWN OUTPUT;
      *    - THE LIVE FILE DOES NOT HOLD THE CATALOGED NUMBER OF
      *      RECORDS (AUDITJRN AND EMPHIST MAY HOLD MORE - AUDITLOG
      *      AND HISTLOG APPEND TO THEM BETWEEN GENERATIONS);
      *    - GENCAT CANNOT BE READ.
      *  A FILE WITH NO GENERATION CATALOGED YET (NO GENCAT AT ALL,
      *  OR NONE FOR THAT FILE) IS ACCEPTED AS THE STARTING BASE.
      *  THE REASON IS DISPLAYED; THE CALLER RECORDS THE REFUSAL.
      *
      *  CALL 'GENCHK' USING LS-GEN-DSN LS-GEN-RESULT.
      *
      *  LS-GEN-RESULT IS RETURNED "Y" (RUN) OR "N" (REFUSE).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENCAT ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-KEY
               FILE STATUS IS WS-GENCAT-STATUS.

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
       FD  GENCAT
           LABEL RECORDS ARE STANDARD.
           COPY GENCATRC.

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
       01 WS-GENCAT-STATUS        PIC X(02).
       01 WS-LIVE-STATUS          PIC X(02).
       01 WS-BIZ-DATE             PIC X(08).
       01 WS-SCAN-EOF-SW          PIC X     VALUE "N".
          88 WS-SCAN-EOF                    VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-LIVE-EOF-SW          PIC X     VALUE "N".
          88 WS-LIVE-EOF                    VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-FOUND-SW             PIC X     VALUE "N".
          88 WS-FOUND                       VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

      *    THE LATEST GENERATION OF THE FILE ON THE CATALOG.
       01 WS-LATEST.
          03 WS-LAT-NUMBER        PIC 9(04).
          03 WS-LAT-STATUS        PIC X(01).
          03 WS-LAT-BIZ-DATE      PIC X(08).
          03 WS-LAT-REC-COUNT     PIC 9(08).
          03 WS-LAT-JOB-NAME      PIC X(08).

       01 WS-LIVE-COUNT           PIC 9(08) VALUE ZERO.
       01 WS-APPEND-SW            PIC X     VALUE "N".
          88 WS-APPENDED-FILE               VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       LINKAGE SECTION.
       01 LS-GEN-DSN              PIC X(08).
       01 LS-GEN-RESULT           PIC X(01).

       PROCEDURE DIVISION USING LS-GEN-DSN LS-GEN-RESULT.
       0000-MAIN.
           MOVE "Y" TO LS-GEN-RESULT.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           PERFORM 1000-FIND-LATEST.
           IF LS-GEN-RESULT = "Y" AND WS-FOUND
               PERFORM 2000-JUDGE-LATEST
           END-IF.
           IF LS-GEN-RESULT = "Y" AND WS-FOUND
               PERFORM 3000-COUNT-LIVE-FILE
               PERFORM 4000-JUDGE-COUNT
           END-IF.
           IF LS-GEN-RESULT = "Y" AND WS-FOUND
               DISPLAY "GENCHK: " LS-GEN-DSN " GENERATION "
                   WS-LAT-NUMBER " OF " WS-LAT-BIZ-DATE " ACCEPTED"
           END-IF.
           GOBACK.

       1000-FIND-LATEST.
           SET WS-FOUND TO FALSE.
           OPEN INPUT GENCAT.
           IF WS-GENCAT-STATUS = "35"
               DISPLAY "GENCHK: NO GENCAT YET - " LS-GEN-DSN
                   " ACCEPTED AS BASE"
           ELSE
               IF WS-GENCAT-STATUS NOT = "00"
                   DISPLAY "GENCHK: GENCAT OPEN FAILED, STATUS="
                       WS-GENCAT-STATUS
                   MOVE "N" TO LS-GEN-RESULT
               ELSE
                   PERFORM 1100-SCAN-GENERATIONS
                   CLOSE GENCAT
                   IF NOT WS-FOUND
                       DISPLAY "GENCHK: NO " LS-GEN-DSN
                           " GENERATION CATALOGED - ACCEPTED AS BASE"
                   END-IF
               END-IF
           END-IF.

       1100-SCAN-GENERATIONS.
           SET WS-SCAN-EOF TO FALSE.
           MOVE LS-GEN-DSN TO GEN-DSN.
           MOVE ZERO       TO GEN-NUMBER.
           START GENCAT KEY IS NOT LESS THAN GEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ GENCAT NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF GEN-DSN = LS-GEN-DSN
                           SET WS-FOUND TO TRUE
                           MOVE GEN-NUMBER    TO WS-LAT-NUMBER
                           MOVE GEN-STATUS    TO WS-LAT-STATUS
                           MOVE GEN-BIZ-DATE  TO WS-LAT-BIZ-DATE
                           MOVE GEN-REC-COUNT TO WS-LAT-REC-COUNT
                           MOVE GEN-JOB-NAME  TO WS-LAT-JOB-NAME
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       2000-JUDGE-LATEST.
           IF WS-LAT-STATUS NOT = "C"
               DISPLAY "GENCHK: " LS-GEN-DSN " GENERATION "
                   WS-LAT-NUMBER " FROM " WS-LAT-JOB-NAME " OF "
                   WS-LAT-BIZ-DATE " NOT PROMOTED, STATUS "
                   WS-LAT-STATUS
               MOVE "N" TO LS-GEN-RESULT
           ELSE
               IF WS-LAT-BIZ-DATE NOT < WS-BIZ-DATE
                   DISPLAY "GENCHK: " LS-GEN-DSN " GENERATION "
                       WS-LAT-NUMBER " IS ALREADY DATED "
                       WS-LAT-BIZ-DATE " - RERUN REFUSED"
                   MOVE "N" TO LS-GEN-RESULT
               END-IF
           END-IF.

      *    A LIVE FILE THAT WILL NOT OPEN COUNTS AS EMPTY.
       3000-COUNT-LIVE-FILE.
           MOVE ZERO TO WS-LIVE-COUNT.
           SET WS-LIVE-EOF TO FALSE.
           SET WS-APPENDED-FILE TO FALSE.
           EVALUATE LS-GEN-DSN
               WHEN "PAYPREV"
                   OPEN INPUT PAYPREV
               WHEN "EMPPEND"
                   OPEN INPUT EMPPEND
               WHEN "ORGPEND"
                   OPEN INPUT ORGPEND
               WHEN "AUDITJRN"
                   OPEN INPUT AUDITJRN
                   SET WS-APPENDED-FILE TO TRUE
               WHEN "EMPHIST"
                   OPEN INPUT EMPHIST
                   SET WS-APPENDED-FILE TO TRUE
               WHEN OTHER
                   DISPLAY "GENCHK: NO LIVE-FILE CHECK FOR "
                       LS-GEN-DSN
                   MOVE "99" TO WS-LIVE-STATUS
           END-EVALUATE.
           IF WS-LIVE-STATUS = "00"
               PERFORM 3100-READ-LIVE-FILE
               PERFORM UNTIL WS-LIVE-EOF
                   ADD 1 TO WS-LIVE-COUNT
                   PERFORM 3100-READ-LIVE-FILE
               END-PERFORM
               PERFORM 3200-CLOSE-LIVE-FILE
           END-IF.

       3100-READ-LIVE-FILE.
           EVALUATE LS-GEN-DSN
               WHEN "PAYPREV"
                   READ PAYPREV
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN "EMPPEND"
                   READ EMPPEND
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN "ORGPEND"
                   READ ORGPEND
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN "AUDITJRN"
                   READ AUDITJRN
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN "EMPHIST"
                   READ EMPHIST
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
           END-EVALUATE.

       3200-CLOSE-LIVE-FILE.
           EVALUATE LS-GEN-DSN
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

       4000-JUDGE-COUNT.
           IF WS-LIVE-COUNT < WS-LAT-REC-COUNT
               OR (WS-LIVE-COUNT > WS-LAT-REC-COUNT
                   AND NOT WS-APPENDED-FILE)
               DISPLAY "GENCHK: " LS-GEN-DSN " HOLDS " WS-LIVE-COUNT
                   " RECORD(S), GENERATION " WS-LAT-NUMBER
                   " CATALOGED " WS-LAT-REC-COUNT
               MOVE "N" TO LS-GEN-RESULT
           END-IF.

       END PROGRAM GENCHK.
