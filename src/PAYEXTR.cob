      *  FLOODING PAYROLL WITH PHANTOM ADDS.
      *  EITHER WAY THE FILE KEEPS THE HEADER/TRAILER CONTROL-TOTAL
      *  DISCIPLINE (MODE LETTER ON THE HEADER), AND A NEW BASELINE
      *  OF EVERY ON-ROLL EMPLOYEE IS WRITTEN TO PAYBASE AND
      *  CATALOGED AS THE NEXT PAYPREV GENERATION (GENLOG), WHICH
      *  GENPROMO COPIES OVER PAYPREV AFTER THE RUN.  A DELTA RUN
      *  FIRST ASKS GENCHK WHETHER PAYPREV IS THE BASELINE THE LAST
      *  RUN LEFT; IF NOT (PROMOTE MISSED, OR A RERUN) IT REFUSES TO
      *  RUN - "G"/REFUSED ON RUNCTL AND RETURN CODE 8, AS DEPGATE
      *  DOES - RATHER THAN SEND A DELTA AGAINST THE WRONG NIGHT.
      *  PAYRECON STILL MATCHES PAYROLL'S ACKNOWLEDGMENTS AGAINST
      *  THE FILE.
      *
      *  PAYPARM CARD LAYOUT (OPTIONAL, DEFAULT "D"):
      *    COL 01  MODE ("D" = DELTA, "F" = FULL RESYNC)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT PAYPREV ASSIGN TO "PAYPREV"
       01 WS-HEADER-WRITTEN-SW    PIC X     VALUE "N".
          88 WS-HEADER-WRITTEN              VALUE "Y".

      *    GENERATION CATALOG PARAMETERS (GENCHK/GENLOG).
       01 WS-GEN-DSN              PIC X(08) VALUE "PAYPREV".
       01 WS-GEN-SOURCE           PIC X(08) VALUE "PAYBASE".
       01 WS-GEN-REC-COUNT        PIC 9(08) VALUE ZERO.
       01 WS-GEN-RESULT           PIC X(01) VALUE "Y".
          88 WS-GEN-ACCEPTED                VALUE "Y".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "PAYEXTR".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1100-READ-PARAMETER.
           IF WS-MODE-DELTA
               CALL "GENCHK" USING WS-GEN-DSN WS-GEN-RESULT
           END-IF.
           IF NOT WS-GEN-ACCEPTED
               PERFORM 8920-LOG-RUN-REFUSED
           ELSE
               PERFORM 8900-LOG-RUN-START
               PERFORM 1000-INITIALIZE
               IF WS-MODE-DELTA
                   PERFORM 2000-MATCH-DELTA
                       UNTIL WS-CUR-KEY = HIGH-VALUES
                         AND WS-PRV-KEY = HIGH-VALUES
               ELSE
                   PERFORM 3000-FULL-EXTRACT UNTIL WS-EOF
               END-IF
               PERFORM 9000-TERMINATE
               PERFORM 8910-LOG-RUN-END
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-RUN-DATE.
           IF WS-MODE-DELTA
               PERFORM 1500-VALIDATE-BASELINE
           END-IF.
           END-IF.

      *    A MISSING OR UNREADABLE CARD LEAVES THE AGREED DELTA MODE
      *    IN PLACE, SO THE NORMAL NIGHT NEEDS NO CARD AT ALL.  THE
      *    CARD IS READ BEFORE ANYTHING ELSE: A FULL RESYNC DOES NOT
      *    DEPEND ON PAYPREV, SO ONLY A DELTA RUN IS GENERATION-CHECKED.
       1100-READ-PARAMETER.
           OPEN INPUT PAYPARM.
           IF WS-PAYPARM-STATUS = "00"
           MOVE WS-DETAIL-COUNT TO WS-RUN-WRITE-CNT.
           PERFORM 8950-CALL-RUNLOG.

      *    THE STEP NEVER STARTED, SO NO "S"/"E" PAIR - THE "G"
      *    RECORD SAYS WHY, THE SAME AS A DEPGATE REFUSAL.
       8920-LOG-RUN-REFUSED.
           MOVE "G"       TO WS-RUN-REC-TYPE.
           MOVE "REFUSED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE 8 TO RETURN-CODE.
           DISPLAY "PAYEXTR: REFUSED - PAYPREV IS NOT THE CURRENT "
               "GENERATION".

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
           CLOSE EMPMAST.
           CLOSE PAYEXTR.
           CLOSE PAYBASE.
           IF WS-HEADER-WRITTEN AND WS-RUN-STATUS = "NORMAL"
               PERFORM 9200-CATALOG-BASELINE
           END-IF.
           IF WS-PREV-OPEN
               CLOSE PAYPREV
           END-IF.
           MOVE PAYEXT-TRAILER  TO PAYBASE-LINE.
           WRITE PAYBASE-LINE.

      *    THE NEW BASELINE IS THE NEXT PAYPREV GENERATION: ITS
      *    DETAILS PLUS THE HEADER AND TRAILER.
       9200-CATALOG-BASELINE.
           COMPUTE WS-GEN-REC-COUNT = WS-BASE-COUNT + 2.
           CALL "GENLOG" USING WS-GEN-DSN WS-GEN-SOURCE
               WS-RUN-JOB-NAME WS-GEN-REC-COUNT.

       END PROGRAM PAYEXTR.
