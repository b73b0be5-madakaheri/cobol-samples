      *  AND CAREERPT SKIP - SO A REGULATOR CAN STILL RUN THE
      *  STANDARD REPORTS AGAINST AN ARCHIVE).  THE SURVIVING
      *  JOURNAL RECORDS ARE REWRITTEN TO AUDJNEW/HISTNEW, WHICH
      *  GENPROMO COPIES OVER AUDITJRN/EMPHIST AFTER THE RUN, AND
      *  THE PURGED EMPLOYEES ARE DELETED FROM EMPMAST.  A PURGE
      *  REGISTER (PURGERPT) LISTS WHO WENT AND HOW MANY JOURNAL
      *  RECORDS FOLLOWED THEM.  THE NEW JOURNALS AND THE THREE
      *  ARCHIVES ARE CATALOGED AS GENERATIONS (GENLOG), AND GENPROMO
      *  KEEPS THE ARCHIVES IN ITS GENERATION STORE, AS WITH EMPBKUP.
      *  BEFORE IT STARTS, GENCHK MUST CONFIRM AUDITJRN AND EMPHIST
      *  ARE THE GENERATIONS THE LAST PURGE LEFT; OTHERWISE THE RUN
      *  IS REFUSED ("G"/REFUSED ON RUNCTL, RETURN CODE 8).
      *  AT MOST 200 EMPLOYEES GO PER RUN; ANY PAST THAT ARE COUNTED
      *  AND LEFT FOR THE NEXT RUN.
      *  THE JOURNALS ARE SEQUENCED AND CHAINED (SEE AUDITREC,
      *  EMPHIST), SO EVERY UNBROKEN RUN OF SEQUENCE NUMBERS MOVED TO
      *  AN ARCHIVE IS RECORDED - WITH THE CHECK VALUE OF ITS LAST
      *  RECORD - ON THE PURGED-SEQUENCE REGISTER (PURGSEQ, APPENDED)
      *  AND PRINTED ON PURGERPT, SO JRNVRFY CAN TELL A LEGITIMATE
      *  PURGE FROM A RECORD REMOVED BY HAND.
      *
      *  PRGPARM CARD LAYOUT:
      *    COL 01-02  RETENTION PERIOD IN YEARS (REQUIRED, 01-99)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT AUDITJRN ASSIGN TO "AUDITJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTNEW-STATUS.

           SELECT PURGSEQ ASSIGN TO "PURGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGSEQ-STATUS.

           SELECT PURGERPT ASSIGN TO "PURGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGERPT-STATUS.

       FD  ARCAUDIT
           LABEL RECORDS ARE STANDARD.
       01 ARCAUDIT-LINE           PIC X(120).

       FD  ARCHIST
           LABEL RECORDS ARE STANDARD.
       01 ARCHIST-LINE            PIC X(127).

       FD  AUDJNEW
           LABEL RECORDS ARE STANDARD.
       01 AUDJNEW-LINE            PIC X(120).

       FD  HISTNEW
           LABEL RECORDS ARE STANDARD.
       01 HISTNEW-LINE            PIC X(127).

       FD  PURGSEQ
           LABEL RECORDS ARE STANDARD.
           COPY PRGSEQRC.

       FD  PURGERPT
           LABEL RECORDS ARE STANDARD.
       01 WS-AUDJNEW-STATUS       PIC X(02).
       01 WS-HISTNEW-STATUS       PIC X(02).
       01 WS-PURGERPT-STATUS      PIC X(02).
       01 WS-PURGSEQ-STATUS       PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-KEPT-HIS-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-DELETED-COUNT        PIC 9(06) VALUE ZERO.

      *    THE RUN OF SEQUENCE NUMBERS CURRENTLY BEING ARCHIVED FROM
      *    THE JOURNAL IN HAND.  IT CLOSES ON THE FIRST KEPT RECORD,
      *    ON A BREAK IN THE NUMBERS OR AT END OF FILE.
       01 WS-RNG-OPEN-SW          PIC X     VALUE "N".
          88 WS-RNG-OPEN                    VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-RNG-JOURNAL          PIC X(08).
       01 WS-RNG-ARCHIVE          PIC X(08).
       01 WS-RNG-FIRST-SEQ        PIC 9(09).
       01 WS-RNG-LAST-SEQ         PIC 9(09).
       01 WS-RNG-LAST-CHECK       PIC 9(09).
       01 WS-RNG-SEQ-NO           PIC 9(09).
       01 WS-RNG-CHECK            PIC 9(09).
       01 WS-RNG-COUNT            PIC 9(06) VALUE ZERO.

       01 WS-ARC-HEADER.
          03 FILLER               PIC X(02) VALUE "*H".
          03 FILLER               PIC X(01) VALUE SPACE.
          03 FILLER               PIC X(06) VALUE " HIST ".
          03 WS-REG-HIS-CNT       PIC ZZZZ9.

       01 WS-RANGE-LINE.
          03 WS-RGL-JOURNAL       PIC X(08).
          03 FILLER               PIC X(05) VALUE " SEQ ".
          03 WS-RGL-FIRST         PIC 9(09).
          03 FILLER               PIC X(01) VALUE "-".
          03 WS-RGL-LAST          PIC 9(09).
          03 FILLER               PIC X(12) VALUE " REMOVED TO ".
          03 WS-RGL-ARCHIVE       PIC X(08).

       01 WS-OMITTED-LINE.
          03 FILLER            PIC X(02) VALUE "+ ".
          03 WS-OMT-COUNT      PIC ZZZZZ9.
       01 WS-NO-PARM-LINE         PIC X(45)
          VALUE "NO VALID RETENTION PERIOD ON PRGPARM - NO RUN".

      *    GENERATION CATALOG PARAMETERS (GENCHK/GENLOG).
       01 WS-GEN-DSN              PIC X(08).
       01 WS-GEN-SOURCE           PIC X(08).
       01 WS-GEN-REC-COUNT        PIC 9(08) VALUE ZERO.
       01 WS-GEN-RESULT           PIC X(01) VALUE "Y".
          88 WS-GEN-ACCEPTED                VALUE "Y".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "EMPPURGE".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-JOURNAL-GENERATIONS.
           IF NOT WS-GEN-ACCEPTED
               PERFORM 8920-LOG-RUN-REFUSED
           ELSE
               PERFORM 8900-LOG-RUN-START
               PERFORM 1000-INITIALIZE
               IF NOT WS-ABORTED
                   PERFORM 2000-SELECT-PURGEES
                   PERFORM 3000-PURGE-AUDITJRN
                   PERFORM 4000-PURGE-EMPHIST
                   PERFORM 5000-DELETE-AND-REGISTER
               END-IF
               PERFORM 9000-TERMINATE
               PERFORM 8910-LOG-RUN-END
           END-IF.
           STOP RUN.

       0500-CHECK-JOURNAL-GENERATIONS.
           MOVE "AUDITJRN" TO WS-GEN-DSN.
           CALL "GENCHK" USING WS-GEN-DSN WS-GEN-RESULT.
           IF WS-GEN-ACCEPTED
               MOVE "EMPHIST" TO WS-GEN-DSN
               CALL "GENCHK" USING WS-GEN-DSN WS-GEN-RESULT
           END-IF.

      *    A PURGE WITH NO EXPLICIT RETENTION PERIOD MUST NOT RUN -
      *    THERE IS NO SAFE DEFAULT FOR DELETING PEOPLE'S RECORDS.
       1000-INITIALIZE.
               OPEN OUTPUT ARCHIST
               OPEN OUTPUT AUDJNEW
               OPEN OUTPUT HISTNEW
               OPEN EXTEND PURGSEQ
               IF WS-PURGSEQ-STATUS = "35"
                   OPEN OUTPUT PURGSEQ
               END-IF
               PERFORM 1600-WRITE-ARCHIVE-HEADERS
           END-IF.

           MOVE TAI-NEN     TO BKUP-TAI-NEN.
           MOVE TAI-TUKI    TO BKUP-TAI-TUKI.
           MOVE TAI-HI      TO BKUP-TAI-HI.
           MOVE SEI-NEN     TO BKUP-SEI-DATE(1:4).
           MOVE SEI-TUKI    TO BKUP-SEI-DATE(5:2).
           MOVE SEI-HI      TO BKUP-SEI-DATE(7:2).
           MOVE SEIBETSU    TO BKUP-SEIBETSU.
           MOVE KISO-NENKIN-NO TO BKUP-KISO-NENKIN-NO.
           WRITE BKUP-RECORD.

       2500-FIND-IN-PURGE-TABLE.

      *    PASS 2: EVERY AUDITJRN RECORD EITHER FOLLOWS ITS PURGED
      *    EMPLOYEE INTO THE ARCHIVE OR IS KEPT ON AUDJNEW, WHICH
      *    GENPROMO PROMOTES OVER THE LIVE JOURNAL AFTER THE RUN.
      *    AN ABSENT JOURNAL IS A VALID (IF YOUNG) SYSTEM.
       3000-PURGE-AUDITJRN.
           SET WS-EOF TO FALSE.
               DISPLAY "EMPPURGE: NO AUDITJRN, STATUS="
                   WS-AUDITJRN-STATUS
           ELSE
               MOVE "AUDITJRN" TO WS-RNG-JOURNAL
               MOVE "ARCAUDIT" TO WS-RNG-ARCHIVE
               PERFORM 3100-READ-AUDITJRN
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RUN-READ-CNT
                       WRITE ARCAUDIT-LINE
                       ADD 1 TO WS-ARC-AUD-COUNT
                       ADD 1 TO WS-PRG-AUD-CNT(WS-MATCH-IX)
                       IF AUD-SEQ-NO IS NUMERIC
                           MOVE AUD-SEQ-NO TO WS-RNG-SEQ-NO
                           MOVE AUD-CHECK  TO WS-RNG-CHECK
                           PERFORM 3500-EXTEND-RANGE
                       END-IF
                   ELSE
                       MOVE AUDIT-RECORD TO AUDJNEW-LINE
                       WRITE AUDJNEW-LINE
                       ADD 1 TO WS-KEPT-AUD-COUNT
                       PERFORM 3600-CLOSE-RANGE
                   END-IF
                   PERFORM 3100-READ-AUDITJRN
               END-PERFORM
               PERFORM 3600-CLOSE-RANGE
               CLOSE AUDITJRN
           END-IF.

                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    A RECORD WHOSE NUMBER FOLLOWS THE OPEN RUN EXTENDS IT; ANY
      *    OTHER STARTS A NEW ONE (THE NUMBERS BETWEEN WERE REMOVED BY
      *    AN EARLIER PURGE AND ARE ALREADY REGISTERED).  RECORDS
      *    WRITTEN BEFORE SEQUENCING BEGAN HAVE NO NUMBER AND ARE NOT
      *    REGISTERED.
       3500-EXTEND-RANGE.
           IF WS-RNG-OPEN
               AND WS-RNG-SEQ-NO NOT = WS-RNG-LAST-SEQ + 1
               PERFORM 3600-CLOSE-RANGE
           END-IF.
           IF NOT WS-RNG-OPEN
               SET WS-RNG-OPEN TO TRUE
               MOVE WS-RNG-SEQ-NO TO WS-RNG-FIRST-SEQ
           END-IF.
           MOVE WS-RNG-SEQ-NO TO WS-RNG-LAST-SEQ.
           MOVE WS-RNG-CHECK  TO WS-RNG-LAST-CHECK.

       3600-CLOSE-RANGE.
           IF WS-RNG-OPEN
               MOVE SPACES            TO PRGSEQ-RECORD
               MOVE WS-RNG-JOURNAL    TO PSQ-JOURNAL
               MOVE WS-RNG-FIRST-SEQ  TO PSQ-FIRST-SEQ
               MOVE WS-RNG-LAST-SEQ   TO PSQ-LAST-SEQ
               MOVE WS-RNG-LAST-CHECK TO PSQ-LAST-CHECK
               MOVE WS-BIZ-DATE       TO PSQ-PURGE-DATE
               MOVE WS-RNG-ARCHIVE    TO PSQ-ARCHIVE
               WRITE PRGSEQ-RECORD
               MOVE WS-RNG-JOURNAL    TO WS-RGL-JOURNAL
               MOVE WS-RNG-FIRST-SEQ  TO WS-RGL-FIRST
               MOVE WS-RNG-LAST-SEQ   TO WS-RGL-LAST
               MOVE WS-RNG-ARCHIVE    TO WS-RGL-ARCHIVE
               MOVE WS-RANGE-LINE TO PURGERPT-LINE
               WRITE PURGERPT-LINE
               ADD 1 TO WS-RNG-COUNT
               SET WS-RNG-OPEN TO FALSE
           END-IF.

       4000-PURGE-EMPHIST.
           SET WS-EOF TO FALSE.
           OPEN INPUT EMPHIST.
               DISPLAY "EMPPURGE: NO EMPHIST, STATUS="
                   WS-EMPHIST-STATUS
           ELSE
               MOVE "EMPHIST"  TO WS-RNG-JOURNAL
               MOVE "ARCHIST"  TO WS-RNG-ARCHIVE
               PERFORM 4100-READ-EMPHIST
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RUN-READ-CNT
                       WRITE ARCHIST-LINE
                       ADD 1 TO WS-ARC-HIS-COUNT
                       ADD 1 TO WS-PRG-HIS-CNT(WS-MATCH-IX)
                       IF HIS-SEQ-NO IS NUMERIC
                           MOVE HIS-SEQ-NO TO WS-RNG-SEQ-NO
                           MOVE HIS-CHECK  TO WS-RNG-CHECK
                           PERFORM 3500-EXTEND-RANGE
                       END-IF
                   ELSE
                       MOVE EMPHIST-RECORD TO HISTNEW-LINE
                       WRITE HISTNEW-LINE
                       ADD 1 TO WS-KEPT-HIS-COUNT
                       PERFORM 3600-CLOSE-RANGE
                   END-IF
                   PERFORM 4100-READ-EMPHIST
               END-PERFORM
               PERFORM 3600-CLOSE-RANGE
               CLOSE EMPHIST
           END-IF.

           MOVE WS-DELETED-COUNT TO WS-RUN-WRITE-CNT.
           PERFORM 8950-CALL-RUNLOG.

      *    THE STEP NEVER STARTED, SO NO "S"/"E" PAIR - THE "G"
      *    RECORD SAYS WHY, THE SAME AS A DEPGATE REFUSAL.
       8920-LOG-RUN-REFUSED.
           MOVE "G"       TO WS-RUN-REC-TYPE.
           MOVE "REFUSED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE 8 TO RETURN-CODE.
           DISPLAY "EMPPURGE: REFUSED - " WS-GEN-DSN
               " IS NOT THE CURRENT GENERATION".

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               CLOSE ARCHIST
               CLOSE AUDJNEW
               CLOSE HISTNEW
               CLOSE PURGSEQ
               PERFORM 9200-CATALOG-GENERATIONS
           END-IF.
           CLOSE PURGERPT.
           DISPLAY "EMPPURGE: " WS-DELETED-COUNT " PURGED, "
               WS-ARC-AUD-COUNT " AUDIT AND " WS-ARC-HIS-COUNT
               " HISTORY RECORD(S) ARCHIVED, " WS-RNG-COUNT
               " SEQUENCE RANGE(S) REGISTERED".

       9100-WRITE-ARCHIVE-TRAILERS.
           MOVE SPACES         TO BKUP-TRAILER.
           MOVE WS-ARC-TRAILER TO ARCHIST-LINE.
           WRITE ARCHIST-LINE.

      *    RECORD COUNTS ARE PHYSICAL RECORDS: THE ARCHIVES CARRY A
      *    HEADER AND TRAILER EACH, THE NEW JOURNALS NONE.
       9200-CATALOG-GENERATIONS.
           MOVE "AUDITJRN"        TO WS-GEN-DSN.
           MOVE "AUDJNEW"         TO WS-GEN-SOURCE.
           MOVE WS-KEPT-AUD-COUNT TO WS-GEN-REC-COUNT.
           PERFORM 9250-CALL-GENLOG.
           MOVE "EMPHIST"         TO WS-GEN-DSN.
           MOVE "HISTNEW"         TO WS-GEN-SOURCE.
           MOVE WS-KEPT-HIS-COUNT TO WS-GEN-REC-COUNT.
           PERFORM 9250-CALL-GENLOG.
           MOVE "ARCMAST"         TO WS-GEN-DSN WS-GEN-SOURCE.
           COMPUTE WS-GEN-REC-COUNT = WS-PURGE-COUNT + 2.
           PERFORM 9250-CALL-GENLOG.
           MOVE "ARCAUDIT"        TO WS-GEN-DSN WS-GEN-SOURCE.
           COMPUTE WS-GEN-REC-COUNT = WS-ARC-AUD-COUNT + 2.
           PERFORM 9250-CALL-GENLOG.
           MOVE "ARCHIST"         TO WS-GEN-DSN WS-GEN-SOURCE.
           COMPUTE WS-GEN-REC-COUNT = WS-ARC-HIS-COUNT + 2.
           PERFORM 9250-CALL-GENLOG.

       9250-CALL-GENLOG.
           CALL "GENLOG" USING WS-GEN-DSN WS-GEN-SOURCE
               WS-RUN-JOB-NAME WS-GEN-REC-COUNT.

       END PROGRAM EMPPURGE.
