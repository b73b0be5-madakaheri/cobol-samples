       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSWEEP.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  NIGHTLY CROSS-FILE INTEGRITY SWEEP.
      *  EVERY DOWNSTREAM FILE KEEPS ITS OWN COPY OF WHAT EMPMAST
      *  SAYS; THIS PROGRAM CHECKS, PER EMP-ID, THAT THEY STILL
      *  AGREE WITH THE MASTER AND PRINTS A DISCREPANCY REPORT WITH
      *  A COUNT PER CHECK TYPE.  IT UPDATES NOTHING.
      *    EMPHIST  - THE LATEST HIS-NEW-SYOZOKU (LAST IN JOURNAL
      *               ORDER) MUST EQUAL THE MASTER'S SYOZOKU.
      *    AUDITJRN - THE LAST AFTER-IMAGE OF EACH SHIMEI, SYOZOKU
      *               AND ZAISEKI-KBN FIELD MUST EQUAL THE MASTER.
      *    PAYBASE  - THE BASELINE PAYEXTR WROTE TONIGHT MUST CARRY
      *               EXACTLY THE ON-ROLL EMPLOYEES, WITH THE
      *               MASTER'S MYOUJI/NAMAE AND SYOZOKU.
      *    SNAPFILE - THE LATEST SNAPSHOT MONTH MUST HOLD EVERY
      *               EMPLOYEE HIRED BY THAT MONTH AND NOT GONE BY
      *               IT, IN THE MASTER'S SYOZOKU UNLESS EMPHIST
      *               SHOWS A MOVE EFFECTIVE AFTER THAT MONTH.
      *  JOURNAL ENTRIES, BASELINE DETAILS OR SNAPSHOTS FOR AN
      *  EMP-ID NO LONGER ON EMPMAST ARE DISCREPANCIES TOO - EMPPURGE
      *  TAKES A PURGED EMPLOYEE'S JOURNALS WITH IT.  THE EXCEPTION
      *  IS AN EMPLOYEE DELETED THROUGH EMPMAINT ("D"), WHOSE
      *  JOURNALS STAY BEHIND WITH A "DELETED" AUDITJRN ENTRY: THEIR
      *  EMPHIST AND AUDITJRN ENTRIES ARE COUNTED, NOT REPORTED.
      *  EMPRECOV REPLAYS WITHOUT JOURNALING AND EMPPURGE'S NEW
      *  JOURNALS ARE PROMOTED INTO PLACE AFTER IT, SO A BROKEN JOURNAL
      *  SHOWS UP HERE THE MORNING AFTER.  RUN IT AT THE END OF THE
      *  NIGHT, AFTER EMPMAINT/ORGMAINT AND PAYEXTR.  A FILE THAT IS
      *  NOT THERE IS NOTED ON THE REPORT AND ITS CHECK IS NOT RUN.
      *  ALL FOUR FILES ARE SORTED TOGETHER BY EMP-ID AND MATCHED
      *  AGAINST A SEQUENTIAL PASS OF EMPMAST, AS PAYRECON MATCHES
      *  THE EXTRACT AGAINST PAYACK.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EMPHIST ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT AUDITJRN ASSIGN TO "AUDITJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITJRN-STATUS.

           SELECT PAYBASE ASSIGN TO "PAYBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYBASE-STATUS.

           SELECT SNAPFILE ASSIGN TO "SNAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPFILE-STATUS.

           SELECT SWEEPRPT ASSIGN TO "SWEEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEPRPT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD  EMPHIST
           LABEL RECORDS ARE STANDARD.
           COPY EMPHIST.

       FD  AUDITJRN
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  PAYBASE
           LABEL RECORDS ARE STANDARD.
           COPY PAYEXTFD.

       FD  SNAPFILE
           LABEL RECORDS ARE STANDARD.
           COPY SNAPREC.

       FD  SWEEPRPT
           LABEL RECORDS ARE STANDARD.
       01 SWEEPRPT-LINE           PIC X(90).

      *    ONE SORT RECORD PER JOURNAL ENTRY, BASELINE DETAIL OR
      *    LATEST-MONTH SNAPSHOT, CARRYING ONLY WHAT THE CHECK NEEDS.
      *    SRT-SEQ KEEPS JOURNAL ORDER WITHIN AN EMP-ID SO THE LAST
      *    ENTRY RETURNED IS THE LATEST.
       SD  SORT-WORK.
       01  SORT-RECORD.
           03 SRT-EMP-ID          PIC X(06).
           03 SRT-SOURCE          PIC X(01).
              88 SRT-FROM-HIST              VALUE "H".
              88 SRT-FROM-AUDIT             VALUE "J".
              88 SRT-FROM-PAYBASE           VALUE "P".
              88 SRT-FROM-SNAP              VALUE "S".
           03 SRT-SEQ             PIC 9(08).
           03 SRT-FIELD-NAME      PIC X(11).
           03 SRT-DATA            PIC X(72).
           03 SRT-HIST-DATA REDEFINES SRT-DATA.
              05 SRT-HIS-SYOZOKU  PIC X(32).
              05 SRT-HIS-EFF-DATE PIC X(08).
              05 FILLER           PIC X(32).
           03 SRT-AUDIT-DATA REDEFINES SRT-DATA.
              05 SRT-AUD-AFTER    PIC X(20).
              05 FILLER           PIC X(52).
           03 SRT-PAY-DATA REDEFINES SRT-DATA.
              05 SRT-PAY-MYOUJI   PIC X(20).
              05 SRT-PAY-NAMAE    PIC X(20).
              05 SRT-PAY-SYOZOKU  PIC X(32).
           03 SRT-SNAP-DATA REDEFINES SRT-DATA.
              05 SRT-SNP-SYOZOKU  PIC X(32).
              05 FILLER           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-EMPMAST-STATUS       PIC X(02).
       01 WS-EMPHIST-STATUS       PIC X(02).
       01 WS-AUDITJRN-STATUS      PIC X(02).
       01 WS-PAYBASE-STATUS       PIC X(02).
       01 WS-SNAPFILE-STATUS      PIC X(02).
       01 WS-SWEEPRPT-STATUS      PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-ABORT-SW             PIC X     VALUE "N".
          88 WS-ABORTED                     VALUE "Y".

      *    A CHECK RUNS ONLY WHEN ITS FILE COULD BE READ.
       01 WS-HIST-AVAIL-SW        PIC X     VALUE "N".
          88 WS-HIST-AVAIL                  VALUE "Y".
       01 WS-AUDIT-AVAIL-SW       PIC X     VALUE "N".
          88 WS-AUDIT-AVAIL                 VALUE "Y".
       01 WS-PAY-AVAIL-SW         PIC X     VALUE "N".
          88 WS-PAY-AVAIL                   VALUE "Y".
       01 WS-SNAP-AVAIL-SW        PIC X     VALUE "N".
          88 WS-SNAP-AVAIL                  VALUE "Y".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-SNAP-MONTH           PIC X(06) VALUE SPACES.
       01 WS-REL-SEQ              PIC 9(08) VALUE ZERO.

      *    MATCH KEYS.  HIGH-VALUES MEANS THAT SIDE IS EXHAUSTED, AS
      *    IN PAYRECON.
       01 WS-MST-KEY              PIC X(06) VALUE HIGH-VALUES.
       01 WS-SRT-KEY              PIC X(06) VALUE HIGH-VALUES.
       01 WS-GRP-KEY              PIC X(06).
       01 WS-ON-MASTER-SW         PIC X     VALUE "N".
          88 WS-ON-MASTER                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

      *    WHAT THE OTHER FILES SAY ABOUT THE CURRENT EMP-ID.
       01 WS-GRP-HIST-SW          PIC X     VALUE "N".
          88 WS-GRP-HAS-HIST                VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-GRP-HIS-SYOZOKU      PIC X(32).
       01 WS-GRP-HIS-MAX-EFF      PIC X(08).
       01 WS-GRP-AUDIT-SW         PIC X     VALUE "N".
          88 WS-GRP-HAS-AUDIT               VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-GRP-DELETED-SW       PIC X     VALUE "N".
          88 WS-GRP-DELETED                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-GRP-PAY-SW           PIC X     VALUE "N".
          88 WS-GRP-HAS-PAY                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-GRP-PAY-MYOUJI       PIC X(20).
       01 WS-GRP-PAY-NAMAE        PIC X(20).
       01 WS-GRP-PAY-SYOZOKU      PIC X(32).
       01 WS-GRP-SNAP-SW          PIC X     VALUE "N".
          88 WS-GRP-HAS-SNAP                VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-GRP-SNP-SYOZOKU      PIC X(32).

      *    THE AUDITJRN FIELDS THE SWEEP COMPARES.  TAISYOKUBI IS
      *    JOURNALED TOO BUT IS NOT ONE OF THE CHECKED FIELDS.
       01 WS-FIELD-NAME-VALUES.
          03 FILLER               PIC X(11) VALUE "MYOUJI".
          03 FILLER               PIC X(11) VALUE "NAMAE".
          03 FILLER               PIC X(11) VALUE "MYOUJI-KANA".
          03 FILLER               PIC X(11) VALUE "NAMAE-KANA".
          03 FILLER               PIC X(11) VALUE "BU".
          03 FILLER               PIC X(11) VALUE "KA".
          03 FILLER               PIC X(11) VALUE "KAKARI".
          03 FILLER               PIC X(11) VALUE "ZAISEKI-KBN".
       01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
          03 WS-FIELD-NAME        PIC X(11) OCCURS 8 TIMES.
       01 WS-AUD-SLOTS.
          03 WS-AUD-SLOT OCCURS 8 TIMES.
             05 WS-AUD-SEEN       PIC X(01).
             05 WS-AUD-AFTER      PIC X(20).
       01 WS-FIELD-IX             PIC 9(02) VALUE ZERO.
       01 WS-FIELD-FOUND-SW       PIC X     VALUE "N".
          88 WS-FIELD-FOUND                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-MASTER-IMAGE         PIC X(20).
       01 WS-HIRE-MONTH           PIC X(06).
       01 WS-LEFT-MONTH           PIC X(06).

       01 WS-CHECKED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-HIST-DISC            PIC 9(06) VALUE ZERO.
       01 WS-AUDIT-DISC           PIC 9(06) VALUE ZERO.
       01 WS-PAY-DISC             PIC 9(06) VALUE ZERO.
       01 WS-SNAP-DISC            PIC 9(06) VALUE ZERO.
       01 WS-DELETED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-DISC           PIC 9(06) VALUE ZERO.

       01 WS-HEADING-1.
          03 FILLER               PIC X(36)
             VALUE "CROSS-FILE INTEGRITY SWEEP AS OF ".
          03 WS-HDG-DATE          PIC X(08).
          03 FILLER               PIC X(18)
             VALUE "  SNAPSHOT MONTH ".
          03 WS-HDG-SNAP-MONTH    PIC X(06).

       01 WS-HEADING-2.
          03 FILLER               PIC X(07) VALUE "EMP-ID".
          03 FILLER               PIC X(09) VALUE "CHECK".
          03 FILLER               PIC X(12) VALUE "FIELD".
          03 FILLER               PIC X(21) VALUE "EMPMAST".
          03 FILLER               PIC X(21) VALUE "OTHER FILE".
          03 FILLER               PIC X(20) VALUE "FINDING".

       01 WS-DETAIL-LINE.
          03 WS-DTL-EMP-ID        PIC X(06).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-CHECK         PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-FIELD         PIC X(11).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-MASTER        PIC X(20).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-OTHER         PIC X(20).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-FINDING       PIC X(20).

       01 WS-NOT-RUN-LINE.
          03 WS-NRN-FILE          PIC X(09).
          03 FILLER               PIC X(31)
             VALUE "NOT AVAILABLE - CHECK NOT RUN".

       01 WS-COUNT-LINE.
          03 WS-CNT-LABEL         PIC X(24).
          03 WS-CNT-VALUE         PIC ZZZZZ9.

       01 WS-NONE-LINE            PIC X(40)
          VALUE "NO DISCREPANCIES FOUND".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "EMPSWEEP".
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
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-EMP-ID SRT-SOURCE SRT-SEQ
                   INPUT PROCEDURE IS 2000-RELEASE-FILES
                   OUTPUT PROCEDURE IS 3000-MATCH-MASTER
               PERFORM 4000-PRINT-SUMMARY
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           OPEN INPUT EMPMAST.
           OPEN OUTPUT SWEEPRPT.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPSWEEP: EMPMAST OPEN FAILED, STATUS="
                   WS-EMPMAST-STATUS
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               PERFORM 1100-FIND-SNAP-MONTH
               MOVE WS-BIZ-DATE   TO WS-HDG-DATE
               MOVE WS-SNAP-MONTH TO WS-HDG-SNAP-MONTH
               MOVE WS-HEADING-1 TO SWEEPRPT-LINE
               WRITE SWEEPRPT-LINE
               MOVE WS-HEADING-2 TO SWEEPRPT-LINE
               WRITE SWEEPRPT-LINE
           END-IF.

      *    FIRST PASS OVER SNAPFILE FINDS THE LATEST MONTH ON FILE,
      *    AS MOVERPT DOES; ONLY THAT MONTH IS COMPARED.
       1100-FIND-SNAP-MONTH.
           OPEN INPUT SNAPFILE.
           IF WS-SNAPFILE-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM 1150-READ-SNAPFILE
               PERFORM UNTIL WS-EOF
                   IF SNP-YYYYMM > WS-SNAP-MONTH
                       MOVE SNP-YYYYMM TO WS-SNAP-MONTH
                   END-IF
                   PERFORM 1150-READ-SNAPFILE
               END-PERFORM
               CLOSE SNAPFILE
               IF WS-SNAP-MONTH NOT = SPACES
                   MOVE "Y" TO WS-SNAP-AVAIL-SW
               END-IF
           END-IF.

       1150-READ-SNAPFILE.
           READ SNAPFILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2000-RELEASE-FILES.
           PERFORM 2100-RELEASE-HISTORY.
           PERFORM 2200-RELEASE-AUDIT.
           PERFORM 2300-RELEASE-PAYBASE.
           IF WS-SNAP-AVAIL
               PERFORM 2400-RELEASE-SNAPSHOT
           END-IF.

       2100-RELEASE-HISTORY.
           OPEN INPUT EMPHIST.
           IF WS-EMPHIST-STATUS = "00"
               MOVE "Y" TO WS-HIST-AVAIL-SW
               SET WS-EOF TO FALSE
               PERFORM 2150-READ-EMPHIST
               PERFORM UNTIL WS-EOF
                   MOVE SPACES          TO SORT-RECORD
                   MOVE HIS-EMP-ID      TO SRT-EMP-ID
                   MOVE "H"             TO SRT-SOURCE
                   MOVE HIS-NEW-SYOZOKU TO SRT-HIS-SYOZOKU
                   MOVE HIS-EFF-DATE    TO SRT-HIS-EFF-DATE
                   PERFORM 2900-RELEASE-SORT-RECORD
                   PERFORM 2150-READ-EMPHIST
               END-PERFORM
               CLOSE EMPHIST
           END-IF.

       2150-READ-EMPHIST.
           READ EMPHIST
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2200-RELEASE-AUDIT.
           OPEN INPUT AUDITJRN.
           IF WS-AUDITJRN-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-AVAIL-SW
               SET WS-EOF TO FALSE
               PERFORM 2250-READ-AUDITJRN
               PERFORM UNTIL WS-EOF
                   MOVE SPACES           TO SORT-RECORD
                   MOVE AUD-EMP-ID       TO SRT-EMP-ID
                   MOVE "J"              TO SRT-SOURCE
                   MOVE AUD-FIELD-NAME   TO SRT-FIELD-NAME
                   MOVE AUD-AFTER-IMAGE  TO SRT-AUD-AFTER
                   PERFORM 2900-RELEASE-SORT-RECORD
                   PERFORM 2250-READ-AUDITJRN
               END-PERFORM
               CLOSE AUDITJRN
           END-IF.

       2250-READ-AUDITJRN.
           READ AUDITJRN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    "H" AND "T" RECORDS ARE SKIPPED; ONLY DETAILS ARE CHECKED.
       2300-RELEASE-PAYBASE.
           OPEN INPUT PAYBASE.
           IF WS-PAYBASE-STATUS = "00"
               MOVE "Y" TO WS-PAY-AVAIL-SW
               SET WS-EOF TO FALSE
               PERFORM 2350-READ-PAYBASE
               PERFORM UNTIL WS-EOF
                   IF PAYEXT-REC-TYPE = "D"
                       MOVE SPACES         TO SORT-RECORD
                       MOVE PAYEXT-EMP-ID  TO SRT-EMP-ID
                       MOVE "P"            TO SRT-SOURCE
                       MOVE PAYEXT-MYOUJI  TO SRT-PAY-MYOUJI
                       MOVE PAYEXT-NAMAE   TO SRT-PAY-NAMAE
                       MOVE PAYEXT-BU      TO SRT-PAY-SYOZOKU(1:12)
                       MOVE PAYEXT-KA      TO SRT-PAY-SYOZOKU(13:10)
                       MOVE PAYEXT-KAKARI  TO SRT-PAY-SYOZOKU(23:10)
                       PERFORM 2900-RELEASE-SORT-RECORD
                   END-IF
                   PERFORM 2350-READ-PAYBASE
               END-PERFORM
               CLOSE PAYBASE
           END-IF.

       2350-READ-PAYBASE.
           READ PAYBASE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2400-RELEASE-SNAPSHOT.
           OPEN INPUT SNAPFILE.
           IF WS-SNAPFILE-STATUS NOT = "00"
               DISPLAY "EMPSWEEP: SNAPFILE REOPEN FAILED, STATUS="
                   WS-SNAPFILE-STATUS
               MOVE "N" TO WS-SNAP-AVAIL-SW
           ELSE
               SET WS-EOF TO FALSE
               PERFORM 1150-READ-SNAPFILE
               PERFORM UNTIL WS-EOF
                   IF SNP-YYYYMM = WS-SNAP-MONTH
                       MOVE SPACES      TO SORT-RECORD
                       MOVE SNP-EMP-ID  TO SRT-EMP-ID
                       MOVE "S"         TO SRT-SOURCE
                       MOVE SNP-SYOZOKU TO SRT-SNP-SYOZOKU
                       PERFORM 2900-RELEASE-SORT-RECORD
                   END-IF
                   PERFORM 1150-READ-SNAPFILE
               END-PERFORM
               CLOSE SNAPFILE
           END-IF.

       2900-RELEASE-SORT-RECORD.
           ADD 1 TO WS-REL-SEQ.
           MOVE WS-REL-SEQ TO SRT-SEQ.
           RELEASE SORT-RECORD.

      *    BALANCED-LINE MATCH OF THE SORTED ENTRIES AGAINST EMPMAST.
      *    EACH PASS OF 3300 HANDLES ONE EMP-ID FROM EITHER SIDE.
       3000-MATCH-MASTER.
           PERFORM 3100-READ-MASTER.
           PERFORM 3200-RETURN-SORTED.
           PERFORM 3300-CHECK-EMPLOYEE
               UNTIL WS-MST-KEY = HIGH-VALUES
                 AND WS-SRT-KEY = HIGH-VALUES.

       3100-READ-MASTER.
           READ EMPMAST NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MST-KEY
               NOT AT END
                   MOVE EMP-ID TO WS-MST-KEY
                   ADD 1 TO WS-CHECKED-COUNT
           END-READ.

       3200-RETURN-SORTED.
           RETURN SORT-WORK
               AT END
                   MOVE HIGH-VALUES TO WS-SRT-KEY
               NOT AT END
                   MOVE SRT-EMP-ID TO WS-SRT-KEY
           END-RETURN.

       3300-CHECK-EMPLOYEE.
           IF WS-MST-KEY NOT > WS-SRT-KEY
               MOVE WS-MST-KEY TO WS-GRP-KEY
               SET WS-ON-MASTER TO TRUE
           ELSE
               MOVE WS-SRT-KEY TO WS-GRP-KEY
               SET WS-ON-MASTER TO FALSE
           END-IF.
           PERFORM 3350-CLEAR-GROUP.
           PERFORM UNTIL WS-SRT-KEY NOT = WS-GRP-KEY
               PERFORM 3400-ACCUMULATE-ENTRY
               PERFORM 3200-RETURN-SORTED
           END-PERFORM.
           IF NOT WS-ON-MASTER AND WS-GRP-DELETED
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               PERFORM 3500-CHECK-HISTORY
               PERFORM 3600-CHECK-AUDIT
           END-IF.
           PERFORM 3700-CHECK-PAYBASE.
           PERFORM 3800-CHECK-SNAPSHOT.
           IF WS-ON-MASTER
               PERFORM 3100-READ-MASTER
           END-IF.

       3350-CLEAR-GROUP.
           SET WS-GRP-HAS-HIST  TO FALSE.
           SET WS-GRP-HAS-AUDIT TO FALSE.
           SET WS-GRP-DELETED   TO FALSE.
           SET WS-GRP-HAS-PAY   TO FALSE.
           SET WS-GRP-HAS-SNAP  TO FALSE.
           MOVE SPACES TO WS-GRP-HIS-MAX-EFF.
           PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
               UNTIL WS-FIELD-IX > 8
               MOVE "N"    TO WS-AUD-SEEN(WS-FIELD-IX)
               MOVE SPACES TO WS-AUD-AFTER(WS-FIELD-IX)
           END-PERFORM.

      *    ENTRIES ARRIVE IN JOURNAL ORDER WITHIN EACH SOURCE, SO
      *    EACH ONE SIMPLY OVERWRITES THE ONE BEFORE IT.
       3400-ACCUMULATE-ENTRY.
           EVALUATE TRUE
               WHEN SRT-FROM-HIST
                   SET WS-GRP-HAS-HIST TO TRUE
                   MOVE SRT-HIS-SYOZOKU TO WS-GRP-HIS-SYOZOKU
                   IF SRT-HIS-EFF-DATE > WS-GRP-HIS-MAX-EFF
                       MOVE SRT-HIS-EFF-DATE TO WS-GRP-HIS-MAX-EFF
                   END-IF
               WHEN SRT-FROM-AUDIT
                   SET WS-GRP-HAS-AUDIT TO TRUE
                   IF SRT-FIELD-NAME = "DELETED"
                       SET WS-GRP-DELETED TO TRUE
                   END-IF
                   PERFORM 3450-FIND-FIELD-SLOT
                   IF WS-FIELD-FOUND
                       MOVE "Y" TO WS-AUD-SEEN(WS-FIELD-IX)
                       MOVE SRT-AUD-AFTER TO WS-AUD-AFTER(WS-FIELD-IX)
                   END-IF
               WHEN SRT-FROM-PAYBASE
                   SET WS-GRP-HAS-PAY TO TRUE
                   MOVE SRT-PAY-MYOUJI  TO WS-GRP-PAY-MYOUJI
                   MOVE SRT-PAY-NAMAE   TO WS-GRP-PAY-NAMAE
                   MOVE SRT-PAY-SYOZOKU TO WS-GRP-PAY-SYOZOKU
               WHEN SRT-FROM-SNAP
                   SET WS-GRP-HAS-SNAP TO TRUE
                   MOVE SRT-SNP-SYOZOKU TO WS-GRP-SNP-SYOZOKU
           END-EVALUATE.

       3450-FIND-FIELD-SLOT.
           SET WS-FIELD-FOUND TO FALSE.
           PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
               UNTIL WS-FIELD-IX > 8 OR WS-FIELD-FOUND
               IF WS-FIELD-NAME(WS-FIELD-IX) = SRT-FIELD-NAME
                   SET WS-FIELD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FIELD-FOUND
               SUBTRACT 1 FROM WS-FIELD-IX
           END-IF.

       3500-CHECK-HISTORY.
           IF WS-GRP-HAS-HIST
               MOVE "EMPHIST"  TO WS-DTL-CHECK
               MOVE "SYOZOKU"  TO WS-DTL-FIELD
               IF NOT WS-ON-MASTER
                   MOVE SPACES             TO WS-DTL-MASTER
                   MOVE WS-GRP-HIS-SYOZOKU TO WS-DTL-OTHER
                   MOVE "NOT ON EMPMAST"   TO WS-DTL-FINDING
                   PERFORM 3900-WRITE-DETAIL
                   ADD 1 TO WS-HIST-DISC
               ELSE
                   IF WS-GRP-HIS-SYOZOKU NOT = SYOZOKU
                       MOVE SYOZOKU            TO WS-DTL-MASTER
                       MOVE WS-GRP-HIS-SYOZOKU TO WS-DTL-OTHER
                       MOVE "LATEST DIFFERS"   TO WS-DTL-FINDING
                       PERFORM 3900-WRITE-DETAIL
                       ADD 1 TO WS-HIST-DISC
                   END-IF
               END-IF
           END-IF.

       3600-CHECK-AUDIT.
           IF WS-GRP-HAS-AUDIT
               MOVE "AUDITJRN" TO WS-DTL-CHECK
               IF NOT WS-ON-MASTER
                   MOVE SPACES           TO WS-DTL-FIELD
                   MOVE SPACES           TO WS-DTL-MASTER
                   MOVE SPACES           TO WS-DTL-OTHER
                   MOVE "NOT ON EMPMAST" TO WS-DTL-FINDING
                   PERFORM 3900-WRITE-DETAIL
                   ADD 1 TO WS-AUDIT-DISC
               ELSE
                   PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
                       UNTIL WS-FIELD-IX > 8
                       IF WS-AUD-SEEN(WS-FIELD-IX) = "Y"
                           PERFORM 3650-COMPARE-AUDIT-FIELD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       3650-COMPARE-AUDIT-FIELD.
           EVALUATE WS-FIELD-IX
               WHEN 1  MOVE MYOUJI      TO WS-MASTER-IMAGE
               WHEN 2  MOVE NAMAE       TO WS-MASTER-IMAGE
               WHEN 3  MOVE MYOUJI-KANA TO WS-MASTER-IMAGE
               WHEN 4  MOVE NAMAE-KANA  TO WS-MASTER-IMAGE
               WHEN 5  MOVE BU          TO WS-MASTER-IMAGE
               WHEN 6  MOVE KA          TO WS-MASTER-IMAGE
               WHEN 7  MOVE KAKARI      TO WS-MASTER-IMAGE
               WHEN 8  MOVE ZAISEKI-KBN TO WS-MASTER-IMAGE
           END-EVALUATE.
           IF WS-AUD-AFTER(WS-FIELD-IX) NOT = WS-MASTER-IMAGE
               MOVE WS-FIELD-NAME(WS-FIELD-IX) TO WS-DTL-FIELD
               MOVE WS-MASTER-IMAGE            TO WS-DTL-MASTER
               MOVE WS-AUD-AFTER(WS-FIELD-IX)  TO WS-DTL-OTHER
               MOVE "LAST AFTER DIFFERS"       TO WS-DTL-FINDING
               PERFORM 3900-WRITE-DETAIL
               ADD 1 TO WS-AUDIT-DISC
           END-IF.

       3700-CHECK-PAYBASE.
           IF WS-PAY-AVAIL
               MOVE "PAYBASE" TO WS-DTL-CHECK
               MOVE SPACES    TO WS-DTL-FIELD WS-DTL-MASTER
                                 WS-DTL-OTHER
               EVALUATE TRUE
                   WHEN WS-GRP-HAS-PAY AND NOT WS-ON-MASTER
                       MOVE "NOT ON EMPMAST"  TO WS-DTL-FINDING
                       PERFORM 3750-COUNT-PAYBASE
                   WHEN WS-GRP-HAS-PAY AND NOT ZAISEKI-ONROLL
                       MOVE "ZAISEKI-KBN"     TO WS-DTL-FIELD
                       MOVE ZAISEKI-KBN       TO WS-DTL-MASTER
                       MOVE "NOT ON THE ROLL" TO WS-DTL-FINDING
                       PERFORM 3750-COUNT-PAYBASE
                   WHEN WS-GRP-HAS-PAY
                       PERFORM 3720-COMPARE-PAYBASE
                   WHEN WS-ON-MASTER AND ZAISEKI-ONROLL
                       MOVE "NOT ON PAYBASE"  TO WS-DTL-FINDING
                       PERFORM 3750-COUNT-PAYBASE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3720-COMPARE-PAYBASE.
           IF WS-GRP-PAY-MYOUJI NOT = MYOUJI
               MOVE "MYOUJI"          TO WS-DTL-FIELD
               MOVE MYOUJI            TO WS-DTL-MASTER
               MOVE WS-GRP-PAY-MYOUJI TO WS-DTL-OTHER
               MOVE "VALUE DIFFERS"   TO WS-DTL-FINDING
               PERFORM 3750-COUNT-PAYBASE
           END-IF.
           IF WS-GRP-PAY-NAMAE NOT = NAMAE
               MOVE "NAMAE"           TO WS-DTL-FIELD
               MOVE NAMAE             TO WS-DTL-MASTER
               MOVE WS-GRP-PAY-NAMAE  TO WS-DTL-OTHER
               MOVE "VALUE DIFFERS"   TO WS-DTL-FINDING
               PERFORM 3750-COUNT-PAYBASE
           END-IF.
           IF WS-GRP-PAY-SYOZOKU NOT = SYOZOKU
               MOVE "SYOZOKU"          TO WS-DTL-FIELD
               MOVE SYOZOKU            TO WS-DTL-MASTER
               MOVE WS-GRP-PAY-SYOZOKU TO WS-DTL-OTHER
               MOVE "VALUE DIFFERS"    TO WS-DTL-FINDING
               PERFORM 3750-COUNT-PAYBASE
           END-IF.

       3750-COUNT-PAYBASE.
           PERFORM 3900-WRITE-DETAIL.
           ADD 1 TO WS-PAY-DISC.

      *    A SNAPSHOT IS A MONTH-END PICTURE, SO A MOVE, HIRE OR
      *    LEAVE AFTER THAT MONTH IS EXPECTED TO DIFFER.  ONLY WHAT
      *    WAS ALREADY TRUE AT THE SNAPSHOT MONTH IS CHECKED.
       3800-CHECK-SNAPSHOT.
           IF WS-SNAP-AVAIL
               MOVE "SNAPFILE" TO WS-DTL-CHECK
               MOVE SPACES     TO WS-DTL-FIELD WS-DTL-MASTER
                                  WS-DTL-OTHER
               IF WS-ON-MASTER
                   STRING NEN TUKI DELIMITED BY SIZE
                       INTO WS-HIRE-MONTH
                   STRING TAI-NEN TAI-TUKI DELIMITED BY SIZE
                       INTO WS-LEFT-MONTH
               END-IF
               EVALUATE TRUE
                   WHEN WS-GRP-HAS-SNAP AND NOT WS-ON-MASTER
                       MOVE "NOT ON EMPMAST"    TO WS-DTL-FINDING
                       PERFORM 3850-COUNT-SNAPSHOT
                   WHEN WS-GRP-HAS-SNAP AND ZAISEKI-LEFT
                        AND WS-LEFT-MONTH NOT > WS-SNAP-MONTH
                       MOVE "TAISYOKUBI"        TO WS-DTL-FIELD
                       MOVE TAISYOKUBI          TO WS-DTL-MASTER
                       MOVE "LEFT BEFORE MONTH" TO WS-DTL-FINDING
                       PERFORM 3850-COUNT-SNAPSHOT
                   WHEN WS-GRP-HAS-SNAP AND ZAISEKI-ONROLL
                        AND WS-GRP-SNP-SYOZOKU NOT = SYOZOKU
                        AND WS-GRP-HIS-MAX-EFF(1:6) NOT > WS-SNAP-MONTH
                       MOVE "SYOZOKU"           TO WS-DTL-FIELD
                       MOVE SYOZOKU             TO WS-DTL-MASTER
                       MOVE WS-GRP-SNP-SYOZOKU  TO WS-DTL-OTHER
                       MOVE "VALUE DIFFERS"     TO WS-DTL-FINDING
                       PERFORM 3850-COUNT-SNAPSHOT
                   WHEN NOT WS-GRP-HAS-SNAP AND WS-ON-MASTER
                        AND ZAISEKI-ONROLL
                        AND WS-HIRE-MONTH NOT > WS-SNAP-MONTH
                       MOVE "NYUSYABI"          TO WS-DTL-FIELD
                       MOVE NYUSYABI            TO WS-DTL-MASTER
                       MOVE "NOT IN SNAPSHOT"   TO WS-DTL-FINDING
                       PERFORM 3850-COUNT-SNAPSHOT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3850-COUNT-SNAPSHOT.
           PERFORM 3900-WRITE-DETAIL.
           ADD 1 TO WS-SNAP-DISC.

       3900-WRITE-DETAIL.
           MOVE WS-GRP-KEY     TO WS-DTL-EMP-ID.
           MOVE WS-DETAIL-LINE TO SWEEPRPT-LINE.
           WRITE SWEEPRPT-LINE.
           ADD 1 TO WS-TOTAL-DISC.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO SWEEPRPT-LINE.
           WRITE SWEEPRPT-LINE.
           IF WS-TOTAL-DISC = ZERO
               MOVE WS-NONE-LINE TO SWEEPRPT-LINE
               WRITE SWEEPRPT-LINE
           END-IF.
           IF NOT WS-HIST-AVAIL
               MOVE "EMPHIST"  TO WS-NRN-FILE
               PERFORM 4100-WRITE-NOT-RUN
           END-IF.
           IF NOT WS-AUDIT-AVAIL
               MOVE "AUDITJRN" TO WS-NRN-FILE
               PERFORM 4100-WRITE-NOT-RUN
           END-IF.
           IF NOT WS-PAY-AVAIL
               MOVE "PAYBASE"  TO WS-NRN-FILE
               PERFORM 4100-WRITE-NOT-RUN
           END-IF.
           IF NOT WS-SNAP-AVAIL
               MOVE "SNAPFILE" TO WS-NRN-FILE
               PERFORM 4100-WRITE-NOT-RUN
           END-IF.
           MOVE "EMPLOYEES CHECKED:" TO WS-CNT-LABEL.
           MOVE WS-CHECKED-COUNT     TO WS-CNT-VALUE.
           PERFORM 4200-WRITE-COUNT.
           MOVE "EMPHIST DISCREPANCIES:" TO WS-CNT-LABEL.
           MOVE WS-HIST-DISC             TO WS-CNT-VALUE.
           PERFORM 4200-WRITE-COUNT.
           MOVE "AUDITJRN DISCREPANCIES:" TO WS-CNT-LABEL.
           MOVE WS-AUDIT-DISC             TO WS-CNT-VALUE.
           PERFORM 4200-WRITE-COUNT.
           MOVE "PAYBASE DISCREPANCIES:" TO WS-CNT-LABEL.
           MOVE WS-PAY-DISC              TO WS-CNT-VALUE.
           PERFORM 4200-WRITE-COUNT.
           MOVE "SNAPFILE DISCREPANCIES:" TO WS-CNT-LABEL.
           MOVE WS-SNAP-DISC              TO WS-CNT-VALUE.
           PERFORM 4200-WRITE-COUNT.
           MOVE "DELETED, NOT CHECKED:" TO WS-CNT-LABEL.
           MOVE WS-DELETED-COUNT       TO WS-CNT-VALUE.
           PERFORM 4200-WRITE-COUNT.
           MOVE "TOTAL DISCREPANCIES:" TO WS-CNT-LABEL.
           MOVE WS-TOTAL-DISC          TO WS-CNT-VALUE.
           PERFORM 4200-WRITE-COUNT.

       4100-WRITE-NOT-RUN.
           MOVE WS-NOT-RUN-LINE TO SWEEPRPT-LINE.
           WRITE SWEEPRPT-LINE.

       4200-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO SWEEPRPT-LINE.
           WRITE SWEEPRPT-LINE.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           MOVE WS-CHECKED-COUNT TO WS-RUN-READ-CNT.
           MOVE WS-TOTAL-DISC    TO WS-RUN-WRITE-CNT.
           PERFORM 8950-CALL-RUNLOG.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           IF NOT WS-ABORTED
               CLOSE EMPMAST
           END-IF.
           CLOSE SWEEPRPT.
           DISPLAY "EMPSWEEP: " WS-CHECKED-COUNT
               " EMPLOYEE(S) CHECKED, " WS-TOTAL-DISC " DISCREPANCIES".

       END PROGRAM EMPSWEEP.
