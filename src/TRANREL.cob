      *  TRAN-EFF-DATE/OTR-EFF-DATE IS BLANK OR HAS ARRIVED GOES TO
      *  TONIGHT'S MAINTENANCE INPUT (EMPTREL/ORGTREL); A FUTURE ONE
      *  IS HELD ON THE NEW PENDING FILES (EMPPENDN/ORGPENDN), WHICH
      *  ARE CATALOGED (GENLOG) AND COPIED OVER EMPPEND/ORGPEND BY
      *  GENPROMO AFTER THE RUN.  BEFORE IT STARTS, GENCHK MUST
      *  CONFIRM EMPPEND AND ORGPEND ARE THE GENERATIONS THE LAST RUN
      *  LEFT - OTHERWISE (PROMOTE MISSED, OR A RERUN) THE SAME HELD
      *  TRANSACTION WOULD BE RELEASED TWICE, SO THE RUN IS REFUSED
      *  ("G"/REFUSED ON RUNCTL, RETURN CODE 8, AS DEPGATE DOES).  THE
      *  RELEASE REPORT (RELRPT) LISTS WHAT WAS RELEASED AND WHAT IS
      *  STILL PENDING, SO HR CAN KEY A REORGANIZATION THE DAY IT IS
      *  DECIDED INSTEAD OF THE NIGHT BEFORE IT TAKES EFFECT.
      *  ITEMS A CLERK HAS CORRECTED ON THE SUSPENSE FILE (SUSPMAST
      *  STATUS "C", SEE SUSPREC) ARE RECYCLED THE SAME WAY: THE
      *  CORRECTED EMPTRAN/ORGTRAN IMAGE IS ROUTED WITH ITS SUSPENSE
      *  KEY FILLED IN AND THE ITEM IS MARKED RECYCLED ("R"), SO
      *  EMPMAINT/ORGMAINT CLOSE IT ON ACCEPT OR REOPEN IT ON REJECT.
      *  A FUTURE-DATED LEAVER ("L" WITH ZAISEKI-KBN "R") IS ANNOUNCED
      *  TO IT'S PROVISIONING FEED (IDPLOG, EVENT "F") THE NIGHT IT IS
      *  FIRST HELD - KEYED OR RECYCLED, NOT EACH NIGHT IT IS CARRIED
      *  ON EMPPEND - WITH THE NAME AND SYOZOKU FROM EMPMAST, SO THE
      *  ACCOUNT CAN BE CUT ON THE LEAVE DATE ITSELF.
      *  MAKER-CHECKER: A TERMINATION ("R" LEAVER), A DELETE, A
      *  CHANGE TO ANY SHIMEI FIELD AND A MASS TRANSFER OR RENAME IS
      *  NOT RELEASED ON ITS MAKER'S SAY-SO.  THE FIRST NIGHT IT IS
      *  SEEN IT IS GIVEN AN APPROVAL REFERENCE AND HELD ON THE
      *  PENDING FILE, WHATEVER ITS DATE, AND STAYS THERE UNTIL A
      *  DIFFERENT USER APPROVES OR DECLINES IT ON THE APPROVAL FILE
      *  (APRTRAN).  AN APPROVED ITEM CARRIES ITS APPROVER THROUGH TO
      *  AUDITJRN AND IS THEN ROUTED BY DATE LIKE ANY OTHER; A
      *  DECLINED ONE IS DROPPED, AND ONE RECYCLED FROM SUSPENSE HAS
      *  ITS ITEM CANCELLED THROUGH SUSPLOG.  A DECISION BY THE
      *  MAKER, BY ANYONE BUT THE NOMINATED APPROVER, OR FOR NO HELD
      *  ITEM IS REFUSED ON THE REPORT.  APPROVAL FIELDS KEYED ON
      *  THE INPUT ARE CLEARED - ONLY WHAT THIS PROGRAM WROTE TO THE
      *  PENDING FILE IS TRUSTED - AND A CORRECTED SUSPENSE ITEM NEEDS A
      *  FRESH APPROVAL.  APRAGE LISTS WHAT IS STILL WAITING.  A
      *  FUTURE LEAVER IS ANNOUNCED ONLY ONCE APPROVED.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGPENDN-STATUS.

           SELECT SUSPMAST ASSIGN TO "SUSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPMAST-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT APRTRAN ASSIGN TO "APRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRTRAN-STATUS.

           SELECT RELRPT ASSIGN TO "RELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELRPT-STATUS.
       FILE SECTION.
       FD  EMPPEND
           LABEL RECORDS ARE STANDARD.
       01 EMPPEND-LINE            PIC X(221).

       FD  EMPCLEAN
           LABEL RECORDS ARE STANDARD.
       01 EMPCLEAN-LINE           PIC X(221).

       FD  ORGPEND
           LABEL RECORDS ARE STANDARD.
       01 ORGPEND-LINE            PIC X(123).

       FD  ORGTRAN
           LABEL RECORDS ARE STANDARD.
       01 ORGTRAN-LINE            PIC X(123).

       FD  EMPTREL
           LABEL RECORDS ARE STANDARD.
       01 EMPTREL-LINE            PIC X(221).

       FD  ORGTREL
           LABEL RECORDS ARE STANDARD.
       01 ORGTREL-LINE            PIC X(123).

       FD  EMPPENDN
           LABEL RECORDS ARE STANDARD.
       01 EMPPENDN-LINE           PIC X(221).

       FD  ORGPENDN
           LABEL RECORDS ARE STANDARD.
       01 ORGPENDN-LINE           PIC X(123).

       FD  SUSPMAST
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD  APRTRAN
           LABEL RECORDS ARE STANDARD.
           COPY APRTRAN.

       FD  RELRPT
           LABEL RECORDS ARE STANDARD.
       01 WS-ORGTREL-STATUS       PIC X(02).
       01 WS-EMPPENDN-STATUS      PIC X(02).
       01 WS-ORGPENDN-STATUS      PIC X(02).
       01 WS-SUSPMAST-STATUS      PIC X(02).
       01 WS-RELRPT-STATUS        PIC X(02).
       01 WS-EMPMAST-STATUS       PIC X(02).
       01 WS-APRTRAN-STATUS       PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-EMPMAST-OPEN-SW      PIC X     VALUE "N".
          88 WS-EMPMAST-OPEN                VALUE "Y".
       01 WS-FROM-PENDING-SW      PIC X     VALUE "N".
          88 WS-FROM-PENDING                VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-SENSITIVE-SW         PIC X     VALUE "N".
          88 WS-SENSITIVE                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-APPROVED-TONIGHT-SW  PIC X     VALUE "N".
          88 WS-APPROVED-TONIGHT            VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       01 WS-RUN-DATE             PIC X(08).

       01 WS-EMP-PEND-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ORG-REL-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-ORG-PEND-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-SUS-RECYCLE-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-IDP-ANNOUNCE-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-EMP-HOLD-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-ORG-HOLD-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-APR-ACCEPT-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-APR-DECLINE-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-APR-REFUSE-COUNT     PIC 9(06) VALUE ZERO.

      *    TONIGHT'S APPROVAL DECISIONS, LOADED WHOLE.  A DECISION IS
      *    MARKED USED WHEN IT MEETS ITS HELD ITEM; ANY LEFT UNUSED
      *    ARE REFUSED AT THE END.
       01 WS-APR-TABLE.
          03 WS-APR-ENTRY OCCURS 1000 TIMES.
             05 WS-APT-REF        PIC X(14).
             05 WS-APT-ACTION     PIC X(01).
             05 WS-APT-USERID     PIC X(08).
             05 WS-APT-USED-SW    PIC X(01).
       01 WS-APR-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-APR-IX               PIC 9(04) VALUE ZERO.
       01 WS-APR-MAX              PIC 9(04) VALUE 1000.
       01 WS-APR-OVERFLOW         PIC 9(06) VALUE ZERO.
       01 WS-APR-FOUND-SW         PIC X     VALUE "N".
          88 WS-APR-FOUND                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-APR-NEXT-SEQ         PIC 9(06) VALUE ZERO.

      *    THE HELD ITEM UNDER DECISION, COMMON TO EMPTRAN AND
      *    ORGTRAN, AND THE OUTCOME.
       01 WS-APR-MAKER            PIC X(08).
       01 WS-APR-NOMINEE          PIC X(08).
       01 WS-APR-REF.
          03 WS-APR-REF-DATE      PIC X(08).
          03 WS-APR-REF-SEQ       PIC 9(06).
       01 WS-APR-STATUS           PIC X(01).
       01 WS-APR-RESULT           PIC X(01).
          88 WS-APR-RELEASE                 VALUE "R".
          88 WS-APR-HOLD                    VALUE "H".
          88 WS-APR-DROP                    VALUE "D".

       01 WS-HEADING-1.
          03 FILLER               PIC X(29)
          03 WS-DTL-EFF-DATE      PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-DISP          PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-DTL-APR-REF       PIC X(14).

       01 WS-APR-REFUSED-LINE.
          03 FILLER               PIC X(18)
             VALUE "APPROVAL REFUSED: ".
          03 WS-ARL-REF           PIC X(14).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-ARL-USERID        PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACE.
          03 WS-ARL-REASON        PIC X(30).

       01 WS-TOTALS-LINE-1.
          03 FILLER               PIC X(14) VALUE "EMP RELEASED: ".
          03 FILLER               PIC X(11) VALUE "  PENDING: ".
          03 WS-TOT-ORG-PEND      PIC ZZZZZ9.

       01 WS-TOTALS-LINE-3.
          03 FILLER               PIC X(19)
             VALUE "SUSPENSE RECYCLED: ".
          03 WS-TOT-SUS-RECYCLE   PIC ZZZZZ9.

       01 WS-TOTALS-LINE-4.
          03 FILLER               PIC X(26)
             VALUE "FUTURE LEAVERS ANNOUNCED: ".
          03 WS-TOT-IDP-ANNOUNCE  PIC ZZZZZ9.

       01 WS-TOTALS-LINE-5.
          03 FILLER               PIC X(23)
             VALUE "AWAITING APPROVAL EMP: ".
          03 WS-TOT-EMP-HOLD      PIC ZZZZZ9.
          03 FILLER               PIC X(07) VALUE "  ORG: ".
          03 WS-TOT-ORG-HOLD      PIC ZZZZZ9.

       01 WS-TOTALS-LINE-6.
          03 FILLER               PIC X(11) VALUE "APPROVALS: ".
          03 WS-TOT-APR-ACCEPT    PIC ZZZZZ9.
          03 FILLER               PIC X(12) VALUE "  DECLINED: ".
          03 WS-TOT-APR-DECLINE   PIC ZZZZZ9.
          03 FILLER               PIC X(11) VALUE "  REFUSED: ".
          03 WS-TOT-APR-REFUSE    PIC ZZZZZ9.

      *    IDENTITY-PROVISIONING EVENT PARAMETERS (IDPLOG).
       01 LS-IDP-EVENT            PIC X(01) VALUE "F".
       01 LS-EMP-ID               PIC X(06).
       01 LS-SHIMEI               PIC X(80).
       01 LS-OLD-SYOZOKU          PIC X(32).
       01 LS-NEW-SYOZOKU          PIC X(32) VALUE SPACES.
       01 LS-EFF-DATE             PIC X(08).
       01 LS-USERID               PIC X(08).

      *    SUSPENSE-FILE PARAMETERS (SUSPLOG), FOR A RECYCLED ITEM
      *    DECLINED AT APPROVAL.
       01 LS-SUS-ACTION           PIC X(01) VALUE "X".
       01 LS-SUS-FILE             PIC X(01).
       01 LS-SUS-KEY              PIC X(13).
       01 LS-SUS-BUSYO            PIC X(12).
       01 LS-SUS-REASON           PIC X(40).
       01 LS-SUS-IMAGE            PIC X(221).

      *    GENERATION CATALOG PARAMETERS (GENCHK/GENLOG).
       01 WS-GEN-DSN              PIC X(08).
       01 WS-GEN-SOURCE           PIC X(08).
       01 WS-GEN-REC-COUNT        PIC 9(08) VALUE ZERO.
       01 WS-GEN-RESULT           PIC X(01) VALUE "Y".
          88 WS-GEN-ACCEPTED                VALUE "Y".

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "TRANREL".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-PENDING-GENERATIONS.
           IF NOT WS-GEN-ACCEPTED
               PERFORM 8920-LOG-RUN-REFUSED
           ELSE
               PERFORM 8900-LOG-RUN-START
               PERFORM 1000-INITIALIZE
               PERFORM 1500-LOAD-APPROVALS
               PERFORM 2000-PROCESS-EMP-PENDING
               PERFORM 3000-PROCESS-EMP-KEYED
               PERFORM 4000-PROCESS-ORG-PENDING
               PERFORM 5000-PROCESS-ORG-KEYED
               PERFORM 6000-RECYCLE-SUSPENSE
               PERFORM 9000-TERMINATE
               PERFORM 8910-LOG-RUN-END
           END-IF.
           STOP RUN.

       0500-CHECK-PENDING-GENERATIONS.
           MOVE "EMPPEND" TO WS-GEN-DSN.
           CALL "GENCHK" USING WS-GEN-DSN WS-GEN-RESULT.
           IF WS-GEN-ACCEPTED
               MOVE "ORGPEND" TO WS-GEN-DSN
               CALL "GENCHK" USING WS-GEN-DSN WS-GEN-RESULT
           END-IF.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-RUN-DATE.
           OPEN OUTPUT EMPTREL.
           OPEN OUTPUT EMPPENDN.
           OPEN OUTPUT ORGPENDN.
           OPEN OUTPUT RELRPT.
           OPEN INPUT EMPMAST.
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SW
           ELSE
               DISPLAY "TRANREL: EMPMAST OPEN FAILED, STATUS="
                   WS-EMPMAST-STATUS " - FUTURE LEAVERS NOT ANNOUNCED"
           END-IF.
           MOVE WS-RUN-DATE  TO WS-HDG-RUN-DATE.
           MOVE WS-HEADING-1 TO RELRPT-LINE.
           WRITE RELRPT-LINE.

      *    NO APPROVAL FILE IS A NIGHT WITH NO DECISIONS KEYED: EVERY
      *    HELD ITEM SIMPLY STAYS HELD.
       1500-LOAD-APPROVALS.
           SET WS-EOF TO FALSE.
           OPEN INPUT APRTRAN.
           IF WS-APRTRAN-STATUS NOT = "00"
               DISPLAY "TRANREL: NO APRTRAN, STATUS="
                   WS-APRTRAN-STATUS
           ELSE
               PERFORM 1600-READ-APRTRAN
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RUN-READ-CNT
                   IF WS-APR-COUNT < WS-APR-MAX
                       ADD 1 TO WS-APR-COUNT
                       MOVE APR-REF    TO WS-APT-REF(WS-APR-COUNT)
                       MOVE APR-ACTION TO WS-APT-ACTION(WS-APR-COUNT)
                       MOVE APR-USERID TO WS-APT-USERID(WS-APR-COUNT)
                       MOVE "N"        TO WS-APT-USED-SW(WS-APR-COUNT)
                   ELSE
                       ADD 1 TO WS-APR-OVERFLOW
                   END-IF
                   PERFORM 1600-READ-APRTRAN
               END-PERFORM
               CLOSE APRTRAN
           END-IF.
           IF WS-APR-OVERFLOW > ZERO
               DISPLAY "TRANREL: " WS-APR-OVERFLOW
                   " APPROVAL(S) PAST TABLE LIMIT - NOT APPLIED"
           END-IF.

       1600-READ-APRTRAN.
           READ APRTRAN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    AN ABSENT PENDING FILE IS A VALID NIGHT (NOTHING HELD YET)
      *    AND AN ABSENT KEYED FILE IS A NO-MAINTENANCE NIGHT, SO A
      *    FAILED OPEN IS NOTED AND SKIPPED RATHER THAN FATAL.
       2000-PROCESS-EMP-PENDING.
           SET WS-EOF TO FALSE.
           SET WS-FROM-PENDING TO TRUE.
           OPEN INPUT EMPPEND.
           IF WS-EMPPEND-STATUS NOT = "00"
               DISPLAY "TRANREL: NO EMPPEND, STATUS="
               END-PERFORM
               CLOSE EMPPEND
           END-IF.
           SET WS-FROM-PENDING TO FALSE.

       2100-READ-EMPPEND.
           READ EMPPEND
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RUN-READ-CNT
                   MOVE EMPCLEAN-LINE TO EMPTRAN-RECORD
                   MOVE SPACES TO TRAN-APR-REF TRAN-APR-STATUS
                   PERFORM 2500-ROUTE-EMP-TRAN
                   PERFORM 3100-READ-EMPCLEAN
               END-PERFORM
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    AN ITEM NEEDING APPROVAL IS DECIDED FIRST; ONLY ONE THAT
      *    NEEDS NONE, OR HAS IT, IS ROUTED BY DATE.
       2500-ROUTE-EMP-TRAN.
           SET WS-APPROVED-TONIGHT TO FALSE.
           MOVE SPACES TO WS-DTL-APR-REF.
           PERFORM 2700-CHECK-EMP-SENSITIVE.
           IF WS-SENSITIVE AND NOT TRAN-APPROVED
               MOVE TRAN-USERID     TO WS-APR-MAKER
               MOVE TRAN-APPROVER   TO WS-APR-NOMINEE
               MOVE TRAN-APR-REF    TO WS-APR-REF
               PERFORM 7000-DECIDE-APPROVAL
               MOVE WS-APR-NOMINEE  TO TRAN-APPROVER
               MOVE WS-APR-REF      TO TRAN-APR-REF
               MOVE WS-APR-STATUS   TO TRAN-APR-STATUS
               MOVE WS-APR-REF      TO WS-DTL-APR-REF
           ELSE
               SET WS-APR-RELEASE TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-APR-DROP
                   ADD 1 TO WS-APR-DECLINE-COUNT
                   MOVE "DECLINED" TO WS-DTL-DISP
                   IF TRAN-SUSP-KEY NOT = SPACES
                       MOVE "E"            TO LS-SUS-FILE
                       MOVE TRAN-SUSP-KEY  TO LS-SUS-KEY
                       MOVE TRAN-BUSYO     TO LS-SUS-BUSYO
                       MOVE EMPTRAN-RECORD TO LS-SUS-IMAGE
                       PERFORM 7400-CANCEL-SUSPENSE
                   END-IF
               WHEN WS-APR-HOLD
                   MOVE EMPTRAN-RECORD TO EMPPENDN-LINE
                   WRITE EMPPENDN-LINE
                   ADD 1 TO WS-EMP-HOLD-COUNT
                   MOVE "AWAITING" TO WS-DTL-DISP
               WHEN TRAN-EFF-DATE = SPACES
                 OR TRAN-EFF-DATE NOT > WS-RUN-DATE
                   MOVE EMPTRAN-RECORD TO EMPTREL-LINE
                   WRITE EMPTREL-LINE
                   ADD 1 TO WS-EMP-REL-COUNT WS-RUN-WRITE-CNT
                   MOVE "RELEASED" TO WS-DTL-DISP
               WHEN OTHER
                   MOVE EMPTRAN-RECORD TO EMPPENDN-LINE
                   WRITE EMPPENDN-LINE
                   ADD 1 TO WS-EMP-PEND-COUNT
                   MOVE "PENDING" TO WS-DTL-DISP
                   IF (NOT WS-FROM-PENDING OR WS-APPROVED-TONIGHT)
                       AND TRAN-CODE = "L" AND TRAN-ZAISEKI-KBN = "R"
                       PERFORM 2600-ANNOUNCE-FUTURE-LEAVER
                   END-IF
           END-EVALUATE.
           MOVE "EMP"         TO WS-DTL-FILE.
           MOVE TRAN-CODE     TO WS-DTL-CODE.
           MOVE SPACES        TO WS-DTL-KEY.
           MOVE WS-DETAIL-LINE TO RELRPT-LINE.
           WRITE RELRPT-LINE.

      *    THE EVENT CARRIES THE NAME AND SYOZOKU ON EMPMAST TONIGHT
      *    AND THE KEYED LEAVE DATE.  AN EMP-ID NOT ON
      *    THE MASTER IS NOT ANNOUNCED; EMPMAINT WILL REJECT IT ON THE
      *    DAY.
       2600-ANNOUNCE-FUTURE-LEAVER.
           IF WS-EMPMAST-OPEN
               MOVE TRAN-EMP-ID TO EMP-ID
               READ EMPMAST
                   INVALID KEY
                       DISPLAY "TRANREL: FUTURE LEAVER " TRAN-EMP-ID
                           " NOT ON EMPMAST - NOT ANNOUNCED"
                   NOT INVALID KEY
                       MOVE TRAN-EMP-ID TO LS-EMP-ID
                       MOVE SHIMEI      TO LS-SHIMEI
                       MOVE SYOZOKU     TO LS-OLD-SYOZOKU
                       MOVE TRAN-NEN    TO LS-EFF-DATE(1:4)
                       MOVE TRAN-TUKI   TO LS-EFF-DATE(5:2)
                       MOVE TRAN-HI     TO LS-EFF-DATE(7:2)
                       MOVE TRAN-USERID TO LS-USERID
                       CALL "IDPLOG" USING LS-IDP-EVENT LS-EMP-ID
                           LS-SHIMEI LS-OLD-SYOZOKU LS-NEW-SYOZOKU
                           LS-EFF-DATE LS-USERID WS-RUN-JOB-NAME
                       ADD 1 TO WS-IDP-ANNOUNCE-COUNT
               END-READ
           END-IF.

      *    TERMINATIONS, PURGES AND NAME CHANGES NEED A CHECKER.  AN
      *    "A" ADD SETS A NAME BUT CHANGES NONE, SO IT DOES NOT.
       2700-CHECK-EMP-SENSITIVE.
           SET WS-SENSITIVE TO FALSE.
           EVALUATE TRUE
               WHEN TRAN-CODE = "D"
                   SET WS-SENSITIVE TO TRUE
               WHEN TRAN-CODE = "L" AND TRAN-ZAISEKI-KBN = "R"
                   SET WS-SENSITIVE TO TRUE
               WHEN TRAN-CODE = "C"
                 AND (TRAN-MYOUJI      NOT = SPACES
                   OR TRAN-NAMAE       NOT = SPACES
                   OR TRAN-MYOUJI-KANA NOT = SPACES
                   OR TRAN-NAMAE-KANA  NOT = SPACES)
                   SET WS-SENSITIVE TO TRUE
           END-EVALUATE.

       4000-PROCESS-ORG-PENDING.
           SET WS-EOF TO FALSE.
           OPEN INPUT ORGPEND.
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RUN-READ-CNT
                   MOVE ORGTRAN-LINE TO ORGTRAN-RECORD
                   MOVE SPACES TO OTR-APR-REF OTR-APR-STATUS
                                  OTR-SUSP-KEY
                   PERFORM 4500-ROUTE-ORG-TRAN
                   PERFORM 5100-READ-ORGTRAN
               END-PERFORM
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    A MASS TRANSFER OR RENAME MOVES A WHOLE UNIT AND NEEDS A
      *    CHECKER, THE SAME WAY AS 2500 ABOVE.
       4500-ROUTE-ORG-TRAN.
           MOVE SPACES TO WS-DTL-APR-REF.
           IF (OTR-CODE = "M" OR OTR-CODE = "R")
               AND NOT OTR-APPROVED
               MOVE OTR-USERID      TO WS-APR-MAKER
               MOVE OTR-APPROVER    TO WS-APR-NOMINEE
               MOVE OTR-APR-REF     TO WS-APR-REF
               PERFORM 7000-DECIDE-APPROVAL
               MOVE WS-APR-NOMINEE  TO OTR-APPROVER
               MOVE WS-APR-REF      TO OTR-APR-REF
               MOVE WS-APR-STATUS   TO OTR-APR-STATUS
               MOVE WS-APR-REF      TO WS-DTL-APR-REF
           ELSE
               SET WS-APR-RELEASE TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-APR-DROP
                   ADD 1 TO WS-APR-DECLINE-COUNT
                   MOVE "DECLINED" TO WS-DTL-DISP
                   IF OTR-SUSP-KEY NOT = SPACES
                       MOVE "O"            TO LS-SUS-FILE
                       MOVE OTR-SUSP-KEY   TO LS-SUS-KEY
                       MOVE SPACES         TO LS-SUS-BUSYO
                       MOVE ORGTRAN-RECORD TO LS-SUS-IMAGE
                       PERFORM 7400-CANCEL-SUSPENSE
                   END-IF
               WHEN WS-APR-HOLD
                   MOVE ORGTRAN-RECORD TO ORGPENDN-LINE
                   WRITE ORGPENDN-LINE
                   ADD 1 TO WS-ORG-HOLD-COUNT
                   MOVE "AWAITING" TO WS-DTL-DISP
               WHEN OTR-EFF-DATE = SPACES
                 OR OTR-EFF-DATE NOT > WS-RUN-DATE
                   MOVE ORGTRAN-RECORD TO ORGTREL-LINE
                   WRITE ORGTREL-LINE
                   ADD 1 TO WS-ORG-REL-COUNT WS-RUN-WRITE-CNT
                   MOVE "RELEASED" TO WS-DTL-DISP
               WHEN OTHER
                   MOVE ORGTRAN-RECORD TO ORGPENDN-LINE
                   WRITE ORGPENDN-LINE
                   ADD 1 TO WS-ORG-PEND-COUNT
                   MOVE "PENDING" TO WS-DTL-DISP
           END-EVALUATE.
           MOVE "ORG"     TO WS-DTL-FILE.
           MOVE OTR-CODE  TO WS-DTL-CODE.
           IF OTR-CODE = "A"
           MOVE WS-DETAIL-LINE TO RELRPT-LINE.
           WRITE RELRPT-LINE.

      *    A MISSING SUSPENSE FILE JUST MEANS NOTHING HAS BEEN
      *    REJECTED YET.  THE RECYCLED ITEM IS ROUTED LIKE ANY OTHER,
      *    SO A CORRECTED ITEM STILL FUTURE-DATED WAITS ON THE PENDING
      *    FILE WITH ITS SUSPENSE KEY.
       6000-RECYCLE-SUSPENSE.
           SET WS-EOF TO FALSE.
           OPEN I-O SUSPMAST.
           IF WS-SUSPMAST-STATUS NOT = "00"
               DISPLAY "TRANREL: NO SUSPMAST, STATUS="
                   WS-SUSPMAST-STATUS
           ELSE
               PERFORM 6100-READ-SUSPMAST
               PERFORM UNTIL WS-EOF
                   IF SUS-CORRECTED
                       ADD 1 TO WS-RUN-READ-CNT
                       PERFORM 6200-RECYCLE-ITEM
                   END-IF
                   PERFORM 6100-READ-SUSPMAST
               END-PERFORM
               CLOSE SUSPMAST
           END-IF.

       6100-READ-SUSPMAST.
           READ SUSPMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    THE CORRECTED ITEM MAY NOT BE WHAT WAS APPROVED, SO IT
      *    STARTS AGAIN WITH NO REFERENCE, NOMINEE OR APPROVAL.
       6200-RECYCLE-ITEM.
           IF SUS-EMP-ITEM
               MOVE SUS-TRAN-IMAGE TO EMPTRAN-RECORD
               MOVE SUS-KEY        TO TRAN-SUSP-KEY
               MOVE SPACES         TO TRAN-APPROVER TRAN-APR-REF
                                      TRAN-APR-STATUS
               PERFORM 2500-ROUTE-EMP-TRAN
           ELSE
               MOVE SUS-TRAN-IMAGE TO ORGTRAN-RECORD
               MOVE SUS-KEY        TO OTR-SUSP-KEY
               MOVE SPACES         TO OTR-APPROVER OTR-APR-REF
                                      OTR-APR-STATUS
               PERFORM 4500-ROUTE-ORG-TRAN
           END-IF.
           MOVE "R" TO SUS-STATUS.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "TRANREL: SUSPMAST REWRITE FAILED FOR "
                       SUS-KEY ", STATUS=" WS-SUSPMAST-STATUS
           END-REWRITE.
           ADD 1 TO WS-SUS-RECYCLE-COUNT.

      *    MAKER-CHECKER DECISION FOR ONE HELD ITEM.  AN ITEM SEEN
      *    FOR THE FIRST TIME IS GIVEN ITS REFERENCE (TONIGHT'S DATE
      *    AND A SEQUENCE) AND HELD - NO DECISION CAN NAME IT YET.  A
      *    MAKER NOMINATING THEMSELVES NOMINATES NOBODY.
       7000-DECIDE-APPROVAL.
           SET WS-APR-HOLD TO TRUE.
           MOVE "H" TO WS-APR-STATUS.
           IF WS-APR-NOMINEE = WS-APR-MAKER
               MOVE SPACES TO WS-APR-NOMINEE
           END-IF.
           IF WS-APR-REF = SPACES
               ADD 1 TO WS-APR-NEXT-SEQ
               MOVE WS-RUN-DATE     TO WS-APR-REF-DATE
               MOVE WS-APR-NEXT-SEQ TO WS-APR-REF-SEQ
           ELSE
               PERFORM 7100-FIND-DECISION
               PERFORM UNTIL NOT WS-APR-FOUND OR NOT WS-APR-HOLD
                   PERFORM 7200-APPLY-DECISION
                   IF WS-APR-HOLD
                       PERFORM 7100-FIND-DECISION
                   END-IF
               END-PERFORM
           END-IF.

       7100-FIND-DECISION.
           SET WS-APR-FOUND TO FALSE.
           PERFORM VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-COUNT OR WS-APR-FOUND
               IF WS-APT-REF(WS-APR-IX) = WS-APR-REF
                   AND WS-APT-USED-SW(WS-APR-IX) = "N"
                   SET WS-APR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-APR-FOUND
               SUBTRACT 1 FROM WS-APR-IX
               MOVE "Y" TO WS-APT-USED-SW(WS-APR-IX)
           END-IF.

      *    A REFUSED DECISION LEAVES THE ITEM HELD, AND ANY FURTHER
      *    DECISION KEYED FOR IT TONIGHT IS TRIED IN TURN.
       7200-APPLY-DECISION.
           EVALUATE TRUE
               WHEN WS-APT-USERID(WS-APR-IX) = SPACES
                 OR WS-APT-USERID(WS-APR-IX) = WS-APR-MAKER
                   MOVE "APPROVER IS THE MAKER" TO WS-ARL-REASON
                   PERFORM 7300-REFUSE-DECISION
               WHEN WS-APR-NOMINEE NOT = SPACES
                 AND WS-APT-USERID(WS-APR-IX) NOT = WS-APR-NOMINEE
                   MOVE "NOT THE NOMINATED APPROVER" TO WS-ARL-REASON
                   PERFORM 7300-REFUSE-DECISION
               WHEN WS-APT-ACTION(WS-APR-IX) = "A"
                   SET WS-APR-RELEASE TO TRUE
                   SET WS-APPROVED-TONIGHT TO TRUE
                   MOVE "A" TO WS-APR-STATUS
                   MOVE WS-APT-USERID(WS-APR-IX) TO WS-APR-NOMINEE
                   ADD 1 TO WS-APR-ACCEPT-COUNT
               WHEN WS-APT-ACTION(WS-APR-IX) = "X"
                   SET WS-APR-DROP TO TRUE
               WHEN OTHER
                   MOVE "ACTION NOT A OR X" TO WS-ARL-REASON
                   PERFORM 7300-REFUSE-DECISION
           END-EVALUATE.

       7300-REFUSE-DECISION.
           MOVE WS-APT-REF(WS-APR-IX)    TO WS-ARL-REF.
           MOVE WS-APT-USERID(WS-APR-IX) TO WS-ARL-USERID.
           MOVE WS-APR-REFUSED-LINE      TO RELRPT-LINE.
           WRITE RELRPT-LINE.
           ADD 1 TO WS-APR-REFUSE-COUNT WS-RUN-REJ-CNT.

      *    A DECLINED ITEM RECYCLED FROM SUSPENSE WILL NEVER REACH
      *    EMPMAINT/ORGMAINT TO CLOSE IT, SO IT IS CLOSED HERE, IN THE
      *    NAME OF THE CHECKER WHOSE DECISION (WS-APR-IX) DROPPED IT.
      *    ONLY A HELD ITEM CAN BE DECLINED, AND A RECYCLED ONE IS
      *    ALWAYS HELD THE NIGHT 6200 RELEASES IT, SO SUSPMAST IS
      *    NEVER OPEN HERE WHEN THIS RUNS.
       7400-CANCEL-SUSPENSE.
           MOVE WS-APT-USERID(WS-APR-IX) TO LS-USERID.
           MOVE SPACES TO LS-SUS-REASON.
           STRING "DECLINED AT APPROVAL BY " DELIMITED BY SIZE
                  LS-USERID                  DELIMITED BY SPACE
                  INTO LS-SUS-REASON
           END-STRING.
           CALL "SUSPLOG" USING LS-SUS-ACTION LS-SUS-FILE LS-SUS-KEY
               LS-SUS-BUSYO LS-USERID LS-SUS-REASON LS-SUS-IMAGE.

      *    A DECISION THAT MET NO HELD ITEM - MISKEYED, ALREADY
      *    DECIDED, OR A SECOND DECISION ON THE SAME ITEM.
       7500-REFUSE-UNUSED-DECISIONS.
           MOVE "NO SUCH ITEM AWAITING APPROVAL" TO WS-ARL-REASON.
           PERFORM VARYING WS-APR-IX FROM 1 BY 1
               UNTIL WS-APR-IX > WS-APR-COUNT
               IF WS-APT-USED-SW(WS-APR-IX) = "N"
                   PERFORM 7300-REFUSE-DECISION
               END-IF
           END-PERFORM.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           MOVE "E" TO WS-RUN-REC-TYPE.
           PERFORM 8950-CALL-RUNLOG.

      *    THE STEP NEVER STARTED, SO NO "S"/"E" PAIR - THE "G"
      *    RECORD SAYS WHY, THE SAME AS A DEPGATE REFUSAL.
       8920-LOG-RUN-REFUSED.
           MOVE "G"       TO WS-RUN-REC-TYPE.
           MOVE "REFUSED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE 8 TO RETURN-CODE.
           DISPLAY "TRANREL: REFUSED - " WS-GEN-DSN
               " IS NOT THE CURRENT GENERATION".

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           PERFORM 7500-REFUSE-UNUSED-DECISIONS.
           MOVE SPACES TO RELRPT-LINE.
           WRITE RELRPT-LINE.
           MOVE WS-EMP-REL-COUNT  TO WS-TOT-EMP-REL.
           MOVE WS-ORG-PEND-COUNT TO WS-TOT-ORG-PEND.
           MOVE WS-TOTALS-LINE-2 TO RELRPT-LINE.
           WRITE RELRPT-LINE.
           MOVE WS-SUS-RECYCLE-COUNT TO WS-TOT-SUS-RECYCLE.
           MOVE WS-TOTALS-LINE-3 TO RELRPT-LINE.
           WRITE RELRPT-LINE.
           MOVE WS-IDP-ANNOUNCE-COUNT TO WS-TOT-IDP-ANNOUNCE.
           MOVE WS-TOTALS-LINE-4 TO RELRPT-LINE.
           WRITE RELRPT-LINE.
           MOVE WS-EMP-HOLD-COUNT TO WS-TOT-EMP-HOLD.
           MOVE WS-ORG-HOLD-COUNT TO WS-TOT-ORG-HOLD.
           MOVE WS-TOTALS-LINE-5 TO RELRPT-LINE.
           WRITE RELRPT-LINE.
           MOVE WS-APR-ACCEPT-COUNT  TO WS-TOT-APR-ACCEPT.
           MOVE WS-APR-DECLINE-COUNT TO WS-TOT-APR-DECLINE.
           MOVE WS-APR-REFUSE-COUNT  TO WS-TOT-APR-REFUSE.
           MOVE WS-TOTALS-LINE-6 TO RELRPT-LINE.
           WRITE RELRPT-LINE.
           CLOSE EMPTREL.
           CLOSE ORGTREL.
           CLOSE EMPPENDN.
           CLOSE ORGPENDN.
           CLOSE RELRPT.
           IF WS-EMPMAST-OPEN
               CLOSE EMPMAST
           END-IF.
           PERFORM 9100-CATALOG-PENDING.
           DISPLAY "TRANREL: EMP " WS-EMP-REL-COUNT " RELEASED/"
               WS-EMP-PEND-COUNT " PENDING, ORG " WS-ORG-REL-COUNT
               " RELEASED/" WS-ORG-PEND-COUNT " PENDING".
           DISPLAY "TRANREL: AWAITING APPROVAL EMP " WS-EMP-HOLD-COUNT
               ", ORG " WS-ORG-HOLD-COUNT ", " WS-APR-REFUSE-COUNT
               " DECISION(S) REFUSED".

      *    THE NEW PENDING FILES ARE THE NEXT EMPPEND/ORGPEND
      *    GENERATIONS, ITEMS AWAITING APPROVAL INCLUDED.
       9100-CATALOG-PENDING.
           MOVE "EMPPEND"         TO WS-GEN-DSN.
           MOVE "EMPPENDN"        TO WS-GEN-SOURCE.
           COMPUTE WS-GEN-REC-COUNT = WS-EMP-PEND-COUNT
               + WS-EMP-HOLD-COUNT.
           CALL "GENLOG" USING WS-GEN-DSN WS-GEN-SOURCE
               WS-RUN-JOB-NAME WS-GEN-REC-COUNT.
           MOVE "ORGPEND"         TO WS-GEN-DSN.
           MOVE "ORGPENDN"        TO WS-GEN-SOURCE.
           COMPUTE WS-GEN-REC-COUNT = WS-ORG-PEND-COUNT
               + WS-ORG-HOLD-COUNT.
           CALL "GENLOG" USING WS-GEN-DSN WS-GEN-SOURCE
               WS-RUN-JOB-NAME WS-GEN-REC-COUNT.

       END PROGRAM TRANREL.
