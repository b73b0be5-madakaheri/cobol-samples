      *  AND A DELETE DROPS THE MAPPING, SO FINANCE'S CHARGING KEEPS
      *  WORKING THE MORNING AFTER A REORG WITHOUT A SPREADSHEET
      *  CATCHING UP.
      *  AN "H" TRANSACTION SETS OR VACATES THE HEAD OF A UNIT
      *  (ORG-HEAD-EMP-ID); THE HEAD MUST BE ON EMPMAST AND ON THE
      *  ROLL.  BU AND KA HEADS LIVE ON LEVEL RECORDS (BLANK KA/
      *  KAKARI, SEE ORGREC), WHICH NO TRANSFER MAY TARGET AND NO
      *  RENAME MAY TOUCH WHILE UNITS REMAIN UNDER THEM.  ORGCHART
      *  PRINTS THE RESULTING REPORTING LINES.
      *  EVERY REJECTED TRANSACTION IS ALSO PUT ON THE SUSPENSE FILE
      *  (SUSPMAST, THROUGH SUSPLOG) IN FULL ORGTRAN LAYOUT, AS
      *  EMPMAINT DOES FOR EMPTRAN.
      *  EACH EMPLOYEE MOVED BY A MASS TRANSFER OR RENAME ALSO RAISES
      *  A MOVER EVENT FOR IT'S PROVISIONING FEED THROUGH IDPLOG.
      *  A MASS TRANSFER OR RENAME ONLY REACHES THIS PROGRAM ONCE A
      *  SECOND USER HAS APPROVED IT (TRANREL, SEE APRTRAN); THE
      *  APPROVER IS JOURNALED BESIDE OTR-USERID.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ORGTLOG ASSIGN TO "ORGTLOG"
       01 WS-OCCUPIED-SW          PIC X     VALUE "N".
          88 WS-CODE-OCCUPIED               VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-UNITS-UNDER-SW       PIC X     VALUE "N".
          88 WS-UNITS-UNDER                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       01 WS-OLD-ORG-CODE.
          03 WS-OLD-BU            PIC X(12).
          03 WS-LOG-REASON        PIC X(40).

       01 LS-USERID               PIC X(08).
       01 LS-APPROVER             PIC X(08).
       01 LS-EMP-ID               PIC X(06).
       01 LS-FIELD-NAME           PIC X(11).
       01 LS-BEFORE-IMAGE         PIC X(20).
       01 LS-OLD-SYOZOKU          PIC X(32).
       01 LS-NEW-SYOZOKU          PIC X(32).
       01 LS-EFF-DATE             PIC X(08).
       01 LS-SUS-ACTION           PIC X(01).
       01 LS-SUS-FILE             PIC X(01) VALUE "O".
       01 LS-SUS-KEY              PIC X(13).
       01 LS-SUS-BUSYO            PIC X(12) VALUE SPACES.
       01 LS-SUS-REASON           PIC X(40).
       01 LS-SUS-IMAGE            PIC X(221).
       01 LS-IDP-EVENT            PIC X(01) VALUE "M".
       01 LS-SHIMEI               PIC X(80).

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "ORGMAINT".
       01 WS-RUN-REC-TYPE         PIC X(01).
                   PERFORM 5000-MASS-TRANSFER
               WHEN "R"
                   PERFORM 6000-RENAME-ORG-CODE
               WHEN "H"
                   PERFORM 6700-SET-UNIT-HEAD
               WHEN OTHER
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "INVALID TRANSACTION CODE" TO WS-TRAN-REASON

           PERFORM 1100-READ-ORGTRAN.

      *    A NEW CODE MUST BE A UNIT, A KA LEVEL (BLANK KAKARI) OR A
      *    BU LEVEL (BLANK KA AND KAKARI) - ANYTHING ELSE HAS NO
      *    PLACE ON THE CHART AND COULD NEVER BE TRANSFERRED INTO.
       3000-ADD-ORG-CODE.
           EVALUATE TRUE
               WHEN WS-NEW-ORG-CODE = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NEW ORG-CODE REQUIRED" TO WS-TRAN-REASON
               WHEN WS-NEW-BU = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "BU REQUIRED" TO WS-TRAN-REASON
               WHEN WS-NEW-KA = SPACES AND WS-NEW-KAKARI NOT = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "KAKARI WITHOUT KA" TO WS-TRAN-REASON
               WHEN OTR-HEAD-EMP-ID NOT = SPACES
                   PERFORM 6800-VALIDATE-HEAD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-TRAN-VALID
               MOVE SPACES          TO ORG-RECORD
               MOVE WS-NEW-ORG-CODE TO ORG-CODE
               MOVE OTR-HEAD-EMP-ID TO ORG-HEAD-EMP-ID
               WRITE ORG-RECORD
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
               END-DELETE
           END-IF.

      *    ONE START ON THE SYOZOKU ALTERNATE KEY ANSWERS WHETHER
      *    ANYONE SITS ON THE CODE, WITHOUT READING THE MASTER.
       4100-CHECK-CODE-OCCUPIED.
           SET WS-CODE-OCCUPIED TO FALSE.
           MOVE WS-OLD-ORG-CODE TO SYOZOKU.
           START EMPMAST KEY IS EQUAL TO SYOZOKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CODE-OCCUPIED TO TRUE
           END-START.

       4200-READ-EMPMAST-NEXT.
           READ EMPMAST NEXT RECORD
                   END-READ
               END-IF
           END-IF.
      *    A BU OR KA LEVEL RECORD ONLY CARRIES THAT LEVEL'S HEAD;
      *    NOBODY CAN SIT ON ONE.
           IF WS-TRAN-VALID
               AND (WS-NEW-KA = SPACES OR WS-NEW-KAKARI = SPACES)
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NEW ORG-CODE IS A BU/KA LEVEL RECORD"
                   TO WS-TRAN-REASON
           END-IF.

      *    THE UNIT'S EMPLOYEES ARE REACHED THROUGH THE SYOZOKU
      *    ALTERNATE KEY.  EACH REWRITE MOVES THE EMPLOYEE OFF THE OLD
      *    KEY VALUE, SO THE KEY IS RE-STARTED FOR EVERY EMPLOYEE
      *    RATHER THAN READ ON PAST A RECORD WHOSE KEY HAS JUST
      *    CHANGED UNDER IT; A FAILED REWRITE ENDS THE LOOP SO THE
      *    SAME EMPLOYEE IS NOT FOUND AGAIN FOREVER.
       5200-TRANSFER-EMPLOYEES.
           MOVE ZERO TO WS-TRANSFER-COUNT.
           SET WS-EMP-EOF TO FALSE.
           PERFORM UNTIL WS-EMP-EOF
               MOVE WS-OLD-ORG-CODE TO SYOZOKU
               START EMPMAST KEY IS EQUAL TO SYOZOKU
                   INVALID KEY
                       MOVE "Y" TO WS-EMP-EOF-SW
               END-START
               IF NOT WS-EMP-EOF
                   PERFORM 4200-READ-EMPMAST-NEXT
               END-IF
               IF NOT WS-EMP-EOF
                   IF SYOZOKU = WS-OLD-ORG-CODE
                       PERFORM 5300-TRANSFER-ONE-EMPLOYEE
                   ELSE
                       MOVE "Y" TO WS-EMP-EOF-SW
                   END-IF
               END-IF
           END-PERFORM.

       5300-TRANSFER-ONE-EMPLOYEE.
               INVALID KEY
                   DISPLAY "ORGMAINT: REWRITE FAILED FOR EMP-ID "
                       EMP-ID
                   MOVE "Y" TO WS-EMP-EOF-SW
               NOT INVALID KEY
                   ADD 1 TO WS-TRANSFER-COUNT
                   PERFORM 5950-CALL-HISTLOG
                   PERFORM 5960-CALL-IDPLOG
           END-REWRITE.

       5900-CALL-AUDITLOG.
           MOVE OTR-USERID TO LS-USERID.
           MOVE EMP-ID     TO LS-EMP-ID.
           IF OTR-APPROVED
               MOVE OTR-APPROVER TO LS-APPROVER
           ELSE
               MOVE SPACES       TO LS-APPROVER
           END-IF.
           CALL "AUDITLOG" USING LS-USERID LS-EMP-ID LS-FIELD-NAME
               LS-BEFORE-IMAGE LS-AFTER-IMAGE LS-APPROVER.

       5950-CALL-HISTLOG.
           MOVE OTR-USERID   TO LS-USERID.
           CALL "HISTLOG" USING LS-EMP-ID LS-OLD-SYOZOKU
               LS-NEW-SYOZOKU LS-USERID LS-EFF-DATE.

      *    THE EMP-ID, USER, DATE AND SYOZOKU PARAMETERS ARE THOSE
      *    5950 HAS JUST SET FOR THE SAME EMPLOYEE.
       5960-CALL-IDPLOG.
           MOVE SHIMEI TO LS-SHIMEI.
           CALL "IDPLOG" USING LS-IDP-EVENT LS-EMP-ID LS-SHIMEI
               LS-OLD-SYOZOKU LS-NEW-SYOZOKU LS-EFF-DATE LS-USERID
               WS-RUN-JOB-NAME.

      *    RENAME = ADD THE NEW CODE, MOVE EVERYONE ACROSS, DROP THE
      *    OLD CODE, ALL IN ONE TRANSACTION SO THE MASTERS NEVER
      *    DISAGREE BETWEEN STEPS.
      *    THE NEW RECORD IS WRITTEN FROM THE OLD ONE JUST READ, SO
      *    THE UNIT'S HEAD CARRIES ACROSS WITH THE RENAME.  A LEVEL
      *    RECORD CAN ONLY BE RENAMED TO ANOTHER OF THE SAME LEVEL,
      *    AND ONLY ONCE NO UNIT IS LEFT UNDER IT - NO EMPLOYEE SITS
      *    ON A LEVEL RECORD, SO RENAMING ONE WOULD MOVE NOBODY AND
      *    STRAND THE UNITS BELOW WITHOUT IT.  RENAME (OR TRANSFER
      *    AND DELETE) THE UNITS FIRST.
       6000-RENAME-ORG-CODE.
           IF WS-OLD-ORG-CODE = SPACES OR WS-NEW-ORG-CODE = SPACES
               OR OTR-USERID = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "REQUIRED FIELD MISSING" TO WS-TRAN-REASON
           ELSE
               IF (WS-OLD-KA = SPACES AND WS-NEW-KA NOT = SPACES)
                   OR (WS-OLD-KA NOT = SPACES AND WS-NEW-KA = SPACES)
                   OR (WS-OLD-KAKARI = SPACES
                       AND WS-NEW-KAKARI NOT = SPACES)
                   OR (WS-OLD-KAKARI NOT = SPACES
                       AND WS-NEW-KAKARI = SPACES)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "OLD AND NEW ORG-CODE LEVELS DIFFER"
                       TO WS-TRAN-REASON
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               IF WS-OLD-ORG-CODE = WS-NEW-ORG-CODE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "OLD AND NEW ORG-CODE EQUAL"
                       TO WS-TRAN-REASON
               ELSE
                   IF WS-OLD-KAKARI = SPACES
                       PERFORM 6100-CHECK-UNITS-UNDER
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               MOVE WS-OLD-ORG-CODE TO ORG-CODE
               READ ORGMAST
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "ORG-CODE NOT FOUND"
                           TO WS-TRAN-REASON
               END-READ
           END-IF.
           IF WS-TRAN-VALID
               MOVE WS-NEW-ORG-CODE TO ORG-CODE
               WRITE ORG-RECORD
               PERFORM 7100-LOG-REJECT
           END-IF.

      *    KEY ORDER PUTS A LEVEL RECORD AHEAD OF THE UNITS UNDER IT,
      *    SO THE RECORD AFTER THE OLD CODE IS UNDER IT IF ANY IS.
       6100-CHECK-UNITS-UNDER.
           SET WS-UNITS-UNDER TO FALSE.
           MOVE WS-OLD-ORG-CODE TO ORG-CODE.
           START ORGMAST KEY IS GREATER THAN ORG-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ORGMAST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ORG-BU = WS-OLD-BU
                               AND (WS-OLD-KA = SPACES
                                    OR ORG-KA = WS-OLD-KA)
                               SET WS-UNITS-UNDER TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF WS-UNITS-UNDER
               SET WS-TRAN-INVALID TO TRUE
               MOVE "UNITS STILL UNDER THE OLD BU/KA"
                   TO WS-TRAN-REASON
           END-IF.

      *    THE RENAMED UNIT KEEPS ITS COST CENTER: THE OLD CODE'S
      *    MAPPING IS RE-WRITTEN UNDER THE NEW CODE AND THE OLD ONE
      *    DROPPED.  A NEW CODE CCMAINT ALREADY MAPPED KEEPS ITS OWN
               END-READ
           END-IF.

      *    THE UNIT IS NAMED IN THE OLD FIELDS, LIKE A DELETE.  A
      *    BLANK OTR-HEAD-EMP-ID VACATES THE UNIT.
       6700-SET-UNIT-HEAD.
           IF WS-OLD-ORG-CODE = SPACES OR OTR-USERID = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "REQUIRED FIELD MISSING" TO WS-TRAN-REASON
           ELSE
               MOVE WS-OLD-ORG-CODE TO ORG-CODE
               READ ORGMAST
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "ORG-CODE NOT FOUND" TO WS-TRAN-REASON
               END-READ
           END-IF.
           IF WS-TRAN-VALID AND OTR-HEAD-EMP-ID NOT = SPACES
               PERFORM 6800-VALIDATE-HEAD
           END-IF.
           IF WS-TRAN-VALID
               MOVE OTR-HEAD-EMP-ID TO ORG-HEAD-EMP-ID
               REWRITE ORG-RECORD
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "REWRITE FAILED" TO WS-TRAN-REASON
                   NOT INVALID KEY
                       PERFORM 7000-LOG-ACCEPT
               END-REWRITE
           END-IF.
           IF WS-TRAN-INVALID
               PERFORM 7100-LOG-REJECT
           END-IF.

      *    A HEAD WHO HAS LEFT (OR WAS NEVER HIRED) CANNOT APPROVE
      *    ANYTHING; ONE ON LEAVE IS ALLOWED, AND ORGCHART FLAGS IT.
       6800-VALIDATE-HEAD.
           MOVE OTR-HEAD-EMP-ID TO EMP-ID.
           READ EMPMAST
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "HEAD EMP-ID NOT ON EMPMAST" TO WS-TRAN-REASON
               NOT INVALID KEY
                   IF NOT ZAISEKI-ONROLL
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "HEAD EMP-ID NOT ON THE ROLL"
                           TO WS-TRAN-REASON
                   END-IF
           END-READ.

       7000-LOG-ACCEPT.
           MOVE OTR-CODE    TO WS-LOG-CODE.
           IF OTR-CODE = "A"
               STRING "TRANSFERRED " WS-TRANSFER-COUNT " EMPLOYEE(S)"
                   DELIMITED BY SIZE INTO WS-LOG-REASON
           END-IF.
           IF OTR-CODE = "H"
               IF OTR-HEAD-EMP-ID = SPACES
                   MOVE "HEAD VACATED" TO WS-LOG-REASON
               ELSE
                   STRING "HEAD SET TO " OTR-HEAD-EMP-ID
                       DELIMITED BY SIZE INTO WS-LOG-REASON
               END-IF
           END-IF.
           MOVE WS-LOG-LINE TO ORGTLOG-LINE.
           WRITE ORGTLOG-LINE.
           ADD 1 TO WS-RUN-WRITE-CNT.
           IF OTR-SUSP-KEY NOT = SPACES
               MOVE "A" TO LS-SUS-ACTION
               PERFORM 7150-CALL-SUSPLOG
           END-IF.

       7100-LOG-REJECT.
           MOVE OTR-CODE       TO WS-LOG-CODE.
           MOVE WS-LOG-LINE    TO ORGTLOG-LINE.
           WRITE ORGTLOG-LINE.
           ADD 1 TO WS-RUN-REJ-CNT.
           MOVE "R" TO LS-SUS-ACTION.
           PERFORM 7150-CALL-SUSPLOG.

       7150-CALL-SUSPLOG.
           MOVE OTR-SUSP-KEY   TO LS-SUS-KEY.
           MOVE OTR-USERID     TO LS-USERID.
           MOVE WS-TRAN-REASON TO LS-SUS-REASON.
           MOVE ORGTRAN-RECORD TO LS-SUS-IMAGE.
           CALL "SUSPLOG" USING LS-SUS-ACTION LS-SUS-FILE LS-SUS-KEY
               LS-SUS-BUSYO LS-USERID LS-SUS-REASON LS-SUS-IMAGE.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
