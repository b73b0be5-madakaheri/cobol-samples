      *  DATE) GETS A "W" WARNING LINE ON EMPTLOG, SO HR STOPS
      *  DISCOVERING OVER-HIRES AT BUDGET REVIEW.  THE ADD STILL
      *  APPLIES - ESTABLISHMENT IS A CONTROL, NOT A HARD STOP.
      *  AN "L" (ON LEAVE) TRANSACTION MUST CARRY A LEAVE TYPE AND AN
      *  EXPECTED RETURN DATE AND OPENS A RECORD ON THE LEAVE
      *  REGISTER (LEAVMAST) KEYED BY EMP-ID AND LEAVE START DATE;
      *  THE "A" REINSTATEMENT OF AN ON-LEAVE EMPLOYEE STAMPS THE
      *  ACTUAL RETURN DATE ON THAT RECORD, SO LEAVERPT CAN CHASE
      *  OVERDUE RETURNS.
      *  EVERY REJECTED TRANSACTION IS ALSO PUT ON THE SUSPENSE FILE
      *  (SUSPMAST, THROUGH SUSPLOG) IN FULL EMPTRAN LAYOUT FOR THE
      *  CLERK TO CORRECT OR CANCEL; A CORRECTED ITEM COMES BACK
      *  THROUGH TRANREL WITH TRAN-SUSP-KEY SET AND IS CLOSED WHEN IT
      *  APPLIES OR REOPENED WHEN IT IS REJECTED AGAIN.
      *  DATE OF BIRTH, GENDER AND BASIC PENSION NUMBER ARE TAKEN ON
      *  AN ADD OR CHANGE WHEN KEYED (BLANK = NOT YET KNOWN / NO
      *  CHANGE) AND MUST BE VALID WHEN THEY ARE; A CHANGE TO ANY OF
      *  THEM IS RECORDED TO AUDITJRN LIKE A NAME CHANGE.
      *  EVERY APPLIED JOINER, MOVE, NAME CHANGE AND STATUS CHANGE
      *  (LEAVE, RETURN, LEAVER) ALSO RAISES AN ACCOUNT EVENT FOR
      *  IT'S PROVISIONING SYSTEM THROUGH IDPLOG (IDPEVNT), SO
      *  ACCOUNTS FOLLOW THE MASTER INSTEAD OF HR'S E-MAILS.
      *  A TERMINATION, DELETE OR NAME CHANGE ONLY REACHES THIS
      *  PROGRAM ONCE A SECOND USER HAS APPROVED IT (TRANREL, SEE
      *  APRTRAN); THE APPROVER IS JOURNALED BESIDE THE MAKER.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EMPTLOG ASSIGN TO "EMPTLOG"
               RECORD KEY IS EST-KEY
               FILE STATUS IS WS-ESTMAST-STATUS.

           SELECT LEAVMAST ASSIGN TO "LEAVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPTRAN
           LABEL RECORDS ARE STANDARD.
           COPY ESTREC.

       FD  LEAVMAST
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEREC.

       WORKING-STORAGE SECTION.
       01 WS-EMPTRAN-STATUS       PIC X(02).
       01 WS-EMPMAST-STATUS       PIC X(02).
       01 WS-EMPTLOG-STATUS       PIC X(02).
       01 WS-ESTMAST-STATUS       PIC X(02).
       01 WS-LEAVMAST-STATUS      PIC X(02).
       01 WS-EST-AVAIL-SW         PIC X     VALUE "Y".
          88 WS-EST-AVAIL                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 LS-FIELD-NAME           PIC X(11).
       01 LS-BEFORE-IMAGE         PIC X(20).
       01 LS-AFTER-IMAGE          PIC X(20).
       01 LS-APPROVER             PIC X(08).
       01 LS-OLD-SYOZOKU          PIC X(32).
       01 LS-NEW-SYOZOKU          PIC X(32).
       01 LS-EFF-DATE             PIC X(08).
       01 LS-SUS-ACTION           PIC X(01).
       01 LS-SUS-FILE             PIC X(01) VALUE "E".
       01 LS-SUS-KEY              PIC X(13).
       01 LS-SUS-BUSYO            PIC X(12).
       01 LS-SUS-REASON           PIC X(40).
       01 LS-SUS-IMAGE            PIC X(221).
       01 LS-IDP-EVENT            PIC X(01).
       01 LS-SHIMEI               PIC X(80).

       01 WS-NEN-N                PIC 9(04).
       01 WS-TUKI-N               PIC 9(02).
       01 WS-EST-FY               PIC X(04).
       01 WS-UNIT-SYOZOKU         PIC X(32).
       01 WS-UNIT-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-OLD-SHIMEI           PIC X(80).

       01 WS-LEAVE-START          PIC X(08).
       01 WS-PRIOR-ZAISEKI-KBN    PIC X(01).
       01 WS-PRIOR-LEAVE-START    PIC X(08).
       01 WS-RETURN-DATE          PIC X(08).

       01 WS-WARN-LINE.
          03 FILLER               PIC X(02) VALUE "W ".
                   WS-ESTMAST-STATUS " - NO ESTABLISHMENT CHECK"
               SET WS-EST-AVAIL TO FALSE
           END-IF.
      *    THE FIRST NIGHT THE REGISTER EXISTS THERE IS NO FILE YET -
      *    CREATE IT EMPTY RATHER THAN LOSE THE NIGHT'S LEAVES.
           OPEN I-O LEAVMAST.
           IF WS-LEAVMAST-STATUS = "35"
               OPEN OUTPUT LEAVMAST
               CLOSE LEAVMAST
               OPEN I-O LEAVMAST
           END-IF.
           IF WS-EMPTRAN-STATUS NOT = "00"
               DISPLAY "EMPMAINT: EMPTRAN OPEN FAILED, STATUS="
                   WS-EMPTRAN-STATUS
                       MOVE "ERROR" TO WS-RUN-STATUS
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       IF WS-LEAVMAST-STATUS NOT = "00"
                           DISPLAY "EMPMAINT: LEAVMAST OPEN FAILED, "
                               "STATUS=" WS-LEAVMAST-STATUS
                           MOVE "ERROR" TO WS-RUN-STATUS
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           PERFORM 1100-READ-EMPTRAN
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE TRAN-KAKARI TO KAKARI
               MOVE "A"         TO ZAISEKI-KBN
               MOVE SPACES      TO TAISYOKUBI
               MOVE SPACES      TO SEINENGAPPI
               IF TRAN-BIRTH-DATE NOT = SPACES
                   PERFORM 3300-MOVE-BIRTH-DATE
               END-IF
               MOVE TRAN-SEIBETSU       TO SEIBETSU
               MOVE TRAN-KISO-NENKIN-NO TO KISO-NENKIN-NO
               WRITE EMP-RECORD
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "DUPLICATE EMP-ID" TO WS-TRAN-REASON
                   NOT INVALID KEY
                       PERFORM 6000-LOG-ACCEPT
                       PERFORM 3400-LOG-IDP-JOINER
                       PERFORM 6500-CHECK-ESTABLISHMENT
               END-WRITE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 3150-VALIDATE-TRAN-DATE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 3200-VALIDATE-PERSONAL
           END-IF.

      *    SAME NUMERIC/CALENDAR VALIDATION SAMPLE02 APPLIES TO
      *    NYUSYABI PER REQ001, REUSED HERE SO A NEW HIRE OR A LEAVER
               SET WS-LEAP-YEAR TO TRUE
           END-IF.

      *    DATE OF BIRTH, GENDER AND BASIC PENSION NUMBER ARE
      *    OPTIONAL - THE NOTIFICATION EXTRACT LISTS AN EMPLOYEE STILL
      *    MISSING ONE AS AN EXCEPTION - BUT WHAT IS KEYED MUST BE
      *    USABLE ON THE NOTIFICATION.
       3200-VALIDATE-PERSONAL.
           IF TRAN-BIRTH-DATE NOT = SPACES
               IF TRAN-BIRTH-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NON-NUMERIC BIRTH DATE" TO WS-TRAN-REASON
               ELSE
                   MOVE TRAN-BIRTH-DATE(1:4) TO WS-NEN-N
                   MOVE TRAN-BIRTH-DATE(5:2) TO WS-TUKI-N
                   MOVE TRAN-BIRTH-DATE(7:2) TO WS-HI-N
                   PERFORM 3250-CHECK-BIRTH-CALENDAR
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               AND TRAN-BIRTH-DATE NOT = SPACES
               AND TRAN-BIRTH-DATE NOT < WS-BIZ-DATE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "BIRTH DATE NOT BEFORE TODAY" TO WS-TRAN-REASON
           END-IF.
           IF WS-TRAN-VALID
               AND TRAN-SEIBETSU NOT = SPACE
               AND TRAN-SEIBETSU NOT = "1" AND NOT = "2"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "GENDER MUST BE 1 OR 2" TO WS-TRAN-REASON
           END-IF.
           IF WS-TRAN-VALID
               AND TRAN-KISO-NENKIN-NO NOT = SPACES
               AND TRAN-KISO-NENKIN-NO IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "PENSION NUMBER NOT 10 DIGITS" TO WS-TRAN-REASON
           END-IF.

       3250-CHECK-BIRTH-CALENDAR.
           IF WS-TUKI-N < 1 OR WS-TUKI-N > 12
               SET WS-TRAN-INVALID TO TRUE
               MOVE "BIRTH MONTH OUT OF RANGE 01-12"
                   TO WS-TRAN-REASON
           ELSE
               PERFORM 3160-CHECK-LEAP-YEAR
               MOVE WS-DAYS-IN-MONTH(WS-TUKI-N) TO WS-MAX-DAY
               IF WS-TUKI-N = 2 AND WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF WS-HI-N < 1 OR WS-HI-N > WS-MAX-DAY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "BIRTH DAY OUT OF RANGE"
                       TO WS-TRAN-REASON
               END-IF
           END-IF.

       3300-MOVE-BIRTH-DATE.
           MOVE TRAN-BIRTH-DATE(1:4) TO SEI-NEN.
           MOVE "."                  TO SEI-KUGIRI1.
           MOVE TRAN-BIRTH-DATE(5:2) TO SEI-TUKI.
           MOVE "."                  TO SEI-KUGIRI2.
           MOVE TRAN-BIRTH-DATE(7:2) TO SEI-HI.

      *    RAISED BEFORE 6500, WHICH READS OTHER EMPLOYEES OF THE UNIT
      *    INTO THE RECORD AREA.  THE ACCOUNT STARTS ON THE HIRE DATE.
       3400-LOG-IDP-JOINER.
           MOVE "J"         TO LS-IDP-EVENT.
           MOVE SPACES      TO LS-OLD-SYOZOKU.
           MOVE SYOZOKU     TO LS-NEW-SYOZOKU.
           MOVE TRAN-NEN    TO LS-EFF-DATE(1:4).
           MOVE TRAN-TUKI   TO LS-EFF-DATE(5:2).
           MOVE TRAN-HI     TO LS-EFF-DATE(7:2).
           PERFORM 4960-CALL-IDPLOG.

       4000-CHANGE-EMPLOYEE.
           IF TRAN-EMP-ID = SPACES
               SET WS-TRAN-INVALID TO TRUE
                       MOVE "HIRE DATE NOT CHANGEABLE"
                           TO WS-TRAN-REASON
                   ELSE
                       PERFORM 3200-VALIDATE-PERSONAL
                   END-IF
                   IF WS-TRAN-VALID
                       MOVE TRAN-EMP-ID TO EMP-ID
                       READ EMPMAST
                           INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-TRAN-REASON
                   NOT INVALID KEY
                       PERFORM 6000-LOG-ACCEPT
                       PERFORM 4300-LOG-IDP-CHANGES
               END-REWRITE
           END-IF.
           IF WS-TRAN-INVALID

       4100-APPLY-CHANGES.
           MOVE SYOZOKU TO LS-OLD-SYOZOKU.
           MOVE SHIMEI  TO WS-OLD-SHIMEI.
           IF TRAN-MYOUJI NOT = SPACES AND TRAN-MYOUJI NOT = MYOUJI
               MOVE "MYOUJI"    TO LS-FIELD-NAME
               MOVE MYOUJI      TO LS-BEFORE-IMAGE
               MOVE TRAN-KAKARI TO LS-AFTER-IMAGE KAKARI
               PERFORM 4900-CALL-AUDITLOG
           END-IF.
           PERFORM 4200-APPLY-PERSONAL.
      *    A SYOZOKU CHANGE ALSO GOES TO THE ASSIGNMENT HISTORY AS
      *    ONE COMPLETE OLD/NEW RECORD; THE FIELD-BY-FIELD AUDITJRN
      *    IMAGES ABOVE ARE TOO FRAGMENTED TO REBUILD A CAREER FROM.
               PERFORM 4950-CALL-HISTLOG
           END-IF.

       4200-APPLY-PERSONAL.
           IF TRAN-BIRTH-DATE NOT = SPACES
               MOVE SEINENGAPPI TO LS-BEFORE-IMAGE
               PERFORM 3300-MOVE-BIRTH-DATE
               IF SEINENGAPPI NOT = LS-BEFORE-IMAGE
                   MOVE "SEINENGAPPI" TO LS-FIELD-NAME
                   MOVE SEINENGAPPI   TO LS-AFTER-IMAGE
                   PERFORM 4900-CALL-AUDITLOG
               END-IF
           END-IF.
           IF TRAN-SEIBETSU NOT = SPACE AND TRAN-SEIBETSU NOT = SEIBETSU
               MOVE "SEIBETSU"    TO LS-FIELD-NAME
               MOVE SEIBETSU      TO LS-BEFORE-IMAGE
               MOVE TRAN-SEIBETSU TO LS-AFTER-IMAGE SEIBETSU
               PERFORM 4900-CALL-AUDITLOG
           END-IF.
           IF TRAN-KISO-NENKIN-NO NOT = SPACES
               AND TRAN-KISO-NENKIN-NO NOT = KISO-NENKIN-NO
               MOVE "KISO-NENKIN"       TO LS-FIELD-NAME
               MOVE KISO-NENKIN-NO      TO LS-BEFORE-IMAGE
               MOVE TRAN-KISO-NENKIN-NO TO LS-AFTER-IMAGE
                                           KISO-NENKIN-NO
               PERFORM 4900-CALL-AUDITLOG
           END-IF.

      *    A CHANGE TO BOTH NAME AND SYOZOKU IS TWO EVENTS, SINCE IT
      *    RENAMES THE ACCOUNT AND MOVES ITS ACCESS SEPARATELY.
       4300-LOG-IDP-CHANGES.
           MOVE TRAN-EFF-DATE TO LS-EFF-DATE.
           IF SYOZOKU NOT = LS-OLD-SYOZOKU
               MOVE "M"     TO LS-IDP-EVENT
               MOVE SYOZOKU TO LS-NEW-SYOZOKU
               PERFORM 4960-CALL-IDPLOG
           END-IF.
           IF SHIMEI NOT = WS-OLD-SHIMEI
               MOVE "N"     TO LS-IDP-EVENT
               MOVE SYOZOKU TO LS-OLD-SYOZOKU LS-NEW-SYOZOKU
               PERFORM 4960-CALL-IDPLOG
           END-IF.

      *    THE APPROVER IS JOURNALED ONLY WHEN TRANREL RECORDED AN
      *    APPROVAL; A NOMINATION KEYED ON ANY OTHER TRANSACTION IS
      *    NOT ONE.
       4900-CALL-AUDITLOG.
           MOVE TRAN-USERID TO LS-USERID.
           MOVE TRAN-EMP-ID TO LS-EMP-ID.
           IF TRAN-APPROVED
               MOVE TRAN-APPROVER TO LS-APPROVER
           ELSE
               MOVE SPACES        TO LS-APPROVER
           END-IF.
           CALL "AUDITLOG" USING LS-USERID LS-EMP-ID LS-FIELD-NAME
               LS-BEFORE-IMAGE LS-AFTER-IMAGE LS-APPROVER.

       4950-CALL-HISTLOG.
           MOVE TRAN-USERID   TO LS-USERID.
           CALL "HISTLOG" USING LS-EMP-ID LS-OLD-SYOZOKU
               LS-NEW-SYOZOKU LS-USERID LS-EFF-DATE.

       4960-CALL-IDPLOG.
           MOVE TRAN-USERID TO LS-USERID.
           MOVE TRAN-EMP-ID TO LS-EMP-ID.
           MOVE SHIMEI      TO LS-SHIMEI.
           CALL "IDPLOG" USING LS-IDP-EVENT LS-EMP-ID LS-SHIMEI
               LS-OLD-SYOZOKU LS-NEW-SYOZOKU LS-EFF-DATE LS-USERID
               WS-RUN-JOB-NAME.

      *    PHYSICAL DELETE IS RETENTION-EXPIRY PURGE ONLY: AN
      *    EMPLOYEE STILL ON THE ROLL MUST GO THROUGH A LEAVER ("L")
      *    TRANSACTION FIRST SO THE RECORD STAYS AVAILABLE FOR HR
      *    INQUIRIES.  THE DELETE IS JOURNALED AS FIELD "DELETED",
      *    BEFORE-IMAGE THE ZAISEKI-KBN AND MYOUJI IT HAD, SO THE
      *    APPROVER OF THE PURGE IS ON AUDITJRN WITH EVERY OTHER
      *    SENSITIVE CHANGE.
       5000-DELETE-EMPLOYEE.
           IF TRAN-EMP-ID = SPACES
               SET WS-TRAN-INVALID TO TRUE
               END-READ
           END-IF.
           IF WS-TRAN-VALID
               MOVE "DELETED"   TO LS-FIELD-NAME
               MOVE SPACES      TO LS-BEFORE-IMAGE LS-AFTER-IMAGE
               MOVE ZAISEKI-KBN TO LS-BEFORE-IMAGE(1:1)
               MOVE MYOUJI      TO LS-BEFORE-IMAGE(3:18)
               DELETE EMPMAST RECORD
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "DELETE FAILED" TO WS-TRAN-REASON
                   NOT INVALID KEY
                       PERFORM 4900-CALL-AUDITLOG
                       PERFORM 6000-LOG-ACCEPT
               END-DELETE
           END-IF.
      *    RETIRED/RESIGNED AND RECORDS THE LEAVE DATE, SO THE RECORD
      *    DROPS OFF THE ACTIVE ROSTERS WITHOUT LEAVING THE FILE.  AN
      *    "A" STATUS REINSTATES AN ON-LEAVE EMPLOYEE AND CLEARS THE
      *    LEAVE DATE; NO DATE IS KEYED ON A REINSTATEMENT.  THE
      *    LEAVE REGISTER IS ONLY TOUCHED ONCE THE MASTER REWRITE HAS
      *    GONE THROUGH.
       5500-LEAVER-EMPLOYEE.
           IF TRAN-EMP-ID = SPACES OR TRAN-USERID = SPACES
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               EVALUATE TRAN-ZAISEKI-KBN
                   WHEN "L"
                       PERFORM 3150-VALIDATE-TRAN-DATE
                       IF WS-TRAN-VALID
                           PERFORM 5550-VALIDATE-LEAVE-DETAIL
                       END-IF
                   WHEN "R"
                       PERFORM 3150-VALIDATE-TRAN-DATE
                   WHEN "A"
                       MOVE "REWRITE FAILED" TO WS-TRAN-REASON
                   NOT INVALID KEY
                       PERFORM 6000-LOG-ACCEPT
                       PERFORM 5700-UPDATE-LEAVE-REGISTER
                       PERFORM 5800-LOG-IDP-STATUS
               END-REWRITE
           END-IF.
           IF WS-TRAN-INVALID
               PERFORM 6100-LOG-REJECT
           END-IF.

      *    SAME RULES AS EMPEDIT 3450: A KNOWN LEAVE TYPE AND A REAL
      *    EXPECTED RETURN DATE AFTER THE LEAVE DATE.
       5550-VALIDATE-LEAVE-DETAIL.
           IF TRAN-LEAVE-TYPE NOT = "MT" AND NOT = "CC"
               AND NOT = "NC" AND NOT = "SK" AND NOT = "OT"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "LEAVE TYPE MUST BE MT, CC, NC, SK OR OT"
                   TO WS-TRAN-REASON
           ELSE
               IF TRAN-RETURN-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "EXPECTED RETURN DATE MISSING/NON-NUMERIC"
                       TO WS-TRAN-REASON
               ELSE
                   MOVE TRAN-RETURN-DATE(1:4) TO WS-NEN-N
                   MOVE TRAN-RETURN-DATE(5:2) TO WS-TUKI-N
                   MOVE TRAN-RETURN-DATE(7:2) TO WS-HI-N
                   PERFORM 5560-CHECK-RETURN-CALENDAR
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               MOVE TRAN-NEN  TO WS-LEAVE-START(1:4)
               MOVE TRAN-TUKI TO WS-LEAVE-START(5:2)
               MOVE TRAN-HI   TO WS-LEAVE-START(7:2)
               IF TRAN-RETURN-DATE NOT > WS-LEAVE-START
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "EXPECTED RETURN NOT AFTER LEAVE DATE"
                       TO WS-TRAN-REASON
               END-IF
           END-IF.

       5560-CHECK-RETURN-CALENDAR.
           IF WS-TUKI-N < 1 OR WS-TUKI-N > 12
               SET WS-TRAN-INVALID TO TRUE
               MOVE "RETURN MONTH OUT OF RANGE 01-12"
                   TO WS-TRAN-REASON
           ELSE
               PERFORM 3160-CHECK-LEAP-YEAR
               MOVE WS-DAYS-IN-MONTH(WS-TUKI-N) TO WS-MAX-DAY
               IF WS-TUKI-N = 2 AND WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF WS-HI-N < 1 OR WS-HI-N > WS-MAX-DAY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "RETURN DAY OUT OF RANGE"
                       TO WS-TRAN-REASON
               END-IF
           END-IF.

      *    THE STATUS AND LEAVE DATE THE EMPLOYEE HAD BEFORE THIS
      *    TRANSACTION ARE KEPT FOR 5700, WHICH NEEDS THEM TO FIND
      *    THE OPEN REGISTER RECORD A REINSTATEMENT CLOSES.
       5600-APPLY-LEAVER.
           MOVE ZAISEKI-KBN TO WS-PRIOR-ZAISEKI-KBN.
           MOVE SPACES      TO WS-PRIOR-LEAVE-START.
           IF ZAISEKI-ON-LEAVE
               MOVE TAI-NEN  TO WS-PRIOR-LEAVE-START(1:4)
               MOVE TAI-TUKI TO WS-PRIOR-LEAVE-START(5:2)
               MOVE TAI-HI   TO WS-PRIOR-LEAVE-START(7:2)
           END-IF.
           IF TRAN-ZAISEKI-KBN NOT = ZAISEKI-KBN
               MOVE "ZAISEKI-KBN"     TO LS-FIELD-NAME
               MOVE ZAISEKI-KBN      TO LS-BEFORE-IMAGE
               PERFORM 4900-CALL-AUDITLOG
           END-IF.

      *    AN "L" OPENS A REGISTER RECORD FOR THE LEAVE START DATE, OR
      *    - KEYED AGAIN WITH THE SAME START DATE - EXTENDS ITS TYPE
      *    AND EXPECTED RETURN.  AN "A" FOR AN EMPLOYEE WHO WAS ON
      *    LEAVE CLOSES THE RECORD WITH THE RETURN DATE (THE EFFECTIVE
      *    DATE WHEN KEYED, OTHERWISE TONIGHT'S BUSINESS DATE).  A
      *    LEAVE TAKEN BEFORE THE REGISTER EXISTED HAS NO RECORD TO
      *    CLOSE AND IS PASSED OVER.  THE MASTER IS ALREADY UPDATED,
      *    SO A REGISTER FAILURE IS REPORTED, NOT REJECTED.
       5700-UPDATE-LEAVE-REGISTER.
           EVALUATE TRUE
               WHEN TRAN-ZAISEKI-KBN = "L"
                   PERFORM 5710-RECORD-LEAVE
               WHEN TRAN-ZAISEKI-KBN = "A"
                   AND WS-PRIOR-ZAISEKI-KBN = "L"
                   AND WS-PRIOR-LEAVE-START IS NUMERIC
                   PERFORM 5720-RECORD-RETURN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5710-RECORD-LEAVE.
           MOVE TRAN-EMP-ID    TO LV-EMP-ID.
           MOVE WS-LEAVE-START TO LV-START-DATE.
           READ LEAVMAST
               INVALID KEY
                   MOVE SPACES           TO LV-ACT-RETURN
                                            LV-RET-USERID
                   MOVE TRAN-LEAVE-TYPE  TO LV-TYPE
                   MOVE TRAN-RETURN-DATE TO LV-EXP-RETURN
                   MOVE TRAN-USERID      TO LV-USERID
                   WRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY "EMPMAINT: LEAVMAST WRITE FAILED "
                               "FOR " TRAN-EMP-ID ", STATUS="
                               WS-LEAVMAST-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE TRAN-LEAVE-TYPE  TO LV-TYPE
                   MOVE TRAN-RETURN-DATE TO LV-EXP-RETURN
                   MOVE SPACES           TO LV-ACT-RETURN
                                            LV-RET-USERID
                   MOVE TRAN-USERID      TO LV-USERID
                   REWRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY "EMPMAINT: LEAVMAST REWRITE FAILED "
                               "FOR " TRAN-EMP-ID ", STATUS="
                               WS-LEAVMAST-STATUS
                   END-REWRITE
           END-READ.

       5720-RECORD-RETURN.
           MOVE WS-BIZ-DATE TO WS-RETURN-DATE.
           IF TRAN-EFF-DATE NOT = SPACES
               AND TRAN-EFF-DATE IS NUMERIC
               MOVE TRAN-EFF-DATE TO WS-RETURN-DATE
           END-IF.
           MOVE TRAN-EMP-ID          TO LV-EMP-ID.
           MOVE WS-PRIOR-LEAVE-START TO LV-START-DATE.
           READ LEAVMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RETURN-DATE TO LV-ACT-RETURN
                   MOVE TRAN-USERID    TO LV-RET-USERID
                   REWRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY "EMPMAINT: LEAVMAST REWRITE FAILED "
                               "FOR " TRAN-EMP-ID ", STATUS="
                               WS-LEAVMAST-STATUS
                   END-REWRITE
           END-READ.

      *    ONLY A REAL STATUS CHANGE IS AN ACCOUNT EVENT; A REPEATED
      *    "L" THAT ONLY EXTENDS A LEAVE IS NOT.  A LEAVER'S ACCESS
      *    ENDS, AND A LEAVE STARTS, ON THE LEAVE DATE; A RETURN TAKES
      *    THE EFFECTIVE DATE (BLANK = TONIGHT).
       5800-LOG-IDP-STATUS.
           IF TRAN-ZAISEKI-KBN NOT = WS-PRIOR-ZAISEKI-KBN
               MOVE SYOZOKU TO LS-OLD-SYOZOKU LS-NEW-SYOZOKU
               EVALUATE TRAN-ZAISEKI-KBN
                   WHEN "R"
                       MOVE "X"    TO LS-IDP-EVENT
                       MOVE SPACES TO LS-NEW-SYOZOKU
                   WHEN "L"
                       MOVE "S"    TO LS-IDP-EVENT
                   WHEN OTHER
                       MOVE "B"    TO LS-IDP-EVENT
               END-EVALUATE
               IF TRAN-ZAISEKI-KBN = "A"
                   MOVE TRAN-EFF-DATE TO LS-EFF-DATE
               ELSE
                   MOVE TRAN-NEN  TO LS-EFF-DATE(1:4)
                   MOVE TRAN-TUKI TO LS-EFF-DATE(5:2)
                   MOVE TRAN-HI   TO LS-EFF-DATE(7:2)
               END-IF
               PERFORM 4960-CALL-IDPLOG
           END-IF.

       6000-LOG-ACCEPT.
           MOVE TRAN-CODE   TO WS-LOG-CODE.
           MOVE TRAN-EMP-ID TO WS-LOG-EMP-ID.
           MOVE WS-LOG-LINE TO EMPTLOG-LINE.
           WRITE EMPTLOG-LINE.
           ADD 1 TO WS-RUN-WRITE-CNT.
           IF TRAN-SUSP-KEY NOT = SPACES
               MOVE "A" TO LS-SUS-ACTION
               PERFORM 6150-CALL-SUSPLOG
           END-IF.

       6100-LOG-REJECT.
           MOVE TRAN-CODE      TO WS-LOG-CODE.
           MOVE WS-LOG-LINE    TO EMPTLOG-LINE.
           WRITE EMPTLOG-LINE.
           ADD 1 TO WS-RUN-REJ-CNT.
           MOVE "R" TO LS-SUS-ACTION.
           PERFORM 6150-CALL-SUSPLOG.

       6150-CALL-SUSPLOG.
           MOVE TRAN-SUSP-KEY  TO LS-SUS-KEY.
           MOVE TRAN-BUSYO     TO LS-SUS-BUSYO.
           MOVE TRAN-USERID    TO LS-USERID.
           MOVE WS-TRAN-REASON TO LS-SUS-REASON.
           MOVE EMPTRAN-RECORD TO LS-SUS-IMAGE.
           CALL "SUSPLOG" USING LS-SUS-ACTION LS-SUS-FILE LS-SUS-KEY
               LS-SUS-BUSYO LS-USERID LS-SUS-REASON LS-SUS-IMAGE.

      *    THE ADD HAS ALREADY APPLIED; THIS ONLY DECIDES WHETHER A
      *    WARNING BELONGS ON THE RUN LOG.  THE FISCAL YEAR (APRIL-
           END-IF.
           MOVE WS-FY-NEN TO WS-EST-FY.

      *    ONLY THE UNIT'S OWN EMPLOYEES ARE READ, THROUGH THE SYOZOKU
      *    ALTERNATE KEY, INSTEAD OF THE WHOLE MASTER PER ADD.
       6600-COUNT-UNIT-ONROLL.
           MOVE ZERO TO WS-UNIT-COUNT.
           SET WS-EMP-EOF TO FALSE.
           MOVE WS-UNIT-SYOZOKU TO SYOZOKU.
           START EMPMAST KEY IS EQUAL TO SYOZOKU
               INVALID KEY
                   MOVE "Y" TO WS-EMP-EOF-SW
           END-START.
           IF NOT WS-EMP-EOF
               PERFORM 6700-READ-EMPMAST-NEXT
           END-IF.
           PERFORM UNTIL WS-EMP-EOF OR SYOZOKU NOT = WS-UNIT-SYOZOKU
               IF ZAISEKI-ONROLL
                   ADD 1 TO WS-UNIT-COUNT
               END-IF
               PERFORM 6700-READ-EMPMAST-NEXT
           IF WS-EST-AVAIL
               CLOSE ESTMAST
           END-IF.
           CLOSE LEAVMAST.

       END PROGRAM EMPMAINT.
