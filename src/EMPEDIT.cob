      *  BATCH WHOSE TRAILER DISAGREES WITH ITS DETAILS IS BOUNCED
      *  WHOLE RATHER THAN HALF-APPLIED.  THE EDIT REPORT (EDITRPT)
      *  LISTS EVERY TRANSACTION UNDER ITS DEPARTMENT'S BATCH.
      *  EVERY CLEAN DETAIL IS STAMPED WITH ITS BATCH'S DEPARTMENT
      *  (TRAN-BUSYO) FOR THE SUSPENSE FILE'S AGING REPORT.
      *  A KEYED DATE OF BIRTH, GENDER OR BASIC PENSION NUMBER ON AN
      *  ADD OR CHANGE IS HELD TO THE SAME RULES AS EMPMAINT 3200.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  EMPCLEAN
           LABEL RECORDS ARE STANDARD.
       01 EMPCLEAN-LINE           PIC X(221).

       FD  EDITRPT
           LABEL RECORDS ARE STANDARD.
      *    WHOLE AT ITS TRAILER RATHER THAN SILENTLY TRUNCATED.
       01 WS-BAT-BUFFER.
          03 WS-BAT-ENTRY OCCURS 500 TIMES.
             05 WS-BAT-TRAN       PIC X(221).
             05 WS-BAT-STATUS     PIC X(01).
       01 WS-BAT-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-BAT-IX               PIC 9(03) VALUE ZERO.
          88 WS-LEAP-YEAR                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       01 WS-LEAVE-START          PIC X(08).
       01 WS-BIZ-DATE             PIC X(08).

       01 WS-DAYS-TABLE-VALUES.
          03 FILLER               PIC 9(02) VALUE 31.
          03 FILLER               PIC 9(02) VALUE 28.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           OPEN INPUT EMPTRAN.
           OPEN INPUT ORGMAST.
           OPEN OUTPUT EMPCLEAN.
               PERFORM 2460-LOG-DETAIL
           END-IF.

      *    EACH DETAIL CARRIES ITS BATCH'S DEPARTMENT INTO THE NIGHT
      *    RUN, SO A NIGHT-TIME REJECT CAN BE AGED AGAINST IT ON THE
      *    SUSPENSE FILE.  A KEYED DETAIL NEVER HAS A SUSPENSE KEY.
       2450-STORE-DETAIL.
           MOVE WS-BAT-BUSYO TO TRAN-BUSYO.
           MOVE SPACES       TO TRAN-SUSP-KEY.
           IF WS-BAT-COUNT < 500
               ADD 1 TO WS-BAT-COUNT
               MOVE EMPTRAN-RECORD TO WS-BAT-TRAN(WS-BAT-COUNT)
           IF WS-TRAN-VALID
               PERFORM 3150-VALIDATE-TRAN-DATE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 3700-VALIDATE-PERSONAL
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 3300-CHECK-ORGMAST
           END-IF.
                   OR TRAN-HI NOT = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "HIRE DATE NOT CHANGEABLE" TO WS-TRAN-REASON
               ELSE
                   PERFORM 3700-VALIDATE-PERSONAL
               END-IF
           END-IF.
      *    A PARTIAL SYOZOKU CHANGE ONLY RESOLVES AGAINST THE MASTER
           ELSE
               EVALUATE TRAN-ZAISEKI-KBN
                   WHEN "L"
                       PERFORM 3150-VALIDATE-TRAN-DATE
                       IF WS-TRAN-VALID
                           PERFORM 3450-VALIDATE-LEAVE-DETAIL
                       END-IF
                   WHEN "R"
                       PERFORM 3150-VALIDATE-TRAN-DATE
                   WHEN "A"
               END-EVALUATE
           END-IF.

      *    SAME LEAVE TYPE AND EXPECTED-RETURN RULES AS EMPMAINT 5550:
      *    THE REGISTER IS ONLY WORTH HAVING IF EVERY LEAVE ON IT
      *    SAYS WHAT KIND IT IS AND WHEN THE PERSON IS DUE BACK.
       3450-VALIDATE-LEAVE-DETAIL.
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
                   PERFORM 3460-CHECK-RETURN-CALENDAR
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

       3460-CHECK-RETURN-CALENDAR.
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

       3500-CHECK-DUPLICATE.
           SET WS-ID-FOUND TO FALSE.
           PERFORM VARYING WS-ID-IX FROM 1 BY 1
               END-IF
           END-IF.

      *    SAME RULES AS EMPMAINT 3200/3250: THE PERSONAL FIELDS ARE
      *    OPTIONAL, BUT WHAT IS KEYED MUST BE USABLE.
       3700-VALIDATE-PERSONAL.
           IF TRAN-BIRTH-DATE NOT = SPACES
               IF TRAN-BIRTH-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NON-NUMERIC BIRTH DATE" TO WS-TRAN-REASON
               ELSE
                   MOVE TRAN-BIRTH-DATE(1:4) TO WS-NEN-N
                   MOVE TRAN-BIRTH-DATE(5:2) TO WS-TUKI-N
                   MOVE TRAN-BIRTH-DATE(7:2) TO WS-HI-N
                   PERFORM 3750-CHECK-BIRTH-CALENDAR
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

       3750-CHECK-BIRTH-CALENDAR.
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

       3160-CHECK-LEAP-YEAR.
           SET WS-LEAP-YEAR TO FALSE.
           IF FUNCTION MOD(WS-NEN-N, 4) = 0
