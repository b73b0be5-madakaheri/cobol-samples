               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
          88 WS-TRAN-VALID                  VALUE "Y".
          88 WS-TRAN-INVALID                VALUE "N".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-LEAVE-START          PIC X(08).
       01 WS-NEN-N                PIC 9(04).
       01 WS-TUKI-N               PIC 9(02).
       01 WS-HI-N                 PIC 9(02).
               MOVE "."           TO TAI-KUGIRI2
               MOVE BKUP-TAI-HI   TO TAI-HI
           END-IF.
           IF BKUP-SEI-DATE = SPACES
               MOVE SPACES TO SEINENGAPPI
           ELSE
               MOVE BKUP-SEI-DATE(1:4) TO SEI-NEN
               MOVE "."                TO SEI-KUGIRI1
               MOVE BKUP-SEI-DATE(5:2) TO SEI-TUKI
               MOVE "."                TO SEI-KUGIRI2
               MOVE BKUP-SEI-DATE(7:2) TO SEI-HI
           END-IF.
           MOVE BKUP-SEIBETSU       TO SEIBETSU.
           MOVE BKUP-KISO-NENKIN-NO TO KISO-NENKIN-NO.
           WRITE EMP-RECORD
               INVALID KEY
                   DISPLAY "EMPRECOV: DUPLICATE EMP-ID ON BACKUP "
      *    AN ABSENT REPLAY FILE IS A VALID NIGHT: THE BACKUP MAY
      *    HAVE BEEN CUT AFTER THE LAST MAINTENANCE RUN.
       3000-OPEN-REPLAY.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           OPEN INPUT EMPRCVTR.
           IF WS-EMPRCVTR-STATUS NOT = "00"
               DISPLAY "EMPRECOV: NO REPLAY FILE, STATUS="
               MOVE TRAN-KAKARI TO KAKARI
               MOVE "A"         TO ZAISEKI-KBN
               MOVE SPACES      TO TAISYOKUBI
               MOVE SPACES      TO SEINENGAPPI
               IF TRAN-BIRTH-DATE NOT = SPACES
                   PERFORM 6300-MOVE-BIRTH-DATE
               END-IF
               MOVE TRAN-SEIBETSU       TO SEIBETSU
               MOVE TRAN-KISO-NENKIN-NO TO KISO-NENKIN-NO
               WRITE EMP-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REPLAY-REJ-COUNT
           IF WS-TRAN-VALID
               PERFORM 6000-VALIDATE-TRAN-DATE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 6200-VALIDATE-PERSONAL
           END-IF.

       5100-REPLAY-CHANGE.
           SET WS-TRAN-VALID TO TRUE.
               OR TRAN-HI NOT = SPACES
               SET WS-TRAN-INVALID TO TRUE
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 6200-VALIDATE-PERSONAL
           END-IF.
           IF WS-TRAN-INVALID
               ADD 1 TO WS-REPLAY-REJ-COUNT
           ELSE
           IF TRAN-KAKARI NOT = SPACES
               MOVE TRAN-KAKARI TO KAKARI
           END-IF.
           IF TRAN-BIRTH-DATE NOT = SPACES
               PERFORM 6300-MOVE-BIRTH-DATE
           END-IF.
           IF TRAN-SEIBETSU NOT = SPACE
               MOVE TRAN-SEIBETSU TO SEIBETSU
           END-IF.
           IF TRAN-KISO-NENKIN-NO NOT = SPACES
               MOVE TRAN-KISO-NENKIN-NO TO KISO-NENKIN-NO
           END-IF.

      *    SAME GUARD AS EMPMAINT 5000: A PHYSICAL DELETE ONLY EVER
      *    APPLIED TO AN EMPLOYEE WHO HAS ALREADY LEFT.
           ELSE
               EVALUATE TRAN-ZAISEKI-KBN
                   WHEN "L"
                       PERFORM 6000-VALIDATE-TRAN-DATE
                       IF WS-TRAN-VALID
                           PERFORM 6400-VALIDATE-LEAVE-DETAIL
                       END-IF
                   WHEN "R"
                       PERFORM 6000-VALIDATE-TRAN-DATE
                   WHEN "A"
               SET WS-LEAP-YEAR TO TRUE
           END-IF.

      *    SAME PERSONAL-FIELD RULES AS EMPMAINT 3200/3250.
       6200-VALIDATE-PERSONAL.
           IF TRAN-BIRTH-DATE NOT = SPACES
               IF TRAN-BIRTH-DATE IS NOT NUMERIC
                   OR TRAN-BIRTH-DATE NOT < WS-BIZ-DATE
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   MOVE TRAN-BIRTH-DATE(1:4) TO WS-NEN-N
                   MOVE TRAN-BIRTH-DATE(5:2) TO WS-TUKI-N
                   MOVE TRAN-BIRTH-DATE(7:2) TO WS-HI-N
                   PERFORM 6250-CHECK-BIRTH-CALENDAR
               END-IF
           END-IF.
           IF TRAN-SEIBETSU NOT = SPACE
               AND TRAN-SEIBETSU NOT = "1" AND NOT = "2"
               SET WS-TRAN-INVALID TO TRUE
           END-IF.
           IF TRAN-KISO-NENKIN-NO NOT = SPACES
               AND TRAN-KISO-NENKIN-NO IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
           END-IF.

       6250-CHECK-BIRTH-CALENDAR.
           IF WS-TUKI-N < 1 OR WS-TUKI-N > 12
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               PERFORM 6100-CHECK-LEAP-YEAR
               MOVE WS-DAYS-IN-MONTH(WS-TUKI-N) TO WS-MAX-DAY
               IF WS-TUKI-N = 2 AND WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF WS-HI-N < 1 OR WS-HI-N > WS-MAX-DAY
                   SET WS-TRAN-INVALID TO TRUE
               END-IF
           END-IF.

       6300-MOVE-BIRTH-DATE.
           MOVE TRAN-BIRTH-DATE(1:4) TO SEI-NEN.
           MOVE "."                  TO SEI-KUGIRI1.
           MOVE TRAN-BIRTH-DATE(5:2) TO SEI-TUKI.
           MOVE "."                  TO SEI-KUGIRI2.
           MOVE TRAN-BIRTH-DATE(7:2) TO SEI-HI.

      *    SAME LEAVE TYPE AND EXPECTED-RETURN RULES AS EMPMAINT
      *    5550/5560 ON AN "L" (ON LEAVE) TRANSACTION.
       6400-VALIDATE-LEAVE-DETAIL.
           IF TRAN-LEAVE-TYPE NOT = "MT" AND NOT = "CC"
               AND NOT = "NC" AND NOT = "SK" AND NOT = "OT"
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               IF TRAN-RETURN-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
               ELSE
                   MOVE TRAN-RETURN-DATE(1:4) TO WS-NEN-N
                   MOVE TRAN-RETURN-DATE(5:2) TO WS-TUKI-N
                   MOVE TRAN-RETURN-DATE(7:2) TO WS-HI-N
                   PERFORM 6450-CHECK-RETURN-CALENDAR
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               MOVE TRAN-NEN  TO WS-LEAVE-START(1:4)
               MOVE TRAN-TUKI TO WS-LEAVE-START(5:2)
               MOVE TRAN-HI   TO WS-LEAVE-START(7:2)
               IF TRAN-RETURN-DATE NOT > WS-LEAVE-START
                   SET WS-TRAN-INVALID TO TRUE
               END-IF
           END-IF.

       6450-CHECK-RETURN-CALENDAR.
           IF WS-TUKI-N < 1 OR WS-TUKI-N > 12
               SET WS-TRAN-INVALID TO TRUE
           ELSE
               PERFORM 6100-CHECK-LEAP-YEAR
               MOVE WS-DAYS-IN-MONTH(WS-TUKI-N) TO WS-MAX-DAY
               IF WS-TUKI-N = 2 AND WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF WS-HI-N < 1 OR WS-HI-N > WS-MAX-DAY
                   SET WS-TRAN-INVALID TO TRUE
               END-IF
           END-IF.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
