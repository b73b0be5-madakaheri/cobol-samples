       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDPEXTR.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  NIGHTLY IDENTITY-PROVISIONING FEED.
      *  RUNS AFTER EMPMAINT AND ORGMAINT.  COPIES THE ACCOUNT EVENTS
      *  RAISED THROUGH IDPLOG DURING THE NIGHT (IDPEVNT: JOINERS,
      *  MOVERS, NAME CHANGES, LEAVE/RETURN, LEAVERS AND FUTURE
      *  LEAVERS ANNOUNCED BY TRANREL) TO THE FEED IT'S PROVISIONING
      *  SYSTEM PICKS UP (IDPFEED), SO ACCOUNTS ARE CREATED, MOVED
      *  AND DISABLED FROM THE MASTER INSTEAD OF FROM E-MAILS AND A
      *  LEAVER'S ACCESS ENDS ON TAISYOKUBI, NOT DAYS LATER.
      *  EACH EVENT IS GIVEN ITS IDP-EVENT-ID - TONIGHT'S BUSINESS
      *  DATE AND A SEQUENCE NUMBER FROM 1 - WHICH IT QUOTES BACK ON
      *  ITS ACKNOWLEDGMENT FILE FOR IDPRECON.  THE FILE KEEPS THE
      *  HEADER/TRAILER CONTROL-TOTAL DISCIPLINE OF THE PAYROLL
      *  EXTRACT (SEE IDPEVREC).  A NIGHT WITH NO EVENTS STILL SENDS
      *  A HEADER AND A ZERO TRAILER, SO IT CAN TELL "NOTHING
      *  CHANGED" FROM "NO FILE".
      *  ONCE THE FEED IS WRITTEN THE EVENT FILE IS EMPTIED, SO EACH
      *  EVENT IS SENT ONCE.  A RERUN AFTER A COMPLETE FEED FOR THE
      *  SAME BUSINESS DATE WOULD OVERWRITE IT WITH AN EMPTY ONE, SO
      *  IT IS REFUSED ("G"/REFUSED ON RUNCTL, RETURN CODE 8, AS
      *  DEPGATE DOES).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDPEVNT ASSIGN TO "IDPEVNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDPEVNT-STATUS.

           SELECT IDPFEED ASSIGN TO "IDPFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDPFEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDPEVNT
           LABEL RECORDS ARE STANDARD.
       01 IDPEVNT-LINE            PIC X(200).

       FD  IDPFEED
           LABEL RECORDS ARE STANDARD.
           COPY IDPEVREC.

       WORKING-STORAGE SECTION.
       01 WS-IDPEVNT-STATUS       PIC X(02).
       01 WS-IDPFEED-STATUS       PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-EVENTS-OPEN-SW       PIC X     VALUE "N".
          88 WS-EVENTS-OPEN                 VALUE "Y".
       01 WS-REFUSED-SW           PIC X     VALUE "N".
          88 WS-REFUSED                     VALUE "Y".
       01 WS-PREV-HDR-DATE        PIC X(08) VALUE SPACES.
       01 WS-PREV-TRAILER-SW      PIC X     VALUE "N".
          88 WS-PREV-TRAILER                VALUE "Y".

       01 WS-BIZ-DATE             PIC X(08).
       01 WS-EVENT-COUNT          PIC 9(06) VALUE ZERO.

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "IDPEXTR".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           PERFORM 0500-CHECK-PREVIOUS-FEED.
           IF WS-REFUSED
               PERFORM 8920-LOG-RUN-REFUSED
           ELSE
               PERFORM 8900-LOG-RUN-START
               PERFORM 1000-INITIALIZE
               PERFORM 2000-COPY-EVENT UNTIL WS-EOF
               PERFORM 9000-TERMINATE
               PERFORM 8910-LOG-RUN-END
           END-IF.
           STOP RUN.

      *    THE FEED LEFT BY THE LAST RUN.  ONLY A COMPLETE ONE (HEADER
      *    AND TRAILER) FOR TONIGHT'S DATE STOPS THE RUN; A FEED CUT
      *    SHORT BY A FAILURE IS SIMPLY WRITTEN AGAIN.
       0500-CHECK-PREVIOUS-FEED.
           OPEN INPUT IDPFEED.
           IF WS-IDPFEED-STATUS = "00"
               PERFORM 0600-READ-PREVIOUS-FEED
               PERFORM UNTIL WS-EOF
                   EVALUATE IDP-REC-TYPE
                       WHEN "H"
                           MOVE IDP-HDR-DATE TO WS-PREV-HDR-DATE
                       WHEN "T"
                           MOVE "Y" TO WS-PREV-TRAILER-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM 0600-READ-PREVIOUS-FEED
               END-PERFORM
               CLOSE IDPFEED
           END-IF.
           SET WS-EOF TO FALSE.
           IF WS-PREV-HDR-DATE = WS-BIZ-DATE AND WS-PREV-TRAILER
               MOVE "Y" TO WS-REFUSED-SW
           END-IF.

       0600-READ-PREVIOUS-FEED.
           READ IDPFEED
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *    NO EVENT FILE MEANS NOTHING WAS RAISED TONIGHT.
       1000-INITIALIZE.
           OPEN OUTPUT IDPFEED.
           MOVE SPACES      TO IDP-HEADER.
           MOVE "H"         TO IDP-HDR-TYPE.
           MOVE WS-BIZ-DATE TO IDP-HDR-DATE.
           WRITE IDP-HEADER.
           OPEN INPUT IDPEVNT.
           IF WS-IDPEVNT-STATUS = "00"
               MOVE "Y" TO WS-EVENTS-OPEN-SW
               PERFORM 2100-READ-IDPEVNT
           ELSE
               DISPLAY "IDPEXTR: NO IDPEVNT, STATUS="
                   WS-IDPEVNT-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       2000-COPY-EVENT.
           ADD 1 TO WS-RUN-READ-CNT.
           MOVE IDPEVNT-LINE TO IDP-RECORD.
           IF IDP-REC-TYPE = "D"
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-BIZ-DATE    TO IDP-EVENT-DATE
               MOVE WS-EVENT-COUNT TO IDP-EVENT-SEQ
               WRITE IDP-RECORD
               ADD 1 TO WS-RUN-WRITE-CNT
           ELSE
               DISPLAY "IDPEXTR: UNKNOWN RECORD TYPE " IDP-REC-TYPE
                   " SKIPPED"
               ADD 1 TO WS-RUN-REJ-CNT
           END-IF.
           PERFORM 2100-READ-IDPEVNT.

       2100-READ-IDPEVNT.
           READ IDPEVNT
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           PERFORM 8950-CALL-RUNLOG.

      *    THE STEP NEVER STARTED, SO NO "S"/"E" PAIR - THE "G"
      *    RECORD SAYS WHY, THE SAME AS A DEPGATE REFUSAL.
       8920-LOG-RUN-REFUSED.
           MOVE "G"       TO WS-RUN-REC-TYPE.
           MOVE "REFUSED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE 8 TO RETURN-CODE.
           DISPLAY "IDPEXTR: REFUSED - IDPFEED ALREADY COMPLETE FOR "
               WS-BIZ-DATE.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

      *    THE EVENT FILE IS EMPTIED ONLY AFTER THE TRAILER IS ON THE
      *    FEED.
       9000-TERMINATE.
           MOVE SPACES         TO IDP-TRAILER.
           MOVE "T"            TO IDP-TRL-TYPE.
           MOVE WS-EVENT-COUNT TO IDP-TRL-COUNT.
           MOVE WS-BIZ-DATE    TO IDP-TRL-DATE.
           WRITE IDP-TRAILER.
           CLOSE IDPFEED.
           IF WS-EVENTS-OPEN
               CLOSE IDPEVNT
               OPEN OUTPUT IDPEVNT
               CLOSE IDPEVNT
           END-IF.
           DISPLAY "IDPEXTR: " WS-EVENT-COUNT " EVENTS SENT FOR "
               WS-BIZ-DATE.

       END PROGRAM IDPEXTR.
