      *
      *  LS-REC-TYPE IS "S" (START) OR "E" (END).  COUNTS ARE ZERO
      *  ON A START RECORD.
      *  THE START TIME OF THE CALLING JOB IS KEPT BETWEEN CALLS, SO
      *  ITS "E" RECORD CARRIES THE RUN TIME IN SECONDS (RUN-ELAPSED)
      *  AND A CHANGE TO A STEP SHOWS UP IN RUNSUMM THE NEXT MORNING.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS        PIC X(02).
       01 WS-CURRENT-DATE-TIME.
          03 WS-CDT-DATE          PIC 9(08).
          03 WS-CDT-HH            PIC 9(02).
          03 WS-CDT-MM            PIC 9(02).
          03 WS-CDT-SS            PIC 9(02).
          03 FILLER               PIC X(07).
       01 WS-NOW-SECS             PIC 9(11).
       01 WS-START-JOB            PIC X(08) VALUE SPACES.
       01 WS-START-SECS           PIC 9(11) VALUE ZERO.
       01 WS-ELAPSED              PIC 9(11) VALUE ZERO.

       LINKAGE SECTION.
       01 LS-JOB-NAME             PIC X(08).
           LS-WRITE-CNT LS-REJ-CNT LS-RUN-STATUS.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1000-TIME-RUN.

           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS = "35"
           MOVE LS-WRITE-CNT         TO RUN-WRITE-CNT.
           MOVE LS-REJ-CNT           TO RUN-REJ-CNT.
           MOVE LS-RUN-STATUS        TO RUN-STATUS.
           MOVE WS-ELAPSED           TO RUN-ELAPSED.
           WRITE RUNCTL-RECORD.

           CLOSE RUNCTL.
           GOBACK.

       1000-TIME-RUN.
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CDT-DATE) * 86400
               + WS-CDT-HH * 3600 + WS-CDT-MM * 60 + WS-CDT-SS.
           MOVE ZERO TO WS-ELAPSED.
           EVALUATE LS-REC-TYPE
               WHEN "S"
                   MOVE LS-JOB-NAME TO WS-START-JOB
                   MOVE WS-NOW-SECS TO WS-START-SECS
               WHEN "E"
                   IF LS-JOB-NAME = WS-START-JOB
                       AND WS-NOW-SECS NOT < WS-START-SECS
                       COMPUTE WS-ELAPSED = WS-NOW-SECS - WS-START-SECS
                       IF WS-ELAPSED > 999999
                           MOVE 999999 TO WS-ELAPSED
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM RUNLOG.
