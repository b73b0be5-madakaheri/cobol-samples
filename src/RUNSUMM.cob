      *      MATCH THE RECORDS-WRITTEN COUNT OF THE JOB THAT ENDED
      *      BEFORE IT (BOTH NONZERO), SO BROKEN HANDOFFS BETWEEN
      *      STEPS SURFACE AT 6 A.M. INSTEAD OF AT MONTH-END.
      *  EACH END RECORD ALSO SHOWS THE JOB'S RUN TIME IN SECONDS.
      *  RUN THIS LAST IN THE STREAM; IT DELIBERATELY DOES NOT WRITE
      *  TO RUNCTL ITSELF.
      ***************************************************************
          03 FILLER  PIC X(07) VALUE "READ   ".
          03 FILLER  PIC X(07) VALUE "WRITE  ".
          03 FILLER  PIC X(07) VALUE "REJ    ".
          03 FILLER  PIC X(09) VALUE "STATUS   ".
          03 FILLER  PIC X(06) VALUE "  SECS".

       01 WS-DETAIL-LINE.
          03 WS-DTL-JOB           PIC X(08).
          03 WS-DTL-REJ           PIC ZZZZZ9.
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-STATUS        PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-ELAPSED       PIC ZZZZZ9.
          03 WS-DTL-ELAPSED-X REDEFINES WS-DTL-ELAPSED
                                  PIC X(06).

       01 WS-MISMATCH-LINE.
          03 FILLER               PIC X(09) VALUE "WARNING: ".
           MOVE RUN-WRITE-CNT TO WS-DTL-WRITE.
           MOVE RUN-REJ-CNT   TO WS-DTL-REJ.
           MOVE RUN-STATUS    TO WS-DTL-STATUS.
      *    RECORDS WRITTEN BEFORE RUN TIMES WERE KEPT HAVE NONE.
           IF RUN-REC-TYPE = "E" AND RUN-ELAPSED IS NUMERIC
               MOVE RUN-ELAPSED TO WS-DTL-ELAPSED
           ELSE
               MOVE SPACES TO WS-DTL-ELAPSED-X
           END-IF.
           MOVE WS-DETAIL-LINE TO RUNSRPT-LINE.
           WRITE RUNSRPT-LINE.

