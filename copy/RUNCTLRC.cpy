      *  NIGHT IN SEQUENCE FROM THIS FILE).  DEPGATE ADDS A "G"
      *  RECORD (RUN-STATUS REFUSED) UNDER A DEPENDENT JOB'S NAME
      *  WHEN ITS PREDECESSORS HAVE NOT ENDED NORMAL AND THE STEP
      *  WAS HELD; PAYEXTR, TRANREL AND EMPPURGE WRITE THE SAME "G"
      *  RECORD THEMSELVES WHEN GENCHK FINDS THEIR INPUT IS NOT THE
      *  CURRENT GENERATION.
      *  RUN-ELAPSED IS THE JOB'S RUN TIME IN SECONDS, FROM ITS OWN
      *  "S" RECORD TO THIS ONE, ON "E" RECORDS (ZERO ON THE OTHERS).
      *****************************************************************
       01 RUNCTL-RECORD.
          03 RUN-JOB-NAME     PIC X(08).
          03 RUN-REJ-CNT      PIC 9(06).
          03 FILLER           PIC X     VALUE SPACE.
          03 RUN-STATUS       PIC X(08).
          03 FILLER           PIC X     VALUE SPACE.
          03 RUN-ELAPSED      PIC 9(06).
