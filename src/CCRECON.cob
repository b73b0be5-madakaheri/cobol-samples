      *  CCMAINT).  CODES WITH NO COST-CENTER MAPPING ARE WRITTEN TO
      *  CCEXCP - THE SAME WAY SAMPLE05 SURFACES ORPHANED SYOZOKU -
      *  SO A NEW OR RENAMED UNIT CANNOT SIT UNCHARGEABLE UNTIL
      *  FINANCE NOTICES AT MONTH-END.  BU AND KA LEVEL RECORDS
      *  (BLANK KA/KAKARI, CARRYING ONLY THAT LEVEL'S HEAD) HAVE NO
      *  EMPLOYEES TO CHARGE AND ARE PASSED OVER.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       2000-PROCESS-ORG-CODE.
           ADD 1 TO WS-RUN-READ-CNT.
           EVALUATE TRUE
               WHEN ORG-KA = SPACES OR ORG-KAKARI = SPACES
                   CONTINUE
               WHEN WS-CC-AVAIL
                   MOVE ORG-CODE TO CC-ORG-CODE
                   READ CCMAST
                       INVALID KEY
                           PERFORM 2200-WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-VALID-COUNT
                   END-READ
               WHEN OTHER
                   PERFORM 2200-WRITE-EXCEPTION
           END-EVALUATE.
           PERFORM 2100-READ-ORGMAST.

       2100-READ-ORGMAST.
