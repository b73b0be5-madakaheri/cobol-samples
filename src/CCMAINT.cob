      *  INSTEAD OF LIVING IN A SPREADSHEET AND BEING RE-KEYED INTO
      *  PAYROLL'S SIDE AFTER EVERY REORG.  AN ADD IS REFUSED UNLESS
      *  THE ORG-CODE IS ON ORGMAST, SO A TYPO CANNOT CREATE A
      *  MAPPING TO A UNIT THAT DOES NOT EXIST, NOR TO A BU/KA LEVEL
      *  RECORD (SEE ORGREC), WHERE NO EMPLOYEE CAN SIT.  EVERY
      *  ACCEPT AND REJECT IS LOGGED TO CCTLOG; CCRECON FLAGS
      *  ORGMAST CODES STILL WITHOUT A MAPPING THE MORNING AFTER.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "ORG-CODE NOT ON ORGMAST"
                           TO WS-TRAN-REASON
                   NOT INVALID KEY
                       IF ORG-KA = SPACES OR ORG-KAKARI = SPACES
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "ORG-CODE IS A BU/KA LEVEL RECORD"
                               TO WS-TRAN-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-TRAN-VALID
