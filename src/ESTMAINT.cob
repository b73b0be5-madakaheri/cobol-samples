      *  THE ESTABLISHMENT MASTER (ESTMAST) SO THE HEADCOUNT
      *  APPROVED PER UNIT AND FISCAL YEAR IS KEYED ONCE AND CAN BE
      *  JOINED AGAINST THE ACTUALS (ESTVARPT) INSTEAD OF SITTING IN
      *  A BINDER.  AN ADD IS REFUSED UNLESS THE ORG-CODE IS A UNIT
      *  ON ORGMAST - NOT A BU/KA LEVEL RECORD (SEE ORGREC), WHICH
      *  HOLDS NO EMPLOYEES - AND THE COUNT IS NUMERIC.  EVERY
      *  ACCEPT AND REJECT IS LOGGED TO ESTLOG.
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
