               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CCMAST ASSIGN TO "CCMAST"
