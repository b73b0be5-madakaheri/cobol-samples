               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EMPHIST ASSIGN TO "EMPHIST"
