               END-IF
           END-IF.

      *    HEADS ARE ASSIGNED THROUGH ORGMAINT, NOT THE SEED, SINCE
      *    THEY HAVE TO BE CHECKED AGAINST EMPMAST.
       2000-LOAD-RECORD.
           MOVE SPACES TO ORG-RECORD.
           MOVE ORGSEED-RECORD(01:12) TO ORG-BU.
           MOVE ORGSEED-RECORD(13:10) TO ORG-KA.
           MOVE ORGSEED-RECORD(23:10) TO ORG-KAKARI.
