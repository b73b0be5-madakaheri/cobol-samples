      *****************************************************************
      *  SUSPCTRN.CPY
      *  SUSPENSE CORRECTION TRANSACTION (SUSPCORR FILE), KEYED BY
      *  THE CLERK AGAINST AN ITEM ON THE SUSPENSE FILE (SUSPMAST).
      *  SCR-ACTION: "C" = CORRECT - SCR-TRAN-IMAGE REPLACES THE
      *  REJECTED EMPTRAN/ORGTRAN IMAGE IN FULL AND TRANREL RECYCLES
      *  IT THE NEXT NIGHT; "X" = CANCEL - THE ITEM IS WITHDRAWN AND
      *  NEVER RECYCLED (SCR-TRAN-IMAGE BLANK).  SCR-SUS-KEY IS THE
      *  KEY PRINTED ON THE SUSPENSE AGING REPORT (SUSPAGE).
      *****************************************************************
       01 SUSP-CORR-RECORD.
          03 SCR-ACTION         PIC X(01).
          03 SCR-SUS-KEY        PIC X(13).
          03 SCR-USERID         PIC X(08).
          03 SCR-TRAN-IMAGE     PIC X(221).
