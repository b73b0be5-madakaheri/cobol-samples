      *****************************************************************
      *  APRTRAN.CPY
      *  APPROVAL TRANSACTION RECORD (APRTRAN FILE).  ONE LINE PER
      *  DECISION ON A TRANSACTION TRANREL IS HOLDING FOR APPROVAL
      *  (SEE EMPTRAN, ORGTRAN), KEYED BY THE CHECKER FROM THE
      *  OUTSTANDING-APPROVALS REPORT (APRAGE) AND READ BY TRANREL THE
      *  SAME NIGHT.
      *  APR-REF IS THE HELD ITEM'S TRAN-APR-REF/OTR-APR-REF.
      *  APR-ACTION: "A" = APPROVE (THE ITEM IS RELEASED AS ANY OTHER,
      *  OR STAYS PENDING UNTIL ITS EFFECTIVE DATE), "X" = DECLINE
      *  (THE ITEM IS DROPPED AND NEVER APPLIES).
      *  APR-USERID MUST DIFFER FROM THE MAKER'S TRAN-USERID/
      *  OTR-USERID AND, WHERE THE MAKER NOMINATED AN APPROVER, BE
      *  THAT USER; OTHERWISE THE DECISION IS REFUSED ON RELRPT AND
      *  THE ITEM STAYS HELD.
      *****************************************************************
       01 APRTRAN-RECORD.
          03 APR-REF.
             05 APR-REF-DATE    PIC X(08).
             05 APR-REF-SEQ     PIC X(06).
          03 APR-ACTION         PIC X(01).
             88 APR-APPROVE               VALUE "A".
             88 APR-DECLINE               VALUE "X".
          03 APR-USERID         PIC X(08).
