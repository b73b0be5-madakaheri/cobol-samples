      *  FUTURE-DATED TRANSACTIONS ON THE PENDING FILE (ORGPEND) AND
      *  RELEASES THEM INTO THE NIGHT'S ORGMAINT INPUT WHEN THE DATE
      *  ARRIVES.
      *  "H" = SET UNIT HEAD: OTR-HEAD-EMP-ID BECOMES THE HEAD OF THE
      *  UNIT IN THE OLD FIELDS (BLANK VACATES IT).  AN "A" MAY ALSO
      *  NAME THE NEW UNIT'S HEAD; A RENAME CARRIES THE OLD UNIT'S
      *  HEAD ACROSS.  A HEAD MUST BE ON EMPMAST AND ON THE ROLL.
      *  A UNIT WITH BLANK KA AND KAKARI IS THE BU LEVEL, ONE WITH A
      *  BLANK KAKARI THE KA LEVEL (SEE ORGREC); THOSE EXIST ONLY TO
      *  CARRY A HEAD AND CANNOT BE THE TARGET OF A TRANSFER.  AN
      *  "R" MAY RENAME A LEVEL RECORD ONLY TO ONE OF THE SAME LEVEL,
      *  AND IS REFUSED WHILE ANY UNIT IS STILL UNDER THE OLD BU (OR
      *  BU AND KA) - THE UNITS ARE RENAMED FIRST, THEN THE LEVEL.
      *  OTR-SUSP-KEY IS BLANK ON A KEYED TRANSACTION; TRANREL FILLS
      *  IT ON A CORRECTED ITEM RECYCLED FROM SUSPENSE (SEE SUSPREC).
      *  AN "M" OR "R" MOVES EVERY EMPLOYEE IN THE UNIT, SO IT NEEDS
      *  A SECOND USER'S APPROVAL BEFORE TRANREL RELEASES IT.
      *  OTR-APPROVER, OTR-APR-REF AND OTR-APR-STATUS WORK AS
      *  TRAN-APPROVER, TRAN-APR-REF AND TRAN-APR-STATUS ON EMPTRAN.
      *****************************************************************
       01 ORGTRAN-RECORD.
          03 OTR-CODE           PIC X(01).
          03 OTR-NEW-KAKARI     PIC X(10).
          03 OTR-USERID         PIC X(08).
          03 OTR-EFF-DATE       PIC X(08).
          03 OTR-HEAD-EMP-ID    PIC X(06).
          03 OTR-SUSP-KEY       PIC X(13).
          03 OTR-APPROVER       PIC X(08).
          03 OTR-APR-REF.
             05 OTR-APR-DATE    PIC X(08).
             05 OTR-APR-SEQ     PIC X(06).
          03 OTR-APR-STATUS     PIC X(01).
             88 OTR-APR-HELD              VALUE "H".
             88 OTR-APPROVED              VALUE "A".
