      *  TRANSACTION SETS TRAN-ZAISEKI-KBN ("L" = ON LEAVE, "R" =
      *  RETIRED/RESIGNED) AND THE LEAVE DATE; DELETE IS RESERVED FOR
      *  PURGING AN ALREADY-LEFT EMPLOYEE AT RETENTION EXPIRY.
      *  AN "L" (ON LEAVE) TRANSACTION ALSO CARRIES THE LEAVE TYPE
      *  (TRAN-LEAVE-TYPE, CODES AS ON LEAVEREC) AND THE EXPECTED
      *  RETURN DATE (TRAN-RETURN-DATE, YYYYMMDD) FOR THE LEAVE
      *  REGISTER; BOTH ARE BLANK ON EVERY OTHER TRANSACTION.
      *  TRAN-BUSYO IS STAMPED BY EMPEDIT FROM THE BATCH HEADER
      *  (BAT-HDR-BUSYO) SO THE NIGHT RUN KNOWS WHICH DEPARTMENT
      *  SUBMITTED EACH DETAIL.  TRAN-SUSP-KEY IS BLANK ON A KEYED
      *  TRANSACTION; TRANREL FILLS IT WHEN IT RECYCLES A CORRECTED
      *  ITEM FROM THE SUSPENSE FILE (SEE SUSPREC), SO A SECOND
      *  REJECT UPDATES THE SAME SUSPENSE ITEM AND AN ACCEPT CLOSES
      *  IT.
      *  TRAN-BIRTH-DATE (YYYYMMDD), TRAN-SEIBETSU ("1" MALE, "2"
      *  FEMALE) AND TRAN-KISO-NENKIN-NO (10-DIGIT BASIC PENSION
      *  NUMBER) ARE OPTIONAL ON AN ADD AND, LIKE THE NAME FIELDS,
      *  BLANK MEANS "NO CHANGE" ON A CHANGE; WHEN KEYED THEY MUST BE
      *  VALID.
      *
      *  EACH DEPARTMENT'S TRANSACTIONS ARE KEYED AS A BATCH: ONE "H"
      *  HEADER (SUBMITTING DEPARTMENT AND PREPARER) BEFORE THE
      *  ARRIVES; THE DATE IS CARRIED THROUGH TO HIS-EFF-DATE ON
      *  EMPHIST SO THE HISTORY SHOWS WHEN A MOVE TOOK EFFECT, NOT
      *  WHEN IT WAS KEYED.
      *
      *  A "D" DELETE, AN "L" LEAVER WITH ZAISEKI-KBN "R" AND A "C"
      *  THAT CHANGES ANY SHIMEI FIELD NEED A SECOND USER'S APPROVAL
      *  BEFORE TRANREL RELEASES THEM.  TRAN-APPROVER IS KEYED WITH
      *  THE USER NOMINATED TO APPROVE (BLANK = ANY USER OTHER THAN
      *  TRAN-USERID); TRANREL OVERWRITES IT WITH THE USER WHO DID.
      *  TRAN-APR-REF (DATE FIRST HELD + SEQUENCE) AND
      *  TRAN-APR-STATUS ARE SET BY TRANREL ONLY - ANYTHING KEYED IN
      *  THEM IS CLEARED - AND ARE QUOTED ON THE APPROVAL
      *  TRANSACTION (SEE APRTRAN).
      *****************************************************************
       01 EMPTRAN-RECORD.
          03 TRAN-CODE          PIC X(01).
          03 TRAN-USERID        PIC X(08).
          03 TRAN-ZAISEKI-KBN   PIC X(01).
          03 TRAN-EFF-DATE      PIC X(08).
          03 TRAN-LEAVE-TYPE    PIC X(02).
          03 TRAN-RETURN-DATE   PIC X(08).
          03 TRAN-BUSYO         PIC X(12).
          03 TRAN-SUSP-KEY      PIC X(13).
          03 TRAN-BIRTH-DATE    PIC X(08).
          03 TRAN-SEIBETSU      PIC X(01).
          03 TRAN-KISO-NENKIN-NO PIC X(10).
          03 TRAN-APPROVER      PIC X(08).
          03 TRAN-APR-REF.
             05 TRAN-APR-DATE   PIC X(08).
             05 TRAN-APR-SEQ    PIC X(06).
          03 TRAN-APR-STATUS    PIC X(01).
             88 TRAN-APR-HELD             VALUE "H".
             88 TRAN-APPROVED             VALUE "A".
       01 EMPTRAN-BATCH-HDR.
          03 BAT-HDR-CODE       PIC X(01).
          03 BAT-HDR-BUSYO      PIC X(12).
