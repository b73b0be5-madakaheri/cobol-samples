      *****************************************************************
      *  SUSPREC.CPY
      *  REJECTED-TRANSACTION SUSPENSE FILE (SUSPMAST) RECORD LAYOUT.
      *  ONE RECORD PER TRANSACTION EMPMAINT OR ORGMAINT REJECTED,
      *  WRITTEN THROUGH SUSPLOG, HOLDING THE WHOLE EMPTRAN OR
      *  ORGTRAN IMAGE SO THE CLERK CORRECTS THE ITEM INSTEAD OF
      *  RE-KEYING IT.  KEYED BY FILE ("E" = EMPTRAN, "O" = ORGTRAN),
      *  THE DATE FIRST REJECTED AND A SEQUENCE WITHIN THAT DATE.
      *  SUS-STATUS:
      *    "O" OPEN       - REJECTED, WAITING FOR THE CLERK
      *    "C" CORRECTED  - CORRECTED THROUGH SUSPMNT, TRANREL WILL
      *                     RECYCLE IT INTO THE NEXT NIGHT'S INPUT
      *    "R" RECYCLED   - RELEASED BY TRANREL (OR HELD ON THE
      *                     PENDING FILE), RESULT NOT YET KNOWN
      *    "A" APPLIED    - THE RECYCLED ITEM WAS ACCEPTED (CLOSED)
      *    "X" CANCELLED  - WITHDRAWN BY THE CLERK, OR THE RECYCLED
      *                     ITEM WAS DECLINED AT APPROVAL (CLOSED)
      *  A RECYCLED ITEM THAT IS REJECTED AGAIN GOES BACK TO "O" WITH
      *  THE NEW REASON AND SUS-RETRY-CNT UP BY ONE.  SUS-BUSYO IS
      *  THE SUBMITTING DEPARTMENT (TRAN-BUSYO, FROM BAT-HDR-BUSYO);
      *  ORGTRAN HAS NO BATCHES, SO IT IS BLANK ON ORGTRAN
      *  (SUS-FILE "O") ITEMS.
      *****************************************************************
       01 SUSPENSE-RECORD.
          03 SUS-KEY.
             05 SUS-FILE         PIC X(01).
                88 SUS-EMP-ITEM            VALUE "E".
                88 SUS-ORG-ITEM            VALUE "O".
             05 SUS-FIRST-DATE   PIC X(08).
             05 SUS-SEQ          PIC 9(04).
          03 SUS-STATUS          PIC X(01).
             88 SUS-OPEN                   VALUE "O".
             88 SUS-CORRECTED              VALUE "C".
             88 SUS-RECYCLED               VALUE "R".
             88 SUS-APPLIED                VALUE "A".
             88 SUS-CANCELLED              VALUE "X".
             88 SUS-OUTSTANDING            VALUE "O" "C" "R".
          03 SUS-BUSYO           PIC X(12).
          03 SUS-REASON          PIC X(40).
          03 SUS-LAST-DATE       PIC X(08).
          03 SUS-RETRY-CNT       PIC 9(03).
          03 SUS-MAKER-USERID    PIC X(08).
          03 SUS-CLERK-USERID    PIC X(08).
          03 SUS-TRAN-IMAGE      PIC X(221).
