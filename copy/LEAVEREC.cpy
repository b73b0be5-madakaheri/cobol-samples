      *****************************************************************
      *  LEAVEREC.CPY
      *  LEAVE-OF-ABSENCE REGISTER (LEAVMAST) RECORD LAYOUT.
      *  ONE RECORD PER LEAVE TAKEN, KEYED BY EMP-ID AND THE LEAVE
      *  START DATE (YYYYMMDD, THE DATE EMPMAINT STAMPS IN
      *  TAISYOKUBI), SO AN EMPLOYEE'S SECOND MATERNITY OR SICK
      *  LEAVE SITS BESIDE THE FIRST INSTEAD OF OVERWRITING IT.
      *  EMPMAINT WRITES THE RECORD WHEN AN "L" LEAVER TRANSACTION
      *  APPLIES (A REPEAT "L" WITH THE SAME START DATE EXTENDS THE
      *  EXPECTED RETURN) AND FILLS LV-ACT-RETURN WHEN THE "A"
      *  REINSTATEMENT APPLIES.  LV-ACT-RETURN BLANK MEANS THE LEAVE
      *  IS STILL OPEN.  LEAVERPT READS IT DAILY FOR OVERDUE AND
      *  DUE-BACK RETURNS - THE SPREADSHEET HR USED TO KEEP.
      *****************************************************************
       01 LEAVE-RECORD.
          03 LV-KEY.
             05 LV-EMP-ID     PIC X(06).
             05 LV-START-DATE PIC X(08).
          03 LV-TYPE          PIC X(02).
             88 LV-MATERNITY              VALUE "MT".
             88 LV-CHILDCARE              VALUE "CC".
             88 LV-NURSING-CARE           VALUE "NC".
             88 LV-SICK                   VALUE "SK".
             88 LV-OTHER                  VALUE "OT".
             88 LV-TYPE-VALID             VALUE "MT" "CC" "NC"
                                                "SK" "OT".
          03 LV-EXP-RETURN    PIC X(08).
          03 LV-ACT-RETURN    PIC X(08).
          03 LV-USERID        PIC X(08).
          03 LV-RET-USERID    PIC X(08).
