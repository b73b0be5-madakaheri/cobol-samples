      *****************************************************************
      *  IDPEVREC.CPY
      *  IDENTITY-PROVISIONING EVENT RECORD LAYOUTS, AGREED WITH IT.
      *  ONE "D" DETAIL PER ACCOUNT EVENT: IDPLOG APPENDS THEM TO THE
      *  DAY'S EVENT FILE (IDPEVNT) AS EMPMAINT, ORGMAINT AND TRANREL
      *  APPLY OR HOLD CHANGES, WITH IDP-EVENT-ID STILL BLANK;
      *  IDPEXTR NUMBERS THEM AND WRAPS THEM IN ONE "H" HEADER AND ONE
      *  "T" TRAILER (DETAIL COUNT) ON THE NIGHTLY FEED (IDPFEED).
      *  IDP-EVENT-ID IS THE FEED'S BUSINESS DATE AND A SEQUENCE
      *  NUMBER WITHIN IT, UNIQUE ACROSS NIGHTS, AND IS THE KEY IT
      *  QUOTES BACK ON ITS ACKNOWLEDGMENT FILE (SEE IDPACKFD).
      *  IDP-EVENT-TYPE:
      *    "J" = JOINER (ADD)            "M" = MOVER (SYOZOKU CHANGE)
      *    "N" = NAME CHANGE             "S" = START OF LEAVE
      *    "B" = BACK FROM LEAVE / REINSTATED
      *    "X" = LEAVER (ACCESS ENDS ON IDP-EFF-DATE)
      *    "F" = FUTURE LEAVER, ANNOUNCED WHEN THE FUTURE-DATED LEAVER
      *          TRANSACTION IS FIRST HELD ON EMPPEND, SO THE ACCOUNT
      *          CAN BE CUT ON THE EXACT DAY; THE "X" FOLLOWS WHEN IT
      *          IS APPLIED.
      *  THE NAME IS THE EMPLOYEE'S NAME AFTER THE CHANGE.  OLD
      *  SYOZOKU IS BLANK ON A JOINER, NEW SYOZOKU BLANK ON A LEAVER
      *  OR FUTURE LEAVER; OTHERWISE BOTH ARE CARRIED (EQUAL WHEN THE
      *  EVENT IS NOT A MOVE).  IDP-EFF-DATE (YYYYMMDD) IS THE HIRE
      *  DATE, THE LEAVE DATE OR THE TRANSACTION'S EFFECTIVE DATE.
      *  IDP-SOURCE IS THE JOB THAT RAISED THE EVENT.
      *****************************************************************
       01 IDP-RECORD.
          03 IDP-REC-TYPE       PIC X(01).
          03 IDP-EVENT-ID.
             05 IDP-EVENT-DATE  PIC X(08).
             05 IDP-EVENT-SEQ   PIC 9(06).
          03 IDP-EVENT-TYPE     PIC X(01).
             88 IDP-JOINER                VALUE "J".
             88 IDP-MOVER                 VALUE "M".
             88 IDP-NAME-CHANGE           VALUE "N".
             88 IDP-START-LEAVE           VALUE "S".
             88 IDP-BACK                  VALUE "B".
             88 IDP-LEAVER                VALUE "X".
             88 IDP-FUTURE-LEAVER         VALUE "F".
          03 IDP-EMP-ID         PIC X(06).
          03 IDP-SHIMEI.
             05 IDP-MYOUJI      PIC X(20).
             05 IDP-NAMAE       PIC X(20).
             05 IDP-MYOUJI-KANA PIC X(20).
             05 IDP-NAMAE-KANA  PIC X(20).
          03 IDP-OLD-SYOZOKU.
             05 IDP-OLD-BU      PIC X(12).
             05 IDP-OLD-KA      PIC X(10).
             05 IDP-OLD-KAKARI  PIC X(10).
          03 IDP-NEW-SYOZOKU.
             05 IDP-NEW-BU      PIC X(12).
             05 IDP-NEW-KA      PIC X(10).
             05 IDP-NEW-KAKARI  PIC X(10).
          03 IDP-EFF-DATE       PIC X(08).
          03 IDP-USERID         PIC X(08).
          03 IDP-SOURCE         PIC X(08).
          03 FILLER             PIC X(10).
       01 IDP-HEADER.
          03 IDP-HDR-TYPE       PIC X(01).
          03 IDP-HDR-DATE       PIC X(08).
          03 FILLER             PIC X(191).
       01 IDP-TRAILER.
          03 IDP-TRL-TYPE       PIC X(01).
          03 IDP-TRL-COUNT      PIC 9(06).
          03 IDP-TRL-DATE       PIC X(08).
          03 FILLER             PIC X(185).
