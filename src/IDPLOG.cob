       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDPLOG.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  CALLABLE IDENTITY-PROVISIONING EVENT WRITER.
      *  CALLED BY ANY PROGRAM THAT ADDS AN EMPLOYEE, MOVES ONE, CHANGES
      *  A NAME OR STATUS (EMPMAINT, ORGMAINT) OR HOLDS A FUTURE-DATED
      *  LEAVER (TRANREL), SO THERE IS A SINGLE PLACE THAT OWNS THE
      *  IDPEVNT LAYOUT, THE WAY AUDITLOG OWNS AUDITJRN.  EVENTS
      *  ACCUMULATE ON IDPEVNT THROUGH THE NIGHT; IDPEXTR NUMBERS
      *  THEM ONTO THE FEED FOR IT AND EMPTIES THE FILE.  THE CALLER
      *  PASSES THE EFFECTIVE DATE (YYYYMMDD); SPACES MEANS THE
      *  BUSINESS DATE FROM BIZDATE, AS FOR HISTLOG.
      *
      *  CALL 'IDPLOG' USING LS-IDP-EVENT LS-EMP-ID LS-SHIMEI
      *                      LS-OLD-SYOZOKU LS-NEW-SYOZOKU
      *                      LS-EFF-DATE LS-USERID LS-JOB-NAME.
      *
      *  LS-IDP-EVENT IS ONE OF THE IDP-EVENT-TYPE CODES ON
      *  IDPEVREC; LS-SHIMEI IS THE EMPREC SHIMEI GROUP.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDPEVNT ASSIGN TO "IDPEVNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDPEVNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDPEVNT
           LABEL RECORDS ARE STANDARD.
           COPY IDPEVREC.

       WORKING-STORAGE SECTION.
       01 WS-IDPEVNT-STATUS       PIC X(02).
       01 WS-BIZ-DATE             PIC X(08).

       LINKAGE SECTION.
       01 LS-IDP-EVENT            PIC X(01).
       01 LS-EMP-ID               PIC X(06).
       01 LS-SHIMEI               PIC X(80).
       01 LS-OLD-SYOZOKU          PIC X(32).
       01 LS-NEW-SYOZOKU          PIC X(32).
       01 LS-EFF-DATE             PIC X(08).
       01 LS-USERID               PIC X(08).
       01 LS-JOB-NAME             PIC X(08).

       PROCEDURE DIVISION USING LS-IDP-EVENT LS-EMP-ID LS-SHIMEI
           LS-OLD-SYOZOKU LS-NEW-SYOZOKU LS-EFF-DATE LS-USERID
           LS-JOB-NAME.
       0000-MAIN.
           OPEN EXTEND IDPEVNT.
           IF WS-IDPEVNT-STATUS = "35"
               OPEN OUTPUT IDPEVNT
           END-IF.

           MOVE SPACES          TO IDP-RECORD.
           MOVE "D"             TO IDP-REC-TYPE.
           MOVE LS-IDP-EVENT    TO IDP-EVENT-TYPE.
           MOVE LS-EMP-ID       TO IDP-EMP-ID.
           MOVE LS-SHIMEI       TO IDP-SHIMEI.
           MOVE LS-OLD-SYOZOKU  TO IDP-OLD-SYOZOKU.
           MOVE LS-NEW-SYOZOKU  TO IDP-NEW-SYOZOKU.
           IF LS-EFF-DATE = SPACES
               CALL "BIZDATE" USING WS-BIZ-DATE
               MOVE WS-BIZ-DATE TO IDP-EFF-DATE
           ELSE
               MOVE LS-EFF-DATE TO IDP-EFF-DATE
           END-IF.
           MOVE LS-USERID       TO IDP-USERID.
           MOVE LS-JOB-NAME     TO IDP-SOURCE.
           WRITE IDP-RECORD.

           CLOSE IDPEVNT.
           GOBACK.

       END PROGRAM IDPLOG.
