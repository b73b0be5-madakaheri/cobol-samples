      *  ONE RECORD PER VALID BU/KA/KAKARI COMBINATION.  KEYED BY
      *  ORG-CODE SO SAMPLE05 CAN VALIDATE AN EMPLOYEE'S SYOZOKU BY
      *  DIRECT READ INSTEAD OF A TABLE SEARCH.
      *  ORG-HEAD-EMP-ID NAMES THE ON-ROLL EMPLOYEE WHO HEADS THE
      *  UNIT (BLANK = VACANT), MAINTAINED BY ORGMAINT "H"
      *  TRANSACTIONS.  SO THAT A BU OR A KA CAN HAVE A HEAD OF ITS
      *  OWN, A UNIT RECORD MAY STAND FOR A WHOLE LEVEL: ORG-KA AND
      *  ORG-KAKARI BOTH BLANK IS THE BU ITSELF, ORG-KAKARI ALONE
      *  BLANK IS THE KA.  NO EMPLOYEE IS EVER ASSIGNED TO A LEVEL
      *  RECORD (EVERY SYOZOKU CARRIES ALL THREE CODES), AND THE KEY
      *  ORDER PUTS EACH LEVEL RECORD AHEAD OF THE UNITS UNDER IT,
      *  WHICH IS THE ORDER ORGCHART PRINTS THE HIERARCHY IN.
      *****************************************************************
       01 ORG-RECORD.
          03 ORG-CODE.
             05 ORG-BU        PIC X(12).
             05 ORG-KA        PIC X(10).
             05 ORG-KAKARI    PIC X(10).
          03 ORG-HEAD-EMP-ID  PIC X(06).
