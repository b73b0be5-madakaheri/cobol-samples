       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNSEAL.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  CALLABLE JOURNAL CHECK-VALUE CALCULATION.
      *  THE ONE PLACE THE CHAINED CHECK VALUE ON AUDITJRN AND
      *  EMPHIST IS COMPUTED, SO THE WRITERS (THROUGH JRNSEQ) AND THE
      *  VERIFIER (JRNVRFY) CANNOT DRIFT APART.  THE VALUE IS A
      *  POSITIONAL HASH, MODULO A LARGE PRIME, OF THE PREVIOUS
      *  RECORD'S CHECK VALUE, THIS RECORD'S SEQUENCE NUMBER AND THE
      *  RECORD IMAGE WITH ITS OWN SEQUENCE AND CHECK FIELDS ZERO.
      *  CHANGING ANY BYTE OF A RECORD, OR THE ORDER OF RECORDS,
      *  CHANGES EVERY CHECK VALUE FROM THAT POINT ON.
      *
      *  CALL 'JRNSEAL' USING LS-PREV-CHECK LS-SEQ-NO LS-SEAL-IMAGE
      *                       LS-NEW-CHECK.
      *
      *  LS-SEAL-IMAGE IS THE JOURNAL RECORD MOVED TO AN X(128) AREA
      *  (SPACE-FILLED PAST THE END OF THE RECORD).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SEAL-DATA.
          03 WS-SEAL-SEQ          PIC 9(09).
          03 WS-SEAL-IMAGE        PIC X(128).
       01 WS-SEAL-LENGTH          PIC 9(03) VALUE 137.
       01 WS-SEAL-IX              PIC 9(03).
       01 WS-HASH                 PIC 9(12).
       01 WS-HASH-QUOT            PIC 9(12).
       01 WS-HASH-MODULUS         PIC 9(09) VALUE 999999937.
       01 WS-HASH-MULTIPLIER      PIC 9(03) VALUE 131.

       LINKAGE SECTION.
       01 LS-PREV-CHECK           PIC 9(09).
       01 LS-SEQ-NO               PIC 9(09).
       01 LS-SEAL-IMAGE           PIC X(128).
       01 LS-NEW-CHECK            PIC 9(09).

       PROCEDURE DIVISION USING LS-PREV-CHECK LS-SEQ-NO LS-SEAL-IMAGE
           LS-NEW-CHECK.
       0000-MAIN.
           MOVE LS-SEQ-NO     TO WS-SEAL-SEQ.
           MOVE LS-SEAL-IMAGE TO WS-SEAL-IMAGE.
           MOVE LS-PREV-CHECK TO WS-HASH.
           PERFORM VARYING WS-SEAL-IX FROM 1 BY 1
               UNTIL WS-SEAL-IX > WS-SEAL-LENGTH
               COMPUTE WS-HASH = WS-HASH * WS-HASH-MULTIPLIER
                   + FUNCTION ORD(WS-SEAL-DATA(WS-SEAL-IX:1))
                   + WS-SEAL-IX
               DIVIDE WS-HASH BY WS-HASH-MODULUS
                   GIVING WS-HASH-QUOT REMAINDER WS-HASH
           END-PERFORM.
           MOVE WS-HASH TO LS-NEW-CHECK.
           GOBACK.

       END PROGRAM JRNSEAL.
