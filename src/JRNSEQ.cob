       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNSEQ.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  CALLABLE JOURNAL SEQUENCER.
      *  CALLED BY AUDITLOG AND HISTLOG FOR EVERY RECORD THEY WRITE,
      *  SO THERE IS A SINGLE PLACE THAT OWNS THE JRNCTL LAYOUT AND
      *  THE NUMBERING RULE: THE RECORD IS GIVEN THE SEQUENCE NUMBER
      *  ONE PAST THE LAST ONE WRITTEN TO THAT JOURNAL AND A CHECK
      *  VALUE CHAINED FROM THE LAST RECORD'S (JRNSEAL), AND JRNCTL
      *  IS UPDATED TO MATCH.  THE FIRST RECORD OF A JOURNAL IS
      *  NUMBERED 1 AND CHAINED FROM ZERO; THE FIRST TIME JRNCTL
      *  EXISTS IT IS CREATED EMPTY.  IF JRNCTL CANNOT BE OPENED THE
      *  RECORD IS RETURNED WITH SEQUENCE AND CHECK ZERO, WHICH
      *  JRNVRFY REPORTS, RATHER THAN HOLD UP THE CALLER'S UPDATE.
      *
      *  CALL 'JRNSEQ' USING LS-JOURNAL LS-TIMESTAMP LS-SEAL-IMAGE
      *                      LS-SEQ-NO LS-CHECK.
      *
      *  LS-SEAL-IMAGE IS THE RECORD ABOUT TO BE WRITTEN, ITS
      *  SEQUENCE AND CHECK FIELDS ZERO, IN AN X(128) AREA.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNCTL ASSIGN TO "JRNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JCT-JOURNAL
               FILE STATUS IS WS-JRNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNCTL
           LABEL RECORDS ARE STANDARD.
           COPY JRNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-JRNCTL-STATUS        PIC X(02).
       01 WS-NEW-SW               PIC X     VALUE "N".
          88 WS-NEW-JOURNAL                 VALUE "Y"
                                      WHEN SET TO FALSE IS "N".

       LINKAGE SECTION.
       01 LS-JOURNAL              PIC X(08).
       01 LS-TIMESTAMP            PIC X(16).
       01 LS-SEAL-IMAGE           PIC X(128).
       01 LS-SEQ-NO               PIC 9(09).
       01 LS-CHECK                PIC 9(09).

       PROCEDURE DIVISION USING LS-JOURNAL LS-TIMESTAMP LS-SEAL-IMAGE
           LS-SEQ-NO LS-CHECK.
       0000-MAIN.
           MOVE ZERO TO LS-SEQ-NO LS-CHECK.
           OPEN I-O JRNCTL.
           IF WS-JRNCTL-STATUS = "35"
               OPEN OUTPUT JRNCTL
               CLOSE JRNCTL
               OPEN I-O JRNCTL
           END-IF.
           IF WS-JRNCTL-STATUS NOT = "00"
               DISPLAY "JRNSEQ: JRNCTL OPEN FAILED, STATUS="
                   WS-JRNCTL-STATUS " - " LS-JOURNAL
                   " RECORD NOT SEQUENCED"
           ELSE
               PERFORM 1000-READ-CONTROL
               PERFORM 2000-NUMBER-RECORD
               PERFORM 3000-UPDATE-CONTROL
               CLOSE JRNCTL
           END-IF.
           GOBACK.

       1000-READ-CONTROL.
           SET WS-NEW-JOURNAL TO FALSE.
           MOVE LS-JOURNAL TO JCT-JOURNAL.
           READ JRNCTL
               INVALID KEY
                   SET WS-NEW-JOURNAL TO TRUE
                   MOVE LS-JOURNAL TO JCT-JOURNAL
                   MOVE ZERO       TO JCT-LAST-SEQ JCT-LAST-CHECK
                   MOVE SPACES     TO JCT-LAST-TIME
           END-READ.

       2000-NUMBER-RECORD.
           COMPUTE LS-SEQ-NO = JCT-LAST-SEQ + 1.
           CALL "JRNSEAL" USING JCT-LAST-CHECK LS-SEQ-NO LS-SEAL-IMAGE
               LS-CHECK.

       3000-UPDATE-CONTROL.
           MOVE LS-SEQ-NO    TO JCT-LAST-SEQ.
           MOVE LS-CHECK     TO JCT-LAST-CHECK.
           MOVE LS-TIMESTAMP TO JCT-LAST-TIME.
           IF WS-NEW-JOURNAL
               WRITE JRNCTL-RECORD
                   INVALID KEY
                       DISPLAY "JRNSEQ: JRNCTL WRITE FAILED FOR "
                           LS-JOURNAL ", STATUS=" WS-JRNCTL-STATUS
               END-WRITE
           ELSE
               REWRITE JRNCTL-RECORD
                   INVALID KEY
                       DISPLAY "JRNSEQ: JRNCTL REWRITE FAILED FOR "
                           LS-JOURNAL ", STATUS=" WS-JRNCTL-STATUS
               END-REWRITE
           END-IF.

       END PROGRAM JRNSEQ.
