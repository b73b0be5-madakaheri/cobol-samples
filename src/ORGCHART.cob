       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.
       AUTHOR. MADAKA HERI.
       DATE-WRITTEN. 2026/10/15.

      ***************************************************************
      *  REPORTING-LINE ORGANIZATION CHART.
      *  PRINTS THE ORGMAST HIERARCHY BU > KA > KAKARI, EACH UNIT
      *  WITH ITS HEAD (ORG-HEAD-EMP-ID AND THE HEAD'S MYOUJI/NAMAE
      *  FROM EMPMAST) AND ITS ON-ROLL HEADCOUNT - A KA COUNTS EVERY
      *  KAKARI UNDER IT, A BU EVERY KA.  BU AND KA HEADS COME FROM
      *  THE LEVEL RECORDS DESCRIBED IN ORGREC; A BU OR KA WITH NO
      *  LEVEL RECORD HAS NO HEAD AND PRINTS AS VACANT.
      *  A SECOND SECTION LISTS EVERY UNIT WHOSE HEAD IS VACANT, ON
      *  LEAVE (ZAISEKI-ON-LEAVE), LEFT, OR NO LONGER ON EMPMAST, SO
      *  HR KNOWS WHO MUST APPROVE TRANSFERS INTO IT AND NO UNIT SITS
      *  LEADERLESS AFTER A REORG OR A LEAVER.  EMPLOYEES ON A
      *  SYOZOKU MISSING FROM ORGMAST ARE NOT COUNTED ANYWHERE -
      *  SAMPLE05 REPORTS THOSE.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORGMAST ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORG-CODE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS SYOZOKU WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ORGCRPT ASSIGN TO "ORGCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORGMAST
           LABEL RECORDS ARE STANDARD.
           COPY ORGREC.

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD  ORGCRPT
           LABEL RECORDS ARE STANDARD.
       01 ORGCRPT-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ORGMAST-STATUS       PIC X(02).
       01 WS-EMPMAST-STATUS       PIC X(02).
       01 WS-ORGCRPT-STATUS       PIC X(02).
       01 WS-EOF-SW               PIC X     VALUE "N".
          88 WS-EOF                         VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-ABORT-SW             PIC X     VALUE "N".
          88 WS-ABORTED                     VALUE "Y".

       01 WS-BIZ-DATE             PIC X(08).

      *    ON-ROLL HEADCOUNT PER UNIT, BUILT IN ONE PASS OF EMPMAST.
      *    EACH EMPLOYEE COUNTS TOWARD THREE ENTRIES - THE KAKARI,
      *    ITS KA LEVEL AND ITS BU LEVEL - SO EVERY CHART LINE IS A
      *    SINGLE LOOKUP.  SAME BOUNDED-BUFFER APPROACH AS THE
      *    SAMPLE06 DUPLICATE LIST; UNITS PAST THE LIMIT ARE COUNTED.
       01 WS-CNT-TABLE.
          03 WS-CNT-ENTRY OCCURS 1000 TIMES.
             05 WS-CNT-UNIT       PIC X(32).
             05 WS-CNT-HEADS      PIC 9(05).
       01 WS-CNT-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-CNT-IX               PIC 9(04) VALUE ZERO.
       01 WS-CNT-FOUND-SW         PIC X     VALUE "N".
          88 WS-CNT-FOUND                   VALUE "Y"
                                      WHEN SET TO FALSE IS "N".
       01 WS-CNT-OMITTED          PIC 9(06) VALUE ZERO.
       01 WS-CNT-KEY              PIC X(32).
       01 WS-CNT-RESULT           PIC 9(05).

      *    UNITS NEEDING A HEAD, HELD FOR THE SECOND SECTION.
       01 WS-ATTN-TABLE.
          03 WS-ATTN-ENTRY OCCURS 500 TIMES.
             05 WS-ATTN-UNIT      PIC X(32).
             05 WS-ATTN-HEAD-ID   PIC X(06).
             05 WS-ATTN-STATUS    PIC X(08).
       01 WS-ATTN-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-ATTN-IX              PIC 9(03) VALUE ZERO.
       01 WS-ATTN-OMITTED         PIC 9(06) VALUE ZERO.
       01 WS-ATTN-TOTAL           PIC 9(06) VALUE ZERO.

       01 WS-CUR-BU               PIC X(12) VALUE HIGH-VALUES.
       01 WS-CUR-KA               PIC X(10) VALUE HIGH-VALUES.
       01 WS-LEVEL-UNIT.
          03 WS-LVL-BU            PIC X(12).
          03 WS-LVL-KA            PIC X(10).
          03 WS-LVL-KAKARI        PIC X(10).
       01 WS-LEVEL-HEAD-ID        PIC X(06).
       01 WS-HEAD-STATUS          PIC X(08).
       01 WS-HEAD-MYOUJI          PIC X(20).
       01 WS-HEAD-NAMAE           PIC X(20).

       01 WS-UNIT-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-ONROLL-COUNT         PIC 9(06) VALUE ZERO.

       01 WS-HEADING-1.
          03 FILLER               PIC X(28)
             VALUE "ORGANIZATION CHART AS OF ".
          03 WS-HDG-DATE          PIC X(08).

       01 WS-HEADING-2.
          03 FILLER               PIC X(25) VALUE "UNIT".
          03 FILLER               PIC X(07) VALUE "HEAD".
          03 FILLER               PIC X(42) VALUE "HEAD NAME".
          03 FILLER               PIC X(06) VALUE "  HC".
          03 FILLER               PIC X(08) VALUE "STATUS".

       01 WS-BU-LABEL.
          03 FILLER               PIC X(04) VALUE "BU  ".
          03 WS-LBL-BU            PIC X(12).

       01 WS-KA-LABEL.
          03 FILLER               PIC X(06) VALUE "  KA  ".
          03 WS-LBL-KA            PIC X(10).

       01 WS-KAKARI-LABEL.
          03 FILLER               PIC X(11) VALUE "    KAKARI ".
          03 WS-LBL-KAKARI        PIC X(10).

       01 WS-UNIT-LINE.
          03 WS-UL-LABEL          PIC X(24).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-UL-HEAD-ID        PIC X(06).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-UL-MYOUJI         PIC X(20).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-UL-NAMAE          PIC X(20).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-UL-COUNT          PIC ZZZZ9.
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-UL-STATUS         PIC X(08).

       01 WS-ATTN-HEADING         PIC X(40)
          VALUE "UNITS WITHOUT AN AVAILABLE HEAD".

       01 WS-ATTN-LINE.
          03 WS-ATL-BU            PIC X(12).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-ATL-KA            PIC X(10).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-ATL-KAKARI        PIC X(10).
          03 FILLER               PIC X(02) VALUE SPACES.
          03 WS-ATL-STATUS        PIC X(08).
          03 FILLER               PIC X(02) VALUE SPACES.
          03 WS-ATL-HEAD-ID       PIC X(06).

       01 WS-ATTN-NONE-LINE       PIC X(40)
          VALUE "EVERY UNIT HAS AN ON-ROLL HEAD".

       01 WS-OMITTED-LINE.
          03 FILLER               PIC X(02) VALUE "+ ".
          03 WS-OMT-COUNT         PIC ZZZZZ9.
          03 WS-OMT-TEXT          PIC X(30).

       01 WS-TOTALS-LINE.
          03 FILLER               PIC X(07) VALUE "UNITS: ".
          03 WS-TOT-UNITS         PIC ZZZZZ9.
          03 FILLER               PIC X(11) VALUE "  ON-ROLL: ".
          03 WS-TOT-ONROLL        PIC ZZZZZ9.
          03 FILLER               PIC X(16) VALUE "  NEEDING HEAD: ".
          03 WS-TOT-ATTN          PIC ZZZZZ9.

       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "ORGCHART".
       01 WS-RUN-REC-TYPE         PIC X(01).
       01 WS-RUN-READ-CNT         PIC 9(06) VALUE ZERO.
       01 WS-RUN-WRITE-CNT        PIC 9(06) VALUE ZERO.
       01 WS-RUN-REJ-CNT          PIC 9(06) VALUE ZERO.
       01 WS-RUN-STATUS           PIC X(08) VALUE "NORMAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8900-LOG-RUN-START.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-ABORTED
               PERFORM 2000-COUNT-HEADCOUNT
               PERFORM 3000-PRINT-CHART
               PERFORM 4000-PRINT-ATTENTION
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 8910-LOG-RUN-END.
           STOP RUN.

       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-BIZ-DATE.
           OPEN INPUT ORGMAST.
           OPEN INPUT EMPMAST.
           OPEN OUTPUT ORGCRPT.
           IF WS-ORGMAST-STATUS NOT = "00"
               DISPLAY "ORGCHART: ORGMAST OPEN FAILED, STATUS="
                   WS-ORGMAST-STATUS
               MOVE "ERROR" TO WS-RUN-STATUS
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               IF WS-EMPMAST-STATUS NOT = "00"
                   DISPLAY "ORGCHART: EMPMAST OPEN FAILED, STATUS="
                       WS-EMPMAST-STATUS
                   MOVE "ERROR" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-ABORT-SW
               ELSE
                   MOVE WS-BIZ-DATE TO WS-HDG-DATE
                   MOVE WS-HEADING-1 TO ORGCRPT-LINE
                   WRITE ORGCRPT-LINE
                   MOVE WS-HEADING-2 TO ORGCRPT-LINE
                   WRITE ORGCRPT-LINE
               END-IF
           END-IF.

       2000-COUNT-HEADCOUNT.
           SET WS-EOF TO FALSE.
           PERFORM 2100-READ-EMPMAST-NEXT.
           PERFORM UNTIL WS-EOF
               IF ZAISEKI-ONROLL
                   ADD 1 TO WS-ONROLL-COUNT
                   MOVE SYOZOKU TO WS-CNT-KEY
                   PERFORM 2200-ADD-TO-UNIT
                   MOVE SPACES  TO WS-CNT-KEY(23:10)
                   PERFORM 2200-ADD-TO-UNIT
                   MOVE SPACES  TO WS-CNT-KEY(13:10)
                   PERFORM 2200-ADD-TO-UNIT
               END-IF
               PERFORM 2100-READ-EMPMAST-NEXT
           END-PERFORM.

       2100-READ-EMPMAST-NEXT.
           READ EMPMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2200-ADD-TO-UNIT.
           SET WS-CNT-FOUND TO FALSE.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > WS-CNT-COUNT OR WS-CNT-FOUND
               IF WS-CNT-UNIT(WS-CNT-IX) = WS-CNT-KEY
                   SET WS-CNT-FOUND TO TRUE
                   ADD 1 TO WS-CNT-HEADS(WS-CNT-IX)
               END-IF
           END-PERFORM.
           IF NOT WS-CNT-FOUND
               IF WS-CNT-COUNT < 1000
                   ADD 1 TO WS-CNT-COUNT
                   MOVE WS-CNT-KEY TO WS-CNT-UNIT(WS-CNT-COUNT)
                   MOVE 1          TO WS-CNT-HEADS(WS-CNT-COUNT)
               ELSE
                   ADD 1 TO WS-CNT-OMITTED
               END-IF
           END-IF.

       2300-LOOKUP-UNIT-COUNT.
           MOVE ZERO TO WS-CNT-RESULT.
           SET WS-CNT-FOUND TO FALSE.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > WS-CNT-COUNT OR WS-CNT-FOUND
               IF WS-CNT-UNIT(WS-CNT-IX) = WS-CNT-KEY
                   SET WS-CNT-FOUND TO TRUE
                   MOVE WS-CNT-HEADS(WS-CNT-IX) TO WS-CNT-RESULT
               END-IF
           END-PERFORM.

      *    ORGMAST KEY ORDER IS THE CHART ORDER: A BU'S LEVEL RECORD
      *    (BLANK KA/KAKARI) SORTS AHEAD OF ITS KAS, A KA'S LEVEL
      *    RECORD AHEAD OF ITS KAKARIS.  A NEW BU OR KA WITH NO LEVEL
      *    RECORD OF ITS OWN STILL GETS ITS LINE, WITH NO HEAD.
       3000-PRINT-CHART.
           SET WS-EOF TO FALSE.
           PERFORM 3100-READ-ORGMAST.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RUN-READ-CNT
               IF ORG-BU NOT = WS-CUR-BU
                   MOVE ORG-BU TO WS-CUR-BU
                   MOVE HIGH-VALUES TO WS-CUR-KA
                   MOVE SPACES TO WS-LEVEL-HEAD-ID
                   IF ORG-KA = SPACES AND ORG-KAKARI = SPACES
                       MOVE ORG-HEAD-EMP-ID TO WS-LEVEL-HEAD-ID
                   END-IF
                   PERFORM 3200-PRINT-BU-LINE
               END-IF
               IF ORG-KA NOT = SPACES AND ORG-KA NOT = WS-CUR-KA
                   MOVE ORG-KA TO WS-CUR-KA
                   MOVE SPACES TO WS-LEVEL-HEAD-ID
                   IF ORG-KAKARI = SPACES
                       MOVE ORG-HEAD-EMP-ID TO WS-LEVEL-HEAD-ID
                   END-IF
                   PERFORM 3300-PRINT-KA-LINE
               END-IF
               IF ORG-KA NOT = SPACES AND ORG-KAKARI NOT = SPACES
                   MOVE ORG-HEAD-EMP-ID TO WS-LEVEL-HEAD-ID
                   PERFORM 3400-PRINT-KAKARI-LINE
               END-IF
               PERFORM 3100-READ-ORGMAST
           END-PERFORM.

       3100-READ-ORGMAST.
           READ ORGMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       3200-PRINT-BU-LINE.
           MOVE ORG-BU     TO WS-LBL-BU WS-LVL-BU.
           MOVE SPACES     TO WS-LVL-KA WS-LVL-KAKARI.
           MOVE WS-BU-LABEL TO WS-UL-LABEL.
           PERFORM 3500-PRINT-UNIT-LINE.

       3300-PRINT-KA-LINE.
           MOVE ORG-BU     TO WS-LVL-BU.
           MOVE ORG-KA     TO WS-LBL-KA WS-LVL-KA.
           MOVE SPACES     TO WS-LVL-KAKARI.
           MOVE WS-KA-LABEL TO WS-UL-LABEL.
           PERFORM 3500-PRINT-UNIT-LINE.

       3400-PRINT-KAKARI-LINE.
           MOVE ORG-BU     TO WS-LVL-BU.
           MOVE ORG-KA     TO WS-LVL-KA.
           MOVE ORG-KAKARI TO WS-LBL-KAKARI WS-LVL-KAKARI.
           MOVE WS-KAKARI-LABEL TO WS-UL-LABEL.
           PERFORM 3500-PRINT-UNIT-LINE.

       3500-PRINT-UNIT-LINE.
           PERFORM 3600-RESOLVE-HEAD.
           MOVE WS-LEVEL-UNIT TO WS-CNT-KEY.
           PERFORM 2300-LOOKUP-UNIT-COUNT.
           MOVE WS-LEVEL-HEAD-ID TO WS-UL-HEAD-ID.
           MOVE WS-HEAD-MYOUJI   TO WS-UL-MYOUJI.
           MOVE WS-HEAD-NAMAE    TO WS-UL-NAMAE.
           MOVE WS-CNT-RESULT    TO WS-UL-COUNT.
           MOVE WS-HEAD-STATUS   TO WS-UL-STATUS.
           MOVE WS-UNIT-LINE TO ORGCRPT-LINE.
           WRITE ORGCRPT-LINE.
           ADD 1 TO WS-UNIT-COUNT.
           IF WS-HEAD-STATUS NOT = SPACES
               PERFORM 3700-NOTE-ATTENTION
           END-IF.

      *    A BLANK STATUS MEANS AN ACTIVE HEAD; ANYTHING ELSE PUTS
      *    THE UNIT ON THE SECOND SECTION.
       3600-RESOLVE-HEAD.
           MOVE SPACES TO WS-HEAD-STATUS WS-HEAD-MYOUJI WS-HEAD-NAMAE.
           IF WS-LEVEL-HEAD-ID = SPACES
               MOVE "VACANT" TO WS-HEAD-STATUS
           ELSE
               MOVE WS-LEVEL-HEAD-ID TO EMP-ID
               READ EMPMAST
                   INVALID KEY
                       MOVE "NOT FND" TO WS-HEAD-STATUS
                   NOT INVALID KEY
                       MOVE MYOUJI TO WS-HEAD-MYOUJI
                       MOVE NAMAE  TO WS-HEAD-NAMAE
                       EVALUATE TRUE
                           WHEN ZAISEKI-ON-LEAVE
                               MOVE "ON LEAVE" TO WS-HEAD-STATUS
                           WHEN ZAISEKI-LEFT
                               MOVE "LEFT"     TO WS-HEAD-STATUS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       3700-NOTE-ATTENTION.
           ADD 1 TO WS-ATTN-TOTAL.
           IF WS-ATTN-COUNT < 500
               ADD 1 TO WS-ATTN-COUNT
               MOVE WS-LEVEL-UNIT    TO WS-ATTN-UNIT(WS-ATTN-COUNT)
               MOVE WS-LEVEL-HEAD-ID TO WS-ATTN-HEAD-ID(WS-ATTN-COUNT)
               MOVE WS-HEAD-STATUS   TO WS-ATTN-STATUS(WS-ATTN-COUNT)
           ELSE
               ADD 1 TO WS-ATTN-OMITTED
           END-IF.

       4000-PRINT-ATTENTION.
           MOVE SPACES TO ORGCRPT-LINE.
           WRITE ORGCRPT-LINE.
           MOVE WS-ATTN-HEADING TO ORGCRPT-LINE.
           WRITE ORGCRPT-LINE.
           IF WS-ATTN-COUNT = ZERO
               MOVE WS-ATTN-NONE-LINE TO ORGCRPT-LINE
               WRITE ORGCRPT-LINE
           END-IF.
           PERFORM VARYING WS-ATTN-IX FROM 1 BY 1
               UNTIL WS-ATTN-IX > WS-ATTN-COUNT
               MOVE WS-ATTN-UNIT(WS-ATTN-IX)    TO WS-LEVEL-UNIT
               MOVE WS-LVL-BU                   TO WS-ATL-BU
               MOVE WS-LVL-KA                   TO WS-ATL-KA
               MOVE WS-LVL-KAKARI               TO WS-ATL-KAKARI
               MOVE WS-ATTN-STATUS(WS-ATTN-IX)  TO WS-ATL-STATUS
               MOVE WS-ATTN-HEAD-ID(WS-ATTN-IX) TO WS-ATL-HEAD-ID
               MOVE WS-ATTN-LINE TO ORGCRPT-LINE
               WRITE ORGCRPT-LINE
           END-PERFORM.
           IF WS-ATTN-OMITTED > 0
               MOVE WS-ATTN-OMITTED TO WS-OMT-COUNT
               MOVE " UNIT(S) PAST TABLE LIMIT" TO WS-OMT-TEXT
               MOVE WS-OMITTED-LINE TO ORGCRPT-LINE
               WRITE ORGCRPT-LINE
           END-IF.
           IF WS-CNT-OMITTED > 0
               MOVE WS-CNT-OMITTED TO WS-OMT-COUNT
               MOVE " UNIT(S) PAST HEADCOUNT TABLE" TO WS-OMT-TEXT
               MOVE WS-OMITTED-LINE TO ORGCRPT-LINE
               WRITE ORGCRPT-LINE
           END-IF.
           MOVE SPACES TO ORGCRPT-LINE.
           WRITE ORGCRPT-LINE.
           MOVE WS-UNIT-COUNT   TO WS-TOT-UNITS.
           MOVE WS-ONROLL-COUNT TO WS-TOT-ONROLL.
           MOVE WS-ATTN-TOTAL   TO WS-TOT-ATTN.
           MOVE WS-TOTALS-LINE TO ORGCRPT-LINE.
           WRITE ORGCRPT-LINE.

       8900-LOG-RUN-START.
           MOVE "S"       TO WS-RUN-REC-TYPE.
           MOVE "STARTED" TO WS-RUN-STATUS.
           PERFORM 8950-CALL-RUNLOG.
           MOVE "NORMAL"  TO WS-RUN-STATUS.

       8910-LOG-RUN-END.
           MOVE "E" TO WS-RUN-REC-TYPE.
           MOVE WS-UNIT-COUNT TO WS-RUN-WRITE-CNT.
           MOVE WS-ATTN-TOTAL TO WS-RUN-REJ-CNT.
           PERFORM 8950-CALL-RUNLOG.

       8950-CALL-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-JOB-NAME WS-RUN-REC-TYPE
               WS-RUN-READ-CNT WS-RUN-WRITE-CNT WS-RUN-REJ-CNT
               WS-RUN-STATUS.

       9000-TERMINATE.
           CLOSE ORGMAST.
           CLOSE EMPMAST.
           CLOSE ORGCRPT.
           DISPLAY "ORGCHART: " WS-UNIT-COUNT " UNIT(S) CHARTED, "
               WS-ATTN-TOTAL " WITHOUT AN AVAILABLE HEAD".

       END PROGRAM ORGCHART.
