      *  PRINTS IN ORDER WITHOUT A SORT.  A DAILY ACTIVITY SUMMARY
      *  BY AUD-USERID FOLLOWS THE DETAIL SO SUPERVISORS CAN REVIEW
      *  WHAT EACH CLERK CHANGED DURING MONTH-END MAINTENANCE.
      *  A CHANGE THAT NEEDED A SECOND USER'S APPROVAL (SEE APRTRAN)
      *  SHOWS THE APPROVER BESIDE THE MAKER.
      *
      *  AUDPARM CARD LAYOUT (ALL FIELDS OPTIONAL):
      *    COL 01-06  EMP-ID
          03 WS-DTL-USERID        PIC X(08).
          03 FILLER               PIC X(01) VALUE SPACES.
          03 WS-DTL-FIELD         PIC X(11).
          03 WS-DTL-APR-LABEL     PIC X(12).
          03 WS-DTL-APPROVER      PIC X(08).

       01 WS-DETAIL-LINE-2.
          03 FILLER               PIC X(03) VALUE SPACES.
           MOVE AUD-EMP-ID          TO WS-DTL-EMP-ID.
           MOVE AUD-USERID          TO WS-DTL-USERID.
           MOVE AUD-FIELD-NAME      TO WS-DTL-FIELD.
           IF AUD-APPROVER = SPACES
               MOVE SPACES          TO WS-DTL-APR-LABEL
           ELSE
               MOVE "  APPROVED: "  TO WS-DTL-APR-LABEL
           END-IF.
           MOVE AUD-APPROVER        TO WS-DTL-APPROVER.
           MOVE WS-DETAIL-LINE-1 TO AUDRPT-LINE.
           WRITE AUDRPT-LINE.
           MOVE AUD-BEFORE-IMAGE    TO WS-DTL-BEFORE.
