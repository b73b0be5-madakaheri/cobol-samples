      *  ON AUDITJRN, THIS IS ENOUGH TO RECONSTRUCT WHERE AN
      *  EMPLOYEE SAT AT ANY PAST DATE.  CAREERPT PRINTS IT PER
      *  EMPLOYEE IN CHRONOLOGICAL ORDER.
      *  HIS-TIMESTAMP (YYYYMMDDHHMMSSHH) IS WHEN THE RECORD WAS
      *  WRITTEN, AS AUD-TIMESTAMP IS ON AUDITJRN - HIS-EFF-DATE MAY
      *  LEGITIMATELY RUN OUT OF ORDER, THE TIMESTAMP MAY NOT.
      *  HIS-SEQ-NO AND HIS-CHECK CHAIN THE RECORDS EXACTLY AS
      *  AUD-SEQ-NO/AUD-CHECK DO ON AUDITJRN (SEE AUDITREC).
      *****************************************************************
       01 EMPHIST-RECORD.
          03 HIS-EMP-ID       PIC X(06).
             05 HIS-NEW-KAKARI   PIC X(10).
          03 FILLER           PIC X     VALUE SPACE.
          03 HIS-USERID       PIC X(08).
          03 FILLER           PIC X     VALUE SPACE.
          03 HIS-TIMESTAMP    PIC X(16).
          03 FILLER           PIC X     VALUE SPACE.
          03 HIS-SEQ-NO       PIC 9(09).
          03 FILLER           PIC X     VALUE SPACE.
          03 HIS-CHECK        PIC 9(09).
