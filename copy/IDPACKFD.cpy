      *****************************************************************
      *  IDPACKFD.CPY
      *  IDENTITY-PROVISIONING ACKNOWLEDGMENT FILE (IDPACK) RECORD
      *  LAYOUT, AGREED WITH IT: ONE RECORD PER EVENT THEIR
      *  PROVISIONING SYSTEM PROCESSED FROM THE NIGHTLY IDPFEED.
      *  IAK-STATUS "A" = ACTIONED, "R" = REJECTED (IAK-REASON SAYS
      *  WHY).  IDPRECON MATCHES THIS FILE AGAINST THE FEED BY
      *  IAK-EVENT-ID, AS PAYRECON MATCHES PAYACK BY EMP-ID.
      *****************************************************************
       01 IDPACK-RECORD.
          03 IAK-EVENT-ID       PIC X(14).
          03 IAK-EMP-ID         PIC X(06).
          03 IAK-STATUS         PIC X(01).
          03 IAK-REASON         PIC X(40).
