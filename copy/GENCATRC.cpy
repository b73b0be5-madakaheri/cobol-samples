      *****************************************************************
      *  GENCATRC.CPY
      *  GENERATION CATALOG (GENCAT) RECORD LAYOUT.  ONE RECORD PER
      *  GENERATION OF EACH FILE THE NIGHT REPLACES WHOLE, KEYED BY
      *  THE LIVE FILE NAME AND A GENERATION NUMBER THAT RISES BY
      *  ONE PER GENERATION:
      *    PAYPREV  (PRODUCED AS PAYBASE BY PAYEXTR)
      *    EMPPEND  (EMPPENDN, TRANREL)    ORGPEND  (ORGPENDN, TRANREL)
      *    AUDITJRN (AUDJNEW, EMPPURGE)    EMPHIST  (HISTNEW, EMPPURGE)
      *    EMPBKUP  (EMPUNLD)
      *    ARCMAST/ARCAUDIT/ARCHIST (EMPPURGE)
      *  THE PRODUCING JOB REGISTERS THE GENERATION THROUGH GENLOG
      *  ("N"); GENPROMO COPIES IT OVER THE LIVE FILE AND INTO THE
      *  GENERATION STORE AND MAKES IT CURRENT ("C"), THE ONE BEFORE
      *  IT BECOMING OLD ("O"), AND EXPIRES ("X") WHAT IS PAST THE
      *  NUMBER OF GENERATIONS KEPT.  CONSUMERS CHECK THE CATALOG
      *  THROUGH GENCHK BEFORE THEY START.
      *  GEN-REC-COUNT IS PHYSICAL RECORDS, HEADERS AND TRAILERS
      *  INCLUDED.
      *****************************************************************
       01 GENCAT-RECORD.
          03 GEN-KEY.
             05 GEN-DSN          PIC X(08).
             05 GEN-NUMBER       PIC 9(04).
          03 GEN-STATUS          PIC X(01).
             88 GEN-NEW                    VALUE "N".
             88 GEN-CURRENT                VALUE "C".
             88 GEN-OLD                    VALUE "O".
             88 GEN-EXPIRED                VALUE "X".
             88 GEN-KEPT                   VALUE "C" "O".
          03 GEN-BIZ-DATE        PIC X(08).
          03 GEN-REC-COUNT       PIC 9(08).
          03 GEN-JOB-NAME        PIC X(08).
          03 GEN-SOURCE-DSN      PIC X(08).
          03 GEN-CREATED         PIC X(14).
          03 GEN-PROMOTED-DATE   PIC X(08).
