      *           I inapta, B baixada), so the single CNPJ check can
      *           warn the operator about a CNPJ already flagged on
      *           the last RF file.
      * 15/10/2026 ACA - The key may be an alphanumeric CNPJ (letters
      *           in the base); keys sort in the ordinary collating
      *           sequence alongside the all-digit ones.
      * 15/10/2026 ACA - Added CNM-SOURCE, the intake source systems
      *           that have submitted the CNPJ and the last date each
      *           one did, kept the same way as MST-SOURCE on CPFMST.
      *           The master must be rebuilt to pick up the widened
      *           record.
      ******************************************************************
       01  CNPJ-MASTER-RECORD.
           05 CNM-CNPJ                PIC X(14).
               88 CNM-RF-CLOSED           VALUE "B".
               88 CNM-RF-FLAGGED          VALUES "S" "I" "B".
           05 CNM-RF-DATE             PIC X(08).
           05 CNM-SOURCE-TABLE.
              10 CNM-SOURCE           OCCURS 5 TIMES.
                 15 CNM-SOURCE-ID     PIC X(08).
                 15 CNM-SOURCE-DATE   PIC X(08).
