      *           can flag documents submitted unusually often.  An
      *           existing master must be reloaded to pick up the
      *           widened record.
      * 15/10/2026 ACA - Added MST-SOURCE, the intake source systems
      *           (CPF-IN-SOURCE-ID off the lot header) that have
      *           submitted the CPF and the last date each one did,
      *           so a Receita Federal flag can be sent back to
      *           every one of them.  Five slots, the one least
      *           recently used giving way to a sixth source.  The
      *           master must be unloaded and reloaded again; the
      *           old images reload with the slots blank.
      ******************************************************************
       01  CPF-MASTER-RECORD.
           05 MST-CPF                 PIC X(11).
               88 MST-RF-FLAGGED          VALUES "S" "C".
           05 MST-RF-DATE             PIC X(08).
           05 MST-CHECK-COUNT         PIC 9(07).
           05 MST-SOURCE-TABLE.
              10 MST-SOURCE           OCCURS 5 TIMES.
                 15 MST-SOURCE-ID     PIC X(08).
                 15 MST-SOURCE-DATE   PIC X(08).
