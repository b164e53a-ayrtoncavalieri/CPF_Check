      *           file.  Kept apart from the CPF extract (CPFEXTR) so
      *           the Receita Federal CPF reconciliation keeps its
      *           11-byte match key untouched.
      * 15/10/2026 ACA - May carry alphanumeric CNPJs; the
      *           reconciliation sorts and matches on all 14
      *           positions as characters, so they need no special
      *           handling.
      ******************************************************************
       01  CNPJ-EXTRACT-RECORD         PIC X(14).
