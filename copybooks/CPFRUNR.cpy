      ******************************************************************
      * Copybook: CPFRUNR
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the consolidated report of a
      *           manifest run: every lot with its outcome and counts,
      *           the grand totals of the run and the documents sent
      *           in more than one of its lots.
      ******************************************************************
       01  CPF-RUN-RPT-LINE             PIC X(80).
