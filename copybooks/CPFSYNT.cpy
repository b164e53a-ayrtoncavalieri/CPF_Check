      ******************************************************************
      * Copybook: CPFSYNT
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the synthetic-pattern report:
      *           the clusters of the lot that look like the output of
      *           a CPF generator - runs of near-consecutive bases,
      *           bursts from one fiscal region, the share of CPFs new
      *           to the master - and the score the lot got for them.
      ******************************************************************
       01  CPF-SYNTH-LINE               PIC X(80).
