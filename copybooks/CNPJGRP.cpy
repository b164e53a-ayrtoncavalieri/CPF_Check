      ******************************************************************
      * Copybook: CNPJGRP
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the head-office/branch roll-up
      *           of the company master: flagged head offices, the
      *           passing branches that inherit their risk and the
      *           passing branches with no head office on file.
      ******************************************************************
       01  CNPJ-ROLLUP-LINE             PIC X(80).
