      ******************************************************************
      * Copybook: CPFALRP
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the alert summary: per
      *           reconciliation, how many alerts went to each intake
      *           source system, split by Receita Federal situation.
      ******************************************************************
       01  CPF-ALERT-RPT-LINE           PIC X(80).
