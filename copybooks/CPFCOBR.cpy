      ******************************************************************
      * Copybook: CPFCOBR
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the monthly chargeback
      *           statement: per source system, the lots, documents,
      *           rejects by reason, control-failed lots and resolved
      *           suspense items of the month, each priced off the
      *           CPFRATE table, with a total per source and a grand
      *           total.
      ******************************************************************
       01  CPF-BILL-LINE                PIC X(80).
