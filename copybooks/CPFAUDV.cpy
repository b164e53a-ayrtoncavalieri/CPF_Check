      ******************************************************************
      * Copybook: CPFAUDV
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the audit log verification:
      *           the first broken or missing line of the archive and
      *           live log chain, if any, and the totals checked - the
      *           evidence handed to the DPO.
      ******************************************************************
       01  CPF-AUDVR-LINE               PIC X(80).
