      ******************************************************************
      * Copybook: CPFLGPD
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the LGPD data-subject dossier:
      *           everything every file holds on one titular's CPF,
      *           file by file, and what the erasure changed when the
      *           supervisor approves one.
      ******************************************************************
       01  CPF-LGPD-LINE                PIC X(80).
