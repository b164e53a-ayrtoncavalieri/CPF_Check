      ******************************************************************
      * Copybook: CPFHOLR
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Print-line layout for the holder match report: one
      *           line per CPF of the lot whose name or birth date
      *           does not agree with the Receita Federal cadastral
      *           file, or that the file does not carry at all, with
      *           the input sequence intake holds the application by.
      ******************************************************************
       01  CPF-HOLD-LINE                PIC X(80).
