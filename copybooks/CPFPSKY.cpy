      ******************************************************************
      * Copybook: CPFPSKY
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Key of the pseudonymized test/analytics copy: four
      *           eight-digit round keys driving the permutation that
      *           turns every real CPF and CNPJ into its substitute.
      *           The same key always gives the same substitutes, so
      *           copies taken on different days line up.  The key
      *           file is kept by the security officer on the
      *           production side only; with it, the substitutes can
      *           be traced back to the real documents.
      ******************************************************************
       01  CPF-PSEUDO-KEY-RECORD.
           05 PSK-ROUND-KEY           PIC 9(08) OCCURS 4.
