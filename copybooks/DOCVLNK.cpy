      *           have.  Every application validating documents is
      *           expected to CALL this one routine so the rules can
      *           never drift apart.
      * 15/10/2026 ACA - A CNPJ base may carry upper-case letters
      *           (the alphanumeric CNPJ); reason 04 on a CNPJ now
      *           means any character outside 0-9/A-Z in the base or
      *           a non-numeric check digit.
      ******************************************************************
       01  DOCV-PARMS.
           05 DOCV-DOC-TYPE           PIC X(01).
