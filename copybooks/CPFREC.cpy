      *           file can mix individuals and companies.  A CPF sits
      *           left-justified in the first 11 positions of the
      *           number with trailing spaces.
      * 15/10/2026 ACA - A "J" number may be an alphanumeric CNPJ:
      *           upper-case letters and digits in the 12-position
      *           base, two numeric check digits.
      * 15/10/2026 ACA - A detail record may carry the holder's name
      *           and date of birth (AAAAMMDD) after the number, for
      *           the match against the Receita Federal cadastral
      *           file.  Both are optional: a lot that leaves them
      *           off (a short record reads as spaces) runs exactly
      *           as before.
      ******************************************************************
       01  CPF-IN-RECORD.
           05 CPF-IN-TYPE             PIC X(01).
           05 CPF-IN-TRAILER-DATA REDEFINES CPF-IN-DATA.
              10 CPF-IN-REC-COUNT     PIC 9(07).
              10 FILLER               PIC X(09).
           05 CPF-IN-HOLDER-DATA.
              10 CPF-IN-HOLDER-NAME   PIC X(60).
              10 CPF-IN-BIRTH-DATE    PIC X(08).
