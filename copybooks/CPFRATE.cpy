      ******************************************************************
      * Copybook: CPFRATE
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Rate table of the monthly chargeback statement: one
      *           line per billing category (the codes are listed in
      *           BILL-CATEGORY-VALUES in VER-CPF) with its unit price
      *           in reais, four decimal places implied.  Finance
      *           keeps the file; a category left off is shown on the
      *           statement at zero.  Lines with "*" in the first
      *           position are comments.
      ******************************************************************
       01  CPF-RATE-RECORD.
           05 RATE-CATEGORY           PIC X(10).
           05 FILLER                  PIC X(01).
           05 RATE-UNIT-PRICE         PIC 9(05)V9(04).
