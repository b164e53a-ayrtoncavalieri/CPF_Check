      ******************************************************************
      * Copybook: CPFFINI
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Finance ledger interface of the monthly chargeback:
      *           the same charges as the printed statement, one "D"
      *           record per source system and category billed,
      *           between an "H" header carrying the month billed and
      *           the date the file was made and a "T" trailer with
      *           the detail count and the total amount, so the
      *           ledger load can refuse a short or re-sent file the
      *           way our own batch intake does.
      ******************************************************************
       01  CPF-FIN-RECORD.
           05 FIN-TYPE                PIC X(01).
               88 FIN-HEADER              VALUE "H".
               88 FIN-DETAIL              VALUE "D".
               88 FIN-TRAILER             VALUE "T".
           05 FIN-DATA                PIC X(55).
           05 FIN-HEADER-DATA REDEFINES FIN-DATA.
              10 FIN-HDR-PERIOD       PIC X(06).
              10 FIN-HDR-RUN-DATE     PIC X(08).
              10 FILLER               PIC X(41).
           05 FIN-DETAIL-DATA REDEFINES FIN-DATA.
              10 FIN-PERIOD           PIC X(06).
              10 FIN-SOURCE-ID        PIC X(08).
              10 FIN-CATEGORY         PIC X(10).
              10 FIN-QUANTITY         PIC 9(09).
              10 FIN-UNIT-PRICE       PIC 9(05)V9(04).
              10 FIN-AMOUNT           PIC 9(11)V9(02).
           05 FIN-TRAILER-DATA REDEFINES FIN-DATA.
              10 FIN-REC-COUNT        PIC 9(07).
              10 FIN-TOTAL-AMOUNT     PIC 9(13)V9(02).
              10 FILLER               PIC X(33).
