      ******************************************************************
      * Copybook: CPFALRT
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Fixed-layout alert record fed back to the intake
      *           systems when a Receita Federal reconciliation newly
      *           flags a document one of them submitted: one record
      *           per document and source system, so each intake team
      *           pulls its own records and stops the accounts.  A
      *           CPF sits left-justified in the number field with
      *           trailing spaces, as on CPFDISP.  The previous status
      *           is blank when the document had never been flagged.
      ******************************************************************
       01  CPF-ALERT-RECORD.
           05 ALRT-SOURCE-ID          PIC X(08).
           05 ALRT-DOC-TYPE           PIC X(01).
               88 ALRT-DOC-CPF            VALUE "F".
               88 ALRT-DOC-CNPJ           VALUE "J".
           05 ALRT-NUMBER             PIC X(14).
           05 ALRT-RF-STATUS          PIC X(01).
           05 ALRT-PREV-STATUS        PIC X(01).
           05 ALRT-RF-DATE            PIC X(08).
           05 ALRT-LAST-SENT          PIC X(08).
