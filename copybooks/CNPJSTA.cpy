      *           Like its CPF counterpart (CPFSTAT) this record feeds
      *           straight into a SORT and is never read
      *           field-by-field itself.
      * 15/10/2026 ACA - The head-office/branch roll-up does read it
      *           field by field, for the head offices (order 0001)
      *           Receita has flagged.
      ******************************************************************
       01  CNPJ-STATUS-RECORD.
           05 CNPJ-STATUS-NUMBER       PIC X(14).
