      ******************************************************************
      * Copybook: CPFCAD
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Record layout for the Receita Federal cadastral
      *           extract the holder match in VER-CPF runs against:
      *           the CPF, the holder name as Receita has it and the
      *           date of birth (AAAAMMDD).  Like the status file,
      *           this record feeds straight into a SORT and is never
      *           read field-by-field itself.
      ******************************************************************
       01  RF-CADAST-RECORD.
           05 RF-CADAST-CPF            PIC X(11).
           05 RF-CADAST-NAME           PIC X(60).
           05 RF-CADAST-BIRTH-DATE     PIC X(08).
