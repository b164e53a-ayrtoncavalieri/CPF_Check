      *           the record now leads with the document-type code
      *           and the number field is 14 positions (a CPF sits
      *           left-justified with trailing spaces).
      * 15/10/2026 ACA - Reason 04 on a CNPJ disposition means a
      *           malformed number: a character outside 0-9/A-Z in
      *           the base or a non-numeric check digit.
      * 15/10/2026 ACA - Added result "H": the CPF passed its check
      *           digits but the holder name or birth date sent with
      *           it does not match the Receita Federal cadastral
      *           file (reasons 06-09), and intake holds the
      *           application for manual review.
      ******************************************************************
       01  CPF-DISP-RECORD.
           05 DISP-DOC-TYPE           PIC X(01).
           05 DISP-RESULT             PIC X(01).
               88 DISP-ACCEPTED           VALUE "A".
               88 DISP-REJECTED           VALUE "R".
               88 DISP-HELD               VALUE "H".
           05 DISP-REASON             PIC X(02).
               88 DISP-REASON-NONE        VALUE "00".
               88 DISP-REASON-DIGIT-1     VALUE "01".
               88 DISP-REASON-FAKE-SEQ    VALUE "03".
               88 DISP-REASON-NOT-NUM     VALUE "04".
               88 DISP-REASON-BAD-TYPE    VALUE "05".
               88 DISP-REASON-NO-CADAST   VALUE "06".
               88 DISP-REASON-NAME        VALUE "07".
               88 DISP-REASON-BIRTH       VALUE "08".
               88 DISP-REASON-NAME-BIRTH  VALUE "09".
           05 DISP-RUN-DATE           PIC X(08).
           05 DISP-SEQUENCE           PIC 9(07).
