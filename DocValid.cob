      *                   DOCVLNK parameter area with valid/invalid,
      *                   the disposition reason code and the computed
      *                   correct check digits.
      * 15/10/2026 ACA - CNPJ base may now carry letters (the new
      *                   alphanumeric CNPJ): positions 1-12 take 0-9
      *                   and A-Z, each weighted at its character code
      *                   less 48; check digits stay numeric.  All-digit
      *                   CNPJs validate exactly as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-VALID.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CLASS CNPJ-BASE-CHAR IS "0" THRU "9" "A" THRU "Z".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *     CPF = The 11 CPF digits lifted off DOCV-NUMBER.
           77 CNPJ PIC X(14) VALUE SPACES.
      *     NCNPJ = Redefines the string as a digit vector.
           77 NCNPJ REDEFINES CNPJ PIC 9(1) OCCURS 14.
      *     ACC = Accumulator.  Four digits: an alphanumeric CNPJ base
      *     weighs up to 42 per position.
           77 ACC PIC 9(4) VALUE ZERO.
      *     I = Iterator.
           77 I PIC 9(2).
      *     CNPJ-WEIGHTS-1/2 = Mod-11 weighting tables for the first
           77 CNPJ-WGT-1 REDEFINES CNPJ-WEIGHTS-1 PIC 9(1) OCCURS 12.
           77 CNPJ-WEIGHTS-2 PIC 9(13) VALUE 6543298765432.
           77 CNPJ-WGT-2 REDEFINES CNPJ-WEIGHTS-2 PIC 9(1) OCCURS 13.
      *     CNPJ-CHARSET = The characters a CNPJ base may carry, in
      *     code order.  Digits are worth 0-9 and letters 17 (A) thru
      *     42 (Z): the character code less 48, as Receita Federal
      *     publishes it, looked up here so the value does not depend
      *     on the machine's native character set.
           77 CNPJ-CHARSET PIC X(36)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 CNPJ-CHARSET-CHAR REDEFINES CNPJ-CHARSET PIC X(1)
               OCCURS 36.
      *     CNPJ-CHAR-VALUE = Weighting value of each base position.
           77 CNPJ-CHAR-VALUE PIC 9(2) OCCURS 12.
      *     J = Character-set iterator.
           77 J PIC 9(2).
      *     CNPJ-CHARS-SW = Set off when a base position is not in
      *     CNPJ-CHARSET.
           77 CNPJ-CHARS-SW PIC X(01) VALUE "Y".
               88 CNPJ-CHARS-VALID         VALUE "Y".
      *     CPF-FAKE-SW = Set on when all 11 digits repeat the same
      *     digit (111.111.111-11 thru 999.999.999-99); Receita
      *     Federal never issues these even though they pass mod-11.
      * 2000-VALIDATE-CNPJ
      * Mod-11 check-digit algorithm for CNPJ.  Same shape as the CPF
      * check, but CNPJ uses its own weighting tables (CNPJ-WGT-1/2)
      * and a 12-position base instead of 9.  The base may mix upper-
      * case letters and digits; the two check digits are always
      * numeric.  Anything else is answered as not numeric (reason 04).
      ******************************************************************
       2000-VALIDATE-CNPJ.
           MOVE DOCV-NUMBER TO CNPJ.
           IF CNPJ(1:12) IS CNPJ-BASE-CHAR AND CNPJ(13:2) IS NUMERIC
               PERFORM 2050-CNPJ-CHAR-VALUES
               IF CNPJ-CHARS-VALID
                   PERFORM 2100-CNPJ-CHECK-DIGITS
               ELSE
                   SET DOCV-REASON-NOT-NUM TO TRUE
               END-IF
           ELSE
               SET DOCV-REASON-NOT-NUM TO TRUE
           END-IF.
      ******************************************************************
      * 2050-CNPJ-CHAR-VALUES
      * Turns each base position into its weighting value off
      * CNPJ-CHARSET: a digit keeps its own value, so an all-digit
      * CNPJ weighs exactly as it always has.
      ******************************************************************
       2050-CNPJ-CHAR-VALUES.
           MOVE "Y" TO CNPJ-CHARS-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > 36
                          OR CNPJ-CHARSET-CHAR(J) = CNPJ(I:1)
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN J > 36
                       MOVE "N" TO CNPJ-CHARS-SW
                       MOVE ZERO TO CNPJ-CHAR-VALUE(I)
                   WHEN J > 10
                       COMPUTE CNPJ-CHAR-VALUE(I) = J + 6
                   WHEN OTHER
                       COMPUTE CNPJ-CHAR-VALUE(I) = J - 1
               END-EVALUATE
           END-PERFORM.
      ******************************************************************
      * 2100-CNPJ-CHECK-DIGITS
      ******************************************************************
       2100-CNPJ-CHECK-DIGITS.
           MOVE ZEROES TO ACC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
              COMPUTE ACC = ACC + (CNPJ-CHAR-VALUE(I) * CNPJ-WGT-1(I))
           END-PERFORM.
           COMPUTE ACC = FUNCTION MOD(ACC, 11).
           IF ACC < 2
           END-IF.
           MOVE ZEROES TO ACC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
              COMPUTE ACC = ACC + (CNPJ-CHAR-VALUE(I) * CNPJ-WGT-2(I))
           END-PERFORM.
           COMPUTE ACC = ACC + (DOCV-DIGIT-1 * CNPJ-WGT-2(13)).
           COMPUTE ACC = FUNCTION MOD(ACC, 11).
