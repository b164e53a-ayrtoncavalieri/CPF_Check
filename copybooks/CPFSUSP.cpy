      * 02/09/2026 ACA - Added SUSP-RESOLVED-BY, the id of the
      *           operator whose correction closed the item, for the
      *           LGPD access audit.
      * 15/10/2026 ACA - Added SUSP-SOURCE-ID, the source system whose
      *           lot the rejected CPF came in, so resolved items can
      *           be charged back to it.  Items written before read
      *           it as spaces.
      ******************************************************************
       01  CPF-SUSP-RECORD.
           05 SUSP-STATUS             PIC X(01).
           05 SUSP-REJECT-DATE        PIC X(08).
           05 SUSP-RESOLVED-DATE      PIC X(08).
           05 SUSP-RESOLVED-BY        PIC X(08).
           05 SUSP-SOURCE-ID          PIC X(08).
