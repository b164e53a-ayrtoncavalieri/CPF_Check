      * 02/09/2026 ACA - Grew from the single last-run-date record to
      *           the full ledger above; the old one-record file must
      *           be cleared (or removed) when this layout goes in.
      * 15/10/2026 ACA - Added outcome "F" for a lot refused by a
      *           control check after its header was read (the
      *           duplicate-lot check passes over these), and the
      *           usage the monthly chargeback bills: CPF and CNPJ
      *           documents and the lot's rejected/held documents by
      *           disposition reason 01-09.  Records written before
      *           read with LOT-USAGE as spaces.
      * 15/10/2026 ACA - Added LOT-MANIFEST-ID, the manifest lot id the
      *           lot ran under (spaces for a single-file run), so the
      *           LGPD search can find every lot-suffixed disposition
      *           file ever written, not just the current manifest's.
      ******************************************************************
       01  LOT-LEDGER-RECORD.
           05 LOT-SOURCE-ID           PIC X(08).
           05 LOT-OUTCOME             PIC X(01).
               88 LOT-OUTCOME-CLEAN       VALUE "C".
               88 LOT-OUTCOME-REJECTS     VALUE "R".
               88 LOT-OUTCOME-FAILED      VALUE "F".
           05 LOT-USAGE.
              10 LOT-CPF-DOCS         PIC 9(07).
              10 LOT-CNPJ-DOCS        PIC 9(07).
              10 LOT-REASON-COUNT     PIC 9(07) OCCURS 9 TIMES.
           05 LOT-MANIFEST-ID         PIC X(08).
