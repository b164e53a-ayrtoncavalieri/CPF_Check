      ******************************************************************
      * Copybook: CPFMANF
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Lot manifest of the unattended run: one line per
      *           CPFIN lot to validate, in the order they are to be
      *           run.  The lot id names the lot on the consolidated
      *           report and is the suffix its own report, duplicate,
      *           disposition, holder, synthetic-pattern and region
      *           files get; the file name is the lot's CPFIN.  Lines
      *           with "*" in the first position are comments.
      ******************************************************************
       01  CPF-MANIFEST-RECORD.
           05 MANF-LOT-ID             PIC X(08).
           05 FILLER                  PIC X(01).
           05 MANF-LOT-FILE           PIC X(71).
