      *           would have.
      * 22/08/2026 ACA - Carries the fiscal-region tallies of valid
      *           CPFs too, for the same reason.
      * 15/10/2026 ACA - Carries the manifest lot id of the lot being
      *           validated (spaces for a single-file run), so a
      *           restarted manifest run resumes the right lot.
      * 15/10/2026 ACA - Carries the synthetic-pattern burst tracking
      *           too - valid CPFs in arrival order, CPFs in bursts,
      *           the region streak under way and the bursts found so
      *           far - so a restarted lot scores the same as a
      *           straight-through one.
      ******************************************************************
       01  CKPT-RECORD.
           05 CKPT-LAST-RECORD        PIC 9(7).
           05 CKPT-CPF-DOCS           PIC 9(7).
           05 CKPT-CNPJ-DOCS          PIC 9(7).
           05 CKPT-REGION-COUNT       PIC 9(7) OCCURS 10.
           05 CKPT-LOT-ID             PIC X(08).
           05 CKPT-SYNTH.
              10 CKPT-SYN-VALID-CPFS  PIC 9(7).
              10 CKPT-SYN-BURST-CPFS  PIC 9(7).
              10 CKPT-SYN-BURST-USED  PIC 9(2).
              10 CKPT-SYN-BURST-LOST  PIC 9(5).
              10 CKPT-SYN-STRK-REGION PIC 9(1).
              10 CKPT-SYN-STRK-START  PIC 9(7).
              10 CKPT-SYN-STRK-LEN    PIC 9(7).
              10 CKPT-SYN-BURST-TABLE.
                 15 CKPT-SYN-BURST    OCCURS 50.
                    20 CKPT-SYN-BURST-REGION PIC 9(1).
                    20 CKPT-SYN-BURST-START  PIC 9(7).
                    20 CKPT-SYN-BURST-LEN    PIC 9(7).
