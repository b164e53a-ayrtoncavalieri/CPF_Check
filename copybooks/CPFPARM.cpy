      *                              at the LGPD purge prompts
      *             RECON-CHANGES    default S/N answer for matching
      *                              only the month's RF changes
      *             SYNTH-THRESHOLD  synthetic-pattern score above
      *                              which a lot is held suspect
      *             SYNTH-RUN-MIN    CPFs that make a run of close
      *                              bases worth reporting
      *             SYNTH-GAP        largest base gap inside a run
      *             SYNTH-BURST      valid CPFs in a row from one
      *                              region that make a burst
      *             SYNTH-NEW-PCT    share of CPFs new to the master
      *                              a lot may carry unscored
      *             SYNTH-NEW-MIN    CPFs a lot needs before its new
      *                              share is scored at all
      *           A missing or bad file (or line) falls back to the
      *           built-in values and says so, so a run never stops
      *           over a parameter typo.
      * 15/10/2026 ACA - Added the SYNTH- keywords of the synthetic CPF
      *           pattern check run on every lot.
      ******************************************************************
       01  CPF-PARM-RECORD.
           05 PARM-KEYWORD            PIC X(16).
