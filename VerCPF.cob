      *                   hash, verify of an image against the live
      *                   file, and a supervisor-confirmed reload of
      *                   the indexed master from an image.
      * 15/10/2026 ACA - Alphanumeric CNPJ: the 12-position base may
      *                   carry upper-case letters as well as digits
      *                   (check digits stay numeric).  Batch routing,
      *                   the single CNPJ check, the display masks and
      *                   the company master now take the new format;
      *                   the single check folds typed lower case.
      * 15/10/2026 ACA - CPF detail records may carry the holder's
      *                   name and birth date; after the pass the
      *                   valid CPFs that do are matched against the
      *                   Receita Federal cadastral file, mismatches
      *                   and CPFs missing from it go on their own
      *                   report and their dispositions are turned
      *                   to held ("H", reasons 06-09) for review.
      * 15/10/2026 ACA - Added a head-office/branch roll-up of the
      *                   company master (plus the RF situation file
      *                   when present) by CNPJ raiz, reporting
      *                   passing branches of a flagged head office
      *                   and branches with no head office on file;
      *                   the single CNPJ check now also warns when
      *                   the typed branch's head office is flagged.
      * 15/10/2026 ACA - Added an LGPD data-subject option for the
      *                   supervisor: a dossier of everything the
      *                   master, audit log and archive, suspense,
      *                   disposition, extract, master archive and
      *                   unload image, and holder work file hold on
      *                   one CPF, and on approval its erasure -
      *                   removed where a record exists only for the
      *                   titular, anonymized where counts, trailers
      *                   and the unload hash depend on it.
      * 15/10/2026 ACA - Audit lines are now sealed with a sequence
      *                   number and a chain value linked to the line
      *                   before, kept across runs by the CPFAUDCK
      *                   anchor and across the purge into CPFARCH;
      *                   added a verification of the whole chain
      *                   (menu option and AUTO step, CPFAUDVR
      *                   report, RETURN-CODE 20 when broken), which
      *                   the purge and the LGPD erasure now pass
      *                   before they rewrite the log.
      * 15/10/2026 ACA - The CPF and CNPJ masters now remember which
      *                   source systems submitted each document and
      *                   when; a reconciliation that newly flags a
      *                   document writes a CPFALERT record for each
      *                   of them and a per-source summary, CPFALRPT.
      * 15/10/2026 ACA - Every lot is now scored for the patterns of
      *                   CPF generators (runs of close bases, bursts
      *                   from one region, a share of CPFs new to the
      *                   master) on the CPFSYNTH report, with
      *                   RETURN-CODE 10 when it passes the CPFPARM
      *                   threshold.
      * 15/10/2026 ACA - The unattended run now takes its lots from the
      *                   CPFMANIF manifest when there is one: each
      *                   lot is validated under its own controls,
      *                   ledger entry and lot-suffixed output files,
      *                   a refused lot no longer stops the rest, and
      *                   CPFRUNRP consolidates the lots, the run
      *                   totals and documents sent in more than one
      *                   lot.  The checkpoint carries the lot id.
      * 15/10/2026 ACA - Added a supervisor option that builds a
      *                   pseudonymized copy of CPFMST, CNPJMST,
      *                   CPFAUDIT and CPFSUSP for test and analytics:
      *                   every CPF/CNPJ is swapped for a keyed,
      *                   repeatable substitute that still validates
      *                   and keeps the CPF fiscal region; the key
      *                   (CPFPSKEY) stays on the production side.
      * 15/10/2026 ACA - Added the monthly chargeback statement per
      *                   source system (CPFCOBR) and its finance
      *                   ledger interface (CPFFINIF), priced off the
      *                   CPFRATE table.  The CPFLAST ledger now keeps
      *                   each lot's CPF/CNPJ counts and rejects by
      *                   reason and also records control-failed
      *                   lots; suspense items carry the source.
      * 15/10/2026 ACA - The checkpoint now carries the synthetic-
      *                   pattern burst tracking, so a restarted lot
      *                   scores as a straight-through one; CPFLAST
      *                   keeps the manifest lot id and the LGPD search
      *                   and erasure cover the CPFDISP.<lot> of every
      *                   lot on it; CPFHOLDR is rewritten for a lot
      *                   that sent no holder data.
      * 15/10/2026 ACA - After a checkpoint restart the holder match
      *                   checks each CPF once and marks every copy of
      *                   a held CPF on the disposition file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VER-CPF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CLASS CNPJ-BASE-CHAR IS "0" THRU "9" "A" THRU "Z".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-IN-FILE ASSIGN TO "CPFIN"
           SELECT MST-TRANS-SORT-FILE ASSIGN TO "CPFMTSRT".
           SELECT MST-TRANS-SRTD-FILE ASSIGN TO "CPFMTSD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDER-WORK-FILE ASSIGN TO "CPFHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT HOLDER-SORT-FILE ASSIGN TO "CPFHDSRT".
           SELECT HOLDER-SRTD-FILE ASSIGN TO "CPFHDSD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADAST-IN-FILE ASSIGN TO "RFCADAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAD-FILE-STATUS.
           SELECT CADAST-SORT-FILE ASSIGN TO "RFCDSRT".
           SELECT CADAST-SRTD-FILE ASSIGN TO "CPFCDSD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-RESULT-SORT-FILE ASSIGN TO "CPFHRSRT".
           SELECT HOLD-RESULT-FILE ASSIGN TO "CPFHRSD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISP-WORK-FILE ASSIGN TO "CPFDSPWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSPWK-FILE-STATUS.
           SELECT HOLDER-REPORT-FILE ASSIGN TO "CPFHOLDR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLUP-SORT-FILE ASSIGN TO "CNPJGSRT".
           SELECT ROLLUP-REPORT-FILE ASSIGN TO "CNPJGRUP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-ANCHOR-FILE ASSIGN TO "CPFAUDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDCK-FILE-STATUS.
           SELECT AUDIT-VERIFY-REPORT-FILE ASSIGN TO "CPFAUDVR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYNTH-REPORT-FILE ASSIGN TO "CPFSYNTH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO "CPFMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANF-FILE-STATUS.
           SELECT RUN-WORK-FILE ASSIGN TO "CPFRUNWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RWRK-FILE-STATUS.
           SELECT RUN-SORT-FILE ASSIGN TO "CPFRUNSR".
           SELECT RUN-SRTD-FILE ASSIGN TO "CPFRUNSD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-REPORT-FILE ASSIGN TO "CPFRUNRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSEUDO-KEY-FILE ASSIGN TO "CPFPSKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSK-FILE-STATUS.
           SELECT PSEUDO-MASTER-FILE ASSIGN TO "CPFMSTPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSM-CPF
               FILE STATUS IS PSM-FILE-STATUS.
           SELECT PSEUDO-CNPJ-MASTER-FILE ASSIGN TO "CNPJMSPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSC-CNPJ
               FILE STATUS IS PSC-FILE-STATUS.
           SELECT PSEUDO-AUDIT-FILE ASSIGN TO "CPFAUDPS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSEUDO-SUSPENSE-FILE ASSIGN TO "CPFSUSPS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO "CPFRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT BILL-REPORT-FILE ASSIGN TO "CPFCOBR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIN-INTERFACE-FILE ASSIGN TO "CPFFINIF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FEED-FILE ASSIGN TO "CPFALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALRT-FILE-STATUS.
           SELECT ALERT-REPORT-FILE ASSIGN TO "CPFALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALRP-FILE-STATUS.
           SELECT LGPD-REPORT-FILE ASSIGN TO "CPFLGPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGPD-FILE-STATUS.
           SELECT LGPD-WORK-FILE ASSIGN TO "CPFLGPWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CPF-IN-FILE.
       FD  FLAGGED-REPORT-FILE.
           COPY CPFFLAG.
       FD  MST-ARCH-FILE.
           01 MST-ARCH-RECORD          PIC X(124).
       FD  MST-WORK-FILE.
           01 MST-WORK-RECORD          PIC X(124).
       FD  MST-PURGE-REPORT-FILE.
           COPY CPFMPUR.
       FD  VELOCITY-REPORT-FILE.
                  88 UNL-REC-HEADER        VALUE "H".
                  88 UNL-REC-DETAIL        VALUE "D".
                  88 UNL-REC-TRAILER       VALUE "T".
              05 UNL-DATA              PIC X(139).
              05 UNL-TRAILER-DATA REDEFINES UNL-DATA.
                 10 UNL-REC-COUNT      PIC 9(07).
                 10 UNL-KEY-HASH       PIC 9(15).
                 10 FILLER             PIC X(117).
       FD  MST-TRANS-FILE.
           01 MST-TRANS-RECORD.
              05 MTRN-CPF              PIC X(11).
              05 MTRN-RESULT           PIC X(01).
              05 MTRN-SOURCE           PIC X(08).
       SD  MST-TRANS-SORT-FILE.
           01 MST-TRANS-SORT-RECORD.
              05 MTSR-CPF              PIC X(11).
              05 MTSR-RESULT           PIC X(01).
              05 MTSR-SOURCE           PIC X(08).
       FD  MST-TRANS-SRTD-FILE.
           01 MST-TRANS-SRTD-RECORD.
              05 MTSD-CPF              PIC X(11).
              05 MTSD-RESULT           PIC X(01).
                  88 MTSD-RESULT-VALID     VALUE "V".
                  88 MTSD-RESULT-INVALID   VALUE "I".
              05 MTSD-SOURCE           PIC X(08).
       FD  CNPJ-EXTRACT-FILE.
           COPY CNPJEXT.
       FD  CNPJ-STATUS-FILE.
       FD  SUSPENSE-FILE.
           COPY CPFSUSP.
       FD  SUSPENSE-WORK-FILE.
           01 SUSP-WORK-RECORD         PIC X(53).
       FD  REGION-REPORT-FILE.
           COPY CPFREGN.
       FD  REGION-PREV-FILE.
           01 REGION-PREV-RECORD.
              05 RGPV-PCT              PIC 9(3)V9(2) OCCURS 10.
       FD  HOLDER-WORK-FILE.
           01 HOLDER-WORK-RECORD.
              05 HWRK-SEQUENCE         PIC 9(07).
              05 HWRK-CPF              PIC X(11).
              05 HWRK-NAME             PIC X(60).
              05 HWRK-BIRTH-DATE       PIC X(08).
       SD  HOLDER-SORT-FILE.
           01 HOLDER-SORT-RECORD.
              05 HSR-SEQUENCE          PIC 9(07).
              05 HSR-CPF               PIC X(11).
              05 HSR-NAME              PIC X(60).
              05 HSR-BIRTH-DATE        PIC X(08).
       FD  HOLDER-SRTD-FILE.
           01 HOLDER-SRTD-RECORD.
              05 HSD-SEQUENCE          PIC 9(07).
              05 HSD-CPF               PIC X(11).
              05 HSD-NAME              PIC X(60).
              05 HSD-BIRTH-DATE        PIC X(08).
       FD  CADAST-IN-FILE.
           COPY CPFCAD.
       SD  CADAST-SORT-FILE.
           01 CADAST-SORT-RECORD.
              05 CSR-CPF               PIC X(11).
              05 CSR-NAME              PIC X(60).
              05 CSR-BIRTH-DATE        PIC X(08).
       FD  CADAST-SRTD-FILE.
           01 CADAST-SRTD-RECORD.
              05 CSD-CPF               PIC X(11).
              05 CSD-NAME              PIC X(60).
              05 CSD-BIRTH-DATE        PIC X(08).
       SD  HOLD-RESULT-SORT-FILE.
           01 HOLD-RESULT-SORT-RECORD.
              05 HRS-SEQUENCE          PIC 9(07).
              05 HRS-REASON            PIC X(02).
       FD  HOLD-RESULT-FILE.
           01 HOLD-RESULT-RECORD.
              05 HRES-SEQUENCE         PIC 9(07).
              05 HRES-REASON           PIC X(02).
       FD  DISP-WORK-FILE.
           01 DISP-WORK-RECORD         PIC X(33).
       FD  HOLDER-REPORT-FILE.
           COPY CPFHOLR.
       SD  ROLLUP-SORT-FILE.
           01 ROLLUP-SORT-RECORD.
              05 RSR-RAIZ              PIC X(08).
              05 RSR-ROLE              PIC X(01).
                  88 RSR-HEAD-OFFICE       VALUE "1".
                  88 RSR-BRANCH            VALUE "2".
              05 RSR-CNPJ              PIC X(14).
              05 RSR-SOURCE            PIC X(01).
                  88 RSR-FROM-MASTER       VALUE "M".
                  88 RSR-FROM-RF-FILE      VALUE "R".
              05 RSR-LAST-CHECKED      PIC X(08).
              05 RSR-LAST-RESULT       PIC X(01).
                  88 RSR-RESULT-VALID      VALUE "V".
              05 RSR-RF-STATUS         PIC X(01).
                  88 RSR-RF-FLAGGED        VALUES "S" "I" "B".
              05 RSR-RF-DATE           PIC X(08).
       FD  ROLLUP-REPORT-FILE.
           COPY CNPJGRP.
       FD  AUDIT-ANCHOR-FILE.
           COPY CPFAUDK.
       FD  AUDIT-VERIFY-REPORT-FILE.
           COPY CPFAUDV.
       FD  SYNTH-REPORT-FILE.
           COPY CPFSYNT.
       FD  MANIFEST-FILE.
           COPY CPFMANF.
       FD  RUN-WORK-FILE.
           01 RUN-WORK-RECORD.
              05 RWRK-DOC              PIC X(15).
              05 RWRK-LOT-IX           PIC 9(02).
              05 RWRK-LOT-ID           PIC X(08).
       SD  RUN-SORT-FILE.
           01 RUN-SORT-RECORD.
              05 RSRT-DOC              PIC X(15).
              05 RSRT-LOT-IX           PIC 9(02).
              05 RSRT-LOT-ID           PIC X(08).
       FD  RUN-SRTD-FILE.
           01 RUN-SRTD-RECORD.
              05 RSD-DOC.
                 10 RSD-DOC-TYPE       PIC X(01).
                 10 RSD-DOC-NUMBER     PIC X(14).
              05 RSD-LOT-IX            PIC 9(02).
              05 RSD-LOT-ID            PIC X(08).
       FD  RUN-REPORT-FILE.
           COPY CPFRUNR.
       FD  PSEUDO-KEY-FILE.
           COPY CPFPSKY.
       FD  PSEUDO-MASTER-FILE.
           01 PSEUDO-MASTER-RECORD.
              05 PSM-CPF               PIC X(11).
              05 FILLER                PIC X(113).
       FD  PSEUDO-CNPJ-MASTER-FILE.
           01 PSEUDO-CNPJ-MASTER-RECORD.
              05 PSC-CNPJ              PIC X(14).
              05 FILLER                PIC X(106).
       FD  PSEUDO-AUDIT-FILE.
           01 PSEUDO-AUDIT-LINE        PIC X(80).
       FD  PSEUDO-SUSPENSE-FILE.
           01 PSEUDO-SUSP-RECORD       PIC X(53).
       FD  RATE-FILE.
           COPY CPFRATE.
       FD  BILL-REPORT-FILE.
           COPY CPFCOBR.
       FD  FIN-INTERFACE-FILE.
           COPY CPFFINI.
       FD  ALERT-FEED-FILE.
           COPY CPFALRT.
       FD  ALERT-REPORT-FILE.
           COPY CPFALRP.
       FD  LGPD-REPORT-FILE.
           COPY CPFLGPD.
       FD  LGPD-WORK-FILE.
           01 LGPD-WORK-RECORD         PIC X(140).
       WORKING-STORAGE SECTION.
      *     CPF = Input string.
           77 CPF PIC X(11) VALUE SPACES.
           77 MODE-OPTION PIC 9(2) VALUE ZERO.
      *     CNPJ = Input string for the company check-digit mode.
           77 CNPJ PIC X(14) VALUE SPACES.
      *     NCNPJ = Redefines the string as a digit vector.  Only the
      *     two check digits (13 and 14) are always numeric; the base
      *     of an alphanumeric CNPJ may carry letters.
           77 NCNPJ REDEFINES CNPJ PIC 9(1) OCCURS 14.
      *     CNPJ-RAW-INPUT = What the operator actually typed, which
      *     may still have the 99.999.999/9999-99 mask punctuation in
      *     it, and letters typed in either case.
           77 CNPJ-RAW-INPUT PIC X(18) VALUE SPACES.
      *     CNPJ-DIGIT-COUNT = How many digits and letters have been
      *     copied out of CNPJ-RAW-INPUT into CNPJ so far.
           77 CNPJ-DIGIT-COUNT PIC 9(2) VALUE ZERO.
      *     DCNPJ = Typed CNPJ formatted for display (built by
      *     AUDIT-TS = Timestamp stamped on each audit log entry.
           77 AUDIT-TS PIC X(21) VALUE SPACES.
           77 AUDIT-RESULT PIC X(04) VALUE SPACES.
      *     Working fields for the audit log seal.  Every line
      *     carries, after its text, a sequence number and a chain
      *     value computed over the text, the sequence and the chain
      *     value of the line before, so a line edited, removed or
      *     slipped in breaks every value after it.  AUD-LAST-* is
      *     where the chain stands; CPFAUDCK keeps it between runs.
           77 AUDCK-FILE-STATUS PIC X(02) VALUE SPACES.
           77 AUD-LAST-SEQ PIC 9(09) VALUE ZERO.
           77 AUD-LAST-CHAIN PIC 9(13) VALUE ZERO.
           77 AUD-ANCHOR-STATE PIC X(01) VALUE SPACES.
           77 AUD-ANCHOR-SW PIC X(01) VALUE "N".
               88 AUD-ANCHOR-OK         VALUE "Y".
      *     AUD-PREV-CHAIN/AUD-CALC-CHAIN = Chain value handed to
      *     2925 and the one it works out for AUDIT-SEAL-LINE.
           77 AUD-PREV-CHAIN PIC 9(13) VALUE ZERO.
           77 AUD-CALC-CHAIN PIC 9(13) VALUE ZERO.
           77 AUD-HASH-WORK PIC 9(18) VALUE ZERO.
           77 AUD-HASH-IX PIC 9(02) VALUE ZERO.
      *     AUDIT-SEAL-LINE = An audit line seen through its seal.
      *     The chain value covers ASL-HASHED, text through sequence.
           01 AUDIT-SEAL-LINE.
              05 ASL-HASHED.
                 10 ASL-BODY           PIC X(52).
                 10 ASL-TAG            PIC X(01).
                     88 ASL-SEALED         VALUE "#".
                 10 ASL-SEQ            PIC 9(09).
              05 FILLER                PIC X(01).
              05 ASL-CHAIN             PIC 9(13).
              05 FILLER                PIC X(04).
      *     Working fields for the chain verification in
      *     6810-AUDIT-CHAIN-CHECK.
           77 AVF-EOF-SW PIC X(01) VALUE "N".
               88 AVF-EOF               VALUE "Y".
           77 AVF-BROKEN-SW PIC X(01) VALUE "N".
               88 AVF-BROKEN            VALUE "Y".
           77 AVF-STARTED-SW PIC X(01) VALUE "N".
               88 AVF-CHAIN-STARTED     VALUE "Y".
           77 AVF-FILE PIC X(08) VALUE SPACES.
           77 AVF-LINE-NO PIC 9(09) VALUE ZERO.
           77 AVF-PREV-SEQ PIC 9(09) VALUE ZERO.
           77 AVF-PREV-CHAIN PIC 9(13) VALUE ZERO.
           77 AVF-EXPECT-SEQ PIC 9(09) VALUE ZERO.
           77 AVF-SEALED PIC 9(09) VALUE ZERO.
           77 AVF-LEGACY PIC 9(09) VALUE ZERO.
           77 AVF-HEADERS PIC 9(09) VALUE ZERO.
           77 AVF-REASON PIC X(45) VALUE SPACES.
           77 AVF-COUNT-ED PIC Z(8)9.
           77 AVF-SEQ-ED PIC Z(8)9.
           77 AVF-SEQ2-ED PIC Z(8)9.
           77 AVF-LINE PIC X(80) VALUE SPACES.
      *     AUDIT-FILE-STATUS = Status of the audit log OPEN, so a
      *     first-ever run (no audit log on disk yet) can fall back
      *     from EXTEND to OUTPUT instead of abending.
               88 SORTED-CPF-EOF           VALUE "Y".
           77 DUP-FOUND-SW PIC X(01) VALUE "N".
               88 DUP-WAS-FOUND         VALUE "Y".
      *     DUP-DOCS = Documents of the lot sent more than once.
           77 DUP-DOCS PIC 9(7) VALUE ZERO.
      *     CPF-IN-FILE-STATUS = Status of the batch input file OPEN,
      *     checked by 3000-BATCH-VALIDATE before reading it.
           77 CPF-IN-FILE-STATUS PIC X(02) VALUE SPACES.
           77 LOT-VALID-ED PIC Z(6)9.
           77 LOT-INVALID-ED PIC Z(6)9.
           77 LOT-LINE PIC X(80) VALUE SPACES.
      *     LOT-HIGH-SEQ/LOT-RX = Highest disposition sequence counted
      *     so far and the reason subscript, for 3175.
           77 LOT-HIGH-SEQ PIC 9(07) VALUE ZERO.
           77 LOT-RX PIC 9(02) VALUE ZERO.
      *     MST-FILE-STATUS = Status of the customer-document master.
           77 MST-FILE-STATUS PIC X(02) VALUE SPACES.
      *     MST-FLAGGED-SW = Set on by 2970-UPDATE-MASTER-RECORD when
      *     off the company master record for the operator warning.
           77 CNM-WARN-CODE PIC X(01) VALUE SPACES.
           77 CNM-WARN-DATE PIC X(08) VALUE SPACES.
      *     CNM-HEAD-* = The head office (order 0001) of the branch
      *     just checked at the prompt, worked out by 5270, and the
      *     RF situation found on its company master record.
           77 CNM-HEAD-CNPJ PIC X(14) VALUE SPACES.
           77 CNM-HEAD-FLAGGED-SW PIC X(01) VALUE "N".
               88 CNM-HEAD-WAS-FLAGGED     VALUE "Y".
           77 CNM-HEAD-WARN-CODE PIC X(01) VALUE SPACES.
           77 CNM-HEAD-WARN-DATE PIC X(08) VALUE SPACES.
      *     Working fields for the CNPJ match-merge in
      *     7500-RECONCILE-CNPJ-STATUS.
           77 CNEX-EOF-SW PIC X(01) VALUE "N".
               88 CNEX-EOF              VALUE "Y".
           77 CNST-EOF-SW PIC X(01) VALUE "N".
               88 CNST-EOF              VALUE "Y".
      *     Working fields for the head-office/branch roll-up in
      *     7800-CNPJ-ROLLUP-REPORT.  The control break is on the raiz
      *     (first eight positions of the CNPJ); what is known of the
      *     group's head office is kept while its branches go by.
           77 ROLL-MST-EOF-SW PIC X(01) VALUE "N".
               88 ROLL-MST-EOF          VALUE "Y".
           77 ROLL-STAT-EOF-SW PIC X(01) VALUE "N".
               88 ROLL-STAT-EOF         VALUE "Y".
           77 ROLL-SORT-EOF-SW PIC X(01) VALUE "N".
               88 ROLL-SORT-EOF         VALUE "Y".
           77 ROLL-STAT-SW PIC X(01) VALUE "N".
               88 ROLL-STAT-PRESENT     VALUE "Y".
           77 ROLL-RAIZ PIC X(08) VALUE SPACES.
           77 ROLL-HEAD-MST-SW PIC X(01) VALUE "N".
               88 ROLL-HEAD-ON-MASTER   VALUE "Y".
           77 ROLL-HEAD-FLAG-SW PIC X(01) VALUE "N".
               88 ROLL-HEAD-FLAGGED     VALUE "Y".
           77 ROLL-HEAD-CODE PIC X(01) VALUE SPACES.
           77 ROLL-HEAD-DATE PIC X(08) VALUE SPACES.
           77 ROLL-GROUPS PIC 9(7) VALUE ZERO.
           77 ROLL-FLAGGED-HEADS PIC 9(7) VALUE ZERO.
           77 ROLL-RISK-BRANCHES PIC 9(7) VALUE ZERO.
           77 ROLL-LATE-BRANCHES PIC 9(7) VALUE ZERO.
           77 ROLL-ORPHANS PIC 9(7) VALUE ZERO.
           77 ROLL-GROUPS-ED PIC Z(6)9.
           77 ROLL-FLAGGED-HEADS-ED PIC Z(6)9.
           77 ROLL-RISK-BRANCHES-ED PIC Z(6)9.
           77 ROLL-LATE-BRANCHES-ED PIC Z(6)9.
           77 ROLL-ORPHANS-ED PIC Z(6)9.
           77 ROLL-LINE PIC X(80) VALUE SPACES.
      *     Working fields for the repeat-check velocity report in
      *     6400-VELOCITY-REPORT.  The typed minimum lands
      *     right-justified so a short entry like "3" can be
      *     numeric one lands right-justified so a short entry like
      *     "5" can be zero-filled before the numeric test.
           77 PARM-NUM-X PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
           77 PARM-NUM-SW PIC X(01) VALUE "N".
               88 PARM-NUM-OK              VALUE "Y".
           77 PARM-DATE-X PIC X(08) VALUE SPACES.
           77 PARM-ANSWER PIC X(01) VALUE SPACES.
           77 CKPT-INTERVAL-ED PIC ZZ9.
      *     RUN-RC = Worst outcome seen so far, handed to the
      *     scheduler through RETURN-CODE at end of run:
      *       00 clean run          04 invalid CPFs present
      *       08 duplicates present 10 lot scored as synthetic
      *       12 batch input file missing (or a manifest with
      *          no lot on it)
      *       16 control failure on the batch file
      *       20 audit log chain broken
           77 RUN-RC PIC 9(2) VALUE ZERO.
      *     RUN-RC-CAND = Outcome a caller wants to raise RUN-RC to;
      *     8100-RAISE-RUN-RC only ever moves it upward.
      *     date already processed, trailer missing or count off).
           77 CTL-FAIL-SW PIC X(01) VALUE "N".
               88 CTL-FAILED               VALUE "Y".
      *     CTL-FAIL-TEXT = The line the failing control check put on
      *     the report, kept for the manifest run's consolidation.
           77 CTL-FAIL-TEXT PIC X(80) VALUE SPACES.
      *     TRAILER-SEEN-SW = Whether the batch pass has hit the "T"
      *     control record yet; still off at end-of-file means the
      *     transfer was truncated.
      *     lifted off the "H" record of the file being processed.
           77 HEADER-DATE PIC X(08) VALUE SPACES.
           77 HEADER-SOURCE PIC X(08) VALUE SPACES.
      *     BATCH-LOT-ID = Manifest id of the lot being validated;
      *     spaces when the batch runs on the single CPFIN.
           77 BATCH-LOT-ID PIC X(08) VALUE SPACES.
           77 TRAILER-COUNT-ED PIC Z(6)9.
      *     Working fields for the match-merge in
      *     7000-RECONCILE-RF-STATUS.
           77 PURGE-OLDEST PIC X(08) VALUE SPACES.
           77 PURGE-NEWEST PIC X(08) VALUE SPACES.
           77 PURGE-LINE PIC X(80) VALUE SPACES.
      *     PURGE-LAST-ARCH-SEQ/PURGE-FIRST-KEPT-SEQ = Where the seal
      *     chain crosses from the archive into the live log, quoted
      *     on the disposal report.
           77 PURGE-LAST-ARCH-SEQ PIC 9(09) VALUE ZERO.
           77 PURGE-FIRST-KEPT-SEQ PIC 9(09) VALUE ZERO.
           77 AUDIT-EOF-SW PIC X(01) VALUE "N".
               88 AUDIT-EOF                VALUE "Y".
      *     Working fields for the monthly statistics report in
              05 FILLER PIC X(18) VALUE "PR SC".
           01 REGION-NAME-TAB REDEFINES REGION-NAMES.
              05 REGION-NAME           PIC X(18) OCCURS 10.
      *     Working fields for the holder match in 3700-HOLDER-MATCH.
      *     Names are compared folded to upper case with leading and
      *     repeated blanks squeezed out, so a name keyed with stray
      *     spaces or in lower case still agrees with Receita's; a
      *     name or birth date the lot did not send is not compared.
           77 HOLD-FILE-STATUS PIC X(02) VALUE SPACES.
           77 CAD-FILE-STATUS PIC X(02) VALUE SPACES.
           77 DSPWK-FILE-STATUS PIC X(02) VALUE SPACES.
           77 HOLD-EOF-SW PIC X(01) VALUE "N".
               88 HOLD-EOF              VALUE "Y".
           77 CAD-EOF-SW PIC X(01) VALUE "N".
               88 CAD-EOF               VALUE "Y".
           77 HRES-EOF-SW PIC X(01) VALUE "N".
               88 HRES-EOF              VALUE "Y".
           77 DISP-EOF-SW PIC X(01) VALUE "N".
               88 DISP-EOF              VALUE "Y".
      *     HOLD-PRESENT-SW = Whether the pass queued any CPF with
      *     holder data at all; a lot without it skips the match.
           77 HOLD-PRESENT-SW PIC X(01) VALUE "N".
               88 HOLD-DATA-PRESENT     VALUE "Y".
           77 HOLD-NAME-SW PIC X(01) VALUE "N".
               88 HOLD-NAME-DIFFERS     VALUE "Y".
           77 HOLD-BIRTH-SW PIC X(01) VALUE "N".
               88 HOLD-BIRTH-DIFFERS    VALUE "Y".
      *     HOLD-REASON = Disposition reason the match gives a CPF;
      *     spaces means name and birth date agree.
           77 HOLD-REASON PIC X(02) VALUE SPACES.
               88 HOLD-REASON-NONE         VALUE SPACES.
               88 HOLD-REASON-NO-CADAST    VALUE "06".
               88 HOLD-REASON-NAME         VALUE "07".
               88 HOLD-REASON-BIRTH        VALUE "08".
               88 HOLD-REASON-NAME-BIRTH   VALUE "09".
           77 HOLD-REASON-TEXT PIC X(30) VALUE SPACES.
      *     HOLD-PREV-SEQ/HOLD-DISP-PREV-SEQ = Input sequence of the
      *     holder item and of the disposition last read, to see the
      *     stretch a checkpoint restart wrote a second time.
           77 HOLD-PREV-SEQ PIC 9(07) VALUE ZERO.
           77 HOLD-DISP-PREV-SEQ PIC 9(07) VALUE ZERO.
           77 HOLD-CHECKED PIC 9(7) VALUE ZERO.
           77 HOLD-HELD PIC 9(7) VALUE ZERO.
           77 HOLD-NOT-FOUND PIC 9(7) VALUE ZERO.
           77 HOLD-NAME-MISS PIC 9(7) VALUE ZERO.
           77 HOLD-BIRTH-MISS PIC 9(7) VALUE ZERO.
           77 HOLD-BOTH-MISS PIC 9(7) VALUE ZERO.
           77 HOLD-CHECKED-ED PIC Z(6)9.
           77 HOLD-HELD-ED PIC Z(6)9.
           77 HOLD-NOT-FOUND-ED PIC Z(6)9.
           77 HOLD-NAME-MISS-ED PIC Z(6)9.
           77 HOLD-BIRTH-MISS-ED PIC Z(6)9.
           77 HOLD-BOTH-MISS-ED PIC Z(6)9.
           77 HOLD-SEQ-ED PIC Z(6)9.
           77 HOLD-LINE PIC X(80) VALUE SPACES.
      *     HOLD-NAME-IN/OUT = Name handed to 3790 and the folded,
      *     squeezed result; HOLD-LOT-NAME keeps the lot's side while
      *     Receita's goes through.
           77 HOLD-NAME-IN PIC X(60) VALUE SPACES.
           77 HOLD-NAME-OUT PIC X(60) VALUE SPACES.
           77 HOLD-LOT-NAME PIC X(60) VALUE SPACES.
           77 HOLD-NAME-LEN PIC 9(02) VALUE ZERO.
           77 HOLD-IX PIC 9(02) VALUE ZERO.
           77 HOLD-BLANK-SW PIC X(01) VALUE "Y".
               88 HOLD-PREV-BLANK       VALUE "Y".
      *     Working fields for the LGPD data-subject request in
      *     8200-LGPD-SUBJECT-REQUEST.  Every file is searched by the
      *     nine-digit base of the CPF, all the audit log keeps of it,
      *     so a submission of the same titular with a mistyped check
      *     digit is found and erased with the rest.  Entry N of the
      *     count tables belongs to the file in entry N of
      *     LGPD-FILE-NAMES.
           77 LGPD-FILE-STATUS PIC X(02) VALUE SPACES.
           77 LGWK-FILE-STATUS PIC X(02) VALUE SPACES.
           77 LGPD-EOF-SW PIC X(01) VALUE "N".
               88 LGPD-EOF              VALUE "Y".
           77 LGPD-CPF PIC X(11) VALUE SPACES.
           77 LGPD-BASE PIC X(09) VALUE SPACES.
      *     LGPD-MASKED = The base as the audit lines show it, the
      *     DVCPF 999.999.999 form.
           77 LGPD-MASKED PIC X(11) VALUE SPACES.
      *     LGPD-ANON-* = What an anonymized CPF is overwritten with:
      *     the same width, so no record moves and no count changes.
           77 LGPD-ANON-CPF PIC X(11) VALUE "ANONIMIZADO".
           77 LGPD-ANON-MASK PIC X(11) VALUE "***.***.***".
           77 LGPD-ANSWER PIC X(01) VALUE SPACES.
           77 LGPD-FX PIC 9(02) VALUE ZERO.
           77 LGPD-TOTAL PIC 9(7) VALUE ZERO.
           77 LGPD-TOTAL-ED PIC Z(6)9.
           77 LGPD-COUNT-ED PIC Z(6)9.
           77 LGPD-SEQ-ED PIC Z(6)9.
      *     LGPD-IMAGE = A master record as the master, its archive
      *     and its unload image all carry it, for 8218 to print.
           77 LGPD-IMAGE PIC X(124) VALUE SPACES.
      *     LGPD-DROP-HASH = Key hash of the unload details dropped,
      *     taken back off the image trailer with the count.
           77 LGPD-DROP-HASH PIC 9(15) VALUE ZERO.
           77 LGPD-LINE PIC X(80) VALUE SPACES.
           77 LGPD-DISP-SEEN-SW PIC X(01) VALUE "N".
               88 LGPD-DISP-SEEN        VALUE "Y".
      *     LGPD-LOT-TABLE = Every manifest lot id the CPFLAST ledger
      *     or the current CPFMANIF names, once each: the lots whose
      *     CPFDISP.<lot id> files the search and the erasure cover.
      *     Ids past the table are counted in LGPD-LOT-LOST and their
      *     files reported as not searched.
           77 LGPD-LOT-USED PIC 9(03) VALUE ZERO.
           77 LGPD-LOT-LOST PIC 9(05) VALUE ZERO.
           77 LGPD-LX PIC 9(03) VALUE ZERO.
           77 LGPD-LOT-KEY PIC X(08) VALUE SPACES.
           77 LGPD-LOT-LOST-ED PIC Z(4)9.
           01 LGPD-LOT-TABLE.
              05 LGPD-LOT-ID           PIC X(08) OCCURS 500.
           01 LGPD-COUNT-TABLE.
              05 LGPD-FOUND            PIC 9(07) OCCURS 10.
              05 LGPD-DONE             PIC 9(07) OCCURS 10.
           01 LGPD-FILE-NAMES.
              05 FILLER PIC X(08) VALUE "CPFMST".
              05 FILLER PIC X(30) VALUE "CADASTRO MESTRE".
              05 FILLER PIC X(12) VALUE "REMOVIDOS".
              05 FILLER PIC X(08) VALUE "CPFAUDIT".
              05 FILLER PIC X(30) VALUE "LOG DE AUDITORIA".
              05 FILLER PIC X(12) VALUE "ANONIMIZADOS".
              05 FILLER PIC X(08) VALUE "CPFARCH".
              05 FILLER PIC X(30) VALUE "ARQUIVO DO LOG DE AUDITORIA".
              05 FILLER PIC X(12) VALUE "ANONIMIZADOS".
              05 FILLER PIC X(08) VALUE "CPFSUSP".
              05 FILLER PIC X(30) VALUE "SUSPENSO DE REJEITADOS".
              05 FILLER PIC X(12) VALUE "ANONIMIZADOS".
              05 FILLER PIC X(08) VALUE "CPFDISP".
              05 FILLER PIC X(30) VALUE "DISPOSICOES DO LOTE".
              05 FILLER PIC X(12) VALUE "ANONIMIZADOS".
              05 FILLER PIC X(08) VALUE "CPFEXTR".
              05 FILLER PIC X(30) VALUE "EXTRATO PARA A RECEITA".
              05 FILLER PIC X(12) VALUE "REMOVIDOS".
              05 FILLER PIC X(08) VALUE "CPFMSTAR".
              05 FILLER PIC X(30) VALUE "ARQUIVO DO CADASTRO MESTRE".
              05 FILLER PIC X(12) VALUE "ANONIMIZADOS".
              05 FILLER PIC X(08) VALUE "CPFMSTUN".
              05 FILLER PIC X(30) VALUE "IMAGEM DE UNLOAD DO CADASTRO".
              05 FILLER PIC X(12) VALUE "REMOVIDOS".
              05 FILLER PIC X(08) VALUE "CPFHOLD".
              05 FILLER PIC X(30) VALUE "DADOS DO TITULAR DO LOTE".
              05 FILLER PIC X(12) VALUE "REMOVIDOS".
              05 FILLER PIC X(08) VALUE "CPFALERT".
              05 FILLER PIC X(30) VALUE "ALERTAS AS ORIGENS".
              05 FILLER PIC X(12) VALUE "REMOVIDOS".
           01 LGPD-FILE-TAB REDEFINES LGPD-FILE-NAMES.
              05 LGPD-FILE-ENTRY OCCURS 10.
                 10 LGPD-FILE-NAME     PIC X(08).
                 10 LGPD-FILE-DESC     PIC X(30).
                 10 LGPD-FILE-ACTION   PIC X(12).
      *     Working fields for the source systems kept on the masters
      *     and the alerts fed back to them by the reconciliations.
      *     SRC-NOTE-ID = Source system to note on the master record
      *     being updated; spaces when the update does not come from
      *     a lot (the single checks, a suspense resolution).
           77 SRC-NOTE-ID PIC X(08) VALUE SPACES.
           77 SRC-IX PIC 9(02) VALUE ZERO.
           77 SRC-SLOT PIC 9(02) VALUE ZERO.
           77 ALRT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 ALRP-FILE-STATUS PIC X(02) VALUE SPACES.
      *     ALR-PREV-STATUS = RF status on the master before the
      *     reconciliation stamped it; an alert goes out only when
      *     the new code differs from it.
           77 ALR-PREV-STATUS PIC X(01) VALUE SPACE.
           77 ALR-CODE-IX PIC 9(01) VALUE ZERO.
           77 ALR-TOTAL PIC 9(07) VALUE ZERO.
           77 ALR-TOTAL-ED PIC Z(6)9.
           77 ALR-DOC-ED PIC X(04) VALUE SPACES.
           77 ALR-LINE PIC X(80) VALUE SPACES.
      *     ALR-SUM-TABLE = Alerts of the reconciliation in progress
      *     per source system, by RF code S, C, I, B in that order;
      *     a source past the fiftieth is counted under the last
      *     entry, shown as OUTRAS.
           77 ALR-SUM-USED PIC 9(02) VALUE ZERO.
           77 ALR-SX PIC 9(02) VALUE ZERO.
           01 ALR-SUM-TABLE.
              05 ALR-SUM-ENTRY OCCURS 50.
                 10 ALR-SUM-SOURCE     PIC X(08).
                 10 ALR-SUM-COUNT      PIC 9(07).
                 10 ALR-SUM-CODE       PIC 9(07) OCCURS 4.
           01 ALR-SUM-EDITS.
              05 ALR-SUM-COUNT-ED      PIC Z(6)9.
              05 ALR-SUM-CODE-ED       PIC Z(6)9 OCCURS 4.
      *     Working fields for the synthetic-pattern check in
      *     4500-SYNTH-PATTERN-CHECK.  The SYN- limits keep their
      *     VALUE clauses as the fallback when CPFPARM lacks them.
      *     SYN-THRESHOLD = Lot score above which the lot is suspect.
           77 SYN-THRESHOLD PIC 9(03) VALUE 25.
      *     SYN-RUN-MIN/SYN-GAP = A run is at least SYN-RUN-MIN valid
      *     CPFs of the lot whose nine-digit bases, in order, lie no
      *     more than SYN-GAP apart.
           77 SYN-RUN-MIN PIC 9(03) VALUE 5.
           77 SYN-GAP PIC 9(03) VALUE 10.
      *     SYN-BURST-MIN = Valid CPFs in a row, in arrival order, all
      *     from one fiscal region (ninth digit) that make a burst.
           77 SYN-BURST-MIN PIC 9(03) VALUE 20.
      *     SYN-NEW-PCT/SYN-NEW-MIN = Share of the lot's CPFs new to
      *     the master that goes unscored, and the number of CPFs a
      *     lot needs before that share counts at all.
           77 SYN-NEW-PCT PIC 9(03) VALUE 80.
           77 SYN-NEW-MIN PIC 9(03) VALUE 50.
      *     Counts gathered on the way: valid CPFs in arrival order
      *     and those in bursts (batch pass), distinct valid CPFs and
      *     those the master did not have yet (master apply), CPFs
      *     in runs (the check itself).
           77 SYN-VALID-CPFS PIC 9(07) VALUE ZERO.
           77 SYN-BURST-CPFS PIC 9(07) VALUE ZERO.
           77 SYN-DISTINCT PIC 9(07) VALUE ZERO.
           77 SYN-NEW PIC 9(07) VALUE ZERO.
           77 SYN-RUN-CPFS PIC 9(07) VALUE ZERO.
           77 SYN-RUNS PIC 9(05) VALUE ZERO.
           77 SYN-GROUP-VALID-SW PIC X(01) VALUE "N".
               88 SYN-GROUP-VALID       VALUE "Y".
      *     The streak of one region under way in the batch pass.
           77 SYN-STREAK-REGION PIC 9(01) VALUE ZERO.
           77 SYN-STREAK-LEN PIC 9(07) VALUE ZERO.
           77 SYN-STREAK-START PIC 9(07) VALUE ZERO.
      *     The run of close bases under way in the check.
           77 SYN-BASE PIC 9(09) VALUE ZERO.
           77 SYN-RUN-LAST PIC 9(09) VALUE ZERO.
           77 SYN-RUN-LEN PIC 9(07) VALUE ZERO.
           77 SYN-RUN-FIRST-CPF PIC X(11) VALUE SPACES.
           77 SYN-RUN-LAST-CPF PIC X(11) VALUE SPACES.
           77 SYN-PREV-CPF PIC X(11) VALUE SPACES.
      *     SYN-SCORE = Percentage of the lot's CPFs in runs, plus
      *     the percentage in bursts, plus the points by which the
      *     new share passes SYN-NEW-PCT.
           77 SYN-SCORE PIC 9(03) VALUE ZERO.
           77 SYN-PCT PIC 9(03) VALUE ZERO.
           77 SYN-PCT-ED PIC ZZ9.
           77 SYN-SCORE-ED PIC ZZ9.
           77 SYN-COUNT-ED PIC Z(6)9.
           77 SYN-COUNT2-ED PIC Z(6)9.
           77 SYN-LINE PIC X(80) VALUE SPACES.
      *     SYN-BURST-TABLE = The bursts of the lot, by region, input
      *     record where each began and length; bursts past the
      *     fiftieth are counted in SYN-BURST-LOST only.
           77 SYN-BURST-USED PIC 9(02) VALUE ZERO.
           77 SYN-BURST-LOST PIC 9(05) VALUE ZERO.
           77 SYN-BX PIC 9(02) VALUE ZERO.
           01 SYN-BURST-TABLE.
              05 SYN-BURST-ENTRY OCCURS 50.
                 10 SYN-BURST-REGION   PIC 9(01).
                 10 SYN-BURST-START    PIC 9(07).
                 10 SYN-BURST-LEN      PIC 9(07).
      *     Working fields for the manifest run in 8400-MANIFEST-RUN.
           77 MANF-FILE-STATUS PIC X(02) VALUE SPACES.
           77 RWRK-FILE-STATUS PIC X(02) VALUE SPACES.
           77 MANF-EOF-SW PIC X(01) VALUE "N".
               88 MANF-EOF              VALUE "Y".
           77 RSD-EOF-SW PIC X(01) VALUE "N".
               88 RSD-EOF               VALUE "Y".
      *     MAN-LOT-USED/LOST = Lots taken off the manifest, and lines
      *     past the fiftieth that could not be.
           77 MAN-LOT-USED PIC 9(02) VALUE ZERO.
           77 MAN-LOT-LOST PIC 9(05) VALUE ZERO.
           77 MAN-LX PIC 9(02) VALUE ZERO.
           77 MAN-LY PIC 9(02) VALUE ZERO.
           77 MAN-DX PIC 9(01) VALUE ZERO.
           77 MAN-PASSED PIC 9(02) VALUE ZERO.
      *     MAN-SAVE-RC = RUN-RC of the run so far, set aside while
      *     one lot runs so the lot's own outcome can be read off.
           77 MAN-SAVE-RC PIC 9(02) VALUE ZERO.
           77 MAN-ENV-NAME PIC X(16) VALUE SPACES.
           77 MAN-ENV-VALUE PIC X(80) VALUE SPACES.
           77 MAN-PREV-DOC PIC X(15) VALUE SPACES.
           77 MAN-GROUP-LOTS PIC 9(02) VALUE ZERO.
           77 MAN-XDUP-DOCS PIC 9(07) VALUE ZERO.
           77 MAN-LINE PIC X(80) VALUE SPACES.
           77 MAN-STATE-TEXT PIC X(15) VALUE SPACES.
           77 MAN-READ-ED PIC Z(6)9.
           77 MAN-VALID-ED PIC Z(6)9.
           77 MAN-INVALID-ED PIC Z(6)9.
           77 MAN-DUPES-ED PIC Z(4)9.
           77 MAN-SCORE-ED PIC ZZ9.
           77 MAN-COUNT-ED PIC Z(7)9.
           77 MAN-COUNT2-ED PIC Z(7)9.
           77 MAN-COUNT3-ED PIC Z(7)9.
           01 MAN-GRAND-TOTALS.
              05 MAN-GT-READ           PIC 9(08).
              05 MAN-GT-VALID          PIC 9(08).
              05 MAN-GT-INVALID        PIC 9(08).
              05 MAN-GT-CPF-DOCS       PIC 9(08).
              05 MAN-GT-CNPJ-DOCS      PIC 9(08).
              05 MAN-GT-DUPES          PIC 9(08).
      *     MAN-LOT-LIST = The first five lots a repeated document
      *     came in, for its line on the consolidated report.
           01 MAN-LOT-LIST.
              05 MAN-LIST-ID           PIC X(09) OCCURS 5.
      *     MAN-DD-NAMES = The files each lot gets its own copy of.
      *     The first is the lot's input, pointed at the file the
      *     manifest names; the others get the lot id as a suffix on
      *     whatever name they already had (MAN-DD-BASE), which is
      *     put back once the lots are done.
           01 MAN-DD-NAMES.
              05 FILLER PIC X(08) VALUE "CPFIN".
              05 FILLER PIC X(08) VALUE "CPFRPT".
              05 FILLER PIC X(08) VALUE "CPFDUPE".
              05 FILLER PIC X(08) VALUE "CPFDISP".
              05 FILLER PIC X(08) VALUE "CPFHOLDR".
              05 FILLER PIC X(08) VALUE "CPFSYNTH".
              05 FILLER PIC X(08) VALUE "CPFREGN".
           01 MAN-DD-TAB REDEFINES MAN-DD-NAMES.
              05 MAN-DD-FILE           PIC X(08) OCCURS 7.
           01 MAN-DD-BASES.
              05 MAN-DD-BASE           PIC X(72) OCCURS 7.
      *     MAN-LOT-TABLE = One entry per manifest line, in manifest
      *     order, with the lot's outcome once it has run.
           01 MAN-LOT-TABLE.
              05 MAN-LOT OCCURS 50.
                 10 MAN-LOT-ID         PIC X(08).
                 10 MAN-LOT-FILE       PIC X(71).
                 10 MAN-LOT-STATE      PIC X(01).
                     88 MAN-LOT-PENDING    VALUE " ".
                     88 MAN-LOT-DONE       VALUE "P".
                     88 MAN-LOT-FAILED     VALUE "F".
                     88 MAN-LOT-MISSING    VALUE "A".
                     88 MAN-LOT-REJECTED   VALUE "R".
                     88 MAN-LOT-SKIPPED    VALUE "S".
                 10 MAN-LOT-SOURCE     PIC X(08).
                 10 MAN-LOT-DATE       PIC X(08).
                 10 MAN-LOT-READ       PIC 9(07).
                 10 MAN-LOT-VALID      PIC 9(07).
                 10 MAN-LOT-INVALID    PIC 9(07).
                 10 MAN-LOT-CPF-DOCS   PIC 9(07).
                 10 MAN-LOT-CNPJ-DOCS  PIC 9(07).
                 10 MAN-LOT-DUPES      PIC 9(07).
                 10 MAN-LOT-SCORE      PIC 9(03).
                 10 MAN-LOT-RC         PIC 9(02).
                 10 MAN-LOT-NOTE       PIC X(70).
      *     Working fields for the pseudonymized copy in
      *     6900-PSEUDO-COPY.  The first eight digits of a CPF base
      *     (the ninth is the fiscal region and stays) and the
      *     eight-position root of a CNPJ (the branch order stays, so
      *     head offices keep their branches) go through a four-round
      *     keyed Feistel permutation: two halves, each round adding a
      *     keyed function of one half to the other modulo PSD-RADIX.
      *     Being a permutation, two documents can never share a
      *     substitute, and nothing but the key is needed to rebuild
      *     it - no table of pairs is ever written.
           77 PSK-FILE-STATUS PIC X(02) VALUE SPACES.
           77 PSM-FILE-STATUS PIC X(02) VALUE SPACES.
           77 PSC-FILE-STATUS PIC X(02) VALUE SPACES.
           77 PSD-KEY-SW PIC X(01) VALUE "N".
               88 PSD-KEY-OK            VALUE "Y".
           01 PSD-KEYS.
              05 PSD-KEY OCCURS 4.
                 10 PSD-KEY-A          PIC 9(04).
                 10 PSD-KEY-B          PIC 9(04).
           77 PSD-RX PIC 9(01) VALUE ZERO.
      *     PSD-RADIX = Size of one half: 10000 for four digits,
      *     1679616 (36 ** 4) for four characters 0-9/A-Z.
           77 PSD-RADIX PIC 9(07) VALUE ZERO.
           77 PSD-LEFT PIC 9(07) VALUE ZERO.
           77 PSD-RIGHT PIC 9(07) VALUE ZERO.
           77 PSD-TEMP PIC 9(07) VALUE ZERO.
           77 PSD-ROUND-F PIC 9(15) VALUE ZERO.
           77 PSD-VALUE8 PIC 9(08) VALUE ZERO.
      *     PSD-EXCLUDE = The one value the eight digits of a CPF may
      *     not take: its region digit eight times over, which would
      *     make a repeated-digit placeholder DOC-VALID rejects.
           77 PSD-EXCLUDE PIC 9(08) VALUE ZERO.
           77 PSD-CPF PIC X(11) VALUE SPACES.
           77 PSD-NCPF REDEFINES PSD-CPF PIC 9(1) OCCURS 11.
           77 PSD-BASE PIC X(09) VALUE SPACES.
           77 PSD-CNPJ PIC X(14) VALUE SPACES.
           77 PSD-ROOT PIC X(08) VALUE SPACES.
           77 PSD-CHAR PIC X(01) VALUE SPACE.
           77 PSD-CX PIC 9(02) VALUE ZERO.
           77 PSD-PX PIC 9(02) VALUE ZERO.
           77 PSD-OLD-D1 PIC 9(01) VALUE ZERO.
           77 PSD-OLD-D2 PIC 9(01) VALUE ZERO.
           77 PSD-NEW-D1 PIC 9(01) VALUE ZERO.
           77 PSD-NEW-D2 PIC 9(01) VALUE ZERO.
      *     PSD-MAPPED-SW = Whether the document just handled got a
      *     substitute; a repeated-digit placeholder is nobody's and
      *     is left alone, a malformed one only has its digits
      *     zeroed.
           77 PSD-MAPPED-SW PIC X(01) VALUE "N".
               88 PSD-MAPPED            VALUE "Y".
           77 PSD-CHARSET PIC X(36)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 PSD-CHARSET-CHAR REDEFINES PSD-CHARSET PIC X(1)
               OCCURS 36.
           01 PSD-COUNTS.
              05 PSD-COUNT             PIC 9(07) OCCURS 4.
           77 PSD-LOST PIC 9(07) VALUE ZERO.
           77 PSD-COUNT-ED PIC Z(6)9.
      *     Working fields for the monthly chargeback in 6300.
      *     BILL-CATEGORY-VALUES = The billing categories in statement
      *     order, with the code CPFRATE prices them by: lots run,
      *     CPF and CNPJ documents, rejected/held documents by
      *     disposition reason 01-09 (categories 4 to 12), lots
      *     refused by a control check and suspense items resolved.
           77 RATE-FILE-STATUS PIC X(02) VALUE SPACES.
           77 RATE-EOF-SW PIC X(01) VALUE "N".
               88 RATE-EOF              VALUE "Y".
           77 BILL-MONTH PIC X(06) VALUE SPACES.
           77 BILL-RUN-DATE PIC X(08) VALUE SPACES.
           01 BILL-CATEGORY-VALUES.
              05 FILLER PIC X(10) VALUE "LOTE".
              05 FILLER PIC X(30) VALUE "LOTES PROCESSADOS".
              05 FILLER PIC X(10) VALUE "DOC-CPF".
              05 FILLER PIC X(30) VALUE "CPFS VALIDADOS".
              05 FILLER PIC X(10) VALUE "DOC-CNPJ".
              05 FILLER PIC X(30) VALUE "CNPJS VALIDADOS".
              05 FILLER PIC X(10) VALUE "REJ-01".
              05 FILLER PIC X(30) VALUE "REJEITADOS: 1O DIGITO".
              05 FILLER PIC X(10) VALUE "REJ-02".
              05 FILLER PIC X(30) VALUE "REJEITADOS: 2O DIGITO".
              05 FILLER PIC X(10) VALUE "REJ-03".
              05 FILLER PIC X(30) VALUE "REJEITADOS: SEQUENCIA FALSA".
              05 FILLER PIC X(10) VALUE "REJ-04".
              05 FILLER PIC X(30) VALUE "REJEITADOS: MAL FORMADOS".
              05 FILLER PIC X(10) VALUE "REJ-05".
              05 FILLER PIC X(30) VALUE "REJEITADOS: TIPO INVALIDO".
              05 FILLER PIC X(10) VALUE "REJ-06".
              05 FILLER PIC X(30) VALUE "RETIDOS: SEM CADASTRO RF".
              05 FILLER PIC X(10) VALUE "REJ-07".
              05 FILLER PIC X(30) VALUE "RETIDOS: NOME DIVERGENTE".
              05 FILLER PIC X(10) VALUE "REJ-08".
              05 FILLER PIC X(30)
                  VALUE "RETIDOS: NASCIMENTO DIVERGENTE".
              05 FILLER PIC X(10) VALUE "REJ-09".
              05 FILLER PIC X(30) VALUE "RETIDOS: NOME E NASCIMENTO".
              05 FILLER PIC X(10) VALUE "LOTE-FALHA".
              05 FILLER PIC X(30) VALUE "LOTES COM FALHA DE CONTROLE".
              05 FILLER PIC X(10) VALUE "SUSP-RES".
              05 FILLER PIC X(30) VALUE "PENDENCIAS RESOLVIDAS".
           01 BILL-CATEGORY-TAB REDEFINES BILL-CATEGORY-VALUES.
              05 BILL-CATEGORY OCCURS 14.
                 10 BILL-CAT-CODE      PIC X(10).
                 10 BILL-CAT-DESC      PIC X(30).
           01 BILL-RATE-TABLE.
              05 BILL-RATE-ENTRY OCCURS 14.
                 10 BILL-RATE          PIC 9(05)V9(04).
                 10 BILL-RATE-SW       PIC X(01).
                     88 BILL-RATE-FOUND     VALUE "Y".
      *     BILL-SOURCE-TABLE = One entry per source system with any
      *     use in the month, in the order the ledger first shows it.
           77 BILL-SRC-USED PIC 9(02) VALUE ZERO.
           01 BILL-SOURCE-TABLE.
              05 BILL-SOURCE OCCURS 50.
                 10 BILL-SRC-ID        PIC X(08).
                 10 BILL-QTY           PIC 9(09) OCCURS 14.
           77 BILL-KEY-SOURCE PIC X(08) VALUE SPACES.
           77 BILL-SX PIC 9(02) VALUE ZERO.
           77 BILL-CX PIC 9(02) VALUE ZERO.
           77 BILL-RX PIC 9(02) VALUE ZERO.
      *     BILL-SRC-LOST = Lots and items of sources past the fiftieth,
      *     left off; BILL-OLD-LOTS = lots the ledger recorded before it
      *     kept document counts, billed as lots only; BILL-SUSP-NOSRC =
      *     resolved items that do not say which source they came from.
           77 BILL-SRC-LOST PIC 9(07) VALUE ZERO.
           77 BILL-OLD-LOTS PIC 9(07) VALUE ZERO.
           77 BILL-SUSP-NOSRC PIC 9(07) VALUE ZERO.
           77 BILL-NO-RATE PIC 9(02) VALUE ZERO.
           77 BILL-AMOUNT PIC 9(11)V9(02) VALUE ZERO.
           77 BILL-SRC-TOTAL PIC 9(11)V9(02) VALUE ZERO.
           77 BILL-GRAND-TOTAL PIC 9(13)V9(02) VALUE ZERO.
           77 BILL-FIN-COUNT PIC 9(07) VALUE ZERO.
           77 BILL-QTY-ED PIC Z(8)9.
           77 BILL-RATE-ED PIC Z(4)9,9999.
           77 BILL-AMOUNT-ED PIC Z(10)9,99.
           77 BILL-TOTAL-ED PIC Z(12)9,99.
           77 BILL-COUNT-ED PIC Z(6)9.
           77 BILL-LINE PIC X(80) VALUE SPACES.
      *     DOCV-PARMS = Parameter area handed to the DOC-VALID
      *     subprogram, the one shared copy of the CPF and CNPJ
      *     check-digit rules.
       0000-MAINLINE.
           ACCEPT RUN-PARM FROM COMMAND-LINE.
           PERFORM 0020-LOAD-RUN-PARMS.
           PERFORM 0030-AUDIT-ANCHOR-LOAD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           CLOSE ACCESS-LOG-FILE.
           CLOSE AUDIT-LOG-FILE.
           MOVE "F" TO AUD-ANCHOR-STATE.
           PERFORM 0034-AUDIT-ANCHOR-WRITE.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
                   ELSE
                       PERFORM 0027-PARM-BAD-VALUE
                   END-IF
               WHEN "SYNTH-THRESHOLD"
                   IF PARM-VALUE(1:3) IS NUMERIC
                       MOVE PARM-VALUE(1:3) TO SYN-THRESHOLD
                   ELSE
                       PERFORM 0027-PARM-BAD-VALUE
                   END-IF
               WHEN "SYNTH-RUN-MIN"
                   IF PARM-VALUE(1:3) IS NUMERIC
                           AND PARM-VALUE(1:3) > "001"
                       MOVE PARM-VALUE(1:3) TO SYN-RUN-MIN
                   ELSE
                       PERFORM 0027-PARM-BAD-VALUE
                   END-IF
               WHEN "SYNTH-GAP"
                   IF PARM-VALUE(1:3) IS NUMERIC
                           AND PARM-VALUE(1:3) NOT = "000"
                       MOVE PARM-VALUE(1:3) TO SYN-GAP
                   ELSE
                       PERFORM 0027-PARM-BAD-VALUE
                   END-IF
               WHEN "SYNTH-BURST"
                   IF PARM-VALUE(1:3) IS NUMERIC
                           AND PARM-VALUE(1:3) > "001"
                       MOVE PARM-VALUE(1:3) TO SYN-BURST-MIN
                   ELSE
                       PERFORM 0027-PARM-BAD-VALUE
                   END-IF
               WHEN "SYNTH-NEW-PCT"
                   IF PARM-VALUE(1:3) IS NUMERIC
                           AND PARM-VALUE(1:3) NOT > "100"
                       MOVE PARM-VALUE(1:3) TO SYN-NEW-PCT
                   ELSE
                       PERFORM 0027-PARM-BAD-VALUE
                   END-IF
               WHEN "SYNTH-NEW-MIN"
                   IF PARM-VALUE(1:3) IS NUMERIC
                       MOVE PARM-VALUE(1:3) TO SYN-NEW-MIN
                   ELSE
                       PERFORM 0027-PARM-BAD-VALUE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO PARM-EOF-SW
           END-READ.
      ******************************************************************
      * 0030-AUDIT-ANCHOR-LOAD
      * Picks up where the audit log seal chain stands before the
      * log is opened for this run.  An anchor left closed by the
      * last run is taken as it is; a missing one, or one a run
      * never closed (an abend), is rebuilt from the last sealed
      * line of the archive and live log and said so on the screen.
      * The anchor is then marked open until the mainline closes.
      ******************************************************************
       0030-AUDIT-ANCHOR-LOAD.
           MOVE "N" TO AUD-ANCHOR-SW.
           OPEN INPUT AUDIT-ANCHOR-FILE.
           IF AUDCK-FILE-STATUS = "00"
               READ AUDIT-ANCHOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUDCK-RUN-CLOSED AND AUDCK-SEQ IS NUMERIC
                               AND AUDCK-CHAIN IS NUMERIC
                           MOVE AUDCK-SEQ TO AUD-LAST-SEQ
                           MOVE AUDCK-CHAIN TO AUD-LAST-CHAIN
                           SET AUD-ANCHOR-OK TO TRUE
                       END-IF
               END-READ
               CLOSE AUDIT-ANCHOR-FILE
           END-IF.
           IF NOT AUD-ANCHOR-OK
               PERFORM 0032-AUDIT-ANCHOR-RECOVER
               MOVE AUD-LAST-SEQ TO AVF-SEQ-ED
               DISPLAY "AVISO: ANCORA DO LOG DE AUDITORIA AUSENTE OU "
                   "NAO FECHADA - CADEIA RETOMADA NA SEQUENCIA "
                   AVF-SEQ-ED
           END-IF.
           MOVE "A" TO AUD-ANCHOR-STATE.
           PERFORM 0034-AUDIT-ANCHOR-WRITE.
      ******************************************************************
      * 0032-AUDIT-ANCHOR-RECOVER
      * The last sealed line of the archive, then of the live log,
      * is where the chain stands.
      ******************************************************************
       0032-AUDIT-ANCHOR-RECOVER.
           MOVE ZERO TO AUD-LAST-SEQ AUD-LAST-CHAIN.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF ARCH-FILE-STATUS = "00"
               MOVE "N" TO AVF-EOF-SW
               PERFORM 6825-VERIFY-ARCH-READ
               PERFORM UNTIL AVF-EOF
                   MOVE AUDIT-ARCH-LINE TO AUDIT-SEAL-LINE
                   PERFORM 0033-ANCHOR-TAKE-LINE
                   PERFORM 6825-VERIFY-ARCH-READ
               END-PERFORM
               CLOSE AUDIT-ARCH-FILE
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "00"
               MOVE "N" TO AUDIT-EOF-SW
               PERFORM 9100-PURGE-READ-AUDIT
               PERFORM UNTIL AUDIT-EOF
                   MOVE CPF-AUDIT-LINE TO AUDIT-SEAL-LINE
                   PERFORM 0033-ANCHOR-TAKE-LINE
                   PERFORM 9100-PURGE-READ-AUDIT
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
      ******************************************************************
      * 0033-ANCHOR-TAKE-LINE
      ******************************************************************
       0033-ANCHOR-TAKE-LINE.
           IF ASL-SEALED AND ASL-SEQ IS NUMERIC
                   AND ASL-CHAIN IS NUMERIC
               MOVE ASL-SEQ TO AUD-LAST-SEQ
               MOVE ASL-CHAIN TO AUD-LAST-CHAIN
           END-IF.
      ******************************************************************
      * 0034-AUDIT-ANCHOR-WRITE
      * Writes where the chain stands to CPFAUDCK, with the state
      * the caller puts in AUD-ANCHOR-STATE.
      ******************************************************************
       0034-AUDIT-ANCHOR-WRITE.
           OPEN OUTPUT AUDIT-ANCHOR-FILE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           MOVE AUD-ANCHOR-STATE TO AUDCK-STATE.
           MOVE AUD-LAST-SEQ TO AUDCK-SEQ.
           MOVE AUD-LAST-CHAIN TO AUDCK-CHAIN.
           MOVE AUDIT-TS(1:8) TO AUDCK-DATE.
           WRITE CPF-AUDCK-RECORD.
           CLOSE AUDIT-ANCHOR-FILE.
      ******************************************************************
      * 0050-OPERATOR-SIGNON
      * Everyone gets an identity before the menu: the typed id must
      * be on the CPFOPER operator table, and its level decides
           DISPLAY "15. Operator access report".
           DISPLAY "16. Run parameters (list/maintain)".
           DISPLAY "17. Master file utility (unload/verify/reload)".
           DISPLAY "18. CNPJ head-office/branch roll-up report".
           DISPLAY "19. LGPD data-subject dossier/erasure (one "
               "CPF)".
           DISPLAY "20. Verify audit log integrity".
           DISPLAY "21. Pseudonymized copy for test/analytics".
           DISPLAY "22. Monthly chargeback statement per source".
           DISPLAY "Escolha uma opcao: ".
           ACCEPT MODE-OPTION.
           PERFORM 0070-LOG-MENU-OPTION.
                   PERFORM 6600-PARM-MAINTENANCE
               WHEN 17
                   PERFORM 6700-MASTER-UTILITY
               WHEN 18
                   PERFORM 7800-CNPJ-ROLLUP-REPORT
               WHEN 19
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 8200-LGPD-SUBJECT-REQUEST
                   ELSE
                       DISPLAY "OPCAO RESTRITA AO SUPERVISOR."
                   END-IF
               WHEN 20
                   PERFORM 6800-AUDIT-VERIFY
               WHEN 21
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 6900-PSEUDO-COPY
                   ELSE
                       DISPLAY "OPCAO RESTRITA AO SUPERVISOR."
                   END-IF
               WHEN 22
                   PERFORM 6300-CHARGEBACK-STATEMENT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
               DVCPF "  " AUDIT-RESULT "  " OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING.
           PERFORM 2920-SEAL-AUDIT-LINE.
           MOVE AUDIT-LINE TO CPF-AUDIT-LINE.
           WRITE CPF-AUDIT-LINE.
      ******************************************************************
               DVCNPJ "  " AUDIT-RESULT "  " OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING.
           PERFORM 2920-SEAL-AUDIT-LINE.
           MOVE AUDIT-LINE TO CPF-AUDIT-LINE.
           WRITE CPF-AUDIT-LINE.
      ******************************************************************
      * 2920-SEAL-AUDIT-LINE
      * Seals the audit line just built in AUDIT-LINE: the next
      * sequence number and the chain value linking it to the line
      * written before it.  Every audit line goes through here on
      * its way to the log.
      ******************************************************************
       2920-SEAL-AUDIT-LINE.
           ADD 1 TO AUD-LAST-SEQ.
           MOVE SPACES TO AUDIT-SEAL-LINE.
           MOVE AUDIT-LINE(1:52) TO ASL-BODY.
           MOVE "#" TO ASL-TAG.
           MOVE AUD-LAST-SEQ TO ASL-SEQ.
           MOVE AUD-LAST-CHAIN TO AUD-PREV-CHAIN.
           PERFORM 2925-AUDIT-CHAIN-VALUE.
           MOVE AUD-CALC-CHAIN TO ASL-CHAIN.
           MOVE AUD-CALC-CHAIN TO AUD-LAST-CHAIN.
           MOVE AUDIT-SEAL-LINE TO AUDIT-LINE.
      ******************************************************************
      * 2925-AUDIT-CHAIN-VALUE
      * The chain value of AUDIT-SEAL-LINE given the one before it in
      * AUD-PREV-CHAIN: every character of the text and sequence is
      * folded in turn into a running remainder modulo a thirteen-
      * digit prime, so changing, dropping or reordering anything
      * changes the value, and with it every value after.
      ******************************************************************
       2925-AUDIT-CHAIN-VALUE.
           MOVE AUD-PREV-CHAIN TO AUD-HASH-WORK.
           PERFORM VARYING AUD-HASH-IX FROM 1 BY 1
                   UNTIL AUD-HASH-IX > 62
               COMPUTE AUD-HASH-WORK = FUNCTION MOD(
                   AUD-HASH-WORK * 131
                   + FUNCTION ORD(ASL-HASHED(AUD-HASH-IX:1)),
                   9999999999971)
           END-PERFORM.
           MOVE AUD-HASH-WORK TO AUD-CALC-CHAIN.
      ******************************************************************
      * 2955-WRITE-CNPJ-EXTRACT
      * Appends the CNPJ just checked to its own outbound extract if
      * it passed validation.  The CNPJ extract is a separate file so
                       MOVE SPACE TO MST-RF-STATUS
                       MOVE SPACES TO MST-RF-DATE
                       MOVE 1 TO MST-CHECK-COUNT
                       MOVE SPACES TO MST-SOURCE-TABLE
                       WRITE CPF-MASTER-RECORD
                   NOT INVALID KEY
                       IF MST-RF-FLAGGED
               END-READ
           END-IF.
      ******************************************************************
      * 2980-NOTE-MASTER-SOURCE
      * Notes SRC-NOTE-ID on the CPF master record in hand, dated
      * RUN-DATE: the source's own slot when it already has one,
      * otherwise the slot with the oldest date - an empty slot has
      * none, so the empty ones fill first.  The caller writes the
      * record.
      ******************************************************************
       2980-NOTE-MASTER-SOURCE.
           MOVE ZERO TO SRC-SLOT.
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > 5
               IF MST-SOURCE-ID(SRC-IX) = SRC-NOTE-ID
                       AND SRC-SLOT = ZERO
                   MOVE SRC-IX TO SRC-SLOT
               END-IF
           END-PERFORM.
           IF SRC-SLOT = ZERO
               MOVE 1 TO SRC-SLOT
               PERFORM VARYING SRC-IX FROM 2 BY 1 UNTIL SRC-IX > 5
                   IF MST-SOURCE-DATE(SRC-IX)
                           < MST-SOURCE-DATE(SRC-SLOT)
                       MOVE SRC-IX TO SRC-SLOT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SRC-NOTE-ID TO MST-SOURCE-ID(SRC-SLOT).
           MOVE RUN-DATE TO MST-SOURCE-DATE(SRC-SLOT).
      ******************************************************************
      * 3000-BATCH-VALIDATE
      * Opens the day's CPF extract and runs 2000-VALIDATE-DIGITS over
      * every record in it, one CPF per line, reporting OK!/~OK! for
           MOVE ZEROES TO TOTAL-READ TOTAL-VALID TOTAL-INVALID.
           MOVE ZEROES TO TOTAL-CPF-DOCS TOTAL-CNPJ-DOCS.
           MOVE ZEROES TO CKPT-COUNTER RESUME-RECORD.
           MOVE SPACES TO HEADER-DATE HEADER-SOURCE.
           MOVE ZEROES TO SYN-VALID-CPFS SYN-BURST-CPFS SYN-DISTINCT
               SYN-NEW SYN-STREAK-LEN SYN-BURST-USED SYN-BURST-LOST.
           PERFORM VARYING REGION-IX FROM 1 BY 1 UNTIL REGION-IX > 10
               MOVE ZERO TO REGION-COUNT(REGION-IX)
           END-PERFORM.
                       IF MTRN-FILE-STATUS = "35"
                           OPEN OUTPUT MST-TRANS-FILE
                       END-IF
                       OPEN EXTEND HOLDER-WORK-FILE
                       IF HOLD-FILE-STATUS = "35"
                           OPEN OUTPUT HOLDER-WORK-FILE
                       END-IF
                       DISPLAY "RETOMANDO A PARTIR DO REGISTRO "
                           RESUME-RECORD
                   ELSE
                       OPEN OUTPUT DISPOSITION-FILE
                       OPEN OUTPUT MST-TRANS-FILE
                       OPEN OUTPUT HOLDER-WORK-FILE
                   END-IF
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORTED-CPF-RECORD
                   END-IF
                   CLOSE DISPOSITION-FILE
                   CLOSE MST-TRANS-FILE
                   CLOSE HOLDER-WORK-FILE
                   IF NOT CTL-FAILED
                       PERFORM 3600-APPLY-MASTER-TRANS
                       PERFORM 3700-HOLDER-MATCH
                   END-IF
               END-IF
               IF NOT CTL-FAILED
                   PERFORM 3060-REPORT-WRITE-SUMMARY
                   PERFORM 3170-LEDGER-APPEND-LOT
                   PERFORM 3500-REGION-WRITE-REPORT
               ELSE
                   IF HEADER-SOURCE NOT = SPACES
                       PERFORM 3170-LEDGER-APPEND-LOT
                   END-IF
               END-IF
               PERFORM 3450-CHECKPOINT-CLEAR
               CLOSE CPF-IN-FILE
               END-IF
               IF NOT CTL-FAILED
                   PERFORM 4000-DUPLICATE-CHECK
                   PERFORM 4500-SYNTH-PATTERN-CHECK
               END-IF
           END-IF.
      ******************************************************************
      * 3010-CHECKPOINT-READ
      * Looks for a checkpoint left behind by a prior run of this
      * batch that abended partway through.  If one is found for
      * the lot about to run, RESUME-RECORD and the running totals
      * are loaded from it so the restarted run can pick up where it
      * left off.
      ******************************************************************
       3010-CHECKPOINT-READ.
           OPEN INPUT CHECKPOINT-FILE.
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CKPT-LOT-ID = BATCH-LOT-ID
                               PERFORM 3015-CHECKPOINT-TAKE
                           WHEN CKPT-LAST-RECORD > ZERO
                               DISPLAY "PONTO DE REINICIO DO LOTE "
                                   CKPT-LOT-ID " IGNORADO"
                       END-EVALUATE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
      ******************************************************************
      * 3015-CHECKPOINT-TAKE
      * The checkpoint belongs to the lot about to run (both are
      * spaces on a single-file run): resume it.  One left by another
      * manifest lot is only reported, and is cleared with this lot's
      * own when it ends.
      ******************************************************************
       3015-CHECKPOINT-TAKE.
           MOVE CKPT-LAST-RECORD TO RESUME-RECORD.
           MOVE CKPT-TOTAL-VALID TO TOTAL-VALID.
           MOVE CKPT-TOTAL-INVALID TO TOTAL-INVALID.
           MOVE CKPT-CPF-DOCS TO TOTAL-CPF-DOCS.
           MOVE CKPT-CNPJ-DOCS TO TOTAL-CNPJ-DOCS.
           PERFORM VARYING REGION-IX FROM 1 BY 1 UNTIL REGION-IX > 10
               MOVE CKPT-REGION-COUNT(REGION-IX)
                   TO REGION-COUNT(REGION-IX)
           END-PERFORM.
           IF CKPT-SYNTH IS NUMERIC
               MOVE CKPT-SYN-VALID-CPFS TO SYN-VALID-CPFS
               MOVE CKPT-SYN-BURST-CPFS TO SYN-BURST-CPFS
               MOVE CKPT-SYN-BURST-USED TO SYN-BURST-USED
               MOVE CKPT-SYN-BURST-LOST TO SYN-BURST-LOST
               MOVE CKPT-SYN-STRK-REGION TO SYN-STREAK-REGION
               MOVE CKPT-SYN-STRK-START TO SYN-STREAK-START
               MOVE CKPT-SYN-STRK-LEN TO SYN-STREAK-LEN
               MOVE CKPT-SYN-BURST-TABLE TO SYN-BURST-TABLE
           END-IF.
      ******************************************************************
      * 3070-BATCH-DRIVE-DETAILS
      * Input procedure of the duplicate-scan SORT: the one and only
      * pass over CPFIN.  Every detail record is RELEASEd to the
               MOVE REGION-COUNT(REGION-IX)
                   TO CKPT-REGION-COUNT(REGION-IX)
           END-PERFORM.
           MOVE BATCH-LOT-ID TO CKPT-LOT-ID.
           MOVE SYN-VALID-CPFS TO CKPT-SYN-VALID-CPFS.
           MOVE SYN-BURST-CPFS TO CKPT-SYN-BURST-CPFS.
           MOVE SYN-BURST-USED TO CKPT-SYN-BURST-USED.
           MOVE SYN-BURST-LOST TO CKPT-SYN-BURST-LOST.
           MOVE SYN-STREAK-REGION TO CKPT-SYN-STRK-REGION.
           MOVE SYN-STREAK-START TO CKPT-SYN-STRK-START.
           MOVE SYN-STREAK-LEN TO CKPT-SYN-STRK-LEN.
           MOVE SYN-BURST-TABLE TO CKPT-SYN-BURST-TABLE.
           WRITE CKPT-RECORD.
           CLOSE CHECKPOINT-FILE.
      ******************************************************************
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZEROES TO CKPT-LAST-RECORD CKPT-TOTAL-VALID
               CKPT-TOTAL-INVALID CKPT-CPF-DOCS CKPT-CNPJ-DOCS.
           MOVE SPACES TO CKPT-LOT-ID.
           PERFORM VARYING REGION-IX FROM 1 BY 1 UNTIL REGION-IX > 10
               MOVE ZERO TO CKPT-REGION-COUNT(REGION-IX)
           END-PERFORM.
           MOVE ZEROES TO CKPT-SYNTH.
           WRITE CKPT-RECORD.
           CLOSE CHECKPOINT-FILE.
      ******************************************************************
      * All transactions of one CPF, consumed in arrival order: the
      * master record is read (or started fresh) once, every
      * transaction of the group moves last-checked and the result
      * forward and notes its lot's source system, and the record is
      * written or rewritten once.  Each valid CPF is counted once
      * for 4500-SYNTH-PATTERN-CHECK, and again when the master did
      * not have it before this lot.
      ******************************************************************
       3650-APPLY-ONE-CPF-GROUP.
           MOVE MTSD-CPF TO MTRN-GROUP-CPF.
           MOVE "N" TO MTRN-FOUND-SW.
           MOVE "N" TO SYN-GROUP-VALID-SW.
           MOVE MTSD-CPF TO MST-CPF.
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO MST-RF-STATUS
                   MOVE SPACES TO MST-RF-DATE
                   MOVE ZERO TO MST-CHECK-COUNT
                   MOVE SPACES TO MST-SOURCE-TABLE
               NOT INVALID KEY
                   SET MTRN-RECORD-FOUND TO TRUE
           END-READ.
               MOVE RUN-DATE TO MST-LAST-CHECKED
               IF MTSD-RESULT-VALID
                   SET MST-RESULT-VALID TO TRUE
                   SET SYN-GROUP-VALID TO TRUE
               ELSE
                   SET MST-RESULT-INVALID TO TRUE
               END-IF
               ADD 1 TO MST-CHECK-COUNT
               IF MTSD-SOURCE NOT = SPACES
                   MOVE MTSD-SOURCE TO SRC-NOTE-ID
                   PERFORM 2980-NOTE-MASTER-SOURCE
               END-IF
               PERFORM 3620-MASTER-TRANS-READ
           END-PERFORM.
           IF MTRN-RECORD-FOUND
           ELSE
               WRITE CPF-MASTER-RECORD
           END-IF.
           IF SYN-GROUP-VALID
               ADD 1 TO SYN-DISTINCT
               IF NOT MTRN-RECORD-FOUND
                   ADD 1 TO SYN-NEW
               END-IF
           END-IF.
      ******************************************************************
      * 3700-HOLDER-MATCH
      * Once a lot has gone through clean, the valid CPFs it sent with
      * the holder's name or birth date are matched against the
      * Receita Federal cadastral extract: a CPF Receita does not
      * carry, a name that is not the one on file or a birth date
      * that differs goes on the CPFHOLDR report and its disposition
      * is turned from accepted to held, so intake stops the
      * application for manual review.  A lot without holder data
      * never gets past the first read, and a missing cadastral file
      * is said out loud on the screen; either way the report says
      * the match did not run rather than pass for a clean match.
      ******************************************************************
       3700-HOLDER-MATCH.
           MOVE "N" TO HOLD-PRESENT-SW.
           OPEN INPUT HOLDER-WORK-FILE.
           IF HOLD-FILE-STATUS = "00"
               READ HOLDER-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET HOLD-DATA-PRESENT TO TRUE
               END-READ
               CLOSE HOLDER-WORK-FILE
           END-IF.
           IF HOLD-DATA-PRESENT
               OPEN INPUT CADAST-IN-FILE
               IF CAD-FILE-STATUS NOT = "00"
                   DISPLAY "ARQUIVO CADASTRAL DA RECEITA FEDERAL "
                       "NAO ENCONTRADO: RFCADAST"
                   PERFORM 3705-HOLDER-REPORT-NO-CADAST
               ELSE
                   CLOSE CADAST-IN-FILE
                   PERFORM 3710-HOLDER-RUN-MATCH
                   IF HOLD-HELD > ZERO
                       PERFORM 3780-HOLDER-MARK-DISPOSITIONS
                   END-IF
               END-IF
           ELSE
               PERFORM 3706-HOLDER-REPORT-NO-DATA
           END-IF.
      ******************************************************************
      * 3705-HOLDER-REPORT-NO-CADAST
      * Leaves a holder report that says the match did not run, so
      * the report of an earlier lot is never mistaken for this one.
      ******************************************************************
       3705-HOLDER-REPORT-NO-CADAST.
           OPEN OUTPUT HOLDER-REPORT-FILE.
           PERFORM 3715-HOLDER-WRITE-HEADER.
           MOVE SPACES TO HOLD-LINE.
           STRING "CONFERENCIA NAO EXECUTADA: ARQUIVO CADASTRAL "
               "RFCADAST AUSENTE"
               DELIMITED BY SIZE INTO HOLD-LINE
           END-STRING.
           MOVE HOLD-LINE TO CPF-HOLD-LINE.
           WRITE CPF-HOLD-LINE.
           CLOSE HOLDER-REPORT-FILE.
      ******************************************************************
      * 3706-HOLDER-REPORT-NO-DATA
      * The same for a lot that sent no holder name or birth date at
      * all: the report is still rewritten, saying so.
      ******************************************************************
       3706-HOLDER-REPORT-NO-DATA.
           OPEN OUTPUT HOLDER-REPORT-FILE.
           PERFORM 3715-HOLDER-WRITE-HEADER.
           MOVE SPACES TO HOLD-LINE.
           STRING "LOTE SEM DADOS DO TITULAR - CONFRONTO NAO "
               "EXECUTADO"
               DELIMITED BY SIZE INTO HOLD-LINE
           END-STRING.
           MOVE HOLD-LINE TO CPF-HOLD-LINE.
           WRITE CPF-HOLD-LINE.
           CLOSE HOLDER-REPORT-FILE.
      ******************************************************************
      * 3710-HOLDER-RUN-MATCH
      * Sorts both sides by CPF and walks them together.  The
      * mismatches found on the way are released to a sort on the
      * input sequence number, which hands 3780 its results in the
      * same order the disposition file was written in.
      ******************************************************************
       3710-HOLDER-RUN-MATCH.
           SORT CADAST-SORT-FILE
               ON ASCENDING KEY CSR-CPF
               USING CADAST-IN-FILE
               GIVING CADAST-SRTD-FILE.
           SORT HOLDER-SORT-FILE
               ON ASCENDING KEY HSR-CPF HSR-SEQUENCE
               USING HOLDER-WORK-FILE
               GIVING HOLDER-SRTD-FILE.
           MOVE ZEROES TO HOLD-CHECKED HOLD-HELD HOLD-NOT-FOUND
               HOLD-NAME-MISS HOLD-BIRTH-MISS HOLD-BOTH-MISS.
           OPEN OUTPUT HOLDER-REPORT-FILE.
           PERFORM 3715-HOLDER-WRITE-HEADER.
           MOVE SPACES TO HOLD-LINE.
           STRING "SEQUENCIA  CPF          MOTIVO"
               DELIMITED BY SIZE INTO HOLD-LINE
           END-STRING.
           MOVE HOLD-LINE TO CPF-HOLD-LINE.
           WRITE CPF-HOLD-LINE.
           SORT HOLD-RESULT-SORT-FILE
               ON ASCENDING KEY HRS-SEQUENCE
               INPUT PROCEDURE IS 3720-HOLDER-MERGE
               GIVING HOLD-RESULT-FILE.
           PERFORM 3770-HOLDER-WRITE-SUMMARY.
           CLOSE HOLDER-REPORT-FILE.
           DISPLAY "RELATORIO DE CONFERENCIA CADASTRAL GERADO: "
               "CPFHOLDR".
      ******************************************************************
      * 3715-HOLDER-WRITE-HEADER
      ******************************************************************
       3715-HOLDER-WRITE-HEADER.
           MOVE SPACES TO HOLD-LINE.
           STRING "CONFERENCIA CADASTRAL DE TITULARES - LOTE DE "
               HEADER-DATE " DA ORIGEM " HEADER-SOURCE
               DELIMITED BY SIZE INTO HOLD-LINE
           END-STRING.
           MOVE HOLD-LINE TO CPF-HOLD-LINE.
           WRITE CPF-HOLD-LINE.
      ******************************************************************
      * 3720-HOLDER-MERGE
      * Input procedure of the result sort: the lot side drives, the
      * cadastral side only moves forward while it is behind, so a
      * CPF sent twice in the lot is matched twice against the same
      * Receita record.  An item a checkpoint restart queued a second
      * time sorts right after its first copy, with the same input
      * sequence, and is passed over, so it is counted and reported
      * once.
      ******************************************************************
       3720-HOLDER-MERGE.
           MOVE "N" TO HOLD-EOF-SW.
           MOVE "N" TO CAD-EOF-SW.
           MOVE ZERO TO HOLD-PREV-SEQ.
           OPEN INPUT HOLDER-SRTD-FILE.
           OPEN INPUT CADAST-SRTD-FILE.
           PERFORM 3730-HOLDER-READ.
           PERFORM 3740-CADAST-READ.
           PERFORM UNTIL HOLD-EOF
               IF CSD-CPF < HSD-CPF
                   PERFORM 3740-CADAST-READ
               ELSE
                   IF HSD-SEQUENCE NOT = HOLD-PREV-SEQ
                       PERFORM 3750-HOLDER-COMPARE
                   END-IF
                   MOVE HSD-SEQUENCE TO HOLD-PREV-SEQ
                   PERFORM 3730-HOLDER-READ
               END-IF
           END-PERFORM.
           CLOSE HOLDER-SRTD-FILE.
           CLOSE CADAST-SRTD-FILE.
      ******************************************************************
      * 3730-HOLDER-READ
      ******************************************************************
       3730-HOLDER-READ.
           READ HOLDER-SRTD-FILE
               AT END
                   MOVE "Y" TO HOLD-EOF-SW
           END-READ.
      ******************************************************************
      * 3740-CADAST-READ
      ******************************************************************
       3740-CADAST-READ.
           READ CADAST-SRTD-FILE
               AT END
                   MOVE "Y" TO CAD-EOF-SW
                   MOVE HIGH-VALUES TO CSD-CPF
           END-READ.
      ******************************************************************
      * 3750-HOLDER-COMPARE
      * One CPF of the lot against the Receita record at hand (or
      * past it, when Receita does not carry the CPF): works out the
      * reason, if any, and sends a mismatch to the report and the
      * result sort.
      ******************************************************************
       3750-HOLDER-COMPARE.
           ADD 1 TO HOLD-CHECKED.
           MOVE SPACES TO HOLD-REASON.
           IF CSD-CPF NOT = HSD-CPF
               SET HOLD-REASON-NO-CADAST TO TRUE
               ADD 1 TO HOLD-NOT-FOUND
           ELSE
               MOVE "N" TO HOLD-NAME-SW
               MOVE "N" TO HOLD-BIRTH-SW
               IF HSD-NAME NOT = SPACES
                   MOVE HSD-NAME TO HOLD-NAME-IN
                   PERFORM 3790-HOLDER-NORMALIZE-NAME
                   MOVE HOLD-NAME-OUT TO HOLD-LOT-NAME
                   MOVE CSD-NAME TO HOLD-NAME-IN
                   PERFORM 3790-HOLDER-NORMALIZE-NAME
                   IF HOLD-NAME-OUT NOT = HOLD-LOT-NAME
                       SET HOLD-NAME-DIFFERS TO TRUE
                   END-IF
               END-IF
               IF HSD-BIRTH-DATE NOT = SPACES
                       AND HSD-BIRTH-DATE NOT = CSD-BIRTH-DATE
                   SET HOLD-BIRTH-DIFFERS TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN HOLD-NAME-DIFFERS AND HOLD-BIRTH-DIFFERS
                       SET HOLD-REASON-NAME-BIRTH TO TRUE
                       ADD 1 TO HOLD-BOTH-MISS
                   WHEN HOLD-NAME-DIFFERS
                       SET HOLD-REASON-NAME TO TRUE
                       ADD 1 TO HOLD-NAME-MISS
                   WHEN HOLD-BIRTH-DIFFERS
                       SET HOLD-REASON-BIRTH TO TRUE
                       ADD 1 TO HOLD-BIRTH-MISS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NOT HOLD-REASON-NONE
               ADD 1 TO HOLD-HELD
               PERFORM 3760-HOLDER-WRITE-LINE
               MOVE HSD-SEQUENCE TO HRS-SEQUENCE
               MOVE HOLD-REASON TO HRS-REASON
               RELEASE HOLD-RESULT-SORT-RECORD
           END-IF.
      ******************************************************************
      * 3760-HOLDER-WRITE-LINE
      * One held CPF: the input sequence intake finds the application
      * by, the CPF and the reason.  The names themselves stay off
      * the report; intake has the application in hand.
      ******************************************************************
       3760-HOLDER-WRITE-LINE.
           EVALUATE TRUE
               WHEN HOLD-REASON-NO-CADAST
                   MOVE "CPF AUSENTE DO CADASTRO RF"
                       TO HOLD-REASON-TEXT
               WHEN HOLD-REASON-NAME
                   MOVE "NOME DIVERGENTE" TO HOLD-REASON-TEXT
               WHEN HOLD-REASON-BIRTH
                   MOVE "NASCIMENTO DIVERGENTE" TO HOLD-REASON-TEXT
               WHEN OTHER
                   MOVE "NOME E NASCIMENTO DIVERGENTES"
                       TO HOLD-REASON-TEXT
           END-EVALUATE.
           MOVE HSD-SEQUENCE TO HOLD-SEQ-ED.
           MOVE SPACES TO HOLD-LINE.
           STRING HOLD-SEQ-ED "    " HSD-CPF "  " HOLD-REASON " "
               HOLD-REASON-TEXT
               DELIMITED BY SIZE INTO HOLD-LINE
           END-STRING.
           MOVE HOLD-LINE TO CPF-HOLD-LINE.
           WRITE CPF-HOLD-LINE.
      ******************************************************************
      * 3770-HOLDER-WRITE-SUMMARY
      ******************************************************************
       3770-HOLDER-WRITE-SUMMARY.
           IF HOLD-HELD = ZERO
               MOVE SPACES TO HOLD-LINE
               STRING "NENHUMA DIVERGENCIA CADASTRAL NO LOTE"
                   DELIMITED BY SIZE INTO HOLD-LINE
               END-STRING
               MOVE HOLD-LINE TO CPF-HOLD-LINE
               WRITE CPF-HOLD-LINE
           END-IF.
           MOVE HOLD-CHECKED TO HOLD-CHECKED-ED.
           MOVE HOLD-HELD TO HOLD-HELD-ED.
           MOVE SPACES TO HOLD-LINE.
           STRING "CPFs CONFERIDOS: " HOLD-CHECKED-ED
               "   RETIDOS PARA REVISAO: " HOLD-HELD-ED
               DELIMITED BY SIZE INTO HOLD-LINE
           END-STRING.
           MOVE HOLD-LINE TO CPF-HOLD-LINE.
           WRITE CPF-HOLD-LINE.
           MOVE HOLD-NOT-FOUND TO HOLD-NOT-FOUND-ED.
           MOVE HOLD-NAME-MISS TO HOLD-NAME-MISS-ED.
           MOVE HOLD-BIRTH-MISS TO HOLD-BIRTH-MISS-ED.
           MOVE HOLD-BOTH-MISS TO HOLD-BOTH-MISS-ED.
           MOVE SPACES TO HOLD-LINE.
           STRING "AUSENTES: " HOLD-NOT-FOUND-ED
               "  NOME: " HOLD-NAME-MISS-ED
               "  NASCIMENTO: " HOLD-BIRTH-MISS-ED
               "  AMBOS: " HOLD-BOTH-MISS-ED
               DELIMITED BY SIZE INTO HOLD-LINE
           END-STRING.
           MOVE HOLD-LINE TO CPF-HOLD-LINE.
           WRITE CPF-HOLD-LINE.
           IF HOLD-HELD > ZERO
               DISPLAY "ATENCAO: " HOLD-HELD-ED
                   " CPFs RETIDOS NA CONFERENCIA CADASTRAL"
           END-IF.
      ******************************************************************
      * 3780-HOLDER-MARK-DISPOSITIONS
      * Rewrites the lot's disposition file through the work file,
      * turning each accepted CPF the match held from "A" to "H" with
      * the match reason.  Both files run in input-sequence order,
      * the results once per sequence.  After a checkpoint restart
      * the disposition file goes back to a lower sequence where the
      * resumed run starts writing again; the results are then read
      * again from the top, so the second copy of a held CPF is
      * marked the same as the first.
      ******************************************************************
       3780-HOLDER-MARK-DISPOSITIONS.
           MOVE "N" TO HRES-EOF-SW.
           MOVE "N" TO DISP-EOF-SW.
           MOVE ZERO TO HOLD-DISP-PREV-SEQ.
           OPEN INPUT HOLD-RESULT-FILE.
           OPEN INPUT DISPOSITION-FILE.
           OPEN OUTPUT DISP-WORK-FILE.
           PERFORM 3785-HOLD-RESULT-READ.
           PERFORM 3786-DISPOSITION-READ.
           PERFORM UNTIL DISP-EOF
               IF DISP-SEQUENCE < HOLD-DISP-PREV-SEQ
                   PERFORM 3784-HOLD-RESULT-REWIND
               END-IF
               MOVE DISP-SEQUENCE TO HOLD-DISP-PREV-SEQ
               PERFORM 3785-HOLD-RESULT-READ
                   UNTIL HRES-EOF OR HRES-SEQUENCE >= DISP-SEQUENCE
               IF NOT HRES-EOF AND HRES-SEQUENCE = DISP-SEQUENCE
                       AND DISP-DOC-CPF AND DISP-ACCEPTED
                   SET DISP-HELD TO TRUE
                   MOVE HRES-REASON TO DISP-REASON
               END-IF
               MOVE CPF-DISP-RECORD TO DISP-WORK-RECORD
               WRITE DISP-WORK-RECORD
               PERFORM 3786-DISPOSITION-READ
           END-PERFORM.
           CLOSE HOLD-RESULT-FILE.
           CLOSE DISPOSITION-FILE.
           CLOSE DISP-WORK-FILE.
           OPEN INPUT DISP-WORK-FILE.
           OPEN OUTPUT DISPOSITION-FILE.
           MOVE "N" TO DISP-EOF-SW.
           PERFORM 3787-DISP-WORK-READ.
           PERFORM UNTIL DISP-EOF
               MOVE DISP-WORK-RECORD TO CPF-DISP-RECORD
               WRITE CPF-DISP-RECORD
               PERFORM 3787-DISP-WORK-READ
           END-PERFORM.
           CLOSE DISP-WORK-FILE.
           CLOSE DISPOSITION-FILE.
      ******************************************************************
      * 3784-HOLD-RESULT-REWIND
      ******************************************************************
       3784-HOLD-RESULT-REWIND.
           CLOSE HOLD-RESULT-FILE.
           MOVE "N" TO HRES-EOF-SW.
           OPEN INPUT HOLD-RESULT-FILE.
           PERFORM 3785-HOLD-RESULT-READ.
      ******************************************************************
      * 3785-HOLD-RESULT-READ
      ******************************************************************
       3785-HOLD-RESULT-READ.
           READ HOLD-RESULT-FILE
               AT END
                   MOVE "Y" TO HRES-EOF-SW
           END-READ.
      ******************************************************************
      * 3786-DISPOSITION-READ
      ******************************************************************
       3786-DISPOSITION-READ.
           READ DISPOSITION-FILE
               AT END
                   MOVE "Y" TO DISP-EOF-SW
           END-READ.
      ******************************************************************
      * 3787-DISP-WORK-READ
      ******************************************************************
       3787-DISP-WORK-READ.
           READ DISP-WORK-FILE
               AT END
                   MOVE "Y" TO DISP-EOF-SW
           END-READ.
      ******************************************************************
      * 3790-HOLDER-NORMALIZE-NAME
      * Folds HOLD-NAME-IN to upper case and copies it to
      * HOLD-NAME-OUT one word at a time: leading blanks are dropped
      * and a run of blanks between words becomes a single one.
      ******************************************************************
       3790-HOLDER-NORMALIZE-NAME.
           INSPECT HOLD-NAME-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO HOLD-NAME-OUT.
           MOVE ZERO TO HOLD-NAME-LEN.
           MOVE "Y" TO HOLD-BLANK-SW.
           PERFORM VARYING HOLD-IX FROM 1 BY 1 UNTIL HOLD-IX > 60
               IF HOLD-NAME-IN(HOLD-IX:1) = SPACE
                   MOVE "Y" TO HOLD-BLANK-SW
               ELSE
                   IF HOLD-PREV-BLANK AND HOLD-NAME-LEN > ZERO
                       ADD 1 TO HOLD-NAME-LEN
                   END-IF
                   ADD 1 TO HOLD-NAME-LEN
                   MOVE HOLD-NAME-IN(HOLD-IX:1)
                       TO HOLD-NAME-OUT(HOLD-NAME-LEN:1)
                   MOVE "N" TO HOLD-BLANK-SW
               END-IF
           END-PERFORM.
      ******************************************************************
      * 4000-DUPLICATE-CHECK
      * Walks the sorted detail documents the batch pass released on
           MOVE DUP-LINE TO CPF-DUPE-LINE.
           WRITE CPF-DUPE-LINE.
           MOVE SPACES TO DUP-PREV-CPF.
           MOVE ZEROES TO DUP-COUNT DUP-DOCS.
           MOVE "N" TO DUP-FOUND-SW.
           MOVE "N" TO SORTED-EOF-SW.
           OPEN INPUT SORTED-CPF-FILE.
                   MOVE DUP-LINE TO CPF-DUPE-LINE
                   WRITE CPF-DUPE-LINE
                   MOVE "Y" TO DUP-FOUND-SW
                   ADD 1 TO DUP-DOCS
               END-IF
           ELSE
               MOVE SORTED-CPF-OUT-RECORD TO DUP-PREV-CPF
               MOVE 1 TO DUP-COUNT
           END-IF.
      ******************************************************************
      * 4500-SYNTH-PATTERN-CHECK
      * Scores a lot that went through clean for the marks a CPF
      * generator leaves behind: valid CPFs whose bases run in close
      * sequence, long bursts from a single fiscal region in arrival
      * order, and a share of CPFs new to the master far above what
      * a real intake sends.  Each mark adds its share of the lot to
      * the score; a score past SYN-THRESHOLD marks the lot suspect
      * on the CPFSYNTH report and raises RETURN-CODE 10 so the
      * scheduler can hold it for review.  The check only reads what
      * the batch pass and the master apply left behind.
      ******************************************************************
       4500-SYNTH-PATTERN-CHECK.
           PERFORM 3287-SYNTH-CLOSE-STREAK.
           OPEN OUTPUT SYNTH-REPORT-FILE.
           MOVE SPACES TO SYN-LINE.
           STRING "ANALISE DE PADROES SINTETICOS NO LOTE "
               HEADER-DATE " DA ORIGEM " HEADER-SOURCE
               DELIMITED BY SIZE INTO SYN-LINE
           END-STRING.
           MOVE SYN-LINE TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
           MOVE SPACES TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
           PERFORM 4510-SYNTH-RUNS.
           PERFORM 4540-SYNTH-BURSTS.
           PERFORM 4560-SYNTH-SCORE.
           CLOSE SYNTH-REPORT-FILE.
      ******************************************************************
      * 4510-SYNTH-RUNS
      * Walks the sorted master transactions once more; every valid
      * CPF is taken once, and those whose nine-digit bases lie no
      * more than SYN-GAP from the one before form a run.
      ******************************************************************
       4510-SYNTH-RUNS.
           MOVE SPACES TO SYN-LINE.
           STRING "SEQUENCIAS DE BASES PROXIMAS (DISTANCIA ATE "
               SYN-GAP ", MINIMO " SYN-RUN-MIN " CPFs)"
               DELIMITED BY SIZE INTO SYN-LINE
           END-STRING.
           MOVE SYN-LINE TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
           MOVE ZEROES TO SYN-RUN-CPFS SYN-RUNS SYN-RUN-LEN.
           MOVE ZEROES TO SYN-RUN-LAST.
           MOVE SPACES TO SYN-PREV-CPF.
           OPEN INPUT MST-TRANS-SRTD-FILE.
           MOVE "N" TO MTRN-EOF-SW.
           PERFORM 3620-MASTER-TRANS-READ.
           PERFORM UNTIL MTRN-EOF
               IF MTSD-RESULT-VALID AND MTSD-CPF NOT = SYN-PREV-CPF
                   PERFORM 4520-SYNTH-RUN-STEP
               END-IF
               PERFORM 3620-MASTER-TRANS-READ
           END-PERFORM.
           CLOSE MST-TRANS-SRTD-FILE.
           PERFORM 4530-SYNTH-CLOSE-RUN.
           IF SYN-RUNS = ZERO
               MOVE SPACES TO SYN-LINE
               STRING "  NENHUMA SEQUENCIA ENCONTRADA"
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
           END-IF.
           MOVE SPACES TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
      ******************************************************************
      * 4520-SYNTH-RUN-STEP
      ******************************************************************
       4520-SYNTH-RUN-STEP.
           MOVE MTSD-CPF TO SYN-PREV-CPF.
           MOVE MTSD-CPF(1:9) TO SYN-BASE.
           IF SYN-RUN-LEN > ZERO
                   AND SYN-BASE - SYN-RUN-LAST NOT > SYN-GAP
               ADD 1 TO SYN-RUN-LEN
           ELSE
               PERFORM 4530-SYNTH-CLOSE-RUN
               MOVE MTSD-CPF TO SYN-RUN-FIRST-CPF
               MOVE 1 TO SYN-RUN-LEN
           END-IF.
           MOVE SYN-BASE TO SYN-RUN-LAST.
           MOVE MTSD-CPF TO SYN-RUN-LAST-CPF.
      ******************************************************************
      * 4530-SYNTH-CLOSE-RUN
      ******************************************************************
       4530-SYNTH-CLOSE-RUN.
           IF SYN-RUN-LEN NOT < SYN-RUN-MIN
               ADD 1 TO SYN-RUNS
               ADD SYN-RUN-LEN TO SYN-RUN-CPFS
               MOVE SYN-RUN-LEN TO SYN-COUNT-ED
               MOVE SPACES TO SYN-LINE
               STRING "  DE " SYN-RUN-FIRST-CPF
                   " A " SYN-RUN-LAST-CPF
                   "  CPFs: " SYN-COUNT-ED
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
           END-IF.
           MOVE ZERO TO SYN-RUN-LEN.
      ******************************************************************
      * 4540-SYNTH-BURSTS
      ******************************************************************
       4540-SYNTH-BURSTS.
           MOVE SPACES TO SYN-LINE.
           STRING "RAJADAS DE UMA SO REGIAO FISCAL (MINIMO "
               SYN-BURST-MIN " CPFs SEGUIDOS)"
               DELIMITED BY SIZE INTO SYN-LINE
           END-STRING.
           MOVE SYN-LINE TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
           PERFORM VARYING SYN-BX FROM 1 BY 1
                   UNTIL SYN-BX > SYN-BURST-USED
               MOVE SYN-BURST-START(SYN-BX) TO SYN-COUNT-ED
               MOVE SYN-BURST-LEN(SYN-BX) TO SYN-COUNT2-ED
               MOVE SPACES TO SYN-LINE
               STRING "  REGIAO " SYN-BURST-REGION(SYN-BX)
                   "  A PARTIR DO REGISTRO " SYN-COUNT-ED
                   "  CPFs: " SYN-COUNT2-ED
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
           END-PERFORM.
           IF SYN-BURST-LOST > ZERO
               MOVE SYN-BURST-LOST TO SYN-COUNT-ED
               MOVE SPACES TO SYN-LINE
               STRING "  OUTRAS RAJADAS NAO LISTADAS: " SYN-COUNT-ED
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
           END-IF.
           IF SYN-BURST-USED = ZERO
               MOVE SPACES TO SYN-LINE
               STRING "  NENHUMA RAJADA ENCONTRADA"
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
           END-IF.
           MOVE SPACES TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
      ******************************************************************
      * 4560-SYNTH-SCORE
      * Score = % of the distinct valid CPFs in runs + % of the valid
      * CPFs in bursts + the points by which the share of CPFs new to
      * the master passes SYN-NEW-PCT (only once the lot has
      * SYN-NEW-MIN CPFs), held at 999.
      ******************************************************************
       4560-SYNTH-SCORE.
           MOVE ZERO TO SYN-SCORE.
           IF SYN-DISTINCT > ZERO
               COMPUTE SYN-PCT = SYN-RUN-CPFS * 100 / SYN-DISTINCT
               MOVE SYN-PCT TO SYN-PCT-ED
               MOVE SPACES TO SYN-LINE
               STRING "CPFs EM SEQUENCIAS  : " SYN-PCT-ED "%"
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
               ADD SYN-PCT TO SYN-SCORE
           END-IF.
           IF SYN-VALID-CPFS > ZERO
               COMPUTE SYN-PCT = SYN-BURST-CPFS * 100 / SYN-VALID-CPFS
               MOVE SYN-PCT TO SYN-PCT-ED
               MOVE SPACES TO SYN-LINE
               STRING "CPFs EM RAJADAS     : " SYN-PCT-ED "%"
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
               ADD SYN-PCT TO SYN-SCORE
                   ON SIZE ERROR MOVE 999 TO SYN-SCORE
               END-ADD
           END-IF.
           IF SYN-DISTINCT > ZERO
               COMPUTE SYN-PCT = SYN-NEW * 100 / SYN-DISTINCT
               MOVE SYN-PCT TO SYN-PCT-ED
               MOVE SPACES TO SYN-LINE
               STRING "CPFs NOVOS NO CADASTRO: " SYN-PCT-ED "%"
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
               MOVE SYN-LINE TO CPF-SYNTH-LINE
               WRITE CPF-SYNTH-LINE
               IF SYN-DISTINCT NOT < SYN-NEW-MIN
                       AND SYN-PCT > SYN-NEW-PCT
                   COMPUTE SYN-SCORE = SYN-SCORE
                       + SYN-PCT - SYN-NEW-PCT
                       ON SIZE ERROR MOVE 999 TO SYN-SCORE
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE SYN-SCORE TO SYN-SCORE-ED.
           MOVE SYN-THRESHOLD TO THRESHOLD-ED.
           MOVE SPACES TO SYN-LINE.
           STRING "PONTUACAO DO LOTE: " SYN-SCORE-ED
               "  LIMITE: " THRESHOLD-ED
               DELIMITED BY SIZE INTO SYN-LINE
           END-STRING.
           MOVE SYN-LINE TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
           MOVE SPACES TO SYN-LINE.
           IF SYN-SCORE > SYN-THRESHOLD
               STRING "LOTE SUSPEITO DE CPFs GERADOS - RETER PARA "
                   "ANALISE"
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
           ELSE
               STRING "LOTE SEM PADRAO SINTETICO RELEVANTE"
                   DELIMITED BY SIZE INTO SYN-LINE
               END-STRING
           END-IF.
           MOVE SYN-LINE TO CPF-SYNTH-LINE.
           WRITE CPF-SYNTH-LINE.
           DISPLAY "PONTUACAO SINTETICA: " SYN-SCORE-ED
               " LIMITE: " THRESHOLD-ED.
           IF SYN-SCORE > SYN-THRESHOLD
               DISPLAY "LOTE SUSPEITO DE CPFs GERADOS - VER CPFSYNTH"
               MOVE 10 TO RUN-RC-CAND
               PERFORM 8100-RAISE-RUN-RC
           END-IF.
      ******************************************************************
      * 3050-REPORT-WRITE-HEADER
      ******************************************************************
       3050-REPORT-WRITE-HEADER.
      * source system and generation date as the header just read;
      * finding one means this exact lot already ran to the end and
      * the file is refused.  Another source's lot of the same day
      * matches nothing and goes through, and so does a lot whose
      * earlier try was refused by a control check.  A first ever run
      * has no ledger yet, which is fine.
      ******************************************************************
       3155-CHECK-ALREADY-PROCESSED.
           MOVE "N" TO LOT-DUP-SW.
               PERFORM UNTIL LOT-EOF OR LOT-WAS-PROCESSED
                   IF LOT-SOURCE-ID = HEADER-SOURCE
                           AND LOT-GEN-DATE = HEADER-DATE
                           AND NOT LOT-OUTCOME-FAILED
                       SET LOT-WAS-PROCESSED TO TRUE
                   ELSE
                       PERFORM 3156-LEDGER-READ-RECORD
      * the run is marked untrustworthy.
      ******************************************************************
       3165-REPORT-CONTROL-FAILURE.
           MOVE RPT-LINE TO CTL-FAIL-TEXT.
           MOVE RPT-LINE TO CPF-RPT-LINE.
           WRITE CPF-RPT-LINE.
           DISPLAY RPT-LINE.
      * Appends the lot just fully processed to the CPFLAST ledger:
      * its source system and generation date (the key 3155 refuses
      * re-sends on), the date we ran it, the counts and whether the
      * run ended clean or with rejects, plus the CPF and CNPJ
      * documents and the rejects by reason the chargeback bills.  A
      * lot a control check refused after its header was read goes
      * on as failed, with no usage.
      ******************************************************************
       3170-LEDGER-APPEND-LOT.
           OPEN EXTEND LAST-RUN-FILE.
           MOVE TOTAL-READ TO LOT-READ.
           MOVE TOTAL-VALID TO LOT-VALID.
           MOVE TOTAL-INVALID TO LOT-INVALID.
           MOVE ZEROES TO LOT-USAGE.
           MOVE BATCH-LOT-ID TO LOT-MANIFEST-ID.
           EVALUATE TRUE
               WHEN CTL-FAILED
                   SET LOT-OUTCOME-FAILED TO TRUE
               WHEN TOTAL-INVALID > ZERO
                   SET LOT-OUTCOME-REJECTS TO TRUE
               WHEN OTHER
                   SET LOT-OUTCOME-CLEAN TO TRUE
           END-EVALUATE.
           IF NOT CTL-FAILED
               MOVE TOTAL-CPF-DOCS TO LOT-CPF-DOCS
               MOVE TOTAL-CNPJ-DOCS TO LOT-CNPJ-DOCS
               PERFORM 3175-LEDGER-COUNT-REASONS
           END-IF.
           WRITE LOT-LEDGER-RECORD.
           CLOSE LAST-RUN-FILE.
      ******************************************************************
      * 3175-LEDGER-COUNT-REASONS
      * Counts the lot's final dispositions by reason, held ones
      * included.  After a restart the records between the checkpoint
      * and the abend are on the file twice; only the first record of
      * each input sequence number is counted.
      ******************************************************************
       3175-LEDGER-COUNT-REASONS.
           MOVE ZERO TO LOT-HIGH-SEQ.
           MOVE "N" TO DISP-EOF-SW.
           OPEN INPUT DISPOSITION-FILE.
           IF DISP-FILE-STATUS = "00"
               PERFORM 3786-DISPOSITION-READ
               PERFORM UNTIL DISP-EOF
                   IF DISP-SEQUENCE > LOT-HIGH-SEQ
                       MOVE DISP-SEQUENCE TO LOT-HIGH-SEQ
                       IF DISP-REASON IS NUMERIC
                               AND DISP-REASON > "00"
                               AND DISP-REASON < "10"
                           MOVE DISP-REASON TO LOT-RX
                           ADD 1 TO LOT-REASON-COUNT(LOT-RX)
                       END-IF
                   END-IF
                   PERFORM 3786-DISPOSITION-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.
      ******************************************************************
      * 3200-BATCH-PROCESS-RECORD
      ******************************************************************
       3200-BATCH-PROCESS-RECORD.
               ADD 1 TO TOTAL-VALID
               COMPUTE REGION-IX = NCPF(9) + 1
               ADD 1 TO REGION-COUNT(REGION-IX)
               PERFORM 3285-SYNTH-TRACK-REGION
               DISPLAY DCPF " OK!"
           ELSE
               ADD 1 TO TOTAL-INVALID
               PERFORM 3270-WRITE-SUSPENSE-ITEM
           END-IF.
           PERFORM 3350-WRITE-DISPOSITION.
           PERFORM 3280-WRITE-HOLDER-ITEM.
           PERFORM 2900-WRITE-AUDIT-LOG.
           PERFORM 2950-WRITE-EXTRACT-LINE.
           PERFORM 3290-WRITE-MASTER-TRANS.
      * The CNPJ side of the batch routing: the same mod-11 check the
      * interactive CNPJ option runs, with the result counted,
      * reported, audited and extracted alongside the CPFs of the
      * same lot.  DOC-VALID itself decides whether the number is
      * well formed (digits, or letters in the alphanumeric base), so
      * the batch and the single check can never disagree on it.
      ******************************************************************
       3220-BATCH-PROCESS-CNPJ.
           ADD 1 TO TOTAL-CNPJ-DOCS.
           MOVE CPF-IN-NUMBER TO CNPJ.
           PERFORM 5100-VALIDATE-CNPJ-DIGITS.
           IF DOCV-REASON-NOT-NUM
               SET DOC-NOT-NUMERIC TO TRUE
               MOVE ZERO TO DIGIT(1)
               MOVE ZERO TO DIGIT(2)
           ELSE
               SET DOC-IS-NUMERIC TO TRUE
           END-IF.
           PERFORM 5150-FORMAT-CNPJ-DISPLAY.
           PERFORM 5160-FORMAT-CNPJ-MASKED.
           PERFORM 3360-WRITE-CNPJ-DISPOSITION.
           PERFORM 2910-WRITE-CNPJ-AUDIT-LOG.
           PERFORM 2955-WRITE-CNPJ-EXTRACT.
           MOVE HEADER-SOURCE TO SRC-NOTE-ID.
           PERFORM 5250-UPDATE-CNPJ-MASTER.
           MOVE SPACES TO SRC-NOTE-ID.
      ******************************************************************
      * 3230-BATCH-BAD-DOC-TYPE
      * A detail record whose document-type code is neither "F" nor
      * 3360-WRITE-CNPJ-DISPOSITION
      * Disposition record for a CNPJ off the mixed batch file; the
      * CNPJ check has no fake-sequence guard, so the reason codes
      * stop at the two check digits and malformed input (reason 04:
      * anything but digits and upper-case letters in the base, or a
      * non-numeric check digit).
      ******************************************************************
       3360-WRITE-CNPJ-DISPOSITION.
           SET DISP-DOC-CNPJ TO TRUE.
           MOVE RUN-DATE TO SUSP-REJECT-DATE.
           MOVE SPACES TO SUSP-RESOLVED-DATE.
           MOVE SPACES TO SUSP-RESOLVED-BY.
           MOVE HEADER-SOURCE TO SUSP-SOURCE-ID.
           WRITE CPF-SUSP-RECORD.
      ******************************************************************
      * 3280-WRITE-HOLDER-ITEM
      * A valid CPF that came in with the holder's name or birth date
      * is queued for the match against the Receita Federal cadastral
      * file that 3700-HOLDER-MATCH runs once the pass is done; the
      * input sequence number is what ties the outcome back to the
      * disposition record.  Lots without holder data queue nothing.
      * Assumes CPF and CPF-VALID-SW still reflect the record just
      * validated.
      ******************************************************************
       3280-WRITE-HOLDER-ITEM.
           IF CPF-IS-VALID
               IF CPF-IN-HOLDER-NAME NOT = SPACES
                       OR CPF-IN-BIRTH-DATE NOT = SPACES
                   MOVE TOTAL-READ TO HWRK-SEQUENCE
                   MOVE CPF TO HWRK-CPF
                   MOVE CPF-IN-HOLDER-NAME TO HWRK-NAME
                   MOVE CPF-IN-BIRTH-DATE TO HWRK-BIRTH-DATE
                   WRITE HOLDER-WORK-RECORD
               END-IF
           END-IF.
      ******************************************************************
      * 3285-SYNTH-TRACK-REGION
      * Follows the valid CPFs of the lot in arrival order: as long
      * as they keep the same fiscal region (ninth digit) the streak
      * grows, and a change of region closes it.  A generator left
      * to run over one region shows up here long before the region
      * profile moves.
      ******************************************************************
       3285-SYNTH-TRACK-REGION.
           IF SYN-STREAK-LEN > ZERO
                   AND NCPF(9) = SYN-STREAK-REGION
               ADD 1 TO SYN-STREAK-LEN
           ELSE
               PERFORM 3287-SYNTH-CLOSE-STREAK
               MOVE NCPF(9) TO SYN-STREAK-REGION
               MOVE TOTAL-READ TO SYN-STREAK-START
               MOVE 1 TO SYN-STREAK-LEN
           END-IF.
           ADD 1 TO SYN-VALID-CPFS.
      ******************************************************************
      * 3287-SYNTH-CLOSE-STREAK
      * A streak of SYN-BURST-MIN or more becomes a burst: its CPFs
      * count toward the lot score and it is kept for the CPFSYNTH
      * report while the table lasts.
      ******************************************************************
       3287-SYNTH-CLOSE-STREAK.
           IF SYN-STREAK-LEN NOT < SYN-BURST-MIN
               ADD SYN-STREAK-LEN TO SYN-BURST-CPFS
               IF SYN-BURST-USED < 50
                   ADD 1 TO SYN-BURST-USED
                   MOVE SYN-STREAK-REGION
                       TO SYN-BURST-REGION(SYN-BURST-USED)
                   MOVE SYN-STREAK-START
                       TO SYN-BURST-START(SYN-BURST-USED)
                   MOVE SYN-STREAK-LEN
                       TO SYN-BURST-LEN(SYN-BURST-USED)
               ELSE
                   ADD 1 TO SYN-BURST-LOST
               END-IF
           END-IF.
           MOVE ZERO TO SYN-STREAK-LEN.
      ******************************************************************
      * 3290-WRITE-MASTER-TRANS
      * One sequential master transaction for the CPF just processed
      * - its number, the V/I outcome and the source system of the
      * lot - instead of a RANDOM
      * read/rewrite against the indexed master per detail record.
      * 3600-APPLY-MASTER-TRANS folds the whole file onto the master
      * in key order once the pass is done, which is what lets the
       3290-WRITE-MASTER-TRANS.
           IF CPF IS NUMERIC
               MOVE CPF TO MTRN-CPF
               MOVE HEADER-SOURCE TO MTRN-SOURCE
               IF CPF-IS-VALID
                   MOVE "V" TO MTRN-RESULT
               ELSE
      ******************************************************************
      * 6200-LOT-HISTORY-REPORT
      * The "lots processed" history off the CPFLAST ledger: one line
      * per lot ever run to the end or refused by a control check,
      * with its source system, generation date, run date, counts and
      * outcome, so operations can see which lots ran, when, and how
      * they ended.
      ******************************************************************
       6200-LOT-HISTORY-REPORT.
           OPEN INPUT LAST-RUN-FILE.
           MOVE LOT-VALID TO LOT-VALID-ED.
           MOVE LOT-INVALID TO LOT-INVALID-ED.
           MOVE SPACES TO LOT-LINE.
           EVALUATE TRUE
               WHEN LOT-OUTCOME-REJECTS
                   STRING LOT-SOURCE-ID "  " LOT-GEN-DATE "  "
                       LOT-RUN-DATE "  " LOT-READ-ED "  " LOT-VALID-ED
                       "  " LOT-INVALID-ED "  REJEICOES"
                       DELIMITED BY SIZE INTO LOT-LINE
                   END-STRING
               WHEN LOT-OUTCOME-FAILED
                   STRING LOT-SOURCE-ID "  " LOT-GEN-DATE "  "
                       LOT-RUN-DATE "  " LOT-READ-ED "  " LOT-VALID-ED
                       "  " LOT-INVALID-ED "  FALHA DE CONTROLE"
                       DELIMITED BY SIZE INTO LOT-LINE
                   END-STRING
               WHEN OTHER
                   STRING LOT-SOURCE-ID "  " LOT-GEN-DATE "  "
                       LOT-RUN-DATE "  " LOT-READ-ED "  " LOT-VALID-ED
                       "  " LOT-INVALID-ED "  LIMPO"
                       DELIMITED BY SIZE INTO LOT-LINE
                   END-STRING
           END-EVALUATE.
           MOVE LOT-LINE TO CPF-LOT-LINE.
           WRITE CPF-LOT-LINE.
      ******************************************************************
      * 6300-CHARGEBACK-STATEMENT
      * Month-end chargeback of the validation service to the intake
      * areas.  For the month the operator asks for, every lot the
      * CPFLAST ledger shows run in it and every suspense item
      * resolved in it is summed per source system into the billing
      * categories, priced off the CPFRATE table, and written both as
      * the CPFCOBR statement and as the CPFFINIF interface the
      * finance ledger loads.
      ******************************************************************
       6300-CHARGEBACK-STATEMENT.
           DISPLAY "Mes da cobranca (AAAAMM): ".
           ACCEPT BILL-MONTH.
           IF BILL-MONTH IS NOT NUMERIC
               DISPLAY "MES INVALIDO: " BILL-MONTH
           ELSE
               MOVE ZEROES TO BILL-SRC-USED BILL-SRC-LOST
                   BILL-OLD-LOTS BILL-SUSP-NOSRC
               PERFORM 6310-BILL-LOAD-RATES
               PERFORM 6320-BILL-SCAN-LEDGER
               PERFORM 6330-BILL-SCAN-SUSPENSE
               PERFORM 6350-BILL-WRITE-STATEMENT
               DISPLAY "DEMONSTRATIVO DE COBRANCA GERADO: CPFCOBR"
               DISPLAY "INTERFACE FINANCEIRA GERADA: CPFFINIF"
           END-IF.
      ******************************************************************
      * 6310-BILL-LOAD-RATES
      * Unit prices by category code off CPFRATE.  Without the table
      * the statement still goes out, with the quantities at zero
      * value, so the month can be checked before finance prices it.
      ******************************************************************
       6310-BILL-LOAD-RATES.
           PERFORM VARYING BILL-CX FROM 1 BY 1 UNTIL BILL-CX > 14
               MOVE ZERO TO BILL-RATE(BILL-CX)
               MOVE "N" TO BILL-RATE-SW(BILL-CX)
           END-PERFORM.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "TABELA DE TARIFAS NAO ENCONTRADA: CPFRATE - "
                   "VALORES ZERADOS"
           ELSE
               MOVE "N" TO RATE-EOF-SW
               PERFORM 6315-RATE-READ
               PERFORM UNTIL RATE-EOF
                   IF CPF-RATE-RECORD NOT = SPACES
                           AND RATE-CATEGORY(1:1) NOT = "*"
                       PERFORM 6312-BILL-TAKE-RATE
                   END-IF
                   PERFORM 6315-RATE-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
      ******************************************************************
      * 6312-BILL-TAKE-RATE
      ******************************************************************
       6312-BILL-TAKE-RATE.
           PERFORM VARYING BILL-CX FROM 1 BY 1
                   UNTIL BILL-CX > 14
                   OR BILL-CAT-CODE(BILL-CX) = RATE-CATEGORY
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN BILL-CX > 14
                   DISPLAY "CATEGORIA DESCONHECIDA EM CPFRATE: "
                       RATE-CATEGORY
               WHEN RATE-UNIT-PRICE IS NOT NUMERIC
                   DISPLAY "TARIFA INVALIDA EM CPFRATE: "
                       RATE-CATEGORY
               WHEN OTHER
                   MOVE RATE-UNIT-PRICE TO BILL-RATE(BILL-CX)
                   SET BILL-RATE-FOUND(BILL-CX) TO TRUE
           END-EVALUATE.
      ******************************************************************
      * 6315-RATE-READ
      ******************************************************************
       6315-RATE-READ.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO RATE-EOF-SW
           END-READ.
      ******************************************************************
      * 6320-BILL-SCAN-LEDGER
      * A lot belongs to the month it was run in.  Lots the ledger
      * recorded before it kept document counts are billed as lots
      * only, and counted for the note at the foot of the statement.
      ******************************************************************
       6320-BILL-SCAN-LEDGER.
           OPEN INPUT LAST-RUN-FILE.
           IF LAST-FILE-STATUS NOT = "00"
               DISPLAY "NENHUM LOTE NO LIVRO-RAZAO: CPFLAST"
           ELSE
               MOVE "N" TO LOT-EOF-SW
               PERFORM 3156-LEDGER-READ-RECORD
               PERFORM UNTIL LOT-EOF
                   IF LOT-RUN-DATE(1:6) = BILL-MONTH
                       PERFORM 6325-BILL-TALLY-LOT
                   END-IF
                   PERFORM 3156-LEDGER-READ-RECORD
               END-PERFORM
               CLOSE LAST-RUN-FILE
           END-IF.
      ******************************************************************
      * 6325-BILL-TALLY-LOT
      ******************************************************************
       6325-BILL-TALLY-LOT.
           MOVE LOT-SOURCE-ID TO BILL-KEY-SOURCE.
           PERFORM 6340-BILL-FIND-SOURCE.
           IF BILL-SX > ZERO
               EVALUATE TRUE
                   WHEN LOT-OUTCOME-FAILED
                       ADD 1 TO BILL-QTY(BILL-SX, 13)
                   WHEN LOT-USAGE IS NOT NUMERIC
                       ADD 1 TO BILL-QTY(BILL-SX, 1)
                       ADD 1 TO BILL-OLD-LOTS
                   WHEN OTHER
                       ADD 1 TO BILL-QTY(BILL-SX, 1)
                       ADD LOT-CPF-DOCS TO BILL-QTY(BILL-SX, 2)
                       ADD LOT-CNPJ-DOCS TO BILL-QTY(BILL-SX, 3)
                       PERFORM VARYING BILL-RX FROM 1 BY 1
                               UNTIL BILL-RX > 9
                           ADD LOT-REASON-COUNT(BILL-RX)
                               TO BILL-QTY(BILL-SX, BILL-RX + 3)
                       END-PERFORM
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 6330-BILL-SCAN-SUSPENSE
      * Suspense items resolved in the month, charged to the source
      * whose lot sent the rejected CPF.  Items the LGPD erasure
      * closed were not worked by intake and are not billed.
      ******************************************************************
       6330-BILL-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-FILE-STATUS = "00"
               MOVE "N" TO SUSP-EOF-SW
               PERFORM 9830-SUSPENSE-READ
               PERFORM UNTIL SUSP-EOF
                   IF SUSP-IS-RESOLVED
                           AND SUSP-RESOLVED-DATE(1:6) = BILL-MONTH
                           AND SUSP-CPF NOT = LGPD-ANON-CPF
                       PERFORM 6335-BILL-TALLY-SUSPENSE
                   END-IF
                   PERFORM 9830-SUSPENSE-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
      ******************************************************************
      * 6335-BILL-TALLY-SUSPENSE
      ******************************************************************
       6335-BILL-TALLY-SUSPENSE.
           IF SUSP-SOURCE-ID = SPACES
               ADD 1 TO BILL-SUSP-NOSRC
           ELSE
               MOVE SUSP-SOURCE-ID TO BILL-KEY-SOURCE
               PERFORM 6340-BILL-FIND-SOURCE
               IF BILL-SX > ZERO
                   ADD 1 TO BILL-QTY(BILL-SX, 14)
               END-IF
           END-IF.
      ******************************************************************
      * 6340-BILL-FIND-SOURCE
      * Leaves BILL-SX on the entry of BILL-KEY-SOURCE, opening one
      * the first time a source shows up; zero once the table is full.
      ******************************************************************
       6340-BILL-FIND-SOURCE.
           PERFORM VARYING BILL-SX FROM 1 BY 1
                   UNTIL BILL-SX > BILL-SRC-USED
                   OR BILL-SRC-ID(BILL-SX) = BILL-KEY-SOURCE
               CONTINUE
           END-PERFORM.
           IF BILL-SX > BILL-SRC-USED
               IF BILL-SRC-USED < 50
                   ADD 1 TO BILL-SRC-USED
                   MOVE BILL-KEY-SOURCE TO BILL-SRC-ID(BILL-SX)
                   PERFORM VARYING BILL-CX FROM 1 BY 1
                           UNTIL BILL-CX > 14
                       MOVE ZERO TO BILL-QTY(BILL-SX, BILL-CX)
                   END-PERFORM
               ELSE
                   ADD 1 TO BILL-SRC-LOST
                   MOVE ZERO TO BILL-SX
               END-IF
           END-IF.
      ******************************************************************
      * 6350-BILL-WRITE-STATEMENT
      * One block per source - a line per category it used, priced,
      * and the source total - then the grand total and whatever the
      * month could not bill.  Every priced line also goes out as a
      * "D" record of the interface, between its "H" and "T".
      ******************************************************************
       6350-BILL-WRITE-STATEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BILL-RUN-DATE.
           MOVE ZEROES TO BILL-GRAND-TOTAL BILL-FIN-COUNT BILL-NO-RATE.
           OPEN OUTPUT BILL-REPORT-FILE.
           OPEN OUTPUT FIN-INTERFACE-FILE.
           MOVE SPACES TO BILL-LINE.
           STRING "DEMONSTRATIVO DE COBRANCA - MES " BILL-MONTH
               "  EMITIDO EM " BILL-RUN-DATE
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           MOVE BILL-LINE TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
           MOVE SPACES TO CPF-FIN-RECORD.
           SET FIN-HEADER TO TRUE.
           MOVE BILL-MONTH TO FIN-HDR-PERIOD.
           MOVE BILL-RUN-DATE TO FIN-HDR-RUN-DATE.
           WRITE CPF-FIN-RECORD.
           PERFORM VARYING BILL-SX FROM 1 BY 1
                   UNTIL BILL-SX > BILL-SRC-USED
               PERFORM 6360-BILL-SOURCE-BLOCK
           END-PERFORM.
           MOVE SPACES TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
           IF BILL-SRC-USED = ZERO
               MOVE SPACES TO BILL-LINE
               STRING "NENHUM USO REGISTRADO NO MES"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
               MOVE BILL-LINE TO CPF-BILL-LINE
               WRITE CPF-BILL-LINE
           END-IF.
           MOVE BILL-GRAND-TOTAL TO BILL-TOTAL-ED.
           MOVE BILL-SRC-USED TO BILL-COUNT-ED.
           MOVE SPACES TO BILL-LINE.
           STRING "TOTAL GERAL (" BILL-COUNT-ED " ORIGENS)"
               "                        " BILL-TOTAL-ED
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           MOVE BILL-LINE TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
           PERFORM 6380-BILL-WRITE-NOTES.
           MOVE SPACES TO CPF-FIN-RECORD.
           SET FIN-TRAILER TO TRUE.
           MOVE BILL-FIN-COUNT TO FIN-REC-COUNT.
           MOVE BILL-GRAND-TOTAL TO FIN-TOTAL-AMOUNT.
           WRITE CPF-FIN-RECORD.
           CLOSE BILL-REPORT-FILE.
           CLOSE FIN-INTERFACE-FILE.
           IF BILL-NO-RATE > ZERO
               DISPLAY "ATENCAO: CATEGORIAS COBRADAS SEM TARIFA EM "
                   "CPFRATE - VER DEMONSTRATIVO"
           END-IF.
      ******************************************************************
      * 6360-BILL-SOURCE-BLOCK
      ******************************************************************
       6360-BILL-SOURCE-BLOCK.
           MOVE SPACES TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           STRING "ORIGEM: " BILL-SRC-ID(BILL-SX)
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           MOVE BILL-LINE TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           STRING "CATEGORIA                            QTDE      "
               "TARIFA           VALOR"
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           MOVE BILL-LINE TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
           MOVE ZERO TO BILL-SRC-TOTAL.
           PERFORM VARYING BILL-CX FROM 1 BY 1 UNTIL BILL-CX > 14
               IF BILL-QTY(BILL-SX, BILL-CX) > ZERO
                   PERFORM 6370-BILL-CHARGE-LINE
               END-IF
           END-PERFORM.
           ADD BILL-SRC-TOTAL TO BILL-GRAND-TOTAL.
           MOVE BILL-SRC-TOTAL TO BILL-AMOUNT-ED.
           MOVE SPACES TO BILL-LINE.
           STRING "TOTAL DA ORIGEM " BILL-SRC-ID(BILL-SX)
               "                               " BILL-AMOUNT-ED
               DELIMITED BY SIZE INTO BILL-LINE
           END-STRING.
           MOVE BILL-LINE TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
      ******************************************************************
      * 6370-BILL-CHARGE-LINE
      * One category of one source: quantity times unit price, on the
      * statement and on the interface.  A category CPFRATE does not
      * price is billed at zero and marked, so it gets noticed.
      ******************************************************************
       6370-BILL-CHARGE-LINE.
           COMPUTE BILL-AMOUNT ROUNDED =
               BILL-QTY(BILL-SX, BILL-CX) * BILL-RATE(BILL-CX).
           ADD BILL-AMOUNT TO BILL-SRC-TOTAL.
           MOVE BILL-QTY(BILL-SX, BILL-CX) TO BILL-QTY-ED.
           MOVE BILL-RATE(BILL-CX) TO BILL-RATE-ED.
           MOVE BILL-AMOUNT TO BILL-AMOUNT-ED.
           MOVE SPACES TO BILL-LINE.
           IF BILL-RATE-FOUND(BILL-CX)
               STRING BILL-CAT-DESC(BILL-CX) "  " BILL-QTY-ED "  "
                   BILL-RATE-ED "  " BILL-AMOUNT-ED
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
           ELSE
               ADD 1 TO BILL-NO-RATE
               STRING BILL-CAT-DESC(BILL-CX) "  " BILL-QTY-ED "  "
                   BILL-RATE-ED "  " BILL-AMOUNT-ED " SEM TARIFA"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
           END-IF.
           MOVE BILL-LINE TO CPF-BILL-LINE.
           WRITE CPF-BILL-LINE.
           MOVE SPACES TO CPF-FIN-RECORD.
           SET FIN-DETAIL TO TRUE.
           MOVE BILL-MONTH TO FIN-PERIOD.
           MOVE BILL-SRC-ID(BILL-SX) TO FIN-SOURCE-ID.
           MOVE BILL-CAT-CODE(BILL-CX) TO FIN-CATEGORY.
           MOVE BILL-QTY(BILL-SX, BILL-CX) TO FIN-QUANTITY.
           MOVE BILL-RATE(BILL-CX) TO FIN-UNIT-PRICE.
           MOVE BILL-AMOUNT TO FIN-AMOUNT.
           WRITE CPF-FIN-RECORD.
           ADD 1 TO BILL-FIN-COUNT.
      ******************************************************************
      * 6380-BILL-WRITE-NOTES
      * What the month had but could not be billed to a source.
      ******************************************************************
       6380-BILL-WRITE-NOTES.
           IF BILL-OLD-LOTS > ZERO
               MOVE BILL-OLD-LOTS TO BILL-COUNT-ED
               MOVE SPACES TO BILL-LINE
               STRING "OBS: " BILL-COUNT-ED " LOTES SEM CONTAGEM POR "
                   "DOCUMENTO NO LIVRO-RAZAO (SO LOTE COBRADO)"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
               MOVE BILL-LINE TO CPF-BILL-LINE
               WRITE CPF-BILL-LINE
           END-IF.
           IF BILL-SUSP-NOSRC > ZERO
               MOVE BILL-SUSP-NOSRC TO BILL-COUNT-ED
               MOVE SPACES TO BILL-LINE
               STRING "OBS: " BILL-COUNT-ED " PENDENCIAS RESOLVIDAS "
                   "SEM ORIGEM IDENTIFICADA (NAO COBRADAS)"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
               MOVE BILL-LINE TO CPF-BILL-LINE
               WRITE CPF-BILL-LINE
           END-IF.
           IF BILL-SRC-LOST > ZERO
               MOVE BILL-SRC-LOST TO BILL-COUNT-ED
               MOVE SPACES TO BILL-LINE
               STRING "OBS: " BILL-COUNT-ED " LOTES/PENDENCIAS DE "
                   "ORIGENS ALEM DE 50 (NAO COBRADOS)"
                   DELIMITED BY SIZE INTO BILL-LINE
               END-STRING
               MOVE BILL-LINE TO CPF-BILL-LINE
               WRITE CPF-BILL-LINE
           END-IF.
      ******************************************************************
      * 6500-ACCESS-REPORT
      * Shows the operator access log - who signed on and which menu
      * options they took - a line at a time, the same way the batch
       6730-UNLOAD-WRITE-DETAIL.
           MOVE SPACES TO MST-UNLOAD-RECORD.
           SET UNL-REC-DETAIL TO TRUE.
           MOVE CPF-MASTER-RECORD TO UNL-DATA(1:124).
           WRITE MST-UNLOAD-RECORD.
           ADD 1 TO UNL-COUNT.
           IF MST-CPF IS NUMERIC
           PERFORM 6765-UNLOAD-READ-RECORD.
           PERFORM UNTIL UNL-EOF
               IF UNL-REC-DETAIL
                   MOVE UNL-DATA(1:124) TO CPF-MASTER-RECORD
                   WRITE CPF-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CHAVE REJEITADA NO RELOAD: "
           DISPLAY "RELOAD CONCLUIDO: " UNL-COUNT-ED
               " REGISTROS CARREGADOS".
      ******************************************************************
      * 6800-AUDIT-VERIFY
      * Menu and AUTO entry to the audit log verification: runs the
      * chain check and says on the screen how it came out.
      ******************************************************************
       6800-AUDIT-VERIFY.
           PERFORM 6810-AUDIT-CHAIN-CHECK.
           MOVE AVF-SEALED TO AVF-COUNT-ED.
           IF AVF-BROKEN
               DISPLAY "LOG DE AUDITORIA VIOLADO - PRIMEIRA QUEBRA NO "
                   "RELATORIO CPFAUDVR"
           ELSE
               DISPLAY "LOG DE AUDITORIA INTEGRO: " AVF-COUNT-ED
                   " LINHAS SELADAS VERIFICADAS"
           END-IF.
      ******************************************************************
      * 6810-AUDIT-CHAIN-CHECK
      * Walks the archive and then the live log - one chain, since
      * the purge moves the oldest lines across with their seals -
      * recomputing every chain value from the line before.  The
      * first line out of sequence, unsealed once the chain has
      * begun, or whose seal does not recompute stops the walk and
      * goes on the CPFAUDVR report as the first break; a clean walk
      * must then end exactly where CPFAUDCK says the chain stands,
      * or lines have gone missing off the end.  Lines written
      * before the seal existed are counted but cannot be vouched
      * for.  A broken chain raises RUN-RC to 20.  Like the purge,
      * it borrows the audit log from the mainline's EXTEND.
      ******************************************************************
       6810-AUDIT-CHAIN-CHECK.
           MOVE "N" TO AVF-BROKEN-SW.
           MOVE "N" TO AVF-STARTED-SW.
           MOVE ZEROES TO AVF-PREV-SEQ AVF-PREV-CHAIN AVF-SEALED
               AVF-LEGACY AVF-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           OPEN OUTPUT AUDIT-VERIFY-REPORT-FILE.
           MOVE SPACES TO AVF-LINE.
           STRING "VERIFICACAO DE INTEGRIDADE DO LOG DE AUDITORIA"
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE SPACES TO AVF-LINE.
           STRING "EXECUTADA EM " AUDIT-TS(1:8) "-" AUDIT-TS(9:6)
               " POR " OPERATOR-ID
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF ARCH-FILE-STATUS = "00"
               MOVE "CPFARCH" TO AVF-FILE
               MOVE ZERO TO AVF-LINE-NO
               MOVE "N" TO AVF-EOF-SW
               PERFORM 6825-VERIFY-ARCH-READ
               PERFORM UNTIL AVF-EOF OR AVF-BROKEN
                   ADD 1 TO AVF-LINE-NO
                   MOVE AUDIT-ARCH-LINE TO AUDIT-SEAL-LINE
                   PERFORM 6830-VERIFY-ONE-LINE
                   PERFORM 6825-VERIFY-ARCH-READ
               END-PERFORM
               CLOSE AUDIT-ARCH-FILE
           ELSE
               MOVE SPACES TO AVF-LINE
               STRING "ARQUIVO CPFARCH AUSENTE - VERIFICADO SO O LOG "
                   "VIVO"
                   DELIMITED BY SIZE INTO AVF-LINE
               END-STRING
               MOVE AVF-LINE TO CPF-AUDVR-LINE
               WRITE CPF-AUDVR-LINE
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           IF NOT AVF-BROKEN
               OPEN INPUT AUDIT-LOG-FILE
               MOVE "CPFAUDIT" TO AVF-FILE
               MOVE ZERO TO AVF-LINE-NO
               MOVE "N" TO AUDIT-EOF-SW
               PERFORM 9100-PURGE-READ-AUDIT
               PERFORM UNTIL AUDIT-EOF OR AVF-BROKEN
                   ADD 1 TO AVF-LINE-NO
                   MOVE CPF-AUDIT-LINE TO AUDIT-SEAL-LINE
                   PERFORM 6830-VERIFY-ONE-LINE
                   PERFORM 9100-PURGE-READ-AUDIT
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT AVF-BROKEN
               PERFORM 6840-VERIFY-TAIL
           END-IF.
           PERFORM 6860-VERIFY-SUMMARY.
           CLOSE AUDIT-VERIFY-REPORT-FILE.
           IF AVF-BROKEN
               MOVE 20 TO RUN-RC-CAND
               PERFORM 8100-RAISE-RUN-RC
           END-IF.
      ******************************************************************
      * 6825-VERIFY-ARCH-READ
      ******************************************************************
       6825-VERIFY-ARCH-READ.
           READ AUDIT-ARCH-FILE
               AT END
                   MOVE "Y" TO AVF-EOF-SW
           END-READ.
      ******************************************************************
      * 6830-VERIFY-ONE-LINE
      * One line of the walk, in AUDIT-SEAL-LINE.  A sealed line must
      * carry the next sequence number and a chain value that
      * recomputes from the line before.  An unsealed line is only
      * allowed ahead of the chain (written before the seal existed)
      * or as an archive run header of the purge.
      ******************************************************************
       6830-VERIFY-ONE-LINE.
           IF ASL-SEALED AND ASL-SEQ IS NUMERIC
                   AND ASL-CHAIN IS NUMERIC
               COMPUTE AVF-EXPECT-SEQ = AVF-PREV-SEQ + 1
               IF ASL-SEQ NOT = AVF-EXPECT-SEQ
                   MOVE "SEQUENCIA FORA DE ORDEM - LINHAS AUSENTES"
                       TO AVF-REASON
                   PERFORM 6850-VERIFY-REPORT-BREAK
               ELSE
                   MOVE AVF-PREV-CHAIN TO AUD-PREV-CHAIN
                   PERFORM 2925-AUDIT-CHAIN-VALUE
                   IF AUD-CALC-CHAIN NOT = ASL-CHAIN
                       MOVE "SELO NAO CONFERE - LINHA ALTERADA"
                           TO AVF-REASON
                       PERFORM 6850-VERIFY-REPORT-BREAK
                   ELSE
                       SET AVF-CHAIN-STARTED TO TRUE
                       ADD 1 TO AVF-SEALED
                       MOVE ASL-SEQ TO AVF-PREV-SEQ
                       MOVE ASL-CHAIN TO AVF-PREV-CHAIN
                   END-IF
               END-IF
           ELSE
               IF AVF-FILE = "CPFARCH"
                       AND AUDIT-SEAL-LINE(1:16) = "ARQUIVAMENTO DE "
                   ADD 1 TO AVF-HEADERS
               ELSE
                   IF AVF-CHAIN-STARTED
                       MOVE "LINHA SEM SELO DENTRO DA CADEIA"
                           TO AVF-REASON
                       PERFORM 6850-VERIFY-REPORT-BREAK
                   ELSE
                       ADD 1 TO AVF-LEGACY
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 6840-VERIFY-TAIL
      * A clean walk has to end on the line the anchor names: short
      * of it means lines were cut off the end of the log, past it
      * or on a different value means lines were made up after it.
      ******************************************************************
       6840-VERIFY-TAIL.
           IF AVF-PREV-SEQ < AUD-LAST-SEQ
               MOVE "LINHAS AUSENTES NO FIM DO LOG" TO AVF-REASON
               PERFORM 6855-VERIFY-REPORT-TAIL
           ELSE
               IF AVF-PREV-SEQ > AUD-LAST-SEQ
                   MOVE "LINHAS ALEM DO PONTO REGISTRADO NA ANCORA"
                       TO AVF-REASON
                   PERFORM 6855-VERIFY-REPORT-TAIL
               ELSE
                   IF AVF-PREV-CHAIN NOT = AUD-LAST-CHAIN
                       MOVE "ULTIMA LINHA NAO CONFERE COM A ANCORA"
                           TO AVF-REASON
                       PERFORM 6855-VERIFY-REPORT-TAIL
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 6850-VERIFY-REPORT-BREAK
      * The first break: which file and line, why, the sequence the
      * chain expected there, and the offending line as it stands.
      ******************************************************************
       6850-VERIFY-REPORT-BREAK.
           SET AVF-BROKEN TO TRUE.
           MOVE AVF-LINE-NO TO AVF-COUNT-ED.
           MOVE SPACES TO AVF-LINE.
           STRING "PRIMEIRA QUEBRA: " AVF-FILE " LINHA " AVF-COUNT-ED
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE SPACES TO AVF-LINE.
           STRING "MOTIVO: " AVF-REASON
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           COMPUTE AVF-EXPECT-SEQ = AVF-PREV-SEQ + 1.
           MOVE AVF-EXPECT-SEQ TO AVF-SEQ-ED.
           MOVE SPACES TO AVF-LINE.
           STRING "SEQUENCIA ESPERADA: " AVF-SEQ-ED
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE AUDIT-SEAL-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
      ******************************************************************
      * 6855-VERIFY-REPORT-TAIL
      ******************************************************************
       6855-VERIFY-REPORT-TAIL.
           SET AVF-BROKEN TO TRUE.
           MOVE SPACES TO AVF-LINE.
           STRING "PRIMEIRA QUEBRA: FIM DO LOG - " AVF-REASON
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE AVF-PREV-SEQ TO AVF-SEQ-ED.
           MOVE AUD-LAST-SEQ TO AVF-SEQ2-ED.
           MOVE SPACES TO AVF-LINE.
           STRING "ULTIMA SEQUENCIA NO LOG: " AVF-SEQ-ED
               "   NA ANCORA: " AVF-SEQ2-ED
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
      ******************************************************************
      * 6860-VERIFY-SUMMARY
      ******************************************************************
       6860-VERIFY-SUMMARY.
           MOVE AVF-SEALED TO AVF-COUNT-ED.
           MOVE SPACES TO AVF-LINE.
           STRING "LINHAS SELADAS CONFERIDAS:        " AVF-COUNT-ED
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE AVF-LEGACY TO AVF-COUNT-ED.
           MOVE SPACES TO AVF-LINE.
           STRING "LINHAS ANTERIORES AO SELO:        " AVF-COUNT-ED
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE AVF-HEADERS TO AVF-COUNT-ED.
           MOVE SPACES TO AVF-LINE.
           STRING "CABECALHOS DE ARQUIVAMENTO:       " AVF-COUNT-ED
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE AUD-LAST-SEQ TO AVF-SEQ-ED.
           MOVE SPACES TO AVF-LINE.
           STRING "SEQUENCIA REGISTRADA NA ANCORA:   " AVF-SEQ-ED
               DELIMITED BY SIZE INTO AVF-LINE
           END-STRING.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
           MOVE SPACES TO AVF-LINE.
           IF AVF-BROKEN
               STRING "RESULTADO: LOG VIOLADO"
                   DELIMITED BY SIZE INTO AVF-LINE
               END-STRING
           ELSE
               STRING "RESULTADO: LOG INTEGRO"
                   DELIMITED BY SIZE INTO AVF-LINE
               END-STRING
           END-IF.
           MOVE AVF-LINE TO CPF-AUDVR-LINE.
           WRITE CPF-AUDVR-LINE.
      ******************************************************************
      * 6900-PSEUDO-COPY
      * Builds the pseudonymized copy the development and BI teams
      * get instead of production data: CPFMSTPS, CNPJMSPS, CPFAUDPS
      * and CPFSUSPS, record for record the same as CPFMST, CNPJMST,
      * CPFAUDIT and CPFSUSP except that every CPF and CNPJ is the
      * substitute the CPFPSKEY key gives it.  Substitutes pass
      * DOC-VALID (a real document that did not keeps failing the
      * same way), a CPF keeps its fiscal region and a CNPJ its
      * branch order, and one real document gets one substitute in
      * every file, so the statistics, velocity, region and roll-up
      * reports come out the same shape on the copy.  Dates, counts,
      * results and RF flags are not touched.  Without a good key
      * nothing is copied.  The run goes on the access log.
      ******************************************************************
       6900-PSEUDO-COPY.
           PERFORM 6905-PSEUDO-LOAD-KEY.
           IF PSD-KEY-OK
               MOVE "COPIA PSEUDONIMIZADA" TO ACC-EVENT
               PERFORM 0060-WRITE-ACCESS-LOG
               MOVE ZEROES TO PSD-COUNT(1) PSD-COUNT(2) PSD-COUNT(3)
                   PSD-COUNT(4) PSD-LOST
               PERFORM 6910-PSEUDO-CPF-MASTER
               PERFORM 6920-PSEUDO-CNPJ-MASTER
               PERFORM 6930-PSEUDO-AUDIT
               PERFORM 6940-PSEUDO-SUSPENSE
               MOVE ZEROES TO PSD-KEYS
               MOVE "N" TO PSD-KEY-SW
               MOVE PSD-COUNT(1) TO PSD-COUNT-ED
               DISPLAY "CPFMSTPS : " PSD-COUNT-ED " REGISTROS"
               MOVE PSD-COUNT(2) TO PSD-COUNT-ED
               DISPLAY "CNPJMSPS : " PSD-COUNT-ED " REGISTROS"
               MOVE PSD-COUNT(3) TO PSD-COUNT-ED
               DISPLAY "CPFAUDPS : " PSD-COUNT-ED " LINHAS"
               MOVE PSD-COUNT(4) TO PSD-COUNT-ED
               DISPLAY "CPFSUSPS : " PSD-COUNT-ED " ITENS"
               IF PSD-LOST > ZERO
                   MOVE PSD-LOST TO PSD-COUNT-ED
                   DISPLAY "ATENCAO: " PSD-COUNT-ED
                       " REGISTROS DE CADASTRO NAO COPIADOS "
                       "(CHAVE REPETIDA)"
               END-IF
               DISPLAY "COPIA PSEUDONIMIZADA CONCLUIDA"
           END-IF.
      ******************************************************************
      * 6905-PSEUDO-LOAD-KEY
      * The key is four eight-digit numbers; a missing, malformed or
      * all-zero key stops the copy rather than fall back on a value
      * anyone reading this program would know.
      ******************************************************************
       6905-PSEUDO-LOAD-KEY.
           MOVE "N" TO PSD-KEY-SW.
           OPEN INPUT PSEUDO-KEY-FILE.
           IF PSK-FILE-STATUS NOT = "00"
               DISPLAY "CHAVE DE PSEUDONIMIZACAO AUSENTE: CPFPSKEY - "
                   "COPIA NAO GERADA"
           ELSE
               READ PSEUDO-KEY-FILE
                   AT END
                       MOVE ZEROES TO CPF-PSEUDO-KEY-RECORD
               END-READ
               CLOSE PSEUDO-KEY-FILE
               IF CPF-PSEUDO-KEY-RECORD IS NUMERIC
                       AND CPF-PSEUDO-KEY-RECORD NOT = ZEROES
                   MOVE CPF-PSEUDO-KEY-RECORD TO PSD-KEYS
                   SET PSD-KEY-OK TO TRUE
               ELSE
                   DISPLAY "CHAVE DE PSEUDONIMIZACAO INVALIDA: "
                       "CPFPSKEY - COPIA NAO GERADA"
               END-IF
           END-IF.
      ******************************************************************
      * 6910-PSEUDO-CPF-MASTER
      ******************************************************************
       6910-PSEUDO-CPF-MASTER.
           OPEN INPUT MASTER-FILE.
           IF MST-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO NAO ENCONTRADO: CPFMST - CPFMSTPS "
                   "NAO GERADO"
           ELSE
               OPEN OUTPUT PSEUDO-MASTER-FILE
               MOVE "N" TO MST-EOF-SW
               PERFORM 1360-MASTER-READ-NEXT
               PERFORM UNTIL MST-EOF
                   MOVE MST-CPF TO PSD-CPF
                   PERFORM 6950-PSEUDO-CPF
                   MOVE CPF-MASTER-RECORD TO PSEUDO-MASTER-RECORD
                   MOVE PSD-CPF TO PSM-CPF
                   WRITE PSEUDO-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO PSD-LOST
                       NOT INVALID KEY
                           ADD 1 TO PSD-COUNT(1)
                   END-WRITE
                   PERFORM 1360-MASTER-READ-NEXT
               END-PERFORM
               CLOSE PSEUDO-MASTER-FILE
               CLOSE MASTER-FILE
           END-IF.
      ******************************************************************
      * 6920-PSEUDO-CNPJ-MASTER
      ******************************************************************
       6920-PSEUDO-CNPJ-MASTER.
           OPEN INPUT CNPJ-MASTER-FILE.
           IF CNM-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO NAO ENCONTRADO: CNPJMST - CNPJMSPS "
                   "NAO GERADO"
           ELSE
               OPEN OUTPUT PSEUDO-CNPJ-MASTER-FILE
               MOVE "N" TO ROLL-MST-EOF-SW
               PERFORM 7825-ROLLUP-MASTER-NEXT
               PERFORM UNTIL ROLL-MST-EOF
                   MOVE CNM-CNPJ TO PSD-CNPJ
                   PERFORM 6960-PSEUDO-CNPJ
                   MOVE CNPJ-MASTER-RECORD
                       TO PSEUDO-CNPJ-MASTER-RECORD
                   MOVE PSD-CNPJ TO PSC-CNPJ
                   WRITE PSEUDO-CNPJ-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO PSD-LOST
                       NOT INVALID KEY
                           ADD 1 TO PSD-COUNT(2)
                   END-WRITE
                   PERFORM 7825-ROLLUP-MASTER-NEXT
               END-PERFORM
               CLOSE PSEUDO-CNPJ-MASTER-FILE
               CLOSE CNPJ-MASTER-FILE
           END-IF.
      ******************************************************************
      * 6930-PSEUDO-AUDIT
      * Audit lines show a CPF base as 999.999.999 and a CNPJ base as
      * XX.XXX.XXX/XXXX from position 18; each is swapped for the
      * substitute's, and the copy is resealed as a chain of its own
      * from zero so it still verifies line by line.  The live log is
      * borrowed from the mainline's EXTEND and given back.
      ******************************************************************
       6930-PSEUDO-AUDIT.
           CLOSE AUDIT-LOG-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN OUTPUT PSEUDO-AUDIT-FILE.
           MOVE ZERO TO AUD-PREV-CHAIN.
           MOVE "N" TO AUDIT-EOF-SW.
           PERFORM 9100-PURGE-READ-AUDIT.
           PERFORM UNTIL AUDIT-EOF
               MOVE CPF-AUDIT-LINE TO AUDIT-SEAL-LINE
               PERFORM 6935-PSEUDO-AUDIT-LINE
               PERFORM 8322-LGPD-RESEAL-LINE
               MOVE AUDIT-SEAL-LINE TO PSEUDO-AUDIT-LINE
               WRITE PSEUDO-AUDIT-LINE
               ADD 1 TO PSD-COUNT(3)
               PERFORM 9100-PURGE-READ-AUDIT
           END-PERFORM.
           CLOSE PSEUDO-AUDIT-FILE.
           CLOSE AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
      ******************************************************************
      * 6935-PSEUDO-AUDIT-LINE
      ******************************************************************
       6935-PSEUDO-AUDIT-LINE.
           EVALUATE TRUE
               WHEN AUDIT-SEAL-LINE(20:1) = "."
                       AND AUDIT-SEAL-LINE(24:1) = "."
                       AND AUDIT-SEAL-LINE(28:1) = "/"
                   MOVE SPACES TO PSD-CNPJ
                   STRING AUDIT-SEAL-LINE(18:2) AUDIT-SEAL-LINE(21:3)
                       AUDIT-SEAL-LINE(25:3) AUDIT-SEAL-LINE(29:4)
                       DELIMITED BY SIZE INTO PSD-CNPJ
                   END-STRING
                   MOVE PSD-CNPJ(1:8) TO PSD-ROOT
                   PERFORM 6965-PSEUDO-CNPJ-ROOT
                   MOVE PSD-ROOT(1:2) TO AUDIT-SEAL-LINE(18:2)
                   MOVE PSD-ROOT(3:3) TO AUDIT-SEAL-LINE(21:3)
                   MOVE PSD-ROOT(6:3) TO AUDIT-SEAL-LINE(25:3)
               WHEN AUDIT-SEAL-LINE(21:1) = "."
                       AND AUDIT-SEAL-LINE(25:1) = "."
                   MOVE SPACES TO PSD-CPF
                   STRING AUDIT-SEAL-LINE(18:3) AUDIT-SEAL-LINE(22:3)
                       AUDIT-SEAL-LINE(26:3)
                       DELIMITED BY SIZE INTO PSD-CPF
                   END-STRING
                   PERFORM 6952-PSEUDO-CPF-SWAP
                   MOVE PSD-CPF(1:3) TO AUDIT-SEAL-LINE(18:3)
                   MOVE PSD-CPF(4:3) TO AUDIT-SEAL-LINE(22:3)
                   MOVE PSD-CPF(7:3) TO AUDIT-SEAL-LINE(26:3)
           END-EVALUATE.
      ******************************************************************
      * 6940-PSEUDO-SUSPENSE
      * A suspense item keeps the CPF as keyed, wrong digits and all;
      * its substitute is wrong the same way, and the digits the
      * item says it should have had become the substitute's own.
      ******************************************************************
       6940-PSEUDO-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSO NAO ENCONTRADO: CPFSUSP - CPFSUSPS "
                   "NAO GERADO"
           ELSE
               OPEN OUTPUT PSEUDO-SUSPENSE-FILE
               MOVE "N" TO SUSP-EOF-SW
               PERFORM 9830-SUSPENSE-READ
               PERFORM UNTIL SUSP-EOF
                   MOVE SUSP-CPF TO PSD-CPF
                   PERFORM 6950-PSEUDO-CPF
                   MOVE PSD-CPF TO SUSP-CPF
                   IF PSD-MAPPED
                       MOVE PSD-NEW-D1 TO SUSP-DIGIT-1
                       MOVE PSD-NEW-D2 TO SUSP-DIGIT-2
                   END-IF
                   MOVE CPF-SUSP-RECORD TO PSEUDO-SUSP-RECORD
                   WRITE PSEUDO-SUSP-RECORD
                   ADD 1 TO PSD-COUNT(4)
                   PERFORM 9830-SUSPENSE-READ
               END-PERFORM
               CLOSE PSEUDO-SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
           END-IF.
      ******************************************************************
      * 6950-PSEUDO-CPF
      * Full CPF in PSD-CPF: the base is swapped by 6952, and check
      * digits that were right are the substitute's right ones,
      * while wrong ones stay off by the same amount, so the copy
      * fails DOC-VALID exactly where production did.  PSD-NEW-D1/2
      * are left holding the substitute's correct digits.
      ******************************************************************
       6950-PSEUDO-CPF.
           IF PSD-CPF(1:9) IS NUMERIC
               SET DOCV-DOC-CPF TO TRUE
               MOVE SPACES TO DOCV-NUMBER
               MOVE PSD-CPF(1:9) TO DOCV-NUMBER(1:9)
               MOVE "00" TO DOCV-NUMBER(10:2)
               CALL "DOC-VALID" USING DOCV-PARMS
               MOVE DOCV-DIGIT-1 TO PSD-OLD-D1
               MOVE DOCV-DIGIT-2 TO PSD-OLD-D2
           END-IF.
           PERFORM 6952-PSEUDO-CPF-SWAP.
           IF PSD-MAPPED
               SET DOCV-DOC-CPF TO TRUE
               MOVE SPACES TO DOCV-NUMBER
               MOVE PSD-CPF(1:9) TO DOCV-NUMBER(1:9)
               MOVE "00" TO DOCV-NUMBER(10:2)
               CALL "DOC-VALID" USING DOCV-PARMS
               MOVE DOCV-DIGIT-1 TO PSD-NEW-D1
               MOVE DOCV-DIGIT-2 TO PSD-NEW-D2
               IF PSD-CPF(10:2) IS NUMERIC
                   COMPUTE PSD-NCPF(10) = FUNCTION MOD(
                       PSD-NEW-D1 + PSD-NCPF(10) - PSD-OLD-D1 + 10,
                       10)
                   COMPUTE PSD-NCPF(11) = FUNCTION MOD(
                       PSD-NEW-D2 + PSD-NCPF(11) - PSD-OLD-D2 + 10,
                       10)
               END-IF
           END-IF.
      ******************************************************************
      * 6952-PSEUDO-CPF-SWAP
      * The nine-digit base in PSD-CPF(1:9) swapped for its
      * substitute: the first eight digits permuted, skipping the
      * one value that would repeat the region digit throughout, and
      * the region digit kept.  A repeated-digit placeholder stays
      * as it is; a base that is not all digits has its digits
      * zeroed.
      ******************************************************************
       6952-PSEUDO-CPF-SWAP.
           MOVE "N" TO PSD-MAPPED-SW.
           MOVE PSD-CPF(1:9) TO PSD-BASE.
           EVALUATE TRUE
               WHEN PSD-BASE IS NOT NUMERIC
                   INSPECT PSD-CPF CONVERTING "123456789"
                       TO "000000000"
               WHEN PSD-BASE(2:8) = PSD-BASE(1:8)
                   CONTINUE
               WHEN OTHER
                   SET PSD-MAPPED TO TRUE
                   COMPUTE PSD-EXCLUDE = PSD-NCPF(9) * 11111111
                   MOVE PSD-BASE(1:8) TO PSD-VALUE8
                   MOVE 10000 TO PSD-RADIX
                   PERFORM 6970-PSEUDO-PERMUTE-DECIMAL
                   PERFORM UNTIL PSD-VALUE8 NOT = PSD-EXCLUDE
                       PERFORM 6970-PSEUDO-PERMUTE-DECIMAL
                   END-PERFORM
                   MOVE PSD-VALUE8 TO PSD-CPF(1:8)
           END-EVALUATE.
      ******************************************************************
      * 6960-PSEUDO-CNPJ
      * Full CNPJ in PSD-CNPJ: the root is swapped by 6965, the branch
      * order kept, and the check digits follow the same rule as a
      * CPF's in 6950.
      ******************************************************************
       6960-PSEUDO-CNPJ.
           SET DOCV-DOC-CNPJ TO TRUE.
           MOVE PSD-CNPJ(1:12) TO DOCV-NUMBER(1:12).
           MOVE "00" TO DOCV-NUMBER(13:2).
           CALL "DOC-VALID" USING DOCV-PARMS.
           MOVE DOCV-DIGIT-1 TO PSD-OLD-D1.
           MOVE DOCV-DIGIT-2 TO PSD-OLD-D2.
           MOVE PSD-CNPJ(1:8) TO PSD-ROOT.
           PERFORM 6965-PSEUDO-CNPJ-ROOT.
           MOVE PSD-ROOT TO PSD-CNPJ(1:8).
           IF PSD-MAPPED
               SET DOCV-DOC-CNPJ TO TRUE
               MOVE PSD-CNPJ(1:12) TO DOCV-NUMBER(1:12)
               MOVE "00" TO DOCV-NUMBER(13:2)
               CALL "DOC-VALID" USING DOCV-PARMS
               MOVE DOCV-DIGIT-1 TO PSD-NEW-D1
               MOVE DOCV-DIGIT-2 TO PSD-NEW-D2
               IF PSD-CNPJ(13:2) IS NUMERIC
                   MOVE PSD-CNPJ(13:2) TO PSD-CPF(10:2)
                   COMPUTE PSD-NCPF(10) = FUNCTION MOD(
                       PSD-NEW-D1 + PSD-NCPF(10) - PSD-OLD-D1 + 10,
                       10)
                   COMPUTE PSD-NCPF(11) = FUNCTION MOD(
                       PSD-NEW-D2 + PSD-NCPF(11) - PSD-OLD-D2 + 10,
                       10)
                   MOVE PSD-CPF(10:2) TO PSD-CNPJ(13:2)
               END-IF
           END-IF.
      ******************************************************************
      * 6965-PSEUDO-CNPJ-ROOT
      * The eight-position root in PSD-ROOT swapped for its
      * substitute.  An all-digit root is permuted among all-digit
      * roots; an alphanumeric one among roots 0-9/A-Z, walked on
      * until the result carries a letter, so the old and the new
      * CNPJ format each keep their own numbers.  Anything else has
      * its digits zeroed.
      ******************************************************************
       6965-PSEUDO-CNPJ-ROOT.
           MOVE "N" TO PSD-MAPPED-SW.
           EVALUATE TRUE
               WHEN PSD-ROOT IS NUMERIC
                   SET PSD-MAPPED TO TRUE
                   MOVE PSD-ROOT TO PSD-VALUE8
                   MOVE 10000 TO PSD-RADIX
                   PERFORM 6970-PSEUDO-PERMUTE-DECIMAL
                   MOVE PSD-VALUE8 TO PSD-ROOT
               WHEN PSD-ROOT IS CNPJ-BASE-CHAR
                   SET PSD-MAPPED TO TRUE
                   MOVE 1679616 TO PSD-RADIX
                   PERFORM 6975-PSEUDO-PERMUTE-ALPHA
                   PERFORM UNTIL PSD-ROOT IS NOT NUMERIC
                       PERFORM 6975-PSEUDO-PERMUTE-ALPHA
                   END-PERFORM
               WHEN OTHER
                   INSPECT PSD-ROOT CONVERTING "123456789"
                       TO "000000000"
           END-EVALUATE.
      ******************************************************************
      * 6970-PSEUDO-PERMUTE-DECIMAL
      * PSD-VALUE8 through the permutation as two four-digit halves.
      ******************************************************************
       6970-PSEUDO-PERMUTE-DECIMAL.
           COMPUTE PSD-LEFT = PSD-VALUE8 / 10000.
           COMPUTE PSD-RIGHT = PSD-VALUE8 - PSD-LEFT * 10000.
           PERFORM 6980-PSEUDO-ROUNDS.
           COMPUTE PSD-VALUE8 = PSD-LEFT * 10000 + PSD-RIGHT.
      ******************************************************************
      * 6975-PSEUDO-PERMUTE-ALPHA
      * PSD-ROOT through the permutation as two halves of four
      * characters, each read as a number in base 36.
      ******************************************************************
       6975-PSEUDO-PERMUTE-ALPHA.
           MOVE ZEROES TO PSD-LEFT PSD-RIGHT.
           PERFORM VARYING PSD-PX FROM 1 BY 1 UNTIL PSD-PX > 8
               MOVE PSD-ROOT(PSD-PX:1) TO PSD-CHAR
               PERFORM VARYING PSD-CX FROM 1 BY 1
                       UNTIL PSD-CX > 36
                       OR PSD-CHARSET-CHAR(PSD-CX) = PSD-CHAR
                   CONTINUE
               END-PERFORM
               IF PSD-PX < 5
                   COMPUTE PSD-LEFT = PSD-LEFT * 36 + PSD-CX - 1
               ELSE
                   COMPUTE PSD-RIGHT = PSD-RIGHT * 36 + PSD-CX - 1
               END-IF
           END-PERFORM.
           PERFORM 6980-PSEUDO-ROUNDS.
           PERFORM VARYING PSD-PX FROM 8 BY -1 UNTIL PSD-PX < 1
               IF PSD-PX > 4
                   COMPUTE PSD-CX = FUNCTION MOD(PSD-RIGHT, 36) + 1
                   COMPUTE PSD-RIGHT = PSD-RIGHT / 36
               ELSE
                   COMPUTE PSD-CX = FUNCTION MOD(PSD-LEFT, 36) + 1
                   COMPUTE PSD-LEFT = PSD-LEFT / 36
               END-IF
               MOVE PSD-CHARSET-CHAR(PSD-CX) TO PSD-ROOT(PSD-PX:1)
           END-PERFORM.
      ******************************************************************
      * 6980-PSEUDO-ROUNDS
      * The four Feistel rounds over PSD-LEFT/PSD-RIGHT, modulo
      * PSD-RADIX, each keyed by one of the four round keys.
      ******************************************************************
       6980-PSEUDO-ROUNDS.
           PERFORM VARYING PSD-RX FROM 1 BY 1 UNTIL PSD-RX > 4
               COMPUTE PSD-ROUND-F = FUNCTION MOD(
                   (PSD-RIGHT + PSD-KEY-A(PSD-RX))
                   * (PSD-RIGHT + PSD-KEY-B(PSD-RX) + 1),
                   99999989)
               COMPUTE PSD-TEMP = FUNCTION MOD(
                   PSD-LEFT + PSD-ROUND-F, PSD-RADIX)
               MOVE PSD-RIGHT TO PSD-LEFT
               MOVE PSD-TEMP TO PSD-RIGHT
           END-PERFORM.
      ******************************************************************
      * 6600-PARM-MAINTENANCE
      * Lists the run parameters in effect - whether they came off
      * CPFPARM or the built-in defaults - and lets the operator key
               PARM-PURGE-DEFAULT.
           DISPLAY "  RECON-CHANGES (S/N):          "
               PARM-RECON-DEFAULT.
           MOVE SYN-THRESHOLD TO THRESHOLD-ED.
           DISPLAY "  SYNTH-THRESHOLD (PONTOS):     " THRESHOLD-ED.
           MOVE SYN-RUN-MIN TO THRESHOLD-ED.
           DISPLAY "  SYNTH-RUN-MIN (CPFs):         " THRESHOLD-ED.
           MOVE SYN-GAP TO THRESHOLD-ED.
           DISPLAY "  SYNTH-GAP (BASES):            " THRESHOLD-ED.
           MOVE SYN-BURST-MIN TO THRESHOLD-ED.
           DISPLAY "  SYNTH-BURST (CPFs):           " THRESHOLD-ED.
           MOVE SYN-NEW-PCT TO THRESHOLD-ED.
           DISPLAY "  SYNTH-NEW-PCT (% NOVOS):      " THRESHOLD-ED.
           MOVE SYN-NEW-MIN TO THRESHOLD-ED.
           DISPLAY "  SYNTH-NEW-MIN (CPFs):         " THRESHOLD-ED.
           DISPLAY "Alterar e gravar em CPFPARM? (S/N): ".
           ACCEPT PARM-ANSWER.
           IF PARM-ANSWER = "S" OR PARM-ANSWER = "s"
               WHEN OTHER
                   DISPLAY "VALOR INVALIDO MANTIDO: " PARM-ANSWER
           END-EVALUATE.
           DISPLAY "Nova pontuacao limite de lote sintetico "
               "(ENTER = manter): ".
           PERFORM 6625-PARM-ACCEPT-NUMBER.
           IF PARM-NUM-OK
               MOVE PARM-NUM-X TO SYN-THRESHOLD
           END-IF.
           DISPLAY "Novo minimo de CPFs numa sequencia de bases "
               "(ENTER = manter): ".
           PERFORM 6625-PARM-ACCEPT-NUMBER.
           IF PARM-NUM-OK
               IF PARM-NUM-X > "001"
                   MOVE PARM-NUM-X TO SYN-RUN-MIN
               ELSE
                   DISPLAY "VALOR INVALIDO MANTIDO: " PARM-NUM-X
               END-IF
           END-IF.
           DISPLAY "Nova distancia maxima entre bases "
               "(ENTER = manter): ".
           PERFORM 6625-PARM-ACCEPT-NUMBER.
           IF PARM-NUM-OK
               IF PARM-NUM-X NOT = "000"
                   MOVE PARM-NUM-X TO SYN-GAP
               ELSE
                   DISPLAY "VALOR INVALIDO MANTIDO: " PARM-NUM-X
               END-IF
           END-IF.
           DISPLAY "Novo minimo de CPFs seguidos de uma regiao "
               "(ENTER = manter): ".
           PERFORM 6625-PARM-ACCEPT-NUMBER.
           IF PARM-NUM-OK
               IF PARM-NUM-X > "001"
                   MOVE PARM-NUM-X TO SYN-BURST-MIN
               ELSE
                   DISPLAY "VALOR INVALIDO MANTIDO: " PARM-NUM-X
               END-IF
           END-IF.
           DISPLAY "Novo % de CPFs novos tolerado "
               "(ENTER = manter): ".
           PERFORM 6625-PARM-ACCEPT-NUMBER.
           IF PARM-NUM-OK
               IF PARM-NUM-X NOT > "100"
                   MOVE PARM-NUM-X TO SYN-NEW-PCT
               ELSE
                   DISPLAY "VALOR INVALIDO MANTIDO: " PARM-NUM-X
               END-IF
           END-IF.
           DISPLAY "Novo minimo de CPFs para pontuar os novos "
               "(ENTER = manter): ".
           PERFORM 6625-PARM-ACCEPT-NUMBER.
           IF PARM-NUM-OK
               MOVE PARM-NUM-X TO SYN-NEW-MIN
           END-IF.
      ******************************************************************
      * 6625-PARM-ACCEPT-NUMBER
      * Takes one three-digit entry into PARM-NUM-X, zero-filled;
      * PARM-NUM-OK is on only for a numeric entry, and a bad one is
      * named here.  ENTER leaves it off without a word.
      ******************************************************************
       6625-PARM-ACCEPT-NUMBER.
           MOVE "N" TO PARM-NUM-SW.
           MOVE SPACES TO PARM-NUM-X.
           ACCEPT PARM-NUM-X.
           IF PARM-NUM-X NOT = SPACES
               INSPECT PARM-NUM-X REPLACING LEADING SPACES BY ZEROES
               IF PARM-NUM-X IS NUMERIC
                   SET PARM-NUM-OK TO TRUE
               ELSE
                   DISPLAY "VALOR INVALIDO MANTIDO: " PARM-NUM-X
               END-IF
           END-IF.
      ******************************************************************
      * 6650-PARM-WRITE-FILE
      * Writes the full parameter set back to CPFPARM in the layout
      * 0020-LOAD-RUN-PARMS reads.
      ******************************************************************
       6650-PARM-WRITE-FILE.
           OPEN OUTPUT PARM-FILE.
           MOVE "STATS-THRESHOLD" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE STATS-THRESHOLD TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           MOVE "REGION-WARN" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE REGION-WARN-THRESHOLD TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           MOVE "CKPT-INTERVAL" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE SPACES TO PARM-VALUE.
           MOVE PARM-RECON-DEFAULT TO PARM-VALUE(1:1).
           WRITE CPF-PARM-RECORD.
           MOVE "SYNTH-THRESHOLD" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE SYN-THRESHOLD TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           MOVE "SYNTH-RUN-MIN" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE SYN-RUN-MIN TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           MOVE "SYNTH-GAP" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE SYN-GAP TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           MOVE "SYNTH-BURST" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE SYN-BURST-MIN TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           MOVE "SYNTH-NEW-PCT" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE SYN-NEW-PCT TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           MOVE "SYNTH-NEW-MIN" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           MOVE SYN-NEW-MIN TO PARM-VALUE(1:3).
           WRITE CPF-PARM-RECORD.
           CLOSE PARM-FILE.
           SET PARMS-LOADED TO TRUE.
      ******************************************************************
           END-IF.
           PERFORM 5200-OPEN-CNPJ-MASTER.
           PERFORM 5250-UPDATE-CNPJ-MASTER.
           PERFORM 5270-CHECK-HEAD-OFFICE.
           CLOSE CNPJ-MASTER-FILE.
           IF CNM-WAS-FLAGGED
               DISPLAY "ATENCAO: CNPJ JA SINALIZADO '" CNM-WARN-CODE
                   "' NO ARQUIVO DA RECEITA FEDERAL DE " CNM-WARN-DATE
           END-IF.
           IF CNM-HEAD-WAS-FLAGGED
               DISPLAY "ATENCAO: MATRIZ " CNM-HEAD-CNPJ
                   " SINALIZADA '" CNM-HEAD-WARN-CODE
                   "' NO ARQUIVO DA RECEITA FEDERAL DE "
                   CNM-HEAD-WARN-DATE
           END-IF.
      ******************************************************************
      * 5050-STRIP-CNPJ-PUNCTUATION
      * Copies only the digits and letters out of CNPJ-RAW-INPUT into
      * CNPJ, so a CNPJ pasted in with the 99.999.999/9999-99 mask
      * (dots, slash and dash, exactly as DCNPJ displays it elsewhere)
      * still lines up correctly position by position.  Letters typed
      * in lower case are folded to upper case first, which is how
      * Receita Federal issues the alphanumeric CNPJ.
      ******************************************************************
       5050-STRIP-CNPJ-PUNCTUATION.
           MOVE SPACES TO CNPJ.
           MOVE ZERO TO CNPJ-DIGIT-COUNT.
           INSPECT CNPJ-RAW-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 18
               IF CNPJ-RAW-INPUT(I:1) IS CNPJ-BASE-CHAR
                   IF CNPJ-DIGIT-COUNT < 14
                       ADD 1 TO CNPJ-DIGIT-COUNT
                       MOVE CNPJ-RAW-INPUT(I:1)
      ******************************************************************
      * 5100-VALIDATE-CNPJ-DIGITS
      * CNPJ counterpart of 2000-VALIDATE-DIGITS: hands the fourteen
      * positions in CNPJ to the DOC-VALID subprogram and maps the
      * answer back onto CNPJ-VALID-SW and the DIGIT fields.
      ******************************************************************
       5100-VALIDATE-CNPJ-DIGITS.
      ******************************************************************
      * 5150-FORMAT-CNPJ-DISPLAY
      * Builds the 99.999.999/9999-99 display mask over whatever is
      * sitting in CNPJ, letters included; shared by the interactive
      * CNPJ option and the batch routing.
      ******************************************************************
       5150-FORMAT-CNPJ-DISPLAY.
           MOVE SPACES TO DCNPJ.
           STRING CNPJ(1:2) "." CNPJ(3:3) "." CNPJ(6:3) "/"
               CNPJ(9:4) "-" CNPJ(13:2)
               DELIMITED BY SIZE INTO DCNPJ
           END-STRING.
      ******************************************************************
      ******************************************************************
       5160-FORMAT-CNPJ-MASKED.
           MOVE SPACES TO DVCNPJ.
           STRING CNPJ(1:2) "." CNPJ(3:3) "." CNPJ(6:3) "/"
               CNPJ(9:4)
               DELIMITED BY SIZE INTO DVCNPJ
           END-STRING.
      ******************************************************************
      * validation result move forward.  When the existing record
      * carries a flagged Receita Federal cadastral situation the
      * warning fields are filled so the caller can tell the operator
      * at check time.  A batch caller puts the lot's source system
      * in SRC-NOTE-ID to have it noted on the record.  Assumes CNPJ,
      * CNPJ-VALID-SW and RUN-DATE already reflect the CNPJ just
      * validated.
      ******************************************************************
       5250-UPDATE-CNPJ-MASTER.
           MOVE "N" TO CNM-FLAGGED-SW.
           MOVE SPACES TO CNM-WARN-CODE CNM-WARN-DATE.
           IF CNPJ(1:12) IS CNPJ-BASE-CHAR AND CNPJ(13:2) IS NUMERIC
               MOVE CNPJ TO CNM-CNPJ
               READ CNPJ-MASTER-FILE
                   INVALID KEY
                       END-IF
                       MOVE SPACE TO CNM-RF-STATUS
                       MOVE SPACES TO CNM-RF-DATE
                       MOVE SPACES TO CNM-SOURCE-TABLE
                       IF SRC-NOTE-ID NOT = SPACES
                           PERFORM 5255-NOTE-CNPJ-SOURCE
                       END-IF
                       WRITE CNPJ-MASTER-RECORD
                   NOT INVALID KEY
                       IF CNM-RF-FLAGGED
                       ELSE
                           SET CNM-RESULT-INVALID TO TRUE
                       END-IF
                       IF SRC-NOTE-ID NOT = SPACES
                           PERFORM 5255-NOTE-CNPJ-SOURCE
                       END-IF
                       REWRITE CNPJ-MASTER-RECORD
               END-READ
           END-IF.
      ******************************************************************
      * 5255-NOTE-CNPJ-SOURCE
      * The company master's counterpart of 2980: SRC-NOTE-ID goes
      * in its own slot, or the one with the oldest date, dated
      * RUN-DATE.
      ******************************************************************
       5255-NOTE-CNPJ-SOURCE.
           MOVE ZERO TO SRC-SLOT.
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > 5
               IF CNM-SOURCE-ID(SRC-IX) = SRC-NOTE-ID
                       AND SRC-SLOT = ZERO
                   MOVE SRC-IX TO SRC-SLOT
               END-IF
           END-PERFORM.
           IF SRC-SLOT = ZERO
               MOVE 1 TO SRC-SLOT
               PERFORM VARYING SRC-IX FROM 2 BY 1 UNTIL SRC-IX > 5
                   IF CNM-SOURCE-DATE(SRC-IX)
                           < CNM-SOURCE-DATE(SRC-SLOT)
                       MOVE SRC-IX TO SRC-SLOT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SRC-NOTE-ID TO CNM-SOURCE-ID(SRC-SLOT).
           MOVE RUN-DATE TO CNM-SOURCE-DATE(SRC-SLOT).
      ******************************************************************
      * 5270-CHECK-HEAD-OFFICE
      * A branch (any order but 0001) is only as good as its company:
      * the head office's CNPJ is the same raiz with order 0001 and
      * its own check digits, which DOC-VALID works out for us, and
      * its company master record says whether Receita has it
      * suspensa, inapta or baixada.  Assumes the company master is
      * open and CNPJ holds the number just checked.
      ******************************************************************
       5270-CHECK-HEAD-OFFICE.
           MOVE "N" TO CNM-HEAD-FLAGGED-SW.
           MOVE SPACES TO CNM-HEAD-CNPJ CNM-HEAD-WARN-CODE
               CNM-HEAD-WARN-DATE.
           IF CNPJ(1:12) IS CNPJ-BASE-CHAR AND CNPJ(9:4) NOT = "0001"
               SET DOCV-DOC-CNPJ TO TRUE
               MOVE SPACES TO DOCV-NUMBER
               STRING CNPJ(1:8) "0001" "00"
                   DELIMITED BY SIZE INTO DOCV-NUMBER
               END-STRING
               CALL "DOC-VALID" USING DOCV-PARMS
               MOVE DOCV-NUMBER(1:12) TO CNM-HEAD-CNPJ(1:12)
               MOVE DOCV-DIGIT-1 TO CNM-HEAD-CNPJ(13:1)
               MOVE DOCV-DIGIT-2 TO CNM-HEAD-CNPJ(14:1)
               MOVE CNM-HEAD-CNPJ TO CNM-CNPJ
               READ CNPJ-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNM-RF-FLAGGED
                           SET CNM-HEAD-WAS-FLAGGED TO TRUE
                           MOVE CNM-RF-STATUS TO CNM-HEAD-WARN-CODE
                           MOVE CNM-RF-DATE TO CNM-HEAD-WARN-DATE
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
      * 7000-RECONCILE-RF-STATUS
      * Sorts our outbound extract of passed CPFs and the monthly
      * Receita Federal status file by CPF, then walks the two sorted
           MOVE "N" TO EXTR-EOF-SW.
           MOVE "N" TO STAT-EOF-SW.
           PERFORM 2960-OPEN-MASTER-FILE.
           MOVE "CPF" TO ALR-DOC-ED.
           PERFORM 7400-ALERT-OPEN.
           OPEN INPUT EXTRACT-SRTD-FILE.
           OPEN INPUT STATUS-SRTD-FILE.
           PERFORM 7100-EXTRACT-READ-RECORD.
           CLOSE EXTRACT-SRTD-FILE.
           CLOSE STATUS-SRTD-FILE.
           CLOSE MASTER-FILE.
           PERFORM 7450-ALERT-CLOSE.
           IF NOT RECON-WAS-FOUND
               MOVE SPACES TO RECON-LINE
               STRING "NENHUM CPF SUSPENSO OU CANCELADO ENCONTRADO"
      * reconciliation date on the master record of the matched CPF,
      * so the flag survives past the print report.  A CPF on the
      * extract but not yet on the master (extract lines older than
      * the master itself) is registered on the spot.  A CPF whose
      * code changes with this stamp is news to the source systems
      * that sent it, and each of them gets an alert.
      ******************************************************************
       7350-APPLY-STATUS-TO-MASTER.
           MOVE EXTRACT-SRTD-OUT-RECORD TO MST-CPF.
                   MOVE STSD-OUT-CODE TO MST-RF-STATUS
                   MOVE RUN-DATE TO MST-RF-DATE
                   MOVE ZERO TO MST-CHECK-COUNT
                   MOVE SPACES TO MST-SOURCE-TABLE
                   WRITE CPF-MASTER-RECORD
               NOT INVALID KEY
                   MOVE MST-RF-STATUS TO ALR-PREV-STATUS
                   MOVE STSD-OUT-CODE TO MST-RF-STATUS
                   MOVE RUN-DATE TO MST-RF-DATE
                   REWRITE CPF-MASTER-RECORD
                   IF ALR-PREV-STATUS NOT = STSD-OUT-CODE
                       PERFORM 7410-WRITE-CPF-ALERTS
                   END-IF
           END-READ.
      ******************************************************************
      * 7400-ALERT-OPEN
      * Readies the alert feed for a reconciliation: CPFALERT is
      * appended to, run after run, until the intake side takes it,
      * and the per-source tally starts empty.  The caller names the
      * document type in ALR-DOC-ED for the summary.
      ******************************************************************
       7400-ALERT-OPEN.
           OPEN EXTEND ALERT-FEED-FILE.
           IF ALRT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FEED-FILE
           END-IF.
           MOVE ZERO TO ALR-SUM-USED ALR-TOTAL.
           PERFORM VARYING ALR-SX FROM 1 BY 1 UNTIL ALR-SX > 50
               MOVE SPACES TO ALR-SUM-SOURCE(ALR-SX)
               MOVE ZERO TO ALR-SUM-COUNT(ALR-SX)
               PERFORM VARYING ALR-CODE-IX FROM 1 BY 1
                       UNTIL ALR-CODE-IX > 4
                   MOVE ZERO TO ALR-SUM-CODE(ALR-SX, ALR-CODE-IX)
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      * 7410-WRITE-CPF-ALERTS
      * One alert per source system on the master record just
      * stamped, with the date that source last sent the CPF.
      ******************************************************************
       7410-WRITE-CPF-ALERTS.
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > 5
               IF MST-SOURCE-ID(SRC-IX) NOT = SPACES
                   MOVE SPACES TO CPF-ALERT-RECORD
                   MOVE MST-SOURCE-ID(SRC-IX) TO ALRT-SOURCE-ID
                   SET ALRT-DOC-CPF TO TRUE
                   MOVE MST-CPF TO ALRT-NUMBER
                   MOVE MST-RF-STATUS TO ALRT-RF-STATUS
                   MOVE ALR-PREV-STATUS TO ALRT-PREV-STATUS
                   MOVE RUN-DATE TO ALRT-RF-DATE
                   MOVE MST-SOURCE-DATE(SRC-IX) TO ALRT-LAST-SENT
                   WRITE CPF-ALERT-RECORD
                   PERFORM 7430-ALERT-TALLY
               END-IF
           END-PERFORM.
      ******************************************************************
      * 7420-WRITE-CNPJ-ALERTS
      ******************************************************************
       7420-WRITE-CNPJ-ALERTS.
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > 5
               IF CNM-SOURCE-ID(SRC-IX) NOT = SPACES
                   MOVE SPACES TO CPF-ALERT-RECORD
                   MOVE CNM-SOURCE-ID(SRC-IX) TO ALRT-SOURCE-ID
                   SET ALRT-DOC-CNPJ TO TRUE
                   MOVE CNM-CNPJ TO ALRT-NUMBER
                   MOVE CNM-RF-STATUS TO ALRT-RF-STATUS
                   MOVE ALR-PREV-STATUS TO ALRT-PREV-STATUS
                   MOVE RUN-DATE TO ALRT-RF-DATE
                   MOVE CNM-SOURCE-DATE(SRC-IX) TO ALRT-LAST-SENT
                   WRITE CPF-ALERT-RECORD
                   PERFORM 7430-ALERT-TALLY
               END-IF
           END-PERFORM.
      ******************************************************************
      * 7430-ALERT-TALLY
      * Counts the alert just written against its source system.
      ******************************************************************
       7430-ALERT-TALLY.
           ADD 1 TO ALR-TOTAL.
           MOVE ZERO TO ALR-SX.
           PERFORM VARYING SRC-SLOT FROM 1 BY 1
                   UNTIL SRC-SLOT > ALR-SUM-USED
               IF ALR-SUM-SOURCE(SRC-SLOT) = ALRT-SOURCE-ID
                   MOVE SRC-SLOT TO ALR-SX
               END-IF
           END-PERFORM.
           IF ALR-SX = ZERO
               IF ALR-SUM-USED < 50
                   ADD 1 TO ALR-SUM-USED
                   MOVE ALR-SUM-USED TO ALR-SX
                   MOVE ALRT-SOURCE-ID TO ALR-SUM-SOURCE(ALR-SX)
               ELSE
                   MOVE 50 TO ALR-SX
                   MOVE "OUTRAS" TO ALR-SUM-SOURCE(ALR-SX)
               END-IF
           END-IF.
           ADD 1 TO ALR-SUM-COUNT(ALR-SX).
           EVALUATE ALRT-RF-STATUS
               WHEN "S"
                   MOVE 1 TO ALR-CODE-IX
               WHEN "C"
                   MOVE 2 TO ALR-CODE-IX
               WHEN "I"
                   MOVE 3 TO ALR-CODE-IX
               WHEN OTHER
                   MOVE 4 TO ALR-CODE-IX
           END-EVALUATE.
           ADD 1 TO ALR-SUM-CODE(ALR-SX, ALR-CODE-IX).
      ******************************************************************
      * 7450-ALERT-CLOSE
      * Closes the feed and appends the reconciliation's section to
      * the CPFALRPT summary: one line per source system alerted,
      * split by RF code, and the total.
      ******************************************************************
       7450-ALERT-CLOSE.
           CLOSE ALERT-FEED-FILE.
           OPEN EXTEND ALERT-REPORT-FILE.
           IF ALRP-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-REPORT-FILE
           END-IF.
           MOVE SPACES TO ALR-LINE.
           STRING "ALERTAS AS ORIGENS - RECONCILIACAO DE " ALR-DOC-ED
               " EM " RUN-DATE
               DELIMITED BY SIZE INTO ALR-LINE
           END-STRING.
           MOVE ALR-LINE TO CPF-ALERT-RPT-LINE.
           WRITE CPF-ALERT-RPT-LINE.
           IF ALR-SUM-USED = ZERO
               MOVE SPACES TO ALR-LINE
               STRING "   NENHUM DOCUMENTO DE ORIGEM CONHECIDA "
                   "SINALIZADO DE NOVO"
                   DELIMITED BY SIZE INTO ALR-LINE
               END-STRING
               MOVE ALR-LINE TO CPF-ALERT-RPT-LINE
               WRITE CPF-ALERT-RPT-LINE
           ELSE
               MOVE SPACES TO ALR-LINE
               STRING "   ORIGEM    ALERTAS        S        C"
                   "        I        B"
                   DELIMITED BY SIZE INTO ALR-LINE
               END-STRING
               MOVE ALR-LINE TO CPF-ALERT-RPT-LINE
               WRITE CPF-ALERT-RPT-LINE
               PERFORM VARYING ALR-SX FROM 1 BY 1
                       UNTIL ALR-SX > ALR-SUM-USED
                   PERFORM 7460-ALERT-SOURCE-LINE
               END-PERFORM
           END-IF.
           MOVE ALR-TOTAL TO ALR-TOTAL-ED.
           MOVE SPACES TO ALR-LINE.
           STRING "   TOTAL DE ALERTAS: " ALR-TOTAL-ED
               DELIMITED BY SIZE INTO ALR-LINE
           END-STRING.
           MOVE ALR-LINE TO CPF-ALERT-RPT-LINE.
           WRITE CPF-ALERT-RPT-LINE.
           CLOSE ALERT-REPORT-FILE.
           DISPLAY "ALERTAS AS ORIGENS: " ALR-TOTAL-ED
               " - CPFALERT / CPFALRPT".
      ******************************************************************
      * 7460-ALERT-SOURCE-LINE
      ******************************************************************
       7460-ALERT-SOURCE-LINE.
           MOVE ALR-SUM-COUNT(ALR-SX) TO ALR-SUM-COUNT-ED.
           PERFORM VARYING ALR-CODE-IX FROM 1 BY 1
                   UNTIL ALR-CODE-IX > 4
               MOVE ALR-SUM-CODE(ALR-SX, ALR-CODE-IX)
                   TO ALR-SUM-CODE-ED(ALR-CODE-IX)
           END-PERFORM.
           MOVE SPACES TO ALR-LINE.
           STRING "   " ALR-SUM-SOURCE(ALR-SX) "  " ALR-SUM-COUNT-ED
               "  " ALR-SUM-CODE-ED(1) "  " ALR-SUM-CODE-ED(2)
               "  " ALR-SUM-CODE-ED(3) "  " ALR-SUM-CODE-ED(4)
               DELIMITED BY SIZE INTO ALR-LINE
           END-STRING.
           MOVE ALR-LINE TO CPF-ALERT-RPT-LINE.
           WRITE CPF-ALERT-RPT-LINE.
      ******************************************************************
      * 7500-RECONCILE-CNPJ-STATUS
      * The pessoa juridica counterpart of 7000: sorts our outbound
      * extract of passed CNPJs and the monthly Receita Federal CNPJ
           MOVE "N" TO CNEX-EOF-SW.
           MOVE "N" TO CNST-EOF-SW.
           PERFORM 5200-OPEN-CNPJ-MASTER.
           MOVE "CNPJ" TO ALR-DOC-ED.
           PERFORM 7400-ALERT-OPEN.
           OPEN INPUT CNPJ-EXT-SRTD-FILE.
           OPEN INPUT CNPJ-STAT-SRTD-FILE.
           PERFORM 7600-CNPJ-EXTRACT-READ.
           CLOSE CNPJ-EXT-SRTD-FILE.
           CLOSE CNPJ-STAT-SRTD-FILE.
           CLOSE CNPJ-MASTER-FILE.
           PERFORM 7450-ALERT-CLOSE.
           IF NOT RECON-WAS-FOUND
               MOVE SPACES TO RECON-LINE
               STRING "NENHUM CNPJ SUSPENSO, INAPTO OU BAIXADO "
      * matched CNPJ, so the flag survives past the print report and
      * the single CNPJ check can warn the operator off it.  A CNPJ
      * on the extract but not yet on the master is registered on
      * the spot.  A changed code sends an alert to every source
      * system that sent the CNPJ, as 7350 does for CPFs.
      ******************************************************************
       7750-APPLY-STATUS-TO-CNPJ-MST.
           MOVE CNPJ-EXT-SRTD-RECORD TO CNM-CNPJ.
                   SET CNM-RESULT-VALID TO TRUE
                   MOVE CNSD-OUT-CODE TO CNM-RF-STATUS
                   MOVE RUN-DATE TO CNM-RF-DATE
                   MOVE SPACES TO CNM-SOURCE-TABLE
                   WRITE CNPJ-MASTER-RECORD
               NOT INVALID KEY
                   MOVE CNM-RF-STATUS TO ALR-PREV-STATUS
                   MOVE CNSD-OUT-CODE TO CNM-RF-STATUS
                   MOVE RUN-DATE TO CNM-RF-DATE
                   REWRITE CNPJ-MASTER-RECORD
                   IF ALR-PREV-STATUS NOT = CNSD-OUT-CODE
                       PERFORM 7420-WRITE-CNPJ-ALERTS
                   END-IF
           END-READ.
      ******************************************************************
      * 7800-CNPJ-ROLLUP-REPORT
      * Every CNPJ shares its raiz (first eight positions) between the
      * head office (order 0001) and its branches.  This groups the
      * company master by raiz - with the head offices the monthly
      * Receita Federal situation file flags, when that file is on
      * hand - and reports the inherited risk the reconciliation
      * cannot see one CNPJ at a time: branches still passing after
      * their head office went suspensa, inapta or baixada, and
      * passing branches whose head office we have never seen.
      ******************************************************************
       7800-CNPJ-ROLLUP-REPORT.
           OPEN INPUT CNPJ-MASTER-FILE.
           IF CNM-FILE-STATUS NOT = "00"
               DISPLAY "CADASTRO DE CNPJs NAO ENCONTRADO: CNPJMST"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
               MOVE AUDIT-TS(1:8) TO RUN-DATE
               MOVE "N" TO ROLL-STAT-SW
               OPEN INPUT CNPJ-STATUS-FILE
               IF CNPJ-STAT-FILE-STATUS = "00"
                   SET ROLL-STAT-PRESENT TO TRUE
                   CLOSE CNPJ-STATUS-FILE
               END-IF
               MOVE ZEROES TO ROLL-GROUPS ROLL-FLAGGED-HEADS
                   ROLL-RISK-BRANCHES ROLL-LATE-BRANCHES ROLL-ORPHANS
               OPEN OUTPUT ROLLUP-REPORT-FILE
               PERFORM 7810-ROLLUP-WRITE-HEADER
               SORT ROLLUP-SORT-FILE
                   ON ASCENDING KEY RSR-RAIZ RSR-ROLE RSR-CNPJ
                       RSR-SOURCE
                   INPUT PROCEDURE IS 7820-ROLLUP-RELEASE
                   OUTPUT PROCEDURE IS 7850-ROLLUP-BREAK
               CLOSE CNPJ-MASTER-FILE
               PERFORM 7890-ROLLUP-WRITE-SUMMARY
               CLOSE ROLLUP-REPORT-FILE
               DISPLAY "RELATORIO DE MATRIZES E FILIAIS GERADO: "
                   "CNPJGRUP"
           END-IF.
      ******************************************************************
      * 7810-ROLLUP-WRITE-HEADER
      ******************************************************************
       7810-ROLLUP-WRITE-HEADER.
           MOVE SPACES TO ROLL-LINE.
           STRING "CNPJs POR RAIZ - RISCO HERDADO DA MATRIZ EM "
               RUN-DATE
               DELIMITED BY SIZE INTO ROLL-LINE
           END-STRING.
           MOVE ROLL-LINE TO CNPJ-ROLLUP-LINE.
           WRITE CNPJ-ROLLUP-LINE.
           MOVE SPACES TO ROLL-LINE.
           IF ROLL-STAT-PRESENT
               STRING "SITUACAO DAS MATRIZES: CNPJMST E CNPJSTAT"
                   DELIMITED BY SIZE INTO ROLL-LINE
               END-STRING
           ELSE
               STRING "SITUACAO DAS MATRIZES: SOMENTE CNPJMST "
                   "(CNPJSTAT AUSENTE)"
                   DELIMITED BY SIZE INTO ROLL-LINE
               END-STRING
           END-IF.
           MOVE ROLL-LINE TO CNPJ-ROLLUP-LINE.
           WRITE CNPJ-ROLLUP-LINE.
           MOVE SPACES TO ROLL-LINE.
           STRING "OCORRENCIA  CNPJ            ST DESDE     "
               "ULT.CHECAGEM"
               DELIMITED BY SIZE INTO ROLL-LINE
           END-STRING.
           MOVE ROLL-LINE TO CNPJ-ROLLUP-LINE.
           WRITE CNPJ-ROLLUP-LINE.
      ******************************************************************
      * 7820-ROLLUP-RELEASE
      * Input procedure of the roll-up sort: every company master
      * record in key order, then the head offices the Receita file
      * has suspensa, inapta or baixada (its branches add nothing the
      * master does not already say).
      ******************************************************************
       7820-ROLLUP-RELEASE.
           MOVE "N" TO ROLL-MST-EOF-SW.
           MOVE LOW-VALUES TO CNM-CNPJ.
           START CNPJ-MASTER-FILE KEY NOT < CNM-CNPJ
               INVALID KEY
                   MOVE "Y" TO ROLL-MST-EOF-SW
           END-START.
           PERFORM 7825-ROLLUP-MASTER-NEXT.
           PERFORM UNTIL ROLL-MST-EOF
               PERFORM 7830-ROLLUP-RELEASE-MASTER
               PERFORM 7825-ROLLUP-MASTER-NEXT
           END-PERFORM.
           IF ROLL-STAT-PRESENT
               OPEN INPUT CNPJ-STATUS-FILE
               MOVE "N" TO ROLL-STAT-EOF-SW
               PERFORM 7835-ROLLUP-STATUS-READ
               PERFORM UNTIL ROLL-STAT-EOF
                   PERFORM 7840-ROLLUP-RELEASE-STATUS
                   PERFORM 7835-ROLLUP-STATUS-READ
               END-PERFORM
               CLOSE CNPJ-STATUS-FILE
           END-IF.
      ******************************************************************
      * 7825-ROLLUP-MASTER-NEXT
      ******************************************************************
       7825-ROLLUP-MASTER-NEXT.
           IF NOT ROLL-MST-EOF
               READ CNPJ-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO ROLL-MST-EOF-SW
               END-READ
           END-IF.
      ******************************************************************
      * 7830-ROLLUP-RELEASE-MASTER
      ******************************************************************
       7830-ROLLUP-RELEASE-MASTER.
           MOVE CNM-CNPJ(1:8) TO RSR-RAIZ.
           IF CNM-CNPJ(9:4) = "0001"
               SET RSR-HEAD-OFFICE TO TRUE
           ELSE
               SET RSR-BRANCH TO TRUE
           END-IF.
           MOVE CNM-CNPJ TO RSR-CNPJ.
           SET RSR-FROM-MASTER TO TRUE.
           MOVE CNM-LAST-CHECKED TO RSR-LAST-CHECKED.
           MOVE CNM-LAST-RESULT TO RSR-LAST-RESULT.
           MOVE CNM-RF-STATUS TO RSR-RF-STATUS.
           MOVE CNM-RF-DATE TO RSR-RF-DATE.
           RELEASE ROLLUP-SORT-RECORD.
      ******************************************************************
      * 7835-ROLLUP-STATUS-READ
      ******************************************************************
       7835-ROLLUP-STATUS-READ.
           READ CNPJ-STATUS-FILE
               AT END
                   MOVE "Y" TO ROLL-STAT-EOF-SW
           END-READ.
      ******************************************************************
      * 7840-ROLLUP-RELEASE-STATUS
      * A flagged head office off the Receita file carries no date of
      * its own; the master record, when there is one, sorts ahead of
      * it and supplies the date.
      ******************************************************************
       7840-ROLLUP-RELEASE-STATUS.
           IF CNPJ-STATUS-NUMBER(9:4) = "0001"
               MOVE CNPJ-STATUS-NUMBER(1:8) TO RSR-RAIZ
               SET RSR-HEAD-OFFICE TO TRUE
               MOVE CNPJ-STATUS-NUMBER TO RSR-CNPJ
               SET RSR-FROM-RF-FILE TO TRUE
               MOVE SPACES TO RSR-LAST-CHECKED
               MOVE SPACE TO RSR-LAST-RESULT
               MOVE CNPJ-STATUS-CODE TO RSR-RF-STATUS
               MOVE SPACES TO RSR-RF-DATE
               IF RSR-RF-FLAGGED
                   RELEASE ROLLUP-SORT-RECORD
               END-IF
           END-IF.
      ******************************************************************
      * 7850-ROLLUP-BREAK
      * Output procedure: the head office of a raiz sorts ahead of its
      * branches, so by the time a branch comes back the group
      * already knows whether it has a head office and whether that
      * head office is flagged.
      ******************************************************************
       7850-ROLLUP-BREAK.
           MOVE "N" TO ROLL-SORT-EOF-SW.
           MOVE SPACES TO ROLL-RAIZ.
           PERFORM 7855-ROLLUP-RETURN.
           PERFORM UNTIL ROLL-SORT-EOF
               IF RSR-RAIZ NOT = ROLL-RAIZ
                   PERFORM 7860-ROLLUP-NEW-GROUP
               END-IF
               IF RSR-HEAD-OFFICE
                   PERFORM 7870-ROLLUP-HEAD-OFFICE
               ELSE
                   PERFORM 7880-ROLLUP-BRANCH
               END-IF
               PERFORM 7855-ROLLUP-RETURN
           END-PERFORM.
      ******************************************************************
      * 7855-ROLLUP-RETURN
      ******************************************************************
       7855-ROLLUP-RETURN.
           RETURN ROLLUP-SORT-FILE
               AT END
                   MOVE "Y" TO ROLL-SORT-EOF-SW
           END-RETURN.
      ******************************************************************
      * 7860-ROLLUP-NEW-GROUP
      ******************************************************************
       7860-ROLLUP-NEW-GROUP.
           MOVE RSR-RAIZ TO ROLL-RAIZ.
           ADD 1 TO ROLL-GROUPS.
           MOVE "N" TO ROLL-HEAD-MST-SW.
           MOVE "N" TO ROLL-HEAD-FLAG-SW.
           MOVE SPACE TO ROLL-HEAD-CODE.
           MOVE SPACES TO ROLL-HEAD-DATE.
      ******************************************************************
      * 7870-ROLLUP-HEAD-OFFICE
      * The head office may come back twice, off the master and off
      * the Receita file; the first flagged copy (the master's, with
      * its date) is the one the group keeps and reports.
      ******************************************************************
       7870-ROLLUP-HEAD-OFFICE.
           IF RSR-FROM-MASTER
               SET ROLL-HEAD-ON-MASTER TO TRUE
           END-IF.
           IF RSR-RF-FLAGGED AND NOT ROLL-HEAD-FLAGGED
               SET ROLL-HEAD-FLAGGED TO TRUE
               MOVE RSR-RF-STATUS TO ROLL-HEAD-CODE
               MOVE RSR-RF-DATE TO ROLL-HEAD-DATE
               ADD 1 TO ROLL-FLAGGED-HEADS
               MOVE SPACES TO ROLL-LINE
               STRING "MATRIZ      " RSR-CNPJ "  " ROLL-HEAD-CODE
                   "  " ROLL-HEAD-DATE "  " RSR-LAST-CHECKED
                   DELIMITED BY SIZE INTO ROLL-LINE
               END-STRING
               MOVE ROLL-LINE TO CNPJ-ROLLUP-LINE
               WRITE CNPJ-ROLLUP-LINE
           END-IF.
      ******************************************************************
      * 7880-ROLLUP-BRANCH
      * Only branches whose last validation passed are of interest.
      * One already flagged itself is on the reconciliation report
      * and is not repeated here.  Under a flagged head office the
      * branch inherits the risk, and "APOS" marks a branch checked
      * on or after the date the head office was flagged - still
      * being submitted after the company went bad.
      ******************************************************************
       7880-ROLLUP-BRANCH.
           IF RSR-RESULT-VALID AND NOT RSR-RF-FLAGGED
               MOVE SPACES TO ROLL-LINE
               IF ROLL-HEAD-FLAGGED
                   ADD 1 TO ROLL-RISK-BRANCHES
                   IF ROLL-HEAD-DATE NOT = SPACES
                           AND RSR-LAST-CHECKED NOT < ROLL-HEAD-DATE
                       ADD 1 TO ROLL-LATE-BRANCHES
                       STRING "  HERDADO   " RSR-CNPJ "  "
                           ROLL-HEAD-CODE "  " ROLL-HEAD-DATE "  "
                           RSR-LAST-CHECKED "  APOS"
                           DELIMITED BY SIZE INTO ROLL-LINE
                       END-STRING
                   ELSE
                       STRING "  HERDADO   " RSR-CNPJ "  "
                           ROLL-HEAD-CODE "  " ROLL-HEAD-DATE "  "
                           RSR-LAST-CHECKED
                           DELIMITED BY SIZE INTO ROLL-LINE
                       END-STRING
                   END-IF
               ELSE
                   IF NOT ROLL-HEAD-ON-MASTER
                       ADD 1 TO ROLL-ORPHANS
                       STRING "SEM MATRIZ  " RSR-CNPJ "             "
                           RSR-LAST-CHECKED
                           DELIMITED BY SIZE INTO ROLL-LINE
                       END-STRING
                   END-IF
               END-IF
               IF ROLL-LINE NOT = SPACES
                   MOVE ROLL-LINE TO CNPJ-ROLLUP-LINE
                   WRITE CNPJ-ROLLUP-LINE
               END-IF
           END-IF.
      ******************************************************************
      * 7890-ROLLUP-WRITE-SUMMARY
      ******************************************************************
       7890-ROLLUP-WRITE-SUMMARY.
           MOVE ROLL-GROUPS TO ROLL-GROUPS-ED.
           MOVE ROLL-FLAGGED-HEADS TO ROLL-FLAGGED-HEADS-ED.
           MOVE ROLL-RISK-BRANCHES TO ROLL-RISK-BRANCHES-ED.
           MOVE ROLL-LATE-BRANCHES TO ROLL-LATE-BRANCHES-ED.
           MOVE ROLL-ORPHANS TO ROLL-ORPHANS-ED.
           MOVE SPACES TO ROLL-LINE.
           STRING "RAIZES: " ROLL-GROUPS-ED
               "   MATRIZES SINALIZADAS: " ROLL-FLAGGED-HEADS-ED
               DELIMITED BY SIZE INTO ROLL-LINE
           END-STRING.
           MOVE ROLL-LINE TO CNPJ-ROLLUP-LINE.
           WRITE CNPJ-ROLLUP-LINE.
           MOVE SPACES TO ROLL-LINE.
           STRING "FILIAIS COM RISCO HERDADO: " ROLL-RISK-BRANCHES-ED
               "   CHECADAS APOS: " ROLL-LATE-BRANCHES-ED
               "   SEM MATRIZ: " ROLL-ORPHANS-ED
               DELIMITED BY SIZE INTO ROLL-LINE
           END-STRING.
           MOVE ROLL-LINE TO CNPJ-ROLLUP-LINE.
           WRITE CNPJ-ROLLUP-LINE.
           IF ROLL-RISK-BRANCHES > ZERO
               DISPLAY "ATENCAO: " ROLL-RISK-BRANCHES-ED
                   " FILIAIS DE MATRIZES SINALIZADAS SEGUEM APROVADAS"
           END-IF.
      ******************************************************************
      * 8000-UNATTENDED-RUN
      * Scheduler entry: chains the batch validation (which carries
      * the duplicate pass with it) and the Receita Federal
      * worst outcome in RUN-RC for the mainline to hand back as
      * RETURN-CODE.  The reconciliation is skipped when the batch
      * file failed its controls, since its extract cannot be
      * trusted that day.  The audit log chain is verified last, so
      * the lines this run wrote are covered too.  With a CPFMANIF
      * manifest on hand the batch step validates every lot it
      * lists instead of the single CPFIN, and the reconciliation
      * runs once at least one of them went through.
      ******************************************************************
       8000-UNATTENDED-RUN.
           DISPLAY "EXECUCAO NAO ASSISTIDA INICIADA".
           OPEN INPUT MANIFEST-FILE.
           IF MANF-FILE-STATUS = "00"
               PERFORM 8400-MANIFEST-RUN
               IF MAN-PASSED > ZERO
                   PERFORM 7000-RECONCILE-RF-STATUS
                   PERFORM 7500-RECONCILE-CNPJ-STATUS
               END-IF
           ELSE
               PERFORM 3000-BATCH-VALIDATE
               IF NOT CTL-FAILED
                   PERFORM 7000-RECONCILE-RF-STATUS
                   PERFORM 7500-RECONCILE-CNPJ-STATUS
               END-IF
           END-IF.
           PERFORM 6800-AUDIT-VERIFY.
           DISPLAY "EXECUCAO NAO ASSISTIDA ENCERRADA, RC " RUN-RC.
      ******************************************************************
      * 8100-RAISE-RUN-RC
               MOVE RUN-RC-CAND TO RUN-RC
           END-IF.
      ******************************************************************
      * 8200-LGPD-SUBJECT-REQUEST
      * LGPD Art. 18 request of one titular: the supervisor types the
      * CPF, gets the CPFLGPD dossier of everything every file holds
      * on it and, when the erasure has been approved, has it carried
      * out on the spot.  Both steps go on the access log under the
      * supervisor's id; the CPF itself does not, so the access log
      * never becomes one more file that holds it.
      ******************************************************************
       8200-LGPD-SUBJECT-REQUEST.
           DISPLAY "Digite o CPF do titular: ".
           ACCEPT CPF-RAW-INPUT.
           PERFORM 1050-STRIP-PUNCTUATION.
           IF CPF-DIGIT-COUNT NOT = 11
               DISPLAY "CPF INCOMPLETO: " CPF-RAW-INPUT
           ELSE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
               MOVE AUDIT-TS(1:8) TO RUN-DATE
               MOVE CPF TO LGPD-CPF
               MOVE CPF(1:9) TO LGPD-BASE
               MOVE CPF TO DCPF
               MOVE CPF TO VCPF
               MOVE VCPF TO DVCPF
               MOVE DVCPF TO LGPD-MASKED
               MOVE "DOSSIE LGPD" TO ACC-EVENT
               PERFORM 0060-WRITE-ACCESS-LOG
               PERFORM 8210-LGPD-BUILD-DOSSIER
               MOVE LGPD-TOTAL TO LGPD-TOTAL-ED
               DISPLAY "DOSSIE GERADO: CPFLGPD - " LGPD-TOTAL-ED
                   " OCORRENCIAS"
               IF LGPD-TOTAL > ZERO
                   DISPLAY "ELIMINACAO APROVADA PARA ESTE TITULAR. "
                       "Confirma? (S/N): "
                   ACCEPT LGPD-ANSWER
                   IF LGPD-ANSWER = "S" OR LGPD-ANSWER = "s"
                       MOVE "ANONIMIZACAO LGPD" TO ACC-EVENT
                       PERFORM 0060-WRITE-ACCESS-LOG
                       PERFORM 8300-LGPD-ERASE
                   ELSE
                       DISPLAY "ELIMINACAO NAO EXECUTADA; NENHUM "
                           "ARQUIVO ALTERADO."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * 8210-LGPD-BUILD-DOSSIER
      * The dossier itself: one section per file in the order of
      * LGPD-FILE-NAMES, each listing what that file holds on the
      * titular, then a count per file.  A file not on disk is said
      * so in its section rather than passed off as holding nothing.
      ******************************************************************
       8210-LGPD-BUILD-DOSSIER.
           MOVE ZERO TO LGPD-TOTAL.
           PERFORM VARYING LGPD-FX FROM 1 BY 1 UNTIL LGPD-FX > 10
               MOVE ZERO TO LGPD-FOUND(LGPD-FX)
               MOVE ZERO TO LGPD-DONE(LGPD-FX)
           END-PERFORM.
           OPEN OUTPUT LGPD-REPORT-FILE.
           MOVE SPACES TO LGPD-LINE.
           STRING "DOSSIE LGPD DO TITULAR - CPF " DCPF
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
           MOVE SPACES TO LGPD-LINE.
           STRING "EMITIDO EM " RUN-DATE " POR " OPERATOR-ID
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
           MOVE SPACES TO LGPD-LINE.
           STRING "PESQUISADO PELA BASE " LGPD-MASKED
               " (QUALQUER DIGITO VERIFICADOR)"
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
           PERFORM 8220-LGPD-FIND-MASTER.
           PERFORM 8225-LGPD-FIND-AUDIT.
           PERFORM 8230-LGPD-FIND-ARCHIVE.
           PERFORM 8235-LGPD-FIND-SUSPENSE.
           PERFORM 8240-LGPD-FIND-DISPOSITION.
           PERFORM 8245-LGPD-FIND-EXTRACT.
           PERFORM 8250-LGPD-FIND-MASTER-ARCHIVE.
           PERFORM 8255-LGPD-FIND-UNLOAD.
           PERFORM 8260-LGPD-FIND-HOLDER.
           PERFORM 8265-LGPD-FIND-ALERT.
           PERFORM 8280-LGPD-DOSSIER-SUMMARY.
           CLOSE LGPD-REPORT-FILE.
      ******************************************************************
      * 8212-LGPD-SECTION-TITLE
      * Opens the dossier section of the file in entry LGPD-FX.
      ******************************************************************
       8212-LGPD-SECTION-TITLE.
           MOVE SPACES TO LGPD-LINE.
           STRING "== " LGPD-FILE-NAME(LGPD-FX) " - "
               LGPD-FILE-DESC(LGPD-FX)
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
      ******************************************************************
      * 8214-LGPD-SECTION-END
      * Closes a section that was searched: says so when nothing
      * turned up, and adds the file's count to the dossier total.
      ******************************************************************
       8214-LGPD-SECTION-END.
           IF LGPD-FOUND(LGPD-FX) = ZERO
               MOVE SPACES TO LGPD-LINE
               STRING "   NENHUMA OCORRENCIA"
                   DELIMITED BY SIZE INTO LGPD-LINE
               END-STRING
               MOVE LGPD-LINE TO CPF-LGPD-LINE
               WRITE CPF-LGPD-LINE
           END-IF.
           ADD LGPD-FOUND(LGPD-FX) TO LGPD-TOTAL.
      ******************************************************************
      * 8216-LGPD-FILE-MISSING
      ******************************************************************
       8216-LGPD-FILE-MISSING.
           MOVE SPACES TO LGPD-LINE.
           STRING "   ARQUIVO AUSENTE - NAO PESQUISADO"
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
      ******************************************************************
      * 8218-LGPD-IMAGE-LINE
      * One master record as LGPD-IMAGE holds it - the live master,
      * its archive and its unload image all carry the same record -
      * printed field by field, with a line for each source system
      * that sent the CPF.
      ******************************************************************
       8218-LGPD-IMAGE-LINE.
           MOVE SPACES TO LGPD-LINE.
           STRING "   CPF " LGPD-IMAGE(1:11)
               " VISTO " LGPD-IMAGE(12:8) " A " LGPD-IMAGE(20:8)
               " RES " LGPD-IMAGE(28:1)
               " RF " LGPD-IMAGE(29:1) " " LGPD-IMAGE(30:8)
               " CHEC " LGPD-IMAGE(38:7)
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > 5
               COMPUTE SRC-SLOT = 45 + (SRC-IX - 1) * 16
               IF LGPD-IMAGE(SRC-SLOT:8) NOT = SPACES
                   MOVE SPACES TO LGPD-LINE
                   STRING "      ORIGEM " LGPD-IMAGE(SRC-SLOT:8)
                       " ULTIMO ENVIO " LGPD-IMAGE(SRC-SLOT + 8:8)
                       DELIMITED BY SIZE INTO LGPD-LINE
                   END-STRING
                   MOVE LGPD-LINE TO CPF-LGPD-LINE
                   WRITE CPF-LGPD-LINE
               END-IF
           END-PERFORM.
      ******************************************************************
      * 8220-LGPD-FIND-MASTER
      * Keyed: positions on the base and reads forward for as long as
      * the keys share it.
      ******************************************************************
       8220-LGPD-FIND-MASTER.
           MOVE 1 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT MASTER-FILE.
           IF MST-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO MST-EOF-SW
               MOVE LGPD-BASE TO MST-CPF
               START MASTER-FILE KEY NOT < MST-CPF
                   INVALID KEY
                       MOVE "Y" TO MST-EOF-SW
               END-START
               PERFORM 1360-MASTER-READ-NEXT
               PERFORM UNTIL MST-EOF
                       OR MST-CPF(1:9) NOT = LGPD-BASE
                   ADD 1 TO LGPD-FOUND(1)
                   MOVE CPF-MASTER-RECORD TO LGPD-IMAGE
                   PERFORM 8218-LGPD-IMAGE-LINE
                   PERFORM 1360-MASTER-READ-NEXT
               END-PERFORM
               CLOSE MASTER-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8225-LGPD-FIND-AUDIT
      * Audit lines show the CPF as DVCPF from position 18; every
      * matching line goes on the dossier as it stands.  The audit
      * log is borrowed from the mainline's EXTEND and given back.
      ******************************************************************
       8225-LGPD-FIND-AUDIT.
           MOVE 2 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           CLOSE AUDIT-LOG-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           MOVE "N" TO AUDIT-EOF-SW.
           PERFORM 9100-PURGE-READ-AUDIT.
           PERFORM UNTIL AUDIT-EOF
               IF CPF-AUDIT-LINE(18:11) = LGPD-MASKED
                   ADD 1 TO LGPD-FOUND(2)
                   MOVE CPF-AUDIT-LINE TO CPF-LGPD-LINE
                   WRITE CPF-LGPD-LINE
               END-IF
               PERFORM 9100-PURGE-READ-AUDIT
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 8214-LGPD-SECTION-END.
      ******************************************************************
      * 8230-LGPD-FIND-ARCHIVE
      ******************************************************************
       8230-LGPD-FIND-ARCHIVE.
           MOVE 3 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF ARCH-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO LGPD-EOF-SW
               PERFORM 8232-LGPD-ARCHIVE-READ
               PERFORM UNTIL LGPD-EOF
                   IF AUDIT-ARCH-LINE(18:11) = LGPD-MASKED
                       ADD 1 TO LGPD-FOUND(3)
                       MOVE AUDIT-ARCH-LINE TO CPF-LGPD-LINE
                       WRITE CPF-LGPD-LINE
                   END-IF
                   PERFORM 8232-LGPD-ARCHIVE-READ
               END-PERFORM
               CLOSE AUDIT-ARCH-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8232-LGPD-ARCHIVE-READ
      ******************************************************************
       8232-LGPD-ARCHIVE-READ.
           READ AUDIT-ARCH-FILE
               AT END
                   MOVE "Y" TO LGPD-EOF-SW
           END-READ.
      ******************************************************************
      * 8235-LGPD-FIND-SUSPENSE
      ******************************************************************
       8235-LGPD-FIND-SUSPENSE.
           MOVE 4 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO SUSP-EOF-SW
               PERFORM 9830-SUSPENSE-READ
               PERFORM UNTIL SUSP-EOF
                   IF SUSP-CPF(1:9) = LGPD-BASE
                       ADD 1 TO LGPD-FOUND(4)
                       MOVE SUSP-SEQUENCE TO LGPD-SEQ-ED
                       MOVE SPACES TO LGPD-LINE
                       STRING "   SEQ " LGPD-SEQ-ED " CPF " SUSP-CPF
                           " ST " SUSP-STATUS
                           " REJ " SUSP-REJECT-DATE
                           " RES " SUSP-RESOLVED-DATE
                           " " SUSP-RESOLVED-BY
                           DELIMITED BY SIZE INTO LGPD-LINE
                       END-STRING
                       MOVE LGPD-LINE TO CPF-LGPD-LINE
                       WRITE CPF-LGPD-LINE
                   END-IF
                   PERFORM 9830-SUSPENSE-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8240-LGPD-FIND-DISPOSITION
      * CPFDISP itself, then the lot-suffixed disposition file of
      * every manifest lot 8243 lists that is on disk.
      ******************************************************************
       8240-LGPD-FIND-DISPOSITION.
           MOVE 5 TO LGPD-FX.
           MOVE "N" TO LGPD-DISP-SEEN-SW.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT DISPOSITION-FILE.
           IF DISP-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               PERFORM 8241-LGPD-SCAN-DISPOSITION
           END-IF.
           PERFORM 8243-LGPD-LIST-LOTS.
           IF LGPD-LOT-USED > ZERO
               PERFORM 8425-MANIFEST-SAVE-NAMES
               PERFORM VARYING LGPD-LX FROM 1 BY 1
                       UNTIL LGPD-LX > LGPD-LOT-USED
                   PERFORM 8242-LGPD-LOT-DISP-NAME
                   OPEN INPUT DISPOSITION-FILE
                   IF DISP-FILE-STATUS = "00"
                       MOVE SPACES TO LGPD-LINE
                       STRING "   ARQUIVO " MAN-ENV-VALUE
                           DELIMITED BY SIZE INTO LGPD-LINE
                       END-STRING
                       MOVE LGPD-LINE TO CPF-LGPD-LINE
                       WRITE CPF-LGPD-LINE
                       PERFORM 8241-LGPD-SCAN-DISPOSITION
                   END-IF
               END-PERFORM
               PERFORM 8435-MANIFEST-RESTORE-NAMES
           END-IF.
           IF LGPD-LOT-LOST > ZERO
               MOVE LGPD-LOT-LOST TO LGPD-LOT-LOST-ED
               MOVE SPACES TO LGPD-LINE
               STRING "   ATENCAO: ARQUIVOS CPFDISP DE "
                   LGPD-LOT-LOST-ED " LOTES ALEM DE 500 NAO PESQUISADOS"
                   DELIMITED BY SIZE INTO LGPD-LINE
               END-STRING
               MOVE LGPD-LINE TO CPF-LGPD-LINE
               WRITE CPF-LGPD-LINE
           END-IF.
           IF LGPD-DISP-SEEN
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8241-LGPD-SCAN-DISPOSITION
      * One disposition file, already open, read through and closed.
      ******************************************************************
       8241-LGPD-SCAN-DISPOSITION.
           SET LGPD-DISP-SEEN TO TRUE.
           MOVE "N" TO DISP-EOF-SW.
           PERFORM 3786-DISPOSITION-READ.
           PERFORM UNTIL DISP-EOF
               IF DISP-DOC-CPF AND DISP-NUMBER(1:9) = LGPD-BASE
                   ADD 1 TO LGPD-FOUND(5)
                   MOVE DISP-SEQUENCE TO LGPD-SEQ-ED
                   MOVE SPACES TO LGPD-LINE
                   STRING "   LOTE " DISP-RUN-DATE
                       " SEQ " LGPD-SEQ-ED
                       " NUMERO " DISP-NUMBER
                       " RESULTADO " DISP-RESULT
                       " MOTIVO " DISP-REASON
                       DELIMITED BY SIZE INTO LGPD-LINE
                   END-STRING
                   MOVE LGPD-LINE TO CPF-LGPD-LINE
                   WRITE CPF-LGPD-LINE
               END-IF
               PERFORM 3786-DISPOSITION-READ
           END-PERFORM.
           CLOSE DISPOSITION-FILE.
      ******************************************************************
      * 8242-LGPD-LOT-DISP-NAME
      * Points CPFDISP at the disposition file of lot LGPD-LX, named
      * as 8430-MANIFEST-POINT-FILES names it.
      ******************************************************************
       8242-LGPD-LOT-DISP-NAME.
           MOVE 4 TO MAN-DX.
           MOVE SPACES TO MAN-ENV-VALUE.
           STRING MAN-DD-BASE(MAN-DX) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               LGPD-LOT-ID(LGPD-LX) DELIMITED BY SPACE
               INTO MAN-ENV-VALUE
           END-STRING.
           PERFORM 8432-MANIFEST-SET-NAME.
      ******************************************************************
      * 8243-LGPD-LIST-LOTS
      * The manifest lot ids that may have left a CPFDISP.<lot id>:
      * every one the CPFLAST ledger recorded, finished or refused by
      * a control check, plus those of the CPFMANIF on disk, which
      * covers a lot that abended and has not been resumed yet.
      ******************************************************************
       8243-LGPD-LIST-LOTS.
           MOVE ZEROES TO LGPD-LOT-USED LGPD-LOT-LOST.
           OPEN INPUT LAST-RUN-FILE.
           IF LAST-FILE-STATUS = "00"
               MOVE "N" TO LOT-EOF-SW
               PERFORM 3156-LEDGER-READ-RECORD
               PERFORM UNTIL LOT-EOF
                   IF LOT-MANIFEST-ID NOT = SPACES
                       MOVE LOT-MANIFEST-ID TO LGPD-LOT-KEY
                       PERFORM 8244-LGPD-ADD-LOT
                   END-IF
                   PERFORM 3156-LEDGER-READ-RECORD
               END-PERFORM
               CLOSE LAST-RUN-FILE
           END-IF.
           OPEN INPUT MANIFEST-FILE.
           IF MANF-FILE-STATUS = "00"
               MOVE "N" TO MANF-EOF-SW
               PERFORM 8412-MANIFEST-READ
               PERFORM UNTIL MANF-EOF
                   IF MANF-LOT-ID NOT = SPACES
                           AND CPF-MANIFEST-RECORD(1:1) NOT = "*"
                       MOVE MANF-LOT-ID TO LGPD-LOT-KEY
                       PERFORM 8244-LGPD-ADD-LOT
                   END-IF
                   PERFORM 8412-MANIFEST-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.
      ******************************************************************
      * 8244-LGPD-ADD-LOT
      ******************************************************************
       8244-LGPD-ADD-LOT.
           PERFORM VARYING LGPD-LX FROM 1 BY 1
                   UNTIL LGPD-LX > LGPD-LOT-USED
                   OR LGPD-LOT-ID(LGPD-LX) = LGPD-LOT-KEY
               CONTINUE
           END-PERFORM.
           IF LGPD-LX > LGPD-LOT-USED
               IF LGPD-LOT-USED < 500
                   ADD 1 TO LGPD-LOT-USED
                   MOVE LGPD-LOT-KEY TO LGPD-LOT-ID(LGPD-LOT-USED)
               ELSE
                   ADD 1 TO LGPD-LOT-LOST
               END-IF
           END-IF.
      ******************************************************************
      * 8245-LGPD-FIND-EXTRACT
      ******************************************************************
       8245-LGPD-FIND-EXTRACT.
           MOVE 6 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT EXTRACT-OUT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO LGPD-EOF-SW
               PERFORM 8247-LGPD-EXTRACT-READ
               PERFORM UNTIL LGPD-EOF
                   IF CPF-EXTRACT-RECORD(1:9) = LGPD-BASE
                       ADD 1 TO LGPD-FOUND(6)
                       MOVE SPACES TO LGPD-LINE
                       STRING "   CPF " CPF-EXTRACT-RECORD
                           DELIMITED BY SIZE INTO LGPD-LINE
                       END-STRING
                       MOVE LGPD-LINE TO CPF-LGPD-LINE
                       WRITE CPF-LGPD-LINE
                   END-IF
                   PERFORM 8247-LGPD-EXTRACT-READ
               END-PERFORM
               CLOSE EXTRACT-OUT-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8247-LGPD-EXTRACT-READ
      ******************************************************************
       8247-LGPD-EXTRACT-READ.
           READ EXTRACT-OUT-FILE
               AT END
                   MOVE "Y" TO LGPD-EOF-SW
           END-READ.
      ******************************************************************
      * 8250-LGPD-FIND-MASTER-ARCHIVE
      ******************************************************************
       8250-LGPD-FIND-MASTER-ARCHIVE.
           MOVE 7 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT MST-ARCH-FILE.
           IF MSTAR-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO LGPD-EOF-SW
               PERFORM 8252-LGPD-MSTAR-READ
               PERFORM UNTIL LGPD-EOF
                   IF MST-ARCH-RECORD(1:9) = LGPD-BASE
                       ADD 1 TO LGPD-FOUND(7)
                       MOVE MST-ARCH-RECORD TO LGPD-IMAGE
                       PERFORM 8218-LGPD-IMAGE-LINE
                   END-IF
                   PERFORM 8252-LGPD-MSTAR-READ
               END-PERFORM
               CLOSE MST-ARCH-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8252-LGPD-MSTAR-READ
      ******************************************************************
       8252-LGPD-MSTAR-READ.
           READ MST-ARCH-FILE
               AT END
                   MOVE "Y" TO LGPD-EOF-SW
           END-READ.
      ******************************************************************
      * 8255-LGPD-FIND-UNLOAD
      ******************************************************************
       8255-LGPD-FIND-UNLOAD.
           MOVE 8 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT MST-UNLOAD-FILE.
           IF UNL-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO UNL-EOF-SW
               PERFORM 6765-UNLOAD-READ-RECORD
               PERFORM UNTIL UNL-EOF
                   IF UNL-REC-DETAIL AND UNL-DATA(1:9) = LGPD-BASE
                       ADD 1 TO LGPD-FOUND(8)
                       MOVE UNL-DATA(1:124) TO LGPD-IMAGE
                       PERFORM 8218-LGPD-IMAGE-LINE
                   END-IF
                   PERFORM 6765-UNLOAD-READ-RECORD
               END-PERFORM
               CLOSE MST-UNLOAD-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8260-LGPD-FIND-HOLDER
      * The holder name and birth date a lot sent with the CPF, kept
      * on the work file the cadastral match runs from.
      ******************************************************************
       8260-LGPD-FIND-HOLDER.
           MOVE 9 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT HOLDER-WORK-FILE.
           IF HOLD-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO LGPD-EOF-SW
               PERFORM 8262-LGPD-HOLDER-READ
               PERFORM UNTIL LGPD-EOF
                   IF HWRK-CPF(1:9) = LGPD-BASE
                       ADD 1 TO LGPD-FOUND(9)
                       MOVE HWRK-SEQUENCE TO LGPD-SEQ-ED
                       MOVE SPACES TO LGPD-LINE
                       STRING "   SEQ " LGPD-SEQ-ED " CPF " HWRK-CPF
                           " NASCIMENTO " HWRK-BIRTH-DATE
                           DELIMITED BY SIZE INTO LGPD-LINE
                       END-STRING
                       MOVE LGPD-LINE TO CPF-LGPD-LINE
                       WRITE CPF-LGPD-LINE
                       MOVE SPACES TO LGPD-LINE
                       STRING "   NOME " HWRK-NAME
                           DELIMITED BY SIZE INTO LGPD-LINE
                       END-STRING
                       MOVE LGPD-LINE TO CPF-LGPD-LINE
                       WRITE CPF-LGPD-LINE
                   END-IF
                   PERFORM 8262-LGPD-HOLDER-READ
               END-PERFORM
               CLOSE HOLDER-WORK-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8262-LGPD-HOLDER-READ
      ******************************************************************
       8262-LGPD-HOLDER-READ.
           READ HOLDER-WORK-FILE
               AT END
                   MOVE "Y" TO LGPD-EOF-SW
           END-READ.
      ******************************************************************
      * 8265-LGPD-FIND-ALERT
      * Alerts the reconciliations fed back to the source systems
      * that sent the CPF.
      ******************************************************************
       8265-LGPD-FIND-ALERT.
           MOVE 10 TO LGPD-FX.
           PERFORM 8212-LGPD-SECTION-TITLE.
           OPEN INPUT ALERT-FEED-FILE.
           IF ALRT-FILE-STATUS NOT = "00"
               PERFORM 8216-LGPD-FILE-MISSING
           ELSE
               MOVE "N" TO LGPD-EOF-SW
               PERFORM 8267-LGPD-ALERT-READ
               PERFORM UNTIL LGPD-EOF
                   IF ALRT-DOC-CPF AND ALRT-NUMBER(1:9) = LGPD-BASE
                       ADD 1 TO LGPD-FOUND(10)
                       MOVE SPACES TO LGPD-LINE
                       STRING "   ORIGEM " ALRT-SOURCE-ID
                           " CPF " ALRT-NUMBER(1:11)
                           " RF " ALRT-RF-STATUS " EM " ALRT-RF-DATE
                           " ENVIO " ALRT-LAST-SENT
                           DELIMITED BY SIZE INTO LGPD-LINE
                       END-STRING
                       MOVE LGPD-LINE TO CPF-LGPD-LINE
                       WRITE CPF-LGPD-LINE
                   END-IF
                   PERFORM 8267-LGPD-ALERT-READ
               END-PERFORM
               CLOSE ALERT-FEED-FILE
               PERFORM 8214-LGPD-SECTION-END
           END-IF.
      ******************************************************************
      * 8267-LGPD-ALERT-READ
      ******************************************************************
       8267-LGPD-ALERT-READ.
           READ ALERT-FEED-FILE
               AT END
                   MOVE "Y" TO LGPD-EOF-SW
           END-READ.
      ******************************************************************
      * 8280-LGPD-DOSSIER-SUMMARY
      ******************************************************************
       8280-LGPD-DOSSIER-SUMMARY.
           MOVE SPACES TO LGPD-LINE.
           STRING "RESUMO DE OCORRENCIAS POR ARQUIVO"
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
           PERFORM VARYING LGPD-FX FROM 1 BY 1 UNTIL LGPD-FX > 10
               MOVE LGPD-FOUND(LGPD-FX) TO LGPD-COUNT-ED
               MOVE SPACES TO LGPD-LINE
               STRING "   " LGPD-FILE-NAME(LGPD-FX) "  "
                   LGPD-FILE-DESC(LGPD-FX) " " LGPD-COUNT-ED
                   DELIMITED BY SIZE INTO LGPD-LINE
               END-STRING
               MOVE LGPD-LINE TO CPF-LGPD-LINE
               WRITE CPF-LGPD-LINE
           END-PERFORM.
           MOVE LGPD-TOTAL TO LGPD-TOTAL-ED.
           MOVE SPACES TO LGPD-LINE.
           STRING "TOTAL DE OCORRENCIAS: " LGPD-TOTAL-ED
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
      ******************************************************************
      * 8300-LGPD-ERASE
      * The approved erasure, file by file, touching only the files
      * the dossier found the titular in.  A record that exists only
      * because of the titular is removed: the master record, the
      * extract line, the holder data, the alerts to the source
      * systems and the unload detail, whose
      * count and key hash come off the image trailer with it so the
      * verify and reload still agree.  A record that also counts
      * something else - an audit or archive line, a suspense item,
      * a disposition, an archived master record - stays where it is
      * with the CPF overwritten, so line counts, statistics, lot
      * totals and sequence numbers are all unchanged.  Masking an
      * audit or archive line changes what its seal covers, so the
      * chain is verified first and then resealed end to end, the
      * archive before the live log; a chain already broken is left
      * exactly as found, evidence and all, for the supervisor to
      * take up from CPFAUDVR.
      ******************************************************************
       8300-LGPD-ERASE.
           IF LGPD-FOUND(1) > ZERO
               PERFORM 8310-LGPD-ERASE-MASTER
           END-IF.
           IF LGPD-FOUND(2) > ZERO OR LGPD-FOUND(3) > ZERO
               PERFORM 6810-AUDIT-CHAIN-CHECK
               IF AVF-BROKEN
                   DISPLAY "CADEIA DO LOG DE AUDITORIA QUEBRADA - LOG "
                       "E ARQUIVO NAO ANONIMIZADOS; VER CPFAUDVR"
               ELSE
                   MOVE ZERO TO AUD-PREV-CHAIN
                   PERFORM 8325-LGPD-ERASE-ARCHIVE
                   PERFORM 8320-LGPD-ERASE-AUDIT
                   MOVE AUD-PREV-CHAIN TO AUD-LAST-CHAIN
                   MOVE "A" TO AUD-ANCHOR-STATE
                   PERFORM 0034-AUDIT-ANCHOR-WRITE
               END-IF
           END-IF.
           IF LGPD-FOUND(4) > ZERO
               PERFORM 8330-LGPD-ERASE-SUSPENSE
           END-IF.
           IF LGPD-FOUND(5) > ZERO
               PERFORM 8335-LGPD-ERASE-DISPOSITION
           END-IF.
           IF LGPD-FOUND(6) > ZERO
               PERFORM 8340-LGPD-ERASE-EXTRACT
           END-IF.
           IF LGPD-FOUND(7) > ZERO
               PERFORM 8345-LGPD-ERASE-MASTER-ARCHIVE
           END-IF.
           IF LGPD-FOUND(8) > ZERO
               PERFORM 8350-LGPD-ERASE-UNLOAD
           END-IF.
           IF LGPD-FOUND(9) > ZERO
               PERFORM 8355-LGPD-ERASE-HOLDER
           END-IF.
           IF LGPD-FOUND(10) > ZERO
               PERFORM 8357-LGPD-ERASE-ALERT
           END-IF.
           PERFORM 8380-LGPD-ERASE-SUMMARY.
      ******************************************************************
      * 8310-LGPD-ERASE-MASTER
      ******************************************************************
       8310-LGPD-ERASE-MASTER.
           OPEN I-O MASTER-FILE.
           MOVE "N" TO MST-EOF-SW.
           MOVE LGPD-BASE TO MST-CPF.
           START MASTER-FILE KEY NOT < MST-CPF
               INVALID KEY
                   MOVE "Y" TO MST-EOF-SW
           END-START.
           PERFORM 1360-MASTER-READ-NEXT.
           PERFORM UNTIL MST-EOF
                   OR MST-CPF(1:9) NOT = LGPD-BASE
               DELETE MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "CHAVE NAO REMOVIDA DO CADASTRO: "
                           MST-CPF
                   NOT INVALID KEY
                       ADD 1 TO LGPD-DONE(1)
               END-DELETE
               PERFORM 1360-MASTER-READ-NEXT
           END-PERFORM.
           CLOSE MASTER-FILE.
      ******************************************************************
      * 8320-LGPD-ERASE-AUDIT
      * Masks the titular's base on the live log through the work
      * file, resealing every line on from where the archive left
      * the chain; 9150 copies it back and gives the log back to the
      * mainline's EXTEND, as it does for the purge.
      ******************************************************************
       8320-LGPD-ERASE-AUDIT.
           CLOSE AUDIT-LOG-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN OUTPUT AUDIT-WORK-FILE.
           MOVE "N" TO AUDIT-EOF-SW.
           PERFORM 9100-PURGE-READ-AUDIT.
           PERFORM UNTIL AUDIT-EOF
               MOVE CPF-AUDIT-LINE TO AUDIT-SEAL-LINE
               IF AUDIT-SEAL-LINE(18:11) = LGPD-MASKED
                   MOVE LGPD-ANON-MASK TO AUDIT-SEAL-LINE(18:11)
                   ADD 1 TO LGPD-DONE(2)
               END-IF
               PERFORM 8322-LGPD-RESEAL-LINE
               MOVE AUDIT-SEAL-LINE TO AUDIT-WORK-LINE
               WRITE AUDIT-WORK-LINE
               PERFORM 9100-PURGE-READ-AUDIT
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           CLOSE AUDIT-WORK-FILE.
           PERFORM 9150-PURGE-REWRITE-AUDIT.
      ******************************************************************
      * 8322-LGPD-RESEAL-LINE
      * A sealed line in AUDIT-SEAL-LINE gets its chain value again
      * from the line before; its sequence number does not move.
      * Header and pre-seal lines pass through as they are.
      ******************************************************************
       8322-LGPD-RESEAL-LINE.
           IF ASL-SEALED AND ASL-SEQ IS NUMERIC
                   AND ASL-CHAIN IS NUMERIC
               PERFORM 2925-AUDIT-CHAIN-VALUE
               MOVE AUD-CALC-CHAIN TO ASL-CHAIN
               MOVE AUD-CALC-CHAIN TO AUD-PREV-CHAIN
           END-IF.
      ******************************************************************
      * 8325-LGPD-ERASE-ARCHIVE
      * The archive holds the start of the chain, so it is rewritten
      * and resealed whenever the log is, titular or not.
      ******************************************************************
       8325-LGPD-ERASE-ARCHIVE.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF ARCH-FILE-STATUS = "00"
               PERFORM 8326-LGPD-RESEAL-ARCHIVE
           END-IF.
      ******************************************************************
      * 8326-LGPD-RESEAL-ARCHIVE
      ******************************************************************
       8326-LGPD-RESEAL-ARCHIVE.
           OPEN OUTPUT AUDIT-WORK-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8232-LGPD-ARCHIVE-READ.
           PERFORM UNTIL LGPD-EOF
               MOVE AUDIT-ARCH-LINE TO AUDIT-SEAL-LINE
               IF AUDIT-SEAL-LINE(18:11) = LGPD-MASKED
                   MOVE LGPD-ANON-MASK TO AUDIT-SEAL-LINE(18:11)
                   ADD 1 TO LGPD-DONE(3)
               END-IF
               PERFORM 8322-LGPD-RESEAL-LINE
               MOVE AUDIT-SEAL-LINE TO AUDIT-WORK-LINE
               WRITE AUDIT-WORK-LINE
               PERFORM 8232-LGPD-ARCHIVE-READ
           END-PERFORM.
           CLOSE AUDIT-ARCH-FILE.
           CLOSE AUDIT-WORK-FILE.
           OPEN INPUT AUDIT-WORK-FILE.
           OPEN OUTPUT AUDIT-ARCH-FILE.
           MOVE "N" TO AUDIT-EOF-SW.
           PERFORM 9200-PURGE-READ-WORK.
           PERFORM UNTIL AUDIT-EOF
               MOVE AUDIT-WORK-LINE TO AUDIT-ARCH-LINE
               WRITE AUDIT-ARCH-LINE
               PERFORM 9200-PURGE-READ-WORK
           END-PERFORM.
           CLOSE AUDIT-WORK-FILE.
           CLOSE AUDIT-ARCH-FILE.
      ******************************************************************
      * 8330-LGPD-ERASE-SUSPENSE
      * An item still open can never be corrected once its CPF is
      * gone, so it is closed under the supervisor's id as well.
      ******************************************************************
       8330-LGPD-ERASE-SUSPENSE.
           MOVE "N" TO SUSP-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-WORK-FILE.
           PERFORM 9830-SUSPENSE-READ.
           PERFORM UNTIL SUSP-EOF
               IF SUSP-CPF(1:9) = LGPD-BASE
                   MOVE LGPD-ANON-CPF TO SUSP-CPF
                   IF SUSP-IS-OPEN
                       SET SUSP-IS-RESOLVED TO TRUE
                       MOVE RUN-DATE TO SUSP-RESOLVED-DATE
                       MOVE OPERATOR-ID TO SUSP-RESOLVED-BY
                   END-IF
                   ADD 1 TO LGPD-DONE(4)
               END-IF
               MOVE CPF-SUSP-RECORD TO SUSP-WORK-RECORD
               WRITE SUSP-WORK-RECORD
               PERFORM 9830-SUSPENSE-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           CLOSE SUSPENSE-WORK-FILE.
           OPEN INPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           MOVE "N" TO SUSP-EOF-SW.
           PERFORM 9900-SUSPENSE-READ-WORK.
           PERFORM UNTIL SUSP-EOF
               MOVE SUSP-WORK-RECORD TO CPF-SUSP-RECORD
               WRITE CPF-SUSP-RECORD
               PERFORM 9900-SUSPENSE-READ-WORK
           END-PERFORM.
           CLOSE SUSPENSE-WORK-FILE.
           CLOSE SUSPENSE-FILE.
      ******************************************************************
      * 8335-LGPD-ERASE-DISPOSITION
      * The same disposition files 8240 searched: CPFDISP and those
      * of the lots 8243 listed for the dossier.
      ******************************************************************
       8335-LGPD-ERASE-DISPOSITION.
           OPEN INPUT DISPOSITION-FILE.
           IF DISP-FILE-STATUS = "00"
               PERFORM 8336-LGPD-ERASE-DISP-FILE
           END-IF.
           IF LGPD-LOT-USED > ZERO
               PERFORM 8425-MANIFEST-SAVE-NAMES
               PERFORM VARYING LGPD-LX FROM 1 BY 1
                       UNTIL LGPD-LX > LGPD-LOT-USED
                   PERFORM 8242-LGPD-LOT-DISP-NAME
                   OPEN INPUT DISPOSITION-FILE
                   IF DISP-FILE-STATUS = "00"
                       PERFORM 8336-LGPD-ERASE-DISP-FILE
                   END-IF
               END-PERFORM
               PERFORM 8435-MANIFEST-RESTORE-NAMES
           END-IF.
      ******************************************************************
      * 8336-LGPD-ERASE-DISP-FILE
      * One disposition file, already open, masked through the work
      * file and written back in place.
      ******************************************************************
       8336-LGPD-ERASE-DISP-FILE.
           MOVE "N" TO DISP-EOF-SW.
           OPEN OUTPUT DISP-WORK-FILE.
           PERFORM 3786-DISPOSITION-READ.
           PERFORM UNTIL DISP-EOF
               IF DISP-DOC-CPF AND DISP-NUMBER(1:9) = LGPD-BASE
                   MOVE LGPD-ANON-CPF TO DISP-NUMBER
                   ADD 1 TO LGPD-DONE(5)
               END-IF
               MOVE CPF-DISP-RECORD TO DISP-WORK-RECORD
               WRITE DISP-WORK-RECORD
               PERFORM 3786-DISPOSITION-READ
           END-PERFORM.
           CLOSE DISPOSITION-FILE.
           CLOSE DISP-WORK-FILE.
           OPEN INPUT DISP-WORK-FILE.
           OPEN OUTPUT DISPOSITION-FILE.
           MOVE "N" TO DISP-EOF-SW.
           PERFORM 3787-DISP-WORK-READ.
           PERFORM UNTIL DISP-EOF
               MOVE DISP-WORK-RECORD TO CPF-DISP-RECORD
               WRITE CPF-DISP-RECORD
               PERFORM 3787-DISP-WORK-READ
           END-PERFORM.
           CLOSE DISP-WORK-FILE.
           CLOSE DISPOSITION-FILE.
      ******************************************************************
      * 8340-LGPD-ERASE-EXTRACT
      ******************************************************************
       8340-LGPD-ERASE-EXTRACT.
           OPEN INPUT EXTRACT-OUT-FILE.
           OPEN OUTPUT LGPD-WORK-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8247-LGPD-EXTRACT-READ.
           PERFORM UNTIL LGPD-EOF
               IF CPF-EXTRACT-RECORD(1:9) = LGPD-BASE
                   ADD 1 TO LGPD-DONE(6)
               ELSE
                   MOVE CPF-EXTRACT-RECORD TO LGPD-WORK-RECORD
                   WRITE LGPD-WORK-RECORD
               END-IF
               PERFORM 8247-LGPD-EXTRACT-READ
           END-PERFORM.
           CLOSE EXTRACT-OUT-FILE.
           CLOSE LGPD-WORK-FILE.
           OPEN INPUT LGPD-WORK-FILE.
           OPEN OUTPUT EXTRACT-OUT-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8360-LGPD-WORK-READ.
           PERFORM UNTIL LGPD-EOF
               MOVE LGPD-WORK-RECORD TO CPF-EXTRACT-RECORD
               WRITE CPF-EXTRACT-RECORD
               PERFORM 8360-LGPD-WORK-READ
           END-PERFORM.
           CLOSE LGPD-WORK-FILE.
           CLOSE EXTRACT-OUT-FILE.
      ******************************************************************
      * 8345-LGPD-ERASE-MASTER-ARCHIVE
      ******************************************************************
       8345-LGPD-ERASE-MASTER-ARCHIVE.
           OPEN INPUT MST-ARCH-FILE.
           OPEN OUTPUT MST-WORK-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8252-LGPD-MSTAR-READ.
           PERFORM UNTIL LGPD-EOF
               IF MST-ARCH-RECORD(1:9) = LGPD-BASE
                   MOVE LGPD-ANON-CPF TO MST-ARCH-RECORD(1:11)
                   ADD 1 TO LGPD-DONE(7)
               END-IF
               MOVE MST-ARCH-RECORD TO MST-WORK-RECORD
               WRITE MST-WORK-RECORD
               PERFORM 8252-LGPD-MSTAR-READ
           END-PERFORM.
           CLOSE MST-ARCH-FILE.
           CLOSE MST-WORK-FILE.
           OPEN INPUT MST-WORK-FILE.
           OPEN OUTPUT MST-ARCH-FILE.
           MOVE "N" TO MST-EOF-SW.
           PERFORM 9960-MASTER-READ-WORK.
           PERFORM UNTIL MST-EOF
               MOVE MST-WORK-RECORD TO MST-ARCH-RECORD
               WRITE MST-ARCH-RECORD
               PERFORM 9960-MASTER-READ-WORK
           END-PERFORM.
           CLOSE MST-WORK-FILE.
           CLOSE MST-ARCH-FILE.
      ******************************************************************
      * 8350-LGPD-ERASE-UNLOAD
      * Drops the titular's details from the unload image and takes
      * their count and key hash off the trailer, the inverse of what
      * 6730 added for them, so the image still balances.
      ******************************************************************
       8350-LGPD-ERASE-UNLOAD.
           MOVE ZERO TO LGPD-DROP-HASH.
           OPEN INPUT MST-UNLOAD-FILE.
           OPEN OUTPUT LGPD-WORK-FILE.
           MOVE "N" TO UNL-EOF-SW.
           PERFORM 6765-UNLOAD-READ-RECORD.
           PERFORM UNTIL UNL-EOF
               IF UNL-REC-DETAIL AND UNL-DATA(1:9) = LGPD-BASE
                   ADD 1 TO LGPD-DONE(8)
                   IF UNL-DATA(1:11) IS NUMERIC
                       MOVE UNL-DATA(1:11) TO UNL-CPF-NUM
                       COMPUTE LGPD-DROP-HASH = FUNCTION MOD(
                           LGPD-DROP-HASH + UNL-CPF-NUM,
                           1000000000000000)
                   END-IF
               ELSE
                   IF UNL-REC-TRAILER
                           AND UNL-REC-COUNT NOT < LGPD-DONE(8)
                       SUBTRACT LGPD-DONE(8) FROM UNL-REC-COUNT
                       COMPUTE UNL-KEY-HASH = FUNCTION MOD(
                           UNL-KEY-HASH + 1000000000000000
                           - LGPD-DROP-HASH, 1000000000000000)
                   END-IF
                   MOVE MST-UNLOAD-RECORD TO LGPD-WORK-RECORD
                   WRITE LGPD-WORK-RECORD
               END-IF
               PERFORM 6765-UNLOAD-READ-RECORD
           END-PERFORM.
           CLOSE MST-UNLOAD-FILE.
           CLOSE LGPD-WORK-FILE.
           OPEN INPUT LGPD-WORK-FILE.
           OPEN OUTPUT MST-UNLOAD-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8360-LGPD-WORK-READ.
           PERFORM UNTIL LGPD-EOF
               MOVE LGPD-WORK-RECORD TO MST-UNLOAD-RECORD
               WRITE MST-UNLOAD-RECORD
               PERFORM 8360-LGPD-WORK-READ
           END-PERFORM.
           CLOSE LGPD-WORK-FILE.
           CLOSE MST-UNLOAD-FILE.
      ******************************************************************
      * 8355-LGPD-ERASE-HOLDER
      ******************************************************************
       8355-LGPD-ERASE-HOLDER.
           OPEN INPUT HOLDER-WORK-FILE.
           OPEN OUTPUT LGPD-WORK-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8262-LGPD-HOLDER-READ.
           PERFORM UNTIL LGPD-EOF
               IF HWRK-CPF(1:9) = LGPD-BASE
                   ADD 1 TO LGPD-DONE(9)
               ELSE
                   MOVE HOLDER-WORK-RECORD TO LGPD-WORK-RECORD
                   WRITE LGPD-WORK-RECORD
               END-IF
               PERFORM 8262-LGPD-HOLDER-READ
           END-PERFORM.
           CLOSE HOLDER-WORK-FILE.
           CLOSE LGPD-WORK-FILE.
           OPEN INPUT LGPD-WORK-FILE.
           OPEN OUTPUT HOLDER-WORK-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8360-LGPD-WORK-READ.
           PERFORM UNTIL LGPD-EOF
               MOVE LGPD-WORK-RECORD TO HOLDER-WORK-RECORD
               WRITE HOLDER-WORK-RECORD
               PERFORM 8360-LGPD-WORK-READ
           END-PERFORM.
           CLOSE LGPD-WORK-FILE.
           CLOSE HOLDER-WORK-FILE.
      ******************************************************************
      * 8357-LGPD-ERASE-ALERT
      ******************************************************************
       8357-LGPD-ERASE-ALERT.
           OPEN INPUT ALERT-FEED-FILE.
           OPEN OUTPUT LGPD-WORK-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8267-LGPD-ALERT-READ.
           PERFORM UNTIL LGPD-EOF
               IF ALRT-DOC-CPF AND ALRT-NUMBER(1:9) = LGPD-BASE
                   ADD 1 TO LGPD-DONE(10)
               ELSE
                   MOVE CPF-ALERT-RECORD TO LGPD-WORK-RECORD
                   WRITE LGPD-WORK-RECORD
               END-IF
               PERFORM 8267-LGPD-ALERT-READ
           END-PERFORM.
           CLOSE ALERT-FEED-FILE.
           CLOSE LGPD-WORK-FILE.
           OPEN INPUT LGPD-WORK-FILE.
           OPEN OUTPUT ALERT-FEED-FILE.
           MOVE "N" TO LGPD-EOF-SW.
           PERFORM 8360-LGPD-WORK-READ.
           PERFORM UNTIL LGPD-EOF
               MOVE LGPD-WORK-RECORD TO CPF-ALERT-RECORD
               WRITE CPF-ALERT-RECORD
               PERFORM 8360-LGPD-WORK-READ
           END-PERFORM.
           CLOSE LGPD-WORK-FILE.
           CLOSE ALERT-FEED-FILE.
      ******************************************************************
      * 8360-LGPD-WORK-READ
      ******************************************************************
       8360-LGPD-WORK-READ.
           READ LGPD-WORK-FILE
               AT END
                   MOVE "Y" TO LGPD-EOF-SW
           END-READ.
      ******************************************************************
      * 8380-LGPD-ERASE-SUMMARY
      * Appends what the erasure did to the dossier, file by file, as
      * the record of disposal the DPO answers the titular with.
      ******************************************************************
       8380-LGPD-ERASE-SUMMARY.
           OPEN EXTEND LGPD-REPORT-FILE.
           MOVE SPACES TO LGPD-LINE.
           STRING "ELIMINACAO EXECUTADA EM " RUN-DATE
               " POR " OPERATOR-ID
               DELIMITED BY SIZE INTO LGPD-LINE
           END-STRING.
           MOVE LGPD-LINE TO CPF-LGPD-LINE.
           WRITE CPF-LGPD-LINE.
           PERFORM VARYING LGPD-FX FROM 1 BY 1 UNTIL LGPD-FX > 10
               IF LGPD-FOUND(LGPD-FX) > ZERO
                   MOVE LGPD-DONE(LGPD-FX) TO LGPD-COUNT-ED
                   MOVE SPACES TO LGPD-LINE
                   STRING "   " LGPD-FILE-NAME(LGPD-FX) "  "
                       LGPD-FILE-ACTION(LGPD-FX) ": " LGPD-COUNT-ED
                       DELIMITED BY SIZE INTO LGPD-LINE
                   END-STRING
                   MOVE LGPD-LINE TO CPF-LGPD-LINE
                   WRITE CPF-LGPD-LINE
               END-IF
           END-PERFORM.
           IF LGPD-FOUND(2) > ZERO OR LGPD-FOUND(3) > ZERO
               MOVE SPACES TO LGPD-LINE
               IF AVF-BROKEN
                   STRING "   CPFAUDIT/CPFARCH NAO ANONIMIZADOS: "
                       "CADEIA QUEBRADA, VER CPFAUDVR"
                       DELIMITED BY SIZE INTO LGPD-LINE
                   END-STRING
               ELSE
                   STRING "   SELOS DO LOG RECALCULADOS APOS "
                       "VERIFICACAO INTEGRA"
                       DELIMITED BY SIZE INTO LGPD-LINE
                   END-STRING
               END-IF
               MOVE LGPD-LINE TO CPF-LGPD-LINE
               WRITE CPF-LGPD-LINE
           END-IF.
           IF LGPD-LOT-LOST > ZERO
               MOVE LGPD-LOT-LOST TO LGPD-LOT-LOST-ED
               MOVE SPACES TO LGPD-LINE
               STRING "   ELIMINACAO INCOMPLETA: CPFDISP DE "
                   LGPD-LOT-LOST-ED " LOTES NAO PESQUISADOS"
                   DELIMITED BY SIZE INTO LGPD-LINE
               END-STRING
               MOVE LGPD-LINE TO CPF-LGPD-LINE
               WRITE CPF-LGPD-LINE
               DISPLAY "ATENCAO: ELIMINACAO INCOMPLETA - VER CPFLGPD"
           END-IF.
           CLOSE LGPD-REPORT-FILE.
           DISPLAY "ELIMINACAO CONCLUIDA - REGISTRO NO FIM DO CPFLGPD".
      ******************************************************************
      * 8400-MANIFEST-RUN
      * The batch step of an unattended run driven by the CPFMANIF
      * lot manifest (already open): every lot listed is validated
      * in manifest order by the same 3000-BATCH-VALIDATE a single
      * lot goes through - own header/trailer controls, own ledger
      * entry - with its input and per-lot outputs pointed at its
      * own files.  A lot that is missing or fails its controls is
      * noted and the next one runs.  The CPFRUNRP report then
      * consolidates the lots and looks for documents sent in more
      * than one of them.  RUN-RC ends at the worst outcome of any
      * lot, as a single-file run would.
      ******************************************************************
       8400-MANIFEST-RUN.
           MOVE ZERO TO MAN-PASSED.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           MOVE AUDIT-TS(1:8) TO RUN-DATE.
           PERFORM 8410-MANIFEST-LOAD.
           IF MAN-LOT-USED = ZERO
               DISPLAY "MANIFESTO SEM LOTES: CPFMANIF"
               MOVE 12 TO RUN-RC-CAND
               PERFORM 8100-RAISE-RUN-RC
           ELSE
               PERFORM 8415-MANIFEST-RESTART-POINT
               PERFORM 8425-MANIFEST-SAVE-NAMES
               OPEN OUTPUT RUN-WORK-FILE
               PERFORM VARYING MAN-LX FROM 1 BY 1
                       UNTIL MAN-LX > MAN-LOT-USED
                   IF MAN-LOT-PENDING(MAN-LX)
                       PERFORM 8420-MANIFEST-ONE-LOT
                   END-IF
               END-PERFORM
               CLOSE RUN-WORK-FILE
               PERFORM 8435-MANIFEST-RESTORE-NAMES
               PERFORM 8450-MANIFEST-RUN-REPORT
           END-IF.
      ******************************************************************
      * 8410-MANIFEST-LOAD
      * Takes the manifest into MAN-LOT-TABLE, skipping blank and
      * comment lines.  A line without a lot id or a file, or with a
      * lot id already used above it (the lots' files would overlay
      * each other), is refused on the spot as a control failure.
      ******************************************************************
       8410-MANIFEST-LOAD.
           MOVE ZEROES TO MAN-LOT-USED MAN-LOT-LOST.
           MOVE "N" TO MANF-EOF-SW.
           PERFORM 8412-MANIFEST-READ.
           PERFORM UNTIL MANF-EOF
               IF CPF-MANIFEST-RECORD NOT = SPACES
                       AND CPF-MANIFEST-RECORD(1:1) NOT = "*"
                   PERFORM 8411-MANIFEST-TAKE-LINE
               END-IF
               PERFORM 8412-MANIFEST-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           IF MAN-LOT-LOST > ZERO
               DISPLAY "MANIFESTO COM MAIS DE 50 LOTES; "
                   MAN-LOT-LOST " LINHAS NAO PROCESSADAS"
               MOVE 16 TO RUN-RC-CAND
               PERFORM 8100-RAISE-RUN-RC
           END-IF.
      ******************************************************************
      * 8411-MANIFEST-TAKE-LINE
      ******************************************************************
       8411-MANIFEST-TAKE-LINE.
           IF MAN-LOT-USED NOT < 50
               ADD 1 TO MAN-LOT-LOST
           ELSE
               ADD 1 TO MAN-LOT-USED
               MOVE MAN-LOT-USED TO MAN-LX
               MOVE MANF-LOT-ID TO MAN-LOT-ID(MAN-LX)
               MOVE MANF-LOT-FILE TO MAN-LOT-FILE(MAN-LX)
               MOVE SPACE TO MAN-LOT-STATE(MAN-LX)
               MOVE SPACES TO MAN-LOT-SOURCE(MAN-LX)
                   MAN-LOT-DATE(MAN-LX) MAN-LOT-NOTE(MAN-LX)
               MOVE ZEROES TO MAN-LOT-READ(MAN-LX)
                   MAN-LOT-VALID(MAN-LX) MAN-LOT-INVALID(MAN-LX)
                   MAN-LOT-CPF-DOCS(MAN-LX) MAN-LOT-CNPJ-DOCS(MAN-LX)
                   MAN-LOT-DUPES(MAN-LX) MAN-LOT-SCORE(MAN-LX)
                   MAN-LOT-RC(MAN-LX)
               IF MANF-LOT-ID = SPACES OR MANF-LOT-FILE = SPACES
                   SET MAN-LOT-REJECTED(MAN-LX) TO TRUE
                   MOVE "LINHA DO MANIFESTO SEM LOTE OU SEM ARQUIVO"
                       TO MAN-LOT-NOTE(MAN-LX)
               ELSE
                   PERFORM VARYING MAN-LY FROM 1 BY 1
                           UNTIL MAN-LY NOT < MAN-LX
                       IF MAN-LOT-ID(MAN-LY) = MANF-LOT-ID
                           SET MAN-LOT-REJECTED(MAN-LX) TO TRUE
                           MOVE "LOTE REPETIDO NO MANIFESTO"
                               TO MAN-LOT-NOTE(MAN-LX)
                       END-IF
                   END-PERFORM
               END-IF
               IF MAN-LOT-REJECTED(MAN-LX)
                   DISPLAY "LINHA DO MANIFESTO RECUSADA: "
                       CPF-MANIFEST-RECORD(1:50)
                   MOVE 16 TO MAN-LOT-RC(MAN-LX)
                   MOVE 16 TO RUN-RC-CAND
                   PERFORM 8100-RAISE-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      * 8412-MANIFEST-READ
      ******************************************************************
       8412-MANIFEST-READ.
           READ MANIFEST-FILE
               AT END
                   MOVE "Y" TO MANF-EOF-SW
           END-READ.
      ******************************************************************
      * 8415-MANIFEST-RESTART-POINT
      * A checkpoint left by a manifest run that abended names the
      * lot it stopped in.  The lots above that one on the manifest
      * went through before the abend and are passed over - run
      * again they would only be refused as already processed - and
      * the run resumes with the lot the checkpoint belongs to.  A
      * checkpoint of a lot this manifest does not list is left for
      * 3010 to report.
      ******************************************************************
       8415-MANIFEST-RESTART-POINT.
           MOVE ZERO TO MAN-LY.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-LAST-RECORD > ZERO
                               AND CKPT-LOT-ID NOT = SPACES
                           PERFORM VARYING MAN-LX FROM 1 BY 1
                                   UNTIL MAN-LX > MAN-LOT-USED
                                   OR MAN-LY > ZERO
                               IF MAN-LOT-ID(MAN-LX) = CKPT-LOT-ID
                                       AND MAN-LOT-PENDING(MAN-LX)
                                   MOVE MAN-LX TO MAN-LY
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF MAN-LY > ZERO
               DISPLAY "RETOMANDO O MANIFESTO NO LOTE "
                   MAN-LOT-ID(MAN-LY)
               PERFORM VARYING MAN-LX FROM 1 BY 1
                       UNTIL MAN-LX NOT < MAN-LY
                   IF MAN-LOT-PENDING(MAN-LX)
                       SET MAN-LOT-SKIPPED(MAN-LX) TO TRUE
                       MOVE "JA PROCESSADO ANTES DA INTERRUPCAO"
                           TO MAN-LOT-NOTE(MAN-LX)
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * 8420-MANIFEST-ONE-LOT
      * One lot of the manifest through the batch step.  RUN-RC is
      * started over for the lot so its own outcome can be kept,
      * then raised back to the worse of the two.
      ******************************************************************
       8420-MANIFEST-ONE-LOT.
           MOVE MAN-LOT-ID(MAN-LX) TO BATCH-LOT-ID.
           PERFORM 8430-MANIFEST-POINT-FILES.
           DISPLAY "LOTE " BATCH-LOT-ID ": " MAN-LOT-FILE(MAN-LX).
           MOVE RUN-RC TO MAN-SAVE-RC.
           MOVE ZERO TO RUN-RC.
           MOVE "N" TO CTL-FAIL-SW.
           MOVE "N" TO DUP-FOUND-SW.
           MOVE ZEROES TO DUP-DOCS SYN-SCORE.
           MOVE SPACES TO HEADER-DATE HEADER-SOURCE CTL-FAIL-TEXT.
           PERFORM 3000-BATCH-VALIDATE.
           MOVE HEADER-SOURCE TO MAN-LOT-SOURCE(MAN-LX).
           MOVE HEADER-DATE TO MAN-LOT-DATE(MAN-LX).
           MOVE TOTAL-READ TO MAN-LOT-READ(MAN-LX).
           MOVE TOTAL-VALID TO MAN-LOT-VALID(MAN-LX).
           MOVE TOTAL-INVALID TO MAN-LOT-INVALID(MAN-LX).
           MOVE TOTAL-CPF-DOCS TO MAN-LOT-CPF-DOCS(MAN-LX).
           MOVE TOTAL-CNPJ-DOCS TO MAN-LOT-CNPJ-DOCS(MAN-LX).
           EVALUATE TRUE
               WHEN CPF-IN-FILE-STATUS NOT = "00"
                   SET MAN-LOT-MISSING(MAN-LX) TO TRUE
                   MOVE "ARQUIVO DO LOTE NAO ENCONTRADO"
                       TO MAN-LOT-NOTE(MAN-LX)
               WHEN CTL-FAILED
                   SET MAN-LOT-FAILED(MAN-LX) TO TRUE
                   MOVE CTL-FAIL-TEXT TO MAN-LOT-NOTE(MAN-LX)
               WHEN OTHER
                   SET MAN-LOT-DONE(MAN-LX) TO TRUE
                   ADD 1 TO MAN-PASSED
                   MOVE DUP-DOCS TO MAN-LOT-DUPES(MAN-LX)
                   MOVE SYN-SCORE TO MAN-LOT-SCORE(MAN-LX)
                   PERFORM 8440-MANIFEST-COLLECT-DOCS
           END-EVALUATE.
           MOVE RUN-RC TO MAN-LOT-RC(MAN-LX).
           MOVE MAN-SAVE-RC TO RUN-RC-CAND.
           PERFORM 8100-RAISE-RUN-RC.
           MOVE SPACES TO BATCH-LOT-ID.
      ******************************************************************
      * 8425-MANIFEST-SAVE-NAMES
      * Notes the name each per-lot file goes by in this run - the
      * DD_ environment name the job step gave it, else the plain
      * one, else the file's own - so the lots' copies sit beside it
      * and the names can be put back afterwards.
      ******************************************************************
       8425-MANIFEST-SAVE-NAMES.
           PERFORM VARYING MAN-DX FROM 1 BY 1 UNTIL MAN-DX > 7
               MOVE SPACES TO MAN-ENV-NAME
               STRING "DD_" MAN-DD-FILE(MAN-DX)
                   DELIMITED BY SPACE INTO MAN-ENV-NAME
               END-STRING
               MOVE SPACES TO MAN-ENV-VALUE
               DISPLAY MAN-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT MAN-ENV-VALUE FROM ENVIRONMENT-VALUE
               IF MAN-ENV-VALUE = SPACES
                   DISPLAY MAN-DD-FILE(MAN-DX)
                       UPON ENVIRONMENT-NAME
                   ACCEPT MAN-ENV-VALUE FROM ENVIRONMENT-VALUE
               END-IF
               IF MAN-ENV-VALUE = SPACES
                   MOVE MAN-DD-FILE(MAN-DX) TO MAN-ENV-VALUE
               END-IF
               MOVE MAN-ENV-VALUE TO MAN-DD-BASE(MAN-DX)
           END-PERFORM.
      ******************************************************************
      * 8430-MANIFEST-POINT-FILES
      * Points CPFIN at the lot's file and every per-lot output at
      * its usual name plus "." and the lot id (CPFDISP.ORIGEM1).
      ******************************************************************
       8430-MANIFEST-POINT-FILES.
           MOVE 1 TO MAN-DX.
           MOVE MAN-LOT-FILE(MAN-LX) TO MAN-ENV-VALUE.
           PERFORM 8432-MANIFEST-SET-NAME.
           PERFORM VARYING MAN-DX FROM 2 BY 1 UNTIL MAN-DX > 7
               MOVE SPACES TO MAN-ENV-VALUE
               STRING MAN-DD-BASE(MAN-DX) DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   BATCH-LOT-ID DELIMITED BY SPACE
                   INTO MAN-ENV-VALUE
               END-STRING
               PERFORM 8432-MANIFEST-SET-NAME
           END-PERFORM.
      ******************************************************************
      * 8432-MANIFEST-SET-NAME
      * Sets the DD_ name of file MAN-DX to MAN-ENV-VALUE; the file
      * is found under it from its next OPEN on.
      ******************************************************************
       8432-MANIFEST-SET-NAME.
           MOVE SPACES TO MAN-ENV-NAME.
           STRING "DD_" MAN-DD-FILE(MAN-DX)
               DELIMITED BY SPACE INTO MAN-ENV-NAME
           END-STRING.
           DISPLAY MAN-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY MAN-ENV-VALUE UPON ENVIRONMENT-VALUE.
      ******************************************************************
      * 8435-MANIFEST-RESTORE-NAMES
      ******************************************************************
       8435-MANIFEST-RESTORE-NAMES.
           PERFORM VARYING MAN-DX FROM 1 BY 1 UNTIL MAN-DX > 7
               MOVE MAN-DD-BASE(MAN-DX) TO MAN-ENV-VALUE
               PERFORM 8432-MANIFEST-SET-NAME
           END-PERFORM.
      ******************************************************************
      * 8440-MANIFEST-COLLECT-DOCS
      * Copies the lot's documents, once each, from the sorted file
      * its duplicate scan just read onto the run work file, tagged
      * with the lot, for the cross-lot check at the end.
      ******************************************************************
       8440-MANIFEST-COLLECT-DOCS.
           MOVE SPACES TO MAN-PREV-DOC.
           MOVE "N" TO SORTED-EOF-SW.
           OPEN INPUT SORTED-CPF-FILE.
           PERFORM 4100-SORTED-READ-RECORD.
           PERFORM UNTIL SORTED-CPF-EOF
               IF SORTED-CPF-OUT-RECORD NOT = MAN-PREV-DOC
                   MOVE SORTED-CPF-OUT-RECORD TO MAN-PREV-DOC
                   MOVE SORTED-CPF-OUT-RECORD TO RWRK-DOC
                   MOVE MAN-LX TO RWRK-LOT-IX
                   MOVE BATCH-LOT-ID TO RWRK-LOT-ID
                   WRITE RUN-WORK-RECORD
               END-IF
               PERFORM 4100-SORTED-READ-RECORD
           END-PERFORM.
           CLOSE SORTED-CPF-FILE.
      ******************************************************************
      * 8450-MANIFEST-RUN-REPORT
      * CPFRUNRP: one line per manifest lot with its outcome, the
      * totals of the lots that went through, and the documents
      * that came in more than one lot of the run.
      ******************************************************************
       8450-MANIFEST-RUN-REPORT.
           MOVE ZEROES TO MAN-GT-READ MAN-GT-VALID MAN-GT-INVALID
               MAN-GT-CPF-DOCS MAN-GT-CNPJ-DOCS MAN-GT-DUPES.
           OPEN OUTPUT RUN-REPORT-FILE.
           MOVE SPACES TO MAN-LINE.
           STRING "RELATORIO CONSOLIDADO DA EXECUCAO POR MANIFESTO - "
               RUN-DATE
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           MOVE SPACES TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           MOVE SPACES TO MAN-LINE.
           STRING "LOTE     ORIGEM   DATA GER   LIDOS VALIDOS INVALID"
               "  DUPL SIN RC SITUACAO"
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           PERFORM VARYING MAN-LX FROM 1 BY 1
                   UNTIL MAN-LX > MAN-LOT-USED
               PERFORM 8455-MANIFEST-LOT-LINE
           END-PERFORM.
           MOVE SPACES TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           PERFORM 8458-MANIFEST-TOTAL-LINES.
           MOVE SPACES TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           PERFORM 8460-MANIFEST-CROSS-DUPES.
           CLOSE RUN-REPORT-FILE.
           DISPLAY "RELATORIO CONSOLIDADO GERADO: CPFRUNRP".
      ******************************************************************
      * 8455-MANIFEST-LOT-LINE
      ******************************************************************
       8455-MANIFEST-LOT-LINE.
           EVALUATE TRUE
               WHEN MAN-LOT-DONE(MAN-LX)
                   MOVE "PROCESSADO" TO MAN-STATE-TEXT
                   ADD MAN-LOT-READ(MAN-LX) TO MAN-GT-READ
                   ADD MAN-LOT-VALID(MAN-LX) TO MAN-GT-VALID
                   ADD MAN-LOT-INVALID(MAN-LX) TO MAN-GT-INVALID
                   ADD MAN-LOT-CPF-DOCS(MAN-LX) TO MAN-GT-CPF-DOCS
                   ADD MAN-LOT-CNPJ-DOCS(MAN-LX) TO MAN-GT-CNPJ-DOCS
                   ADD MAN-LOT-DUPES(MAN-LX) TO MAN-GT-DUPES
               WHEN MAN-LOT-FAILED(MAN-LX)
                   MOVE "FALHA CONTROLE" TO MAN-STATE-TEXT
               WHEN MAN-LOT-MISSING(MAN-LX)
                   MOVE "SEM ARQUIVO" TO MAN-STATE-TEXT
               WHEN MAN-LOT-REJECTED(MAN-LX)
                   MOVE "LINHA RECUSADA" TO MAN-STATE-TEXT
               WHEN MAN-LOT-SKIPPED(MAN-LX)
                   MOVE "PULADO REINICIO" TO MAN-STATE-TEXT
               WHEN OTHER
                   MOVE "NAO EXECUTADO" TO MAN-STATE-TEXT
           END-EVALUATE.
           MOVE MAN-LOT-READ(MAN-LX) TO MAN-READ-ED.
           MOVE MAN-LOT-VALID(MAN-LX) TO MAN-VALID-ED.
           MOVE MAN-LOT-INVALID(MAN-LX) TO MAN-INVALID-ED.
           MOVE MAN-LOT-DUPES(MAN-LX) TO MAN-DUPES-ED.
           MOVE MAN-LOT-SCORE(MAN-LX) TO MAN-SCORE-ED.
           MOVE SPACES TO MAN-LINE.
           STRING MAN-LOT-ID(MAN-LX) " " MAN-LOT-SOURCE(MAN-LX) " "
               MAN-LOT-DATE(MAN-LX) " " MAN-READ-ED " "
               MAN-VALID-ED " " MAN-INVALID-ED " " MAN-DUPES-ED " "
               MAN-SCORE-ED " " MAN-LOT-RC(MAN-LX) " "
               MAN-STATE-TEXT
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           MOVE SPACES TO MAN-LINE.
           STRING "         ARQUIVO: " MAN-LOT-FILE(MAN-LX)
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           IF MAN-LOT-NOTE(MAN-LX) NOT = SPACES
               MOVE SPACES TO MAN-LINE
               STRING "         " MAN-LOT-NOTE(MAN-LX)
                   DELIMITED BY SIZE INTO MAN-LINE
               END-STRING
               MOVE MAN-LINE TO CPF-RUN-RPT-LINE
               WRITE CPF-RUN-RPT-LINE
           END-IF.
      ******************************************************************
      * 8458-MANIFEST-TOTAL-LINES
      ******************************************************************
       8458-MANIFEST-TOTAL-LINES.
           MOVE MAN-LOT-USED TO MAN-COUNT-ED.
           MOVE MAN-PASSED TO MAN-COUNT2-ED.
           COMPUTE MAN-COUNT3-ED = MAN-LOT-USED - MAN-PASSED.
           MOVE SPACES TO MAN-LINE.
           STRING "LOTES NO MANIFESTO: " MAN-COUNT-ED
               "  PROCESSADOS: " MAN-COUNT2-ED
               "  NAO PROCESSADOS: " MAN-COUNT3-ED
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           MOVE MAN-GT-READ TO MAN-COUNT-ED.
           MOVE MAN-GT-VALID TO MAN-COUNT2-ED.
           MOVE MAN-GT-INVALID TO MAN-COUNT3-ED.
           MOVE SPACES TO MAN-LINE.
           STRING "TOTAL DOS LOTES PROCESSADOS - LIDOS: " MAN-COUNT-ED
               "  VALIDOS: " MAN-COUNT2-ED
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           MOVE MAN-GT-DUPES TO MAN-COUNT-ED.
           MOVE SPACES TO MAN-LINE.
           STRING "                              INVALIDOS: "
               MAN-COUNT3-ED "  DUPLICADOS NO LOTE: " MAN-COUNT-ED
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           MOVE MAN-GT-CPF-DOCS TO MAN-COUNT-ED.
           MOVE MAN-GT-CNPJ-DOCS TO MAN-COUNT2-ED.
           MOVE SPACES TO MAN-LINE.
           STRING "                                   CPFs: "
               MAN-COUNT-ED "  CNPJs: " MAN-COUNT2-ED
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
      ******************************************************************
      * 8460-MANIFEST-CROSS-DUPES
      * Sorts the documents every processed lot sent, tagged with the
      * lot, and lists each one that turns up under more than one
      * lot.  Repeats inside a single lot are the lot's own CPFDUPE
      * business and are not counted again here.  Any hit is a
      * duplicate outcome of the run, RETURN-CODE 08.
      ******************************************************************
       8460-MANIFEST-CROSS-DUPES.
           MOVE SPACES TO MAN-LINE.
           STRING "DOCUMENTOS ENVIADOS EM MAIS DE UM LOTE"
               DELIMITED BY SIZE INTO MAN-LINE
           END-STRING.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           MOVE ZERO TO MAN-XDUP-DOCS.
           SORT RUN-SORT-FILE
               ON ASCENDING KEY RSRT-DOC RSRT-LOT-IX
               USING RUN-WORK-FILE
               GIVING RUN-SRTD-FILE.
           OPEN INPUT RUN-SRTD-FILE.
           MOVE "N" TO RSD-EOF-SW.
           PERFORM 8467-RUN-SRTD-READ.
           PERFORM UNTIL RSD-EOF
               PERFORM 8465-MANIFEST-DOC-GROUP
           END-PERFORM.
           CLOSE RUN-SRTD-FILE.
           MOVE SPACES TO MAN-LINE.
           IF MAN-XDUP-DOCS = ZERO
               STRING "  NENHUM DOCUMENTO REPETIDO ENTRE OS LOTES"
                   DELIMITED BY SIZE INTO MAN-LINE
               END-STRING
           ELSE
               MOVE MAN-XDUP-DOCS TO MAN-COUNT-ED
               STRING "  DOCUMENTOS REPETIDOS ENTRE LOTES: "
                   MAN-COUNT-ED
                   DELIMITED BY SIZE INTO MAN-LINE
               END-STRING
           END-IF.
           MOVE MAN-LINE TO CPF-RUN-RPT-LINE.
           WRITE CPF-RUN-RPT-LINE.
           IF MAN-XDUP-DOCS > ZERO
               DISPLAY "DOCUMENTOS REPETIDOS ENTRE LOTES: "
                   MAN-XDUP-DOCS
               MOVE 08 TO RUN-RC-CAND
               PERFORM 8100-RAISE-RUN-RC
           END-IF.
      ******************************************************************
      * 8465-MANIFEST-DOC-GROUP
      * All lots of one document; the first five are named on its
      * line, the count covers them all.
      ******************************************************************
       8465-MANIFEST-DOC-GROUP.
           MOVE RSD-DOC TO MAN-PREV-DOC.
           MOVE ZERO TO MAN-GROUP-LOTS.
           MOVE SPACES TO MAN-LOT-LIST.
           PERFORM UNTIL RSD-EOF OR RSD-DOC NOT = MAN-PREV-DOC
               ADD 1 TO MAN-GROUP-LOTS
               IF MAN-GROUP-LOTS NOT > 5
                   MOVE RSD-LOT-ID TO MAN-LIST-ID(MAN-GROUP-LOTS)
               END-IF
               PERFORM 8467-RUN-SRTD-READ
           END-PERFORM.
           IF MAN-GROUP-LOTS > 1
               ADD 1 TO MAN-XDUP-DOCS
               MOVE MAN-GROUP-LOTS TO MAN-DUPES-ED
               MOVE SPACES TO MAN-LINE
               STRING "  " MAN-PREV-DOC(1:1) " " MAN-PREV-DOC(2:14)
                   MAN-DUPES-ED " LOTES: " MAN-LOT-LIST
                   DELIMITED BY SIZE INTO MAN-LINE
               END-STRING
               MOVE MAN-LINE TO CPF-RUN-RPT-LINE
               WRITE CPF-RUN-RPT-LINE
           END-IF.
      ******************************************************************
      * 8467-RUN-SRTD-READ
      ******************************************************************
       8467-RUN-SRTD-READ.
           READ RUN-SRTD-FILE
               AT END
                   MOVE "Y" TO RSD-EOF-SW
           END-READ.
      ******************************************************************
      * 9000-PURGE-AUDIT-LOG
      * LGPD retention maintenance: audit lines whose leading date is
      * older than the cutoff the operator gives move to the CPFARCH
      * archive, the live log is rewritten with only what remains and
      * a disposal report states the range and count archived - the
      * evidence of disposal the DPO hands the auditor.  The mainline
      * keeps the audit log open EXTEND for every mode, so this one
      * closes it up front and reopens it on the way out.  The chain
      * is verified first and a broken one refuses the purge, so a
      * tampered log is never laundered into the archive; the lines
      * move across with their seals and the report names the link
      * where the archive hands the chain back to the live log.
      ******************************************************************
       9000-PURGE-AUDIT-LOG.
           DISPLAY "Data de corte da retencao (AAAAMMDD, ENTER = "
               PARM-PURGE-DEFAULT "): ".
           ACCEPT PURGE-CUTOFF.
           IF PURGE-CUTOFF = SPACES
               MOVE PARM-PURGE-DEFAULT TO PURGE-CUTOFF
           END-IF.
           IF PURGE-CUTOFF IS NOT NUMERIC
               DISPLAY "DATA DE CORTE INVALIDA: " PURGE-CUTOFF
           ELSE
               PERFORM 6810-AUDIT-CHAIN-CHECK
               IF AVF-BROKEN
                   DISPLAY "EXPURGO RECUSADO: CADEIA DO LOG DE "
                       "AUDITORIA QUEBRADA - VER CPFAUDVR"
               ELSE
                   PERFORM 9050-PURGE-SPLIT-AUDIT
                   PERFORM 9150-PURGE-REWRITE-AUDIT
                   PERFORM 9250-PURGE-WRITE-REPORT
               END-IF
           END-IF.
      ******************************************************************
      * 9050-PURGE-SPLIT-AUDIT
      * First pass over the live log: every line older than the
      * cutoff goes to the archive, everything else to the work file
      * that 9150 copies back over the live log.
      ******************************************************************
       9050-PURGE-SPLIT-AUDIT.
           MOVE ZEROES TO PURGE-ARCHIVED PURGE-RETAINED.
           MOVE ZEROES TO PURGE-LAST-ARCH-SEQ PURGE-FIRST-KEPT-SEQ.
           MOVE SPACES TO PURGE-OLDEST PURGE-NEWEST.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS.
           MOVE AUDIT-TS(1:8) TO RUN-DATE.
           CLOSE AUDIT-LOG-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN OUTPUT AUDIT-WORK-FILE.
           OPEN EXTEND AUDIT-ARCH-FILE.
           IF ARCH-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-ARCH-FILE
           END-IF.
           MOVE SPACES TO PURGE-LINE.
           STRING "ARQUIVAMENTO DE " RUN-DATE
               " COM CORTE EM " PURGE-CUTOFF
               DELIMITED BY SIZE INTO PURGE-LINE
           END-STRING.
           MOVE PURGE-LINE TO AUDIT-ARCH-LINE.
           WRITE AUDIT-ARCH-LINE.
           MOVE "N" TO AUDIT-EOF-SW.
           PERFORM 9100-PURGE-READ-AUDIT.
           PERFORM UNTIL AUDIT-EOF
      ******************************************************************
      * 9120-PURGE-ROUTE-LINE
      * The AUDIT-TS date at the front of each line decides where it
      * goes; the archived date range is stretched as lines pass by,
      * and the seals either side of the cut are kept for the report.
      ******************************************************************
       9120-PURGE-ROUTE-LINE.
           MOVE CPF-AUDIT-LINE TO AUDIT-SEAL-LINE.
           IF CPF-AUDIT-LINE(1:8) < PURGE-CUTOFF
               IF ASL-SEALED AND ASL-SEQ IS NUMERIC
                   MOVE ASL-SEQ TO PURGE-LAST-ARCH-SEQ
               END-IF
               ADD 1 TO PURGE-ARCHIVED
               IF PURGE-OLDEST = SPACES
                       OR CPF-AUDIT-LINE(1:8) < PURGE-OLDEST
               WRITE AUDIT-ARCH-LINE
           ELSE
               ADD 1 TO PURGE-RETAINED
               IF ASL-SEALED AND ASL-SEQ IS NUMERIC
                       AND PURGE-FIRST-KEPT-SEQ = ZERO
                   MOVE ASL-SEQ TO PURGE-FIRST-KEPT-SEQ
               END-IF
               MOVE CPF-AUDIT-LINE TO AUDIT-WORK-LINE
               WRITE AUDIT-WORK-LINE
           END-IF.
           END-STRING.
           MOVE PURGE-LINE TO CPF-PURGE-LINE.
           WRITE CPF-PURGE-LINE.
           MOVE PURGE-LAST-ARCH-SEQ TO AVF-SEQ-ED.
           MOVE PURGE-FIRST-KEPT-SEQ TO AVF-SEQ2-ED.
           MOVE SPACES TO PURGE-LINE.
           STRING "ELO DA CADEIA: ULTIMA SEQ ARQUIVADA " AVF-SEQ-ED
               "  PRIMEIRA SEQ RETIDA " AVF-SEQ2-ED
               DELIMITED BY SIZE INTO PURGE-LINE
           END-STRING.
           MOVE PURGE-LINE TO CPF-PURGE-LINE.
           WRITE CPF-PURGE-LINE.
           CLOSE PURGE-REPORT-FILE.
           DISPLAY "EXPURGO CONCLUIDO: " PURGE-ARCHIVED-ED
               " LINHAS ARQUIVADAS".
