      ******************************************************************
      * Copybook: CPFAUDK
      * Author:   Ayrton Cavalieri de Almeida
      * Date-Written: 15/10/2026
      * Purpose:  Anchor record of the audit log seal: the sequence
      *           number and chain value of the last line sealed, so
      *           the next run carries the chain on and the
      *           verification can tell lines cut off the end of the
      *           log.  The state is "A" while a run has the log open
      *           and "F" once it has closed it cleanly; a run that
      *           finds "A" takes the chain up from the last sealed
      *           line instead.
      ******************************************************************
       01  CPF-AUDCK-RECORD.
           05 AUDCK-STATE             PIC X(01).
               88 AUDCK-RUN-OPEN          VALUE "A".
               88 AUDCK-RUN-CLOSED        VALUE "F".
           05 AUDCK-SEQ               PIC 9(09).
           05 AUDCK-CHAIN             PIC 9(13).
           05 AUDCK-DATE              PIC X(08).
