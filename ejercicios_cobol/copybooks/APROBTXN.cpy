      *> APPROVAL-QUEUE-FILE record layout - one record per detail
      *> CALCULATOR-BATCH diverted because its RESULT was over the
      *> submitting user's authority limit (LIMAUT.DAT). The detail
      *> never reached history: it waits here, with the batch and
      *> department it arrived under, until a DIFFERENT user whose
      *> own limit covers the figure decides it from the admin menu.
      *> AQ-ESTADO:
      *>   "P" pending a decision
      *>   "A" approved - the image was written to CALCPEND.DAT, so
      *>       PENDING-RELEASE puts it in the next night's intake and
      *>       CALCULATOR-BATCH lets it past the limit that time
      *>   "D" declined - it never posts; the sender may key it again
      *>   "U" used - the approved detail has posted; the approval
      *>       covered that one posting and lets nothing else through
      *> AQ-EQUIVALENTE is the peso figure that was compared against
      *> AQ-LIMITE (the reversal limit for an option 9), so the
      *> approver is held to the same yardstick. AQ-DECISOR and
      *> AQ-FECHA-DECISION stay blank while the entry is pending.
      *> Declined and used entries are dropped the next time an
      *> approver's decision rewrites the file; the decision itself
      *> stays on ADMAUDIT.DAT.
       01 APPROVAL-QUEUE-RECORD.
          05 AQ-ESTADO          PIC X.
          05 AQ-BATCH-ORIGEN    PIC X(8).
          05 AQ-DEPARTAMENTO    PIC X(10).
          05 AQ-FECHA-ENCOLADO  PIC X(8).
          05 AQ-RESULT          PIC S9(15)V99.
          05 AQ-MONEDA          PIC X(3).
          05 AQ-EQUIVALENTE     PIC 9(15)V99.
          05 AQ-LIMITE          PIC 9(13)V99.
          05 AQ-DECISOR         PIC X(20).
          05 AQ-FECHA-DECISION  PIC X(8).
          05 AQ-TRANSACCION     PIC X(75).
