      *> formed H/D/T batch into that night's intake, so a held
      *> transaction is calculated the night its date arrives and
      *> never lands on history before then.
      *> A detail approved out of the authority-limit queue
      *> (APROBTXN.DAT) is written here by the admin menu the same
      *> way, dated the day of the approval; its effective date has
      *> already arrived, so the next release picks it up.
      *> A booked amortization quote (AMRTBOOK.DAT) files one record
      *> per installment here, PEN-BATCH-ORIGEN the booking ID and the
      *> image dated the installment's due date.
       01 CALC-PENDING-RECORD.
          05 PEN-BATCH-ORIGEN   PIC X(8).
          05 PEN-DEPARTAMENTO   PIC X(10).
