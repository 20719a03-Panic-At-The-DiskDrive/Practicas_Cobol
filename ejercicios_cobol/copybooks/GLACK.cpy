      *> GL-ACK-FILE record layout - the acknowledgement the ledger
      *> system sends back after loading a GLPOST.DAT posting file.
      *> "L" one line per account/currency of the extract, with the
      *>     count and debit/credit totals the ledger booked and
      *>     GA-ESTADO "A" accepted or "R" rejected (GA-MOTIVO says
      *>     why, in the ledger's own words)
      *> "T" one line per currency of the extract: the ledger's own
      *>     totals of everything it received for that day; GA-CUENTA
      *>     and GA-ESTADO are spaces
      *> A blank GA-MONEDA reads as the local peso, as on GLPOST.DAT.
      *> GL-ACK-RECON matches each line to what was sent by extract
      *> date, account and currency.
       01 GL-ACK-RECORD.
          05 GA-TIPO-REG        PIC X.
          05 GA-FECHA-EXTRACTO  PIC X(8).
          05 GA-CUENTA          PIC X(8).
          05 GA-MONEDA          PIC X(3).
          05 GA-CANTIDAD        PIC 9(7).
          05 GA-DEBE            PIC 9(13)V99.
          05 GA-HABER           PIC 9(13)V99.
          05 GA-ESTADO          PIC X.
          05 GA-MOTIVO          PIC X(20).
