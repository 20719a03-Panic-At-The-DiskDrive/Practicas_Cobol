      *> GL-REGISTER-FILE record layout - the outstanding-postings
      *> register. GL-ACK-RECON adds one line per extract date,
      *> account and currency of every GLPOST.DAT the extract step
      *> hands over, totalled from the posting file itself, and
      *> settles each line against the ledger's acknowledgement.
      *> GR-ESTADO:
      *>   "P" sent, no acknowledgement yet
      *>   "A" accepted by the ledger with matching count and totals
      *>   "R" rejected by the ledger - GR-MOTIVO carries its reason
      *>   "M" acknowledged with a different count or total
      *> Only "A" means the money reached the books; PRE-FLIGHT warns
      *> about any earlier day's line in another state. A corrected
      *> re-send accepted later flips the line to "A". GR-ALERTADO
      *> says an operator alert was already raised for the line, so
      *> a missing acknowledgement alerts once, not every night.
      *> Settled lines are dropped once older than the retention
      *> GL-ACK-RECON keeps; the others stay until settled.
       01 GL-REGISTER-RECORD.
          05 GR-FECHA-EXTRACTO  PIC X(8).
          05 GR-CUENTA          PIC X(8).
          05 GR-MONEDA          PIC X(3).
          05 GR-CANTIDAD        PIC 9(7).
          05 GR-DEBE            PIC 9(13)V99.
          05 GR-HABER           PIC 9(13)V99.
          05 GR-ESTADO          PIC X.
          05 GR-FECHA-ACUSE     PIC X(8).
          05 GR-MOTIVO          PIC X(20).
          05 GR-ALERTADO        PIC X.
