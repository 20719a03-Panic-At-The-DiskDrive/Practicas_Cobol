      *> by a later transaction. On a "R" target, TH-REVERSA-ID names
      *> the reversal that backed it out; on the reversal itself it
      *> names the target.
      *> Alternate keys, all WITH DUPLICATES: TH-BATCH-ID, TH-USUARIO,
      *> TH-FECHA-EFECTIVA and TH-FECHA-PROCESO, so an inquiry or a
      *> month/day report STARTs at the records it wants instead of
      *> reading the whole history. Every SELECT of TXNHIST.DAT must
      *> declare the same four keys in that order.
       01 TXN-HISTORY-RECORD.
          05 TH-TRANS-ID        PIC X(12).
          05 TH-OPTION          PIC 9.
