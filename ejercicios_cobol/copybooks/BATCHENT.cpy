      *> BATCH-ENTRY-FILE record layout - the desk's keyed batches,
      *> saved by BATCH-ENTRY and waiting to be released into the
      *> CALC-TRANS-FILE intake. Each saved batch is its "H" header
      *> image followed by its "D" detail images, contiguous, every
      *> line stamped with the batch ID so a batch can be pulled out
      *> and rewritten without disturbing the others. No "T" record
      *> is kept: the trailer is computed from the details at
      *> release, so an edited batch can never carry a stale count.
      *> BE-USUARIO is the clerk who keyed the batch - only that
      *> clerk or an administrator may change, release or delete it.
      *> BE-TIMESTAMP is when it was last saved.
      *> A batch stays here, editable, until it is released from the
      *> desk or until the nightly stream releases everything still
      *> saved once the online window has closed (the cut-off).
       01 BATCH-ENTRY-RECORD.
          05 BE-BATCH-ID        PIC X(8).
          05 BE-USUARIO         PIC X(20).
          05 BE-TIMESTAMP       PIC X(21).
          05 BE-TRANSACCION     PIC X(75).
