      *> BATCH-ACK-FILE record layout - the acknowledgement
      *> CALCULATOR-BATCH returns to the department that sent a batch,
      *> ACK.<batch ID>.<BR-DEPARTAMENTO>.DAT, one file per batch,
      *> fixed columns so the sender's own system can load it back.
      *> "H" first: the batch header as received, the night it was
      *>     processed, and whether the batch was taken ("A") or its
      *>     header refused ("R", BA-MOTIVO-LOTE the CALCREJ reason -
      *>     DEPT or FERI)
      *> "D" one line per record read under the header, in file order,
      *>     with its final disposition:
      *>       "A" accepted - posted to history
      *>       "V" accepted reversal - BA-REVERSA-ID was backed out
      *>       "R" rejected - BA-MOTIVO is the CALCREJ reason code and
      *>           the image waits on CALCREJ.DAT for repair
      *>       "P" held - effective date still ahead (BA-MOTIVO FECH);
      *>           warehoused on CALCPEND.DAT until it arrives
      *>       "L" held - over the submitter's authority limit
      *>           (BA-MOTIVO LIMT); waits on APROBTXN.DAT for a
      *>           second user's decision
      *>       "N" not processed - the header was refused (BA-MOTIVO
      *>           repeats the header's reason)
      *>     BA-RESULT is the figure posted, queued or backed out; zero
      *>     for anything rejected, warehoused or not processed.
      *> "C" one line per currency that moved: accumulated total,
      *>     the control total expected (BA-MON-CONTROL "S" when
      *>     CALCCTL.DAT carried one) and OK / BREAK / NO CTL
      *> "T" last: counts by disposition, the trailer check (TRL OK,
      *>     TRL BRK, NO TRL) and the batch's reconciliation verdict
      *>     (BALANCED, BREAK, NO CTL). Accepted counts A and V, held
      *>     counts P and L.
      *> A repaired reject resubmitted later has its "D" line replaced
      *> and the "C"/"T" lines rewritten, so the file always shows
      *> each transaction's final disposition.
       01 BATCH-ACK-RECORD.
          05 BA-TIPO-REG        PIC X.
          05 BA-BATCH-ID        PIC X(8).
          05 BA-DATOS           PIC X(91).
          05 BA-CABECERA REDEFINES BA-DATOS.
             10 BA-FECHA-NEGOCIO   PIC X(8).
             10 BA-DEPARTAMENTO    PIC X(10).
             10 BA-FECHA-PROCESO   PIC X(8).
             10 BA-ESTADO-LOTE     PIC X.
             10 BA-MOTIVO-LOTE     PIC X(4).
             10 FILLER             PIC X(60).
          05 BA-DETALLE REDEFINES BA-DATOS.
             10 BA-TRANS-ID        PIC X(12).
             10 BA-DISPOSICION     PIC X.
             10 BA-MOTIVO          PIC X(4).
             10 BA-OPTION          PIC X.
             10 BA-MONEDA          PIC X(3).
             10 BA-RESULT          PIC S9(15)V99
                                   SIGN IS LEADING SEPARATE.
             10 BA-REVERSA-ID      PIC X(12).
             10 BA-USUARIO         PIC X(20).
             10 FILLER             PIC X(20).
          05 BA-MONEDA-LIN REDEFINES BA-DATOS.
             10 BA-MON-CODIGO      PIC X(3).
             10 BA-MON-ACUMULADO   PIC S9(15)V99
                                   SIGN IS LEADING SEPARATE.
             10 BA-MON-ESPERADO    PIC 9(15)V99.
             10 BA-MON-CONTROL     PIC X.
             10 BA-MON-RESULTADO   PIC X(8).
             10 FILLER             PIC X(44).
          05 BA-COLA REDEFINES BA-DATOS.
             10 BA-CNT-DETALLES    PIC 9(7).
             10 BA-CNT-ACEPTADAS   PIC 9(7).
             10 BA-CNT-RECHAZADAS  PIC 9(7).
             10 BA-CNT-RETENIDAS   PIC 9(7).
             10 BA-CNT-NO-PROC     PIC 9(7).
             10 BA-TRL-ESTADO      PIC X(8).
             10 BA-CONCILIACION    PIC X(8).
             10 FILLER             PIC X(40).
