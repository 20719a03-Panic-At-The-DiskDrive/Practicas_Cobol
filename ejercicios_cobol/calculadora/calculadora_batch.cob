               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-TRANS-ID
               ALTERNATE RECORD KEY IS TH-BATCH-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TH-USUARIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TH-FECHA-EFECTIVA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TH-FECHA-PROCESO
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *> Same USERMAST.DAT the login programs maintain - this job
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPT-STATUS.

      *> Per-user authority limits, read once at startup. No file
      *> means no limits - every figure posts as it always did.
           SELECT AUTHORITY-LIMIT-FILE ASSIGN TO "LIMAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

      *> Details over their submitter's limit wait here for a second
      *> user's decision instead of reaching history. An approved
      *> one comes back through CALCPEND.DAT and is let past the
      *> limit on that run, then marked used through the scratch
      *> copy.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APROBTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT APPROVAL-WORK-FILE ASSIGN TO "APROBTXN.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRW-STATUS.

      *> The acknowledgement each sending department gets back, one
      *> file per batch named by batch ID and department, and the
      *> scratch copy a RESTART or resubmission rewrites it through.
           SELECT BATCH-ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK-WORK-FILE ASSIGN TO "CALCACK.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
       FD  DEPT-MASTER.
       COPY "DEPTMAST.cpy".

       FD  AUTHORITY-LIMIT-FILE.
       COPY "LIMAUT.cpy".

       FD  APPROVAL-QUEUE-FILE.
       COPY "APROBTXN.cpy".

       FD  APPROVAL-WORK-FILE.
       01 APPROVAL-WORK-RECORD PIC X(182).

       FD  BATCH-ACK-FILE.
       COPY "BATCHACK.cpy".

       FD  ACK-WORK-FILE.
       01 ACK-WORK-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION           PIC 9.
       01 NUMS.
       01 WS-MON-SLOT         PIC 9(2) VALUE 0.
       01 WS-MON-BUSCADA      PIC X(3).
       01 WS-TS-INICIO        PIC X(21).

      *> Peso equivalent of each currency's accumulated figure, valued
      *> at the rate in force on the batch date, and the consolidated
      *> peso total of the batch. A currency with no rate on file
      *> prints SIN TASA and leaves the consolidated total PARCIAL -
      *> it is never silently converted at one.
       COPY "TCPARM.cpy".
       01 WS-EQ-FECHA         PIC X(8) VALUE SPACES.
       01 WS-EQ-TOTAL         PIC S9(15)V99 VALUE 0.
       01 WS-EQ-COMPLETO      PIC X VALUE "S".
       01 WS-LINEA-EQUIV.
          05 FILLER           PIC X(3) VALUE "EQ ".
          05 WS-LE-MONEDA     PIC X(3).
          05 FILLER           PIC X(6) VALUE " TASA ".
          05 WS-LE-TASA       PIC Z(4)9.9(6).
          05 FILLER           PIC X(4) VALUE " AL ".
          05 WS-LE-FECHA      PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LE-EQUIV      PIC -(14)9.99.
       01 WS-LINEA-CONSOL.
          05 FILLER           PIC X(16) VALUE "EQ TOTAL UYU    ".
          05 WS-LC-TOTAL      PIC -(14)9.99.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-LC-ESTADO     PIC X(8).
       01 WS-RESULTADO-CONCIL PIC X(8) VALUE SPACES.

      *> Business-day calendar: a header dated on a weekend or holiday
      *> would post to the ledger on a day Finance is closed.
       COPY "CALPARM.cpy".
       01 WS-MOTIVO-RECHAZO   PIC X(4) VALUE SPACES.

      *> Authority limits in memory. Empty means LIMAUT.DAT is absent
      *> and nothing is held for approval. WS-LIM-DEFECTO points at
      *> the "*" line, zero when there is none.
       01 WS-LIM-STATUS       PIC XX VALUE "00".
       01 WS-LIM-TABLA.
          05 WS-LIM-ENT OCCURS 200 TIMES.
             10 WS-LIM-USUARIO   PIC X(20).
             10 WS-LIM-MONTO     PIC 9(13)V99.
             10 WS-LIM-MONTO-REV PIC 9(13)V99.
       01 WS-LIM-CNT          PIC 9(3) VALUE 0.
       01 WS-LIM-IDX          PIC 9(3) VALUE 0.
       01 WS-LIM-SLOT         PIC 9(3) VALUE 0.
       01 WS-LIM-DEFECTO      PIC 9(3) VALUE 0.
       01 WS-LIM-TOPE         PIC 9(13)V99 VALUE 0.
       01 WS-LIM-IMPORTE      PIC 9(15)V99 VALUE 0.
       01 WS-LIM-EXCEDIDO     PIC X VALUE "N".

      *> Transaction IDs already on the approval queue, with the
      *> state of their latest entry - "A" lets a released detail
      *> past the limit, "P" keeps a RESTART from queueing the same
      *> detail twice. A queue too big for the table leaves the IDs
      *> that did not fit looking unqueued: an approved one is held
      *> again rather than posted without a recorded approval.
       01 WS-APR-STATUS       PIC XX VALUE "00".
       01 WS-APRW-STATUS      PIC XX VALUE "00".
      *> The history image an approved detail is about to post, kept
      *> while the entry already on file under its ID is read.
       01 WS-TH-NUEVO         PIC X(108).
       01 WS-APR-TABLA.
          05 WS-APR-ENT OCCURS 2000 TIMES.
             10 WS-APR-TRANS-ID PIC X(12).
             10 WS-APR-ESTADO   PIC X.
       01 WS-APR-CNT          PIC 9(4) VALUE 0.
       01 WS-APR-IDX          PIC 9(4) VALUE 0.
       01 WS-APR-SLOT         PIC 9(4) VALUE 0.
       01 WS-APR-ESTADO-ID    PIC X VALUE SPACE.
       01 WS-APR-DESBORDE     PIC X VALUE "N".
       01 WS-APR-IMAGEN       PIC X(75).
       01 WS-APR-DETALLE REDEFINES WS-APR-IMAGEN.
          05 FILLER           PIC X(20).
          05 WS-APR-ID-IMAGEN PIC X(12).
          05 FILLER           PIC X(43).

      *> One slot per distinct submitting user AND currency seen in
      *> the batch - a user quoting in dollars and pesos gets one
      *> line each, never one mixed sum. Rebuilt from the history
       01 WS-CTL-ACUMULADO     PIC S9(15)V99 VALUE 0.
       01 WS-CTL-DIFERENCIA    PIC S9(15)V99 VALUE 0.

      *> Acknowledgement of the batch in progress. ABIERTO says its
      *> file is open for lines; MOTIVO-LOTE is the header's refusal
      *> reason, spaces for a batch that was taken. The caller of
      *> ANOTAR-ACUSE sets DISP, MOTIVO and IMPORTE for the record in
      *> CALC-TRANS-RECORD.
       01 WS-ACK-STATUS        PIC XX VALUE "00".
       01 WS-ACKW-STATUS       PIC XX VALUE "00".
       01 WS-ACK-NOMBRE        PIC X(40) VALUE SPACES.
       01 WS-ACK-ABIERTO       PIC X VALUE "N".
       01 WS-ACK-MOTIVO-LOTE   PIC X(4) VALUE SPACES.
       01 WS-ACK-DISP          PIC X VALUE SPACE.
       01 WS-ACK-MOTIVO        PIC X(4) VALUE SPACES.
       01 WS-ACK-IMPORTE       PIC S9(15)V99 VALUE 0.
       01 WS-ACK-DETALLES      PIC 9(7) VALUE 0.
       01 WS-ACK-ACEPTADAS     PIC 9(7) VALUE 0.
       01 WS-ACK-RECHAZADAS    PIC 9(7) VALUE 0.
       01 WS-ACK-RETENIDAS     PIC 9(7) VALUE 0.
       01 WS-ACK-NO-PROC       PIC 9(7) VALUE 0.
       01 WS-ACK-TRL-ESTADO    PIC X(8) VALUE SPACES.
       01 WS-ACK-CONCIL        PIC X(8) VALUE SPACES.
       01 WS-DEPTO-YA-PROC     PIC X(10) VALUE SPACES.

      *> A resubmission's new "D" lines, held until the cycle ends and
      *> the acknowledgement is rewritten with them in place of the
      *> lines that reported the original rejects.
       01 WS-RPR-TABLA.
          05 WS-RPR-ENT OCCURS 2000 TIMES.
             10 WS-RPR-IMAGEN    PIC X(100).
             10 WS-RPR-USADA     PIC X.
       01 WS-RPR-CNT           PIC 9(4) VALUE 0.
       01 WS-RPR-IDX           PIC 9(4) VALUE 0.
       01 WS-RPR-SLOT          PIC 9(4) VALUE 0.

      *> The batches registered on the resubmitted night, whose
      *> acknowledgements the repaired lines are matched against, and
      *> one file's currency lines as its own detail lines add them
      *> up.
       01 WS-RAK-TABLA.
          05 WS-RAK-ENT OCCURS 500 TIMES.
             10 WS-RAK-BATCH     PIC X(8).
             10 WS-RAK-DEPTO     PIC X(10).
       01 WS-RAK-CNT           PIC 9(4) VALUE 0.
       01 WS-RAK-IDX           PIC 9(4) VALUE 0.
       01 WS-RAK-FECHA         PIC X(8) VALUE SPACES.
       01 WS-RAK-CAMBIOS       PIC 9(4) VALUE 0.
       01 WS-RAK-LOTE-RECHAZADO PIC X VALUE "N".
       01 WS-RAK-CTL-DISP      PIC X VALUE "N".
       01 WS-RAK-BATCH-ORIG    PIC X(8) VALUE SPACES.
       01 WS-RAK-DEPTO-ORIG    PIC X(10) VALUE SPACES.
       01 WS-RAC-TABLA.
          05 WS-RAC-ENT OCCURS 50 TIMES.
             10 WS-RAC-CODIGO    PIC X(3).
             10 WS-RAC-ACUMULADO PIC S9(15)V99.
             10 WS-RAC-ESPERADO  PIC 9(15)V99.
             10 WS-RAC-CONTROL   PIC X.
       01 WS-RAC-CNT           PIC 9(2) VALUE 0.
       01 WS-RAC-IDX           PIC 9(2) VALUE 0.
       01 WS-RAC-SLOT          PIC 9(2) VALUE 0.
       01 WS-RAC-BUSCA         PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
           MOVE WS-TS-INICIO(1:8) TO WS-HOY-FECHA
           PERFORM LEER-PERIODO-CERRADO
           PERFORM CARGAR-MONEDAS
           PERFORM CARGAR-LIMITES
           PERFORM CARGAR-APROBACIONES
           MOVE "S" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
           MOVE PAR-CHECKPOINT-EVERY TO WS-CHECKPOINT-EVERY
                       IF BR-BATCH-ID = WS-BATCH-ID
                           MOVE "S" TO WS-BATCH-DUPLICADO
                           MOVE BR-FECHA-PROCESO TO WS-FECHA-YA-PROC
                           MOVE BR-DEPARTAMENTO TO WS-DEPTO-YA-PROC
                       END-IF
               END-READ
           END-PERFORM
      *> whatever the original run checkpointed.
           MOVE WS-CHK-ULTIMO TO WS-TOTAL-PROCESADOS
           PERFORM ESCRIBIR-CHECKPOINT
           PERFORM REESCRIBIR-ACUSE
           CLOSE RESUB-FILE
           CLOSE CALC-REPORT-FILE
           CLOSE CALC-REJECT-FILE
           MOVE "00" TO WS-CURR-STATUS
           CLOSE CURRENCY-MASTER.

       CARGAR-LIMITES.
           OPEN INPUT AUTHORITY-LIMIT-FILE
           IF WS-LIM-STATUS NOT = "00"
               MOVE "00" TO WS-LIM-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIM-STATUS = "10"
               READ AUTHORITY-LIMIT-FILE
                   AT END
                       MOVE "10" TO WS-LIM-STATUS
                   NOT AT END
                       IF WS-LIM-CNT < 200
                           ADD 1 TO WS-LIM-CNT
                           MOVE LIM-USUARIO
                               TO WS-LIM-USUARIO(WS-LIM-CNT)
                           MOVE LIM-MONTO TO WS-LIM-MONTO(WS-LIM-CNT)
                           MOVE LIM-MONTO-REVERSO
                               TO WS-LIM-MONTO-REV(WS-LIM-CNT)
                           IF LIM-USUARIO = "*"
                               MOVE WS-LIM-CNT TO WS-LIM-DEFECTO
                           END-IF
                       ELSE
                           DISPLAY "Authority-limit table full - "
                               "LIMAUT.DAT line for " LIM-USUARIO
                               " ignored."
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LIM-STATUS
           CLOSE AUTHORITY-LIMIT-FILE.

       CARGAR-APROBACIONES.
      *> The queue is append-order, so a later entry for the same ID
      *> (queued again after a decline, or after its approval was
      *> used) overrides the earlier one. A used entry ("U") is kept
      *> in the table only so BUSCAR-APROBACION can tell a RESTART
      *> replaying the posting from a new detail reusing the ID.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-APR-STATUS NOT = "00"
               MOVE "00" TO WS-APR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APR-STATUS = "10"
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE "10" TO WS-APR-STATUS
                   NOT AT END
                       MOVE AQ-TRANSACCION TO WS-APR-IMAGEN
                       PERFORM GUARDAR-APROBACION
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APR-STATUS
           CLOSE APPROVAL-QUEUE-FILE
           IF WS-APR-DESBORDE = "S"
               DISPLAY "APROBTXN.DAT holds more IDs than this run can "
                   "carry - approved details beyond them will be "
                   "queued again."
           END-IF.

       GUARDAR-APROBACION.
           MOVE 0 TO WS-APR-SLOT
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-CNT
                   OR WS-APR-SLOT > 0
               IF WS-APR-TRANS-ID(WS-APR-IDX) = WS-APR-ID-IMAGEN
                   MOVE WS-APR-IDX TO WS-APR-SLOT
               END-IF
           END-PERFORM
           IF WS-APR-SLOT = 0
               IF WS-APR-CNT < 2000
                   ADD 1 TO WS-APR-CNT
                   MOVE WS-APR-CNT TO WS-APR-SLOT
                   MOVE WS-APR-ID-IMAGEN
                       TO WS-APR-TRANS-ID(WS-APR-SLOT)
               ELSE
                   MOVE "S" TO WS-APR-DESBORDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE AQ-ESTADO TO WS-APR-ESTADO(WS-APR-SLOT).

       BUSCAR-APROBACION.
      *> An approval covers one posting. Once used it is no approval
      *> on file - except to a RESTART replaying, past the
      *> checkpoint, the very posting that used it.
           MOVE SPACE TO WS-APR-ESTADO-ID
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-CNT
                   OR WS-APR-ESTADO-ID NOT = SPACE
               IF WS-APR-TRANS-ID(WS-APR-IDX) = CT-TRANS-ID
                   MOVE WS-APR-ESTADO(WS-APR-IDX) TO WS-APR-ESTADO-ID
               END-IF
           END-PERFORM
           IF WS-APR-ESTADO-ID = "U"
               IF WS-RESTART-PARM = "RESTART"
                   MOVE "A" TO WS-APR-ESTADO-ID
               ELSE
                   MOVE SPACE TO WS-APR-ESTADO-ID
               END-IF
           END-IF.

       LEER-CHECKPOINT.
      *> A restart run picks up right after the last record the prior
      *> run confirmed as checkpointed, so a mid-file abend doesn't
           ELSE
               MOVE "S" TO WS-BATCH-ABIERTO
               PERFORM LEER-CONTROL-TOTAL
               PERFORM REABRIR-ACUSE
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE USER-MASTER
           IF WS-DEPT-DISPONIBLE = "S"
               CLOSE DEPT-MASTER
           END-IF
           IF WS-ACK-ABIERTO = "S"
               CLOSE BATCH-ACK-FILE
               MOVE "N" TO WS-ACK-ABIERTO
           END-IF.

       PROCESAR-TRANSACCIONES.
               WHEN "D"
                   IF WS-BATCH-SALTEADO = "S"
                       ADD 1 TO WS-TOTAL-PROCESADOS
                       PERFORM ANOTAR-NO-PROCESADO
                   ELSE
                       PERFORM PROCESAR-UNA-TRANSACCION
                   END-IF
               WHEN OTHER
                   IF WS-BATCH-SALTEADO = "S"
                       ADD 1 TO WS-TOTAL-PROCESADOS
                       PERFORM ANOTAR-NO-PROCESADO
                   ELSE
                       PERFORM RECHAZAR-TIPO
                   END-IF
               MOVE "DEPT" TO REJ-MOTIVO
               MOVE CALC-TRANS-RECORD TO REJ-TRANSACCION
               WRITE CALC-REJECT-RECORD
               MOVE "DEPT" TO WS-ACK-MOTIVO-LOTE
               PERFORM ABRIR-ACUSE
               MOVE "S" TO WS-BATCH-SALTEADO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *> Same treatment for a business date the calendar says is
      *> closed. A date the calendar cannot read at all is let
      *> through as it always was - the register and the history
      *> stamp their own process dates.
           MOVE "H" TO CLP-FUNCION
           MOVE WS-BATCH-FECHA TO CLP-FECHA
           CALL "VERIFICAR-DIA-HABIL" USING CAL-PARAMETROS
           IF CLP-RESULTADO = "N"
               DISPLAY "Batch " WS-BATCH-ID " is dated "
                   WS-BATCH-FECHA ", not a business day ("
                   FUNCTION TRIM(CLP-MOTIVO) ") - skipping its "
                   "records."
               MOVE "FERI" TO REJ-MOTIVO
               MOVE CALC-TRANS-RECORD TO REJ-TRANSACCION
               WRITE CALC-REJECT-RECORD
               MOVE "FERI" TO WS-ACK-MOTIVO-LOTE
               PERFORM ABRIR-ACUSE
               MOVE "S" TO WS-BATCH-SALTEADO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           MOVE WS-BATCH-DEPTO TO WS-LB-DEPTO
           WRITE CALC-REPORT-RECORD FROM WS-LINEA-BATCH
           MOVE "S" TO WS-BATCH-ABIERTO
           MOVE SPACES TO WS-ACK-MOTIVO-LOTE
           PERFORM ABRIR-ACUSE
           PERFORM LEER-CONTROL-TOTAL.

       FINALIZAR-BATCH.
      *> skip flag comes down so the next batch starts clean.
           IF WS-BATCH-SALTEADO = "S"
               MOVE "N" TO WS-BATCH-SALTEADO
               PERFORM CERRAR-ACUSE
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-ABIERTO NOT = "S"
           PERFORM VALIDAR-COLA
           PERFORM ESCRIBIR-RESUMEN
           PERFORM RECONCILIAR-TOTALES
           PERFORM CERRAR-ACUSE
           IF WS-TRL-OK = "S"
               PERFORM REGISTRAR-BATCH
           END-IF
           MOVE "TIPO" TO REJ-MOTIVO
           MOVE CALC-TRANS-RECORD TO REJ-TRANSACCION
           WRITE CALC-REJECT-RECORD
           ADD 1 TO WS-RECHAZADOS
           MOVE "R" TO WS-ACK-DISP
           MOVE "TIPO" TO WS-ACK-MOTIVO
           MOVE 0 TO WS-ACK-IMPORTE
           PERFORM ANOTAR-ACUSE.

       VALIDAR-COLA.
      *> The trailer's own count and CT-NUM1 hash guard against a
           MOVE CT-NUM1 TO NUM1
           MOVE CT-NUM2 TO NUM2
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE "N" TO WS-LIM-EXCEDIDO
           PERFORM BUSCAR-APROBACION

           IF CT-TRANS-ID = SPACES
      *> Without its ID a transaction can never be found again, let
                       PERFORM PROCESAR-REVERSO
                   ELSE
                       COPY "CALCOP.cpy".
                       IF WS-CALC-STATUS NOT = "E"
                           PERFORM VERIFICAR-LIMITE
                       END-IF
                   END-IF
               END-IF
      *> Over the submitter's authority the detail stops here - the
      *> figure is known, but it reaches neither history nor the
      *> totals until a second user approves it.
               IF WS-LIM-EXCEDIDO = "S"
                   PERFORM ENCOLAR-APROBACION
                   EXIT PARAGRAPH
               END-IF
               PERFORM GRABAR-HISTORIA
           END-IF

                   PERFORM ESCRIBIR-RECHAZO
               END-IF
           END-IF
      *> Ahead of the checkpoint below, so a RESTART that trims the
      *> acknowledgement back to the checkpoint keeps this line.
           EVALUATE TRUE
               WHEN WS-CALC-STATUS = "E"
                   MOVE "R" TO WS-ACK-DISP
                   MOVE REJ-MOTIVO TO WS-ACK-MOTIVO
               WHEN WS-OPTION = 9
                   MOVE "V" TO WS-ACK-DISP
                   MOVE SPACES TO WS-ACK-MOTIVO
               WHEN OTHER
                   MOVE "A" TO WS-ACK-DISP
                   MOVE SPACES TO WS-ACK-MOTIVO
           END-EVALUATE
           MOVE RESULT TO WS-ACK-IMPORTE
           PERFORM ANOTAR-ACUSE

      *> The FILLER spacers between columns carry VALUE SPACES on
      *> their FD-level definition, which COBOL does not apply at
           ADD 1 TO WS-TRL-CANTIDAD-REAL
           ADD CT-NUM1 TO WS-TRL-HASH-REAL
           ADD 1 TO WS-RETENIDOS
           MOVE "P" TO WS-ACK-DISP
           MOVE "FECH" TO WS-ACK-MOTIVO
           MOVE 0 TO WS-ACK-IMPORTE
           PERFORM ANOTAR-ACUSE

           MOVE SPACES TO CALC-REPORT-RECORD
           MOVE CT-NUM1 TO CR-NUM1
           MOVE "HELD" TO CR-STATUS
           WRITE CALC-REPORT-RECORD.

       ENCOLAR-APROBACION.
      *> Like a held detail, the queued one still counts against the
      *> trailer - the sender counted and hashed it - and goes on the
      *> HELD: footer line, but adds nothing to the accumulated total
      *> and never touches history. A RESTART replaying a detail it
      *> already queued finds it pending and does not queue it twice.
      *> In a resubmission it simply leaves the error count, like a
      *> repair that went through.
           IF WS-APR-ESTADO-ID NOT = "P"
               OPEN EXTEND APPROVAL-QUEUE-FILE
               IF WS-APR-STATUS = "35"
                   OPEN OUTPUT APPROVAL-QUEUE-FILE
                   CLOSE APPROVAL-QUEUE-FILE
                   OPEN EXTEND APPROVAL-QUEUE-FILE
               END-IF
               MOVE "P" TO AQ-ESTADO
               MOVE WS-BATCH-ID TO AQ-BATCH-ORIGEN
               MOVE WS-BATCH-DEPTO TO AQ-DEPARTAMENTO
               MOVE WS-HOY-FECHA TO AQ-FECHA-ENCOLADO
               MOVE RESULT TO AQ-RESULT
               MOVE WS-MONEDA-TXN TO AQ-MONEDA
               MOVE WS-LIM-IMPORTE TO AQ-EQUIVALENTE
               MOVE WS-LIM-TOPE TO AQ-LIMITE
               MOVE SPACES TO AQ-DECISOR
               MOVE SPACES TO AQ-FECHA-DECISION
               MOVE CALC-TRANS-RECORD TO AQ-TRANSACCION
               WRITE APPROVAL-QUEUE-RECORD
               CLOSE APPROVAL-QUEUE-FILE
               MOVE CALC-TRANS-RECORD TO WS-APR-IMAGEN
               PERFORM GUARDAR-APROBACION
               DISPLAY "Transaction " CT-TRANS-ID " is over the "
                   "authority limit of " CT-USUARIO
                   " - queued for approval."
           END-IF

           ADD 1 TO WS-RECORDS-LEIDOS-RUN
           IF WS-MODO-RESUB = "S"
               IF WS-RECORDS-ERROR > 0
                   SUBTRACT 1 FROM WS-RECORDS-ERROR
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-LEIDOS
               ADD 1 TO WS-TOTAL-PROCESADOS
               ADD 1 TO WS-TRL-CANTIDAD-REAL
               ADD CT-NUM1 TO WS-TRL-HASH-REAL
           END-IF
           ADD 1 TO WS-RETENIDOS
           MOVE "L" TO WS-ACK-DISP
           MOVE "LIMT" TO WS-ACK-MOTIVO
           MOVE RESULT TO WS-ACK-IMPORTE
           PERFORM ANOTAR-ACUSE

           MOVE SPACES TO CALC-REPORT-RECORD
           MOVE CT-NUM1 TO CR-NUM1
           MOVE CT-NUM2 TO CR-NUM2
           MOVE CT-OPTION TO CR-OPTION
           MOVE RESULT TO CR-RESULT
           MOVE "LIMIT" TO CR-STATUS
           WRITE CALC-REPORT-RECORD.

       ESCRIBIR-RECHAZO.
           EVALUATE TRUE
               WHEN WS-MOTIVO-RECHAZO NOT = SPACES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *> An approved reversal may find its own ID on file as the
      *> error entry a resubmission left when it queued the repair.
                   IF WS-RESTART-PARM NOT = "RESTART"
                           AND WS-MODO-RESUB NOT = "S"
                           AND NOT (WS-APR-ESTADO-ID = "A"
                                    AND TH-ESTADO = "E")
                       MOVE 0 TO RESULT
                       MOVE "E" TO WS-CALC-STATUS
                       MOVE "DUPL" TO WS-MOTIVO-RECHAZO
                   END-IF
                   COMPUTE RESULT = 0 - TH-RESULT
                   MOVE "0" TO WS-CALC-STATUS
      *> The reversal limit is checked before the target is touched -
      *> a reversal waiting for approval must leave its target
      *> unreversed on file. A RESTART re-applying its own reversal
      *> already passed this gate the first time.
                   IF TH-ESTADO NOT = "R"
                       PERFORM VERIFICAR-LIMITE
                       IF WS-LIM-EXCEDIDO = "S"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   MOVE CT-REVERSA-ID TO WS-LR-OBJETIVO
                   MOVE CT-TRANS-ID TO WS-LR-REVERSO
                   MOVE "R" TO TH-ESTADO
                   REWRITE TXN-HISTORY-RECORD
           END-EVALUATE.

       VERIFICAR-LIMITE.
      *> Sets WS-LIM-EXCEDIDO when the peso figure of RESULT is over
      *> what CT-USUARIO may post alone - the reversal limit for an
      *> option 9, the ordinary one otherwise. A user without a line
      *> of their own takes the "*" default; with neither there is
      *> no limit. A detail a second user already approved passes -
      *> once: BUSCAR-APROBACION no longer reports a used approval.
           MOVE "N" TO WS-LIM-EXCEDIDO
           IF WS-LIM-CNT = 0 OR WS-APR-ESTADO-ID = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIM-SLOT
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIM-CNT
                   OR WS-LIM-SLOT > 0
               IF WS-LIM-USUARIO(WS-LIM-IDX) = CT-USUARIO
                   MOVE WS-LIM-IDX TO WS-LIM-SLOT
               END-IF
           END-PERFORM
           IF WS-LIM-SLOT = 0
               MOVE WS-LIM-DEFECTO TO WS-LIM-SLOT
           END-IF
           IF WS-LIM-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OPTION = 9
               MOVE WS-LIM-MONTO-REV(WS-LIM-SLOT) TO WS-LIM-TOPE
           ELSE
               MOVE WS-LIM-MONTO(WS-LIM-SLOT) TO WS-LIM-TOPE
           END-IF
      *> Restated in pesos at the rate in force on the batch date.
      *> A currency with no rate cannot be shown to be under the
      *> limit, so it goes to approval rather than being taken at
      *> one.
           MOVE WS-MONEDA-TXN TO TCP-MONEDA
           IF WS-BATCH-FECHA IS NUMERIC
               MOVE WS-BATCH-FECHA TO TCP-FECHA
           ELSE
               MOVE WS-HOY-FECHA TO TCP-FECHA
           END-IF
           IF RESULT < 0
               COMPUTE TCP-IMPORTE = 0 - RESULT
           ELSE
               MOVE RESULT TO TCP-IMPORTE
           END-IF
           CALL "CONVERTIR-MONEDA" USING TC-PARAMETROS
           IF TCP-RESULTADO = "S"
               MOVE TCP-EQUIVALENTE TO WS-LIM-IMPORTE
               IF WS-LIM-IMPORTE > WS-LIM-TOPE
                   MOVE "S" TO WS-LIM-EXCEDIDO
               END-IF
           ELSE
               MOVE 0 TO WS-LIM-IMPORTE
               MOVE "S" TO WS-LIM-EXCEDIDO
           END-IF
           IF WS-LIM-EXCEDIDO NOT = "S" OR WS-OPTION = 9
               EXIT PARAGRAPH
           END-IF
      *> A figure whose ID is already on history is not queued: a
      *> duplicate still rejects DUPL at GRABAR-HISTORIA, and a
      *> RESTART rewrites what it posted before the abend. Only a
      *> resubmission's repair of its own error entry may queue.
           MOVE CT-TRANS-ID TO TH-TRANS-ID
           READ TXN-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MODO-RESUB NOT = "S" OR TH-ESTADO NOT = "E"
                       MOVE "N" TO WS-LIM-EXCEDIDO
                   END-IF
           END-READ.

       GRABAR-HISTORIA.
      *> Every identified transaction - clean, errored, or reversal -
      *> lands on the history file under its own ID. On a restart or
           END-IF
           MOVE CT-USUARIO TO TH-USUARIO
           MOVE WS-MONEDA-TXN TO TH-MONEDA
      *> An approved detail may replace only the error entry its
      *> queued repair left behind; see REEMPLAZAR-ERROR-APROBADO.
           WRITE TXN-HISTORY-RECORD
               INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-RESTART-PARM = "RESTART"
                       WHEN WS-MODO-RESUB = "S"
                           REWRITE TXN-HISTORY-RECORD
                       WHEN WS-APR-ESTADO-ID = "A"
                           PERFORM REEMPLAZAR-ERROR-APROBADO
                       WHEN OTHER
                           MOVE 0 TO RESULT
                           MOVE "E" TO WS-CALC-STATUS
                           MOVE "DUPL" TO WS-MOTIVO-RECHAZO
                   END-EVALUATE
           END-WRITE
           IF WS-APR-ESTADO-ID = "A" AND WS-CALC-STATUS NOT = "E"
               PERFORM MARCAR-APROBACION-USADA
           END-IF.

       REEMPLAZAR-ERROR-APROBADO.
      *> The entry already under the ID is read first: an error entry
      *> ("E", a failed posting) gives way to the approved outcome,
      *> but an ID history holds as posted or reversed is a
      *> duplicate, approval or not - history is never overwritten.
           MOVE TXN-HISTORY-RECORD TO WS-TH-NUEVO
           READ TXN-HISTORY-FILE
               INVALID KEY
                   MOVE SPACE TO TH-ESTADO
           END-READ
           IF TH-ESTADO = "E"
               MOVE WS-TH-NUEVO TO TXN-HISTORY-RECORD
               REWRITE TXN-HISTORY-RECORD
           ELSE
               MOVE 0 TO RESULT
               MOVE "E" TO WS-CALC-STATUS
               MOVE "DUPL" TO WS-MOTIVO-RECHAZO
           END-IF.

       MARCAR-APROBACION-USADA.
      *> The approved detail has posted, so its approval is spent:
      *> the "A" entry for the ID becomes "U" on APROBTXN.DAT,
      *> rewritten through the scratch copy, and in the table. A
      *> RESTART replaying the posting finds it already used and
      *> leaves the file alone.
           MOVE 0 TO WS-APR-SLOT
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-CNT
                   OR WS-APR-SLOT > 0
               IF WS-APR-TRANS-ID(WS-APR-IDX) = CT-TRANS-ID
                   MOVE WS-APR-IDX TO WS-APR-SLOT
               END-IF
           END-PERFORM
           IF WS-APR-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-APR-ESTADO(WS-APR-SLOT) = "U"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "APROBTXN.DAT unavailable, status "
                   WS-APR-STATUS " - approval of " CT-TRANS-ID
                   " not marked used."
               MOVE "00" TO WS-APR-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APPROVAL-WORK-FILE
           PERFORM UNTIL WS-APR-STATUS = "10"
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE "10" TO WS-APR-STATUS
                   NOT AT END
                       MOVE AQ-TRANSACCION TO WS-APR-IMAGEN
                       IF AQ-ESTADO = "A"
                               AND WS-APR-ID-IMAGEN = CT-TRANS-ID
                           MOVE "U" TO AQ-ESTADO
                       END-IF
                       WRITE APPROVAL-WORK-RECORD
                           FROM APPROVAL-QUEUE-RECORD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APR-STATUS
           CLOSE APPROVAL-QUEUE-FILE
           CLOSE APPROVAL-WORK-FILE

           OPEN INPUT APPROVAL-WORK-FILE
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           PERFORM UNTIL WS-APRW-STATUS = "10"
               READ APPROVAL-WORK-FILE
                   AT END
                       MOVE "10" TO WS-APRW-STATUS
                   NOT AT END
                       WRITE APPROVAL-QUEUE-RECORD
                           FROM APPROVAL-WORK-RECORD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APRW-STATUS
           CLOSE APPROVAL-WORK-FILE
           CLOSE APPROVAL-QUEUE-FILE
           MOVE "U" TO WS-APR-ESTADO(WS-APR-SLOT).

       IMPRIMIR-SUBTOTALES-USUARIO.
      *> Rebuilt from the history file rather than carried in memory,
      *> so a restarted or resubmitted run prints subtotals for the
      *> whole batch and not just for the records it processed itself.
      *> Positioned on the batch alternate key, so only this batch's
      *> records are read; "02" is the normal good read on a key the
      *> whole batch shares.
           MOVE 0 TO WS-SUB-CNT
           MOVE WS-BATCH-ID TO TH-BATCH-ID
           START TXN-HISTORY-FILE KEY IS EQUAL TO TH-BATCH-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TH-BATCH-ID = WS-BATCH-ID
                           PERFORM ACUMULAR-SUBTOTAL
                       ELSE
                           MOVE "10" TO WS-HIST-STATUS
                       END-IF
               END-READ
           END-PERFORM
                   MOVE "NO CTL" TO WS-RESULTADO-CONCIL
               END-IF
               WRITE CALC-REPORT-RECORD
           END-IF
           PERFORM CONSOLIDAR-EN-PESOS.

       CONSOLIDAR-EN-PESOS.
      *> Each currency's accumulated figure restated in pesos at the
      *> rate in force on the batch's header date (today's when the
      *> header carried none), then the batch as one peso figure.
      *> The control totals above stay per currency - this is for
      *> reading the batch's size, not for balancing it.
           IF WS-BATCH-FECHA IS NUMERIC
               MOVE WS-BATCH-FECHA TO WS-EQ-FECHA
           ELSE
               MOVE WS-HOY-FECHA TO WS-EQ-FECHA
           END-IF
           MOVE 0 TO WS-EQ-TOTAL
           MOVE "S" TO WS-EQ-COMPLETO
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-CNT
               MOVE WS-MON-CODIGO(WS-MON-IDX) TO TCP-MONEDA
               MOVE WS-EQ-FECHA TO TCP-FECHA
               MOVE WS-MON-ACUMULADO(WS-MON-IDX) TO TCP-IMPORTE
               CALL "CONVERTIR-MONEDA" USING TC-PARAMETROS
               MOVE WS-MON-CODIGO(WS-MON-IDX) TO WS-LE-MONEDA
               MOVE TCP-TASA TO WS-LE-TASA
               MOVE TCP-EQUIVALENTE TO WS-LE-EQUIV
               IF TCP-RESULTADO = "S"
                   MOVE TCP-FECHA-TASA TO WS-LE-FECHA
                   ADD TCP-EQUIVALENTE TO WS-EQ-TOTAL
               ELSE
                   MOVE "SIN TASA" TO WS-LE-FECHA
                   MOVE "N" TO WS-EQ-COMPLETO
                   DISPLAY "No exchange rate for "
                       WS-MON-CODIGO(WS-MON-IDX) " on " WS-EQ-FECHA
                       " - peso total of batch " WS-BATCH-ID
                       " is partial."
               END-IF
               WRITE CALC-REPORT-RECORD FROM WS-LINEA-EQUIV
           END-PERFORM
           MOVE WS-EQ-TOTAL TO WS-LC-TOTAL
           IF WS-EQ-COMPLETO = "S"
               MOVE "COMPLETO" TO WS-LC-ESTADO
           ELSE
               MOVE "PARCIAL" TO WS-LC-ESTADO
           END-IF
           WRITE CALC-REPORT-RECORD FROM WS-LINEA-CONSOL.

       RECONCILIAR-UNA-MONEDA.
           MOVE SPACES TO CALC-REPORT-RECORD
               END-IF
           END-IF.

       NOMBRAR-ACUSE.
      *> ACK.<batch>.<department>.DAT - a header with no department
      *> (validation off) is named by its batch alone.
           MOVE SPACES TO WS-ACK-NOMBRE
           IF WS-BATCH-DEPTO = SPACES
               STRING "ACK." WS-BATCH-ID DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-ACK-NOMBRE
           ELSE
               STRING "ACK." WS-BATCH-ID DELIMITED BY SPACE
                   "." WS-BATCH-DEPTO DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-ACK-NOMBRE
           END-IF.

       ABRIR-ACUSE.
      *> Opened with the batch, before its first detail, so every
      *> record read under the header gets its line as it is decided.
      *> A refused header still gets its file - the sender learns why
      *> nothing posted. A batch with no ID or already on the register
      *> gets none: there is nothing to name it by, or it would
      *> overwrite the acknowledgement of the run that did process it.
           PERFORM NOMBRAR-ACUSE
           MOVE 0 TO WS-ACK-DETALLES
           MOVE 0 TO WS-ACK-ACEPTADAS
           MOVE 0 TO WS-ACK-RECHAZADAS
           MOVE 0 TO WS-ACK-RETENIDAS
           MOVE 0 TO WS-ACK-NO-PROC
           OPEN OUTPUT BATCH-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Unable to open acknowledgement "
                   FUNCTION TRIM(WS-ACK-NOMBRE) ", status "
                   WS-ACK-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ACK-ABIERTO
           MOVE SPACES TO BATCH-ACK-RECORD
           MOVE "H" TO BA-TIPO-REG
           MOVE WS-BATCH-ID TO BA-BATCH-ID
           MOVE WS-BATCH-FECHA TO BA-FECHA-NEGOCIO
           MOVE WS-BATCH-DEPTO TO BA-DEPARTAMENTO
           MOVE WS-HOY-FECHA TO BA-FECHA-PROCESO
           IF WS-ACK-MOTIVO-LOTE = SPACES
               MOVE "A" TO BA-ESTADO-LOTE
           ELSE
               MOVE "R" TO BA-ESTADO-LOTE
           END-IF
           MOVE WS-ACK-MOTIVO-LOTE TO BA-MOTIVO-LOTE
           WRITE BATCH-ACK-RECORD.

       ANOTAR-NO-PROCESADO.
           IF WS-ACK-ABIERTO = "S"
               MOVE "N" TO WS-ACK-DISP
               MOVE WS-ACK-MOTIVO-LOTE TO WS-ACK-MOTIVO
               MOVE 0 TO WS-ACK-IMPORTE
               PERFORM ANOTAR-ACUSE
           END-IF.

       ANOTAR-ACUSE.
      *> The figure's currency is the one it moved in - a reversal's
      *> is its target's - once it got that far; a record stopped
      *> before then reports the currency it claimed.
           MOVE SPACES TO BATCH-ACK-RECORD
           MOVE "D" TO BA-TIPO-REG
           MOVE WS-BATCH-ID TO BA-BATCH-ID
           MOVE CT-TRANS-ID TO BA-TRANS-ID
           MOVE WS-ACK-DISP TO BA-DISPOSICION
           MOVE WS-ACK-MOTIVO TO BA-MOTIVO
           MOVE CT-OPTION TO BA-OPTION
           IF WS-ACK-DISP = "A" OR WS-ACK-DISP = "V"
                   OR WS-ACK-DISP = "L"
               MOVE WS-MONEDA-TXN TO BA-MONEDA
           ELSE
               IF CT-MONEDA = SPACES
                   MOVE "UYU" TO BA-MONEDA
               ELSE
                   MOVE CT-MONEDA TO BA-MONEDA
               END-IF
           END-IF
           MOVE WS-ACK-IMPORTE TO BA-RESULT
           IF BA-OPTION = "9"
               MOVE CT-REVERSA-ID TO BA-REVERSA-ID
           END-IF
           MOVE CT-USUARIO TO BA-USUARIO
           IF WS-MODO-RESUB = "S"
               PERFORM GUARDAR-REPARACION
               EXIT PARAGRAPH
           END-IF
           IF WS-ACK-ABIERTO = "S"
               PERFORM CONTAR-DISPOSICION
               WRITE BATCH-ACK-RECORD
           END-IF.

       CONTAR-DISPOSICION.
           ADD 1 TO WS-ACK-DETALLES
           EVALUATE BA-DISPOSICION
               WHEN "A"
               WHEN "V"
                   ADD 1 TO WS-ACK-ACEPTADAS
               WHEN "R"
                   ADD 1 TO WS-ACK-RECHAZADAS
               WHEN "P"
               WHEN "L"
                   ADD 1 TO WS-ACK-RETENIDAS
               WHEN OTHER
                   ADD 1 TO WS-ACK-NO-PROC
           END-EVALUATE.

       GUARDAR-REPARACION.
      *> The same ID repaired twice in one cycle keeps its latest
      *> outcome.
           PERFORM BUSCAR-REPARACION
           IF WS-RPR-SLOT = 0
               IF WS-RPR-CNT < 2000
                   ADD 1 TO WS-RPR-CNT
                   MOVE WS-RPR-CNT TO WS-RPR-SLOT
               ELSE
                   DISPLAY "Repair table full - acknowledgement line "
                       "for " BA-TRANS-ID " not updated."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE BATCH-ACK-RECORD TO WS-RPR-IMAGEN(WS-RPR-SLOT)
           MOVE "N" TO WS-RPR-USADA(WS-RPR-SLOT).

       BUSCAR-REPARACION.
           MOVE 0 TO WS-RPR-SLOT
           PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
                   UNTIL WS-RPR-IDX > WS-RPR-CNT
                   OR WS-RPR-SLOT > 0
               IF WS-RPR-IMAGEN(WS-RPR-IDX)(10:12) = BA-TRANS-ID
                   MOVE WS-RPR-IDX TO WS-RPR-SLOT
               END-IF
           END-PERFORM.

       CERRAR-ACUSE.
      *> A refused header's file closes on its counts alone - nothing
      *> was balanced, so the trailer and verdict columns stay blank.
           IF WS-ACK-ABIERTO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACK-TRL-ESTADO
           MOVE SPACES TO WS-ACK-CONCIL
           IF WS-ACK-MOTIVO-LOTE = SPACES
               EVALUATE TRUE
                   WHEN WS-TRL-VISTO NOT = "S"
                       MOVE "NO TRL" TO WS-ACK-TRL-ESTADO
                   WHEN WS-TRL-OK = "S"
                       MOVE "TRL OK" TO WS-ACK-TRL-ESTADO
                   WHEN OTHER
                       MOVE "TRL BRK" TO WS-ACK-TRL-ESTADO
               END-EVALUATE
               PERFORM ESCRIBIR-ACUSE-MONEDAS
           END-IF
           PERFORM ESCRIBIR-ACUSE-COLA
           CLOSE BATCH-ACK-FILE
           MOVE "N" TO WS-ACK-ABIERTO.

       ESCRIBIR-ACUSE-MONEDAS.
      *> Same rules as the report's reconciliation footer, judged for
      *> this batch alone - WS-RESULTADO-CONCIL is the whole night's.
           MOVE SPACES TO WS-ACK-CONCIL
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-CNT
               MOVE SPACES TO BATCH-ACK-RECORD
               MOVE "C" TO BA-TIPO-REG
               MOVE WS-BATCH-ID TO BA-BATCH-ID
               MOVE WS-MON-CODIGO(WS-MON-IDX) TO BA-MON-CODIGO
               MOVE WS-MON-ACUMULADO(WS-MON-IDX) TO BA-MON-ACUMULADO
               IF WS-MON-CTL-DISP(WS-MON-IDX) = "S"
                   MOVE WS-MON-ESPERADO(WS-MON-IDX)
                       TO BA-MON-ESPERADO
                   MOVE "S" TO BA-MON-CONTROL
                   IF WS-MON-ACUMULADO(WS-MON-IDX)
                           = WS-MON-ESPERADO(WS-MON-IDX)
                       MOVE "OK" TO BA-MON-RESULTADO
                   ELSE
                       MOVE "BREAK" TO BA-MON-RESULTADO
                       MOVE "BREAK" TO WS-ACK-CONCIL
                   END-IF
               ELSE
                   MOVE 0 TO BA-MON-ESPERADO
                   MOVE "N" TO BA-MON-CONTROL
                   IF WS-CTL-DISPONIBLE = "S"
                           AND WS-MON-ACUMULADO(WS-MON-IDX) NOT = 0
                       MOVE "BREAK" TO BA-MON-RESULTADO
                       MOVE "BREAK" TO WS-ACK-CONCIL
                   ELSE
                       MOVE "NO CTL" TO BA-MON-RESULTADO
                   END-IF
               END-IF
               WRITE BATCH-ACK-RECORD
           END-PERFORM
           IF WS-ACK-CONCIL NOT = "BREAK"
               IF WS-CTL-DISPONIBLE = "S"
                   MOVE "BALANCED" TO WS-ACK-CONCIL
               ELSE
                   MOVE "NO CTL" TO WS-ACK-CONCIL
               END-IF
           END-IF.

       ESCRIBIR-ACUSE-COLA.
           MOVE SPACES TO BATCH-ACK-RECORD
           MOVE "T" TO BA-TIPO-REG
           MOVE WS-BATCH-ID TO BA-BATCH-ID
           MOVE WS-ACK-DETALLES TO BA-CNT-DETALLES
           MOVE WS-ACK-ACEPTADAS TO BA-CNT-ACEPTADAS
           MOVE WS-ACK-RECHAZADAS TO BA-CNT-RECHAZADAS
           MOVE WS-ACK-RETENIDAS TO BA-CNT-RETENIDAS
           MOVE WS-ACK-NO-PROC TO BA-CNT-NO-PROC
           MOVE WS-ACK-TRL-ESTADO TO BA-TRL-ESTADO
           MOVE WS-ACK-CONCIL TO BA-CONCILIACION
           WRITE BATCH-ACK-RECORD.

       REABRIR-ACUSE.
      *> A RESTART resumes inside the checkpointed batch. Its
      *> acknowledgement is cut back to the header and the detail
      *> lines the checkpoint vouches for - one per record counted in
      *> WS-RECORDS-LEIDOS - so the records replayed after the
      *> checkpoint are not listed twice, then reopened for the rest.
           MOVE SPACES TO WS-ACK-MOTIVO-LOTE
           PERFORM NOMBRAR-ACUSE
           OPEN INPUT BATCH-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Acknowledgement " FUNCTION TRIM(WS-ACK-NOMBRE)
                   " not found - started again at the checkpoint; "
                   "lines before it are missing."
               PERFORM ABRIR-ACUSE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACK-DETALLES
           MOVE 0 TO WS-ACK-ACEPTADAS
           MOVE 0 TO WS-ACK-RECHAZADAS
           MOVE 0 TO WS-ACK-RETENIDAS
           MOVE 0 TO WS-ACK-NO-PROC
           OPEN OUTPUT ACK-WORK-FILE
           PERFORM UNTIL WS-ACK-STATUS = "10"
               READ BATCH-ACK-FILE
                   AT END
                       MOVE "10" TO WS-ACK-STATUS
                   NOT AT END
                       IF BA-TIPO-REG = "H"
                           WRITE ACK-WORK-RECORD FROM BATCH-ACK-RECORD
                       END-IF
                       IF BA-TIPO-REG = "D"
                               AND WS-ACK-DETALLES < WS-RECORDS-LEIDOS
                           PERFORM CONTAR-DISPOSICION
                           WRITE ACK-WORK-RECORD FROM BATCH-ACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-ACK-FILE
           CLOSE ACK-WORK-FILE
           IF WS-ACK-DETALLES < WS-RECORDS-LEIDOS
               DISPLAY "Acknowledgement " FUNCTION TRIM(WS-ACK-NOMBRE)
                   " holds " WS-ACK-DETALLES " line(s) against "
                   WS-RECORDS-LEIDOS " checkpointed record(s)."
           END-IF
           PERFORM COPIAR-DESDE-TRABAJO.

       COPIAR-DESDE-TRABAJO.
      *> Puts the scratch copy back under the acknowledgement's own
      *> name and leaves that file open for more lines.
           OPEN INPUT ACK-WORK-FILE
           OPEN OUTPUT BATCH-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Unable to rewrite acknowledgement "
                   FUNCTION TRIM(WS-ACK-NOMBRE) ", status "
                   WS-ACK-STATUS
               CLOSE ACK-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ACK-ABIERTO
           PERFORM UNTIL WS-ACKW-STATUS = "10"
               READ ACK-WORK-FILE
                   AT END
                       MOVE "10" TO WS-ACKW-STATUS
                   NOT AT END
                       WRITE BATCH-ACK-RECORD FROM ACK-WORK-RECORD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ACKW-STATUS
           CLOSE ACK-WORK-FILE.

       REESCRIBIR-ACUSE.
      *> End of a resubmission: each repaired transaction's new line
      *> replaces the "R" line that reported its reject, in the
      *> acknowledgement of the batch it actually came in with. The
      *> checkpoint names only the night's last batch, so every batch
      *> the register took on that same processing date is searched.
      *> An ID none of them lists is reported here and written
      *> nowhere - one department never sees another's transactions.
      *> A file that changes gets its currency and trailer lines
      *> recounted from its own detail lines.
           IF WS-RPR-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-ID TO WS-RAK-BATCH-ORIG
           MOVE WS-BATCH-DEPTO TO WS-RAK-DEPTO-ORIG
           MOVE 0 TO WS-RAK-CNT
           PERFORM BUSCAR-BATCH-EN-REGISTRO
           IF WS-BATCH-DUPLICADO = "S"
               MOVE WS-FECHA-YA-PROC TO WS-RAK-FECHA
               PERFORM CARGAR-LOTES-DE-LA-NOCHE
           ELSE
               DISPLAY "Batch " WS-BATCH-ID " is not on the register "
                   "- no acknowledgement updated."
           END-IF
           PERFORM VARYING WS-RAK-IDX FROM 1 BY 1
                   UNTIL WS-RAK-IDX > WS-RAK-CNT
               MOVE WS-RAK-BATCH(WS-RAK-IDX) TO WS-BATCH-ID
               MOVE WS-RAK-DEPTO(WS-RAK-IDX) TO WS-BATCH-DEPTO
               PERFORM REESCRIBIR-UN-ACUSE
           END-PERFORM
           PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
                   UNTIL WS-RPR-IDX > WS-RPR-CNT
               IF WS-RPR-USADA(WS-RPR-IDX) NOT = "S"
                   DISPLAY "Repaired transaction "
                       WS-RPR-IMAGEN(WS-RPR-IDX)(10:12)
                       " is not a reject on any acknowledgement of "
                       "that night - its sender was not told."
               END-IF
           END-PERFORM
           MOVE WS-RAK-BATCH-ORIG TO WS-BATCH-ID
           MOVE WS-RAK-DEPTO-ORIG TO WS-BATCH-DEPTO.

       CARGAR-LOTES-DE-LA-NOCHE.
           OPEN INPUT BATCH-REGISTER-FILE
           IF WS-BATREG-STATUS NOT = "00"
               MOVE "00" TO WS-BATREG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BATREG-STATUS = "10"
               READ BATCH-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-BATREG-STATUS
                   NOT AT END
                       IF BR-FECHA-PROCESO = WS-RAK-FECHA
                           IF WS-RAK-CNT < 500
                               ADD 1 TO WS-RAK-CNT
                               MOVE BR-BATCH-ID
                                   TO WS-RAK-BATCH(WS-RAK-CNT)
                               MOVE BR-DEPARTAMENTO
                                   TO WS-RAK-DEPTO(WS-RAK-CNT)
                           ELSE
                               DISPLAY "Too many batches on "
                                   WS-RAK-FECHA " - acknowledgement "
                                   "of batch " BR-BATCH-ID
                                   " not searched."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BATREG-STATUS
           CLOSE BATCH-REGISTER-FILE.

       REESCRIBIR-UN-ACUSE.
      *> One batch's file, copied through the scratch file with its
      *> repaired lines swapped in. A file with nothing to swap is
      *> left as it was.
           PERFORM NOMBRAR-ACUSE
           OPEN INPUT BATCH-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACK-DETALLES
           MOVE 0 TO WS-ACK-ACEPTADAS
           MOVE 0 TO WS-ACK-RECHAZADAS
           MOVE 0 TO WS-ACK-RETENIDAS
           MOVE 0 TO WS-ACK-NO-PROC
           MOVE SPACES TO WS-ACK-TRL-ESTADO
           MOVE 0 TO WS-RAK-CAMBIOS
           MOVE "N" TO WS-RAK-LOTE-RECHAZADO
           MOVE "N" TO WS-RAK-CTL-DISP
           MOVE 0 TO WS-RAC-CNT
           OPEN OUTPUT ACK-WORK-FILE
           PERFORM UNTIL WS-ACK-STATUS = "10"
               READ BATCH-ACK-FILE
                   AT END
                       MOVE "10" TO WS-ACK-STATUS
                   NOT AT END
                       PERFORM COPIAR-LINEA-REPARADA
               END-READ
           END-PERFORM
           CLOSE BATCH-ACK-FILE
           CLOSE ACK-WORK-FILE
           IF WS-RAK-CAMBIOS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COPIAR-DESDE-TRABAJO
           IF WS-ACK-ABIERTO = "S"
               MOVE SPACES TO WS-ACK-CONCIL
               IF WS-RAK-LOTE-RECHAZADO NOT = "S"
                   PERFORM ESCRIBIR-ACUSE-RECONTADO
               END-IF
               PERFORM ESCRIBIR-ACUSE-COLA
               CLOSE BATCH-ACK-FILE
               MOVE "N" TO WS-ACK-ABIERTO
               DISPLAY "Acknowledgement " FUNCTION TRIM(WS-ACK-NOMBRE)
                   " updated with " WS-RAK-CAMBIOS
                   " repaired line(s)."
           END-IF.

       COPIAR-LINEA-REPARADA.
      *> The old currency and trailer lines are dropped - they are
      *> written again at the end - but what they knew stands: each
      *> currency's expected control, whether the night had controls
      *> at all, and the trailer check, since a resubmission never
      *> sees the batch's trailer record.
           EVALUATE BA-TIPO-REG
               WHEN "H"
                   IF BA-ESTADO-LOTE = "R"
                       MOVE "S" TO WS-RAK-LOTE-RECHAZADO
                   END-IF
                   WRITE ACK-WORK-RECORD FROM BATCH-ACK-RECORD
               WHEN "D"
                   IF BA-DISPOSICION = "R"
                       PERFORM BUSCAR-REPARACION
                       IF WS-RPR-SLOT > 0
                           IF WS-RPR-USADA(WS-RPR-SLOT) NOT = "S"
                               MOVE WS-RPR-IMAGEN(WS-RPR-SLOT)
                                   TO BATCH-ACK-RECORD
                               MOVE WS-BATCH-ID TO BA-BATCH-ID
                               MOVE "S" TO WS-RPR-USADA(WS-RPR-SLOT)
                               ADD 1 TO WS-RAK-CAMBIOS
                           END-IF
                       END-IF
                   END-IF
                   PERFORM CONTAR-DISPOSICION
                   IF BA-DISPOSICION = "A" OR BA-DISPOSICION = "V"
                       MOVE BA-MONEDA TO WS-RAC-BUSCA
                       PERFORM BUSCAR-MONEDA-ACUSE
                       IF WS-RAC-SLOT > 0
                           ADD BA-RESULT
                               TO WS-RAC-ACUMULADO(WS-RAC-SLOT)
                       END-IF
                   END-IF
                   WRITE ACK-WORK-RECORD FROM BATCH-ACK-RECORD
               WHEN "C"
                   MOVE BA-MON-CODIGO TO WS-RAC-BUSCA
                   PERFORM BUSCAR-MONEDA-ACUSE
                   IF WS-RAC-SLOT > 0
                       MOVE BA-MON-ESPERADO
                           TO WS-RAC-ESPERADO(WS-RAC-SLOT)
                       MOVE BA-MON-CONTROL
                           TO WS-RAC-CONTROL(WS-RAC-SLOT)
                   END-IF
               WHEN "T"
                   MOVE BA-TRL-ESTADO TO WS-ACK-TRL-ESTADO
                   IF BA-CONCILIACION = "BALANCED"
                           OR BA-CONCILIACION = "BREAK"
                       MOVE "S" TO WS-RAK-CTL-DISP
                   END-IF
               WHEN OTHER
                   WRITE ACK-WORK-RECORD FROM BATCH-ACK-RECORD
           END-EVALUATE.

       BUSCAR-MONEDA-ACUSE.
      *> Slot for WS-RAC-BUSCA in the file's currency table, added
      *> with no control when first seen.
           MOVE 0 TO WS-RAC-SLOT
           PERFORM VARYING WS-RAC-IDX FROM 1 BY 1
                   UNTIL WS-RAC-IDX > WS-RAC-CNT OR WS-RAC-SLOT > 0
               IF WS-RAC-CODIGO(WS-RAC-IDX) = WS-RAC-BUSCA
                   MOVE WS-RAC-IDX TO WS-RAC-SLOT
               END-IF
           END-PERFORM
           IF WS-RAC-SLOT = 0 AND WS-RAC-CNT < 50
               ADD 1 TO WS-RAC-CNT
               MOVE WS-RAC-CNT TO WS-RAC-SLOT
               MOVE WS-RAC-BUSCA TO WS-RAC-CODIGO(WS-RAC-SLOT)
               MOVE 0 TO WS-RAC-ACUMULADO(WS-RAC-SLOT)
               MOVE 0 TO WS-RAC-ESPERADO(WS-RAC-SLOT)
               MOVE "N" TO WS-RAC-CONTROL(WS-RAC-SLOT)
           END-IF.

       ESCRIBIR-ACUSE-RECONTADO.
      *> ESCRIBIR-ACUSE-MONEDAS' rules, applied to the totals the
      *> file's own accepted lines add up to.
           PERFORM VARYING WS-RAC-IDX FROM 1 BY 1
                   UNTIL WS-RAC-IDX > WS-RAC-CNT
               MOVE SPACES TO BATCH-ACK-RECORD
               MOVE "C" TO BA-TIPO-REG
               MOVE WS-BATCH-ID TO BA-BATCH-ID
               MOVE WS-RAC-CODIGO(WS-RAC-IDX) TO BA-MON-CODIGO
               MOVE WS-RAC-ACUMULADO(WS-RAC-IDX) TO BA-MON-ACUMULADO
               IF WS-RAC-CONTROL(WS-RAC-IDX) = "S"
                   MOVE WS-RAC-ESPERADO(WS-RAC-IDX) TO BA-MON-ESPERADO
                   MOVE "S" TO BA-MON-CONTROL
                   IF WS-RAC-ACUMULADO(WS-RAC-IDX)
                           = WS-RAC-ESPERADO(WS-RAC-IDX)
                       MOVE "OK" TO BA-MON-RESULTADO
                   ELSE
                       MOVE "BREAK" TO BA-MON-RESULTADO
                       MOVE "BREAK" TO WS-ACK-CONCIL
                   END-IF
               ELSE
                   MOVE 0 TO BA-MON-ESPERADO
                   MOVE "N" TO BA-MON-CONTROL
                   IF WS-RAK-CTL-DISP = "S"
                           AND WS-RAC-ACUMULADO(WS-RAC-IDX) NOT = 0
                       MOVE "BREAK" TO BA-MON-RESULTADO
                       MOVE "BREAK" TO WS-ACK-CONCIL
                   ELSE
                       MOVE "NO CTL" TO BA-MON-RESULTADO
                   END-IF
               END-IF
               WRITE BATCH-ACK-RECORD
           END-PERFORM
           IF WS-ACK-CONCIL NOT = "BREAK"
               IF WS-RAK-CTL-DISP = "S"
                   MOVE "BALANCED" TO WS-ACK-CONCIL
               ELSE
                   MOVE "NO CTL" TO WS-ACK-CONCIL
               END-IF
           END-IF.

       ESCRIBIR-ALERTA.
      *> Caller sets WS-ALERTA-SEV and WS-ALERTA-MSG; same
      *> append-or-create pattern as every other log in the shop.
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP010" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
