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
      *> Installments of a booked amortization quote carry the booking
      *> ID in their own: the booking and the installments still
      *> warehoused are shown next to the posted ones.
           SELECT AMORT-BOOKING-FILE ASSIGN TO "AMRTBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSV-STATUS.
           SELECT CALC-PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
       COPY "TXNHIST.cpy".
       FD  AMORT-BOOKING-FILE.
       COPY "AMRTBOOK.cpy".
       FD  CALC-PENDING-FILE.
       COPY "CALCPEND.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-NUM-DISP         PIC Z(7)9.99.
       01 WS-ESTADO-TEXTO     PIC X(30).
       01 WS-OP-TEXTO         PIC X(16).
       01 WS-RSV-STATUS       PIC XX VALUE "00".
       01 WS-PEND-STATUS      PIC XX VALUE "00".
       01 WS-RSV-BUSCADA      PIC X(8).
       01 WS-RSV-HALLADA      PIC X VALUE "N".
       01 WS-CNT-RETENIDAS    PIC 9(5) VALUE 0.
       01 WS-MONTO-DISP       PIC Z(10)9.99.
       01 WS-TASA-DISP        PIC Z(4)9.9999.
      *> A warehoused installment - same shape as a D record of
      *> CALC-TRANS-RECORD.
       01 WS-CUOTA-PEND.
          05 WS-CP-TIPO          PIC X.
          05 WS-CP-OPTION        PIC 9.
          05 WS-CP-NUM1          PIC 9(7)V99.
          05 WS-CP-NUM2          PIC 9(7)V99.
          05 WS-CP-TRANS-ID      PIC X(12).
          05 WS-CP-FECHA-EF      PIC X(8).
          05 WS-CP-REVERSA-ID    PIC X(12).
          05 WS-CP-USUARIO       PIC X(20).
          05 WS-CP-MONEDA        PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
                       PERFORM LISTAR-POR-FECHA
                   WHEN 5
                       CONTINUE
                   WHEN 6
                       PERFORM LISTAR-POR-RESERVA
                   WHEN OTHER
                       DISPLAY "Opcion invalida."
               END-EVALUATE
           DISPLAY " 3 - Por usuario"
           DISPLAY " 4 - Por rango de fecha efectiva"
           DISPLAY " 5 - Salir"
           DISPLAY " 6 - Por reserva de cuotas (AMnnnnnn)"
           DISPLAY "Seleccione opcion: " WITH NO ADVANCING
           ACCEPT WS-OPCION.

                   NOT INVALID KEY
                       PERFORM MOSTRAR-TRANSACCION
               END-READ
           END-IF
           IF WS-ID-BUSCADO(1:2) = "AM"
                   AND WS-ID-BUSCADO(3:10) IS NUMERIC
               MOVE WS-ID-BUSCADO(1:8) TO WS-RSV-BUSCADA
               DISPLAY " "
               DISPLAY "--- Cuota de la reserva " WS-RSV-BUSCADA
                   " ---"
               PERFORM MOSTRAR-RESERVA
           END-IF.

       MOSTRAR-TRANSACCION.
           DISPLAY "Batch: " WITH NO ADVANCING
           ACCEPT WS-BATCH-BUSCADO
           MOVE 0 TO WS-CNT-LISTADAS
           MOVE WS-BATCH-BUSCADO TO TH-BATCH-ID
           START TXN-HISTORY-FILE KEY IS EQUAL TO TH-BATCH-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM RECORRER-POR-CLAVE
           DISPLAY WS-CNT-LISTADAS " transaccion(es) en el batch "
               WS-BATCH-BUSCADO ".".

           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT WS-USUARIO-BUSCADO
           MOVE 0 TO WS-CNT-LISTADAS
           MOVE WS-USUARIO-BUSCADO TO TH-USUARIO
           START TXN-HISTORY-FILE KEY IS EQUAL TO TH-USUARIO
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM RECORRER-POR-CLAVE
           DISPLAY WS-CNT-LISTADAS " transaccion(es) del usuario "
               FUNCTION TRIM(WS-USUARIO-BUSCADO) ".".

               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CNT-LISTADAS
           MOVE WS-FECHA-DESDE TO TH-FECHA-EFECTIVA
           START TXN-HISTORY-FILE
                   KEY IS NOT LESS THAN TH-FECHA-EFECTIVA
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM RECORRER-POR-CLAVE
           DISPLAY WS-CNT-LISTADAS " transaccion(es) entre "
               WS-FECHA-DESDE " y " WS-FECHA-HASTA ".".

       RECORRER-POR-CLAVE.
      *> The START above positioned on the alternate key the chosen
      *> option asks about, so the records come back in that key's
      *> order and the walk stops at the first one past the range -
      *> WS-OPCION says which key and which range. A START that
      *> found nothing leaves the status off "00" and lists nothing.
      *> "02" is a good read too: the next record shares this one's
      *> alternate key value, which on these keys is the normal case.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
               WHEN 2
                   IF TH-BATCH-ID = WS-BATCH-BUSCADO
                       PERFORM MOSTRAR-LINEA
                   ELSE
                       MOVE "10" TO WS-HIST-STATUS
                   END-IF
               WHEN 3
                   IF TH-USUARIO = WS-USUARIO-BUSCADO
                       PERFORM MOSTRAR-LINEA
                   ELSE
                       MOVE "10" TO WS-HIST-STATUS
                   END-IF
               WHEN 4
                   IF TH-FECHA-EFECTIVA <= WS-FECHA-HASTA
                       PERFORM MOSTRAR-LINEA
                   ELSE
                       MOVE "10" TO WS-HIST-STATUS
                   END-IF
               WHEN 6
                   IF TH-TRANS-ID(1:8) = WS-RSV-BUSCADA
                       PERFORM MOSTRAR-LINEA
                   ELSE
                       MOVE "10" TO WS-HIST-STATUS
                   END-IF
           END-EVALUATE.

       LISTAR-POR-RESERVA.
      *> A booked quote's installments: the booking as confirmed, the
      *> ones already posted (their IDs sort together on the primary
      *> key) and the ones still warehoused until their due date.
           DISPLAY "Reserva: " WITH NO ADVANCING
           ACCEPT WS-RSV-BUSCADA
           PERFORM MOSTRAR-RESERVA
           IF WS-RSV-HALLADA NOT = "S"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "--- Cuotas contabilizadas ---"
           MOVE 0 TO WS-CNT-LISTADAS
           MOVE SPACES TO TH-TRANS-ID
           STRING WS-RSV-BUSCADA "0000" DELIMITED BY SIZE
               INTO TH-TRANS-ID
           START TXN-HISTORY-FILE KEY IS NOT LESS THAN TH-TRANS-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM RECORRER-POR-CLAVE
           DISPLAY WS-CNT-LISTADAS " cuota(s) en la historia."
           DISPLAY " "
           DISPLAY "--- Cuotas retenidas hasta su vencimiento ---"
           PERFORM LISTAR-CUOTAS-RETENIDAS
           DISPLAY WS-CNT-RETENIDAS " cuota(s) retenida(s) en "
               "CALCPEND.DAT.".

       MOSTRAR-RESERVA.
           MOVE "N" TO WS-RSV-HALLADA
           OPEN INPUT AMORT-BOOKING-FILE
           IF WS-RSV-STATUS NOT = "00"
               MOVE "00" TO WS-RSV-STATUS
               DISPLAY "No hay reservas de cuotas (AMRTBOOK.DAT)."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RSV-STATUS = "10"
               READ AMORT-BOOKING-FILE
                   AT END
                       MOVE "10" TO WS-RSV-STATUS
                   NOT AT END
                       IF AB-RESERVA-ID = WS-RSV-BUSCADA
                           MOVE "S" TO WS-RSV-HALLADA
                           MOVE "10" TO WS-RSV-STATUS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-RSV-STATUS
           CLOSE AMORT-BOOKING-FILE
           IF WS-RSV-HALLADA NOT = "S"
               DISPLAY "Reserva " WS-RSV-BUSCADA " no encontrada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reserva:        " AB-RESERVA-ID
           IF AB-ESTADO = "C"
               DISPLAY "Estado:         CANCELADA el "
                   AB-FECHA-CANCELACION " por "
                   FUNCTION TRIM(AB-CANCELADO-POR) " ("
                   AB-CUOTAS-RETIRADAS " cuota(s) retirada(s))"
           ELSE
               DISPLAY "Estado:         ACTIVA"
           END-IF
           DISPLAY "Cotizacion:     " AB-QUOTE-TS(1:8) " "
               AB-QUOTE-TS(9:6) " de "
               FUNCTION TRIM(AB-QUOTE-USUARIO)
           MOVE AB-TASA TO WS-TASA-DISP
           DISPLAY "Producto/tasa:  " AB-PRODUCTO " " WS-TASA-DISP
           MOVE AB-PRINCIPAL TO WS-MONTO-DISP
           DISPLAY "Principal:      " WS-MONTO-DISP " " AB-MONEDA
           MOVE AB-PAGO TO WS-MONTO-DISP
           DISPLAY "Cuota:          " WS-MONTO-DISP " x " AB-CUOTAS
               " (" AB-FRECUENCIA " por ano) desde "
               AB-PRIMER-VENCIMIENTO
           DISPLAY "Depto/usuario:  " AB-DEPARTAMENTO " "
               FUNCTION TRIM(AB-USUARIO)
           DISPLAY "Reservada el:   " AB-FECHA-RESERVA " por "
               FUNCTION TRIM(AB-RESERVADO-POR).

       LISTAR-CUOTAS-RETENIDAS.
           MOVE 0 TO WS-CNT-RETENIDAS
           OPEN INPUT CALC-PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               MOVE "00" TO WS-PEND-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PEND-STATUS = "10"
               READ CALC-PENDING-FILE
                   AT END
                       MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                       MOVE PEN-TRANSACCION TO WS-CUOTA-PEND
                       IF WS-CP-TRANS-ID(1:8) = WS-RSV-BUSCADA
                           ADD 1 TO WS-CNT-RETENIDAS
                           COMPUTE WS-MONTO-DISP =
                               WS-CP-NUM1 + WS-CP-NUM2
                           DISPLAY WS-CP-TRANS-ID " vence "
                               WS-CP-FECHA-EF " " WS-MONTO-DISP
                               " " WS-CP-MONEDA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-STATUS
           CLOSE CALC-PENDING-FILE.
