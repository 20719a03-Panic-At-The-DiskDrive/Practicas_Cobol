       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Closes the loop on the GL hand-off. GL-EXTRACT proves what
      *> we sent balanced; only the ledger's acknowledgement proves
      *> it was booked. Every account line of every posting file is
      *> kept on an outstanding-postings register until the ledger
      *> accepts it with the same count and totals - a rejected,
      *> short or unacknowledged line stays on the register and on
      *> the operator alert file until somebody deals with it.
           SELECT GL-POST-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT GL-ACK-FILE ASSIGN TO "GLACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

      *> Every acknowledgement processed is kept, appended as it
      *> arrived, so a disputed settlement can be traced back to the
      *> ledger's own words.
           SELECT GL-ACK-ARCHIVE ASSIGN TO "GLACK.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKARC-STATUS.

           SELECT GL-REGISTER-FILE ASSIGN TO "GLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREG-STATUS.

           SELECT OPER-ALERT-FILE ASSIGN TO "OPALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-POST-FILE.
       01 GL-POST-RECORD      PIC X(140).

       FD  GL-ACK-FILE.
       COPY "GLACK.cpy".

       FD  GL-ACK-ARCHIVE.
       01 GL-ACK-ARC-RECORD   PIC X(78).

       FD  GL-REGISTER-FILE.
       COPY "GLREG.cpy".

       FD  OPER-ALERT-FILE.
       COPY "ALERTLOG.cpy".

       FD  JOB-LOG-FILE.
       COPY "JOBLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-POST-STATUS      PIC XX VALUE "00".
       01 WS-ACK-STATUS       PIC XX VALUE "00".
       01 WS-ACKARC-STATUS    PIC XX VALUE "00".
       01 WS-GLREG-STATUS     PIC XX VALUE "00".
       01 WS-ALERT-STATUS     PIC XX VALUE "00".
       01 WS-JOBLOG-STATUS    PIC XX VALUE "00".
       01 WS-TS-INICIO        PIC X(21).
       01 WS-HOY              PIC X(8).
       01 WS-HOY-NUM          PIC 9(8).
       01 WS-DIA-HOY          PIC 9(7).
       01 WS-FECHA-NUM        PIC 9(8).

      *> Settled lines are kept this many days after their extract
      *> date, long enough for month-end questions about last month;
      *> unsettled lines are never dropped.
       01 WS-RETENCION-DIAS   PIC 9(3) VALUE 60.

      *> The D line of GLPOST.DAT as GL-EXTRACT builds it - every
      *> field is fixed width, so the line is read by position.
       01 WS-POST-LINEA.
          05 WS-PL-TIPO         PIC X.
          05 FILLER             PIC X.
          05 WS-PL-FECHA        PIC X(8).
          05 FILLER             PIC X.
          05 WS-PL-CUENTA       PIC X(8).
          05 FILLER             PIC X.
          05 WS-PL-DEBE         PIC 9(13).99.
          05 FILLER             PIC X.
          05 WS-PL-HABER        PIC 9(13).99.
          05 FILLER             PIC X.
          05 WS-PL-MONEDA       PIC X(3).
          05 FILLER             PIC X(83).

      *> Tonight's posting file, totalled by date, account and
      *> currency before it is merged into the register.
       01 WS-ENV-TABLA.
          05 WS-ENV-ENT OCCURS 500 TIMES.
             10 WS-ENV-FECHA    PIC X(8).
             10 WS-ENV-CUENTA   PIC X(8).
             10 WS-ENV-MONEDA   PIC X(3).
             10 WS-ENV-CANTIDAD PIC 9(7).
             10 WS-ENV-DEBE     PIC 9(13)V99.
             10 WS-ENV-HABER    PIC 9(13)V99.
       01 WS-ENV-CNT          PIC 9(3) VALUE 0.
       01 WS-ENV-IDX          PIC 9(3) VALUE 0.
       01 WS-ENV-SLOT         PIC 9(3) VALUE 0.

       01 WS-GR-TABLA.
          05 WS-GR-ENT OCCURS 3000 TIMES.
             10 WS-GR-FECHA     PIC X(8).
             10 WS-GR-CUENTA    PIC X(8).
             10 WS-GR-MONEDA    PIC X(3).
             10 WS-GR-CANTIDAD  PIC 9(7).
             10 WS-GR-DEBE      PIC 9(13)V99.
             10 WS-GR-HABER     PIC 9(13)V99.
             10 WS-GR-ESTADO    PIC X.
             10 WS-GR-FECHA-ACUSE PIC X(8).
             10 WS-GR-MOTIVO    PIC X(20).
             10 WS-GR-ALERTADO  PIC X.
       01 WS-GR-CNT           PIC 9(4) VALUE 0.
       01 WS-GR-IDX           PIC 9(4) VALUE 0.
       01 WS-GR-IDX2          PIC 9(4) VALUE 0.
       01 WS-GR-SLOT          PIC 9(4) VALUE 0.
       01 WS-DESBORDE         PIC X VALUE "N".

       01 WS-CLAVE-FECHA      PIC X(8).
       01 WS-CLAVE-CUENTA     PIC X(8).
       01 WS-CLAVE-MONEDA     PIC X(3).

       01 WS-MONTO-DEBE       PIC 9(13)V99.
       01 WS-MONTO-HABER      PIC 9(13)V99.
       01 WS-SUMA-CANTIDAD    PIC 9(7).
       01 WS-SUMA-DEBE        PIC 9(13)V99.
       01 WS-SUMA-HABER       PIC 9(13)V99.
       01 WS-LINEAS-FECHA     PIC 9(4).

       01 WS-CNT-ENVIADAS     PIC 9(7) VALUE 0.
       01 WS-CNT-NUEVAS       PIC 9(5) VALUE 0.
       01 WS-CNT-REENVIADAS   PIC 9(5) VALUE 0.
       01 WS-CNT-ACUSES       PIC 9(7) VALUE 0.
       01 WS-CNT-ACEPTADAS    PIC 9(5) VALUE 0.
       01 WS-CNT-RECHAZADAS   PIC 9(5) VALUE 0.
       01 WS-CNT-DIFERENCIAS  PIC 9(5) VALUE 0.
       01 WS-CNT-SIN-ENVIO    PIC 9(5) VALUE 0.
       01 WS-CNT-TOTALES-MAL  PIC 9(5) VALUE 0.
       01 WS-CNT-SIN-ACUSE    PIC 9(5) VALUE 0.
       01 WS-CNT-ABIERTAS     PIC 9(5) VALUE 0.
       01 WS-CNT-DEPURADAS    PIC 9(5) VALUE 0.
       01 WS-CNT-PROBLEMAS    PIC 9(7) VALUE 0.
       01 WS-HAY-ACUSE        PIC X VALUE "N".
       01 WS-PARM             PIC X(10) VALUE SPACES.
       01 WS-MODO-REENVIO     PIC X VALUE "N".

       01 WS-ALERTA-SEV       PIC X.
       01 WS-ALERTA-MSG       PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
           MOVE WS-TS-INICIO(1:8) TO WS-HOY
           MOVE WS-HOY TO WS-HOY-NUM
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = "REENVIO"
               MOVE "S" TO WS-MODO-REENVIO
           END-IF

           PERFORM CARGAR-REGISTRO
           IF WS-DESBORDE = "N"
               PERFORM REGISTRAR-ENVIO
           END-IF
      *> A register that does not fit is not rewritten - settling
      *> half of it would lose the other half. Nothing has changed
      *> on disk yet at this point.
           IF WS-DESBORDE = "S"
               DISPLAY "Too many lines for the GL register (GLREG.DAT)"
                   " - run cancelled, nothing changed."
               MOVE 16 TO RETURN-CODE
               PERFORM ESCRIBIR-JOBLOG
               STOP RUN
           END-IF

           PERFORM PROCESAR-ACUSES
           PERFORM VERIFICAR-PENDIENTES
           PERFORM GRABAR-REGISTRO
      *> The acknowledgement is archived only after the register
      *> holds its outcome; a run that dies in between reads the
      *> same file again next time, which settles nothing twice.
           IF WS-HAY-ACUSE = "S"
               PERFORM ARCHIVAR-ACUSES
           END-IF

           COMPUTE WS-CNT-PROBLEMAS = WS-CNT-RECHAZADAS
               + WS-CNT-DIFERENCIAS + WS-CNT-SIN-ENVIO
               + WS-CNT-TOTALES-MAL + WS-CNT-SIN-ACUSE
           PERFORM ESCRIBIR-JOBLOG
           DISPLAY "GL acknowledgement reconciliation: "
               WS-CNT-ACUSES " ack line(s), "
               WS-CNT-ACEPTADAS " accepted, "
               WS-CNT-RECHAZADAS " rejected, "
               WS-CNT-DIFERENCIAS " mismatched."
           DISPLAY "  " WS-CNT-NUEVAS " line(s) registered from "
               "GLPOST.DAT, " WS-CNT-REENVIADAS " re-sent, "
               WS-CNT-ABIERTAS " still outstanding, "
               WS-CNT-DEPURADAS " settled line(s) purged."
           STOP RUN.

       CARGAR-REGISTRO.
      *> No register yet is the first night - everything starts
      *> from tonight's posting file.
           OPEN INPUT GL-REGISTER-FILE
           IF WS-GLREG-STATUS NOT = "00"
               MOVE "00" TO WS-GLREG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLREG-STATUS = "10"
               READ GL-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-GLREG-STATUS
                   NOT AT END
                       IF WS-GR-CNT < 3000
                           ADD 1 TO WS-GR-CNT
                           MOVE GR-FECHA-EXTRACTO
                               TO WS-GR-FECHA(WS-GR-CNT)
                           MOVE GR-CUENTA TO WS-GR-CUENTA(WS-GR-CNT)
                           MOVE GR-MONEDA TO WS-GR-MONEDA(WS-GR-CNT)
                           MOVE GR-CANTIDAD
                               TO WS-GR-CANTIDAD(WS-GR-CNT)
                           MOVE GR-DEBE TO WS-GR-DEBE(WS-GR-CNT)
                           MOVE GR-HABER TO WS-GR-HABER(WS-GR-CNT)
                           MOVE GR-ESTADO TO WS-GR-ESTADO(WS-GR-CNT)
                           MOVE GR-FECHA-ACUSE
                               TO WS-GR-FECHA-ACUSE(WS-GR-CNT)
                           MOVE GR-MOTIVO TO WS-GR-MOTIVO(WS-GR-CNT)
                           MOVE GR-ALERTADO
                               TO WS-GR-ALERTADO(WS-GR-CNT)
                       ELSE
                           MOVE "S" TO WS-DESBORDE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-GLREG-STATUS
           CLOSE GL-REGISTER-FILE.

       REGISTRAR-ENVIO.
      *> GLPOST.DAT is whatever GL-EXTRACT wrote last - normally
      *> tonight's, but an operator re-run for an earlier date is
      *> registered under that date all the same.
           OPEN INPUT GL-POST-FILE
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "GLPOST.DAT not available - nothing new to "
                   "register."
               MOVE "00" TO WS-POST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POST-STATUS = "10"
               READ GL-POST-FILE
                   AT END
                       MOVE "10" TO WS-POST-STATUS
                   NOT AT END
                       MOVE GL-POST-RECORD TO WS-POST-LINEA
                       IF WS-PL-TIPO = "D"
                           PERFORM SUMAR-ENVIO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-POST-STATUS
           CLOSE GL-POST-FILE
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-CNT
                   OR WS-DESBORDE = "S"
               PERFORM MEZCLAR-ENVIO
           END-PERFORM.

       SUMAR-ENVIO.
           ADD 1 TO WS-CNT-ENVIADAS
           MOVE 0 TO WS-ENV-SLOT
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-CNT
                   OR WS-ENV-SLOT > 0
               IF WS-ENV-FECHA(WS-ENV-IDX) = WS-PL-FECHA
                       AND WS-ENV-CUENTA(WS-ENV-IDX) = WS-PL-CUENTA
                       AND WS-ENV-MONEDA(WS-ENV-IDX) = WS-PL-MONEDA
                   MOVE WS-ENV-IDX TO WS-ENV-SLOT
               END-IF
           END-PERFORM
           IF WS-ENV-SLOT = 0
               IF WS-ENV-CNT < 500
                   ADD 1 TO WS-ENV-CNT
                   MOVE WS-ENV-CNT TO WS-ENV-SLOT
                   MOVE WS-PL-FECHA TO WS-ENV-FECHA(WS-ENV-SLOT)
                   MOVE WS-PL-CUENTA TO WS-ENV-CUENTA(WS-ENV-SLOT)
                   MOVE WS-PL-MONEDA TO WS-ENV-MONEDA(WS-ENV-SLOT)
                   MOVE 0 TO WS-ENV-CANTIDAD(WS-ENV-SLOT)
                   MOVE 0 TO WS-ENV-DEBE(WS-ENV-SLOT)
                   MOVE 0 TO WS-ENV-HABER(WS-ENV-SLOT)
               ELSE
                   MOVE "S" TO WS-DESBORDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-PL-DEBE TO WS-MONTO-DEBE
           MOVE WS-PL-HABER TO WS-MONTO-HABER
           ADD 1 TO WS-ENV-CANTIDAD(WS-ENV-SLOT)
           ADD WS-MONTO-DEBE TO WS-ENV-DEBE(WS-ENV-SLOT)
           ADD WS-MONTO-HABER TO WS-ENV-HABER(WS-ENV-SLOT).

       MEZCLAR-ENVIO.
      *> A pending line takes the posting file's figures - it is the
      *> same extract run again. A rejected or mismatched line only
      *> goes back to pending when the operator says the posting
      *> file is the corrected re-send (parameter REENVIO); without
      *> it the stream, restarted over the same GLPOST.DAT, would
      *> quietly clear the ledger's rejection. An accepted line is
      *> booked and stays as it is.
           MOVE WS-ENV-FECHA(WS-ENV-IDX) TO WS-CLAVE-FECHA
           MOVE WS-ENV-CUENTA(WS-ENV-IDX) TO WS-CLAVE-CUENTA
           MOVE WS-ENV-MONEDA(WS-ENV-IDX) TO WS-CLAVE-MONEDA
           PERFORM BUSCAR-REGISTRO
           IF WS-GR-SLOT = 0
               IF WS-GR-CNT NOT < 3000
                   MOVE "S" TO WS-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GR-CNT
               MOVE WS-GR-CNT TO WS-GR-SLOT
               MOVE WS-CLAVE-FECHA TO WS-GR-FECHA(WS-GR-SLOT)
               MOVE WS-CLAVE-CUENTA TO WS-GR-CUENTA(WS-GR-SLOT)
               MOVE WS-CLAVE-MONEDA TO WS-GR-MONEDA(WS-GR-SLOT)
               MOVE "P" TO WS-GR-ESTADO(WS-GR-SLOT)
               MOVE SPACES TO WS-GR-FECHA-ACUSE(WS-GR-SLOT)
               MOVE SPACES TO WS-GR-MOTIVO(WS-GR-SLOT)
               MOVE "N" TO WS-GR-ALERTADO(WS-GR-SLOT)
               ADD 1 TO WS-CNT-NUEVAS
           ELSE
               EVALUATE TRUE
                   WHEN WS-GR-ESTADO(WS-GR-SLOT) = "P"
                       CONTINUE
                   WHEN WS-GR-ESTADO(WS-GR-SLOT) = "A"
                       EXIT PARAGRAPH
                   WHEN WS-MODO-REENVIO = "S"
                       MOVE "P" TO WS-GR-ESTADO(WS-GR-SLOT)
                       MOVE SPACES TO WS-GR-FECHA-ACUSE(WS-GR-SLOT)
                       MOVE SPACES TO WS-GR-MOTIVO(WS-GR-SLOT)
                       MOVE "N" TO WS-GR-ALERTADO(WS-GR-SLOT)
                       ADD 1 TO WS-CNT-REENVIADAS
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           MOVE WS-ENV-CANTIDAD(WS-ENV-IDX)
               TO WS-GR-CANTIDAD(WS-GR-SLOT)
           MOVE WS-ENV-DEBE(WS-ENV-IDX) TO WS-GR-DEBE(WS-GR-SLOT)
           MOVE WS-ENV-HABER(WS-ENV-IDX) TO WS-GR-HABER(WS-GR-SLOT).

       BUSCAR-REGISTRO.
           MOVE 0 TO WS-GR-SLOT
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
                   OR WS-GR-SLOT > 0
               IF WS-GR-FECHA(WS-GR-IDX) = WS-CLAVE-FECHA
                       AND WS-GR-CUENTA(WS-GR-IDX) = WS-CLAVE-CUENTA
                       AND WS-GR-MONEDA(WS-GR-IDX) = WS-CLAVE-MONEDA
                   MOVE WS-GR-IDX TO WS-GR-SLOT
               END-IF
           END-PERFORM.

       PROCESAR-ACUSES.
      *> The ledger drops its acknowledgement during the day; no
      *> file tonight simply means nothing came back, and the
      *> outstanding check below is what notices.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "No acknowledgement from the ledger (GLACK.DAT)"
                   " tonight."
               MOVE "00" TO WS-ACK-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-HAY-ACUSE
           PERFORM UNTIL WS-ACK-STATUS = "10"
               READ GL-ACK-FILE
                   AT END
                       MOVE "10" TO WS-ACK-STATUS
                   NOT AT END
                       ADD 1 TO WS-CNT-ACUSES
                       IF GA-MONEDA = SPACES
                           MOVE "UYU" TO GA-MONEDA
                       END-IF
                       EVALUATE GA-TIPO-REG
                           WHEN "L"
                               PERFORM CONCILIAR-LINEA-ACUSE
                           WHEN "T"
                               PERFORM CONCILIAR-TOTAL-ACUSE
                           WHEN OTHER
                               DISPLAY "GLACK.DAT line "
                                   WS-CNT-ACUSES " has unknown type "
                                   GA-TIPO-REG " - ignored."
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ACK-STATUS
           CLOSE GL-ACK-FILE.

       CONCILIAR-LINEA-ACUSE.
           MOVE GA-FECHA-EXTRACTO TO WS-CLAVE-FECHA
           MOVE GA-CUENTA TO WS-CLAVE-CUENTA
           MOVE GA-MONEDA TO WS-CLAVE-MONEDA
           PERFORM BUSCAR-REGISTRO
      *> An acknowledgement for something never registered is the
      *> ledger booking a posting we cannot account for.
           IF WS-GR-SLOT = 0
               ADD 1 TO WS-CNT-SIN-ENVIO
               DISPLAY "GL ack " WS-CLAVE-FECHA " " WS-CLAVE-CUENTA
                   " " WS-CLAVE-MONEDA " matches nothing sent."
               MOVE "W" TO WS-ALERTA-SEV
               MOVE SPACES TO WS-ALERTA-MSG
               STRING "ACUSE GL SIN ENVIO " WS-CLAVE-FECHA " "
                   WS-CLAVE-CUENTA " " WS-CLAVE-MONEDA
                   DELIMITED BY SIZE INTO WS-ALERTA-MSG
               PERFORM ESCRIBIR-ALERTA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOY TO WS-GR-FECHA-ACUSE(WS-GR-SLOT)
           MOVE "S" TO WS-GR-ALERTADO(WS-GR-SLOT)
           IF GA-ESTADO = "R"
               MOVE "R" TO WS-GR-ESTADO(WS-GR-SLOT)
               MOVE GA-MOTIVO TO WS-GR-MOTIVO(WS-GR-SLOT)
               ADD 1 TO WS-CNT-RECHAZADAS
               DISPLAY "GL " WS-CLAVE-FECHA " " WS-CLAVE-CUENTA " "
                   WS-CLAVE-MONEDA " REJECTED by the ledger: "
                   GA-MOTIVO
               MOVE "C" TO WS-ALERTA-SEV
               MOVE SPACES TO WS-ALERTA-MSG
               STRING "GL RECHAZO " WS-CLAVE-FECHA " "
                   WS-CLAVE-CUENTA " " WS-CLAVE-MONEDA " "
                   GA-MOTIVO
                   DELIMITED BY SIZE INTO WS-ALERTA-MSG
               PERFORM ESCRIBIR-ALERTA
               EXIT PARAGRAPH
           END-IF
      *> Accepted is only accepted if the ledger booked what we
      *> sent - a short count or a different total is a break even
      *> when the ledger calls it good.
           IF GA-ESTADO NOT = "A"
                   OR GA-CANTIDAD NOT = WS-GR-CANTIDAD(WS-GR-SLOT)
                   OR GA-DEBE NOT = WS-GR-DEBE(WS-GR-SLOT)
                   OR GA-HABER NOT = WS-GR-HABER(WS-GR-SLOT)
               MOVE "M" TO WS-GR-ESTADO(WS-GR-SLOT)
               IF GA-ESTADO NOT = "A"
                   MOVE "ESTADO ACUSE INVALID" TO
                       WS-GR-MOTIVO(WS-GR-SLOT)
               ELSE
                   MOVE "CANT/IMPORTE DIFIERE" TO
                       WS-GR-MOTIVO(WS-GR-SLOT)
               END-IF
               ADD 1 TO WS-CNT-DIFERENCIAS
               DISPLAY "GL " WS-CLAVE-FECHA " " WS-CLAVE-CUENTA " "
                   WS-CLAVE-MONEDA " acknowledged with different "
                   "figures: sent " WS-GR-CANTIDAD(WS-GR-SLOT)
                   ", ledger " GA-CANTIDAD
               MOVE "C" TO WS-ALERTA-SEV
               MOVE SPACES TO WS-ALERTA-MSG
               STRING "GL DIFERENCIA " WS-CLAVE-FECHA " "
                   WS-CLAVE-CUENTA " " WS-CLAVE-MONEDA
                   DELIMITED BY SIZE INTO WS-ALERTA-MSG
               PERFORM ESCRIBIR-ALERTA
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-GR-ESTADO(WS-GR-SLOT)
           MOVE SPACES TO WS-GR-MOTIVO(WS-GR-SLOT)
           ADD 1 TO WS-CNT-ACEPTADAS.

       CONCILIAR-TOTAL-ACUSE.
      *> The ledger's own day total for the currency against every
      *> line we registered for that date and currency - catches a
      *> line the ledger received but left out of its account lines.
           MOVE 0 TO WS-SUMA-CANTIDAD
           MOVE 0 TO WS-SUMA-DEBE
           MOVE 0 TO WS-SUMA-HABER
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-FECHA(WS-GR-IDX) = GA-FECHA-EXTRACTO
                       AND WS-GR-MONEDA(WS-GR-IDX) = GA-MONEDA
                   ADD WS-GR-CANTIDAD(WS-GR-IDX) TO WS-SUMA-CANTIDAD
                   ADD WS-GR-DEBE(WS-GR-IDX) TO WS-SUMA-DEBE
                   ADD WS-GR-HABER(WS-GR-IDX) TO WS-SUMA-HABER
               END-IF
           END-PERFORM
           IF GA-CANTIDAD NOT = WS-SUMA-CANTIDAD
                   OR GA-DEBE NOT = WS-SUMA-DEBE
                   OR GA-HABER NOT = WS-SUMA-HABER
               ADD 1 TO WS-CNT-TOTALES-MAL
               DISPLAY "GL totals " GA-FECHA-EXTRACTO " " GA-MONEDA
                   " do not match what was sent: sent "
                   WS-SUMA-CANTIDAD ", ledger " GA-CANTIDAD
               MOVE "C" TO WS-ALERTA-SEV
               MOVE SPACES TO WS-ALERTA-MSG
               STRING "GL TOTAL DIFIERE " GA-FECHA-EXTRACTO
                   " MONEDA " GA-MONEDA
                   DELIMITED BY SIZE INTO WS-ALERTA-MSG
               PERFORM ESCRIBIR-ALERTA
           END-IF.

       VERIFICAR-PENDIENTES.
      *> Any line of an earlier extract the ledger has still not
      *> acknowledged - whether the whole day never came back or the
      *> acknowledgement skipped the account. One warning per
      *> extract date, raised once; the line stays outstanding on
      *> the register and PRE-FLIGHT keeps mentioning it.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-ESTADO(WS-GR-IDX) NOT = "A"
                   ADD 1 TO WS-CNT-ABIERTAS
               END-IF
               IF WS-GR-ESTADO(WS-GR-IDX) = "P"
                       AND WS-GR-FECHA(WS-GR-IDX) < WS-HOY
                       AND WS-GR-ALERTADO(WS-GR-IDX) NOT = "S"
                   PERFORM ALERTAR-SIN-ACUSE
               END-IF
           END-PERFORM.

       ALERTAR-SIN-ACUSE.
           MOVE WS-GR-FECHA(WS-GR-IDX) TO WS-CLAVE-FECHA
           MOVE 0 TO WS-LINEAS-FECHA
           PERFORM VARYING WS-GR-IDX2 FROM WS-GR-IDX BY 1
                   UNTIL WS-GR-IDX2 > WS-GR-CNT
               IF WS-GR-FECHA(WS-GR-IDX2) = WS-CLAVE-FECHA
                       AND WS-GR-ESTADO(WS-GR-IDX2) = "P"
                       AND WS-GR-ALERTADO(WS-GR-IDX2) NOT = "S"
                   MOVE "S" TO WS-GR-ALERTADO(WS-GR-IDX2)
                   ADD 1 TO WS-LINEAS-FECHA
               END-IF
           END-PERFORM
           ADD WS-LINEAS-FECHA TO WS-CNT-SIN-ACUSE
           DISPLAY "GL extract " WS-CLAVE-FECHA ": " WS-LINEAS-FECHA
               " line(s) never acknowledged by the ledger."
           MOVE "W" TO WS-ALERTA-SEV
           MOVE SPACES TO WS-ALERTA-MSG
           STRING "SIN ACUSE GL " WS-CLAVE-FECHA " LINEAS "
               WS-LINEAS-FECHA
               DELIMITED BY SIZE INTO WS-ALERTA-MSG
           PERFORM ESCRIBIR-ALERTA.

       GRABAR-REGISTRO.
           OPEN OUTPUT GL-REGISTER-FILE
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
               IF WS-GR-ESTADO(WS-GR-IDX) = "A"
                       AND WS-GR-FECHA(WS-GR-IDX) IS NUMERIC
                   MOVE WS-GR-FECHA(WS-GR-IDX) TO WS-FECHA-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                           + WS-RETENCION-DIAS < WS-DIA-HOY
                       ADD 1 TO WS-CNT-DEPURADAS
                   ELSE
                       PERFORM GRABAR-UNA-LINEA
                   END-IF
               ELSE
                   PERFORM GRABAR-UNA-LINEA
               END-IF
           END-PERFORM
           CLOSE GL-REGISTER-FILE.

       GRABAR-UNA-LINEA.
           MOVE SPACES TO GL-REGISTER-RECORD
           MOVE WS-GR-FECHA(WS-GR-IDX) TO GR-FECHA-EXTRACTO
           MOVE WS-GR-CUENTA(WS-GR-IDX) TO GR-CUENTA
           MOVE WS-GR-MONEDA(WS-GR-IDX) TO GR-MONEDA
           MOVE WS-GR-CANTIDAD(WS-GR-IDX) TO GR-CANTIDAD
           MOVE WS-GR-DEBE(WS-GR-IDX) TO GR-DEBE
           MOVE WS-GR-HABER(WS-GR-IDX) TO GR-HABER
           MOVE WS-GR-ESTADO(WS-GR-IDX) TO GR-ESTADO
           MOVE WS-GR-FECHA-ACUSE(WS-GR-IDX) TO GR-FECHA-ACUSE
           MOVE WS-GR-MOTIVO(WS-GR-IDX) TO GR-MOTIVO
           MOVE WS-GR-ALERTADO(WS-GR-IDX) TO GR-ALERTADO
           WRITE GL-REGISTER-RECORD.

       ARCHIVAR-ACUSES.
           OPEN INPUT GL-ACK-FILE
           OPEN EXTEND GL-ACK-ARCHIVE
           IF WS-ACKARC-STATUS = "35"
               OPEN OUTPUT GL-ACK-ARCHIVE
               CLOSE GL-ACK-ARCHIVE
               OPEN EXTEND GL-ACK-ARCHIVE
           END-IF
           PERFORM UNTIL WS-ACK-STATUS = "10"
               READ GL-ACK-FILE
                   AT END
                       MOVE "10" TO WS-ACK-STATUS
                   NOT AT END
                       MOVE GL-ACK-RECORD TO GL-ACK-ARC-RECORD
                       WRITE GL-ACK-ARC-RECORD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ACK-STATUS
           CLOSE GL-ACK-ARCHIVE
           CLOSE GL-ACK-FILE
      *> Emptied, not deleted: the ledger's next drop starts clean
      *> and a second run tonight finds nothing to settle twice.
           OPEN OUTPUT GL-ACK-FILE
           CLOSE GL-ACK-FILE.

       ESCRIBIR-ALERTA.
      *> Caller sets WS-ALERTA-SEV and WS-ALERTA-MSG; same
      *> append-or-create pattern as every other log in the shop.
           OPEN EXTEND OPER-ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT OPER-ALERT-FILE
               CLOSE OPER-ALERT-FILE
               OPEN EXTEND OPER-ALERT-FILE
           END-IF
           MOVE SPACES TO OPER-ALERT-RECORD
           MOVE "P" TO AL-ESTADO
           MOVE WS-ALERTA-SEV TO AL-SEVERIDAD
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "GL-ACK-RECON" TO AL-PROGRAMA
           MOVE WS-ALERTA-MSG TO AL-MENSAJE
           WRITE OPER-ALERT-RECORD
           CLOSE OPER-ALERT-FILE.

       ESCRIBIR-JOBLOG.
      *> Acknowledgement lines read ride in the records-read column
      *> and every break found (rejected, mismatched, unmatched,
      *> unacknowledged) in the error column. The breaks go to the
      *> alert file rather than the return code: the ledger's side of
      *> the hand-off is no reason to hold the rest of the stream.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP017" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
           MOVE RETURN-CODE TO JL-RETURN-CODE
           MOVE WS-CNT-ACUSES TO JL-RECORDS-LEIDOS
           MOVE WS-CNT-PROBLEMAS TO JL-RECORDS-ERROR
           MOVE 0 TO JL-ACUMULADO
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   MOVE SPACES TO JL-CONCILIACION
               WHEN WS-HAY-ACUSE = "N"
                   MOVE "NO CTL" TO JL-CONCILIACION
               WHEN WS-CNT-PROBLEMAS > 0
                   MOVE "BREAK" TO JL-CONCILIACION
               WHEN OTHER
                   MOVE "BALANCED" TO JL-CONCILIACION
           END-EVALUATE
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.
