       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ENTRY.

      *> Desk entry of CALC-TRANS-FILE batches. A signed-on clerk keys
      *> the header and then one detail at a time; every field is
      *> checked against the masters as it is keyed, so a typo is
      *> caught at the desk instead of coming back on tomorrow's
      *> reject file. A keyed batch is saved to BATCHENT.DAT and stays
      *> editable until it is released - from the desk, or by the
      *> nightly stream once the online window has closed - at which
      *> point it is appended to the intake with a trailer this
      *> program computes itself.
      *>
      *> The desk also books accepted amortization quotes: a quote
      *> logged by the calculator becomes one warehoused detail per
      *> installment, released by the nightly stream on its due date,
      *> and a booking can be cancelled while installments remain.
      *>
      *> Run with no parameter for the desk session. The nightly
      *> stream runs it as "BATCH-ENTRY RELEASE" after the window has
      *> closed, to move everything still saved into the intake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-ENTRY-FILE ASSIGN TO "BATCHENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.

           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

      *> Warehoused future-dated details - their IDs are taken even
      *> though they are not on the history yet.
           SELECT CALC-PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

      *> Details held for being over their submitter's authority
      *> limit - a pending one's ID is taken too.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APROBTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

      *> The administrative audit trail - an installment declined by
      *> a booking's cancellation is a queue decision like any other.
           SELECT ADMIN-AUDIT-FILE ASSIGN TO "ADMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADMAUD-STATUS.

      *> The calculator's quote log - an accepted AMRT quote is
      *> picked from here to be booked.
           SELECT QUOTE-LOG-FILE ASSIGN TO "QUOTELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT AMORT-BOOKING-FILE ASSIGN TO "AMRTBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSV-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATREG-STATUS.

           SELECT CURRENCY-MASTER ASSIGN TO "CURRMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO "TXNHIST.DAT"
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

           SELECT USER-MASTER ASSIGN TO "USERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WS-USER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPT-STATUS.

      *> The shop-wide online window. Closed means the nightly
      *> cut-off has passed: the desk is refused, and the stream is
      *> free to release the saved batches.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSSTAT-STATUS.

      *> Rejected numeric entries, logged the way the calculator
      *> logs them.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-ENTRY-FILE.
       COPY "BATCHENT.cpy".

       FD  CALC-TRANS-FILE.
       COPY "CALCTRAN.cpy".

       FD  CALC-PENDING-FILE.
       COPY "CALCPEND.cpy".

       FD  APPROVAL-QUEUE-FILE.
       COPY "APROBTXN.cpy".

       FD  ADMIN-AUDIT-FILE.
       COPY "ADMAUDIT.cpy".

       FD  QUOTE-LOG-FILE.
       COPY "QUOTELOG.cpy".

       FD  AMORT-BOOKING-FILE.
       COPY "AMRTBOOK.cpy".

       FD  BATCH-REGISTER-FILE.
       COPY "BATCHREG.cpy".

       FD  CURRENCY-MASTER.
       COPY "CURRMAST.cpy".

       FD  TXN-HISTORY-FILE.
       COPY "TXNHIST.cpy".

       FD  USER-MASTER.
       COPY "USRMAST.cpy".

       FD  DEPT-MASTER.
       COPY "DEPTMAST.cpy".

       FD  SYSTEM-STATUS-FILE.
       COPY "SYSSTAT.cpy".

       FD  ERROR-LOG-FILE.
       COPY "ERRLOG.cpy".

       FD  JOB-LOG-FILE.
       COPY "JOBLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ENT-STATUS       PIC XX VALUE "00".
       01 WS-TRANS-STATUS     PIC XX VALUE "00".
       01 WS-PEND-STATUS      PIC XX VALUE "00".
       01 WS-APR-STATUS       PIC XX VALUE "00".
       01 WS-ADMAUD-STATUS    PIC XX VALUE "00".
       01 WS-QUOTE-STATUS     PIC XX VALUE "00".
       01 WS-RSV-STATUS       PIC XX VALUE "00".
       01 WS-BATREG-STATUS    PIC XX VALUE "00".
       01 WS-CURR-STATUS      PIC XX VALUE "00".
       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-USER-STATUS      PIC XX VALUE "00".
       01 WS-DEPT-STATUS      PIC XX VALUE "00".
       01 WS-SYSSTAT-STATUS   PIC XX VALUE "00".
       01 WS-ERRLOG-STATUS    PIC XX VALUE "00".
       01 WS-JOBLOG-STATUS    PIC XX VALUE "00".

       01 WS-PARM             PIC X(20) VALUE SPACES.
       01 WS-TS-INICIO        PIC X(21).
       01 WS-HOY-FECHA        PIC X(8).
       01 WS-OPCION           PIC X VALUE SPACE.
       01 WS-RESP             PIC X VALUE SPACE.
       01 WS-TEMP             PIC X(20).
       01 WS-PROMPT-LABEL     PIC X(20).

       COPY "PARAMSIS.cpy".
       COPY "CALPARM.cpy".

      *> Who is keying. Every saved batch is stamped with the clerk,
      *> and only that clerk or a holder of the LOTEAPR right may
      *> touch it again.
       01 WS-SESION-OK        PIC X VALUE "N".
       01 WS-USUARIO-SESION   PIC X(20) VALUE SPACES.
       01 WS-USUARIO-ENTRADA  PIC X(20).
       01 WS-PASSWORD-ENTRADA PIC X(20).
       01 WS-ROL-SESION       PIC X VALUE SPACE.
       01 WS-SESION-TS        PIC X(21) VALUE SPACES.
       01 WS-TOMAR-RESP       PIC X VALUE "N".
       01 WS-ES-ADMIN         PIC X VALUE "N".
       COPY "AUTHPARM.cpy".

       01 WS-VENTANA-CERRADA  PIC X VALUE "N".
       01 WS-VENTANA-EXISTE   PIC X VALUE "N".

       01 WS-CUR-TABLA.
          05 WS-CUR-ENT OCCURS 10 TIMES.
             10 WS-CUR-CODIGO   PIC X(3).
             10 WS-CUR-ESTADO   PIC X.
       01 WS-CUR-CNT          PIC 9(2) VALUE 0.
       01 WS-CUR-IDX          PIC 9(2) VALUE 0.
       01 WS-CUR-HALLADA      PIC X VALUE "N".

      *> The batch being keyed or edited, held in memory until it is
      *> saved, released or thrown away.
       01 WS-LOTE.
          05 WS-LOTE-ID       PIC X(8).
          05 WS-LOTE-FECHA    PIC X(8).
          05 WS-LOTE-DEPTO    PIC X(10).
          05 WS-LOTE-DUENO    PIC X(20).
       01 WS-LOTE-NUEVO       PIC X VALUE "N".
       01 WS-LOTE-OK          PIC X VALUE "N".
       01 WS-LOTE-FIN         PIC X VALUE "N".
       01 WS-DET-TABLA.
          05 WS-DET-IMAGEN OCCURS 200 TIMES PIC X(75).
       01 WS-DET-CNT          PIC 9(3) VALUE 0.
       01 WS-DET-IDX          PIC 9(3) VALUE 0.
       01 WS-DET-NRO          PIC 9(3) VALUE 0.

      *> One H or D image as keyed - same shape as CALC-TRANS-RECORD,
      *> kept apart from it because the duplicate scans of the intake
      *> read into the file's own record area.
       01 WS-DETALLE.
          05 WS-D-TIPO        PIC X.
          05 WS-D-DATOS       PIC X(74).
          05 WS-D-CAMPOS REDEFINES WS-D-DATOS.
             10 WS-D-OPTION   PIC 9.
             10 WS-D-NUM1     PIC 9(7)V99.
             10 WS-D-NUM2     PIC 9(7)V99.
             10 WS-D-TRANS-ID PIC X(12).
             10 WS-D-FECHA-EF PIC X(8).
             10 WS-D-REVERSA-ID PIC X(12).
             10 WS-D-USUARIO  PIC X(20).
             10 WS-D-MONEDA   PIC X(3).
          05 WS-D-CABECERA REDEFINES WS-D-DATOS.
             10 WS-D-BATCH-ID PIC X(8).
             10 WS-D-FECHA-NEG PIC X(8).
             10 WS-D-DEPTO    PIC X(10).
             10 FILLER        PIC X(48).

      *> The rest of BATCHENT.DAT, held while one batch is replaced,
      *> released or deleted and the file rewritten around it.
       01 WS-STG-TABLA.
          05 WS-STG-IMAGEN OCCURS 1000 TIMES PIC X(124).
       01 WS-STG-CNT          PIC 9(4) VALUE 0.
       01 WS-STG-IDX          PIC 9(4) VALUE 0.
       01 WS-STG-DESBORDE     PIC X VALUE "N".
       01 WS-INCLUIR-LOTE     PIC X VALUE "N".

      *> Field-by-field validation.
       01 WS-CAMPO-OK         PIC X VALUE "N".
       01 WS-CANCELADO        PIC X VALUE "N".
       01 WS-ENCONTRADO       PIC X VALUE "N".
       01 WS-NO-CERO          PIC X VALUE "N".
       01 WS-NUM-VALOR        PIC S9(9)V99 VALUE 0.
       01 WS-FECHA-ENTRADA    PIC X(8).
       01 WS-FECHA-NUM        PIC 9(8).
       01 WS-FECHA-OK         PIC X VALUE "N".
       01 WS-BUSCAR-ID        PIC X(12).
       01 WS-BUSCAR-LOTE      PIC X(8).
       01 WS-FECHA-YA-PROC    PIC X(8).
       01 WS-ANT-FECHA        PIC X(8).
       01 WS-ANT-DEPTO        PIC X(10).

      *> Release.
       01 WS-LOTE-ABIERTO     PIC X VALUE "N".
       01 WS-TRL-CANTIDAD     PIC 9(7) VALUE 0.
       01 WS-TRL-HASH         PIC 9(15)V99 VALUE 0.
       01 WS-CNT-LOTES        PIC 9(5) VALUE 0.
       01 WS-CNT-DETALLES     PIC 9(7) VALUE 0.
       01 WS-CNT-LINEAS       PIC 9(7) VALUE 0.

       01 WS-IMPORTE-DISP     PIC Z(6)9.99.
       01 WS-IMPORTE2-DISP    PIC Z(6)9.99.
       01 WS-LST-CNT          PIC 9(3) VALUE 0.
       01 WS-LST-LOTE         PIC X(8) VALUE SPACES.
       01 WS-LST-DUENO        PIC X(20).
       01 WS-LST-TS           PIC X(21).
       01 WS-LST-FECHA        PIC X(8).
       01 WS-LST-DEPTO        PIC X(10).

      *> Booking an amortization quote. The quotes offered are the
      *> most recent AMRT quotes not booked yet, newest last.
       01 WS-QT-TABLA.
          05 WS-QT-IMAGEN OCCURS 50 TIMES PIC X(106).
       01 WS-QT-CNT           PIC 9(3) VALUE 0.
       01 WS-QT-IDX           PIC 9(3) VALUE 0.
       01 WS-QT-NRO           PIC 9(3) VALUE 0.
       01 WS-QT-SIN-FREC      PIC 9(5) VALUE 0.
       01 WS-QT-RESERVADA     PIC X VALUE "N".

      *> AMRTBOOK.DAT in memory, for the booked-quote check, the next
      *> booking number and the rewrite a cancellation needs.
       01 WS-RSV-TABLA.
          05 WS-RSV-IMAGEN OCCURS 500 TIMES PIC X(197).
       01 WS-RSV-CNT          PIC 9(3) VALUE 0.
       01 WS-RSV-IDX          PIC 9(3) VALUE 0.
       01 WS-RSV-SLOT         PIC 9(3) VALUE 0.
       01 WS-RSV-DESBORDE     PIC X VALUE "N".
       01 WS-RSV-SEQ          PIC 9(6) VALUE 0.
       01 WS-RSV-ID           PIC X(8).
       01 WS-RSV-USUARIO      PIC X(20).
       01 WS-RSV-MONEDA       PIC X(3).

      *> The installments of the quote being booked.
       01 WS-CUO-TABLA.
          05 WS-CUO-ENT OCCURS 600 TIMES.
             10 WS-CUO-FECHA    PIC X(8).
             10 WS-CUO-CAPITAL  PIC S9(11)V99.
             10 WS-CUO-INTERES  PIC 9(11)V99.
       01 WS-CUO-CNT          PIC 9(3) VALUE 0.
       01 WS-CUO-IDX          PIC 9(3) VALUE 0.
       01 WS-CUO-NRO          PIC 9(4) VALUE 0.
       01 WS-CUO-OK           PIC X VALUE "S".
       01 WS-INT-PERIODO      PIC 9(3)V9(8).
       01 WS-SALDO            PIC S9(11)V99.
       01 WS-TOTAL-CUOTAS     PIC 9(13)V99.

      *> Due-date arithmetic. Frequencies that divide the year into
      *> whole months step by months (day pinned to 28, as standing
      *> orders do, so February never derails the cycle); any other
      *> frequency steps by 365/frequency days.
       01 WS-VTO-NUM          PIC 9(8).
       01 WS-VTO-DES          REDEFINES WS-VTO-NUM.
          05 WS-VTO-ANO       PIC 9(4).
          05 WS-VTO-MES       PIC 9(2).
          05 WS-VTO-DIA       PIC 9(2).
       01 WS-VTO-ENTERA       PIC 9(7).
       01 WS-PASO-MESES       PIC 9(2) VALUE 0.
       01 WS-PASO-DIAS        PIC 9(3) VALUE 0.
       01 WS-VTO-DEFECTO      PIC X(8).

       01 WS-PEN-CNT          PIC 9(5) VALUE 0.
      *> CALCPEND.DAT while a cancellation pulls installments out of
      *> it, and APROBTXN.DAT while their pending approvals are
      *> declined. PENDING-RELEASE carries at most 500 warehoused
      *> records, so no booking may take it past that.
       01 WS-PEN-TABLA.
          05 WS-PEN-IMAGEN OCCURS 500 TIMES PIC X(101).
       01 WS-PEN-IDX          PIC 9(3) VALUE 0.
       01 WS-PEN-MAX          PIC 9(3) VALUE 500.
       01 WS-APQ-TABLA.
          05 WS-APQ-IMAGEN OCCURS 500 TIMES PIC X(182).
       01 WS-APQ-CNT          PIC 9(3) VALUE 0.
       01 WS-APQ-IDX          PIC 9(3) VALUE 0.
       01 WS-APQ-DESBORDE     PIC X VALUE "N".
       01 WS-CNT-RETIRADAS    PIC 9(3) VALUE 0.
       01 WS-CNT-DECLINADAS   PIC 9(3) VALUE 0.

       01 WS-PAGO-DISP        PIC Z(10)9.99.
       01 WS-PRINC-DISP       PIC Z(8)9.99.
       01 WS-TASA-DISP        PIC Z(4)9.9999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
           MOVE WS-TS-INICIO(1:8) TO WS-HOY-FECHA
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = "RELEASE"
               PERFORM LIBERAR-AL-CIERRE
               PERFORM ESCRIBIR-JOBLOG
               STOP RUN
           END-IF

           MOVE "N" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
      *> No forcing past a closed window here, unlike the calculator:
      *> once the cut-off has passed the stream may already have
      *> moved the saved batches into the intake, and an edit made
      *> now would land nowhere.
           PERFORM CONSULTAR-VENTANA
           IF WS-VENTANA-CERRADA = "S"
               DISPLAY "Batch entry is closed - the nightly cut-off "
                   "has passed. Saved batches are released with "
                   "tonight's run."
               STOP RUN
           END-IF
           PERFORM INICIAR-SESION
           IF WS-SESION-OK NOT = "S"
               DISPLAY "No session opened. Goodbye."
               STOP RUN
           END-IF
           PERFORM CARGAR-MONEDAS
           PERFORM UNTIL WS-OPCION = "6"
               PERFORM SHOW-MENU
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM NUEVO-LOTE
                   WHEN "2"
                       PERFORM MODIFICAR-LOTE
                   WHEN "3"
                       PERFORM LIBERAR-LOTE-AHORA
                   WHEN "4"
                       PERFORM LISTAR-LOTES
                   WHEN "5"
                       PERFORM ELIMINAR-LOTE
                   WHEN "6"
                       CONTINUE
                   WHEN "7"
                       PERFORM RESERVAR-COTIZACION
                   WHEN "8"
                       PERFORM CANCELAR-RESERVA
                   WHEN OTHER
                       DISPLAY "Invalid option. Please enter 1 to 8."
               END-EVALUATE
           END-PERFORM
           PERFORM CERRAR-SESION
           DISPLAY "Batch entry closed. Goodbye!"
           STOP RUN.

       INICIAR-SESION.
      *> Same front door as the calculator and the login programs.
           DISPLAY "===== BATCH ENTRY SIGN-ON ====="
           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT WS-USUARIO-ENTRADA
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-PASSWORD-ENTRADA

           MOVE "A" TO AUT-FUNCION
           MOVE WS-USUARIO-ENTRADA TO AUT-USUARIO
           MOVE WS-PASSWORD-ENTRADA TO AUT-PASSWORD
           MOVE "BATCH-ENTRY" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS

           EVALUATE AUT-RESULTADO
               WHEN "S"
                   MOVE WS-USUARIO-ENTRADA TO WS-USUARIO-SESION
                   MOVE AUT-ROLE TO WS-ROL-SESION
                   IF AUT-DIAS-RESTANTES <= PAR-PASSWORD-AVISO
                       DISPLAY "Aviso: su password vence en "
                           AUT-DIAS-RESTANTES " dia(s)."
                   END-IF
                   PERFORM REGISTRAR-SESION
                   IF WS-SESION-OK = "S"
                       DISPLAY "Login correcto. Bienvenido!"
                       PERFORM CONSULTAR-PERMISO-LOTES
                   END-IF
               WHEN "V"
                   DISPLAY "Su password ha vencido. Cambiela con "
                       "RegisterLoginSimple para poder ingresar."
               WHEN "L"
                   DISPLAY "Cuenta bloqueada. Contacte a un "
                       "administrador."
               WHEN "D"
                   DISPLAY
                    "Demasiados intentos fallidos. Cuenta bloqueada."
               WHEN "I"
                   DISPLAY "Cuenta inactiva. Contacte a un "
                       "administrador."
               WHEN OTHER
                   DISPLAY "Usuario o password incorrectos."
           END-EVALUATE.

       REGISTRAR-SESION.
      *> The sign-on goes on the shared session registry, as in the
      *> calculator: a user already signed on at another desk may
      *> take that session over or leave without entering.
           MOVE "E" TO AUT-FUNCION
           MOVE "N" TO AUT-TOMAR
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO = "C"
               DISPLAY "Ya tiene una sesion abierta en "
                   FUNCTION TRIM(AUT-SESION-OTRA) " desde "
                   AUT-SESION-TS(1:14) "."
               DISPLAY "Tomar esa sesion y cerrar la otra (S/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-TOMAR-RESP
               IF FUNCTION UPPER-CASE(WS-TOMAR-RESP) NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE "E" TO AUT-FUNCION
               MOVE "S" TO AUT-TOMAR
               CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           END-IF
           IF AUT-RESULTADO = "S"
               MOVE "S" TO WS-SESION-OK
               MOVE AUT-SESION-TS TO WS-SESION-TS
           END-IF.

       VERIFICAR-SESION.
      *> Asked after each menu answer: a session idle past the
      *> SESION-INACTIVA-MIN parameter, taken over from another desk
      *> or forced off by the CLOSE ends before the option runs.
           MOVE "T" TO AUT-FUNCION
           MOVE WS-USUARIO-SESION TO AUT-USUARIO
           MOVE WS-SESION-TS TO AUT-SESION-TS
           MOVE "BATCH-ENTRY" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           EVALUATE AUT-RESULTADO
               WHEN "T"
                   DISPLAY "Sesion cerrada por inactividad."
                   MOVE "N" TO WS-SESION-OK
               WHEN "Q"
                   DISPLAY "Su sesion fue cerrada desde otra "
                       "terminal o por el cierre del dia."
                   MOVE "N" TO WS-SESION-OK
           END-EVALUATE.

       CERRAR-SESION.
           IF WS-SESION-OK = "S"
               MOVE "F" TO AUT-FUNCION
               MOVE WS-USUARIO-SESION TO AUT-USUARIO
               MOVE WS-SESION-TS TO AUT-SESION-TS
               MOVE "BATCH-ENTRY" TO AUT-PROGRAMA
               CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
               MOVE "N" TO WS-SESION-OK
           END-IF.

       CONSULTAR-PERMISO-LOTES.
      *> Working another clerk's saved batch or booking is a
      *> supervisor's call, granted as the LOTEAPR right on
      *> PERMISOS.DAT - with no file, role "A" holds it as before.
           MOVE "N" TO WS-ES-ADMIN
           MOVE "P" TO AUT-FUNCION
           MOVE WS-USUARIO-SESION TO AUT-USUARIO
           MOVE WS-ROL-SESION TO AUT-ROLE
           MOVE "LOTEAPR" TO AUT-PERMISO
           MOVE "BATCH-ENTRY" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO = "S"
               MOVE "S" TO WS-ES-ADMIN
           END-IF.

       CONSULTAR-VENTANA.
      *> No status file reads as open, so a site that never adopted
      *> the window command is unchanged.
           MOVE "N" TO WS-VENTANA-CERRADA
           MOVE "N" TO WS-VENTANA-EXISTE
           OPEN INPUT SYSTEM-STATUS-FILE
           IF WS-SYSSTAT-STATUS NOT = "00"
               MOVE "00" TO WS-SYSSTAT-STATUS
               EXIT PARAGRAPH
           END-IF
           READ SYSTEM-STATUS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO WS-VENTANA-EXISTE
                   IF SS-ESTADO = "C"
                       MOVE "S" TO WS-VENTANA-CERRADA
                   END-IF
           END-READ
           CLOSE SYSTEM-STATUS-FILE
           MOVE "00" TO WS-SYSSTAT-STATUS.

       SHOW-MENU.
      *> The stream may close the window mid-session - the cut-off
      *> ends the session at the next menu. So does a session the
      *> batch editor found ended.
           IF WS-SESION-OK NOT = "S"
               MOVE "6" TO WS-OPCION
               EXIT PARAGRAPH
           END-IF
           PERFORM CONSULTAR-VENTANA
           IF WS-VENTANA-CERRADA = "S"
               DISPLAY "La ventana online se cerro - terminando "
                   "la sesion."
               MOVE "6" TO WS-OPCION
               EXIT PARAGRAPH
           END-IF
           DISPLAY "===================================="
           DISPLAY "            BATCH ENTRY             "
           DISPLAY "===================================="
           DISPLAY "1. Key a new batch"
           DISPLAY "2. Edit a saved batch"
           DISPLAY "3. Release a saved batch now"
           DISPLAY "4. List saved batches"
           DISPLAY "5. Delete a saved batch"
           DISPLAY "6. Exit"
           DISPLAY "7. Book an amortization quote"
           DISPLAY "8. Cancel a booking"
           DISPLAY "Enter option (1-8): " WITH NO ADVANCING
           ACCEPT WS-TEMP
           MOVE WS-TEMP(1:1) TO WS-OPCION
           PERFORM VERIFICAR-SESION
           IF WS-SESION-OK NOT = "S"
               MOVE "6" TO WS-OPCION
           END-IF.

       CARGAR-MONEDAS.
           OPEN INPUT CURRENCY-MASTER
           IF WS-CURR-STATUS NOT = "00"
               MOVE "00" TO WS-CURR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CURR-STATUS = "10"
               READ CURRENCY-MASTER
                   AT END
                       MOVE "10" TO WS-CURR-STATUS
                   NOT AT END
                       IF WS-CUR-CNT < 10
                           ADD 1 TO WS-CUR-CNT
                           MOVE CM-CODIGO
                               TO WS-CUR-CODIGO(WS-CUR-CNT)
                           MOVE CM-ESTADO
                               TO WS-CUR-ESTADO(WS-CUR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CURR-STATUS
           CLOSE CURRENCY-MASTER.

       NUEVO-LOTE.
           INITIALIZE WS-LOTE
           MOVE 0 TO WS-DET-CNT
           MOVE "S" TO WS-LOTE-NUEVO
           MOVE "N" TO WS-CANCELADO
           MOVE WS-USUARIO-SESION TO WS-LOTE-DUENO
           DISPLAY "Enter * at any prompt to cancel."
           PERFORM PEDIR-BATCH-ID
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-FECHA-NEGOCIO
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-DEPTO
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM EDITAR-LOTE.

       MODIFICAR-LOTE.
           PERFORM ELEGIR-LOTE-GUARDADO
           IF WS-LOTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOTE-NUEVO
           PERFORM EDITAR-LOTE.

       ELEGIR-LOTE-GUARDADO.
           MOVE "N" TO WS-LOTE-OK
           DISPLAY "Batch ID: " WITH NO ADVANCING
           ACCEPT WS-TEMP
           INITIALIZE WS-LOTE
           MOVE WS-TEMP(1:8) TO WS-LOTE-ID
           PERFORM CARGAR-LOTE-GUARDADO
           IF WS-ENCONTRADO NOT = "S"
               DISPLAY "No saved batch " WS-LOTE-ID "."
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-DUENO NOT = WS-USUARIO-SESION
                   AND WS-ES-ADMIN NOT = "S"
               DISPLAY "Batch " WS-LOTE-ID " was keyed by "
                   FUNCTION TRIM(WS-LOTE-DUENO)
                   " - only that user or a supervisor may "
                   "change it."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-LOTE-OK.

       CARGAR-LOTE-GUARDADO.
           MOVE "N" TO WS-ENCONTRADO
           MOVE 0 TO WS-DET-CNT
           OPEN INPUT BATCH-ENTRY-FILE
           IF WS-ENT-STATUS NOT = "00"
               MOVE "00" TO WS-ENT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENT-STATUS = "10"
               READ BATCH-ENTRY-FILE
                   AT END
                       MOVE "10" TO WS-ENT-STATUS
                   NOT AT END
                       IF BE-BATCH-ID = WS-LOTE-ID
                           PERFORM TOMAR-LINEA-GUARDADA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENT-STATUS
           CLOSE BATCH-ENTRY-FILE.

       TOMAR-LINEA-GUARDADA.
           MOVE BE-TRANSACCION TO WS-DETALLE
           IF WS-D-TIPO = "H"
               MOVE "S" TO WS-ENCONTRADO
               MOVE WS-D-FECHA-NEG TO WS-LOTE-FECHA
               MOVE WS-D-DEPTO TO WS-LOTE-DEPTO
               MOVE BE-USUARIO TO WS-LOTE-DUENO
           ELSE
               IF WS-DET-CNT < 200
                   ADD 1 TO WS-DET-CNT
                   MOVE BE-TRANSACCION TO WS-DET-IMAGEN(WS-DET-CNT)
               END-IF
           END-IF.

       EDITAR-LOTE.
      *> The session is asked after every prompt, as the main menu
      *> does - time spent keying a detail counts, and an answer
      *> given once the session is gone saves nothing.
           MOVE "N" TO WS-LOTE-FIN
           PERFORM UNTIL WS-LOTE-FIN = "S"
               PERFORM CONSULTAR-VENTANA
               PERFORM VERIFICAR-SESION
               IF WS-VENTANA-CERRADA = "S"
                   DISPLAY "The nightly cut-off has passed - batch "
                       WS-LOTE-ID " was NOT saved."
                   MOVE "S" TO WS-LOTE-FIN
               END-IF
               IF WS-SESION-OK NOT = "S" AND WS-LOTE-FIN NOT = "S"
                   DISPLAY "Batch " WS-LOTE-ID " was NOT saved."
                   MOVE "S" TO WS-LOTE-FIN
               END-IF
               IF WS-LOTE-FIN NOT = "S"
                   DISPLAY "------------------------------------"
                   DISPLAY "Batch " WS-LOTE-ID "  date "
                       WS-LOTE-FECHA "  dept " WS-LOTE-DEPTO
                       "  details " WS-DET-CNT
                   DISPLAY "1. Add a detail"
                   DISPLAY "2. Change a detail"
                   DISPLAY "3. Remove a detail"
                   DISPLAY "4. Change the header"
                   DISPLAY "5. List the details"
                   DISPLAY "6. Save the batch"
                   DISPLAY "7. Leave without saving"
                   DISPLAY "Enter option (1-7): " WITH NO ADVANCING
                   ACCEPT WS-TEMP
                   PERFORM VERIFICAR-SESION
                   IF WS-SESION-OK NOT = "S"
                       DISPLAY "Batch " WS-LOTE-ID " was NOT saved."
                       MOVE "S" TO WS-LOTE-FIN
                   ELSE
                       EVALUATE WS-TEMP(1:1)
                           WHEN "1"
                               PERFORM AGREGAR-DETALLE
                           WHEN "2"
                               PERFORM CAMBIAR-DETALLE
                           WHEN "3"
                               PERFORM BORRAR-DETALLE
                           WHEN "4"
                               PERFORM CAMBIAR-CABECERA
                           WHEN "5"
                               PERFORM LISTAR-DETALLES
                           WHEN "6"
                               PERFORM GUARDAR-LOTE
                           WHEN "7"
                               DISPLAY "Changes discarded."
                               MOVE "S" TO WS-LOTE-FIN
                           WHEN OTHER
                               DISPLAY "Invalid option. Please "
                                   "enter 1 to 7."
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       AGREGAR-DETALLE.
           IF WS-DET-CNT >= 200
               DISPLAY "A batch holds at most 200 details - save "
                   "this one and key the rest as another batch."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DET-NRO
           PERFORM PEDIR-DETALLE
           IF WS-CANCELADO = "S"
               DISPLAY "Detail not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DET-CNT
           MOVE WS-DETALLE TO WS-DET-IMAGEN(WS-DET-CNT)
           DISPLAY "Detail " WS-DET-CNT " added.".

       CAMBIAR-DETALLE.
           PERFORM PEDIR-NRO-DETALLE
           IF WS-DET-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DET-NRO TO WS-DET-IDX
           PERFORM MOSTRAR-DETALLE
           DISPLAY "Key the detail again:"
           PERFORM PEDIR-DETALLE
           IF WS-CANCELADO = "S"
               DISPLAY "Detail " WS-DET-NRO " unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DETALLE TO WS-DET-IMAGEN(WS-DET-NRO)
           DISPLAY "Detail " WS-DET-NRO " changed.".

       BORRAR-DETALLE.
           PERFORM PEDIR-NRO-DETALLE
           IF WS-DET-NRO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DET-IDX FROM WS-DET-NRO BY 1
                   UNTIL WS-DET-IDX >= WS-DET-CNT
               MOVE WS-DET-IMAGEN(WS-DET-IDX + 1)
                   TO WS-DET-IMAGEN(WS-DET-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-DET-CNT
           DISPLAY "Detail " WS-DET-NRO " removed.".

       PEDIR-NRO-DETALLE.
           MOVE 0 TO WS-DET-NRO
           IF WS-DET-CNT = 0
               DISPLAY "The batch has no details yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Detail number (1-" WS-DET-CNT "): "
               WITH NO ADVANCING
           ACCEPT WS-TEMP
           IF FUNCTION TEST-NUMVAL(WS-TEMP) NOT = 0
               DISPLAY "Not a detail number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TEMP) TO WS-NUM-VALOR
           IF WS-NUM-VALOR < 1 OR WS-NUM-VALOR > WS-DET-CNT
               DISPLAY "No detail with that number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALOR TO WS-DET-NRO.

       CAMBIAR-CABECERA.
      *> The batch ID stays - it is what the saved copy is filed
      *> under. A new ID is a new batch.
           MOVE WS-LOTE-FECHA TO WS-ANT-FECHA
           MOVE WS-LOTE-DEPTO TO WS-ANT-DEPTO
           MOVE "N" TO WS-CANCELADO
           PERFORM PEDIR-FECHA-NEGOCIO
           IF WS-CANCELADO NOT = "S"
               PERFORM PEDIR-DEPTO
           END-IF
           IF WS-CANCELADO = "S"
               MOVE WS-ANT-FECHA TO WS-LOTE-FECHA
               MOVE WS-ANT-DEPTO TO WS-LOTE-DEPTO
               DISPLAY "Header unchanged."
           END-IF.

       LISTAR-DETALLES.
           IF WS-DET-CNT = 0
               DISPLAY "The batch has no details yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-CNT
               PERFORM MOSTRAR-DETALLE
           END-PERFORM.

       MOSTRAR-DETALLE.
           MOVE WS-DET-IMAGEN(WS-DET-IDX) TO WS-DETALLE
           MOVE WS-D-NUM1 TO WS-IMPORTE-DISP
           MOVE WS-D-NUM2 TO WS-IMPORTE2-DISP
           IF WS-D-OPTION = 9
               DISPLAY WS-DET-IDX ". " WS-D-TRANS-ID " OPT 9 REVERSES "
                   WS-D-REVERSA-ID " EF " WS-D-FECHA-EF " "
                   FUNCTION TRIM(WS-D-USUARIO) " " WS-D-MONEDA
           ELSE
               DISPLAY WS-DET-IDX ". " WS-D-TRANS-ID " OPT "
                   WS-D-OPTION " " WS-IMPORTE-DISP " "
                   WS-IMPORTE2-DISP " EF " WS-D-FECHA-EF " "
                   FUNCTION TRIM(WS-D-USUARIO) " " WS-D-MONEDA
           END-IF.

      *> ---------------------------------------------------------
      *> Field prompts. Each one re-asks until the value passes its
      *> check or the clerk keys * to give up on the batch/detail.
      *> ---------------------------------------------------------
       LEER-CAMPO.
           DISPLAY FUNCTION TRIM(WS-PROMPT-LABEL) ": "
               WITH NO ADVANCING
           ACCEPT WS-TEMP
           IF WS-TEMP = "*"
               MOVE "S" TO WS-CANCELADO
           END-IF.

       PEDIR-BATCH-ID.
           MOVE "Batch ID" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   PERFORM VALIDAR-BATCH-ID
               END-IF
           END-PERFORM.

       VALIDAR-BATCH-ID.
           IF WS-TEMP = SPACES
               DISPLAY "A batch ID is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-TEMP(9:12) NOT = SPACES
               DISPLAY "A batch ID is at most 8 characters."
               EXIT PARAGRAPH
           END-IF
      *> R<yymmdd><n> and S<yymmdd><n> are how PENDING-RELEASE and
      *> STANDING-ORDERS number their generated batches - a keyed
      *> batch under one of them would collide with a generated one.
           IF (WS-TEMP(1:1) = "R" OR WS-TEMP(1:1) = "S")
                   AND WS-TEMP(2:7) IS NUMERIC
               DISPLAY "IDs of the form R/S + 7 digits are reserved "
                   "for generated batches."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP(1:8) TO WS-BUSCAR-LOTE
           PERFORM BUSCAR-LOTE-EN-REGISTRO
           IF WS-ENCONTRADO = "S"
               DISPLAY "Batch " WS-BUSCAR-LOTE " was already "
                   "processed on " WS-FECHA-YA-PROC "."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-LOTE-EN-INTAKE
           IF WS-ENCONTRADO = "S"
               DISPLAY "Batch " WS-BUSCAR-LOTE " is already waiting "
                   "in tonight's intake."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-LOTE-GUARDADO
           IF WS-ENCONTRADO = "S"
               DISPLAY "A batch " WS-BUSCAR-LOTE " is already saved."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCAR-LOTE TO WS-LOTE-ID
           MOVE "S" TO WS-CAMPO-OK.

       PEDIR-FECHA-NEGOCIO.
           MOVE "Business date AAAAMMDD" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   IF WS-TEMP = SPACES
                       MOVE WS-HOY-FECHA TO WS-TEMP
                   END-IF
                   PERFORM VALIDAR-FECHA
                   IF WS-FECHA-OK = "S"
                       PERFORM VALIDAR-DIA-HABIL
                   END-IF
                   IF WS-FECHA-OK = "S"
                       MOVE WS-FECHA-ENTRADA TO WS-LOTE-FECHA
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-IF
           END-PERFORM.

       VALIDAR-DIA-HABIL.
      *> CALCULATOR-BATCH refuses a whole batch dated on a weekend or
      *> a FERIADOS.DAT holiday (reason FERI); the clerk hears it now,
      *> while the header can still be fixed, not from the rejects.
           MOVE "H" TO CLP-FUNCION
           MOVE WS-FECHA-ENTRADA TO CLP-FECHA
           CALL "VERIFICAR-DIA-HABIL" USING CAL-PARAMETROS
           IF CLP-RESULTADO NOT = "S"
               DISPLAY WS-FECHA-ENTRADA " is not a business day ("
                   FUNCTION TRIM(CLP-MOTIVO) ") - next is "
                   CLP-FECHA-HABIL "."
               MOVE "N" TO WS-FECHA-OK
           END-IF.

       VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-OK
           MOVE WS-TEMP(1:8) TO WS-FECHA-ENTRADA
           IF WS-TEMP(9:12) NOT = SPACES
                   OR WS-FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY "Dates are keyed as AAAAMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-ENTRADA TO WS-FECHA-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NUM) NOT = 0
               DISPLAY WS-FECHA-ENTRADA " is not a calendar date."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-FECHA-OK.

       PEDIR-DEPTO.
           MOVE "Department" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   PERFORM VALIDAR-DEPTO
               END-IF
           END-PERFORM.

       VALIDAR-DEPTO.
      *> Same rule CALCULATOR-BATCH applies to the header: on the
      *> master and active. No master at all switches it off there,
      *> so it does here too.
           IF WS-TEMP = SPACES
               DISPLAY "A department is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-TEMP(11:10) NOT = SPACES
               DISPLAY "A department code is at most 10 characters."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "00" TO WS-DEPT-STATUS
               MOVE WS-TEMP(1:10) TO WS-LOTE-DEPTO
               MOVE "S" TO WS-CAMPO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP(1:10) TO DP-CODIGO
           READ DEPT-MASTER
               INVALID KEY
                   DISPLAY "Department " DP-CODIGO " is not on the "
                       "department master."
               NOT INVALID KEY
                   IF DP-ESTADO NOT = "A"
                       DISPLAY "Department " DP-CODIGO
                           " is not active."
                   ELSE
                       MOVE DP-CODIGO TO WS-LOTE-DEPTO
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
           END-READ
           CLOSE DEPT-MASTER.

       PEDIR-DETALLE.
           MOVE SPACES TO WS-DETALLE
           MOVE "D" TO WS-D-TIPO
           MOVE 0 TO WS-D-NUM1
           MOVE 0 TO WS-D-NUM2
           MOVE "N" TO WS-CANCELADO
           PERFORM PEDIR-OPCION-DET
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
      *> A reversal backs out its target's stored RESULT - operands
      *> on it are never read, so they are not asked for.
           IF WS-D-OPTION NOT = 9
               MOVE "First operand" TO WS-PROMPT-LABEL
               MOVE "N" TO WS-NO-CERO
               PERFORM PEDIR-IMPORTE
               IF WS-CANCELADO = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-VALOR TO WS-D-NUM1
               MOVE "Second operand" TO WS-PROMPT-LABEL
               IF WS-D-OPTION = 4
                   MOVE "S" TO WS-NO-CERO
               END-IF
               PERFORM PEDIR-IMPORTE
               IF WS-CANCELADO = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-VALOR TO WS-D-NUM2
           END-IF
           PERFORM PEDIR-TRANS-ID
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-FECHA-EFECTIVA
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-USUARIO-DET
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-MONEDA
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-D-OPTION = 9
               PERFORM PEDIR-REVERSA
           END-IF.

       PEDIR-OPCION-DET.
           MOVE "Option 1-4, 9=reversal" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   IF WS-TEMP(2:19) = SPACES
                           AND ((WS-TEMP(1:1) >= "1"
                                 AND WS-TEMP(1:1) <= "4")
                             OR WS-TEMP(1:1) = "9")
                       MOVE WS-TEMP(1:1) TO WS-D-OPTION
                       MOVE "S" TO WS-CAMPO-OK
                   ELSE
                       DISPLAY "Option must be 1, 2, 3, 4 or 9."
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-IMPORTE.
      *> Operands are PIC 9(7)V99 on the intake record: unsigned,
      *> at most seven whole digits.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   PERFORM VALIDAR-IMPORTE
               END-IF
           END-PERFORM.

       VALIDAR-IMPORTE.
           IF WS-TEMP = SPACES
               DISPLAY "An amount is required."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TEMP) NOT = 0
               DISPLAY "Invalid numeric input: " WS-TEMP
               PERFORM REGISTRAR-ERROR-NUMERICO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TEMP) TO WS-NUM-VALOR
           IF WS-NUM-VALOR < 0
               DISPLAY "Operands cannot be negative."
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-VALOR > 9999999.99
               DISPLAY "Operands are at most 9999999.99."
               EXIT PARAGRAPH
           END-IF
           IF WS-NO-CERO = "S" AND WS-NUM-VALOR = 0
               DISPLAY "Cannot divide by zero."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CAMPO-OK.

       PEDIR-TRANS-ID.
           MOVE "Transaction ID" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   PERFORM VALIDAR-TRANS-ID
               END-IF
           END-PERFORM.

       VALIDAR-TRANS-ID.
      *> The ID must be new everywhere it could already be: on the
      *> history, on this batch, on another saved batch, waiting in
      *> the intake or warehoused for a later date. The batch run
      *> would reject the second one as DUPL.
           IF WS-TEMP = SPACES
               DISPLAY "A transaction ID is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-TEMP(13:8) NOT = SPACES
               DISPLAY "A transaction ID is at most 12 characters."
               EXIT PARAGRAPH
           END-IF
      *> AM + 10 digits is how booked installments are numbered.
           IF WS-TEMP(1:2) = "AM" AND WS-TEMP(3:10) IS NUMERIC
               DISPLAY "IDs of the form AM + 10 digits are reserved "
                   "for booked installments."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP(1:12) TO WS-BUSCAR-ID
           PERFORM BUSCAR-ID-EN-LOTE
           IF WS-ENCONTRADO = "S"
               DISPLAY WS-BUSCAR-ID " is already on this batch."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ID-EN-HISTORIA
           IF WS-ENCONTRADO = "S"
               DISPLAY WS-BUSCAR-ID " was already processed."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ID-PENDIENTE
           IF WS-ENCONTRADO = "S"
               DISPLAY WS-BUSCAR-ID " is already on a saved, "
                   "queued or held batch."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCAR-ID TO WS-D-TRANS-ID
           MOVE "S" TO WS-CAMPO-OK.

       PEDIR-FECHA-EFECTIVA.
           MOVE "Effective date AAAAMMDD" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   IF WS-TEMP = SPACES
                       MOVE WS-LOTE-FECHA TO WS-TEMP
                   END-IF
                   PERFORM VALIDAR-FECHA
                   IF WS-FECHA-OK = "S"
                       MOVE WS-FECHA-ENTRADA TO WS-D-FECHA-EF
                       MOVE "S" TO WS-CAMPO-OK
                       IF WS-D-FECHA-EF > WS-HOY-FECHA
                           DISPLAY "Dated after today - the nightly "
                               "run will hold it until "
                               WS-D-FECHA-EF "."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-USUARIO-DET.
           MOVE "User (blank = you)" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   IF WS-TEMP = SPACES
                       MOVE WS-USUARIO-SESION TO WS-TEMP
                   END-IF
                   PERFORM VALIDAR-USUARIO-DET
               END-IF
           END-PERFORM.

       VALIDAR-USUARIO-DET.
      *> The rule VALIDAR-USUARIO applies at night: known and "A".
           OPEN INPUT USER-MASTER
           IF WS-USER-STATUS NOT = "00"
               DISPLAY "USER-MASTER unavailable, status "
                   WS-USER-STATUS " - cannot check the user."
               MOVE "00" TO WS-USER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP TO USR-USUARIO
           READ USER-MASTER
               INVALID KEY
                   DISPLAY "User " FUNCTION TRIM(USR-USUARIO)
                       " is not on the user master."
               NOT INVALID KEY
                   EVALUATE USR-ESTADO
                       WHEN "A"
                           MOVE USR-USUARIO TO WS-D-USUARIO
                           MOVE "S" TO WS-CAMPO-OK
                       WHEN "L"
                           DISPLAY "User " FUNCTION TRIM(USR-USUARIO)
                               " is locked."
                       WHEN OTHER
                           DISPLAY "User " FUNCTION TRIM(USR-USUARIO)
                               " is not active."
                   END-EVALUATE
           END-READ
           CLOSE USER-MASTER.

       PEDIR-MONEDA.
           MOVE "Currency (blank = UYU)" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   PERFORM VALIDAR-MONEDA-DET
               END-IF
           END-PERFORM.

       VALIDAR-MONEDA-DET.
           IF WS-TEMP = SPACES
               MOVE "UYU" TO WS-TEMP
           END-IF
           IF WS-TEMP(4:17) NOT = SPACES
               DISPLAY "A currency is a 3-letter ISO code."
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-CNT > 0
               MOVE "N" TO WS-CUR-HALLADA
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > WS-CUR-CNT
                       OR WS-CUR-HALLADA = "S"
                   IF WS-CUR-CODIGO(WS-CUR-IDX) = WS-TEMP(1:3)
                           AND WS-CUR-ESTADO(WS-CUR-IDX) = "A"
                       MOVE "S" TO WS-CUR-HALLADA
                   END-IF
               END-PERFORM
               IF WS-CUR-HALLADA NOT = "S"
                   DISPLAY "Currency " WS-TEMP(1:3) " is not an "
                       "active code on the currency master."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-TEMP(1:3) TO WS-D-MONEDA
           MOVE "S" TO WS-CAMPO-OK.

       PEDIR-REVERSA.
           MOVE "Transaction to reverse" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   PERFORM VALIDAR-REVERSA
               END-IF
           END-PERFORM.

       VALIDAR-REVERSA.
      *> The target must be reversible tonight: processed and not
      *> yet reversed on the history, or an ordinary detail earlier
      *> on this same batch - the batch run writes each detail's
      *> history before it reads the next. Nothing else on this
      *> batch may already be reversing it.
           IF WS-TEMP = SPACES
               DISPLAY "A reversal must name its target."
               EXIT PARAGRAPH
           END-IF
           IF WS-TEMP(1:12) = WS-D-TRANS-ID
               DISPLAY "A transaction cannot reverse itself."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP(1:12) TO WS-BUSCAR-ID
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-CNT
               IF WS-DET-IDX NOT = WS-DET-NRO
                   MOVE WS-DET-IMAGEN(WS-DET-IDX) TO CALC-TRANS-RECORD
                   IF CT-OPTION = 9 AND CT-REVERSA-ID = WS-BUSCAR-ID
                       MOVE "R" TO WS-ENCONTRADO
                   END-IF
                   IF CT-OPTION NOT = 9 AND CT-TRANS-ID = WS-BUSCAR-ID
                           AND WS-ENCONTRADO = "N"
                           AND (WS-DET-NRO = 0
                                OR WS-DET-IDX < WS-DET-NRO)
                       MOVE "S" TO WS-ENCONTRADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "R"
               DISPLAY WS-BUSCAR-ID " is already reversed on this "
                   "batch."
               EXIT PARAGRAPH
           END-IF
           IF WS-ENCONTRADO = "S"
               MOVE WS-BUSCAR-ID TO WS-D-REVERSA-ID
               MOVE "S" TO WS-CAMPO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TXN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "00" TO WS-HIST-STATUS
               DISPLAY WS-BUSCAR-ID " is not on the transaction "
                   "history."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCAR-ID TO TH-TRANS-ID
           READ TXN-HISTORY-FILE
               INVALID KEY
                   DISPLAY WS-BUSCAR-ID " is not on the transaction "
                       "history."
               NOT INVALID KEY
                   EVALUATE TH-ESTADO
                       WHEN "R"
                           DISPLAY WS-BUSCAR-ID " was already "
                               "reversed by " TH-REVERSA-ID "."
                       WHEN "E"
                           DISPLAY WS-BUSCAR-ID " was rejected - "
                               "there is nothing to reverse."
                       WHEN OTHER
                           MOVE WS-BUSCAR-ID TO WS-D-REVERSA-ID
                           MOVE "S" TO WS-CAMPO-OK
                   END-EVALUATE
           END-READ
           CLOSE TXN-HISTORY-FILE.

      *> ---------------------------------------------------------
      *> Lookups.
      *> ---------------------------------------------------------
       BUSCAR-LOTE-EN-REGISTRO.
           MOVE "N" TO WS-ENCONTRADO
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
                       IF BR-BATCH-ID = WS-BUSCAR-LOTE
                           MOVE "S" TO WS-ENCONTRADO
                           MOVE BR-FECHA-PROCESO TO WS-FECHA-YA-PROC
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BATREG-STATUS
           CLOSE BATCH-REGISTER-FILE.

       BUSCAR-LOTE-EN-INTAKE.
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "00" TO WS-TRANS-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANS-STATUS = "10"
               READ CALC-TRANS-FILE
                   AT END
                       MOVE "10" TO WS-TRANS-STATUS
                   NOT AT END
                       IF CT-TIPO-REG = "H"
                               AND CT-BATCH-ID = WS-BUSCAR-LOTE
                           MOVE "S" TO WS-ENCONTRADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TRANS-STATUS
           CLOSE CALC-TRANS-FILE.

       BUSCAR-LOTE-GUARDADO.
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT BATCH-ENTRY-FILE
           IF WS-ENT-STATUS NOT = "00"
               MOVE "00" TO WS-ENT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENT-STATUS = "10"
               READ BATCH-ENTRY-FILE
                   AT END
                       MOVE "10" TO WS-ENT-STATUS
                   NOT AT END
                       IF BE-BATCH-ID = WS-BUSCAR-LOTE
                           MOVE "S" TO WS-ENCONTRADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENT-STATUS
           CLOSE BATCH-ENTRY-FILE.

       BUSCAR-ID-EN-LOTE.
      *> The detail being re-keyed (WS-DET-NRO) does not count
      *> against itself.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-CNT
               IF WS-DET-IDX NOT = WS-DET-NRO
                   MOVE WS-DET-IMAGEN(WS-DET-IDX) TO CALC-TRANS-RECORD
                   IF CT-TRANS-ID = WS-BUSCAR-ID
                       MOVE "S" TO WS-ENCONTRADO
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-ID-EN-HISTORIA.
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT TXN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "00" TO WS-HIST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCAR-ID TO TH-TRANS-ID
           READ TXN-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ENCONTRADO
           END-READ
           CLOSE TXN-HISTORY-FILE.

       BUSCAR-ID-PENDIENTE.
      *> Saved batches (other than the saved copy of the one being
      *> edited), tonight's intake, the future-dated warehouse and
      *> the approval queue.
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT BATCH-ENTRY-FILE
           IF WS-ENT-STATUS = "00"
               PERFORM UNTIL WS-ENT-STATUS = "10"
                   READ BATCH-ENTRY-FILE
                       AT END
                           MOVE "10" TO WS-ENT-STATUS
                       NOT AT END
                           MOVE BE-TRANSACCION TO CALC-TRANS-RECORD
                           IF BE-BATCH-ID NOT = WS-LOTE-ID
                                   AND CT-TIPO-REG = "D"
                                   AND CT-TRANS-ID = WS-BUSCAR-ID
                               MOVE "S" TO WS-ENCONTRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-ENTRY-FILE
           END-IF
           MOVE "00" TO WS-ENT-STATUS

           OPEN INPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-TRANS-STATUS = "10"
                   READ CALC-TRANS-FILE
                       AT END
                           MOVE "10" TO WS-TRANS-STATUS
                       NOT AT END
                           IF CT-TIPO-REG = "D"
                                   AND CT-TRANS-ID = WS-BUSCAR-ID
                               MOVE "S" TO WS-ENCONTRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-TRANS-FILE
           END-IF
           MOVE "00" TO WS-TRANS-STATUS

           OPEN INPUT CALC-PENDING-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-STATUS = "10"
                   READ CALC-PENDING-FILE
                       AT END
                           MOVE "10" TO WS-PEND-STATUS
                       NOT AT END
                           MOVE PEN-TRANSACCION TO CALC-TRANS-RECORD
                           IF CT-TRANS-ID = WS-BUSCAR-ID
                               MOVE "S" TO WS-ENCONTRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-PENDING-FILE
           END-IF
           MOVE "00" TO WS-PEND-STATUS

      *> Only a pending entry holds its ID here - an approved one
      *> already sits in the warehouse above, a declined one never
      *> posts.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-APR-STATUS = "00"
               PERFORM UNTIL WS-APR-STATUS = "10"
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE "10" TO WS-APR-STATUS
                       NOT AT END
                           MOVE AQ-TRANSACCION TO CALC-TRANS-RECORD
                           IF AQ-ESTADO = "P"
                                   AND CT-TRANS-ID = WS-BUSCAR-ID
                               MOVE "S" TO WS-ENCONTRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           MOVE "00" TO WS-APR-STATUS.

      *> ---------------------------------------------------------
      *> Saving, releasing, deleting.
      *> ---------------------------------------------------------
       GUARDAR-LOTE.
           IF WS-DET-CNT = 0
               DISPLAY "A batch needs at least one detail before it "
                   "can be saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-OTROS-LOTES
           IF WS-STG-DESBORDE = "S"
               DISPLAY "BATCHENT.DAT is full - release or delete "
                   "saved batches first. Batch NOT saved."
               EXIT PARAGRAPH
           END-IF
      *> Another desk may have saved the same ID since it was keyed,
      *> or released/deleted the batch being edited - either way the
      *> file no longer matches what this session started from.
           IF WS-LOTE-NUEVO = "S" AND WS-ENCONTRADO = "S"
               DISPLAY "Batch " WS-LOTE-ID " was saved from another "
                   "desk meanwhile - this one was NOT saved."
               MOVE "S" TO WS-LOTE-FIN
               EXIT PARAGRAPH
           END-IF
           IF WS-LOTE-NUEVO = "N" AND WS-ENCONTRADO = "N"
               DISPLAY "Batch " WS-LOTE-ID " is no longer saved - it "
                   "was released or deleted meanwhile. Changes NOT "
                   "saved."
               MOVE "S" TO WS-LOTE-FIN
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-INCLUIR-LOTE
           PERFORM REESCRIBIR-GUARDADOS
           DISPLAY "Batch " WS-LOTE-ID " saved with " WS-DET-CNT
               " detail(s). It can be edited until it is released "
               "or the nightly cut-off."
           MOVE "S" TO WS-LOTE-FIN.

       LIBERAR-LOTE-AHORA.
           PERFORM ELEGIR-LOTE-GUARDADO
           IF WS-LOTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-DET-CNT = 0
               DISPLAY "Batch " WS-LOTE-ID " has no details."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release batch " WS-LOTE-ID " (" WS-DET-CNT
               " detail(s)) into tonight's intake? It cannot be "
               "edited afterwards (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESP
           IF WS-RESP NOT = "S"
               DISPLAY "Batch " WS-LOTE-ID " stays saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM CONSULTAR-VENTANA
           IF WS-VENTANA-CERRADA = "S"
               DISPLAY "The nightly cut-off has passed - the stream "
                   "releases it."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-OTROS-LOTES
           IF WS-STG-DESBORDE = "S" OR WS-ENCONTRADO NOT = "S"
               DISPLAY "Batch " WS-LOTE-ID " could not be released "
                   "- BATCHENT.DAT changed or is too large."
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-INTAKE
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TRL-CANTIDAD
           MOVE 0 TO WS-TRL-HASH
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE "H" TO CT-TIPO-REG
           MOVE WS-LOTE-ID TO CT-BATCH-ID
           MOVE WS-LOTE-FECHA TO CT-FECHA-NEGOCIO
           MOVE WS-LOTE-DEPTO TO CT-DEPARTAMENTO
           WRITE CALC-TRANS-RECORD
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                   UNTIL WS-DET-IDX > WS-DET-CNT
               MOVE WS-DET-IMAGEN(WS-DET-IDX) TO CALC-TRANS-RECORD
               PERFORM ESCRIBIR-DETALLE-INTAKE
           END-PERFORM
           PERFORM ESCRIBIR-COLA-INTAKE
           CLOSE CALC-TRANS-FILE
           MOVE "N" TO WS-INCLUIR-LOTE
           PERFORM REESCRIBIR-GUARDADOS
           DISPLAY "Batch " WS-LOTE-ID " released: " WS-TRL-CANTIDAD
               " detail(s), hash " WS-TRL-HASH ".".

       ELIMINAR-LOTE.
           PERFORM ELEGIR-LOTE-GUARDADO
           IF WS-LOTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete saved batch " WS-LOTE-ID " and its "
               WS-DET-CNT " detail(s) (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESP
           IF WS-RESP NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-OTROS-LOTES
           IF WS-STG-DESBORDE = "S" OR WS-ENCONTRADO NOT = "S"
               DISPLAY "Batch " WS-LOTE-ID " could not be deleted "
                   "- BATCHENT.DAT changed or is too large."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INCLUIR-LOTE
           PERFORM REESCRIBIR-GUARDADOS
           DISPLAY "Batch " WS-LOTE-ID " deleted.".

       CARGAR-OTROS-LOTES.
      *> Everything on BATCHENT.DAT except WS-LOTE-ID, read fresh so
      *> a save from another desk since this session started is
      *> kept. WS-ENCONTRADO says whether WS-LOTE-ID was on the file.
           MOVE 0 TO WS-STG-CNT
           MOVE "N" TO WS-STG-DESBORDE
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT BATCH-ENTRY-FILE
           IF WS-ENT-STATUS NOT = "00"
               MOVE "00" TO WS-ENT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENT-STATUS = "10"
               READ BATCH-ENTRY-FILE
                   AT END
                       MOVE "10" TO WS-ENT-STATUS
                   NOT AT END
                       IF BE-BATCH-ID = WS-LOTE-ID
                           MOVE "S" TO WS-ENCONTRADO
                       ELSE
                           IF WS-STG-CNT < 1000
                               ADD 1 TO WS-STG-CNT
                               MOVE BATCH-ENTRY-RECORD
                                   TO WS-STG-IMAGEN(WS-STG-CNT)
                           ELSE
                               MOVE "S" TO WS-STG-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENT-STATUS
           CLOSE BATCH-ENTRY-FILE.

       REESCRIBIR-GUARDADOS.
      *> The other batches as loaded, then - when saving - this one:
      *> its header image followed by its details, all under the
      *> keying clerk and a fresh timestamp.
           OPEN OUTPUT BATCH-ENTRY-FILE
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                   UNTIL WS-STG-IDX > WS-STG-CNT
               MOVE WS-STG-IMAGEN(WS-STG-IDX) TO BATCH-ENTRY-RECORD
               WRITE BATCH-ENTRY-RECORD
           END-PERFORM
           IF WS-INCLUIR-LOTE = "S"
               MOVE WS-LOTE-ID TO BE-BATCH-ID
               MOVE WS-LOTE-DUENO TO BE-USUARIO
               MOVE FUNCTION CURRENT-DATE TO BE-TIMESTAMP
               MOVE SPACES TO WS-DETALLE
               MOVE "H" TO WS-D-TIPO
               MOVE WS-LOTE-ID TO WS-D-BATCH-ID
               MOVE WS-LOTE-FECHA TO WS-D-FECHA-NEG
               MOVE WS-LOTE-DEPTO TO WS-D-DEPTO
               MOVE WS-DETALLE TO BE-TRANSACCION
               WRITE BATCH-ENTRY-RECORD
               PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                       UNTIL WS-DET-IDX > WS-DET-CNT
                   MOVE WS-DET-IMAGEN(WS-DET-IDX) TO BE-TRANSACCION
                   WRITE BATCH-ENTRY-RECORD
               END-PERFORM
           END-IF
           CLOSE BATCH-ENTRY-FILE.

       ABRIR-INTAKE.
           OPEN EXTEND CALC-TRANS-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT CALC-TRANS-FILE
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Unable to open CALC-TRANS-FILE, status "
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       ESCRIBIR-DETALLE-INTAKE.
           WRITE CALC-TRANS-RECORD
           ADD 1 TO WS-TRL-CANTIDAD
           IF CT-NUM1 IS NUMERIC
               ADD CT-NUM1 TO WS-TRL-HASH
           END-IF.

       ESCRIBIR-COLA-INTAKE.
      *> The trailer is always computed from the details actually
      *> written - a batch edited after it was first keyed cannot
      *> go out with a stale count or hash.
           MOVE SPACES TO CALC-TRANS-RECORD
           MOVE "T" TO CT-TIPO-REG
           MOVE WS-TRL-CANTIDAD TO CT-TRL-CANTIDAD
           MOVE WS-TRL-HASH TO CT-TRL-HASH
           WRITE CALC-TRANS-RECORD.

       LISTAR-LOTES.
           MOVE 0 TO WS-CNT-LOTES
           MOVE SPACES TO WS-LST-LOTE
           OPEN INPUT BATCH-ENTRY-FILE
           IF WS-ENT-STATUS NOT = "00"
               MOVE "00" TO WS-ENT-STATUS
               DISPLAY "No saved batches."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BATCH    DATE     DEPT       DET KEYED BY"
               "             SAVED"
           PERFORM UNTIL WS-ENT-STATUS = "10"
               READ BATCH-ENTRY-FILE
                   AT END
                       MOVE "10" TO WS-ENT-STATUS
                   NOT AT END
                       MOVE BE-TRANSACCION TO WS-DETALLE
                       IF WS-D-TIPO = "H"
                           PERFORM MOSTRAR-LOTE-LISTADO
                           MOVE BE-BATCH-ID TO WS-LST-LOTE
                           MOVE BE-USUARIO TO WS-LST-DUENO
                           MOVE BE-TIMESTAMP TO WS-LST-TS
                           MOVE WS-D-FECHA-NEG TO WS-LST-FECHA
                           MOVE WS-D-DEPTO TO WS-LST-DEPTO
                           MOVE 0 TO WS-LST-CNT
                           ADD 1 TO WS-CNT-LOTES
                       ELSE
                           ADD 1 TO WS-LST-CNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM MOSTRAR-LOTE-LISTADO
           MOVE "00" TO WS-ENT-STATUS
           CLOSE BATCH-ENTRY-FILE
           DISPLAY WS-CNT-LOTES " saved batch(es).".

       MOSTRAR-LOTE-LISTADO.
           IF WS-LST-LOTE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-LST-LOTE " " WS-LST-FECHA " " WS-LST-DEPTO " "
               WS-LST-CNT " " WS-LST-DUENO " " WS-LST-TS(1:8) " "
               WS-LST-TS(9:4).

       REGISTRAR-ERROR-NUMERICO.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
               CLOSE ERROR-LOG-FILE
               OPEN EXTEND ERROR-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ERL-TIMESTAMP
           MOVE WS-PROMPT-LABEL TO ERL-PROMPT
           MOVE WS-TEMP TO ERL-RAW-INPUT
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *> ---------------------------------------------------------
      *> Booking an accepted amortization quote, and cancelling it.
      *> ---------------------------------------------------------
       RESERVAR-COTIZACION.
           PERFORM CARGAR-RESERVAS
           IF WS-RSV-DESBORDE = "S"
               DISPLAY "AMRTBOOK.DAT holds more bookings than this "
                   "program can carry - nothing booked."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-COTIZACIONES
           IF WS-QT-SIN-FREC > 0
               DISPLAY WS-QT-SIN-FREC " older AMRT quote(s) carry no "
                   "periods per year and cannot be booked - quote "
                   "them again."
           END-IF
           IF WS-QT-CNT = 0
               DISPLAY "No unbooked amortization quotes on "
                   "QUOTELOG.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM LISTAR-COTIZACIONES
           PERFORM ELEGIR-COTIZACION
           IF WS-QT-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QT-IMAGEN(WS-QT-NRO) TO QUOTE-RECORD

           MOVE "N" TO WS-CANCELADO
           DISPLAY "Enter * at any prompt to cancel."
           PERFORM PEDIR-DEPTO
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETALLE
           PERFORM PEDIR-USUARIO-DET
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-D-USUARIO TO WS-RSV-USUARIO
           PERFORM PEDIR-MONEDA
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-D-MONEDA TO WS-RSV-MONEDA
           PERFORM CALCULAR-PASO-VENCIMIENTO
           PERFORM PEDIR-PRIMER-VENCIMIENTO
           IF WS-CANCELADO = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM ARMAR-CUOTAS
           IF WS-CUO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTAR-PENDIENTES
           IF WS-PEN-CNT + WS-CUO-CNT > WS-PEN-MAX
               DISPLAY "CALCPEND.DAT already holds " WS-PEN-CNT
                   " record(s) - " WS-CUO-CNT " installment(s) more "
                   "would take it past what the nightly release "
                   "carries. Nothing booked."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TOTAL-CUOTAS TO WS-PAGO-DISP
           DISPLAY "Book " WS-CUO-CNT " installment(s) from "
               WS-CUO-FECHA(1) " to " WS-CUO-FECHA(WS-CUO-CNT)
               ", total " WS-PAGO-DISP " " WS-RSV-MONEDA
           DISPLAY "under department " WS-LOTE-DEPTO " and user "
               FUNCTION TRIM(WS-RSV-USUARIO) " (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESP
           IF WS-RESP NOT = "S"
               DISPLAY "Nothing booked."
               EXIT PARAGRAPH
           END-IF
           PERFORM CONSULTAR-VENTANA
           IF WS-VENTANA-CERRADA = "S"
               DISPLAY "The nightly cut-off has passed - nothing "
                   "booked."
               EXIT PARAGRAPH
           END-IF
      *> Read again: another desk may have booked the same quote, or
      *> taken the next booking number, since the list was shown.
           PERFORM CARGAR-RESERVAS
           PERFORM BUSCAR-RESERVA-DE-COTIZACION
           IF WS-QT-RESERVADA = "S" OR WS-RSV-DESBORDE = "S"
               DISPLAY "The quote was booked from another desk "
                   "meanwhile - nothing booked."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RSV-SEQ
           MOVE SPACES TO WS-RSV-ID
           STRING "AM" WS-RSV-SEQ DELIMITED BY SIZE INTO WS-RSV-ID
           PERFORM GRABAR-CUOTAS
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM GRABAR-RESERVA
           DISPLAY "Quote booked as " WS-RSV-ID ": " WS-CUO-CNT
               " installment(s) held until due, the first on "
               WS-CUO-FECHA(1) "."
           DISPLAY "Installment IDs are " WS-RSV-ID "0001 onwards.".

       CARGAR-RESERVAS.
           MOVE 0 TO WS-RSV-CNT
           MOVE 0 TO WS-RSV-SEQ
           MOVE "N" TO WS-RSV-DESBORDE
           OPEN INPUT AMORT-BOOKING-FILE
           IF WS-RSV-STATUS NOT = "00"
               MOVE "00" TO WS-RSV-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RSV-STATUS = "10"
               READ AMORT-BOOKING-FILE
                   AT END
                       MOVE "10" TO WS-RSV-STATUS
                   NOT AT END
                       IF WS-RSV-CNT < 500
                           ADD 1 TO WS-RSV-CNT
                           MOVE AMORT-BOOKING-RECORD
                               TO WS-RSV-IMAGEN(WS-RSV-CNT)
                       ELSE
                           MOVE "S" TO WS-RSV-DESBORDE
                       END-IF
                       IF AB-RESERVA-ID(3:6) IS NUMERIC
                           IF AB-RESERVA-ID(3:6) > WS-RSV-SEQ
                               MOVE AB-RESERVA-ID(3:6) TO WS-RSV-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-RSV-STATUS
           CLOSE AMORT-BOOKING-FILE.

       BUSCAR-RESERVA-DE-COTIZACION.
      *> A quote is booked once - even a cancelled booking keeps its
      *> quote; the customer who comes back is quoted again.
           MOVE "N" TO WS-QT-RESERVADA
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-CNT
               MOVE WS-RSV-IMAGEN(WS-RSV-IDX) TO AMORT-BOOKING-RECORD
               IF AB-QUOTE-TS = QT-TIMESTAMP
                       AND AB-QUOTE-USUARIO = QT-USUARIO
                   MOVE "S" TO WS-QT-RESERVADA
               END-IF
           END-PERFORM.

       CARGAR-COTIZACIONES.
           MOVE 0 TO WS-QT-CNT
           MOVE 0 TO WS-QT-SIN-FREC
           OPEN INPUT QUOTE-LOG-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               MOVE "00" TO WS-QUOTE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QUOTE-STATUS = "10"
               READ QUOTE-LOG-FILE
                   AT END
                       MOVE "10" TO WS-QUOTE-STATUS
                   NOT AT END
                       IF QT-TIPO = "AMRT"
                           PERFORM TOMAR-COTIZACION
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-QUOTE-STATUS
           CLOSE QUOTE-LOG-FILE.

       TOMAR-COTIZACION.
           IF QT-FRECUENCIA IS NOT NUMERIC OR QT-FRECUENCIA = 0
               ADD 1 TO WS-QT-SIN-FREC
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-RESERVA-DE-COTIZACION
           IF WS-QT-RESERVADA = "S"
               EXIT PARAGRAPH
           END-IF
      *> The list keeps the 50 most recent - the oldest falls off.
           IF WS-QT-CNT < 50
               ADD 1 TO WS-QT-CNT
           ELSE
               PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                       UNTIL WS-QT-IDX >= 50
                   MOVE WS-QT-IMAGEN(WS-QT-IDX + 1)
                       TO WS-QT-IMAGEN(WS-QT-IDX)
               END-PERFORM
           END-IF
           MOVE QUOTE-RECORD TO WS-QT-IMAGEN(WS-QT-CNT).

       LISTAR-COTIZACIONES.
           DISPLAY " NR QUOTED   TIME   BY                   PRODUCT "
               "      RATE     PRINCIPAL CUO FRQ       PAYMENT"
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QT-CNT
               MOVE WS-QT-IMAGEN(WS-QT-IDX) TO QUOTE-RECORD
               MOVE QT-TASA TO WS-TASA-DISP
               MOVE QT-PRINCIPAL TO WS-PRINC-DISP
               MOVE QT-RESULTADO TO WS-PAGO-DISP
               DISPLAY WS-QT-IDX " " QT-TIMESTAMP(1:8) " "
                   QT-TIMESTAMP(9:4) "   " QT-USUARIO " " QT-PRODUCTO
                   " " WS-TASA-DISP " " WS-PRINC-DISP " "
                   QT-DIAS(3:3) " " QT-FRECUENCIA " " WS-PAGO-DISP
           END-PERFORM.

       ELEGIR-COTIZACION.
           MOVE 0 TO WS-QT-NRO
           DISPLAY "Quote to book (blank = none): " WITH NO ADVANCING
           ACCEPT WS-TEMP
           IF WS-TEMP = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TEMP) NOT = 0
               DISPLAY "Not a quote number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TEMP) TO WS-NUM-VALOR
           IF WS-NUM-VALOR < 1 OR WS-NUM-VALOR > WS-QT-CNT
               DISPLAY "No quote with that number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALOR TO WS-QT-NRO.

       CALCULAR-PASO-VENCIMIENTO.
           MOVE 0 TO WS-PASO-MESES
           MOVE 0 TO WS-PASO-DIAS
           IF QT-FRECUENCIA <= 12
                   AND FUNCTION MOD(12, QT-FRECUENCIA) = 0
               COMPUTE WS-PASO-MESES = 12 / QT-FRECUENCIA
           ELSE
               COMPUTE WS-PASO-DIAS = 365 / QT-FRECUENCIA
               IF WS-PASO-DIAS = 0
                   MOVE 1 TO WS-PASO-DIAS
               END-IF
           END-IF
      *> The default first installment falls one period from today.
           MOVE WS-HOY-FECHA TO WS-VTO-NUM
           PERFORM AVANZAR-VENCIMIENTO
           MOVE WS-VTO-NUM TO WS-VTO-DEFECTO.

       AVANZAR-VENCIMIENTO.
           IF WS-PASO-MESES > 0
               ADD WS-PASO-MESES TO WS-VTO-MES
               IF WS-VTO-MES > 12
                   SUBTRACT 12 FROM WS-VTO-MES
                   ADD 1 TO WS-VTO-ANO
               END-IF
               IF WS-VTO-DIA > 28
                   MOVE 28 TO WS-VTO-DIA
               END-IF
           ELSE
               COMPUTE WS-VTO-ENTERA =
                   FUNCTION INTEGER-OF-DATE(WS-VTO-NUM) + WS-PASO-DIAS
               COMPUTE WS-VTO-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-VTO-ENTERA)
           END-IF.

       PEDIR-PRIMER-VENCIMIENTO.
           DISPLAY "First installment due (blank = " WS-VTO-DEFECTO
               ")."
           MOVE "First due date AAAAMMDD" TO WS-PROMPT-LABEL
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S" OR WS-CANCELADO = "S"
               PERFORM LEER-CAMPO
               IF WS-CANCELADO NOT = "S"
                   IF WS-TEMP = SPACES
                       MOVE WS-VTO-DEFECTO TO WS-TEMP
                   END-IF
                   PERFORM VALIDAR-FECHA
                   IF WS-FECHA-OK = "S"
                       IF WS-FECHA-ENTRADA > WS-HOY-FECHA
                           MOVE WS-FECHA-ENTRADA TO WS-VTO-NUM
                           MOVE "S" TO WS-CAMPO-OK
                       ELSE
                           DISPLAY "The first installment falls due "
                               "after today."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAMPO-OK = "S" AND WS-PASO-MESES > 0
                   AND WS-VTO-DIA > 28
               MOVE 28 TO WS-VTO-DIA
               DISPLAY "Monthly installments fall due on the 28th at "
                   "the latest - first due date " WS-VTO-NUM "."
           END-IF.

       ARMAR-CUOTAS.
      *> The quote's own schedule, worked the way GENERAR-AMORTIZACION
      *> printed it: the quoted level payment, interest on the running
      *> balance each period, the last installment clearing the
      *> rounding residue. Each installment must fit the intake's
      *> operand columns.
           MOVE "S" TO WS-CUO-OK
           MOVE 0 TO WS-CUO-CNT
           MOVE 0 TO WS-TOTAL-CUOTAS
           IF QT-DIAS < 1 OR QT-DIAS > 600
               DISPLAY "The quote has " QT-DIAS " installments - it "
                   "cannot be booked."
               MOVE "N" TO WS-CUO-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-PERIODO ROUNDED =
               (QT-TASA / 100) / QT-FRECUENCIA
           MOVE QT-PRINCIPAL TO WS-SALDO
           MOVE QT-DIAS TO WS-CUO-CNT
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CUO-CNT
               PERFORM ARMAR-UNA-CUOTA
           END-PERFORM.

       ARMAR-UNA-CUOTA.
           MOVE WS-VTO-NUM TO WS-CUO-FECHA(WS-CUO-IDX)
           COMPUTE WS-CUO-INTERES(WS-CUO-IDX) ROUNDED =
               WS-SALDO * WS-INT-PERIODO
           IF WS-CUO-IDX = WS-CUO-CNT
               MOVE WS-SALDO TO WS-CUO-CAPITAL(WS-CUO-IDX)
           ELSE
               COMPUTE WS-CUO-CAPITAL(WS-CUO-IDX) =
                   QT-RESULTADO - WS-CUO-INTERES(WS-CUO-IDX)
           END-IF
           SUBTRACT WS-CUO-CAPITAL(WS-CUO-IDX) FROM WS-SALDO
           ADD WS-CUO-CAPITAL(WS-CUO-IDX) TO WS-TOTAL-CUOTAS
           ADD WS-CUO-INTERES(WS-CUO-IDX) TO WS-TOTAL-CUOTAS
           IF WS-CUO-OK = "S"
               IF WS-CUO-CAPITAL(WS-CUO-IDX) < 0
                       OR WS-CUO-CAPITAL(WS-CUO-IDX) > 9999999.99
                       OR WS-CUO-INTERES(WS-CUO-IDX) > 9999999.99
                   DISPLAY "Installment " WS-CUO-IDX " does not fit "
                       "a batch detail (operands are at most "
                       "9999999.99) - the quote cannot be booked."
                   MOVE "N" TO WS-CUO-OK
               END-IF
           END-IF
           PERFORM AVANZAR-VENCIMIENTO.

       CONTAR-PENDIENTES.
           MOVE 0 TO WS-PEN-CNT
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
                       ADD 1 TO WS-PEN-CNT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-STATUS
           CLOSE CALC-PENDING-FILE.

       GRABAR-CUOTAS.
      *> One warehoused detail per installment, filed under the
      *> booking and the department it was booked for - the same
      *> record CALCULATOR-BATCH writes for a future-dated detail.
           OPEN EXTEND CALC-PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT CALC-PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "Unable to open CALCPEND.DAT, status "
                   WS-PEND-STATUS " - nothing booked."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CUO-CNT
               MOVE SPACES TO WS-DETALLE
               MOVE "D" TO WS-D-TIPO
               MOVE 1 TO WS-D-OPTION
               MOVE WS-CUO-CAPITAL(WS-CUO-IDX) TO WS-D-NUM1
               MOVE WS-CUO-INTERES(WS-CUO-IDX) TO WS-D-NUM2
               MOVE WS-CUO-IDX TO WS-CUO-NRO
               STRING WS-RSV-ID WS-CUO-NRO DELIMITED BY SIZE
                   INTO WS-D-TRANS-ID
               MOVE WS-CUO-FECHA(WS-CUO-IDX) TO WS-D-FECHA-EF
               MOVE WS-RSV-USUARIO TO WS-D-USUARIO
               MOVE WS-RSV-MONEDA TO WS-D-MONEDA
               MOVE SPACES TO CALC-PENDING-RECORD
               MOVE WS-RSV-ID TO PEN-BATCH-ORIGEN
               MOVE WS-LOTE-DEPTO TO PEN-DEPARTAMENTO
               MOVE WS-HOY-FECHA TO PEN-FECHA-RETENIDO
               MOVE WS-DETALLE TO PEN-TRANSACCION
               WRITE CALC-PENDING-RECORD
           END-PERFORM
           CLOSE CALC-PENDING-FILE.

       GRABAR-RESERVA.
           OPEN EXTEND AMORT-BOOKING-FILE
           IF WS-RSV-STATUS = "35"
               OPEN OUTPUT AMORT-BOOKING-FILE
               CLOSE AMORT-BOOKING-FILE
               OPEN EXTEND AMORT-BOOKING-FILE
           END-IF
           MOVE SPACES TO AMORT-BOOKING-RECORD
           MOVE WS-RSV-ID TO AB-RESERVA-ID
           MOVE "A" TO AB-ESTADO
           MOVE QT-TIMESTAMP TO AB-QUOTE-TS
           MOVE QT-USUARIO TO AB-QUOTE-USUARIO
           MOVE QT-PRODUCTO TO AB-PRODUCTO
           MOVE QT-TASA TO AB-TASA
           MOVE QT-PRINCIPAL TO AB-PRINCIPAL
           MOVE WS-CUO-CNT TO AB-CUOTAS
           MOVE QT-FRECUENCIA TO AB-FRECUENCIA
           MOVE QT-RESULTADO TO AB-PAGO
           MOVE WS-CUO-FECHA(1) TO AB-PRIMER-VENCIMIENTO
           MOVE WS-LOTE-DEPTO TO AB-DEPARTAMENTO
           MOVE WS-RSV-USUARIO TO AB-USUARIO
           MOVE WS-RSV-MONEDA TO AB-MONEDA
           MOVE WS-USUARIO-SESION TO AB-RESERVADO-POR
           MOVE WS-HOY-FECHA TO AB-FECHA-RESERVA
           MOVE 0 TO AB-CUOTAS-RETIRADAS
           WRITE AMORT-BOOKING-RECORD
           CLOSE AMORT-BOOKING-FILE.

       CANCELAR-RESERVA.
           DISPLAY "Booking ID: " WITH NO ADVANCING
           ACCEPT WS-TEMP
           MOVE WS-TEMP(1:8) TO WS-RSV-ID
           PERFORM CARGAR-RESERVAS
           IF WS-RSV-DESBORDE = "S"
               DISPLAY "AMRTBOOK.DAT holds more bookings than this "
                   "program can carry - nothing cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RSV-SLOT
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-CNT
               MOVE WS-RSV-IMAGEN(WS-RSV-IDX) TO AMORT-BOOKING-RECORD
               IF AB-RESERVA-ID = WS-RSV-ID
                   MOVE WS-RSV-IDX TO WS-RSV-SLOT
               END-IF
           END-PERFORM
           IF WS-RSV-SLOT = 0
               DISPLAY "No booking " WS-RSV-ID "."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSV-IMAGEN(WS-RSV-SLOT) TO AMORT-BOOKING-RECORD
           IF AB-ESTADO = "C"
               DISPLAY "Booking " WS-RSV-ID " was already cancelled "
                   "on " AB-FECHA-CANCELACION " by "
                   FUNCTION TRIM(AB-CANCELADO-POR) "."
               EXIT PARAGRAPH
           END-IF
           IF AB-RESERVADO-POR NOT = WS-USUARIO-SESION
                   AND WS-ES-ADMIN NOT = "S"
               DISPLAY "Booking " WS-RSV-ID " was made by "
                   FUNCTION TRIM(AB-RESERVADO-POR)
                   " - only that user or a supervisor may "
                   "cancel it."
               EXIT PARAGRAPH
           END-IF
           MOVE AB-PRINCIPAL TO WS-PRINC-DISP
           DISPLAY "Booking " WS-RSV-ID ": " AB-CUOTAS
               " installment(s) of " WS-PRINC-DISP " " AB-MONEDA
               " from " AB-PRIMER-VENCIMIENTO ", department "
               AB-DEPARTAMENTO
           DISPLAY "Cancel it and pull the installments not yet "
               "released (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESP
           IF WS-RESP NOT = "S"
               DISPLAY "Booking " WS-RSV-ID " stays as it is."
               EXIT PARAGRAPH
           END-IF
           PERFORM CONSULTAR-VENTANA
           IF WS-VENTANA-CERRADA = "S"
               DISPLAY "The nightly cut-off has passed - nothing "
                   "cancelled."
               EXIT PARAGRAPH
           END-IF
      *> Both files are loaded whole before either is rewritten, so
      *> a file too large to carry stops the cancellation with
      *> nothing changed.
           PERFORM CARGAR-PENDIENTES-TABLA
           PERFORM CARGAR-COLA-TABLA
           IF WS-PEN-CNT > WS-PEN-MAX OR WS-APQ-DESBORDE = "S"
               DISPLAY "CALCPEND.DAT or APROBTXN.DAT is too large to "
                   "rewrite - nothing cancelled."
               EXIT PARAGRAPH
           END-IF
           PERFORM RETIRAR-CUOTAS-PENDIENTES
           PERFORM DECLINAR-CUOTAS-EN-COLA

           MOVE WS-RSV-IMAGEN(WS-RSV-SLOT) TO AMORT-BOOKING-RECORD
           MOVE "C" TO AB-ESTADO
           MOVE WS-USUARIO-SESION TO AB-CANCELADO-POR
           MOVE WS-HOY-FECHA TO AB-FECHA-CANCELACION
           COMPUTE AB-CUOTAS-RETIRADAS =
               WS-CNT-RETIRADAS + WS-CNT-DECLINADAS
           MOVE AMORT-BOOKING-RECORD TO WS-RSV-IMAGEN(WS-RSV-SLOT)
           OPEN OUTPUT AMORT-BOOKING-FILE
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-CNT
               MOVE WS-RSV-IMAGEN(WS-RSV-IDX) TO AMORT-BOOKING-RECORD
               WRITE AMORT-BOOKING-RECORD
           END-PERFORM
           CLOSE AMORT-BOOKING-FILE
           DISPLAY "Booking " WS-RSV-ID " cancelled: "
               WS-CNT-RETIRADAS " held installment(s) pulled, "
               WS-CNT-DECLINADAS " awaiting approval declined."
           DISPLAY "Installments already posted stay on the history "
               "- reverse them (option 9) if they must be undone.".

       CARGAR-PENDIENTES-TABLA.
           MOVE 0 TO WS-PEN-CNT
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
                       ADD 1 TO WS-PEN-CNT
                       IF WS-PEN-CNT NOT > WS-PEN-MAX
                           MOVE CALC-PENDING-RECORD
                               TO WS-PEN-IMAGEN(WS-PEN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-STATUS
           CLOSE CALC-PENDING-FILE.

       CARGAR-COLA-TABLA.
           MOVE 0 TO WS-APQ-CNT
           MOVE "N" TO WS-APQ-DESBORDE
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
                       IF WS-APQ-CNT < 500
                           ADD 1 TO WS-APQ-CNT
                           MOVE APPROVAL-QUEUE-RECORD
                               TO WS-APQ-IMAGEN(WS-APQ-CNT)
                       ELSE
                           MOVE "S" TO WS-APQ-DESBORDE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APR-STATUS
           CLOSE APPROVAL-QUEUE-FILE.

       RETIRAR-CUOTAS-PENDIENTES.
      *> Matched on the installment ID rather than the filing batch:
      *> an installment let through the approval queue is refiled
      *> under the batch it was held from.
           MOVE 0 TO WS-CNT-RETIRADAS
           IF WS-PEN-CNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CALC-PENDING-FILE
           PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
                   UNTIL WS-PEN-IDX > WS-PEN-CNT
               MOVE WS-PEN-IMAGEN(WS-PEN-IDX) TO CALC-PENDING-RECORD
               MOVE PEN-TRANSACCION TO CALC-TRANS-RECORD
               IF CT-TRANS-ID(1:8) = WS-RSV-ID
                       AND CT-TRANS-ID(9:4) IS NUMERIC
                   ADD 1 TO WS-CNT-RETIRADAS
               ELSE
                   WRITE CALC-PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE CALC-PENDING-FILE.

       DECLINAR-CUOTAS-EN-COLA.
      *> An installment held for a second user's approval is still
      *> outstanding - it is declined in the cancelling user's name.
           MOVE 0 TO WS-CNT-DECLINADAS
           PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                   UNTIL WS-APQ-IDX > WS-APQ-CNT
               MOVE WS-APQ-IMAGEN(WS-APQ-IDX) TO APPROVAL-QUEUE-RECORD
               MOVE AQ-TRANSACCION TO CALC-TRANS-RECORD
               IF AQ-ESTADO = "P"
                       AND CT-TRANS-ID(1:8) = WS-RSV-ID
                       AND CT-TRANS-ID(9:4) IS NUMERIC
                   MOVE "D" TO AQ-ESTADO
                   MOVE WS-USUARIO-SESION TO AQ-DECISOR
                   MOVE WS-HOY-FECHA TO AQ-FECHA-DECISION
                   MOVE APPROVAL-QUEUE-RECORD
                       TO WS-APQ-IMAGEN(WS-APQ-IDX)
                   ADD 1 TO WS-CNT-DECLINADAS
                   PERFORM ANOTAR-CUOTA-DECLINADA
               END-IF
           END-PERFORM
           IF WS-CNT-DECLINADAS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                   UNTIL WS-APQ-IDX > WS-APQ-CNT
               MOVE WS-APQ-IMAGEN(WS-APQ-IDX) TO APPROVAL-QUEUE-RECORD
               WRITE APPROVAL-QUEUE-RECORD
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.

       ANOTAR-CUOTA-DECLINADA.
      *> Same TXNRECH line the approver's review writes.
           OPEN EXTEND ADMIN-AUDIT-FILE
           IF WS-ADMAUD-STATUS = "35"
               OPEN OUTPUT ADMIN-AUDIT-FILE
               CLOSE ADMIN-AUDIT-FILE
               OPEN EXTEND ADMIN-AUDIT-FILE
           END-IF
           MOVE "TXNRECH" TO ADM-ACCION
           MOVE WS-USUARIO-SESION TO ADM-USUARIO-ACTOR
           MOVE CT-TRANS-ID TO ADM-USUARIO-OBJETO
           MOVE FUNCTION CURRENT-DATE TO ADM-TIMESTAMP
           WRITE ADMIN-AUDIT-RECORD
           CLOSE ADMIN-AUDIT-FILE.

      *> ---------------------------------------------------------
      *> Nightly release: everything still saved goes to the intake.
      *> ---------------------------------------------------------
       LIBERAR-AL-CIERRE.
      *> Only after the cut-off - with the window open a clerk may be
      *> halfway through an edit that would then save into a file
      *> this step has already emptied.
           PERFORM CONSULTAR-VENTANA
           IF WS-VENTANA-EXISTE = "S" AND WS-VENTANA-CERRADA NOT = "S"
               DISPLAY "The online window is open - saved batches are "
                   "released only after the cut-off. Nothing released."
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BATCH-ENTRY-FILE
           IF WS-ENT-STATUS NOT = "00"
      *> No file means no batch was ever saved at the desk.
               MOVE "00" TO WS-ENT-STATUS
               DISPLAY "No saved batches to release."
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-INTAKE
           IF WS-TRANS-STATUS NOT = "00"
               CLOSE BATCH-ENTRY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOTE-ABIERTO
           PERFORM UNTIL WS-ENT-STATUS = "10"
               READ BATCH-ENTRY-FILE
                   AT END
                       MOVE "10" TO WS-ENT-STATUS
                   NOT AT END
                       ADD 1 TO WS-CNT-LINEAS
                       PERFORM LIBERAR-LINEA-GUARDADA
               END-READ
           END-PERFORM
           IF WS-LOTE-ABIERTO = "S"
               PERFORM CERRAR-LOTE-LIBERADO
           END-IF
           MOVE "00" TO WS-ENT-STATUS
           CLOSE BATCH-ENTRY-FILE
           CLOSE CALC-TRANS-FILE
      *> Everything went out - the saved-batch file starts the next
      *> online day empty.
           OPEN OUTPUT BATCH-ENTRY-FILE
           CLOSE BATCH-ENTRY-FILE
           DISPLAY "Batch entry release complete. " WS-CNT-LOTES
               " batch(es), " WS-CNT-DETALLES " detail(s) released.".

       LIBERAR-LINEA-GUARDADA.
           MOVE BE-TRANSACCION TO CALC-TRANS-RECORD
           IF CT-TIPO-REG = "H"
               IF WS-LOTE-ABIERTO = "S"
                   PERFORM CERRAR-LOTE-LIBERADO
               END-IF
               WRITE CALC-TRANS-RECORD
               MOVE CT-BATCH-ID TO WS-LOTE-ID
               MOVE "S" TO WS-LOTE-ABIERTO
               MOVE 0 TO WS-TRL-CANTIDAD
               MOVE 0 TO WS-TRL-HASH
               ADD 1 TO WS-CNT-LOTES
           ELSE
               PERFORM ESCRIBIR-DETALLE-INTAKE
               ADD 1 TO WS-CNT-DETALLES
           END-IF.

       CERRAR-LOTE-LIBERADO.
           PERFORM ESCRIBIR-COLA-INTAKE
           MOVE "N" TO WS-LOTE-ABIERTO
           DISPLAY "Keyed batch " WS-LOTE-ID " released: "
               WS-TRL-CANTIDAD " detail(s).".

       ESCRIBIR-JOBLOG.
      *> Leidos is the saved lines read, acumulado has no meaning
      *> for a release.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP005" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
           MOVE RETURN-CODE TO JL-RETURN-CODE
           MOVE WS-CNT-LINEAS TO JL-RECORDS-LEIDOS
           MOVE 0 TO JL-RECORDS-ERROR
           MOVE 0 TO JL-ACUMULADO
           MOVE SPACES TO JL-CONCILIACION
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.
