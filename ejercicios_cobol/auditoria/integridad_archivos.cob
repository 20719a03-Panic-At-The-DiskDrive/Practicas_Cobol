       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> PRE-FLIGHT looks at one night's intake; this looks at the
      *> files themselves, once a week, after months of restarts,
      *> reloads and purges: whether the history, the registers, the
      *> masters, the period balances and the backup generations
      *> still agree with each other. Read-only - every break goes
      *> on a dated exceptions report for somebody to investigate,
      *> nothing is repaired here.
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

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATREG-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT CALC-PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PERIOD-BALANCE-FILE ASSIGN TO "PERBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERBAL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT BACKUP-REGISTER-FILE ASSIGN TO "BKPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKREG-STATUS.

           SELECT BACKUP-IMAGE-FILE ASSIGN TO DYNAMIC WS-BKP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
       COPY "TXNHIST.cpy".

       FD  USER-MASTER.
       COPY "USRMAST.cpy".

       FD  DEPT-MASTER.
       COPY "DEPTMAST.cpy".

       FD  BATCH-REGISTER-FILE.
       COPY "BATCHREG.cpy".

       FD  STANDING-ORDER-FILE.
       COPY "STANDORD.cpy".

       FD  CALC-PENDING-FILE.
       COPY "CALCPEND.cpy".

       FD  PERIOD-BALANCE-FILE.
       COPY "PERBAL.cpy".

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD      PIC X(108).

       FD  BACKUP-REGISTER-FILE.
       COPY "BKPREG.cpy".

       FD  BACKUP-IMAGE-FILE.
       01 BACKUP-IMAGE-RECORD PIC X(120).

       FD  INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD PIC X(100).

       FD  JOB-LOG-FILE.
       COPY "JOBLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-USER-STATUS      PIC XX VALUE "00".
       01 WS-DEPT-STATUS      PIC XX VALUE "00".
       01 WS-BATREG-STATUS    PIC XX VALUE "00".
       01 WS-ORD-STATUS       PIC XX VALUE "00".
       01 WS-PEND-STATUS      PIC XX VALUE "00".
       01 WS-PERBAL-STATUS    PIC XX VALUE "00".
       01 WS-ARCH-STATUS      PIC XX VALUE "00".
       01 WS-BKREG-STATUS     PIC XX VALUE "00".
       01 WS-BKP-STATUS       PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-JOBLOG-STATUS    PIC XX VALUE "00".
       01 WS-TS-INICIO        PIC X(21).
       01 WS-HOY-FECHA        PIC X(8).
       01 WS-ARCH-NOMBRE      PIC X(30).
       01 WS-BKP-NOMBRE       PIC X(30).
       01 WS-RPT-NOMBRE       PIC X(30).

      *> A master that cannot be opened switches its check off for
      *> the run - said so on the report - rather than reporting
      *> every key in the shop as missing.
       01 WS-HAY-USUARIOS     PIC X VALUE "N".
       01 WS-HAY-DEPTOS       PIC X VALUE "N".
       01 WS-HAY-HISTORIA     PIC X VALUE "N".

       01 WS-REG-TABLA.
          05 WS-REG-ENT OCCURS 3000 TIMES.
             10 WS-REG-BATCH    PIC X(8).
             10 WS-REG-DEPTO    PIC X(10).
       01 WS-REG-CNT          PIC 9(4) VALUE 0.
       01 WS-REG-IDX          PIC 9(4) VALUE 0.
       01 WS-REG-HALLADO      PIC X VALUE "N".
       01 WS-BR-IDX           PIC 9(4) VALUE 0.

      *> Keys already looked up on a master, so a user on ten
      *> thousand history records costs one random read.
       01 WS-US-TABLA.
          05 WS-US-ENT OCCURS 1000 TIMES.
             10 WS-US-CLAVE     PIC X(20).
             10 WS-US-EXISTE    PIC X.
       01 WS-US-CNT           PIC 9(4) VALUE 0.
       01 WS-US-IDX           PIC 9(4) VALUE 0.
       01 WS-DP-TABLA.
          05 WS-DP-ENT OCCURS 300 TIMES.
             10 WS-DP-CLAVE     PIC X(10).
             10 WS-DP-EXISTE    PIC X.
       01 WS-DP-CNT           PIC 9(4) VALUE 0.
       01 WS-DP-IDX           PIC 9(4) VALUE 0.
       01 WS-CLAVE-USUARIO    PIC X(20).
       01 WS-CLAVE-DEPTO      PIC X(10).
       01 WS-EXISTE           PIC X VALUE "N".

      *> Reversal partners not on the live file. The period close
      *> moves a month out whole, so a partner may sit in an
      *> archive; these are looked for there before being reported.
      *> WS-PD-TIPO: "O" a reversed target looking for its reversal,
      *>             "V" a reversal looking for its target.
      *> WS-PD-ESTADO: " " still missing, "H" found and consistent,
      *>               "M" found but not pointing back.
       01 WS-PD-TABLA.
          05 WS-PD-ENT OCCURS 500 TIMES.
             10 WS-PD-ID        PIC X(12).
             10 WS-PD-PAREJA    PIC X(12).
             10 WS-PD-TIPO      PIC X.
             10 WS-PD-ESTADO    PIC X.
       01 WS-PD-CNT           PIC 9(4) VALUE 0.
       01 WS-PD-IDX           PIC 9(4) VALUE 0.
       01 WS-PD-ABIERTAS      PIC 9(4) VALUE 0.

       01 WS-ID-ACTUAL        PIC X(12).
       01 WS-ID-PAREJA        PIC X(12).
       01 WS-TIPO-PAREJA      PIC X.
       01 WS-PAREJA-OK        PIC X VALUE "N".

      *> An archived history record - same shape as
      *> TXN-HISTORY-RECORD.
       01 WS-ARC-TXN.
          05 WS-AR-TRANS-ID      PIC X(12).
          05 WS-AR-OPTION        PIC 9.
          05 WS-AR-NUM1          PIC 9(7)V99.
          05 WS-AR-NUM2          PIC 9(7)V99.
          05 WS-AR-RESULT        PIC S9(15)V99.
          05 WS-AR-FECHA-EF      PIC X(8).
          05 WS-AR-ESTADO        PIC X.
          05 WS-AR-BATCH-ID      PIC X(8).
          05 WS-AR-FECHA-PROC    PIC X(8).
          05 WS-AR-REVERSA-ID    PIC X(12).
          05 WS-AR-USUARIO       PIC X(20).
          05 WS-AR-MONEDA        PIC X(3).
       01 WS-ARC-CANTIDAD     PIC 9(7).
       01 WS-ARC-ERRORES      PIC 9(7).
       01 WS-ARC-NETO         PIC S9(15)V99.

      *> Backup image trailer, as INDEX-BACKUP writes it.
       01 WS-REG-CONTROL.
          05 WS-CTL-MARCA     PIC X(5).
          05 WS-CTL-CANTIDAD  PIC 9(7).
       01 WS-BKP-CANTIDAD     PIC 9(7).
       01 WS-BKP-CON-CTL      PIC X VALUE "N".

      *> Every break found, printed by check at the end. A missing
      *> batch, user or department is one line however many records
      *> point at it: the count says how many, WS-EX-REF names the
      *> first.
       01 WS-EX-TABLA.
          05 WS-EX-ENT OCCURS 2000 TIMES.
             10 WS-EX-CODIGO    PIC X(4).
             10 WS-EX-CLAVE     PIC X(20).
             10 WS-EX-REF       PIC X(20).
             10 WS-EX-CANT      PIC 9(7).
             10 WS-EX-DETALLE   PIC X(40).
       01 WS-EX-CNT           PIC 9(4) VALUE 0.
       01 WS-EX-IDX           PIC 9(4) VALUE 0.
       01 WS-EX-PERDIDAS      PIC 9(7) VALUE 0.
       01 WS-EX-AGRUPAR       PIC X VALUE "N".
       01 WS-NV-CODIGO        PIC X(4).
       01 WS-NV-CLAVE         PIC X(20).
       01 WS-NV-REF           PIC X(20).
       01 WS-NV-DETALLE       PIC X(40).

       01 WS-CHEQUEOS.
          05 FILLER PIC X(44)
             VALUE "BTCHBATCH DE HISTORIA SIN LINEA EN BATCHREG ".
          05 FILLER PIC X(44)
             VALUE "REVPREVERSO Y OBJETIVO QUE NO SE APUNTAN    ".
          05 FILLER PIC X(44)
             VALUE "USRMUSUARIO QUE NO ESTA EN USERMAST         ".
          05 FILLER PIC X(44)
             VALUE "DEPTDEPARTAMENTO QUE NO ESTA EN DEPTMAST    ".
          05 FILLER PIC X(44)
             VALUE "PBALPERBAL QUE NO CUADRA CON SU ARCHIVO .ARC".
          05 FILLER PIC X(44)
             VALUE "BKPGGENERACION DE RESPALDO FALTANTE/ALTERADA".
       01 WS-CHEQUEOS-TABLA REDEFINES WS-CHEQUEOS.
          05 WS-CHQ-ENT OCCURS 6 TIMES.
             10 WS-CHQ-CODIGO   PIC X(4).
             10 WS-CHQ-TITULO   PIC X(40).
       01 WS-CHQ-IDX          PIC 9 VALUE 0.
       01 WS-CHQ-CUENTAS.
          05 WS-CHQ-CUENTA OCCURS 6 TIMES.
             10 WS-CHQ-EXAMINADOS PIC 9(7) VALUE 0.
             10 WS-CHQ-HALLADOS   PIC 9(7) VALUE 0.
             10 WS-CHQ-APAGADO    PIC X VALUE "N".
       01 WS-CNT-SECCION      PIC 9(5) VALUE 0.
       01 WS-CNT-EXCEPCIONES  PIC 9(7) VALUE 0.
       01 WS-CNT-LEIDOS       PIC 9(7) VALUE 0.

       01 WS-CANT-ED          PIC Z(6)9.
       01 WS-CANT2-ED         PIC Z(6)9.
       01 WS-NETO-ED          PIC -(14)9.99.
       01 WS-NETO2-ED         PIC -(14)9.99.

       01 WS-ENCABEZADO1.
          05 FILLER            PIC X(36)
             VALUE "AUDITORIA DE INTEGRIDAD DE ARCHIVOS ".
          05 WS-ENC-FECHA      PIC X(8).
       01 WS-ENCABEZADO2.
          05 FILLER            PIC X(6)  VALUE "CHEQ".
          05 FILLER            PIC X(21) VALUE "CLAVE".
          05 FILLER            PIC X(21) VALUE "PRIMERA REFERENCIA".
          05 FILLER            PIC X(8)  VALUE "   VECES".
          05 FILLER            PIC X(8)  VALUE " DETALLE".
       01 WS-LINEA-GUIONES    PIC X(100) VALUE ALL "-".
       01 WS-LINEA-SECCION.
          05 WS-LS-CODIGO      PIC X(4).
          05 FILLER            PIC X(3) VALUE " - ".
          05 WS-LS-TITULO      PIC X(40).
          05 FILLER            PIC X(13) VALUE " EXAMINADOS: ".
          05 WS-LS-EXAMINADOS  PIC Z(6)9.
          05 FILLER            PIC X(14) VALUE "  EXCEPCIONES:".
          05 WS-LS-HALLADOS    PIC Z(6)9.
       01 WS-LINEA-EXCEPCION.
          05 WS-LE-CODIGO      PIC X(4).
          05 FILLER            PIC X(2).
          05 WS-LE-CLAVE       PIC X(20).
          05 FILLER            PIC X.
          05 WS-LE-REF         PIC X(20).
          05 FILLER            PIC X.
          05 WS-LE-CANT        PIC Z(6)9.
          05 FILLER            PIC X.
          05 WS-LE-DETALLE     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
           MOVE WS-TS-INICIO(1:8) TO WS-HOY-FECHA
           MOVE SPACES TO WS-RPT-NOMBRE
           STRING "INTEGRID." WS-HOY-FECHA ".DAT" DELIMITED BY SIZE
               INTO WS-RPT-NOMBRE

           PERFORM CARGAR-REGISTRO-BATCHES
           OPEN INPUT USER-MASTER
           IF WS-USER-STATUS = "00"
               MOVE "S" TO WS-HAY-USUARIOS
           ELSE
               DISPLAY "USERMAST.DAT not available (status "
                   WS-USER-STATUS ") - user check skipped."
               MOVE "S" TO WS-CHQ-APAGADO(3)
           END-IF
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-STATUS = "00"
               MOVE "S" TO WS-HAY-DEPTOS
           ELSE
               DISPLAY "DEPTMAST.DAT not available (status "
                   WS-DEPT-STATUS ") - department check skipped."
               MOVE "S" TO WS-CHQ-APAGADO(4)
           END-IF

           PERFORM REVISAR-HISTORIA
           PERFORM REVISAR-ORDENES
           PERFORM REVISAR-DEPTOS-REGISTRO
           PERFORM REVISAR-PENDIENTES
           PERFORM REVISAR-PERIODOS
           PERFORM INFORMAR-PAREJAS-FALTANTES
           PERFORM REVISAR-RESPALDOS

           IF WS-HAY-USUARIOS = "S"
               CLOSE USER-MASTER
           END-IF
           IF WS-HAY-DEPTOS = "S"
               CLOSE DEPT-MASTER
           END-IF

           PERFORM ESCRIBIR-REPORTE
      *> RC 4: the audit ran and found breaks. 16 stays for an audit
      *> that could not read the history at all.
           IF WS-HAY-HISTORIA NOT = "S"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CNT-EXCEPCIONES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM ESCRIBIR-JOBLOG
           DISPLAY "Integrity audit written to "
               FUNCTION TRIM(WS-RPT-NOMBRE) " - "
               WS-CNT-EXCEPCIONES " exception(s)."
           STOP RUN.

       CARGAR-REGISTRO-BATCHES.
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
                       ADD 1 TO WS-CNT-LEIDOS
                       IF WS-REG-CNT < 3000
                           ADD 1 TO WS-REG-CNT
                           MOVE BR-BATCH-ID
                               TO WS-REG-BATCH(WS-REG-CNT)
                           MOVE BR-DEPARTAMENTO
                               TO WS-REG-DEPTO(WS-REG-CNT)
                       ELSE
                           DISPLAY "Batch register table full - "
                               "batch " BR-BATCH-ID " not loaded."
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BATREG-STATUS
           CLOSE BATCH-REGISTER-FILE.

       REVISAR-HISTORIA.
      *> One pass over the live history in prime-key order. Each
      *> record's batch and user are checked, and a reversal or a
      *> reversed target has its partner read by key - after which
      *> the pass is re-positioned just past the record it left.
           OPEN INPUT TXN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open TXN-HISTORY-FILE, status "
                   WS-HIST-STATUS
               MOVE "S" TO WS-CHQ-APAGADO(1)
               MOVE "S" TO WS-CHQ-APAGADO(2)
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-HAY-HISTORIA
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CNT-LEIDOS
                       PERFORM REVISAR-TRANSACCION
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HIST-STATUS
           CLOSE TXN-HISTORY-FILE.

       REVISAR-TRANSACCION.
           ADD 1 TO WS-CHQ-EXAMINADOS(1)
           MOVE "N" TO WS-REG-HALLADO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
                   OR WS-REG-HALLADO = "S"
               IF WS-REG-BATCH(WS-REG-IDX) = TH-BATCH-ID
                   MOVE "S" TO WS-REG-HALLADO
               END-IF
           END-PERFORM
           IF WS-REG-HALLADO = "N"
               MOVE "BTCH" TO WS-NV-CODIGO
               MOVE TH-BATCH-ID TO WS-NV-CLAVE
               MOVE TH-TRANS-ID TO WS-NV-REF
               MOVE "REFERIDO POR HISTORIA" TO WS-NV-DETALLE
               MOVE "S" TO WS-EX-AGRUPAR
               PERFORM ANOTAR-EXCEPCION
           END-IF

           MOVE TH-USUARIO TO WS-CLAVE-USUARIO
           MOVE TH-TRANS-ID TO WS-NV-REF
           MOVE "TH-USUARIO EN HISTORIA" TO WS-NV-DETALLE
           PERFORM VERIFICAR-USUARIO

           EVALUATE TRUE
               WHEN TH-ESTADO = "R"
                   MOVE "O" TO WS-TIPO-PAREJA
                   PERFORM VERIFICAR-PAREJA
               WHEN TH-OPTION = 9 AND TH-ESTADO = "P"
                   MOVE "V" TO WS-TIPO-PAREJA
                   PERFORM VERIFICAR-PAREJA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICAR-PAREJA.
      *> A reversed target ("R") names the reversal that backed it
      *> out; a posted reversal (option 9, "P") names its target.
      *> Each must find the other on file pointing back at it. A
      *> reversal that was itself reversed later carries its own
      *> reverser's ID instead, so an "R" partner is taken as is.
           ADD 1 TO WS-CHQ-EXAMINADOS(2)
           MOVE TH-TRANS-ID TO WS-ID-ACTUAL
           MOVE TH-REVERSA-ID TO WS-ID-PAREJA
           IF WS-ID-PAREJA = SPACES
               MOVE "REVP" TO WS-NV-CODIGO
               MOVE WS-ID-ACTUAL TO WS-NV-CLAVE
               MOVE SPACES TO WS-NV-REF
               IF WS-TIPO-PAREJA = "O"
                   MOVE "ESTADO R SIN ID DE REVERSO" TO WS-NV-DETALLE
               ELSE
                   MOVE "REVERSO SIN ID DE OBJETIVO" TO WS-NV-DETALLE
               END-IF
               MOVE "N" TO WS-EX-AGRUPAR
               PERFORM ANOTAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-PAREJA TO TH-TRANS-ID
           READ TXN-HISTORY-FILE KEY IS TH-TRANS-ID
               INVALID KEY
                   PERFORM GUARDAR-PAREJA-PENDIENTE
               NOT INVALID KEY
                   MOVE TXN-HISTORY-RECORD TO WS-ARC-TXN
                   PERFORM COMPROBAR-PAREJA
                   IF WS-PAREJA-OK = "N"
                       PERFORM INFORMAR-PAREJA-MAL
                   END-IF
           END-READ
           MOVE WS-ID-ACTUAL TO TH-TRANS-ID
           START TXN-HISTORY-FILE KEY IS GREATER THAN TH-TRANS-ID
               INVALID KEY
                   MOVE "10" TO WS-HIST-STATUS
           END-START.

       COMPROBAR-PAREJA.
      *> The partner, live or archived, is in WS-ARC-TXN.
           MOVE "N" TO WS-PAREJA-OK
           IF WS-TIPO-PAREJA = "O"
               IF WS-AR-OPTION = 9
                   AND (WS-AR-ESTADO = "R"
                        OR (WS-AR-ESTADO = "P"
                            AND WS-AR-REVERSA-ID = WS-ID-ACTUAL))
                   MOVE "S" TO WS-PAREJA-OK
               END-IF
           ELSE
               IF WS-AR-ESTADO = "R"
                       AND WS-AR-REVERSA-ID = WS-ID-ACTUAL
                   MOVE "S" TO WS-PAREJA-OK
               END-IF
           END-IF.

       INFORMAR-PAREJA-MAL.
           MOVE "REVP" TO WS-NV-CODIGO
           MOVE WS-ID-ACTUAL TO WS-NV-CLAVE
           MOVE WS-ID-PAREJA TO WS-NV-REF
           IF WS-TIPO-PAREJA = "O"
               MOVE "SU REVERSO NO LO APUNTA" TO WS-NV-DETALLE
           ELSE
               MOVE "SU OBJETIVO NO ESTA MARCADO R POR EL"
                   TO WS-NV-DETALLE
           END-IF
           MOVE "N" TO WS-EX-AGRUPAR
           PERFORM ANOTAR-EXCEPCION.

       GUARDAR-PAREJA-PENDIENTE.
           MOVE "00" TO WS-HIST-STATUS
           IF WS-PD-CNT >= 500
               MOVE "REVP" TO WS-NV-CODIGO
               MOVE WS-ID-ACTUAL TO WS-NV-CLAVE
               MOVE WS-ID-PAREJA TO WS-NV-REF
               MOVE "PAREJA NO ESTA EN LA HISTORIA VIVA"
                   TO WS-NV-DETALLE
               MOVE "N" TO WS-EX-AGRUPAR
               PERFORM ANOTAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PD-CNT
           MOVE WS-ID-ACTUAL TO WS-PD-ID(WS-PD-CNT)
           MOVE WS-ID-PAREJA TO WS-PD-PAREJA(WS-PD-CNT)
           MOVE WS-TIPO-PAREJA TO WS-PD-TIPO(WS-PD-CNT)
           MOVE SPACE TO WS-PD-ESTADO(WS-PD-CNT)
           ADD 1 TO WS-PD-ABIERTAS.

       VERIFICAR-USUARIO.
      *> Entered with WS-CLAVE-USUARIO, WS-NV-REF and WS-NV-DETALLE.
           IF WS-HAY-USUARIOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHQ-EXAMINADOS(3)
           MOVE 0 TO WS-US-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-US-CNT OR WS-US-IDX > 0
               IF WS-US-CLAVE(WS-REG-IDX) = WS-CLAVE-USUARIO
                   MOVE WS-REG-IDX TO WS-US-IDX
               END-IF
           END-PERFORM
           IF WS-US-IDX > 0
               MOVE WS-US-EXISTE(WS-US-IDX) TO WS-EXISTE
           ELSE
               MOVE "N" TO WS-EXISTE
               IF WS-CLAVE-USUARIO NOT = SPACES
                   MOVE WS-CLAVE-USUARIO TO USR-USUARIO
                   READ USER-MASTER
                       INVALID KEY
                           MOVE "N" TO WS-EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO WS-EXISTE
                   END-READ
               END-IF
               IF WS-US-CNT < 1000
                   ADD 1 TO WS-US-CNT
                   MOVE WS-CLAVE-USUARIO TO WS-US-CLAVE(WS-US-CNT)
                   MOVE WS-EXISTE TO WS-US-EXISTE(WS-US-CNT)
               END-IF
           END-IF
           IF WS-EXISTE = "N"
               MOVE "USRM" TO WS-NV-CODIGO
               IF WS-CLAVE-USUARIO = SPACES
                   MOVE "(EN BLANCO)" TO WS-NV-CLAVE
               ELSE
                   MOVE WS-CLAVE-USUARIO TO WS-NV-CLAVE
               END-IF
               MOVE "S" TO WS-EX-AGRUPAR
               PERFORM ANOTAR-EXCEPCION
           END-IF.

       VERIFICAR-DEPTO.
      *> Entered with WS-CLAVE-DEPTO, WS-NV-REF and WS-NV-DETALLE.
           IF WS-HAY-DEPTOS NOT = "S"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHQ-EXAMINADOS(4)
           MOVE 0 TO WS-DP-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-DP-CNT OR WS-DP-IDX > 0
               IF WS-DP-CLAVE(WS-REG-IDX) = WS-CLAVE-DEPTO
                   MOVE WS-REG-IDX TO WS-DP-IDX
               END-IF
           END-PERFORM
           IF WS-DP-IDX > 0
               MOVE WS-DP-EXISTE(WS-DP-IDX) TO WS-EXISTE
           ELSE
               MOVE WS-CLAVE-DEPTO TO DP-CODIGO
               READ DEPT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EXISTE
               END-READ
               IF WS-DP-CNT < 300
                   ADD 1 TO WS-DP-CNT
                   MOVE WS-CLAVE-DEPTO TO WS-DP-CLAVE(WS-DP-CNT)
                   MOVE WS-EXISTE TO WS-DP-EXISTE(WS-DP-CNT)
               END-IF
           END-IF
           IF WS-EXISTE = "N"
               MOVE "DEPT" TO WS-NV-CODIGO
               MOVE WS-CLAVE-DEPTO TO WS-NV-CLAVE
               MOVE "S" TO WS-EX-AGRUPAR
               PERFORM ANOTAR-EXCEPCION
           END-IF.

       REVISAR-ORDENES.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORD-STATUS NOT = "00"
               MOVE "00" TO WS-ORD-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ORD-STATUS = "10"
               READ STANDING-ORDER-FILE
                   AT END
                       MOVE "10" TO WS-ORD-STATUS
                   NOT AT END
                       ADD 1 TO WS-CNT-LEIDOS
                       MOVE "STANDORD" TO WS-NV-REF
                       MOVE SO-USUARIO TO WS-CLAVE-USUARIO
                       MOVE "SO-USUARIO EN ORDEN PERMANENTE"
                           TO WS-NV-DETALLE
                       PERFORM VERIFICAR-USUARIO
                       IF SO-DEPARTAMENTO NOT = SPACES
                           MOVE SO-DEPARTAMENTO TO WS-CLAVE-DEPTO
                           MOVE "SO-DEPARTAMENTO EN ORDEN PERMANENTE"
                               TO WS-NV-DETALLE
                           PERFORM VERIFICAR-DEPTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ORD-STATUS
           CLOSE STANDING-ORDER-FILE.

       REVISAR-DEPTOS-REGISTRO.
      *> A blank BR-DEPARTAMENTO is billed to *SIN-REG* by the
      *> chargeback and is not a break.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-REG-CNT
               IF WS-REG-DEPTO(WS-BR-IDX) NOT = SPACES
                   MOVE WS-REG-DEPTO(WS-BR-IDX) TO WS-CLAVE-DEPTO
                   MOVE SPACES TO WS-NV-REF
                   STRING "BATCH " WS-REG-BATCH(WS-BR-IDX)
                       DELIMITED BY SIZE INTO WS-NV-REF
                   MOVE "BR-DEPARTAMENTO EN BATCHREG"
                       TO WS-NV-DETALLE
                   PERFORM VERIFICAR-DEPTO
               END-IF
           END-PERFORM.

       REVISAR-PENDIENTES.
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
                       ADD 1 TO WS-CNT-LEIDOS
                       IF PEN-DEPARTAMENTO NOT = SPACES
                           MOVE PEN-DEPARTAMENTO TO WS-CLAVE-DEPTO
                           MOVE SPACES TO WS-NV-REF
                           STRING "PEND " PEN-BATCH-ORIGEN
                               DELIMITED BY SIZE INTO WS-NV-REF
                           MOVE "PEN-DEPARTAMENTO EN CALCPEND"
                               TO WS-NV-DETALLE
                           PERFORM VERIFICAR-DEPTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PEND-STATUS
           CLOSE CALC-PENDING-FILE.

       REVISAR-PERIODOS.
      *> Every closed month on PERBAL.DAT is recounted from its
      *> TXNHIST.<period>.ARC image the way PERIOD-CLOSE counted it:
      *> every record, the "E" ones as errors, the rest into the net.
           OPEN INPUT PERIOD-BALANCE-FILE
           IF WS-PERBAL-STATUS NOT = "00"
               MOVE "00" TO WS-PERBAL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERBAL-STATUS = "10"
               READ PERIOD-BALANCE-FILE
                   AT END
                       MOVE "10" TO WS-PERBAL-STATUS
                   NOT AT END
                       ADD 1 TO WS-CNT-LEIDOS
                       ADD 1 TO WS-CHQ-EXAMINADOS(5)
                       PERFORM RECONTAR-PERIODO
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PERBAL-STATUS
           CLOSE PERIOD-BALANCE-FILE.

       RECONTAR-PERIODO.
           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING "TXNHIST." PB-PERIODO ".ARC" DELIMITED BY SIZE
               INTO WS-ARCH-NOMBRE
           MOVE "PBAL" TO WS-NV-CODIGO
           MOVE PB-PERIODO TO WS-NV-CLAVE
           MOVE WS-ARCH-NOMBRE TO WS-NV-REF
           MOVE "N" TO WS-EX-AGRUPAR
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "00" TO WS-ARCH-STATUS
               MOVE "ARCHIVO DEL PERIODO NO EXISTE"
                   TO WS-NV-DETALLE
               PERFORM ANOTAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ARC-CANTIDAD
           MOVE 0 TO WS-ARC-ERRORES
           MOVE 0 TO WS-ARC-NETO
           PERFORM UNTIL WS-ARCH-STATUS = "10"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-ARCH-STATUS
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO WS-ARC-TXN
                       ADD 1 TO WS-ARC-CANTIDAD
                       IF WS-AR-ESTADO = "E"
                           ADD 1 TO WS-ARC-ERRORES
                       ELSE
                           ADD WS-AR-RESULT TO WS-ARC-NETO
                       END-IF
                       IF WS-PD-ABIERTAS > 0
                           PERFORM BUSCAR-PAREJA-ARCHIVADA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ARCH-STATUS
           CLOSE ARCHIVE-FILE

           IF WS-ARC-CANTIDAD NOT = PB-CANTIDAD
               MOVE PB-CANTIDAD TO WS-CANT-ED
               MOVE WS-ARC-CANTIDAD TO WS-CANT2-ED
               MOVE SPACES TO WS-NV-DETALLE
               STRING "CANTIDAD PERBAL" WS-CANT-ED " ARC" WS-CANT2-ED
                   DELIMITED BY SIZE INTO WS-NV-DETALLE
               PERFORM ANOTAR-EXCEPCION
           END-IF
           IF WS-ARC-ERRORES NOT = PB-ERRORES
               MOVE PB-ERRORES TO WS-CANT-ED
               MOVE WS-ARC-ERRORES TO WS-CANT2-ED
               MOVE SPACES TO WS-NV-DETALLE
               STRING "ERRORES PERBAL" WS-CANT-ED " ARC" WS-CANT2-ED
                   DELIMITED BY SIZE INTO WS-NV-DETALLE
               PERFORM ANOTAR-EXCEPCION
           END-IF
           IF WS-ARC-NETO NOT = PB-TOTAL-NETO
               MOVE PB-TOTAL-NETO TO WS-NETO-ED
               MOVE WS-ARC-NETO TO WS-NETO2-ED
               MOVE SPACES TO WS-NV-DETALLE
               STRING "NETO " FUNCTION TRIM(WS-NETO-ED) " ARC "
                   FUNCTION TRIM(WS-NETO2-ED)
                   DELIMITED BY SIZE INTO WS-NV-DETALLE
               PERFORM ANOTAR-EXCEPCION
           END-IF.

       BUSCAR-PAREJA-ARCHIVADA.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
               IF WS-PD-ESTADO(WS-PD-IDX) = SPACE
                       AND WS-PD-PAREJA(WS-PD-IDX) = WS-AR-TRANS-ID
                   MOVE WS-PD-ID(WS-PD-IDX) TO WS-ID-ACTUAL
                   MOVE WS-PD-TIPO(WS-PD-IDX) TO WS-TIPO-PAREJA
                   PERFORM COMPROBAR-PAREJA
                   IF WS-PAREJA-OK = "S"
                       MOVE "H" TO WS-PD-ESTADO(WS-PD-IDX)
                   ELSE
                       MOVE "M" TO WS-PD-ESTADO(WS-PD-IDX)
                   END-IF
                   SUBTRACT 1 FROM WS-PD-ABIERTAS
               END-IF
           END-PERFORM.

       INFORMAR-PAREJAS-FALTANTES.
           MOVE "N" TO WS-EX-AGRUPAR
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
               MOVE WS-PD-ID(WS-PD-IDX) TO WS-ID-ACTUAL
               MOVE WS-PD-PAREJA(WS-PD-IDX) TO WS-ID-PAREJA
               MOVE WS-PD-TIPO(WS-PD-IDX) TO WS-TIPO-PAREJA
               EVALUATE WS-PD-ESTADO(WS-PD-IDX)
                   WHEN "M"
                       PERFORM INFORMAR-PAREJA-MAL
                   WHEN SPACE
                       MOVE "REVP" TO WS-NV-CODIGO
                       MOVE WS-ID-ACTUAL TO WS-NV-CLAVE
                       MOVE WS-ID-PAREJA TO WS-NV-REF
                       MOVE "PAREJA NO ESTA EN HISTORIA NI ARCHIVOS"
                           TO WS-NV-DETALLE
                       PERFORM ANOTAR-EXCEPCION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       REVISAR-RESPALDOS.
      *> Each generation INDEX-BACKUP registered must still be on
      *> disk holding the records it recorded, and end in the *CTL*
      *> trailer that says the same. INDEX-RELOAD trusts both.
           OPEN INPUT BACKUP-REGISTER-FILE
           IF WS-BKREG-STATUS NOT = "00"
               MOVE "00" TO WS-BKREG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BKREG-STATUS = "10"
               READ BACKUP-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-BKREG-STATUS
                   NOT AT END
                       ADD 1 TO WS-CNT-LEIDOS
                       ADD 1 TO WS-CHQ-EXAMINADOS(6)
                       PERFORM RECONTAR-GENERACION
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BKREG-STATUS
           CLOSE BACKUP-REGISTER-FILE.

       RECONTAR-GENERACION.
           MOVE BK-NOMBRE TO WS-BKP-NOMBRE
           MOVE "BKPG" TO WS-NV-CODIGO
           MOVE SPACES TO WS-NV-CLAVE
           STRING BK-ARCHIVO " " BK-FECHA DELIMITED BY SIZE
               INTO WS-NV-CLAVE
           MOVE BK-NOMBRE TO WS-NV-REF
           MOVE "N" TO WS-EX-AGRUPAR
           OPEN INPUT BACKUP-IMAGE-FILE
           IF WS-BKP-STATUS NOT = "00"
               MOVE "00" TO WS-BKP-STATUS
               MOVE "IMAGEN REGISTRADA NO EXISTE" TO WS-NV-DETALLE
               PERFORM ANOTAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BKP-CANTIDAD
           MOVE "N" TO WS-BKP-CON-CTL
           PERFORM UNTIL WS-BKP-STATUS = "10"
               READ BACKUP-IMAGE-FILE
                   AT END
                       MOVE "10" TO WS-BKP-STATUS
                   NOT AT END
                       IF BACKUP-IMAGE-RECORD(1:5) = "*CTL*"
                           MOVE BACKUP-IMAGE-RECORD TO WS-REG-CONTROL
                           MOVE "S" TO WS-BKP-CON-CTL
                       ELSE
                           ADD 1 TO WS-BKP-CANTIDAD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BKP-STATUS
           CLOSE BACKUP-IMAGE-FILE

           IF WS-BKP-CON-CTL = "N"
               MOVE "IMAGEN SIN REGISTRO *CTL*" TO WS-NV-DETALLE
               PERFORM ANOTAR-EXCEPCION
           ELSE
               IF WS-CTL-CANTIDAD NOT = WS-BKP-CANTIDAD
                   MOVE WS-CTL-CANTIDAD TO WS-CANT-ED
                   MOVE WS-BKP-CANTIDAD TO WS-CANT2-ED
                   MOVE SPACES TO WS-NV-DETALLE
                   STRING "*CTL*" WS-CANT-ED " LEIDOS" WS-CANT2-ED
                       DELIMITED BY SIZE INTO WS-NV-DETALLE
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           END-IF
           IF BK-CANTIDAD NOT = WS-BKP-CANTIDAD
               MOVE BK-CANTIDAD TO WS-CANT-ED
               MOVE WS-BKP-CANTIDAD TO WS-CANT2-ED
               MOVE SPACES TO WS-NV-DETALLE
               STRING "BKPREG" WS-CANT-ED " LEIDOS" WS-CANT2-ED
                   DELIMITED BY SIZE INTO WS-NV-DETALLE
               PERFORM ANOTAR-EXCEPCION
           END-IF.

       ANOTAR-EXCEPCION.
      *> Entered with WS-NV-*. With WS-EX-AGRUPAR "S" a key already
      *> reported under the same check only has its count raised.
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > 6
                   OR WS-CHQ-CODIGO(WS-CHQ-IDX) = WS-NV-CODIGO
               CONTINUE
           END-PERFORM
           IF WS-EX-AGRUPAR = "S"
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX > WS-EX-CNT
                   IF WS-EX-CODIGO(WS-EX-IDX) = WS-NV-CODIGO
                           AND WS-EX-CLAVE(WS-EX-IDX) = WS-NV-CLAVE
                       ADD 1 TO WS-EX-CANT(WS-EX-IDX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-CNT-EXCEPCIONES
           IF WS-CHQ-IDX <= 6
               ADD 1 TO WS-CHQ-HALLADOS(WS-CHQ-IDX)
           END-IF
           IF WS-EX-CNT >= 2000
               ADD 1 TO WS-EX-PERDIDAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EX-CNT
           MOVE WS-NV-CODIGO TO WS-EX-CODIGO(WS-EX-CNT)
           MOVE WS-NV-CLAVE TO WS-EX-CLAVE(WS-EX-CNT)
           MOVE WS-NV-REF TO WS-EX-REF(WS-EX-CNT)
           MOVE 1 TO WS-EX-CANT(WS-EX-CNT)
           MOVE WS-NV-DETALLE TO WS-EX-DETALLE(WS-EX-CNT).

       ESCRIBIR-REPORTE.
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE WS-HOY-FECHA TO WS-ENC-FECHA
           WRITE INTEGRITY-REPORT-RECORD FROM WS-ENCABEZADO1
           WRITE INTEGRITY-REPORT-RECORD FROM WS-ENCABEZADO2
           WRITE INTEGRITY-REPORT-RECORD FROM WS-LINEA-GUIONES
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > 6
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
               MOVE WS-CHQ-CODIGO(WS-CHQ-IDX) TO WS-LS-CODIGO
               MOVE WS-CHQ-TITULO(WS-CHQ-IDX) TO WS-LS-TITULO
               MOVE WS-CHQ-EXAMINADOS(WS-CHQ-IDX)
                   TO WS-LS-EXAMINADOS
               MOVE WS-CHQ-HALLADOS(WS-CHQ-IDX) TO WS-LS-HALLADOS
               WRITE INTEGRITY-REPORT-RECORD FROM WS-LINEA-SECCION
               IF WS-CHQ-APAGADO(WS-CHQ-IDX) = "S"
                   MOVE "      (no verificado - archivo no disponible)"
                       TO INTEGRITY-REPORT-RECORD
                   WRITE INTEGRITY-REPORT-RECORD
               END-IF
               MOVE 0 TO WS-CNT-SECCION
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX > WS-EX-CNT
                   IF WS-EX-CODIGO(WS-EX-IDX)
                           = WS-CHQ-CODIGO(WS-CHQ-IDX)
                       PERFORM ESCRIBIR-EXCEPCION
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD FROM WS-LINEA-GUIONES
           IF WS-EX-PERDIDAS > 0
               MOVE WS-EX-PERDIDAS TO WS-CANT-ED
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "*** TABLA DE EXCEPCIONES LLENA -" WS-CANT-ED
                   " EXCEPCION(ES) CONTADAS PERO NO LISTADAS ***"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF
           MOVE WS-CNT-EXCEPCIONES TO WS-CANT-ED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           IF WS-CNT-EXCEPCIONES = 0
               MOVE "SIN EXCEPCIONES - LOS ARCHIVOS CONCUERDAN"
                   TO INTEGRITY-REPORT-RECORD
           ELSE
               STRING "TOTAL DE EXCEPCIONES:" WS-CANT-ED
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-IF
           WRITE INTEGRITY-REPORT-RECORD
           CLOSE INTEGRITY-REPORT-FILE.

       ESCRIBIR-EXCEPCION.
           MOVE SPACES TO WS-LINEA-EXCEPCION
           MOVE WS-EX-CODIGO(WS-EX-IDX) TO WS-LE-CODIGO
           MOVE WS-EX-CLAVE(WS-EX-IDX) TO WS-LE-CLAVE
           MOVE WS-EX-REF(WS-EX-IDX) TO WS-LE-REF
           MOVE WS-EX-CANT(WS-EX-IDX) TO WS-LE-CANT
           MOVE WS-EX-DETALLE(WS-EX-IDX) TO WS-LE-DETALLE
           WRITE INTEGRITY-REPORT-RECORD FROM WS-LINEA-EXCEPCION.

       ESCRIBIR-JOBLOG.
      *> Records read across every file in the records-read column,
      *> breaks in the error column.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "WEEKLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "INTEGRID" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
           MOVE RETURN-CODE TO JL-RETURN-CODE
           MOVE WS-CNT-LEIDOS TO JL-RECORDS-LEIDOS
           MOVE WS-CNT-EXCEPCIONES TO JL-RECORDS-ERROR
           MOVE 0 TO JL-ACUMULADO
           EVALUATE TRUE
               WHEN WS-HAY-HISTORIA NOT = "S"
                   MOVE SPACES TO JL-CONCILIACION
               WHEN WS-CNT-EXCEPCIONES > 0
                   MOVE "BREAK" TO JL-CONCILIACION
               WHEN OTHER
                   MOVE "CLEAN" TO JL-CONCILIACION
           END-EVALUATE
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.
