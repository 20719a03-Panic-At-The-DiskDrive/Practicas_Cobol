       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPICIOUS-ACTIVITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SECURITY-REPORT watches the logins; this one watches the
      *> money. Each night's postings on the history are held up
      *> against the same users' and departments' own recent past -
      *> the SOSPECHA-DIAS-BASE days before - and against each
      *> other, and every finding is printed with its reason code.
      *> The worst also go on the alert file for the morning shift.
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

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATREG-STATUS.

      *> The dormancy review and the unlock that brings an account
      *> back both leave their line here.
           SELECT ADMIN-AUDIT-FILE ASSIGN TO "ADMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADM-STATUS.

           SELECT SUSPICIOUS-REPORT-FILE ASSIGN TO "SOSPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPER-ALERT-FILE ASSIGN TO "OPALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
       COPY "TXNHIST.cpy".

       FD  BATCH-REGISTER-FILE.
       COPY "BATCHREG.cpy".

       FD  ADMIN-AUDIT-FILE.
       COPY "ADMAUDIT.cpy".

       FD  SUSPICIOUS-REPORT-FILE.
       01 SUSPICIOUS-REPORT-RECORD PIC X(120).

       FD  OPER-ALERT-FILE.
       COPY "ALERTLOG.cpy".

       FD  JOB-LOG-FILE.
       COPY "JOBLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-BATREG-STATUS    PIC XX VALUE "00".
       01 WS-ADM-STATUS       PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-ALERT-STATUS     PIC XX VALUE "00".
       01 WS-JOBLOG-STATUS    PIC XX VALUE "00".
       01 WS-TS-INICIO        PIC X(21).

      *> Report date: the postings of one process date. The stream
      *> runs it for tonight; an operator can pass YYYYMMDD to look
      *> at an earlier night again.
       01 WS-FECHA-PARM       PIC X(10) VALUE SPACES.
       01 WS-FECHA-REPORTE    PIC X(8).
       01 WS-FECHA-NUM        PIC 9(8).
       01 WS-DIA-REPORTE      PIC 9(7).
       01 WS-FECHA-DESDE      PIC X(8).
       01 WS-DIA-AUX          PIC 9(7).
       01 WS-DIAS-ENTRE       PIC S9(7).

       COPY "PARAMSIS.cpy".

      *> Floors under the statistical tests: a user or department
      *> with fewer postings than this in the base period has no
      *> "usual range" worth comparing against, and a day under the
      *> volume floor is not worth a line however quiet the user's
      *> past was.
       01 WS-MIN-MUESTRA      PIC 9(3) VALUE 10.
       01 WS-MIN-VOLUMEN      PIC 9(3) VALUE 5.
       01 WS-MAX-ALERTAS      PIC 9(3) VALUE 20.

      *> Batch ID to department, from the register - the history
      *> carries only the batch.
       01 WS-REG-TABLA.
          05 WS-REG-ENT OCCURS 3000 TIMES.
             10 WS-REG-BATCH    PIC X(8).
             10 WS-REG-DEPTO    PIC X(10).
       01 WS-REG-CNT          PIC 9(4) VALUE 0.
       01 WS-REG-IDX          PIC 9(4) VALUE 0.
       01 WS-BATCH-DEPTO      PIC X(10).

      *> The night under review, one slot per posting.
       01 WS-HOY-TABLA.
          05 WS-HOY-ENT OCCURS 3000 TIMES.
             10 WS-HY-ID        PIC X(12).
             10 WS-HY-USUARIO   PIC X(20).
             10 WS-HY-DEPTO     PIC X(10).
             10 WS-HY-OPCION    PIC 9.
             10 WS-HY-NUM1      PIC 9(7)V99.
             10 WS-HY-NUM2      PIC 9(7)V99.
             10 WS-HY-RESULT    PIC S9(15)V99.
             10 WS-HY-MONEDA    PIC X(3).
             10 WS-HY-ESTADO    PIC X.
             10 WS-HY-REVERSA   PIC X(12).
             10 WS-HY-MOTIVOS   PIC 9.
       01 WS-HOY-CNT          PIC 9(4) VALUE 0.
       01 WS-HOY-IDX          PIC 9(4) VALUE 0.
       01 WS-HOY-JDX          PIC 9(4) VALUE 0.
       01 WS-HOY-PAR          PIC 9(4) VALUE 0.
       01 WS-HOY-DESBORDE     PIC X VALUE "N".

      *> Base-period figures per user and currency and per
      *> department and currency: count, sum and sum of squares,
      *> which is all a mean and a standard deviation need. A USD
      *> amount is never measured against a peso history.
       01 WS-EU-TABLA.
          05 WS-EU-ENT OCCURS 1000 TIMES.
             10 WS-EU-USUARIO   PIC X(20).
             10 WS-EU-MONEDA    PIC X(3).
             10 WS-EU-N         PIC 9(7).
             10 WS-EU-SUMA      PIC S9(17)V99.
             10 WS-EU-CUAD      PIC S9(31)V9(4).
       01 WS-EU-CNT           PIC 9(4) VALUE 0.
       01 WS-EU-IDX           PIC 9(4) VALUE 0.
       01 WS-ED-TABLA.
          05 WS-ED-ENT OCCURS 300 TIMES.
             10 WS-ED-DEPTO     PIC X(10).
             10 WS-ED-MONEDA    PIC X(3).
             10 WS-ED-N         PIC 9(7).
             10 WS-ED-SUMA      PIC S9(17)V99.
             10 WS-ED-CUAD      PIC S9(31)V9(4).
       01 WS-ED-CNT           PIC 9(4) VALUE 0.
       01 WS-ED-IDX           PIC 9(4) VALUE 0.

      *> Postings per user: the whole base period and tonight.
       01 WS-VO-TABLA.
          05 WS-VO-ENT OCCURS 1000 TIMES.
             10 WS-VO-USUARIO   PIC X(20).
             10 WS-VO-BASE      PIC 9(7).
             10 WS-VO-HOY       PIC 9(5).
       01 WS-VO-CNT           PIC 9(4) VALUE 0.
       01 WS-VO-IDX           PIC 9(4) VALUE 0.

      *> Accounts the dormancy review put to sleep and an unlock
      *> woke up again, with the date they came back.
       01 WS-RA-TABLA.
          05 WS-RA-ENT OCCURS 500 TIMES.
             10 WS-RA-USUARIO   PIC X(20).
             10 WS-RA-DORMIDA   PIC X.
             10 WS-RA-FECHA     PIC X(8).
       01 WS-RA-CNT           PIC 9(4) VALUE 0.
       01 WS-RA-IDX           PIC 9(4) VALUE 0.

       01 WS-CLAVE-USUARIO    PIC X(20).
       01 WS-CLAVE-DEPTO      PIC X(10).
       01 WS-CLAVE-MONEDA     PIC X(3).
       01 WS-MONEDA-TXN       PIC X(3).
       01 WS-CREAR            PIC X VALUE "N".

       01 WS-EST-N            PIC 9(7).
       01 WS-EST-SUMA         PIC S9(17)V99.
       01 WS-EST-CUAD         PIC S9(31)V9(4).
       01 WS-MEDIA            PIC S9(17)V99.
       01 WS-VARIANZA         PIC S9(31)V9(4).
       01 WS-DESVIO           PIC S9(17)V99.
       01 WS-DISTANCIA        PIC S9(17)V99.
       01 WS-ATIPICO          PIC X VALUE "N".
       01 WS-PROMEDIO-DIA     PIC 9(5)V99.

       01 WS-CNT-LEIDAS       PIC 9(7) VALUE 0.
       01 WS-CNT-BASE         PIC 9(7) VALUE 0.
       01 WS-CNT-DUPL         PIC 9(5) VALUE 0.
       01 WS-CNT-ATUS         PIC 9(5) VALUE 0.
       01 WS-CNT-ATDP         PIC 9(5) VALUE 0.
       01 WS-CNT-REVR         PIC 9(5) VALUE 0.
       01 WS-CNT-VOLU         PIC 9(5) VALUE 0.
       01 WS-CNT-REAC         PIC 9(5) VALUE 0.
       01 WS-CNT-MULTI        PIC 9(5) VALUE 0.
       01 WS-CNT-HALLAZGOS    PIC 9(7) VALUE 0.
       01 WS-CNT-ALERTAS      PIC 9(5) VALUE 0.
       01 WS-CNT-SIN-ALERTA   PIC 9(5) VALUE 0.
       01 WS-CNT-SECCION      PIC 9(5) VALUE 0.

       01 WS-ALERTA-SEV       PIC X.
       01 WS-ALERTA-MSG       PIC X(60).
       01 WS-ALERTA-CNT-ED    PIC Z(4)9.

       01 WS-ENCABEZADO1.
          05 FILLER            PIC X(25)
             VALUE "ACTIVIDAD SOSPECHOSA - ".
          05 WS-ENC-FECHA      PIC X(8).
          05 FILLER            PIC X(13) VALUE "  BASE DESDE ".
          05 WS-ENC-DESDE      PIC X(8).
          05 FILLER            PIC X(3) VALUE " (".
          05 WS-ENC-DIAS       PIC ZZ9.
          05 FILLER            PIC X(7) VALUE " DIAS)".
       01 WS-ENCABEZADO2.
          05 FILLER            PIC X(7)  VALUE "MOTIVO".
          05 FILLER            PIC X(13) VALUE "TRANSACCION".
          05 FILLER            PIC X(21) VALUE "USUARIO".
          05 FILLER            PIC X(11) VALUE "DEPTO".
          05 FILLER            PIC X(2)  VALUE "OP".
          05 FILLER            PIC X(19) VALUE "         RESULTADO".
          05 FILLER            PIC X(4)  VALUE "MON".
          05 FILLER            PIC X(7)  VALUE "DETALLE".
       01 WS-LINEA-GUIONES    PIC X(120) VALUE ALL "-".
       01 WS-LINEA-SECCION    PIC X(120).

       01 WS-LINEA-HALLAZGO.
          05 WS-LH-MOTIVO      PIC X(4).
          05 FILLER            PIC X(3).
          05 WS-LH-ID          PIC X(12).
          05 FILLER            PIC X.
          05 WS-LH-USUARIO     PIC X(20).
          05 FILLER            PIC X.
          05 WS-LH-DEPTO       PIC X(10).
          05 FILLER            PIC X.
          05 WS-LH-OPCION      PIC X.
          05 FILLER            PIC X.
          05 WS-LH-RESULT      PIC X(18).
          05 FILLER            PIC X.
          05 WS-LH-MONEDA      PIC X(3).
          05 FILLER            PIC X.
          05 WS-LH-DETALLE     PIC X(40).
       01 WS-RESULT-ED        PIC -(14)9.99.
       01 WS-MEDIA-ED         PIC -(14)9.99.
       01 WS-CANT-ED          PIC Z(4)9.
       01 WS-PROMEDIO-ED      PIC Z(4)9.99.

       01 WS-LINEA-RESUMEN.
          05 WS-LR-MOTIVO      PIC X(7).
          05 WS-LR-TEXTO       PIC X(40).
          05 WS-LR-CANT        PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
           MOVE "N" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
           ACCEPT WS-FECHA-PARM FROM COMMAND-LINE
           IF WS-FECHA-PARM = SPACES
               MOVE WS-TS-INICIO(1:8) TO WS-FECHA-REPORTE
           ELSE
               MOVE WS-FECHA-PARM(1:8) TO WS-FECHA-REPORTE
           END-IF
           IF WS-FECHA-REPORTE IS NOT NUMERIC
               DISPLAY "Report date must be YYYYMMDD: "
                   WS-FECHA-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM ESCRIBIR-JOBLOG
               STOP RUN
           END-IF
           MOVE WS-FECHA-REPORTE TO WS-FECHA-NUM
           COMPUTE WS-DIA-REPORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           COMPUTE WS-DIA-AUX = WS-DIA-REPORTE - PAR-SOSP-DIAS-BASE
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-AUX)
           MOVE WS-FECHA-NUM TO WS-FECHA-DESDE

           PERFORM CARGAR-REGISTRO-BATCHES
           PERFORM CARGAR-REACTIVADOS

           OPEN INPUT TXN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open TXN-HISTORY-FILE, status "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ESCRIBIR-JOBLOG
               STOP RUN
           END-IF
           PERFORM LEER-HISTORIA

           OPEN OUTPUT SUSPICIOUS-REPORT-FILE
           MOVE WS-FECHA-REPORTE TO WS-ENC-FECHA
           MOVE WS-FECHA-DESDE TO WS-ENC-DESDE
           MOVE PAR-SOSP-DIAS-BASE TO WS-ENC-DIAS
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-ENCABEZADO1
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-ENCABEZADO2
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-GUIONES

           PERFORM BUSCAR-DUPLICADOS
           PERFORM BUSCAR-ATIPICOS
           PERFORM BUSCAR-REVERSOS-RAPIDOS
           CLOSE TXN-HISTORY-FILE
           PERFORM BUSCAR-VOLUMEN
           PERFORM BUSCAR-REACTIVADOS
           PERFORM ALERTAR-MULTIPLES
           PERFORM ESCRIBIR-RESUMEN
           CLOSE SUSPICIOUS-REPORT-FILE

           IF WS-CNT-SIN-ALERTA > 0
               MOVE "W" TO WS-ALERTA-SEV
               MOVE WS-CNT-SIN-ALERTA TO WS-ALERTA-CNT-ED
               MOVE SPACES TO WS-ALERTA-MSG
               STRING "SOSPECHA: " WS-ALERTA-CNT-ED
                   " HALLAZGO(S) GRAVES MAS EN SOSPRPT.DAT"
                   DELIMITED BY SIZE INTO WS-ALERTA-MSG
               PERFORM ESCRIBIR-ALERTA
           END-IF

           PERFORM ESCRIBIR-JOBLOG
           DISPLAY "Suspicious-activity report for " WS-FECHA-REPORTE
               " written to SOSPRPT.DAT (" WS-HOY-CNT
               " posting(s), " WS-CNT-HALLAZGOS " finding(s), "
               WS-CNT-ALERTAS " alert(s))."
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
                       IF WS-REG-CNT < 3000
                           ADD 1 TO WS-REG-CNT
                           MOVE BR-BATCH-ID
                               TO WS-REG-BATCH(WS-REG-CNT)
                           MOVE BR-DEPARTAMENTO
                               TO WS-REG-DEPTO(WS-REG-CNT)
                       ELSE
                           DISPLAY "Batch register table full - "
                               "batch " BR-BATCH-ID " not mapped."
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BATREG-STATUS
           CLOSE BATCH-REGISTER-FILE.

       CARGAR-REACTIVADOS.
      *> A DORMIDA line puts the account to sleep; the next DESBLOQ
      *> for it is the reactivation. A later DORMIDA starts over.
           OPEN INPUT ADMIN-AUDIT-FILE
           IF WS-ADM-STATUS NOT = "00"
               MOVE "00" TO WS-ADM-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ADM-STATUS = "10"
               READ ADMIN-AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-ADM-STATUS
                   NOT AT END
                       IF ADM-ACCION = "DORMIDA"
                               OR ADM-ACCION = "DESBLOQ"
                           PERFORM ANOTAR-REACTIVACION
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ADM-STATUS
           CLOSE ADMIN-AUDIT-FILE.

       ANOTAR-REACTIVACION.
           MOVE 0 TO WS-RA-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-RA-CNT OR WS-RA-IDX > 0
               IF WS-RA-USUARIO(WS-REG-IDX) = ADM-USUARIO-OBJETO
                   MOVE WS-REG-IDX TO WS-RA-IDX
               END-IF
           END-PERFORM
           IF ADM-ACCION = "DORMIDA"
               IF WS-RA-IDX = 0
                   IF WS-RA-CNT >= 500
                       DISPLAY "Dormant-account table full - "
                           ADM-USUARIO-OBJETO " not followed."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-RA-CNT
                   MOVE WS-RA-CNT TO WS-RA-IDX
                   MOVE ADM-USUARIO-OBJETO TO WS-RA-USUARIO(WS-RA-IDX)
               END-IF
               MOVE "S" TO WS-RA-DORMIDA(WS-RA-IDX)
               MOVE SPACES TO WS-RA-FECHA(WS-RA-IDX)
           ELSE
               IF WS-RA-IDX > 0
                   IF WS-RA-DORMIDA(WS-RA-IDX) = "S"
                       MOVE "N" TO WS-RA-DORMIDA(WS-RA-IDX)
                       MOVE ADM-TIMESTAMP(1:8)
                           TO WS-RA-FECHA(WS-RA-IDX)
                   END-IF
               END-IF
           END-IF.

       LEER-HISTORIA.
      *> Straight to the first day of the base period on the
      *> TH-FECHA-PROCESO alternate key, stopping past the report
      *> date. "02" is a good read - the next record shares the date.
           MOVE WS-FECHA-DESDE TO TH-FECHA-PROCESO
           START TXN-HISTORY-FILE
                   KEY IS NOT LESS THAN TH-FECHA-PROCESO
               INVALID KEY
                   MOVE "10" TO WS-HIST-STATUS
           END-START
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TH-FECHA-PROCESO > WS-FECHA-REPORTE
                           MOVE "10" TO WS-HIST-STATUS
                       ELSE
                           PERFORM TOMAR-TRANSACCION
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HIST-STATUS.

       TOMAR-TRANSACCION.
           PERFORM BUSCAR-DEPTO-DE-BATCH
           IF TH-MONEDA = SPACES
               MOVE "UYU" TO WS-MONEDA-TXN
           ELSE
               MOVE TH-MONEDA TO WS-MONEDA-TXN
           END-IF
           MOVE TH-USUARIO TO WS-CLAVE-USUARIO
           MOVE "S" TO WS-CREAR
           PERFORM BUSCAR-VOLUMEN-USUARIO
           IF TH-FECHA-PROCESO = WS-FECHA-REPORTE
               ADD 1 TO WS-CNT-LEIDAS
               IF WS-VO-IDX > 0
                   ADD 1 TO WS-VO-HOY(WS-VO-IDX)
               END-IF
               PERFORM GUARDAR-DE-HOY
               EXIT PARAGRAPH
           END-IF

      *> Base period. A rejected posting counts toward the user's
      *> volume but its RESULT is no amount anybody moved.
           ADD 1 TO WS-CNT-BASE
           IF WS-VO-IDX > 0
               ADD 1 TO WS-VO-BASE(WS-VO-IDX)
           END-IF
           IF TH-ESTADO = "E"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONEDA-TXN TO WS-CLAVE-MONEDA
           PERFORM BUSCAR-ESTADISTICA-USUARIO
           IF WS-EU-IDX > 0
               ADD 1 TO WS-EU-N(WS-EU-IDX)
               ADD TH-RESULT TO WS-EU-SUMA(WS-EU-IDX)
               COMPUTE WS-EU-CUAD(WS-EU-IDX) =
                   WS-EU-CUAD(WS-EU-IDX) + TH-RESULT * TH-RESULT
           END-IF
           MOVE WS-BATCH-DEPTO TO WS-CLAVE-DEPTO
           PERFORM BUSCAR-ESTADISTICA-DEPTO
           IF WS-ED-IDX > 0
               ADD 1 TO WS-ED-N(WS-ED-IDX)
               ADD TH-RESULT TO WS-ED-SUMA(WS-ED-IDX)
               COMPUTE WS-ED-CUAD(WS-ED-IDX) =
                   WS-ED-CUAD(WS-ED-IDX) + TH-RESULT * TH-RESULT
           END-IF.

       GUARDAR-DE-HOY.
           IF WS-HOY-CNT >= 3000
               IF WS-HOY-DESBORDE = "N"
                   MOVE "S" TO WS-HOY-DESBORDE
                   DISPLAY "Posting table full - postings after "
                       TH-TRANS-ID " not examined."
                   MOVE "W" TO WS-ALERTA-SEV
                   MOVE "SOSPECHA: TABLA LLENA, NOCHE REVISADA EN PARTE"
                       TO WS-ALERTA-MSG
                   PERFORM ESCRIBIR-ALERTA
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOY-CNT
           MOVE TH-TRANS-ID TO WS-HY-ID(WS-HOY-CNT)
           MOVE TH-USUARIO TO WS-HY-USUARIO(WS-HOY-CNT)
           MOVE WS-BATCH-DEPTO TO WS-HY-DEPTO(WS-HOY-CNT)
           MOVE TH-OPTION TO WS-HY-OPCION(WS-HOY-CNT)
           MOVE TH-NUM1 TO WS-HY-NUM1(WS-HOY-CNT)
           MOVE TH-NUM2 TO WS-HY-NUM2(WS-HOY-CNT)
           MOVE TH-RESULT TO WS-HY-RESULT(WS-HOY-CNT)
           MOVE WS-MONEDA-TXN TO WS-HY-MONEDA(WS-HOY-CNT)
           MOVE TH-ESTADO TO WS-HY-ESTADO(WS-HOY-CNT)
           MOVE TH-REVERSA-ID TO WS-HY-REVERSA(WS-HOY-CNT)
           MOVE 0 TO WS-HY-MOTIVOS(WS-HOY-CNT).

       BUSCAR-DEPTO-DE-BATCH.
           MOVE "*SIN-REG*" TO WS-BATCH-DEPTO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               IF WS-REG-BATCH(WS-REG-IDX) = TH-BATCH-ID
                   IF WS-REG-DEPTO(WS-REG-IDX) NOT = SPACES
                       MOVE WS-REG-DEPTO(WS-REG-IDX)
                           TO WS-BATCH-DEPTO
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-VOLUMEN-USUARIO.
      *> WS-VO-IDX comes back on the user's slot, a new one when
      *> WS-CREAR is "S", or zero.
           MOVE 0 TO WS-VO-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-VO-CNT OR WS-VO-IDX > 0
               IF WS-VO-USUARIO(WS-REG-IDX) = WS-CLAVE-USUARIO
                   MOVE WS-REG-IDX TO WS-VO-IDX
               END-IF
           END-PERFORM
           IF WS-VO-IDX > 0 OR WS-CREAR NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-VO-CNT >= 1000
               DISPLAY "User table full - " WS-CLAVE-USUARIO
                   " not measured."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VO-CNT
           MOVE WS-VO-CNT TO WS-VO-IDX
           MOVE WS-CLAVE-USUARIO TO WS-VO-USUARIO(WS-VO-IDX)
           MOVE 0 TO WS-VO-BASE(WS-VO-IDX)
           MOVE 0 TO WS-VO-HOY(WS-VO-IDX).

       BUSCAR-ESTADISTICA-USUARIO.
           MOVE 0 TO WS-EU-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-EU-CNT OR WS-EU-IDX > 0
               IF WS-EU-USUARIO(WS-REG-IDX) = WS-CLAVE-USUARIO
                       AND WS-EU-MONEDA(WS-REG-IDX) = WS-CLAVE-MONEDA
                   MOVE WS-REG-IDX TO WS-EU-IDX
               END-IF
           END-PERFORM
           IF WS-EU-IDX > 0 OR WS-CREAR NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-EU-CNT >= 1000
               DISPLAY "User statistics table full - "
                   WS-CLAVE-USUARIO " " WS-CLAVE-MONEDA
                   " not measured."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EU-CNT
           MOVE WS-EU-CNT TO WS-EU-IDX
           MOVE WS-CLAVE-USUARIO TO WS-EU-USUARIO(WS-EU-IDX)
           MOVE WS-CLAVE-MONEDA TO WS-EU-MONEDA(WS-EU-IDX)
           MOVE 0 TO WS-EU-N(WS-EU-IDX)
           MOVE 0 TO WS-EU-SUMA(WS-EU-IDX)
           MOVE 0 TO WS-EU-CUAD(WS-EU-IDX).

       BUSCAR-ESTADISTICA-DEPTO.
           MOVE 0 TO WS-ED-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-ED-CNT OR WS-ED-IDX > 0
               IF WS-ED-DEPTO(WS-REG-IDX) = WS-CLAVE-DEPTO
                       AND WS-ED-MONEDA(WS-REG-IDX) = WS-CLAVE-MONEDA
                   MOVE WS-REG-IDX TO WS-ED-IDX
               END-IF
           END-PERFORM
           IF WS-ED-IDX > 0 OR WS-CREAR NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-CNT >= 300
               DISPLAY "Department statistics table full - "
                   WS-CLAVE-DEPTO " " WS-CLAVE-MONEDA
                   " not measured."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ED-CNT
           MOVE WS-ED-CNT TO WS-ED-IDX
           MOVE WS-CLAVE-DEPTO TO WS-ED-DEPTO(WS-ED-IDX)
           MOVE WS-CLAVE-MONEDA TO WS-ED-MONEDA(WS-ED-IDX)
           MOVE 0 TO WS-ED-N(WS-ED-IDX)
           MOVE 0 TO WS-ED-SUMA(WS-ED-IDX)
           MOVE 0 TO WS-ED-CUAD(WS-ED-IDX).

       BUSCAR-DUPLICADOS.
      *> DUPL: the same user keyed the same option, operands and
      *> currency more than once tonight under different IDs - the
      *> classic double-keyed or re-sent payment. Each later copy is
      *> reported against the first one.
           MOVE "CASI DUPLICADOS (DUPL)" TO WS-LINEA-SECCION
           PERFORM ABRIR-SECCION
           PERFORM VARYING WS-HOY-IDX FROM 2 BY 1
                   UNTIL WS-HOY-IDX > WS-HOY-CNT
               IF WS-HY-ESTADO(WS-HOY-IDX) NOT = "E"
                   MOVE 0 TO WS-HOY-PAR
                   PERFORM VARYING WS-HOY-JDX FROM 1 BY 1
                           UNTIL WS-HOY-JDX >= WS-HOY-IDX
                           OR WS-HOY-PAR > 0
                       IF WS-HY-ESTADO(WS-HOY-JDX) NOT = "E"
                           AND WS-HY-USUARIO(WS-HOY-JDX)
                               = WS-HY-USUARIO(WS-HOY-IDX)
                           AND WS-HY-OPCION(WS-HOY-JDX)
                               = WS-HY-OPCION(WS-HOY-IDX)
                           AND WS-HY-NUM1(WS-HOY-JDX)
                               = WS-HY-NUM1(WS-HOY-IDX)
                           AND WS-HY-NUM2(WS-HOY-JDX)
                               = WS-HY-NUM2(WS-HOY-IDX)
                           AND WS-HY-MONEDA(WS-HOY-JDX)
                               = WS-HY-MONEDA(WS-HOY-IDX)
                           MOVE WS-HOY-JDX TO WS-HOY-PAR
                       END-IF
                   END-PERFORM
                   IF WS-HOY-PAR > 0
                       ADD 1 TO WS-CNT-DUPL
                       PERFORM PREPARAR-LINEA-TXN
                       MOVE "DUPL" TO WS-LH-MOTIVO
                       STRING "IGUAL A " WS-HY-ID(WS-HOY-PAR)
                           DELIMITED BY SIZE INTO WS-LH-DETALLE
                       PERFORM ESCRIBIR-HALLAZGO
                       MOVE "W" TO WS-ALERTA-SEV
                       MOVE SPACES TO WS-ALERTA-MSG
                       STRING "SOSPECHA DUPL " WS-HY-ID(WS-HOY-IDX)
                           " = " WS-HY-ID(WS-HOY-PAR) " "
                           WS-HY-USUARIO(WS-HOY-IDX)
                           DELIMITED BY SIZE INTO WS-ALERTA-MSG
                       PERFORM ALERTAR-HALLAZGO
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CERRAR-SECCION.

       BUSCAR-ATIPICOS.
      *> ATUS / ATDP: a RESULT further from the user's (department's)
      *> base-period mean, in the same currency, than SOSPECHA-DESVIOS
      *> standard deviations. Too short a history is no yardstick.
           MOVE "RESULTADOS ATIPICOS (ATUS USUARIO / ATDP DEPTO)"
               TO WS-LINEA-SECCION
           PERFORM ABRIR-SECCION
           MOVE "N" TO WS-CREAR
           PERFORM VARYING WS-HOY-IDX FROM 1 BY 1
                   UNTIL WS-HOY-IDX > WS-HOY-CNT
               IF WS-HY-ESTADO(WS-HOY-IDX) NOT = "E"
                   MOVE WS-HY-USUARIO(WS-HOY-IDX) TO WS-CLAVE-USUARIO
                   MOVE WS-HY-MONEDA(WS-HOY-IDX) TO WS-CLAVE-MONEDA
                   PERFORM BUSCAR-ESTADISTICA-USUARIO
                   IF WS-EU-IDX > 0
                       IF WS-EU-N(WS-EU-IDX) >= WS-MIN-MUESTRA
                           MOVE WS-EU-N(WS-EU-IDX) TO WS-EST-N
                           MOVE WS-EU-SUMA(WS-EU-IDX) TO WS-EST-SUMA
                           MOVE WS-EU-CUAD(WS-EU-IDX) TO WS-EST-CUAD
                           PERFORM MEDIR-DISTANCIA
                           IF WS-ATIPICO = "S"
                               ADD 1 TO WS-CNT-ATUS
                               PERFORM PREPARAR-LINEA-TXN
                               MOVE "ATUS" TO WS-LH-MOTIVO
                               PERFORM DETALLE-MEDIA
                               PERFORM ESCRIBIR-HALLAZGO
                           END-IF
                       END-IF
                   END-IF
                   MOVE WS-HY-DEPTO(WS-HOY-IDX) TO WS-CLAVE-DEPTO
                   PERFORM BUSCAR-ESTADISTICA-DEPTO
                   IF WS-ED-IDX > 0
                       IF WS-ED-N(WS-ED-IDX) >= WS-MIN-MUESTRA
                           MOVE WS-ED-N(WS-ED-IDX) TO WS-EST-N
                           MOVE WS-ED-SUMA(WS-ED-IDX) TO WS-EST-SUMA
                           MOVE WS-ED-CUAD(WS-ED-IDX) TO WS-EST-CUAD
                           PERFORM MEDIR-DISTANCIA
                           IF WS-ATIPICO = "S"
                               ADD 1 TO WS-CNT-ATDP
                               PERFORM PREPARAR-LINEA-TXN
                               MOVE "ATDP" TO WS-LH-MOTIVO
                               PERFORM DETALLE-MEDIA
                               PERFORM ESCRIBIR-HALLAZGO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CERRAR-SECCION.

       MEDIR-DISTANCIA.
      *> A history of one repeated amount has no spread to measure
      *> against and flags nothing.
           MOVE "N" TO WS-ATIPICO
           COMPUTE WS-MEDIA ROUNDED = WS-EST-SUMA / WS-EST-N
           COMPUTE WS-VARIANZA =
               WS-EST-CUAD / WS-EST-N - WS-MEDIA * WS-MEDIA
           IF WS-VARIANZA NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DESVIO ROUNDED = FUNCTION SQRT(WS-VARIANZA)
           COMPUTE WS-DISTANCIA =
               FUNCTION ABS(WS-HY-RESULT(WS-HOY-IDX) - WS-MEDIA)
           IF WS-DESVIO > 0
                   AND WS-DISTANCIA > WS-DESVIO * PAR-SOSP-DESVIOS
               MOVE "S" TO WS-ATIPICO
           END-IF.

       DETALLE-MEDIA.
           MOVE WS-MEDIA TO WS-MEDIA-ED
           STRING "MEDIA " FUNCTION TRIM(WS-MEDIA-ED)
               DELIMITED BY SIZE INTO WS-LH-DETALLE.

       BUSCAR-REVERSOS-RAPIDOS.
      *> REVR: a reversal posted tonight whose target was itself
      *> posted tonight or the night before - money in and straight
      *> back out. The target is read by its prime key.
           MOVE "REVERSOS DENTRO DEL DIA (REVR)" TO WS-LINEA-SECCION
           PERFORM ABRIR-SECCION
           PERFORM VARYING WS-HOY-IDX FROM 1 BY 1
                   UNTIL WS-HOY-IDX > WS-HOY-CNT
               IF WS-HY-OPCION(WS-HOY-IDX) = 9
                       AND WS-HY-ESTADO(WS-HOY-IDX) NOT = "E"
                       AND WS-HY-REVERSA(WS-HOY-IDX) NOT = SPACES
                   PERFORM MEDIR-REVERSO
               END-IF
           END-PERFORM
           PERFORM CERRAR-SECCION.

       MEDIR-REVERSO.
           MOVE WS-HY-REVERSA(WS-HOY-IDX) TO TH-TRANS-ID
           READ TXN-HISTORY-FILE KEY IS TH-TRANS-ID
               INVALID KEY
                   MOVE "00" TO WS-HIST-STATUS
                   EXIT PARAGRAPH
           END-READ
           IF TH-FECHA-PROCESO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TH-FECHA-PROCESO TO WS-FECHA-NUM
           COMPUTE WS-DIAS-ENTRE = WS-DIA-REPORTE
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           IF WS-DIAS-ENTRE <= 1
               ADD 1 TO WS-CNT-REVR
               PERFORM PREPARAR-LINEA-TXN
               MOVE "REVR" TO WS-LH-MOTIVO
               STRING "REVIERTE " TH-TRANS-ID " DEL "
                   TH-FECHA-PROCESO
                   DELIMITED BY SIZE INTO WS-LH-DETALLE
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.

       BUSCAR-VOLUMEN.
      *> VOLU: tonight's postings by a user against the user's
      *> daily average over the base period - more than
      *> SOSPECHA-VOLUMEN times the average, and at least the volume
      *> floor. A user with no base-period history at all averages
      *> zero, so a first night over the floor is reported too.
           MOVE "VOLUMEN FUERA DE LO HABITUAL (VOLU)"
               TO WS-LINEA-SECCION
           PERFORM ABRIR-SECCION
           PERFORM VARYING WS-VO-IDX FROM 1 BY 1
                   UNTIL WS-VO-IDX > WS-VO-CNT
               IF WS-VO-HOY(WS-VO-IDX) >= WS-MIN-VOLUMEN
                   AND WS-VO-HOY(WS-VO-IDX) * PAR-SOSP-DIAS-BASE >
                       WS-VO-BASE(WS-VO-IDX) * PAR-SOSP-VOLUMEN
                   ADD 1 TO WS-CNT-VOLU
                   COMPUTE WS-PROMEDIO-DIA ROUNDED =
                       WS-VO-BASE(WS-VO-IDX) / PAR-SOSP-DIAS-BASE
                   MOVE SPACES TO WS-LINEA-HALLAZGO
                   MOVE "VOLU" TO WS-LH-MOTIVO
                   MOVE WS-VO-USUARIO(WS-VO-IDX) TO WS-LH-USUARIO
                   MOVE WS-VO-HOY(WS-VO-IDX) TO WS-CANT-ED
                   MOVE WS-PROMEDIO-DIA TO WS-PROMEDIO-ED
                   STRING "HOY " WS-CANT-ED " PROMEDIO "
                       WS-PROMEDIO-ED " POR DIA"
                       DELIMITED BY SIZE INTO WS-LH-DETALLE
                   PERFORM ESCRIBIR-HALLAZGO
               END-IF
           END-PERFORM
           PERFORM CERRAR-SECCION.

       BUSCAR-REACTIVADOS.
      *> REAC: postings tonight by an account the dormancy review had
      *> put to sleep and an unlock brought back within the last
      *> SOSPECHA-REACTIVADA days. Always alerted - a dormant
      *> account suddenly moving money is the pattern of a taken-over
      *> login.
           MOVE "CUENTAS DORMIDAS REACTIVADAS CON ACTIVIDAD (REAC)"
               TO WS-LINEA-SECCION
           PERFORM ABRIR-SECCION
           MOVE "N" TO WS-CREAR
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-CNT
               IF WS-RA-FECHA(WS-RA-IDX) IS NUMERIC
                       AND WS-RA-FECHA(WS-RA-IDX) <= WS-FECHA-REPORTE
                   MOVE WS-RA-FECHA(WS-RA-IDX) TO WS-FECHA-NUM
                   COMPUTE WS-DIAS-ENTRE = WS-DIA-REPORTE
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                   MOVE WS-RA-USUARIO(WS-RA-IDX) TO WS-CLAVE-USUARIO
                   PERFORM BUSCAR-VOLUMEN-USUARIO
                   IF WS-DIAS-ENTRE <= PAR-SOSP-REACTIVADA
                           AND WS-VO-IDX > 0
                       IF WS-VO-HOY(WS-VO-IDX) > 0
                           PERFORM INFORMAR-REACTIVADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CERRAR-SECCION.

       INFORMAR-REACTIVADO.
           ADD 1 TO WS-CNT-REAC
           MOVE SPACES TO WS-LINEA-HALLAZGO
           MOVE "REAC" TO WS-LH-MOTIVO
           MOVE WS-RA-USUARIO(WS-RA-IDX) TO WS-LH-USUARIO
           MOVE WS-VO-HOY(WS-VO-IDX) TO WS-CANT-ED
           STRING "REACTIVADA " WS-RA-FECHA(WS-RA-IDX) " HOY "
               WS-CANT-ED " TXN"
               DELIMITED BY SIZE INTO WS-LH-DETALLE
           PERFORM ESCRIBIR-HALLAZGO
           MOVE "W" TO WS-ALERTA-SEV
           MOVE SPACES TO WS-ALERTA-MSG
           STRING "SOSPECHA REAC " WS-RA-USUARIO(WS-RA-IDX)
               " REACTIVADA " WS-RA-FECHA(WS-RA-IDX)
               DELIMITED BY SIZE INTO WS-ALERTA-MSG
           PERFORM ALERTAR-HALLAZGO.

       ALERTAR-MULTIPLES.
      *> A posting caught by two or more of the tests is worse than
      *> any one of them alone - it goes on the alert file even when
      *> none of its reasons would on its own.
           PERFORM VARYING WS-HOY-IDX FROM 1 BY 1
                   UNTIL WS-HOY-IDX > WS-HOY-CNT
               IF WS-HY-MOTIVOS(WS-HOY-IDX) >= 2
                   ADD 1 TO WS-CNT-MULTI
                   MOVE "W" TO WS-ALERTA-SEV
                   MOVE SPACES TO WS-ALERTA-MSG
                   STRING "SOSPECHA " WS-HY-ID(WS-HOY-IDX) " "
                       WS-HY-MOTIVOS(WS-HOY-IDX) " MOTIVOS "
                       WS-HY-USUARIO(WS-HOY-IDX)
                       DELIMITED BY SIZE INTO WS-ALERTA-MSG
                   PERFORM ALERTAR-HALLAZGO
               END-IF
           END-PERFORM.

       PREPARAR-LINEA-TXN.
      *> Entered on WS-HOY-IDX; also counts the reason against the
      *> posting for the several-reasons alert.
           MOVE SPACES TO WS-LINEA-HALLAZGO
           MOVE WS-HY-ID(WS-HOY-IDX) TO WS-LH-ID
           MOVE WS-HY-USUARIO(WS-HOY-IDX) TO WS-LH-USUARIO
           MOVE WS-HY-DEPTO(WS-HOY-IDX) TO WS-LH-DEPTO
           MOVE WS-HY-OPCION(WS-HOY-IDX) TO WS-LH-OPCION
           MOVE WS-HY-RESULT(WS-HOY-IDX) TO WS-RESULT-ED
           MOVE WS-RESULT-ED TO WS-LH-RESULT
           MOVE WS-HY-MONEDA(WS-HOY-IDX) TO WS-LH-MONEDA
           IF WS-HY-MOTIVOS(WS-HOY-IDX) < 9
               ADD 1 TO WS-HY-MOTIVOS(WS-HOY-IDX)
           END-IF.

       ABRIR-SECCION.
           MOVE 0 TO WS-CNT-SECCION
           MOVE SPACES TO SUSPICIOUS-REPORT-RECORD
           WRITE SUSPICIOUS-REPORT-RECORD
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-SECCION.

       CERRAR-SECCION.
           IF WS-CNT-SECCION = 0
               MOVE SPACES TO SUSPICIOUS-REPORT-RECORD
               MOVE "       (ninguno)" TO SUSPICIOUS-REPORT-RECORD
               WRITE SUSPICIOUS-REPORT-RECORD
           END-IF.

       ESCRIBIR-HALLAZGO.
           ADD 1 TO WS-CNT-SECCION
           ADD 1 TO WS-CNT-HALLAZGOS
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-HALLAZGO.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO SUSPICIOUS-REPORT-RECORD
           WRITE SUSPICIOUS-REPORT-RECORD
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-GUIONES
           MOVE SPACES TO WS-LINEA-RESUMEN
           MOVE "TRANSACCIONES REVISADAS" TO WS-LR-TEXTO
           MOVE WS-HOY-CNT TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "TRANSACCIONES DEL PERIODO BASE" TO WS-LR-TEXTO
           MOVE WS-CNT-BASE TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "DUPL" TO WS-LR-MOTIVO
           MOVE "CASI DUPLICADOS" TO WS-LR-TEXTO
           MOVE WS-CNT-DUPL TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "ATUS" TO WS-LR-MOTIVO
           MOVE "RESULTADO ATIPICO PARA EL USUARIO" TO WS-LR-TEXTO
           MOVE WS-CNT-ATUS TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "ATDP" TO WS-LR-MOTIVO
           MOVE "RESULTADO ATIPICO PARA EL DEPARTAMENTO"
               TO WS-LR-TEXTO
           MOVE WS-CNT-ATDP TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "REVR" TO WS-LR-MOTIVO
           MOVE "REVERSO DENTRO DEL DIA" TO WS-LR-TEXTO
           MOVE WS-CNT-REVR TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "VOLU" TO WS-LR-MOTIVO
           MOVE "VOLUMEN FUERA DE LO HABITUAL" TO WS-LR-TEXTO
           MOVE WS-CNT-VOLU TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "REAC" TO WS-LR-MOTIVO
           MOVE "DORMIDA REACTIVADA CON ACTIVIDAD" TO WS-LR-TEXTO
           MOVE WS-CNT-REAC TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE SPACES TO WS-LR-MOTIVO
           MOVE "TRANSACCIONES CON DOS O MAS MOTIVOS" TO WS-LR-TEXTO
           MOVE WS-CNT-MULTI TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           MOVE "ALERTAS ENVIADAS A OPALERT.DAT" TO WS-LR-TEXTO
           MOVE WS-CNT-ALERTAS TO WS-LR-CANT
           WRITE SUSPICIOUS-REPORT-RECORD FROM WS-LINEA-RESUMEN
           IF WS-HOY-DESBORDE = "S"
               MOVE SPACES TO SUSPICIOUS-REPORT-RECORD
               MOVE "*** TABLA LLENA - NO SE REVISO TODA LA NOCHE ***"
                   TO SUSPICIOUS-REPORT-RECORD
               WRITE SUSPICIOUS-REPORT-RECORD
           END-IF.

       ALERTAR-HALLAZGO.
      *> Duplicates, reactivated accounts and postings with several
      *> reasons go on the alert file, as warnings - they call for a
      *> look in the morning, not for holding the next night's
      *> stream. A bad night is capped: past WS-MAX-ALERTAS the rest
      *> are only counted, and one closing alert points at the
      *> report for them.
           IF WS-CNT-ALERTAS >= WS-MAX-ALERTAS
               ADD 1 TO WS-CNT-SIN-ALERTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-ALERTAS
           PERFORM ESCRIBIR-ALERTA.

       ESCRIBIR-ALERTA.
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
           MOVE "SUSPICIOUS-ACTIVITY" TO AL-PROGRAMA
           MOVE WS-ALERTA-MSG TO AL-MENSAJE
           WRITE OPER-ALERT-RECORD
           CLOSE OPER-ALERT-FILE.

       ESCRIBIR-JOBLOG.
      *> Postings examined ride in the records-read column and the
      *> findings in the error column. Findings are no reason to stop
      *> the stream; the return code is for a run that could not
      *> look at all.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP018" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
           MOVE RETURN-CODE TO JL-RETURN-CODE
           MOVE WS-HOY-CNT TO JL-RECORDS-LEIDOS
           MOVE WS-CNT-HALLAZGOS TO JL-RECORDS-ERROR
           MOVE 0 TO JL-ACUMULADO
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   MOVE SPACES TO JL-CONCILIACION
               WHEN WS-CNT-HALLAZGOS > 0
                   MOVE "FLAGGED" TO JL-CONCILIACION
               WHEN OTHER
                   MOVE "CLEAN" TO JL-CONCILIACION
           END-EVALUATE
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.
