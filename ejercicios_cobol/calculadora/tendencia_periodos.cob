       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-TREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The controller's view across closed months. Each month-end
      *> report looks at one month; this one takes the last twelve
      *> periods PERIOD-CLOSE froze and sets each against the month
      *> before it and the same month a year earlier - first whole,
      *> from PERBAL.DAT, then by department and currency, from the
      *> periods' TXNHIST.<AAAAMM>.ARC archives and the batch
      *> register. A department whose volume or net moved more than
      *> TENDENCIA-UMBRAL-PCT percent in a month is flagged, and
      *> every flag is listed again at the end.
      *> Optional parameter AAAAMM: the last period to report, for a
      *> re-run of an earlier quarter. Default: the latest close.
           SELECT PERIOD-BALANCE-FILE ASSIGN TO "PERBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERBAL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATREG-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "CALCTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-BALANCE-FILE.
       COPY "PERBAL.cpy".

      *> A period archive holds the month's history records byte for
      *> byte, so the history layout reads it.
       FD  ARCHIVE-FILE.
       COPY "TXNHIST.cpy".

       FD  BATCH-REGISTER-FILE.
       COPY "BATCHREG.cpy".

       FD  DEPT-MASTER.
       COPY "DEPTMAST.cpy".

       FD  TREND-REPORT-FILE.
       01 TREND-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PERBAL-STATUS    PIC XX VALUE "00".
       01 WS-ARCH-STATUS      PIC XX VALUE "00".
       01 WS-BATREG-STATUS    PIC XX VALUE "00".
       01 WS-DEPT-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-DEPT-DISPONIBLE  PIC X VALUE "N".
       01 WS-ARCH-NOMBRE      PIC X(30).

       01 WS-MES-PARM         PIC X(10) VALUE SPACES.
       01 WS-PERIODO-HASTA    PIC X(6) VALUE SPACES.

       COPY "PARAMSIS.cpy".

      *> Every closed period on PERBAL.DAT - the window's own and the
      *> earlier ones its variances compare against.
       01 WS-PB-TABLA.
          05 WS-PB-ENT OCCURS 600 TIMES.
             10 WS-PB-PERIODO   PIC X(6).
             10 WS-PB-CANTIDAD  PIC 9(7).
             10 WS-PB-ERRORES   PIC 9(7).
             10 WS-PB-NETO      PIC S9(15)V99.
       01 WS-PB-CNT           PIC 9(3) VALUE 0.
       01 WS-PB-IDX           PIC 9(3) VALUE 0.
       01 WS-PB-JDX           PIC 9(3) VALUE 0.
       01 WS-PB-HALLADO       PIC 9(3) VALUE 0.
       01 WS-BUSCA-PERIODO    PIC X(6).

      *> The window: up to twelve closed periods, oldest first, each
      *> with its PERBAL.DAT slot. Months never closed are not in it -
      *> it spans further back instead.
       01 WS-VEN-TABLA.
          05 WS-VEN-ENT OCCURS 12 TIMES.
             10 WS-VEN-PERIODO  PIC X(6).
             10 WS-VEN-PB       PIC 9(3).
       01 WS-VEN-CNT          PIC 9(2) VALUE 0.
       01 WS-VEN-IDX          PIC 9(2) VALUE 0.
       01 WS-VEN-LIMITE       PIC X(6).

      *> The archives to read: the window's months first, in the same
      *> slots, then any month before or year before one of them that
      *> is closed but outside the window - the first month's
      *> predecessor, every month's prior-year twin.
       01 WS-ARC-TABLA.
          05 WS-ARC-ENT OCCURS 36 TIMES.
             10 WS-ARC-PERIODO  PIC X(6).
             10 WS-ARC-OK       PIC X.
       01 WS-ARC-CNT          PIC 9(2) VALUE 0.
       01 WS-ARC-IDX          PIC 9(2) VALUE 0.
       01 WS-ARC-HALLADO      PIC 9(2) VALUE 0.
       01 WS-ARC-FALTANTES    PIC 9(2) VALUE 0.

      *> Period arithmetic on AAAAMM.
       01 WS-PER-CALC         PIC 9(6).
       01 WS-PER-CALC-DES     REDEFINES WS-PER-CALC.
          05 WS-PC-ANO        PIC 9(4).
          05 WS-PC-MES        PIC 9(2).

      *> Batch ID to department, loaded once from the register; a
      *> period archive runs batch by batch, so the last batch looked
      *> up is kept.
       01 WS-REG-TABLA.
          05 WS-REG-ENT OCCURS 3000 TIMES.
             10 WS-REG-BATCH    PIC X(8).
             10 WS-REG-DEPTO    PIC X(10).
       01 WS-REG-CNT          PIC 9(4) VALUE 0.
       01 WS-REG-IDX          PIC 9(4) VALUE 0.
       01 WS-ULT-BATCH        PIC X(8) VALUE HIGH-VALUES.
       01 WS-BATCH-DEPTO      PIC X(10).
       01 WS-MONEDA-TXN       PIC X(3).

      *> One slot per department and currency, one column per archive
      *> slot above. Blank TH-MONEDA is pre-currency history and
      *> counts as the local peso; a batch the register never saw
      *> lands under *SIN-REG*, as on the chargeback.
       01 WS-DC-TABLA.
          05 WS-DC-ENT OCCURS 200 TIMES.
             10 WS-DC-CLAVE.
                15 WS-DC-DEPTO     PIC X(10).
                15 WS-DC-MONEDA    PIC X(3).
             10 WS-DC-LISTO        PIC X.
             10 WS-DC-MES OCCURS 36 TIMES.
                15 WS-DC-CANTIDAD  PIC 9(7).
                15 WS-DC-ERRORES   PIC 9(7).
                15 WS-DC-NETO      PIC S9(15)V99.
       01 WS-DC-CNT           PIC 9(3) VALUE 0.
       01 WS-DC-IDX           PIC 9(3) VALUE 0.
       01 WS-DC-JDX           PIC 9(3) VALUE 0.
       01 WS-DC-ACTIVO        PIC X VALUE "N".
       01 WS-FIN-DESGLOSE     PIC X VALUE "N".

      *> One variance: WS-VAR-ACTUAL against WS-VAR-BASE, when there
      *> is a base (WS-VAR-HAY-BASE "S").
       01 WS-VAR-ACTUAL       PIC S9(15)V99.
       01 WS-VAR-BASE         PIC S9(15)V99.
       01 WS-VAR-HAY-BASE     PIC X.
       01 WS-VAR-DIF          PIC S9(16)V99.
       01 WS-VAR-PCT          PIC S9(9)V99.
       01 WS-VAR-SUPERA       PIC X.
       01 WS-VAR-TEXTO        PIC X(9).
       01 WS-VAR-ED           PIC -(5)9.99.
       01 WS-CMP-CANT         PIC X(9).
       01 WS-CMP-NETO         PIC X(9).
       01 WS-CMP-VS           PIC X(6).
       01 WS-CMP-BASE         PIC 9(2).
       01 WS-MARCAR           PIC X VALUE "N".
       01 WS-TASA             PIC 9(3)V99.

      *> Flags, kept as printed lines for the closing section.
       01 WS-ALR-TABLA.
          05 WS-ALR-LINEA OCCURS 500 TIMES PIC X(90).
       01 WS-ALR-CNT          PIC 9(3) VALUE 0.
       01 WS-ALR-IDX          PIC 9(3) VALUE 0.
       01 WS-ALR-TOTAL        PIC 9(5) VALUE 0.
       01 WS-ALR-TOTAL-ED     PIC Z(4)9.

       01 WS-ENCABEZADO1.
          05 FILLER            PIC X(33)
             VALUE "TENDENCIA DE PERIODOS CERRADOS - ".
          05 WS-ENC-CNT        PIC Z9.
          05 FILLER            PIC X(15) VALUE " PERIODO(S) DE ".
          05 WS-ENC-DESDE      PIC X(6).
          05 FILLER            PIC X(3) VALUE " A ".
          05 WS-ENC-HASTA      PIC X(6).
          05 FILLER            PIC X(13) VALUE "   UMBRAL +/-".
          05 WS-ENC-UMBRAL     PIC ZZ9.
          05 FILLER            PIC X VALUE "%".
       01 WS-ENCABEZADO2.
          05 FILLER            PIC X(48)
             VALUE "VM: VARIACION % CONTRA EL MES ANTERIOR   VA: CON".
          05 FILLER            PIC X(50)
             VALUE "TRA EL MISMO MES DEL ANO ANTERIOR   N/D: SIN BASE".
       01 WS-ENCABEZADO-COL.
          05 FILLER            PIC X(7)  VALUE "PERIODO".
          05 FILLER            PIC X(9)  VALUE " CANTIDAD".
          05 FILLER            PIC X(9)  VALUE "  ERRORES".
          05 FILLER            PIC X(8)  VALUE "   TASA%".
          05 FILLER            PIC X(20)
             VALUE "          TOTAL NETO".
          05 FILLER            PIC X(12) VALUE "    VM CANT%".
          05 FILLER            PIC X(11) VALUE "   VM NETO%".
          05 FILLER            PIC X(12) VALUE "    VA CANT%".
          05 FILLER            PIC X(11) VALUE "   VA NETO%".
       01 WS-LINEA-GUIONES    PIC X(120) VALUE ALL "-".

       01 WS-LINEA-PERIODO.
          05 WS-LP-PERIODO     PIC X(7).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LP-CANTIDAD    PIC Z(6)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LP-ERRORES     PIC Z(6)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LP-TASA        PIC ZZ9.99.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LP-NETO        PIC -(14)9.99.
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-LP-VM-CANT     PIC X(9).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LP-VM-NETO     PIC X(9).
          05 FILLER            PIC X(3) VALUE SPACES.
          05 WS-LP-VA-CANT     PIC X(9).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LP-VA-NETO     PIC X(9).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LP-MARCA       PIC X(12).

       01 WS-LINEA-DEPTO.
          05 FILLER            PIC X(7) VALUE "DEPTO: ".
          05 WS-LD-CODIGO      PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LD-NOMBRE      PIC X(30).
          05 FILLER            PIC X(10) VALUE "  MONEDA: ".
          05 WS-LD-MONEDA      PIC X(3).

       01 WS-ENCABEZADO-ALR.
          05 FILLER            PIC X(12) VALUE "DEPTO".
          05 FILLER            PIC X(5)  VALUE "MON".
          05 FILLER            PIC X(8)  VALUE "PERIODO".
          05 FILLER            PIC X(8)  VALUE "MEDIDA".
          05 FILLER            PIC X(6)  VALUE "VS".
          05 FILLER            PIC X(18)
             VALUE "             ANTES".
          05 FILLER            PIC X(20)
             VALUE "               AHORA".
          05 FILLER            PIC X(11) VALUE "       VAR%".
       01 WS-LINEA-ALERTA.
          05 WS-LA-DEPTO       PIC X(10).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LA-MONEDA      PIC X(3).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LA-PERIODO     PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LA-MEDIDA      PIC X(8).
          05 WS-LA-VS          PIC X(6).
          05 WS-LA-BASE        PIC X(18).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LA-ACTUAL      PIC X(18).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-LA-VAR         PIC X(9).
       01 WS-CANT-ED          PIC Z(17)9.
       01 WS-NETO-ED          PIC -(14)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "N" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
           ACCEPT WS-MES-PARM FROM COMMAND-LINE
           IF WS-MES-PARM NOT = SPACES
               IF WS-MES-PARM(1:6) IS NUMERIC
                   MOVE WS-MES-PARM(1:6) TO WS-PERIODO-HASTA
               ELSE
                   DISPLAY "Invalid period parameter: " WS-MES-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CARGAR-BALANCES
           IF WS-PB-CNT = 0
               DISPLAY "No closed periods on PERBAL.DAT - nothing to "
                   "report."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODO-HASTA = SPACES
               PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                       UNTIL WS-PB-IDX > WS-PB-CNT
                   IF WS-PB-PERIODO(WS-PB-IDX) > WS-PERIODO-HASTA
                       MOVE WS-PB-PERIODO(WS-PB-IDX)
                           TO WS-PERIODO-HASTA
                   END-IF
               END-PERFORM
           END-IF
           PERFORM ARMAR-VENTANA
           IF WS-VEN-CNT = 0
               DISPLAY "No period closed on or before "
                   WS-PERIODO-HASTA " - nothing to report."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ARMAR-ARCHIVOS
           PERFORM CARGAR-REGISTRO-BATCHES
           INITIALIZE WS-DC-TABLA
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-CNT
               PERFORM LEER-ARCHIVO-PERIODO
           END-PERFORM

           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-STATUS = "00"
               MOVE "S" TO WS-DEPT-DISPONIBLE
           END-IF

           OPEN OUTPUT TREND-REPORT-FILE
           PERFORM ESCRIBIR-RESUMEN-PERIODOS
           PERFORM ESCRIBIR-DESGLOSE
           PERFORM ESCRIBIR-ALERTAS
           CLOSE TREND-REPORT-FILE
           IF WS-DEPT-DISPONIBLE = "S"
               CLOSE DEPT-MASTER
           END-IF

      *> A missing archive leaves a hole in the breakdown - the report
      *> is still written, but the run says so.
           IF WS-ARC-FALTANTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Period trend " WS-ENC-DESDE "-" WS-ENC-HASTA
               " written to CALCTEND.DAT (" WS-VEN-CNT
               " period(s), " WS-ALR-TOTAL " flag(s))."
           STOP RUN.

       CARGAR-BALANCES.
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
                       IF WS-PB-CNT < 600
                           ADD 1 TO WS-PB-CNT
                           MOVE PB-PERIODO TO WS-PB-PERIODO(WS-PB-CNT)
                           MOVE PB-CANTIDAD
                               TO WS-PB-CANTIDAD(WS-PB-CNT)
                           MOVE PB-ERRORES TO WS-PB-ERRORES(WS-PB-CNT)
                           MOVE PB-TOTAL-NETO TO WS-PB-NETO(WS-PB-CNT)
                       ELSE
                           DISPLAY "Period table full - period "
                               PB-PERIODO " not loaded."
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PERBAL-STATUS
           CLOSE PERIOD-BALANCE-FILE.

       ARMAR-VENTANA.
      *> PERBAL.DAT runs in the order months were closed, which need
      *> not be calendar order - a month closed late sits after a
      *> later one. So the window is picked, not read off: first how
      *> many closed periods (at most twelve) end on or before the
      *> last one asked for, then the latest of them into the last
      *> slot, the latest before that into the one before, and so on.
           MOVE 0 TO WS-VEN-CNT
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-CNT
               IF WS-PB-PERIODO(WS-PB-IDX) <= WS-PERIODO-HASTA
                       AND WS-VEN-CNT < 12
                   ADD 1 TO WS-VEN-CNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-VEN-LIMITE
           PERFORM VARYING WS-VEN-IDX FROM WS-VEN-CNT BY -1
                   UNTIL WS-VEN-IDX < 1
               MOVE 0 TO WS-PB-HALLADO
               PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                       UNTIL WS-PB-IDX > WS-PB-CNT
                   IF WS-PB-PERIODO(WS-PB-IDX) <= WS-PERIODO-HASTA
                       AND (WS-VEN-IDX = WS-VEN-CNT
                       OR WS-PB-PERIODO(WS-PB-IDX) < WS-VEN-LIMITE)
                       IF WS-PB-HALLADO = 0
                           MOVE WS-PB-IDX TO WS-PB-HALLADO
                       ELSE
                           IF WS-PB-PERIODO(WS-PB-IDX)
                                   > WS-PB-PERIODO(WS-PB-HALLADO)
                               MOVE WS-PB-IDX TO WS-PB-HALLADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-PB-HALLADO TO WS-VEN-PB(WS-VEN-IDX)
               MOVE WS-PB-PERIODO(WS-PB-HALLADO)
                   TO WS-VEN-PERIODO(WS-VEN-IDX)
               MOVE WS-PB-PERIODO(WS-PB-HALLADO) TO WS-VEN-LIMITE
           END-PERFORM
           MOVE WS-VEN-PERIODO(1) TO WS-ENC-DESDE
           MOVE WS-VEN-PERIODO(WS-VEN-CNT) TO WS-ENC-HASTA.

       ARMAR-ARCHIVOS.
           MOVE 0 TO WS-ARC-CNT
           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-VEN-CNT
               ADD 1 TO WS-ARC-CNT
               MOVE WS-VEN-PERIODO(WS-VEN-IDX)
                   TO WS-ARC-PERIODO(WS-ARC-CNT)
           END-PERFORM
           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-VEN-CNT
               MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-PER-CALC
               PERFORM RETROCEDER-UN-MES
               PERFORM AGREGAR-ARCHIVO-BASE
               MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-PER-CALC
               SUBTRACT 1 FROM WS-PC-ANO
               PERFORM AGREGAR-ARCHIVO-BASE
           END-PERFORM.

       AGREGAR-ARCHIVO-BASE.
      *> The period in WS-PER-CALC joins the archives to read only if
      *> it was closed - an open month has no archive yet - and is not
      *> already on the list.
           MOVE WS-PER-CALC TO WS-BUSCA-PERIODO
           PERFORM BUSCAR-BALANCE
           IF WS-PB-HALLADO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ARCHIVO
           IF WS-ARC-HALLADO = 0
               ADD 1 TO WS-ARC-CNT
               MOVE WS-BUSCA-PERIODO TO WS-ARC-PERIODO(WS-ARC-CNT)
           END-IF.

       RETROCEDER-UN-MES.
           IF WS-PC-MES = 1
               MOVE 12 TO WS-PC-MES
               SUBTRACT 1 FROM WS-PC-ANO
           ELSE
               SUBTRACT 1 FROM WS-PC-MES
           END-IF.

       BUSCAR-BALANCE.
           MOVE 0 TO WS-PB-HALLADO
           PERFORM VARYING WS-PB-JDX FROM 1 BY 1
                   UNTIL WS-PB-JDX > WS-PB-CNT OR WS-PB-HALLADO > 0
               IF WS-PB-PERIODO(WS-PB-JDX) = WS-BUSCA-PERIODO
                   MOVE WS-PB-JDX TO WS-PB-HALLADO
               END-IF
           END-PERFORM.

       BUSCAR-ARCHIVO.
           MOVE 0 TO WS-ARC-HALLADO
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-CNT OR WS-ARC-HALLADO > 0
               IF WS-ARC-PERIODO(WS-ARC-IDX) = WS-BUSCA-PERIODO
                   MOVE WS-ARC-IDX TO WS-ARC-HALLADO
               END-IF
           END-PERFORM.

       CARGAR-REGISTRO-BATCHES.
      *> No register means every archived record breaks down under
      *> the unregistered bucket.
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

       LEER-ARCHIVO-PERIODO.
           MOVE SPACES TO WS-ARCH-NOMBRE
           STRING "TXNHIST." WS-ARC-PERIODO(WS-ARC-IDX) ".ARC"
               DELIMITED BY SIZE INTO WS-ARCH-NOMBRE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "Archive " FUNCTION TRIM(WS-ARCH-NOMBRE)
                   " not found, status " WS-ARCH-STATUS
                   " - period left out of the breakdown."
               MOVE "00" TO WS-ARCH-STATUS
               MOVE "N" TO WS-ARC-OK(WS-ARC-IDX)
               ADD 1 TO WS-ARC-FALTANTES
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ARC-OK(WS-ARC-IDX)
           PERFORM UNTIL WS-ARCH-STATUS = "10"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-ARCH-STATUS
                   NOT AT END
                       PERFORM ACUMULAR-UNA-TRANSACCION
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ARCH-STATUS
           CLOSE ARCHIVE-FILE.

       ACUMULAR-UNA-TRANSACCION.
      *> Counted the way PERIOD-CLOSE counted the month: every record,
      *> the "E" ones as errors, the rest into the net - so a
      *> department's months add up to the period's PERBAL line.
           IF TH-BATCH-ID NOT = WS-ULT-BATCH
               PERFORM BUSCAR-DEPTO-DE-BATCH
               MOVE TH-BATCH-ID TO WS-ULT-BATCH
           END-IF
           IF TH-MONEDA = SPACES
               MOVE "UYU" TO WS-MONEDA-TXN
           ELSE
               MOVE TH-MONEDA TO WS-MONEDA-TXN
           END-IF
           MOVE 0 TO WS-DC-IDX
           PERFORM VARYING WS-DC-JDX FROM 1 BY 1
                   UNTIL WS-DC-JDX > WS-DC-CNT OR WS-DC-IDX > 0
               IF WS-DC-DEPTO(WS-DC-JDX) = WS-BATCH-DEPTO
                       AND WS-DC-MONEDA(WS-DC-JDX) = WS-MONEDA-TXN
                   MOVE WS-DC-JDX TO WS-DC-IDX
               END-IF
           END-PERFORM
           IF WS-DC-IDX = 0
               IF WS-DC-CNT < 200
                   ADD 1 TO WS-DC-CNT
                   MOVE WS-DC-CNT TO WS-DC-IDX
                   MOVE WS-BATCH-DEPTO TO WS-DC-DEPTO(WS-DC-IDX)
                   MOVE WS-MONEDA-TXN TO WS-DC-MONEDA(WS-DC-IDX)
               ELSE
                   DISPLAY "Department table full - "
                       WS-BATCH-DEPTO " " WS-MONEDA-TXN
                       " not broken down."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-DC-CANTIDAD(WS-DC-IDX, WS-ARC-IDX)
           IF TH-ESTADO = "E"
               ADD 1 TO WS-DC-ERRORES(WS-DC-IDX, WS-ARC-IDX)
           ELSE
               ADD TH-RESULT TO WS-DC-NETO(WS-DC-IDX, WS-ARC-IDX)
           END-IF.

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

       ESCRIBIR-RESUMEN-PERIODOS.
           MOVE WS-VEN-CNT TO WS-ENC-CNT
           MOVE PAR-TEND-UMBRAL TO WS-ENC-UMBRAL
           WRITE TREND-REPORT-RECORD FROM WS-ENCABEZADO1
           WRITE TREND-REPORT-RECORD FROM WS-ENCABEZADO2
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "RESUMEN POR PERIODO (PERBAL.DAT)"
               TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD FROM WS-ENCABEZADO-COL
           WRITE TREND-REPORT-RECORD FROM WS-LINEA-GUIONES

           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-VEN-CNT
               MOVE WS-VEN-PB(WS-VEN-IDX) TO WS-PB-IDX
               MOVE SPACES TO WS-LINEA-PERIODO
               MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-LP-PERIODO
               MOVE WS-PB-CANTIDAD(WS-PB-IDX) TO WS-LP-CANTIDAD
               MOVE WS-PB-ERRORES(WS-PB-IDX) TO WS-LP-ERRORES
               IF WS-PB-CANTIDAD(WS-PB-IDX) > 0
                   COMPUTE WS-TASA ROUNDED =
                       WS-PB-ERRORES(WS-PB-IDX) * 100
                           / WS-PB-CANTIDAD(WS-PB-IDX)
               ELSE
                   MOVE 0 TO WS-TASA
               END-IF
               MOVE WS-TASA TO WS-LP-TASA
               MOVE WS-PB-NETO(WS-PB-IDX) TO WS-LP-NETO

               MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-PER-CALC
               PERFORM RETROCEDER-UN-MES
               MOVE WS-PER-CALC TO WS-BUSCA-PERIODO
               PERFORM BUSCAR-BALANCE
               PERFORM COMPARAR-CON-BALANCE
               MOVE WS-CMP-CANT TO WS-LP-VM-CANT
               MOVE WS-CMP-NETO TO WS-LP-VM-NETO

               MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-PER-CALC
               SUBTRACT 1 FROM WS-PC-ANO
               MOVE WS-PER-CALC TO WS-BUSCA-PERIODO
               PERFORM BUSCAR-BALANCE
               PERFORM COMPARAR-CON-BALANCE
               MOVE WS-CMP-CANT TO WS-LP-VA-CANT
               MOVE WS-CMP-NETO TO WS-LP-VA-NETO
               WRITE TREND-REPORT-RECORD FROM WS-LINEA-PERIODO
           END-PERFORM
           WRITE TREND-REPORT-RECORD FROM WS-LINEA-GUIONES.

       COMPARAR-CON-BALANCE.
      *> The period on WS-PB-IDX against the one found on
      *> WS-PB-HALLADO (none when zero).
           MOVE "N" TO WS-VAR-HAY-BASE
           IF WS-PB-HALLADO > 0
               MOVE "S" TO WS-VAR-HAY-BASE
               MOVE WS-PB-CANTIDAD(WS-PB-HALLADO) TO WS-VAR-BASE
           END-IF
           MOVE WS-PB-CANTIDAD(WS-PB-IDX) TO WS-VAR-ACTUAL
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO WS-CMP-CANT
           IF WS-PB-HALLADO > 0
               MOVE WS-PB-NETO(WS-PB-HALLADO) TO WS-VAR-BASE
           END-IF
           MOVE WS-PB-NETO(WS-PB-IDX) TO WS-VAR-ACTUAL
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO WS-CMP-NETO.

       CALCULAR-VARIACION.
      *> Percentage change of WS-VAR-ACTUAL over WS-VAR-BASE, taken
      *> against the base's size so a net coming up out of a loss
      *> reads as a rise. No base on file reads N/D and never flags;
      *> something out of nothing reads NUEVO and always flags.
           MOVE "N" TO WS-VAR-SUPERA
           MOVE 0 TO WS-VAR-PCT
           EVALUATE TRUE
               WHEN WS-VAR-HAY-BASE NOT = "S"
                   MOVE "      N/D" TO WS-VAR-TEXTO
               WHEN WS-VAR-BASE = 0 AND WS-VAR-ACTUAL = 0
                   MOVE 0 TO WS-VAR-ED
                   MOVE WS-VAR-ED TO WS-VAR-TEXTO
               WHEN WS-VAR-BASE = 0
                   MOVE "    NUEVO" TO WS-VAR-TEXTO
                   MOVE "S" TO WS-VAR-SUPERA
               WHEN OTHER
                   COMPUTE WS-VAR-DIF = WS-VAR-ACTUAL - WS-VAR-BASE
                   COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VAR-DIF * 100 / FUNCTION ABS(WS-VAR-BASE)
                       ON SIZE ERROR
                           IF WS-VAR-DIF > 0
                               MOVE 999999999 TO WS-VAR-PCT
                           ELSE
                               MOVE -999999999 TO WS-VAR-PCT
                           END-IF
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN WS-VAR-PCT > 99999.99
                           MOVE "   >99999" TO WS-VAR-TEXTO
                       WHEN WS-VAR-PCT < -99999.99
                           MOVE "  <-99999" TO WS-VAR-TEXTO
                       WHEN OTHER
                           MOVE WS-VAR-PCT TO WS-VAR-ED
                           MOVE WS-VAR-ED TO WS-VAR-TEXTO
                   END-EVALUATE
                   IF FUNCTION ABS(WS-VAR-PCT) > PAR-TEND-UMBRAL
                       MOVE "S" TO WS-VAR-SUPERA
                   END-IF
           END-EVALUATE.

       ESCRIBIR-DESGLOSE.
      *> Departments in code order, currencies in code order within
      *> each: every pass prints the lowest pair not yet printed.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "DESGLOSE POR DEPARTAMENTO Y MONEDA (ARCHIVOS DEL MES)"
               TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-CNT
               IF WS-ARC-OK(WS-ARC-IDX) NOT = "S"
                   MOVE SPACES TO TREND-REPORT-RECORD
                   STRING "  ARCHIVO TXNHIST."
                       WS-ARC-PERIODO(WS-ARC-IDX)
                       ".ARC NO DISPONIBLE - SUS CIFRAS NO SE DESGLOSAN"
                       DELIMITED BY SIZE INTO TREND-REPORT-RECORD
                   WRITE TREND-REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE "N" TO WS-FIN-DESGLOSE
           PERFORM UNTIL WS-FIN-DESGLOSE = "S"
               MOVE 0 TO WS-DC-IDX
               PERFORM VARYING WS-DC-JDX FROM 1 BY 1
                       UNTIL WS-DC-JDX > WS-DC-CNT
                   IF WS-DC-LISTO(WS-DC-JDX) NOT = "S"
                       IF WS-DC-IDX = 0
                           MOVE WS-DC-JDX TO WS-DC-IDX
                       ELSE
                           IF WS-DC-CLAVE(WS-DC-JDX)
                                   < WS-DC-CLAVE(WS-DC-IDX)
                               MOVE WS-DC-JDX TO WS-DC-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DC-IDX = 0
                   MOVE "S" TO WS-FIN-DESGLOSE
               ELSE
                   MOVE "S" TO WS-DC-LISTO(WS-DC-IDX)
                   PERFORM ESCRIBIR-UN-DEPTO
               END-IF
           END-PERFORM.

       ESCRIBIR-UN-DEPTO.
      *> A pair that only shows up in the comparison months outside
      *> the window has nothing to report inside it.
           MOVE "N" TO WS-DC-ACTIVO
           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-VEN-CNT
               IF WS-DC-CANTIDAD(WS-DC-IDX, WS-VEN-IDX) > 0
                   MOVE "S" TO WS-DC-ACTIVO
               END-IF
           END-PERFORM
           IF WS-DC-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE WS-DC-DEPTO(WS-DC-IDX) TO WS-LD-CODIGO
           MOVE WS-DC-MONEDA(WS-DC-IDX) TO WS-LD-MONEDA
           PERFORM BUSCAR-NOMBRE-DEPTO
           WRITE TREND-REPORT-RECORD FROM WS-LINEA-DEPTO
           WRITE TREND-REPORT-RECORD FROM WS-ENCABEZADO-COL
           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-VEN-CNT
               PERFORM ESCRIBIR-DEPTO-MES
           END-PERFORM.

       ESCRIBIR-DEPTO-MES.
      *> The window's months are the first archive slots, so
      *> WS-VEN-IDX is this month's column in the department table.
           MOVE SPACES TO WS-LINEA-PERIODO
           MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-LP-PERIODO
           IF WS-ARC-OK(WS-VEN-IDX) NOT = "S"
               MOVE "SIN ARCHIVO" TO WS-LP-MARCA
               WRITE TREND-REPORT-RECORD FROM WS-LINEA-PERIODO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-CANTIDAD(WS-DC-IDX, WS-VEN-IDX)
               TO WS-LP-CANTIDAD
           MOVE WS-DC-ERRORES(WS-DC-IDX, WS-VEN-IDX) TO WS-LP-ERRORES
           IF WS-DC-CANTIDAD(WS-DC-IDX, WS-VEN-IDX) > 0
               COMPUTE WS-TASA ROUNDED =
                   WS-DC-ERRORES(WS-DC-IDX, WS-VEN-IDX) * 100
                       / WS-DC-CANTIDAD(WS-DC-IDX, WS-VEN-IDX)
           ELSE
               MOVE 0 TO WS-TASA
           END-IF
           MOVE WS-TASA TO WS-LP-TASA
           MOVE WS-DC-NETO(WS-DC-IDX, WS-VEN-IDX) TO WS-LP-NETO
           MOVE "N" TO WS-MARCAR

           MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-PER-CALC
           PERFORM RETROCEDER-UN-MES
           MOVE WS-PER-CALC TO WS-BUSCA-PERIODO
           PERFORM BUSCAR-ARCHIVO
           MOVE "MES" TO WS-CMP-VS
           PERFORM COMPARAR-CON-ARCHIVO
           MOVE WS-CMP-CANT TO WS-LP-VM-CANT
           MOVE WS-CMP-NETO TO WS-LP-VM-NETO

           MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-PER-CALC
           SUBTRACT 1 FROM WS-PC-ANO
           MOVE WS-PER-CALC TO WS-BUSCA-PERIODO
           PERFORM BUSCAR-ARCHIVO
           MOVE "ANUAL" TO WS-CMP-VS
           PERFORM COMPARAR-CON-ARCHIVO
           MOVE WS-CMP-CANT TO WS-LP-VA-CANT
           MOVE WS-CMP-NETO TO WS-LP-VA-NETO

           IF WS-MARCAR = "S"
               MOVE "** ALERTA" TO WS-LP-MARCA
           END-IF
           WRITE TREND-REPORT-RECORD FROM WS-LINEA-PERIODO.

       COMPARAR-CON-ARCHIVO.
      *> This month's column against the archive slot found on
      *> WS-ARC-HALLADO - no base when the month was never closed or
      *> its archive could not be read. Volume and net each flag on
      *> their own.
           MOVE WS-ARC-HALLADO TO WS-CMP-BASE
           MOVE "N" TO WS-VAR-HAY-BASE
           IF WS-CMP-BASE > 0
               IF WS-ARC-OK(WS-CMP-BASE) = "S"
                   MOVE "S" TO WS-VAR-HAY-BASE
               END-IF
           END-IF
           IF WS-VAR-HAY-BASE = "S"
               MOVE WS-DC-CANTIDAD(WS-DC-IDX, WS-CMP-BASE)
                   TO WS-VAR-BASE
           END-IF
           MOVE WS-DC-CANTIDAD(WS-DC-IDX, WS-VEN-IDX) TO WS-VAR-ACTUAL
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO WS-CMP-CANT
           IF WS-VAR-SUPERA = "S"
               MOVE "VOLUMEN" TO WS-LA-MEDIDA
               MOVE WS-VAR-BASE TO WS-CANT-ED
               MOVE WS-CANT-ED TO WS-LA-BASE
               MOVE WS-VAR-ACTUAL TO WS-CANT-ED
               MOVE WS-CANT-ED TO WS-LA-ACTUAL
               PERFORM ANOTAR-ALERTA
           END-IF

           IF WS-VAR-HAY-BASE = "S"
               MOVE WS-DC-NETO(WS-DC-IDX, WS-CMP-BASE) TO WS-VAR-BASE
           END-IF
           MOVE WS-DC-NETO(WS-DC-IDX, WS-VEN-IDX) TO WS-VAR-ACTUAL
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO WS-CMP-NETO
           IF WS-VAR-SUPERA = "S"
               MOVE "NETO" TO WS-LA-MEDIDA
               MOVE WS-VAR-BASE TO WS-NETO-ED
               MOVE WS-NETO-ED TO WS-LA-BASE
               MOVE WS-VAR-ACTUAL TO WS-NETO-ED
               MOVE WS-NETO-ED TO WS-LA-ACTUAL
               PERFORM ANOTAR-ALERTA
           END-IF.

       ANOTAR-ALERTA.
           MOVE "S" TO WS-MARCAR
           ADD 1 TO WS-ALR-TOTAL
           IF WS-ALR-CNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-DEPTO(WS-DC-IDX) TO WS-LA-DEPTO
           MOVE WS-DC-MONEDA(WS-DC-IDX) TO WS-LA-MONEDA
           MOVE WS-VEN-PERIODO(WS-VEN-IDX) TO WS-LA-PERIODO
           MOVE WS-CMP-VS TO WS-LA-VS
           MOVE WS-VAR-TEXTO TO WS-LA-VAR
           ADD 1 TO WS-ALR-CNT
           MOVE WS-LINEA-ALERTA TO WS-ALR-LINEA(WS-ALR-CNT).

       ESCRIBIR-ALERTAS.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "DEPARTAMENTOS CON VARIACION MAYOR AL "
               FUNCTION TRIM(WS-ENC-UMBRAL) "%" DELIMITED BY SIZE
               INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD FROM WS-ENCABEZADO-ALR
           WRITE TREND-REPORT-RECORD FROM WS-LINEA-GUIONES
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
                   UNTIL WS-ALR-IDX > WS-ALR-CNT
               MOVE WS-ALR-LINEA(WS-ALR-IDX) TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-PERFORM
           IF WS-ALR-TOTAL = 0
               MOVE "(ninguno)" TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF
      *> The breakdown above still marks every one of them.
           IF WS-ALR-TOTAL > WS-ALR-CNT
               COMPUTE WS-ALR-TOTAL-ED = WS-ALR-TOTAL - WS-ALR-CNT
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "... Y " FUNCTION TRIM(WS-ALR-TOTAL-ED)
                   " MAS, MARCADAS EN EL DESGLOSE"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF.

       BUSCAR-NOMBRE-DEPTO.
           MOVE SPACES TO WS-LD-NOMBRE
           IF WS-DEPT-DISPONIBLE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-DEPTO(WS-DC-IDX) TO DP-CODIGO
           READ DEPT-MASTER
               INVALID KEY
                   MOVE "(no registrado)" TO WS-LD-NOMBRE
               NOT INVALID KEY
                   MOVE DP-NOMBRE TO WS-LD-NOMBRE
           END-READ.
