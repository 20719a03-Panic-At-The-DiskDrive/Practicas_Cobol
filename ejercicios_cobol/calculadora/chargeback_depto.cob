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
               FILE STATUS IS WS-REPORT-STATUS.

      *> The same figures, delimited, for Finance's spreadsheets -
      *> named by the EXTRACTO-CALCDEPT card.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
       FD  CHARGE-REPORT-FILE.
       01 CHARGE-REPORT-RECORD PIC X(80).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-BATREG-STATUS    PIC XX VALUE "00".
       01 WS-MM-IDX           PIC 9(2) VALUE 0.
       01 WS-TOT-LEIDAS       PIC 9(7) VALUE 0.

      *> Peso equivalents are valued at the rate in force on the last
      *> day of the month billed, so a department's bill does not
      *> change with the day the report happens to be run.
       COPY "TCPARM.cpy".
       01 WS-FIN-MES          PIC 9(8).
       01 WS-FIN-MES-DES      REDEFINES WS-FIN-MES.
          05 WS-FM-ANO        PIC 9(4).
          05 WS-FM-MES        PIC 9(2).
          05 WS-FM-DIA        PIC 9(2).
       01 WS-FIN-MES-ENTERO   PIC 9(7).
       01 WS-EQ-TOTAL         PIC S9(15)V99 VALUE 0.
       01 WS-EQ-COMPLETO      PIC X VALUE "S".
       01 WS-EQ-MONEDA        PIC X(3).
       01 WS-EQ-IMPORTE       PIC S9(15)V99.
       01 WS-LINEA-EQUIV.
          05 WS-LE-ETIQUETA   PIC X(14).
          05 WS-LE-MONEDA     PIC X(3).
          05 FILLER           PIC X(6) VALUE " TASA ".
          05 WS-LE-TASA       PIC Z(4)9.9(6).
          05 FILLER           PIC X(4) VALUE " AL ".
          05 WS-LE-FECHA      PIC X(8).
          05 FILLER           PIC X(5) VALUE " UYU ".
          05 WS-LE-EQUIV      PIC -(14)9.99.
       01 WS-LINEA-CONSOL.
          05 WS-LC-ETIQUETA   PIC X(14).
          05 FILLER           PIC X(38) VALUE "UYU".
          05 WS-LC-TOTAL      PIC -(14)9.99.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-LC-ESTADO     PIC X(8).

       01 WS-LINEA-DEPTO.
          05 FILLER           PIC X(7) VALUE "DEPTO: ".
          05 WS-LD-CODIGO     PIC X(10).
          05 FILLER           PIC X(6) VALUE "  TOT ".
          05 WS-LT-TOTAL      PIC -(14)9.99.

       COPY "PARAMSIS.cpy".

      *> Spreadsheet extract: a header row, then one row per figure
      *> line of the report, TIPO telling them apart -
      *>   BATCH            a batch's volume in one currency
      *>   TOTAL-DEPTO      a department's total in one currency
      *>   EQUIV-DEPTO      that total in pesos, with rate and date
      *>   CONSOL-DEPTO     the department's one peso figure
      *>   TOTAL-GENERAL, EQUIV-GENERAL, CONSOL-GENERAL  the same
      *>                    for the whole month
      *> - and a CONTROL row carrying the data-row count in the second
      *> column, the month's count and errors under their own columns
      *> and the consolidated peso total with its COMPLETO/PARCIAL
      *> state. Amounts are unedited: sign, digits and a decimal
      *> point only; rate dates are ISO.
       01 WS-EXT-NOMBRE       PIC X(40) VALUE SPACES.
       01 WS-EXT-STATUS       PIC XX VALUE "00".
       01 WS-EXT-ACTIVO       PIC X VALUE "N".
       01 WS-EXT-LINEA        PIC X(300).
       01 WS-EXT-PTR          PIC 9(3).
       01 WS-EXT-NCAMPOS      PIC 9(2).
       01 WS-EXT-CAMPO        PIC X(40).
       01 WS-EXT-IMPORTE      PIC -(15)9.99.
       01 WS-EXT-CANTIDAD     PIC Z(8)9.
       01 WS-EXT-TASA         PIC Z(4)9.9(6).
       01 WS-EXT-FECHA        PIC X(8).
       01 WS-EXT-TIPO         PIC X(14).
       01 WS-EXT-DEPTO        PIC X(10).
       01 WS-EXT-NOMBRE-DEP   PIC X(30).
       01 WS-EXT-FILAS        PIC 9(7) VALUE 0.
       01 WS-EXT-CANT-TOT     PIC 9(7) VALUE 0.
       01 WS-EXT-ERR-TOT      PIC 9(7) VALUE 0.
       01 WS-EXT-CONSOL       PIC S9(15)V99 VALUE 0.
       01 WS-EXT-ESTADO       PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "N" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
           ACCEPT WS-MES-PARM FROM COMMAND-LINE
           IF WS-MES-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-REPORTE
               END-IF
           END-IF

      *> Last day of the month: the day before the first of the next.
           MOVE WS-MES-REPORTE TO WS-FIN-MES(1:6)
           MOVE 1 TO WS-FM-DIA
           IF WS-FM-MES = 12
               MOVE 1 TO WS-FM-MES
               ADD 1 TO WS-FM-ANO
           ELSE
               ADD 1 TO WS-FM-MES
           END-IF
           COMPUTE WS-FIN-MES-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FIN-MES) - 1
           COMPUTE WS-FIN-MES =
               FUNCTION DATE-OF-INTEGER(WS-FIN-MES-ENTERO)

           PERFORM CARGAR-REGISTRO-BATCHES

           OPEN INPUT TXN-HISTORY-FILE
           END-IF

           OPEN OUTPUT CHARGE-REPORT-FILE
           PERFORM ABRIR-EXTRACTO
           PERFORM ESCRIBIR-REPORTE
           CLOSE CHARGE-REPORT-FILE
           PERFORM CERRAR-EXTRACTO
           IF WS-DEPT-DISPONIBLE = "S"
               CLOSE DEPT-MASTER
           END-IF
           CLOSE BATCH-REGISTER-FILE.

       ACUMULAR-HISTORIA.
      *> Straight to the month on the TH-FECHA-PROCESO alternate key,
      *> stopping at the first record of the month after. "02" is a
      *> good read - the next record shares this one's date.
           MOVE SPACES TO TH-FECHA-PROCESO
           STRING WS-MES-REPORTE "00" DELIMITED BY SIZE
               INTO TH-FECHA-PROCESO
           START TXN-HISTORY-FILE
                   KEY IS NOT LESS THAN TH-FECHA-PROCESO
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TH-FECHA-PROCESO(1:6) = WS-MES-REPORTE
                           PERFORM ACUMULAR-UNA-TRANSACCION
                       ELSE
                           MOVE "10" TO WS-HIST-STATUS
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-TM-ERRORES(WS-TM-IDX) TO WS-LT-ERRORES
               MOVE WS-TM-TOTAL(WS-TM-IDX) TO WS-LT-TOTAL
               WRITE CHARGE-REPORT-RECORD FROM WS-LINEA-TOT-DEP
               MOVE "TOTAL-GENERAL" TO WS-EXT-TIPO
               MOVE WS-TM-TOTAL(WS-TM-IDX) TO WS-EXT-IMPORTE
               PERFORM EXTRAER-LINEA-TOTAL
           END-PERFORM
      *> ...and only here, restated in pesos, is there one figure.
           MOVE 0 TO WS-EQ-TOTAL
           MOVE "S" TO WS-EQ-COMPLETO
           MOVE "EQUIV GENERAL" TO WS-LE-ETIQUETA
           MOVE "EQUIV-GENERAL" TO WS-EXT-TIPO
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-CNT
               MOVE WS-TM-MONEDA(WS-TM-IDX) TO WS-EQ-MONEDA
               MOVE WS-TM-TOTAL(WS-TM-IDX) TO WS-EQ-IMPORTE
               PERFORM ESCRIBIR-EQUIVALENTE
           END-PERFORM
           MOVE "CONSOL GENERAL" TO WS-LC-ETIQUETA
           MOVE "CONSOL-GENERAL" TO WS-EXT-TIPO
           PERFORM ESCRIBIR-CONSOLIDADO
           MOVE WS-EQ-TOTAL TO WS-EXT-CONSOL
           MOVE WS-LC-ESTADO TO WS-EXT-ESTADO.

       ESCRIBIR-UN-DEPTO.
           MOVE SPACES TO CHARGE-REPORT-RECORD
           MOVE WS-DEPTO-ACTUAL TO WS-LD-CODIGO
           PERFORM BUSCAR-NOMBRE-DEPTO
           WRITE CHARGE-REPORT-RECORD FROM WS-LINEA-DEPTO
           MOVE WS-DEPTO-ACTUAL TO WS-EXT-DEPTO
           MOVE WS-LD-NOMBRE TO WS-EXT-NOMBRE-DEP

           MOVE 0 TO WS-DM-CNT
           INITIALIZE WS-DEPMON-TABLA
                   MOVE WS-BAT-ERRORES(WS-BAT-JDX) TO WS-LB-ERRORES
                   MOVE WS-BAT-TOTAL(WS-BAT-JDX) TO WS-LB-TOTAL
                   WRITE CHARGE-REPORT-RECORD FROM WS-LINEA-BATCH
                   PERFORM EXTRAER-LINEA-BATCH
                   PERFORM SUMAR-MONEDA-DEPTO
                   MOVE LOW-VALUES TO WS-BAT-DEPTO(WS-BAT-JDX)
               END-IF
               MOVE WS-DM-ERRORES(WS-DM-IDX) TO WS-LT-ERRORES
               MOVE WS-DM-TOTAL(WS-DM-IDX) TO WS-LT-TOTAL
               WRITE CHARGE-REPORT-RECORD FROM WS-LINEA-TOT-DEP
               MOVE "TOTAL-DEPTO" TO WS-EXT-TIPO
               MOVE WS-DM-TOTAL(WS-DM-IDX) TO WS-EXT-IMPORTE
               PERFORM EXTRAER-LINEA-TOTAL
           END-PERFORM

      *> The same totals in pesos at the month-end rate, and the one
      *> figure the department is actually charged.
           MOVE 0 TO WS-EQ-TOTAL
           MOVE "S" TO WS-EQ-COMPLETO
           MOVE "  EQUIV DEPTO" TO WS-LE-ETIQUETA
           MOVE "EQUIV-DEPTO" TO WS-EXT-TIPO
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-CNT
               MOVE WS-DM-MONEDA(WS-DM-IDX) TO WS-EQ-MONEDA
               MOVE WS-DM-TOTAL(WS-DM-IDX) TO WS-EQ-IMPORTE
               PERFORM ESCRIBIR-EQUIVALENTE
           END-PERFORM
           MOVE "  CONSOL DEPTO" TO WS-LC-ETIQUETA
           MOVE "CONSOL-DEPTO" TO WS-EXT-TIPO
           PERFORM ESCRIBIR-CONSOLIDADO
      *> The grand-total rows that follow belong to no department.
           MOVE SPACES TO WS-EXT-DEPTO
           MOVE SPACES TO WS-EXT-NOMBRE-DEP.

       ESCRIBIR-EQUIVALENTE.
           MOVE WS-EQ-MONEDA TO TCP-MONEDA
           MOVE WS-FIN-MES TO TCP-FECHA
           MOVE WS-EQ-IMPORTE TO TCP-IMPORTE
           CALL "CONVERTIR-MONEDA" USING TC-PARAMETROS
           MOVE WS-EQ-MONEDA TO WS-LE-MONEDA
           MOVE TCP-TASA TO WS-LE-TASA
           MOVE TCP-EQUIVALENTE TO WS-LE-EQUIV
           IF TCP-RESULTADO = "S"
               MOVE TCP-FECHA-TASA TO WS-LE-FECHA
               ADD TCP-EQUIVALENTE TO WS-EQ-TOTAL
           ELSE
      *> No rate: the line says so and the consolidated figure below
      *> is marked PARCIAL rather than quietly leaving it out.
               MOVE "SIN TASA" TO WS-LE-FECHA
               MOVE "N" TO WS-EQ-COMPLETO
           END-IF
           WRITE CHARGE-REPORT-RECORD FROM WS-LINEA-EQUIV
           PERFORM EXTRAER-LINEA-EQUIV.

       ESCRIBIR-CONSOLIDADO.
           MOVE WS-EQ-TOTAL TO WS-LC-TOTAL
           IF WS-EQ-COMPLETO = "S"
               MOVE "COMPLETO" TO WS-LC-ESTADO
           ELSE
               MOVE "PARCIAL" TO WS-LC-ESTADO
           END-IF
           WRITE CHARGE-REPORT-RECORD FROM WS-LINEA-CONSOL
           PERFORM EXTRAER-LINEA-CONSOL.

       SUMAR-MONEDA-DEPTO.
      *> Adds the batch slot under review into the department's and
               NOT INVALID KEY
                   MOVE DP-NOMBRE TO WS-LD-NOMBRE
           END-READ.

       ABRIR-EXTRACTO.
      *> EXTRACTO-CALCDEPT=NO turns the extract off. A card naming
      *> the print file itself would have the extract overwrite it,
      *> so it is refused and the report alone is written.
           MOVE "N" TO WS-EXT-ACTIVO
           MOVE SPACES TO WS-EXT-DEPTO
           MOVE SPACES TO WS-EXT-NOMBRE-DEP
           MOVE PAR-EXT-CALCDEPT TO WS-EXT-NOMBRE
           IF WS-EXT-NOMBRE = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXT-NOMBRE = "CALCDEPT.DAT"
               DISPLAY "EXTRACTO-CALCDEPT names the report file "
                   "itself - no extract written."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "Unable to open extract "
                   FUNCTION TRIM(WS-EXT-NOMBRE) ", status "
                   WS-EXT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-EXT-ACTIVO
           MOVE 0 TO WS-EXT-FILAS
           PERFORM INICIAR-FILA
           MOVE "TIPO" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "DEPTO" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "NOMBRE" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "BATCH" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "MONEDA" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "CANTIDAD" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "ERRORES" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "TOTAL" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "TASA" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "FECHA_TASA" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "EQUIV_UYU" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "ESTADO" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA.

       EXTRAER-LINEA-BATCH.
      *> Entered with the batch slot just printed on WS-BAT-JDX. Only
      *> batch rows feed the control count - the total rows restate
      *> them.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           ADD WS-BAT-CANTIDAD(WS-BAT-JDX) TO WS-EXT-CANT-TOT
           ADD WS-BAT-ERRORES(WS-BAT-JDX) TO WS-EXT-ERR-TOT
           PERFORM INICIAR-FILA
           MOVE "BATCH" TO WS-EXT-CAMPO
           PERFORM AGREGAR-DEPTO
           MOVE WS-BAT-ID(WS-BAT-JDX) TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-BAT-MONEDA(WS-BAT-JDX) TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LB-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LB-ERRORES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-BAT-TOTAL(WS-BAT-JDX) TO WS-EXT-IMPORTE
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA
           ADD 1 TO WS-EXT-FILAS.

       EXTRAER-LINEA-TOTAL.
      *> Entered with the total line just printed in WS-LINEA-TOT-DEP
      *> and its amount unedited in WS-EXT-IMPORTE.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM INICIAR-FILA
           MOVE WS-EXT-TIPO TO WS-EXT-CAMPO
           PERFORM AGREGAR-DEPTO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LT-MONEDA TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LT-ERRORES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA
           ADD 1 TO WS-EXT-FILAS.

       EXTRAER-LINEA-EQUIV.
      *> Entered straight after CONVERTIR-MONEDA; a currency with no
      *> rate says SIN TASA where the rate's date would be.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM INICIAR-FILA
           MOVE WS-EXT-TIPO TO WS-EXT-CAMPO
           PERFORM AGREGAR-DEPTO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EQ-MONEDA TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EQ-IMPORTE TO WS-EXT-IMPORTE
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE TCP-TASA TO WS-EXT-TASA
           MOVE WS-EXT-TASA TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           IF TCP-RESULTADO = "S"
               MOVE TCP-FECHA-TASA TO WS-EXT-FECHA
           ELSE
               MOVE "SIN TASA" TO WS-EXT-FECHA
           END-IF
           PERFORM AGREGAR-FECHA
           MOVE TCP-EQUIVALENTE TO WS-EXT-IMPORTE
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA
           ADD 1 TO WS-EXT-FILAS.

       EXTRAER-LINEA-CONSOL.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM INICIAR-FILA
           MOVE WS-EXT-TIPO TO WS-EXT-CAMPO
           PERFORM AGREGAR-DEPTO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "UYU" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EQ-TOTAL TO WS-EXT-IMPORTE
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LC-ESTADO TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA
           ADD 1 TO WS-EXT-FILAS.

       AGREGAR-DEPTO.
      *> TIPO, already in WS-EXT-CAMPO, then the department and its
      *> name - blank on the month's grand-total rows.
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-DEPTO TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-NOMBRE-DEP TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO.

       CERRAR-EXTRACTO.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM INICIAR-FILA
           MOVE "CONTROL" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-FILAS TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-CANT-TOT TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-ERR-TOT TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
      *> No money total across currencies - the consolidated peso
      *> figure is the month's one amount.
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-CONSOL TO WS-EXT-IMPORTE
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-ESTADO TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA
           CLOSE EXTRACT-FILE
           MOVE "N" TO WS-EXT-ACTIVO
           DISPLAY "Extract written to " FUNCTION TRIM(WS-EXT-NOMBRE)
               " (" WS-EXT-FILAS " row(s)).".

       INICIAR-FILA.
           MOVE SPACES TO WS-EXT-LINEA
           MOVE 1 TO WS-EXT-PTR
           MOVE 0 TO WS-EXT-NCAMPOS.

       AGREGAR-CAMPO.
      *> Every field after the first is preceded by the delimiter. A
      *> delimiter inside a text value would shift every column after
      *> it, so it is blanked out of the value.
           IF WS-EXT-NCAMPOS > 0
               STRING PAR-EXT-DELIMITADOR DELIMITED BY SIZE
                   INTO WS-EXT-LINEA WITH POINTER WS-EXT-PTR
           END-IF
           ADD 1 TO WS-EXT-NCAMPOS
           IF WS-EXT-CAMPO NOT = SPACES
               INSPECT WS-EXT-CAMPO
                   REPLACING ALL PAR-EXT-DELIMITADOR BY SPACE
               STRING FUNCTION TRIM(WS-EXT-CAMPO) DELIMITED BY SIZE
                   INTO WS-EXT-LINEA WITH POINTER WS-EXT-PTR
           END-IF.

       AGREGAR-FECHA.
      *> AAAAMMDD goes out as AAAA-MM-DD, a bare month AAAAMM as
      *> AAAA-MM.
           MOVE SPACES TO WS-EXT-CAMPO
           EVALUATE TRUE
               WHEN WS-EXT-FECHA IS NUMERIC
                   STRING WS-EXT-FECHA(1:4) "-" WS-EXT-FECHA(5:2) "-"
                       WS-EXT-FECHA(7:2) DELIMITED BY SIZE
                       INTO WS-EXT-CAMPO
               WHEN WS-EXT-FECHA(1:6) IS NUMERIC
                       AND WS-EXT-FECHA(7:2) = SPACES
                   STRING WS-EXT-FECHA(1:4) "-" WS-EXT-FECHA(5:2)
                       DELIMITED BY SIZE INTO WS-EXT-CAMPO
               WHEN OTHER
                   MOVE WS-EXT-FECHA TO WS-EXT-CAMPO
           END-EVALUATE
           PERFORM AGREGAR-CAMPO.

       ESCRIBIR-FILA.
           MOVE WS-EXT-LINEA TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.
