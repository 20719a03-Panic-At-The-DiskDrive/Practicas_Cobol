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

           SELECT MONTH-REPORT-FILE ASSIGN TO "CALCMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The same figures, delimited, for Finance's spreadsheets -
      *> named by the EXTRACTO-CALCMES card.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
       FD  MONTH-REPORT-FILE.
       01 MONTH-REPORT-RECORD PIC X(80).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".
             VALUE "ACUMULADO DEL MES    ".
          05 WS-LM-MES        PIC X(6).

       COPY "PARAMSIS.cpy".

      *> Spreadsheet extract: a header row, one row per operation line
      *> of the report - TIPO DIA with its ISO date, TIPO MES with the
      *> month as AAAA-MM - and a CONTROL row carrying the data-row
      *> count in the second column and the month's totals under
      *> their own columns. Amounts are unedited: sign, digits and a
      *> decimal point only.
       01 WS-EXT-NOMBRE       PIC X(40) VALUE SPACES.
       01 WS-EXT-STATUS       PIC XX VALUE "00".
       01 WS-EXT-ACTIVO       PIC X VALUE "N".
       01 WS-EXT-LINEA        PIC X(300).
       01 WS-EXT-PTR          PIC 9(3).
       01 WS-EXT-NCAMPOS      PIC 9(2).
       01 WS-EXT-CAMPO        PIC X(40).
       01 WS-EXT-IMPORTE      PIC -(15)9.99.
       01 WS-EXT-CANTIDAD     PIC Z(8)9.
       01 WS-EXT-TASA         PIC ZZ9.99.
       01 WS-EXT-FECHA        PIC X(8).
       01 WS-EXT-TIPO         PIC X(7).
       01 WS-EXT-FILAS        PIC 9(7) VALUE 0.
       01 WS-EXT-CANT-TOT     PIC 9(7) VALUE 0.
       01 WS-EXT-ERR-TOT      PIC 9(7) VALUE 0.
       01 WS-EXT-NETO-TOT     PIC S9(15)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "N" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
           ACCEPT WS-MES-PARM FROM COMMAND-LINE
           IF WS-MES-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-REPORTE
           CLOSE TXN-HISTORY-FILE

           OPEN OUTPUT MONTH-REPORT-FILE
           PERFORM ABRIR-EXTRACTO
           PERFORM ESCRIBIR-REPORTE
           CLOSE MONTH-REPORT-FILE
           PERFORM CERRAR-EXTRACTO

           DISPLAY "Month-end summary for " WS-MES-REPORTE
               " written to CALCMES.DAT (" WS-TOT-LEIDAS
           STOP RUN.

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
                   MOVE WS-TASA-ERROR TO WS-LO-TASA
                   MOVE WS-MES-TOTAL(WS-OP-IDX) TO WS-LO-TOTAL
                   WRITE MONTH-REPORT-RECORD FROM WS-LINEA-OP
                   ADD WS-MES-CANTIDAD(WS-OP-IDX) TO WS-EXT-CANT-TOT
                   ADD WS-MES-ERRORES(WS-OP-IDX) TO WS-EXT-ERR-TOT
                   ADD WS-MES-TOTAL(WS-OP-IDX) TO WS-EXT-NETO-TOT
                   MOVE "MES" TO WS-EXT-TIPO
                   MOVE WS-MES-REPORTE TO WS-EXT-FECHA
                   MOVE WS-MES-TOTAL(WS-OP-IDX) TO WS-EXT-IMPORTE
                   PERFORM EXTRAER-LINEA-OP
               END-IF
           END-PERFORM.

                   MOVE WS-OP-TOTAL(WS-DIA-IDX, WS-OP-IDX)
                       TO WS-LO-TOTAL
                   WRITE MONTH-REPORT-RECORD FROM WS-LINEA-OP
                   MOVE "DIA" TO WS-EXT-TIPO
                   MOVE WS-LD-FECHA TO WS-EXT-FECHA
                   MOVE WS-OP-TOTAL(WS-DIA-IDX, WS-OP-IDX)
                       TO WS-EXT-IMPORTE
                   PERFORM EXTRAER-LINEA-OP
               END-IF
           END-PERFORM.

       ABRIR-EXTRACTO.
      *> EXTRACTO-CALCMES=NO turns the extract off. A card naming the
      *> print file itself would have the extract overwrite it, so it
      *> is refused and the report alone is written.
           MOVE "N" TO WS-EXT-ACTIVO
           MOVE PAR-EXT-CALCMES TO WS-EXT-NOMBRE
           IF WS-EXT-NOMBRE = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXT-NOMBRE = "CALCMES.DAT"
               DISPLAY "EXTRACTO-CALCMES names the report file itself"
                   " - no extract written."
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
           MOVE "FECHA" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "OPERACION" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "CANTIDAD" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "ERRORES" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "TASA_ERROR" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "TOTAL" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA.

       EXTRAER-LINEA-OP.
      *> Entered with the print line just written still in
      *> WS-LINEA-OP; the amount comes in WS-EXT-IMPORTE unedited.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM INICIAR-FILA
           MOVE WS-EXT-TIPO TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-FECHA
           MOVE WS-LO-OP TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LO-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-LO-ERRORES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-TASA-ERROR TO WS-EXT-TASA
           MOVE WS-EXT-TASA TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA
           ADD 1 TO WS-EXT-FILAS.

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
           MOVE WS-EXT-CANT-TOT TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-ERR-TOT TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-NETO-TOT TO WS-EXT-IMPORTE
           MOVE WS-EXT-IMPORTE TO WS-EXT-CAMPO
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
