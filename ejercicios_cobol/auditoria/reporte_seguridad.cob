               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The same figures, delimited, for the auditors' spreadsheets -
      *> named by the EXTRACTO-SECRPT card.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGIN-AUDIT-FILE.
       FD  SECURITY-REPORT-FILE.
       COPY "SECRPT.cpy".

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS     PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".
          05 FILLER            PIC X(14) VALUE "MARCA".
       01 WS-LINEA-GUIONES    PIC X(72) VALUE ALL "-".

      *> Spreadsheet extract: a header row, one USUARIO row per user
      *> on the day's roster - the POSIBLES BLOQUEOS section is not
      *> repeated, MARCA carries REVISAR on those users instead - and
      *> a CONTROL row carrying the user count in the second column
      *> and the day's totals under their own columns, the flagged
      *> count under MARCA. The date is ISO.
       01 WS-EXT-NOMBRE       PIC X(40) VALUE SPACES.
       01 WS-EXT-STATUS       PIC XX VALUE "00".
       01 WS-EXT-ACTIVO       PIC X VALUE "N".
       01 WS-EXT-LINEA        PIC X(300).
       01 WS-EXT-PTR          PIC 9(3).
       01 WS-EXT-NCAMPOS      PIC 9(2).
       01 WS-EXT-CAMPO        PIC X(40).
       01 WS-EXT-CANTIDAD     PIC Z(8)9.
       01 WS-EXT-TASA         PIC ZZ9.99.
       01 WS-EXT-FECHA        PIC X(8).
       01 WS-EXT-FILAS        PIC 9(7) VALUE 0.
       01 WS-EXT-MARCADOS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "N" TO PAR-ECO
           END-IF

           OPEN OUTPUT SECURITY-REPORT-FILE
           PERFORM ABRIR-EXTRACTO
           PERFORM ACUMULAR-AUDITORIA
           PERFORM ESCRIBIR-REPORTE
           PERFORM ESCRIBIR-SECCION-FLAGGED
           PERFORM CERRAR-EXTRACTO
           CLOSE LOGIN-AUDIT-FILE
           CLOSE SECURITY-REPORT-FILE

           PERFORM VARYING WS-USUARIO-IDX FROM 1 BY 1
                   UNTIL WS-USUARIO-IDX > WS-USUARIOS-CNT
               PERFORM ESCRIBIR-LINEA-USUARIO
               PERFORM EXTRAER-LINEA-USUARIO
           END-PERFORM

           WRITE SECURITY-REPORT-RECORD FROM WS-LINEA-GUIONES
               MOVE "(ninguno)" TO SR-USUARIO
               WRITE SECURITY-REPORT-RECORD
           END-IF.

       ABRIR-EXTRACTO.
      *> EXTRACTO-SECRPT=NO turns the extract off. A card naming the
      *> print file itself would have the extract overwrite it, so it
      *> is refused and the report alone is written.
           MOVE "N" TO WS-EXT-ACTIVO
           MOVE PAR-EXT-SECRPT TO WS-EXT-NOMBRE
           IF WS-EXT-NOMBRE = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXT-NOMBRE = "SECRPT.DAT"
               DISPLAY "EXTRACTO-SECRPT names the report file itself"
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
           MOVE 0 TO WS-EXT-MARCADOS
           PERFORM INICIAR-FILA
           MOVE "TIPO" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "FECHA" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "USUARIO" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "INTENTOS" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "FALLOS" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "TASA_FALLOS" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "DESDE_LOGIN" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "DESDE_REGLOG" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "MARCA" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA.

       EXTRAER-LINEA-USUARIO.
      *> Entered with WS-USUARIO-IDX on the user just printed and
      *> WS-TASA-CALC still holding that user's failure rate.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM INICIAR-FILA
           MOVE "USUARIO" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-FECHA-REPORTE TO WS-EXT-FECHA
           PERFORM AGREGAR-FECHA
           MOVE WS-UT-USUARIO(WS-USUARIO-IDX) TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-UT-INTENTOS(WS-USUARIO-IDX) TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-UT-FALLOS(WS-USUARIO-IDX) TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-TASA-CALC TO WS-EXT-TASA
           MOVE WS-EXT-TASA TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-UT-DESDE-LOGIN(WS-USUARIO-IDX) TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-UT-DESDE-REGISTER(WS-USUARIO-IDX)
               TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE SPACES TO WS-EXT-CAMPO
           IF WS-UT-FALLOS(WS-USUARIO-IDX) >= WS-UMBRAL-FALLOS
               MOVE "REVISAR" TO WS-EXT-CAMPO
               ADD 1 TO WS-EXT-MARCADOS
           END-IF
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
           MOVE WS-TOTAL-INTENTOS TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-TOTAL-FALLOS TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           IF WS-TOTAL-INTENTOS > 0
               COMPUTE WS-TASA-CALC ROUNDED =
                   WS-TOTAL-FALLOS * 100 / WS-TOTAL-INTENTOS
           ELSE
               MOVE 0 TO WS-TASA-CALC
           END-IF
           MOVE WS-TASA-CALC TO WS-EXT-TASA
           MOVE WS-EXT-TASA TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE SPACES TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-MARCADOS TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
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
