               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The same lines, delimited, for the auditors' spreadsheets -
      *> named by the EXTRACTO-DORMRPT card.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT ADMIN-AUDIT-FILE ASSIGN TO "ADMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADMAUD-STATUS.
       FD  DORMANT-REPORT-FILE.
       01 DORMANT-REPORT-RECORD PIC X(80).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD      PIC X(300).

       FD  ADMIN-AUDIT-FILE.
       COPY "ADMAUDIT.cpy".


       COPY "PARAMSIS.cpy".

      *> Spreadsheet extract: a header row, one CUENTA row per account
      *> set inactive - review date, last login (or registration)
      *> date, days idle and the limit in force, dates ISO - and a
      *> CONTROL row carrying the data-row count in the second column
      *> and the accounts reviewed and set inactive after it.
       01 WS-EXT-NOMBRE       PIC X(40) VALUE SPACES.
       01 WS-EXT-STATUS       PIC XX VALUE "00".
       01 WS-EXT-ACTIVO       PIC X VALUE "N".
       01 WS-EXT-LINEA        PIC X(300).
       01 WS-EXT-PTR          PIC 9(3).
       01 WS-EXT-NCAMPOS      PIC 9(2).
       01 WS-EXT-CAMPO        PIC X(40).
       01 WS-EXT-CANTIDAD     PIC Z(8)9.
       01 WS-EXT-FECHA        PIC X(8).
       01 WS-EXT-HOY          PIC X(8).
       01 WS-EXT-FILAS        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "S" TO PAR-ECO

           PERFORM CARGAR-EXITOS
           OPEN OUTPUT DORMANT-REPORT-FILE
           PERFORM ABRIR-EXTRACTO
           MOVE "CUENTAS DORMIDAS - REVISION" TO DORMANT-REPORT-RECORD
           WRITE DORMANT-REPORT-RECORD

           MOVE "FIN DE REVISION" TO DORMANT-REPORT-RECORD
           WRITE DORMANT-REPORT-RECORD
           CLOSE DORMANT-REPORT-FILE
           PERFORM CERRAR-EXTRACTO
           CLOSE USER-MASTER

           DISPLAY "Dormant review complete: " WS-CNT-REVISADAS
               MOVE WS-FECHA-BASE TO WS-LD-FECHA
               MOVE WS-DIAS-INACTIVO TO WS-LD-DIAS
               WRITE DORMANT-REPORT-RECORD FROM WS-LINEA-DORMIDA
               PERFORM EXTRAER-LINEA-DORMIDA
               PERFORM ANOTAR-AUDITORIA-ADMIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO ADM-TIMESTAMP
           WRITE ADMIN-AUDIT-RECORD
           CLOSE ADMIN-AUDIT-FILE.

       ABRIR-EXTRACTO.
      *> EXTRACTO-DORMRPT=NO turns the extract off. A card naming the
      *> print file itself would have the extract overwrite it, so it
      *> is refused and the report alone is written.
           MOVE "N" TO WS-EXT-ACTIVO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXT-HOY
           MOVE PAR-EXT-DORMRPT TO WS-EXT-NOMBRE
           IF WS-EXT-NOMBRE = "NO"
               EXIT PARAGRAPH
           END-IF
           IF WS-EXT-NOMBRE = "DORMRPT.DAT"
               DISPLAY "EXTRACTO-DORMRPT names the report file itself"
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
           MOVE "FECHA_REVISION" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "USUARIO" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "ULTIMO_LOGIN" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "DIAS_SIN_LOGIN" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE "LIMITE_DIAS" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           PERFORM ESCRIBIR-FILA.

       EXTRAER-LINEA-DORMIDA.
      *> Entered with the account just set inactive still in
      *> USER-RECORD and its base date and idle days in hand.
           IF WS-EXT-ACTIVO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM INICIAR-FILA
           MOVE "CUENTA" TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-EXT-HOY TO WS-EXT-FECHA
           PERFORM AGREGAR-FECHA
           MOVE USR-USUARIO TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-FECHA-BASE TO WS-EXT-FECHA
           PERFORM AGREGAR-FECHA
           MOVE WS-DIAS-INACTIVO TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE PAR-DORMANT-DIAS TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
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
           MOVE WS-CNT-REVISADAS TO WS-EXT-CANTIDAD
           MOVE WS-EXT-CANTIDAD TO WS-EXT-CAMPO
           PERFORM AGREGAR-CAMPO
           MOVE WS-CNT-DORMIDAS TO WS-EXT-CANTIDAD
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
