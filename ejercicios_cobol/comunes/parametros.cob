       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01 PARAM-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 ESTADO-PARAMS         PIC XX VALUE "00".
       77 PRM-NOMBRE            PIC X(20).
      *> Wide enough for a file name on the EXTRACTO cards.
       77 PRM-VALOR             PIC X(40).
      *> Wide enough that no value an operator can key on a card
      *> overflows it - the bounds checks below see the real number,
      *> not a truncated one.
           MOVE 14 TO PAR-PASSWORD-AVISO
           MOVE 180 TO PAR-DORMANT-DIAS
           MOVE 5 TO PAR-BACKUP-GENS
           MOVE 30 TO PAR-SESION-INACTIVA
           MOVE 90 TO PAR-SOSP-DIAS-BASE
           MOVE 4 TO PAR-SOSP-DESVIOS
           MOVE 3 TO PAR-SOSP-VOLUMEN
           MOVE 30 TO PAR-SOSP-REACTIVADA
           MOVE 25 TO PAR-TEND-UMBRAL
           MOVE ";" TO PAR-EXT-DELIMITADOR
           MOVE "CALCMES.CSV" TO PAR-EXT-CALCMES
           MOVE "CALCDEPT.CSV" TO PAR-EXT-CALCDEPT
           MOVE "SECRPT.CSV" TO PAR-EXT-SECRPT
           MOVE "DORMRPT.CSV" TO PAR-EXT-DORMRPT

           OPEN INPUT PARAM-FILE
           IF ESTADO-PARAMS = "00"
           UNSTRING PARAM-LINEA DELIMITED BY "="
               INTO PRM-NOMBRE PRM-VALOR
           END-UNSTRING
           EVALUATE PRM-NOMBRE
               WHEN "EXTRACTO-DELIMITADOR"
               WHEN "EXTRACTO-CALCMES"
               WHEN "EXTRACTO-CALCDEPT"
               WHEN "EXTRACTO-SECRPT"
               WHEN "EXTRACTO-DORMRPT"
                   PERFORM PROCESAR-TARJETA-TEXTO
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TEST-NUMVAL(PRM-VALOR) NOT = 0
               DISPLAY "Parameter " FUNCTION TRIM(PRM-NOMBRE)
                   " has non-numeric value '"
                   ELSE
                       PERFORM AVISAR-FUERA-DE-RANGO
                   END-IF
               WHEN "SESION-INACTIVA-MIN"
                   IF PRM-VALOR-NUM >= 1 AND PRM-VALOR-NUM <= 999
                       MOVE PRM-VALOR-NUM TO PAR-SESION-INACTIVA
                   ELSE
                       PERFORM AVISAR-FUERA-DE-RANGO
                   END-IF
               WHEN "SOSPECHA-DIAS-BASE"
                   IF PRM-VALOR-NUM >= 7 AND PRM-VALOR-NUM <= 366
                       MOVE PRM-VALOR-NUM TO PAR-SOSP-DIAS-BASE
                   ELSE
                       PERFORM AVISAR-FUERA-DE-RANGO
                   END-IF
               WHEN "SOSPECHA-DESVIOS"
                   IF PRM-VALOR-NUM >= 2 AND PRM-VALOR-NUM <= 9
                       MOVE PRM-VALOR-NUM TO PAR-SOSP-DESVIOS
                   ELSE
                       PERFORM AVISAR-FUERA-DE-RANGO
                   END-IF
               WHEN "SOSPECHA-VOLUMEN"
                   IF PRM-VALOR-NUM >= 2 AND PRM-VALOR-NUM <= 99
                       MOVE PRM-VALOR-NUM TO PAR-SOSP-VOLUMEN
                   ELSE
                       PERFORM AVISAR-FUERA-DE-RANGO
                   END-IF
               WHEN "SOSPECHA-REACTIVADA"
                   IF PRM-VALOR-NUM >= 1 AND PRM-VALOR-NUM <= 366
                       MOVE PRM-VALOR-NUM TO PAR-SOSP-REACTIVADA
                   ELSE
                       PERFORM AVISAR-FUERA-DE-RANGO
                   END-IF
               WHEN "TENDENCIA-UMBRAL-PCT"
                   IF PRM-VALOR-NUM >= 1 AND PRM-VALOR-NUM <= 999
                       MOVE PRM-VALOR-NUM TO PAR-TEND-UMBRAL
                   ELSE
                       PERFORM AVISAR-FUERA-DE-RANGO
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown parameter card: "
                       FUNCTION TRIM(PRM-NOMBRE) " - ignored."
           END-EVALUATE.

       PROCESAR-TARJETA-TEXTO.
      *> Cards whose value is text, not a number. The value is taken
      *> as keyed - file names are case-sensitive - less the blanks
      *> around it.
           MOVE FUNCTION TRIM(PRM-VALOR) TO PRM-VALOR
           IF PRM-VALOR = SPACES
               DISPLAY "Parameter " FUNCTION TRIM(PRM-NOMBRE)
                   " has no value - default kept."
               EXIT PARAGRAPH
           END-IF
           EVALUATE PRM-NOMBRE
               WHEN "EXTRACTO-DELIMITADOR"
                   PERFORM TOMAR-DELIMITADOR
               WHEN "EXTRACTO-CALCMES"
                   MOVE PRM-VALOR TO PAR-EXT-CALCMES
               WHEN "EXTRACTO-CALCDEPT"
                   MOVE PRM-VALOR TO PAR-EXT-CALCDEPT
               WHEN "EXTRACTO-SECRPT"
                   MOVE PRM-VALOR TO PAR-EXT-SECRPT
               WHEN "EXTRACTO-DORMRPT"
                   MOVE PRM-VALOR TO PAR-EXT-DORMRPT
           END-EVALUATE.

       TOMAR-DELIMITADOR.
      *> One printable character. A control character such as a tab
      *> is refused - the extracts are line-sequential text files and
      *> a record carrying one is not written. Digits, the decimal
      *> point and the signs would split the amounts the extracts
      *> carry, so they are refused too.
           EVALUATE TRUE
               WHEN PRM-VALOR(2:) NOT = SPACES
               WHEN PRM-VALOR(1:1) < SPACE
               WHEN PRM-VALOR(1:1) IS NUMERIC
               WHEN PRM-VALOR(1:1) = "." OR "-" OR "+"
                   DISPLAY "Parameter " FUNCTION TRIM(PRM-NOMBRE)
                       " value '" FUNCTION TRIM(PRM-VALOR)
                       "' cannot delimit an extract - default kept."
               WHEN OTHER
                   MOVE PRM-VALOR(1:1) TO PAR-EXT-DELIMITADOR
           END-EVALUATE.

       AVISAR-FUERA-DE-RANGO.
           DISPLAY "Parameter " FUNCTION TRIM(PRM-NOMBRE)
               " value " PRM-VALOR-NUM
               " PASSWORD-DIAS=" PAR-PASSWORD-DIAS
               " PASSWORD-AVISO=" PAR-PASSWORD-AVISO
               " DORMANT-DIAS=" PAR-DORMANT-DIAS
               " BACKUP-GENERACIONES=" PAR-BACKUP-GENS
               " SESION-INACTIVA-MIN=" PAR-SESION-INACTIVA
               " SOSPECHA-DIAS-BASE=" PAR-SOSP-DIAS-BASE
               " SOSPECHA-DESVIOS=" PAR-SOSP-DESVIOS
               " SOSPECHA-VOLUMEN=" PAR-SOSP-VOLUMEN
               " SOSPECHA-REACTIVADA=" PAR-SOSP-REACTIVADA
               " TENDENCIA-UMBRAL-PCT=" PAR-TEND-UMBRAL
               " EXTRACTO-DELIMITADOR=" PAR-EXT-DELIMITADOR
               " EXTRACTO-CALCMES=" FUNCTION TRIM(PAR-EXT-CALCMES)
               " EXTRACTO-CALCDEPT=" FUNCTION TRIM(PAR-EXT-CALCDEPT)
               " EXTRACTO-SECRPT=" FUNCTION TRIM(PAR-EXT-SECRPT)
               " EXTRACTO-DORMRPT=" FUNCTION TRIM(PAR-EXT-DORMRPT).
