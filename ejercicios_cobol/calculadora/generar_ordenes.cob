          05 WS-FN-DIA        PIC 9(2).
       01 WS-FECHA-ENTERA     PIC 9(7).

      *> Tonight's standing in the business-day calendar. An order
      *> whose date falls on a weekend or holiday is generated on the
      *> next business day; the template keeps its own schedule date,
      *> so a monthly order on the 1st does not creep to the 2nd for
      *> good after a 1 May.
       COPY "CALPARM.cpy".
       01 WS-HOY-HABIL        PIC X VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
           MOVE WS-TS-INICIO(1:8) TO WS-HOY-FECHA
           MOVE WS-TS-INICIO(3:6) TO WS-YYMMDD
           PERFORM VERIFICAR-HOY-HABIL

           PERFORM CARGAR-ORDENES
      *> STANDORD.DAT is rewritten from the in-memory table, so a
               " batch(es)."
           STOP RUN.

       VERIFICAR-HOY-HABIL.
      *> On a non-business night nothing falls due: whatever is due
      *> today or overdue rolls to the next business day, and on a
      *> business day an order dated on any earlier closed day is
      *> simply overdue - so "due" stays a plain comparison with
      *> today once today is known to be open.
           MOVE "H" TO CLP-FUNCION
           MOVE WS-HOY-FECHA TO CLP-FECHA
           CALL "VERIFICAR-DIA-HABIL" USING CAL-PARAMETROS
           IF CLP-RESULTADO = "N"
               MOVE "N" TO WS-HOY-HABIL
               DISPLAY WS-HOY-FECHA " is not a business day ("
                   FUNCTION TRIM(CLP-MOTIVO) ") - orders due tonight "
                   "roll to " CLP-FECHA-HABIL "."
           END-IF.

       CARGAR-ORDENES.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORD-STATUS NOT = "00"
           ADD 1 TO WS-ORD-CNT
           MOVE STANDING-ORDER-RECORD TO WS-ORD-IMAGEN(WS-ORD-CNT)
           IF WS-ORD-ESTADO(WS-ORD-CNT) = "A"
                   AND WS-HOY-HABIL = "S"
                   AND WS-ORD-PROXIMA(WS-ORD-CNT) IS NUMERIC
                   AND WS-ORD-PROXIMA(WS-ORD-CNT) <= WS-HOY-FECHA
               MOVE "S" TO WS-ORD-DEBIDA(WS-ORD-CNT)
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP007" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
