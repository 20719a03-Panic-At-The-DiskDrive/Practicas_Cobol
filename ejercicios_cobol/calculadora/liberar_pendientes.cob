       01 WS-CNT-LIBERADAS    PIC 9(5) VALUE 0.
       01 WS-CNT-RETENIDAS    PIC 9(5) VALUE 0.

      *> Tonight's standing in the business-day calendar - a record
      *> effective on a weekend or holiday is released on the next
      *> business day, never into a batch dated on a closed day.
       COPY "CALPARM.cpy".
       01 WS-HOY-HABIL        PIC X VALUE "S".

      *> One generated batch per origin department among the due
      *> records, numbered R<yymmdd><n> so STEP010's register check
      *> still protects against the same release landing twice.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
           MOVE WS-TS-INICIO(1:8) TO WS-HOY-FECHA
           MOVE WS-TS-INICIO(3:6) TO WS-YYMMDD
           PERFORM VERIFICAR-HOY-HABIL

           PERFORM CARGAR-PENDIENTES
      *> The warehouse is rewritten from the in-memory table, so a
               " batch(es), " WS-CNT-RETENIDAS " still held."
           STOP RUN.

       VERIFICAR-HOY-HABIL.
      *> On a non-business night nothing is released: everything due
      *> rolls to the next business day, and on that day a record
      *> effective on any closed day before it is simply due - so
      *> the release stays a plain comparison with today once today
      *> is known to be open.
           MOVE "H" TO CLP-FUNCION
           MOVE WS-HOY-FECHA TO CLP-FECHA
           CALL "VERIFICAR-DIA-HABIL" USING CAL-PARAMETROS
           IF CLP-RESULTADO = "N"
               MOVE "N" TO WS-HOY-HABIL
               DISPLAY WS-HOY-FECHA " is not a business day ("
                   FUNCTION TRIM(CLP-MOTIVO) ") - releases due "
                   "tonight roll to " CLP-FECHA-HABIL "."
           END-IF.

       CARGAR-PENDIENTES.
           OPEN INPUT CALC-PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
      *> A held record whose date column is unreadable would wait
      *> forever - release it tonight and let the batch validation
      *> say what is wrong with it.
           IF WS-HOY-HABIL = "N"
                   OR (CT-FECHA-EFECTIVA IS NUMERIC
                   AND CT-FECHA-EFECTIVA > WS-HOY-FECHA)
               MOVE "N" TO WS-PEN-DEBIDA(WS-PEN-CNT)
               ADD 1 TO WS-CNT-RETENIDAS
           ELSE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP008" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
