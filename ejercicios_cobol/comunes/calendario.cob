       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-DIA-HABIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NON-BUSINESS-DAY-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-FERIADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  NON-BUSINESS-DAY-FILE.
       COPY "FERIADOS.cpy".

       WORKING-STORAGE SECTION.
       77 ESTADO-FERIADOS       PIC XX VALUE "00".
      *> The file is read once per run, on the first call - a release
      *> rolling a few hundred due dates must not reopen it for each.
       77 TABLA-CARGADA         PIC X VALUE "N".
       77 FERIADOS-CNT          PIC 9(3) VALUE 0.
       77 FERIADOS-IDX          PIC 9(3) VALUE 0.
       77 ES-HABIL              PIC X VALUE "S".
       77 MOTIVO-DIA            PIC X(30) VALUE SPACES.
       77 DIA-ENTERO            PIC 9(7) VALUE 0.
       77 DIA-SEMANA            PIC 9 VALUE 0.
       77 PASOS                 PIC 9(3) VALUE 0.

       01 TABLA-FERIADOS.
          05 TF-ENT OCCURS 500 TIMES.
             10 TF-FECHA        PIC X(8).
             10 TF-DESCRIPCION  PIC X(30).

      *> The date being classified, and its month for the month-end
      *> search.
       01 FECHA-PRUEBA          PIC 9(8).
       01 FECHA-PEDIDA          PIC 9(8).
       01 FECHA-PEDIDA-DES REDEFINES FECHA-PEDIDA.
          05 FP-ANO             PIC 9(4).
          05 FP-MES             PIC 9(2).
          05 FP-DIA             PIC 9(2).

       LINKAGE SECTION.
       COPY "CALPARM.cpy".

       PROCEDURE DIVISION USING CAL-PARAMETROS.
       PRINCIPAL.
           IF TABLA-CARGADA NOT = "S"
               PERFORM CARGAR-FERIADOS
           END-IF

           MOVE SPACES TO CLP-FECHA-HABIL
           MOVE SPACES TO CLP-MOTIVO
           IF CLP-FECHA NOT NUMERIC
               MOVE "X" TO CLP-RESULTADO
               GOBACK
           END-IF
           MOVE CLP-FECHA TO FECHA-PEDIDA
           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-PEDIDA) NOT = 0
               MOVE "X" TO CLP-RESULTADO
               GOBACK
           END-IF

           MOVE FECHA-PEDIDA TO FECHA-PRUEBA
           PERFORM CLASIFICAR-DIA
           MOVE MOTIVO-DIA TO CLP-MOTIVO
           EVALUATE CLP-FUNCION
               WHEN "H"
                   MOVE ES-HABIL TO CLP-RESULTADO
                   PERFORM BUSCAR-SIGUIENTE-HABIL
               WHEN "S"
                   MOVE "S" TO CLP-RESULTADO
                   PERFORM BUSCAR-SIGUIENTE-HABIL
               WHEN "U"
                   PERFORM BUSCAR-ULTIMO-DEL-MES
                   IF CLP-FECHA-HABIL = CLP-FECHA
                       MOVE "S" TO CLP-RESULTADO
                   ELSE
                       MOVE "N" TO CLP-RESULTADO
                   END-IF
               WHEN OTHER
                   MOVE "X" TO CLP-RESULTADO
           END-EVALUATE
           GOBACK.

       CARGAR-FERIADOS.
           MOVE "S" TO TABLA-CARGADA
           MOVE 0 TO FERIADOS-CNT
           OPEN INPUT NON-BUSINESS-DAY-FILE
           IF ESTADO-FERIADOS NOT = "00"
      *> No calendar on file: the weekend rule alone applies.
               MOVE "00" TO ESTADO-FERIADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ESTADO-FERIADOS = "10"
               READ NON-BUSINESS-DAY-FILE
                   AT END
                       MOVE "10" TO ESTADO-FERIADOS
                   NOT AT END
                       PERFORM GUARDAR-UN-FERIADO
               END-READ
           END-PERFORM
           MOVE "00" TO ESTADO-FERIADOS
           CLOSE NON-BUSINESS-DAY-FILE.

       GUARDAR-UN-FERIADO.
      *> A line with a damaged date could never match a real date -
      *> it is reported so the holiday it meant is not silently lost.
           IF FER-FECHA NOT NUMERIC
               DISPLAY "FERIADOS.DAT line '" FER-FECHA
                   "' has an invalid date - ignored."
               EXIT PARAGRAPH
           END-IF
           IF FERIADOS-CNT < 500
               ADD 1 TO FERIADOS-CNT
               MOVE FER-FECHA TO TF-FECHA(FERIADOS-CNT)
               MOVE FER-DESCRIPCION TO TF-DESCRIPCION(FERIADOS-CNT)
           ELSE
               DISPLAY "Calendar table full - FERIADOS.DAT line "
                   FER-FECHA " ignored."
           END-IF.

       CLASIFICAR-DIA.
      *> Day 1 of the integer calendar, 1 January 1601, was a Monday,
      *> so the remainder by seven is 6 on a Saturday and 0 on a
      *> Sunday.
           MOVE "S" TO ES-HABIL
           MOVE SPACES TO MOTIVO-DIA
           COMPUTE DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FECHA-PRUEBA), 7)
           IF DIA-SEMANA = 6
               MOVE "N" TO ES-HABIL
               MOVE "SABADO" TO MOTIVO-DIA
               EXIT PARAGRAPH
           END-IF
           IF DIA-SEMANA = 0
               MOVE "N" TO ES-HABIL
               MOVE "DOMINGO" TO MOTIVO-DIA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FERIADOS-IDX FROM 1 BY 1
                   UNTIL FERIADOS-IDX > FERIADOS-CNT
                   OR ES-HABIL = "N"
               IF TF-FECHA(FERIADOS-IDX) = FECHA-PRUEBA
                   MOVE "N" TO ES-HABIL
                   MOVE TF-DESCRIPCION(FERIADOS-IDX) TO MOTIVO-DIA
                   IF MOTIVO-DIA = SPACES
                       MOVE "FERIADO" TO MOTIVO-DIA
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-SIGUIENTE-HABIL.
      *> Forward a day at a time from the date asked, itself
      *> included. A year of solid closures means a damaged calendar,
      *> not a real one - the search gives up rather than loop.
           COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE(FECHA-PEDIDA)
           MOVE "N" TO ES-HABIL
           PERFORM VARYING PASOS FROM 1 BY 1
                   UNTIL PASOS > 366 OR ES-HABIL = "S"
               COMPUTE FECHA-PRUEBA =
                   FUNCTION DATE-OF-INTEGER(DIA-ENTERO)
               PERFORM CLASIFICAR-DIA
               IF ES-HABIL = "S"
                   MOVE FECHA-PRUEBA TO CLP-FECHA-HABIL
               ELSE
                   ADD 1 TO DIA-ENTERO
               END-IF
           END-PERFORM
           IF ES-HABIL NOT = "S"
               DISPLAY "No business day within a year of "
                   CLP-FECHA " - check FERIADOS.DAT."
               MOVE "X" TO CLP-RESULTADO
           END-IF.

       BUSCAR-ULTIMO-DEL-MES.
      *> Back from the month's last calendar day - the day before the
      *> first of the month after - to the first business day met.
      *> A month with no business day at all leaves CLP-FECHA-HABIL
      *> blank, which no date asked about can equal.
           MOVE 1 TO FP-DIA
           ADD 1 TO FP-MES
           IF FP-MES > 12
               MOVE 1 TO FP-MES
               ADD 1 TO FP-ANO
           END-IF
           COMPUTE DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-PEDIDA) - 1
           MOVE "N" TO ES-HABIL
           PERFORM VARYING PASOS FROM 1 BY 1
                   UNTIL PASOS > 31 OR ES-HABIL = "S"
               COMPUTE FECHA-PRUEBA =
                   FUNCTION DATE-OF-INTEGER(DIA-ENTERO)
               PERFORM CLASIFICAR-DIA
               IF ES-HABIL = "S"
                   MOVE FECHA-PRUEBA TO CLP-FECHA-HABIL
               ELSE
                   SUBTRACT 1 FROM DIA-ENTERO
               END-IF
           END-PERFORM
           IF CLP-FECHA-HABIL(1:6) NOT = CLP-FECHA(1:6)
               MOVE SPACES TO CLP-FECHA-HABIL
           END-IF.
