       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-MONEDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "TIPCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-TIPCAMB.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
       COPY "TIPCAMB.cpy".

       WORKING-STORAGE SECTION.
       77 ESTADO-TIPCAMB        PIC XX VALUE "00".
      *> The file is read once per run, on the first call - a report
      *> converting a few hundred lines must not reopen it for each.
       77 TABLA-CARGADA         PIC X VALUE "N".
       77 ARCHIVO-PRESENTE      PIC X VALUE "N".
       77 TIPOS-CNT             PIC 9(3) VALUE 0.
       77 TIPOS-IDX             PIC 9(3) VALUE 0.
       77 TIPOS-ELEGIDO         PIC 9(3) VALUE 0.
       77 MONEDA-BUSCADA        PIC X(3).

       01 TABLA-TIPOS.
          05 TT-ENT OCCURS 500 TIMES.
             10 TT-MONEDA       PIC X(3).
             10 TT-FECHA        PIC X(8).
             10 TT-TASA         PIC 9(5)V9(6).

       LINKAGE SECTION.
       COPY "TCPARM.cpy".

       PROCEDURE DIVISION USING TC-PARAMETROS.
       PRINCIPAL.
           IF TABLA-CARGADA NOT = "S"
               PERFORM CARGAR-TIPOS
           END-IF

           MOVE 0 TO TCP-TASA
           MOVE 0 TO TCP-EQUIVALENTE
           MOVE SPACES TO TCP-FECHA-TASA
           IF TCP-MONEDA = SPACES
               MOVE "UYU" TO MONEDA-BUSCADA
           ELSE
               MOVE TCP-MONEDA TO MONEDA-BUSCADA
           END-IF

      *> The peso is its own unit: rate one, valued on the date asked.
           IF MONEDA-BUSCADA = "UYU"
               MOVE "S" TO TCP-RESULTADO
               MOVE 1 TO TCP-TASA
               MOVE TCP-FECHA TO TCP-FECHA-TASA
               MOVE TCP-IMPORTE TO TCP-EQUIVALENTE
               GOBACK
           END-IF
           IF ARCHIVO-PRESENTE NOT = "S"
               MOVE "X" TO TCP-RESULTADO
               GOBACK
           END-IF

           PERFORM BUSCAR-TASA-VIGENTE
           IF TIPOS-ELEGIDO = 0
               MOVE "N" TO TCP-RESULTADO
               GOBACK
           END-IF
           MOVE "S" TO TCP-RESULTADO
           MOVE TT-TASA(TIPOS-ELEGIDO) TO TCP-TASA
           MOVE TT-FECHA(TIPOS-ELEGIDO) TO TCP-FECHA-TASA
           COMPUTE TCP-EQUIVALENTE ROUNDED =
               TCP-IMPORTE * TT-TASA(TIPOS-ELEGIDO)
           GOBACK.

       CARGAR-TIPOS.
           MOVE "S" TO TABLA-CARGADA
           MOVE 0 TO TIPOS-CNT
           OPEN INPUT EXCHANGE-RATE-FILE
           IF ESTADO-TIPCAMB NOT = "00"
               MOVE "N" TO ARCHIVO-PRESENTE
               MOVE "00" TO ESTADO-TIPCAMB
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO ARCHIVO-PRESENTE
           PERFORM UNTIL ESTADO-TIPCAMB = "10"
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE "10" TO ESTADO-TIPCAMB
                   NOT AT END
                       PERFORM GUARDAR-UN-TIPO
               END-READ
           END-PERFORM
           MOVE "00" TO ESTADO-TIPCAMB
           CLOSE EXCHANGE-RATE-FILE.

       GUARDAR-UN-TIPO.
      *> A line with a damaged date or rate is left out rather than
      *> allowed to win the "latest on or before" search with garbage.
           IF TC-FECHA-VIGENCIA NOT NUMERIC
                   OR TC-TASA NOT NUMERIC
                   OR TC-MONEDA = SPACES
               DISPLAY "TIPCAMB.DAT line for '" TC-MONEDA
                   "' has an invalid date or rate - ignored."
               EXIT PARAGRAPH
           END-IF
           IF TIPOS-CNT < 500
               ADD 1 TO TIPOS-CNT
               MOVE TC-MONEDA TO TT-MONEDA(TIPOS-CNT)
               MOVE TC-FECHA-VIGENCIA TO TT-FECHA(TIPOS-CNT)
               MOVE TC-TASA TO TT-TASA(TIPOS-CNT)
           ELSE
               DISPLAY "Exchange-rate table full - TIPCAMB.DAT line "
                   TC-MONEDA " " TC-FECHA-VIGENCIA " ignored."
           END-IF.

       BUSCAR-TASA-VIGENTE.
      *> Latest line for the currency dated on or before the
      *> valuation date; a later line only wins if it is still on or
      *> before that date.
           MOVE 0 TO TIPOS-ELEGIDO
           PERFORM VARYING TIPOS-IDX FROM 1 BY 1
                   UNTIL TIPOS-IDX > TIPOS-CNT
               IF TT-MONEDA(TIPOS-IDX) = MONEDA-BUSCADA
                       AND TT-FECHA(TIPOS-IDX) <= TCP-FECHA
                   IF TIPOS-ELEGIDO = 0
                       MOVE TIPOS-IDX TO TIPOS-ELEGIDO
                   ELSE
                       IF TT-FECHA(TIPOS-IDX)
                               >= TT-FECHA(TIPOS-ELEGIDO)
                           MOVE TIPOS-IDX TO TIPOS-ELEGIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
