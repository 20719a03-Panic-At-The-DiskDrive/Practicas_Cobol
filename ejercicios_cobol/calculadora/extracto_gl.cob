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

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
       COPY "BATCHREG.cpy".

       FD  GL-POST-FILE.
       01 GL-POST-RECORD      PIC X(140).

       FD  JOB-LOG-FILE.
       COPY "JOBLOG.cpy".
       01 WS-GM-IDX           PIC 9(2) VALUE 0.
       01 WS-GM-SLOT          PIC 9(2) VALUE 0.

      *> Each control record also carries its currency's totals in
      *> pesos at the rate in force on the extract date, and a final
      *> Z record gives the day as one peso figure. The ledger still
      *> balances currency by currency on the original amounts; the
      *> peso columns are for the consolidated books. A currency with
      *> no rate on file leaves its peso columns at zero, its rate
      *> date blank, and the Z record marked PARCIAL.
       COPY "TCPARM.cpy".
       01 WS-TASA-DISP        PIC 9(5).9(6).
       01 WS-FECHA-TASA       PIC X(8).
       01 WS-DEBE-UYU         PIC 9(13)V99.
       01 WS-HABER-UYU        PIC 9(13)V99.
       01 WS-DEBE-UYU-DISP    PIC 9(13).99.
       01 WS-HABER-UYU-DISP   PIC 9(13).99.
       01 WS-EQ-DEBE          PIC 9(13)V99 VALUE 0.
       01 WS-EQ-HABER         PIC 9(13)V99 VALUE 0.
       01 WS-EQ-COMPLETO      PIC X VALUE "S".
       01 WS-EQ-ESTADO        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-INICIO
      *> their negative RESULT comes out as a credit, backing the
      *> original debit out at the ledger the same way it backed the
      *> control total out here.
      *> Only the extract date's records are read: START on the
      *> TH-FECHA-PROCESO alternate key, stop at the first record of
      *> another day. "02" is a good read - the whole day shares the
      *> key value.
           MOVE WS-FECHA-EXTRACTO TO TH-FECHA-PROCESO
           START TXN-HISTORY-FILE KEY IS EQUAL TO TH-FECHA-PROCESO
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TH-FECHA-PROCESO NOT = WS-FECHA-EXTRACTO
                           MOVE "10" TO WS-HIST-STATUS
                       ELSE
                           IF TH-ESTADO NOT = "E"
                               PERFORM EXTRAER-UNA-TRANSACCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *> totals - summing dollars and pesos into one control would
      *> verify nothing. An empty day still hands over one zero
      *> control so the receiver can tell "nothing" from "lost".
           MOVE 0 TO WS-EQ-DEBE
           MOVE 0 TO WS-EQ-HABER
           MOVE "S" TO WS-EQ-COMPLETO
           IF WS-GM-CNT = 0
               MOVE 0 TO WS-CNT-DISP
               MOVE 0 TO WS-DEBE-DISP
               MOVE 0 TO WS-HABER-DISP
               MOVE 1 TO WS-TASA-DISP
               MOVE 0 TO WS-DEBE-UYU-DISP
               MOVE 0 TO WS-HABER-UYU-DISP
               MOVE SPACES TO GL-POST-RECORD
               STRING "C;" WS-FECHA-EXTRACTO ";UYU;" WS-CNT-DISP ";"
                   WS-DEBE-DISP ";" WS-HABER-DISP ";"
                   WS-TASA-DISP ";" WS-FECHA-EXTRACTO ";"
                   WS-DEBE-UYU-DISP ";" WS-HABER-UYU-DISP
                   DELIMITED BY SIZE INTO GL-POST-RECORD
               WRITE GL-POST-RECORD
               PERFORM ESCRIBIR-CONSOLIDADO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
               MOVE WS-GM-CANTIDAD(WS-GM-IDX) TO WS-CNT-DISP
               MOVE WS-GM-DEBE(WS-GM-IDX) TO WS-DEBE-DISP
               MOVE WS-GM-HABER(WS-GM-IDX) TO WS-HABER-DISP
               PERFORM CONVERTIR-CONTROL-MONEDA
               MOVE SPACES TO GL-POST-RECORD
               STRING "C;" WS-FECHA-EXTRACTO ";"
                   WS-GM-MONEDA(WS-GM-IDX) ";" WS-CNT-DISP ";"
                   WS-DEBE-DISP ";" WS-HABER-DISP ";"
                   WS-TASA-DISP ";" WS-FECHA-TASA ";"
                   WS-DEBE-UYU-DISP ";" WS-HABER-UYU-DISP
                   DELIMITED BY SIZE INTO GL-POST-RECORD
               WRITE GL-POST-RECORD
           END-PERFORM
           PERFORM ESCRIBIR-CONSOLIDADO.

       CONVERTIR-CONTROL-MONEDA.
      *> Debits and credits are restated separately, at the same
      *> rate, so the peso columns still net to the peso equivalent
      *> of the currency's net.
           MOVE WS-GM-MONEDA(WS-GM-IDX) TO TCP-MONEDA
           MOVE WS-FECHA-EXTRACTO TO TCP-FECHA
           MOVE WS-GM-DEBE(WS-GM-IDX) TO TCP-IMPORTE
           CALL "CONVERTIR-MONEDA" USING TC-PARAMETROS
           IF TCP-RESULTADO NOT = "S"
               MOVE 0 TO WS-TASA-DISP
               MOVE SPACES TO WS-FECHA-TASA
               MOVE 0 TO WS-DEBE-UYU-DISP
               MOVE 0 TO WS-HABER-UYU-DISP
               MOVE "N" TO WS-EQ-COMPLETO
               DISPLAY "No exchange rate for " WS-GM-MONEDA(WS-GM-IDX)
                   " on " WS-FECHA-EXTRACTO
                   " - peso control is partial."
               EXIT PARAGRAPH
           END-IF
           MOVE TCP-TASA TO WS-TASA-DISP
           MOVE TCP-FECHA-TASA TO WS-FECHA-TASA
           MOVE TCP-EQUIVALENTE TO WS-DEBE-UYU
           MOVE WS-GM-HABER(WS-GM-IDX) TO TCP-IMPORTE
           CALL "CONVERTIR-MONEDA" USING TC-PARAMETROS
           MOVE TCP-EQUIVALENTE TO WS-HABER-UYU
           ADD WS-DEBE-UYU TO WS-EQ-DEBE
           ADD WS-HABER-UYU TO WS-EQ-HABER
           MOVE WS-DEBE-UYU TO WS-DEBE-UYU-DISP
           MOVE WS-HABER-UYU TO WS-HABER-UYU-DISP.

       ESCRIBIR-CONSOLIDADO.
      *> Z;fecha;UYU;postings;debe;haber;COMPLETO|PARCIAL - the whole
      *> day in pesos, every currency included that had a rate.
           MOVE WS-CNT-POSTED TO WS-CNT-DISP
           MOVE WS-EQ-DEBE TO WS-DEBE-UYU-DISP
           MOVE WS-EQ-HABER TO WS-HABER-UYU-DISP
           IF WS-EQ-COMPLETO = "S"
               MOVE "COMPLETO" TO WS-EQ-ESTADO
           ELSE
               MOVE "PARCIAL" TO WS-EQ-ESTADO
           END-IF
           MOVE SPACES TO GL-POST-RECORD
           STRING "Z;" WS-FECHA-EXTRACTO ";UYU;" WS-CNT-DISP ";"
               WS-DEBE-UYU-DISP ";" WS-HABER-UYU-DISP ";"
               WS-EQ-ESTADO
               DELIMITED BY SIZE INTO GL-POST-RECORD
           WRITE GL-POST-RECORD.

       ESCRIBIR-JOBLOG.
      *> Postings written ride in the records-read column; the
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP015" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
