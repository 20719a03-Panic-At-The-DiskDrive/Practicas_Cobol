       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-REVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Month-end revaluation of foreign-currency activity still open
      *> on the live history file: every processed transaction in the
      *> currency, restated in pesos at the rate it was booked at and
      *> again at the month's closing rate. The difference is the
      *> exchange gain or loss Finance books at close. Periods already
      *> frozen by PERIOD-CLOSE have left the live file and are not
      *> revalued again.
           SELECT TXN-HISTORY-FILE ASSIGN TO "TXNHIST.DAT"
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

           SELECT REVAL-REPORT-FILE ASSIGN TO "REVALUA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HISTORY-FILE.
       COPY "TXNHIST.cpy".

       FD  REVAL-REPORT-FILE.
       01 REVAL-REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".

      *> Parameter: AAAAMM, optionally followed by a blank and the
      *> currency - the Montevideo desk's dollars when none is given.
       01 WS-PARM             PIC X(20) VALUE SPACES.
       01 WS-MES-REPORTE      PIC X(6).
       01 WS-MONEDA           PIC X(3) VALUE "USD".

       01 WS-FIN-MES          PIC 9(8).
       01 WS-FIN-MES-DES      REDEFINES WS-FIN-MES.
          05 WS-FM-ANO        PIC 9(4).
          05 WS-FM-MES        PIC 9(2).
          05 WS-FM-DIA        PIC 9(2).
       01 WS-FIN-MES-ENTERO   PIC 9(7).

       COPY "TCPARM.cpy".
       01 WS-TASA-CIERRE      PIC 9(5)V9(6) VALUE 0.
       01 WS-FECHA-CIERRE     PIC X(8) VALUE SPACES.
       01 WS-EQ-ORIGEN        PIC S9(15)V99 VALUE 0.
       01 WS-EQ-CIERRE        PIC S9(15)V99 VALUE 0.
       01 WS-DIFERENCIA       PIC S9(15)V99 VALUE 0.

       01 WS-TOT-CANTIDAD     PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-TASA     PIC 9(7) VALUE 0.
       01 WS-TOT-IMPORTE      PIC S9(15)V99 VALUE 0.
       01 WS-TOT-ORIGEN       PIC S9(15)V99 VALUE 0.
       01 WS-TOT-CIERRE       PIC S9(15)V99 VALUE 0.
       01 WS-TOT-DIFERENCIA   PIC S9(15)V99 VALUE 0.

       01 WS-LINEA-CIERRE.
          05 FILLER           PIC X(14) VALUE "TASA CIERRE   ".
          05 WS-LC-MONEDA     PIC X(3).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LC-TASA       PIC Z(4)9.9(6).
          05 FILLER           PIC X(13) VALUE "  VIGENTE AL ".
          05 WS-LC-FECHA      PIC X(8).
       01 WS-LINEA-TITULOS.
          05 FILLER           PIC X(53) VALUE
             "TRANS-ID     PROCESO         IMPORTE   TASA ORIG. AL ".
          05 FILLER           PIC X(53) VALUE
             "           UYU ORIGEN      UYU CIERRE      DIFERENCIA".
       01 WS-LINEA-DETALLE.
          05 WS-LDT-TRANS-ID  PIC X(12).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LDT-PROCESO   PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LDT-IMPORTE   PIC -(10)9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LDT-TASA      PIC Z(4)9.9(6).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LDT-FECHA     PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LDT-ORIGEN    PIC -(11)9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LDT-CIERRE    PIC -(11)9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LDT-DIFER     PIC -(11)9.99.
       01 WS-LINEA-TOTAL.
          05 FILLER           PIC X(7) VALUE "TOTAL  ".
          05 WS-LT-CANTIDAD   PIC Z(6)9.
          05 FILLER           PIC X(8) VALUE SPACES.
          05 WS-LT-IMPORTE    PIC -(10)9.99.
          05 FILLER           PIC X(23) VALUE SPACES.
          05 WS-LT-ORIGEN     PIC -(11)9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LT-CIERRE     PIC -(11)9.99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 WS-LT-DIFER      PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:6) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-REPORTE
           ELSE
               IF WS-PARM(1:6) IS NUMERIC
                   MOVE WS-PARM(1:6) TO WS-MES-REPORTE
               ELSE
                   DISPLAY "Invalid month parameter: " WS-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM(8:3) NOT = SPACES
               MOVE WS-PARM(8:3) TO WS-MONEDA
           END-IF
           IF WS-MONEDA = "UYU"
               DISPLAY "The local peso is not revalued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Closing date: the day before the first of the next month.
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

      *> Without a closing rate there is nothing to revalue against -
      *> refuse rather than print a report of zeros.
           MOVE WS-MONEDA TO TCP-MONEDA
           MOVE WS-FIN-MES TO TCP-FECHA
           MOVE 1 TO TCP-IMPORTE
           CALL "CONVERTIR-MONEDA" USING TC-PARAMETROS
           IF TCP-RESULTADO NOT = "S"
               DISPLAY "No closing rate for " WS-MONEDA " on or before "
                   WS-FIN-MES " in TIPCAMB.DAT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TCP-TASA TO WS-TASA-CIERRE
           MOVE TCP-FECHA-TASA TO WS-FECHA-CIERRE

           OPEN INPUT TXN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Unable to open TXN-HISTORY-FILE, status "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVAL-REPORT-FILE
           PERFORM ESCRIBIR-CABECERA
           PERFORM REVALUAR-HISTORIA
           PERFORM ESCRIBIR-TOTALES
           CLOSE REVAL-REPORT-FILE
           CLOSE TXN-HISTORY-FILE

           IF WS-TOT-SIN-TASA > 0
               DISPLAY WS-TOT-SIN-TASA " transaction(s) had no "
                   "booking rate and were revalued from zero."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Month-end revaluation of " WS-MONEDA " for "
               WS-MES-REPORTE " written to REVALUA.DAT ("
               WS-TOT-CANTIDAD " transaction(s))."
           STOP RUN.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO REVAL-REPORT-RECORD
           STRING "REVALUACION DE CIERRE - " WS-MES-REPORTE
               " - MONEDA " WS-MONEDA
               DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD
           MOVE WS-MONEDA TO WS-LC-MONEDA
           MOVE WS-TASA-CIERRE TO WS-LC-TASA
           MOVE WS-FECHA-CIERRE TO WS-LC-FECHA
           WRITE REVAL-REPORT-RECORD FROM WS-LINEA-CIERRE
           MOVE SPACES TO REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD FROM WS-LINEA-TITULOS.

       REVALUAR-HISTORIA.
      *> In process-date order on the TH-FECHA-PROCESO alternate key,
      *> stopping at the first record processed after the close.
      *> "02" is a good read - the next record shares this one's date.
           MOVE LOW-VALUES TO TH-FECHA-PROCESO
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
      *> Errored lines moved nothing and reversed ones were backed
      *> out - only processed activity carries an open position. The
      *> reversal itself (option 9) is left out too: its target is
      *> already off the position as "R", so counting the reversal
      *> would leave a fully backed-out item open as a negative.
                       IF TH-FECHA-PROCESO > WS-FIN-MES
                           MOVE "10" TO WS-HIST-STATUS
                       ELSE
                           IF TH-MONEDA = WS-MONEDA
                                   AND TH-ESTADO = "P"
                                   AND TH-OPTION NOT = 9
                               PERFORM REVALUAR-UNA-TRANSACCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HIST-STATUS.

       REVALUAR-UNA-TRANSACCION.
      *> Booked at the rate in force on the day it was processed.
           MOVE WS-MONEDA TO TCP-MONEDA
           MOVE TH-FECHA-PROCESO TO TCP-FECHA
           MOVE TH-RESULT TO TCP-IMPORTE
           CALL "CONVERTIR-MONEDA" USING TC-PARAMETROS
           MOVE TH-TRANS-ID TO WS-LDT-TRANS-ID
           MOVE TH-FECHA-PROCESO TO WS-LDT-PROCESO
           MOVE TH-RESULT TO WS-LDT-IMPORTE
           MOVE TCP-TASA TO WS-LDT-TASA
           IF TCP-RESULTADO = "S"
               MOVE TCP-FECHA-TASA TO WS-LDT-FECHA
               MOVE TCP-EQUIVALENTE TO WS-EQ-ORIGEN
           ELSE
               MOVE "SIN TASA" TO WS-LDT-FECHA
               MOVE 0 TO WS-EQ-ORIGEN
               ADD 1 TO WS-TOT-SIN-TASA
           END-IF
           COMPUTE WS-EQ-CIERRE ROUNDED = TH-RESULT * WS-TASA-CIERRE
           COMPUTE WS-DIFERENCIA = WS-EQ-CIERRE - WS-EQ-ORIGEN
           MOVE WS-EQ-ORIGEN TO WS-LDT-ORIGEN
           MOVE WS-EQ-CIERRE TO WS-LDT-CIERRE
           MOVE WS-DIFERENCIA TO WS-LDT-DIFER
           WRITE REVAL-REPORT-RECORD FROM WS-LINEA-DETALLE

           ADD 1 TO WS-TOT-CANTIDAD
           ADD TH-RESULT TO WS-TOT-IMPORTE
           ADD WS-EQ-ORIGEN TO WS-TOT-ORIGEN
           ADD WS-EQ-CIERRE TO WS-TOT-CIERRE
           ADD WS-DIFERENCIA TO WS-TOT-DIFERENCIA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD
           MOVE WS-TOT-CANTIDAD TO WS-LT-CANTIDAD
           MOVE WS-TOT-IMPORTE TO WS-LT-IMPORTE
           MOVE WS-TOT-ORIGEN TO WS-LT-ORIGEN
           MOVE WS-TOT-CIERRE TO WS-LT-CIERRE
           MOVE WS-TOT-DIFERENCIA TO WS-LT-DIFER
           WRITE REVAL-REPORT-RECORD FROM WS-LINEA-TOTAL.
