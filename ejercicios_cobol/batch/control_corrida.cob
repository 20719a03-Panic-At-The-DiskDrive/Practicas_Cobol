       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Keeps the nightly stream's progress sheet (CTLCORR.DAT) for
      *> run_nightly_job.sh, so a night that breaks at STEP015 can be
      *> resumed at STEP015 instead of rerun from the top - a rerun
      *> takes another backup generation and feeds the generators'
      *> batches into an intake that already holds them.
      *>   NUEVA [FORZAR]   start tonight's stream. Refused while
      *>                    tonight's stream is broken and not yet
      *>                    completed, unless FORZAR: starting over
      *>                    is then the operator's decision.
      *>   INICIO <step>    the step is starting
      *>   FIN <step> <rc>  the step ended with that return code
      *>   CONSULTA <step>  RC 0 when tonight's stream already
      *>                    completed the step, 2 when it started it
      *>                    and did not complete it, 4 when it never
      *>                    reached it
      *>   RESTART <oper>   resume tonight's broken stream - signed on
      *>                    by <oper>, who needs the VENTANA right
      *>                    (the stream reopens the window at its end),
      *>                    and logged on JOBLOG.DAT under that name
      *>   (no parameter)   list the sheet
           SELECT STREAM-CONTROL-FILE ASSIGN TO "CTLCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-CONTROL-FILE.
       COPY "CTLCORR.cpy".

       FD  JOB-LOG-FILE.
       COPY "JOBLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS       PIC XX VALUE "00".
       01 WS-JOBLOG-STATUS    PIC XX VALUE "00".
       01 WS-PARM             PIC X(40) VALUE SPACES.
       01 WS-COMANDO          PIC X(8).
       01 WS-ARGUMENTO        PIC X(20).
       01 WS-RC-PARM          PIC X(5).
       01 WS-RC-PASO          PIC 9(3) VALUE 0.
       01 WS-PASO             PIC X(8).
       01 WS-OPERADOR         PIC X(20).
       01 WS-PASSWORD         PIC X(20).
       01 WS-AUTORIZADO       PIC X VALUE "N".
       01 WS-AHORA-TS         PIC X(21).
       01 WS-HOY-FECHA        PIC X(8).
       01 WS-AYER-FECHA       PIC X(8).
       01 WS-FECHA-NUM        PIC 9(8).
       01 WS-DIA-NUM          PIC 9(7).

      *> A night runs past midnight: a stream started yesterday is
      *> still tonight's until this hour, after which it belongs to
      *> a previous night and is not restarted.
       01 WS-HORA-CORTE       PIC 99 VALUE 12.
       01 WS-VIGENTE          PIC X VALUE "N".

       01 WS-SC-TABLA.
          05 WS-SC-ENT OCCURS 40 TIMES.
             10 WS-SC-FECHA     PIC X(8).
             10 WS-SC-PASO      PIC X(8).
             10 WS-SC-ESTADO    PIC X.
             10 WS-SC-RC        PIC 9(3).
             10 WS-SC-INICIO    PIC X(21).
             10 WS-SC-FIN       PIC X(21).
       01 WS-SC-CNT           PIC 9(2) VALUE 0.
       01 WS-SC-IDX           PIC 9(2) VALUE 0.
       01 WS-SC-SLOT          PIC 9(2) VALUE 0.
       01 WS-CNT-COMPLETOS    PIC 9(2) VALUE 0.
       01 WS-PASO-REANUDA     PIC X(8).
       01 WS-RC-REANUDA       PIC 9(3) VALUE 0.
       01 WS-ESTADO-TEXTO     PIC X(10).

       COPY "AUTHPARM.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-COMANDO
           MOVE SPACES TO WS-ARGUMENTO
           MOVE SPACES TO WS-RC-PARM
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-COMANDO WS-ARGUMENTO WS-RC-PARM
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE TO WS-AHORA-TS
           MOVE WS-AHORA-TS(1:8) TO WS-HOY-FECHA
           MOVE WS-HOY-FECHA TO WS-FECHA-NUM
           COMPUTE WS-DIA-NUM =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) - 1
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-NUM)
           MOVE WS-FECHA-NUM TO WS-AYER-FECHA
           PERFORM CARGAR-CONTROL

           EVALUATE WS-COMANDO
               WHEN "NUEVA"
                   PERFORM INICIAR-CORRIDA
               WHEN "INICIO"
                   MOVE WS-ARGUMENTO TO WS-PASO
                   PERFORM UBICAR-PASO
                   MOVE "I" TO WS-SC-ESTADO(WS-SC-SLOT)
                   MOVE 0 TO WS-SC-RC(WS-SC-SLOT)
                   MOVE WS-AHORA-TS TO WS-SC-INICIO(WS-SC-SLOT)
                   MOVE SPACES TO WS-SC-FIN(WS-SC-SLOT)
                   PERFORM REESCRIBIR-CONTROL
               WHEN "FIN"
                   MOVE WS-ARGUMENTO TO WS-PASO
                   IF FUNCTION TRIM(WS-RC-PARM) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-RC-PARM) TO WS-RC-PASO
                   ELSE
                       MOVE 16 TO WS-RC-PASO
                   END-IF
                   PERFORM UBICAR-PASO
                   IF WS-RC-PASO = 0
                       MOVE "C" TO WS-SC-ESTADO(WS-SC-SLOT)
                   ELSE
                       MOVE "F" TO WS-SC-ESTADO(WS-SC-SLOT)
                   END-IF
                   MOVE WS-RC-PASO TO WS-SC-RC(WS-SC-SLOT)
                   MOVE WS-AHORA-TS TO WS-SC-FIN(WS-SC-SLOT)
                   PERFORM REESCRIBIR-CONTROL
               WHEN "CONSULTA"
                   MOVE 4 TO RETURN-CODE
                   IF WS-VIGENTE = "S"
                       PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                               UNTIL WS-SC-IDX > WS-SC-CNT
                           IF WS-SC-PASO(WS-SC-IDX) = WS-ARGUMENTO
                               IF WS-SC-ESTADO(WS-SC-IDX) = "C"
                                   MOVE 0 TO RETURN-CODE
                               ELSE
                                   MOVE 2 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN "RESTART"
                   PERFORM REANUDAR-CORRIDA
               WHEN SPACES
                   PERFORM MOSTRAR-CONTROL
               WHEN OTHER
                   DISPLAY "Usage: NUEVA [FORZAR], INICIO <step>, "
                       "FIN <step> <rc>, CONSULTA <step>, "
                       "RESTART <operator>, or no parameter to list."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       CARGAR-CONTROL.
      *> The first line is the STREAM line; its run date is the
      *> stream's.
           MOVE 0 TO WS-SC-CNT
           MOVE "N" TO WS-VIGENTE
           OPEN INPUT STREAM-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "00" TO WS-CTL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-STATUS = "10"
               READ STREAM-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-CTL-STATUS
                   NOT AT END
                       IF WS-SC-CNT < 40
                           ADD 1 TO WS-SC-CNT
                           MOVE STREAM-CONTROL-RECORD
                               TO WS-SC-ENT(WS-SC-CNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CTL-STATUS
           CLOSE STREAM-CONTROL-FILE
           IF WS-SC-CNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SC-FECHA(1) = WS-HOY-FECHA
               MOVE "S" TO WS-VIGENTE
           END-IF
           IF WS-SC-FECHA(1) = WS-AYER-FECHA
                   AND WS-AHORA-TS(9:2) < WS-HORA-CORTE
               MOVE "S" TO WS-VIGENTE
           END-IF.

       INICIAR-CORRIDA.
           IF WS-SC-CNT > 0 AND WS-VIGENTE = "S"
                   AND WS-SC-ESTADO(1) NOT = "C"
                   AND WS-ARGUMENTO NOT = "FORZAR"
               PERFORM BUSCAR-PASO-REANUDA
               DISPLAY "Tonight's stream (run date " WS-SC-FECHA(1)
                   ") broke at " FUNCTION TRIM(WS-PASO-REANUDA)
                   " and was never completed."
               DISPLAY "Resume it with run_nightly_job.sh RESTART "
                   "<operator>, or start over with STREAM_NEW=FORZAR."
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SC-CNT
           MOVE WS-HOY-FECHA TO WS-SC-FECHA(1)
           MOVE "STREAM" TO WS-SC-PASO(1)
           MOVE "I" TO WS-SC-ESTADO(1)
           MOVE 0 TO WS-SC-RC(1)
           MOVE WS-AHORA-TS TO WS-SC-INICIO(1)
           MOVE SPACES TO WS-SC-FIN(1)
           PERFORM REESCRIBIR-CONTROL
           DISPLAY "Stream started, run date " WS-HOY-FECHA ".".

       UBICAR-PASO.
      *> WS-SC-SLOT comes back on WS-PASO's line, a new one if the
      *> step has none yet. A sheet lost since the stream started is
      *> begun again under today's date.
           IF WS-SC-CNT = 0
               MOVE 1 TO WS-SC-CNT
               MOVE WS-HOY-FECHA TO WS-SC-FECHA(1)
               MOVE "STREAM" TO WS-SC-PASO(1)
               MOVE "I" TO WS-SC-ESTADO(1)
               MOVE 0 TO WS-SC-RC(1)
               MOVE WS-AHORA-TS TO WS-SC-INICIO(1)
               MOVE SPACES TO WS-SC-FIN(1)
           END-IF
           MOVE 0 TO WS-SC-SLOT
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT OR WS-SC-SLOT > 0
               IF WS-SC-PASO(WS-SC-IDX) = WS-PASO
                   MOVE WS-SC-IDX TO WS-SC-SLOT
               END-IF
           END-PERFORM
           IF WS-SC-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SC-CNT >= 40
               DISPLAY "Stream control sheet full - " WS-PASO
                   " recorded over the last line."
               MOVE WS-SC-CNT TO WS-SC-SLOT
           ELSE
               ADD 1 TO WS-SC-CNT
               MOVE WS-SC-CNT TO WS-SC-SLOT
           END-IF
           MOVE WS-SC-FECHA(1) TO WS-SC-FECHA(WS-SC-SLOT)
           MOVE WS-PASO TO WS-SC-PASO(WS-SC-SLOT)
           MOVE SPACES TO WS-SC-INICIO(WS-SC-SLOT)
           MOVE SPACES TO WS-SC-FIN(WS-SC-SLOT).

       BUSCAR-PASO-REANUDA.
      *> The first step of the night that did not complete: failed,
      *> or started and never ended. None at all means the stream
      *> broke between steps and carries on with the next one.
           MOVE SPACES TO WS-PASO-REANUDA
           MOVE 0 TO WS-RC-REANUDA
           MOVE 0 TO WS-CNT-COMPLETOS
           PERFORM VARYING WS-SC-IDX FROM 2 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT
               IF WS-SC-ESTADO(WS-SC-IDX) = "C"
                   ADD 1 TO WS-CNT-COMPLETOS
               ELSE
                   IF WS-PASO-REANUDA = SPACES
                       MOVE WS-SC-PASO(WS-SC-IDX) TO WS-PASO-REANUDA
                       MOVE WS-SC-RC(WS-SC-IDX) TO WS-RC-REANUDA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PASO-REANUDA = SPACES
               MOVE "(next)" TO WS-PASO-REANUDA
           END-IF.

       REANUDAR-CORRIDA.
           IF WS-SC-CNT = 0
               DISPLAY "No stream on record - nothing to restart."
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VIGENTE NOT = "S"
               DISPLAY "The stream on record is from run date "
                   WS-SC-FECHA(1) " - a previous night's stream is "
                   "not restarted. Run tonight's from the start."
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SC-ESTADO(1) = "C"
               DISPLAY "Tonight's stream (run date " WS-SC-FECHA(1)
                   ") completed - nothing to restart."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARGUMENTO TO WS-OPERADOR
           PERFORM AUTORIZAR-OPERADOR
           IF WS-AUTORIZADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-PASO-REANUDA
           PERFORM ESCRIBIR-JOBLOG
           DISPLAY "Restart of run date " WS-SC-FECHA(1)
               " ordered by " FUNCTION TRIM(WS-OPERADOR) ": "
               WS-CNT-COMPLETOS " completed step(s) skipped, resuming"
               " at " FUNCTION TRIM(WS-PASO-REANUDA) ".".

       AUTORIZAR-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "Operator: " WITH NO ADVANCING
               ACCEPT WS-OPERADOR
           END-IF
           DISPLAY "Password for " FUNCTION TRIM(WS-OPERADOR) ": "
               WITH NO ADVANCING
           ACCEPT WS-PASSWORD
           MOVE "A" TO AUT-FUNCION
           MOVE WS-OPERADOR TO AUT-USUARIO
           MOVE WS-PASSWORD TO AUT-PASSWORD
           MOVE "STREAM-CONTROL" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY "Sign-on refused - stream not restarted."
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO AUT-FUNCION
           MOVE "VENTANA" TO AUT-PERMISO
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY FUNCTION TRIM(WS-OPERADOR) " may not restart "
                   "the stream - stream not restarted."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-AUTORIZADO.

       REESCRIBIR-CONTROL.
           OPEN OUTPUT STREAM-CONTROL-FILE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT
               MOVE WS-SC-ENT(WS-SC-IDX) TO STREAM-CONTROL-RECORD
               WRITE STREAM-CONTROL-RECORD
           END-PERFORM
           CLOSE STREAM-CONTROL-FILE.

       MOSTRAR-CONTROL.
           IF WS-SC-CNT = 0
               DISPLAY "No stream on record."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Stream run date " WS-SC-FECHA(1)
           DISPLAY "STEP     ESTADO      RC  INICIO          FIN"
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT
               EVALUATE WS-SC-ESTADO(WS-SC-IDX)
                   WHEN "C"
                       MOVE "COMPLETO" TO WS-ESTADO-TEXTO
                   WHEN "F"
                       MOVE "FALLIDO" TO WS-ESTADO-TEXTO
                   WHEN OTHER
                       MOVE "EN CURSO" TO WS-ESTADO-TEXTO
               END-EVALUATE
               DISPLAY WS-SC-PASO(WS-SC-IDX) " " WS-ESTADO-TEXTO
                   " " WS-SC-RC(WS-SC-IDX) " "
                   WS-SC-INICIO(WS-SC-IDX)(1:14) "  "
                   WS-SC-FIN(WS-SC-IDX)(1:14)
           END-PERFORM.

       ESCRIBIR-JOBLOG.
      *> The restart's own line: the step it resumes at rides in
      *> JL-CONCILIACION, the steps it skips in the records-read
      *> column and the broken step's return code in the RC column.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE WS-OPERADOR TO JL-OPERADOR
           MOVE "RESTART" TO JL-STEP-NAME
           MOVE WS-AHORA-TS TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
           MOVE WS-RC-REANUDA TO JL-RETURN-CODE
           MOVE WS-CNT-COMPLETOS TO JL-RECORDS-LEIDOS
           MOVE 0 TO JL-RECORDS-ERROR
           MOVE 0 TO JL-ACUMULADO
           MOVE WS-PASO-REANUDA TO JL-CONCILIACION
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.
