       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The operator command that opens and closes the online day.
      *> With no parameter it just reports the current state. Moving
      *> the window takes a sign-on holding the VENTANA right, by
      *> hand or from the nightly stream alike - the stream signs on
      *> with its own operator account and feeds the password in.
      *> WHO lists the sessions signed on; the CLOSE lists the ones
      *> still open and forces them off, so the night starts with
      *> nobody inside.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT SESSION-FILE ASSIGN TO "SESIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.

           SELECT ADMIN-AUDIT-FILE ASSIGN TO "ADMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-STATUS-FILE.
       COPY "SYSSTAT.cpy".

       FD  SESSION-FILE.
       COPY "SESIONES.cpy".

       FD  ADMIN-AUDIT-FILE.
       COPY "ADMAUDIT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STAT-STATUS      PIC XX VALUE "00".
       01 WS-PARM             PIC X(30) VALUE SPACES.
       01 WS-COMANDO          PIC X(5).
       01 WS-OPERADOR         PIC X(20).
       01 WS-PASSWORD         PIC X(20).
       01 WS-AUTORIZADO       PIC X VALUE "N".
       01 WS-SES-STATUS       PIC XX VALUE "00".
       01 WS-ADM-STATUS       PIC XX VALUE "00".
       01 WS-SES-CNT          PIC 9(4) VALUE 0.
       01 WS-SES-FORZAR       PIC X VALUE "N".
       01 WS-AHORA-TS         PIC X(21).
       01 WS-AHORA-SEG        PIC 9(11) VALUE 0.
       01 WS-INACTIVO-MIN     PIC S9(7) VALUE 0.
       01 WS-INACTIVO-ED      PIC Z(6)9.
       01 WS-SES-MARCA        PIC X(9).

       COPY "AUTHPARM.cpy".
       COPY "PARAMSIS.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-COMANDO WS-OPERADOR
           END-UNSTRING
           IF WS-COMANDO = "OPEN" OR WS-COMANDO = "CLOSE"
               PERFORM AUTORIZAR-OPERADOR
               IF WS-AUTORIZADO NOT = "S"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-COMANDO
                   PERFORM GRABAR-ESTADO
                   DISPLAY "Online window CLOSED (by "
                       FUNCTION TRIM(WS-OPERADOR) ")."
                   MOVE "S" TO WS-SES-FORZAR
                   PERFORM RECORRER-SESIONES
               WHEN "WHO"
                   MOVE "N" TO WS-SES-FORZAR
                   PERFORM RECORRER-SESIONES
               WHEN SPACES
                   PERFORM MOSTRAR-ESTADO
                   MOVE "N" TO WS-SES-FORZAR
                   PERFORM RECORRER-SESIONES
               WHEN OTHER
                   DISPLAY "Usage: OPEN or CLOSE, optionally "
                       "followed by the operator name, or WHO."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

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
           MOVE "SYSTEM-WINDOW" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY "Sign-on refused - window not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO AUT-FUNCION
           MOVE "VENTANA" TO AUT-PERMISO
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY FUNCTION TRIM(WS-OPERADOR) " may not move the "
                   "online window - window not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-AUTORIZADO.

       GRABAR-ESTADO.
           MOVE FUNCTION CURRENT-DATE TO SS-TIMESTAMP
           MOVE WS-OPERADOR TO SS-OPERADOR
                   END-IF
           END-READ
           CLOSE SYSTEM-STATUS-FILE.

       RECORRER-SESIONES.
      *> One line per session on the registry with its idle time.
      *> A session past the SESION-INACTIVA-MIN limit is shown as
      *> IDLE - its program ends it at the next menu, or the next
      *> sign-on of anybody clears it. On a CLOSE every session
      *> listed is forced off: the registry is emptied and each one
      *> goes on the administrative trail, and the programs still
      *> running find their session gone at their next menu.
           MOVE 0 TO WS-SES-CNT
           MOVE "N" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
           MOVE FUNCTION CURRENT-DATE TO WS-AHORA-TS
           COMPUTE WS-AHORA-SEG =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AHORA-TS(1:8))) * 86400
               + FUNCTION NUMVAL(WS-AHORA-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-AHORA-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-AHORA-TS(13:2))
           OPEN INPUT SESSION-FILE
           IF WS-SES-STATUS NOT = "00"
               MOVE "00" TO WS-SES-STATUS
               DISPLAY "No sessions signed on."
               EXIT PARAGRAPH
           END-IF
           IF WS-SES-FORZAR = "S"
               OPEN EXTEND ADMIN-AUDIT-FILE
               IF WS-ADM-STATUS = "35"
                   OPEN OUTPUT ADMIN-AUDIT-FILE
                   CLOSE ADMIN-AUDIT-FILE
                   OPEN EXTEND ADMIN-AUDIT-FILE
               END-IF
           END-IF
           PERFORM UNTIL WS-SES-STATUS = "10"
               READ SESSION-FILE
                   AT END
                       MOVE "10" TO WS-SES-STATUS
                   NOT AT END
                       PERFORM MOSTRAR-SESION
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SES-STATUS
           CLOSE SESSION-FILE
           IF WS-SES-FORZAR = "S"
               CLOSE ADMIN-AUDIT-FILE
               OPEN OUTPUT SESSION-FILE
               CLOSE SESSION-FILE
               DISPLAY WS-SES-CNT " session(s) forced off."
           ELSE
               DISPLAY WS-SES-CNT " session(s) signed on."
           END-IF.

       MOSTRAR-SESION.
           ADD 1 TO WS-SES-CNT
           IF WS-SES-CNT = 1
               DISPLAY "USER                 PROGRAM              "
                   "SIGNED ON      IDLE MIN"
           END-IF
           MOVE SPACES TO WS-SES-MARCA
           IF SE-ACTIVIDAD-TS(1:14) IS NUMERIC
               COMPUTE WS-INACTIVO-MIN = (WS-AHORA-SEG
                   - (FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(SE-ACTIVIDAD-TS(1:8)))
                          * 86400
                      + FUNCTION NUMVAL(SE-ACTIVIDAD-TS(9:2)) * 3600
                      + FUNCTION NUMVAL(SE-ACTIVIDAD-TS(11:2)) * 60
                      + FUNCTION NUMVAL(SE-ACTIVIDAD-TS(13:2))))
                   / 60
               IF WS-INACTIVO-MIN > PAR-SESION-INACTIVA
                   MOVE "IDLE" TO WS-SES-MARCA
               END-IF
           ELSE
               MOVE 0 TO WS-INACTIVO-MIN
               MOVE "IDLE" TO WS-SES-MARCA
           END-IF
           MOVE WS-INACTIVO-MIN TO WS-INACTIVO-ED
           IF WS-SES-FORZAR = "S"
               MOVE "FORCED" TO WS-SES-MARCA
               MOVE "SESFORZ" TO ADM-ACCION
               MOVE WS-OPERADOR TO ADM-USUARIO-ACTOR
               MOVE SE-USUARIO TO ADM-USUARIO-OBJETO
               MOVE WS-AHORA-TS TO ADM-TIMESTAMP
               WRITE ADMIN-AUDIT-RECORD
           END-IF
           DISPLAY SE-USUARIO " " SE-PROGRAMA " "
               SE-INICIO-TS(1:14) " " WS-INACTIVO-ED " "
               WS-SES-MARCA.
