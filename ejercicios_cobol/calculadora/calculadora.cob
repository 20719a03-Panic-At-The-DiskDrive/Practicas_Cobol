      *> literal "CALCULATOR".
       01 WS-SESION-OK        PIC X VALUE "N".
       01 WS-USUARIO-SESION   PIC X(20) VALUE SPACES.
       01 WS-ROL-SESION       PIC X VALUE SPACE.
       01 WS-PERMISO-OK       PIC X VALUE "N".
       01 WS-USUARIO-ENTRADA  PIC X(20).
       01 WS-PASSWORD-ENTRADA PIC X(20).
      *> This desk's entry on the shared session registry.
       01 WS-SESION-TS        PIC X(21) VALUE SPACES.
       01 WS-TOMAR-RESP       PIC X VALUE "N".
       COPY "AUTHPARM.cpy".
       01 WS-PRODUCTO         PIC X(8).
       01 WS-RATE-HALLADA     PIC X VALUE "N".
               STOP RUN
           END-IF
           IF WS-VENTANA-FORZADA = "S"
               MOVE "VENTANA" TO AUT-PERMISO
               PERFORM CONSULTAR-PERMISO
               IF WS-PERMISO-OK NOT = "S"
                   DISPLAY "Usuario sin permiso para forzar la "
                       "ventana. Goodbye."
                   PERFORM CERRAR-SESION
                   STOP RUN
               END-IF
               PERFORM ANOTAR-VENTANA-FORZADA
           END-IF
           PERFORM UNTIL WS-OPTION = 5
               END-EVALUATE
               PERFORM PAUSE
           END-PERFORM
           PERFORM CERRAR-SESION
           DISPLAY "Thank you for using the calculator. Goodbye!".
           STOP RUN.


           EVALUATE AUT-RESULTADO
               WHEN "S"
                   MOVE WS-USUARIO-ENTRADA TO WS-USUARIO-SESION
                   MOVE AUT-ROLE TO WS-ROL-SESION
                   IF AUT-DIAS-RESTANTES <= PAR-PASSWORD-AVISO
                       DISPLAY "Aviso: su password vence en "
                           AUT-DIAS-RESTANTES " dia(s)."
                   END-IF
                   PERFORM REGISTRAR-SESION
                   IF WS-SESION-OK = "S"
                       DISPLAY "Login correcto. Bienvenido!"
                   END-IF
               WHEN "V"
                   DISPLAY "Su password ha vencido. Cambiela con "
                       "RegisterLoginSimple para poder ingresar."
                   DISPLAY "Usuario o password incorrectos."
           END-EVALUATE.

       REGISTRAR-SESION.
      *> The sign-on goes on the shared session registry. A user
      *> already signed on at another desk may take that session
      *> over - the other desk is put out at its next menu - or
      *> leave without entering.
           MOVE "E" TO AUT-FUNCION
           MOVE "N" TO AUT-TOMAR
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO = "C"
               DISPLAY "Ya tiene una sesion abierta en "
                   FUNCTION TRIM(AUT-SESION-OTRA) " desde "
                   AUT-SESION-TS(1:14) "."
               DISPLAY "Tomar esa sesion y cerrar la otra (S/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-TOMAR-RESP
               IF FUNCTION UPPER-CASE(WS-TOMAR-RESP) NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE "E" TO AUT-FUNCION
               MOVE "S" TO AUT-TOMAR
               CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           END-IF
           IF AUT-RESULTADO = "S"
               MOVE "S" TO WS-SESION-OK
               MOVE AUT-SESION-TS TO WS-SESION-TS
           END-IF.

       VERIFICAR-SESION.
      *> Asked after each menu answer: a session idle past the
      *> SESION-INACTIVA-MIN parameter, taken over from another desk
      *> or forced off by the CLOSE ends before the option runs.
           MOVE "T" TO AUT-FUNCION
           MOVE WS-USUARIO-SESION TO AUT-USUARIO
           MOVE WS-SESION-TS TO AUT-SESION-TS
           MOVE "CALCULATOR" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           EVALUATE AUT-RESULTADO
               WHEN "T"
                   DISPLAY "Sesion cerrada por inactividad."
                   MOVE "N" TO WS-SESION-OK
               WHEN "Q"
                   DISPLAY "Su sesion fue cerrada desde otra "
                       "terminal o por el cierre del dia."
                   MOVE "N" TO WS-SESION-OK
           END-EVALUATE.

       CERRAR-SESION.
           IF WS-SESION-OK = "S"
               MOVE "F" TO AUT-FUNCION
               MOVE WS-USUARIO-SESION TO AUT-USUARIO
               MOVE WS-SESION-TS TO AUT-SESION-TS
               MOVE "CALCULATOR" TO AUT-PROGRAMA
               CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
               MOVE "N" TO WS-SESION-OK
           END-IF.

       CONSULTAR-VENTANA.
      *> No status file reads as open, so a site that never adopted
      *> the window command is unchanged.
           CLOSE SYSTEM-STATUS-FILE
           MOVE "00" TO WS-SYSSTAT-STATUS.

       CONSULTAR-PERMISO.
      *> The right named in AUT-PERMISO, asked of the shared
      *> subprogram for whoever opened this session.
           MOVE "P" TO AUT-FUNCION
           MOVE WS-USUARIO-SESION TO AUT-USUARIO
           MOVE WS-ROL-SESION TO AUT-ROLE
           MOVE "CALCULATOR" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           MOVE AUT-RESULTADO TO WS-PERMISO-OK.

       ANOTAR-VENTANA-FORZADA.
           OPEN EXTEND ADMIN-AUDIT-FILE
           IF WS-ADMAUD-STATUS = "35"
           ELSE
               MOVE 0 TO WS-OPTION
               DISPLAY "Invalid option. Please enter 1 to 9."
           END-IF
           PERFORM VERIFICAR-SESION
           IF WS-SESION-OK NOT = "S"
               MOVE 5 TO WS-OPTION
           END-IF.

       MEMORIA-SUMAR.
           IF WS-OVERRIDE-RESP NOT = "S"
               EXIT PARAGRAPH
           END-IF
      *> A keyed rate goes live with nobody reviewing it - the same
      *> authority as approving a rate for the table.
           MOVE "TASAAPR" TO AUT-PERMISO
           PERFORM CONSULTAR-PERMISO
           IF WS-PERMISO-OK NOT = "S"
               DISPLAY "Not authorized to key a manual rate."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rate (%): " WITH NO ADVANCING
           ACCEPT WS-TEMP
           MOVE "Rate" TO WS-PROMPT-LABEL
           MOVE WS-PCT-DAYS TO QT-DIAS
           MOVE RESULT TO QT-RESULTADO
           MOVE WS-QUOTE-TIPO TO QT-TIPO
           IF WS-QUOTE-TIPO = "SIMP"
               MOVE 0 TO QT-FRECUENCIA
           ELSE
               MOVE WS-FREC TO QT-FRECUENCIA
           END-IF
           WRITE QUOTE-RECORD
           CLOSE QUOTE-LOG-FILE.

