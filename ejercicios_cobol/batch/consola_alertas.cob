       01 WS-NUMERO           PIC 9(3).
       01 WS-SEGUIR           PIC X VALUE "S".
       01 WS-OPERADOR         PIC X(20) VALUE SPACES.
       01 WS-PASSWORD         PIC X(20) VALUE SPACES.
       01 WS-PUEDE-RECONOCER  PIC X VALUE "N".

      *> Sign-on and the acknowledgement right both come from the
      *> shared AUTENTICAR-USUARIO subprogram.
       COPY "AUTHPARM.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
               STOP RUN
           END-IF
      *> The acknowledgement is audited on the record itself, so the
      *> session opens with who is taking it - signed on, and holding
      *> the ALERTAS right to acknowledge anything. Without it the
      *> console only lists.
           PERFORM INICIAR-SESION
           IF WS-PUEDE-RECONOCER NOT = "S"
               PERFORM LISTAR-PENDIENTES
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SEGUIR NOT = "S"
               PERFORM LISTAR-PENDIENTES
           DISPLAY WS-CNT-RECONOCIDAS " alerta(s) reconocida(s)."
           STOP RUN.

       INICIAR-SESION.
           DISPLAY "Operador: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-PASSWORD
           MOVE "A" TO AUT-FUNCION
           MOVE WS-OPERADOR TO AUT-USUARIO
           MOVE WS-PASSWORD TO AUT-PASSWORD
           MOVE "ALERT-CONSOLE" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY "Usuario o password incorrectos - solo "
                   "consulta."
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO AUT-FUNCION
           MOVE "ALERTAS" TO AUT-PERMISO
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY "Usuario sin permiso para reconocer alertas - "
                   "solo consulta."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-PUEDE-RECONOCER.

       CARGAR-ALERTAS.
           OPEN INPUT OPER-ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
