       77 OPCION-MENU        PIC 9 VALUE 0.
       77 ESTADO-SYSSTAT        PIC XX VALUE "00".
       77 VENTANA-CERRADA       PIC X VALUE "N".
       77 SESION-ABIERTA        PIC X VALUE "N".
       77 RESPUESTA-TOMAR       PIC X VALUE "N".

       COPY "AUTHPARM.cpy".
       COPY "PARAMSIS.cpy".
                       DISPLAY "Aviso: su password vence en "
                           AUT-DIAS-RESTANTES " dia(s)."
                   END-IF
                   PERFORM ABRIR-SESION
                   IF SESION-ABIERTA = "S"
                       PERFORM MOSTRAR-MENU-POST-LOGIN
                       PERFORM CERRAR-SESION
                   END-IF
               WHEN "V"
      *> This program has no change-password flow, so an expired
      *> password stays outside until it is renewed where the flow
           CLOSE SYSTEM-STATUS-FILE
           MOVE "00" TO ESTADO-SYSSTAT.

       ABRIR-SESION.
      *> The sign-on goes on the shared session registry. A user
      *> already signed on elsewhere is asked whether to take that
      *> session over (the other desk is put out at its next menu)
      *> or to leave without entering.
           MOVE "N" TO SESION-ABIERTA
           MOVE "E" TO AUT-FUNCION
           MOVE "N" TO AUT-TOMAR
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO = "C"
               DISPLAY "Ya tiene una sesion abierta en "
                   FUNCTION TRIM(AUT-SESION-OTRA) " desde "
                   AUT-SESION-TS(1:14) "."
               DISPLAY "Tomar esa sesion y cerrar la otra (S/N)? "
                   WITH NO ADVANCING
               ACCEPT RESPUESTA-TOMAR
               IF FUNCTION UPPER-CASE(RESPUESTA-TOMAR) NOT = "S"
                   DISPLAY "Ingreso cancelado."
                   EXIT PARAGRAPH
               END-IF
               MOVE "E" TO AUT-FUNCION
               MOVE "S" TO AUT-TOMAR
               CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           END-IF
           IF AUT-RESULTADO = "S"
               MOVE "S" TO SESION-ABIERTA
           END-IF.

       VERIFICAR-SESION.
      *> Asked after each answer at the menu: a session left idle
      *> past the limit, taken over from another desk or forced off
      *> by the nightly CLOSE does not get to run the option.
           MOVE "T" TO AUT-FUNCION
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           EVALUATE AUT-RESULTADO
               WHEN "T"
                   DISPLAY "Sesion cerrada por inactividad."
                   MOVE "N" TO SESION-ABIERTA
               WHEN "Q"
                   DISPLAY "Su sesion fue cerrada desde otra "
                       "terminal o por el cierre del dia."
                   MOVE "N" TO SESION-ABIERTA
           END-EVALUATE.

       CERRAR-SESION.
           IF SESION-ABIERTA = "S"
               MOVE "F" TO AUT-FUNCION
               CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
               MOVE "N" TO SESION-ABIERTA
           END-IF.

       MOSTRAR-MENU-POST-LOGIN.
      *> Regular users only see the base option; an admin role also
      *> gets the quick session listing. Registration, unlocking and
           END-IF
           DISPLAY "Seleccione opcion: " WITH NO ADVANCING
           ACCEPT OPCION-MENU
           PERFORM VERIFICAR-SESION
           IF SESION-ABIERTA NOT = "S"
               EXIT PARAGRAPH
           END-IF

           EVALUATE OPCION-MENU
               WHEN 2
