               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-SYSSTAT.

      *> Per-user authority limits the batch calculator holds large
      *> figures against; maintained here like the department master.
           SELECT AUTHORITY-LIMIT-FILE ASSIGN TO "LIMAUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-LIMITES.

      *> Details the batch calculator held for being over their
      *> submitter's limit. Decided here by a second user; an approved
      *> one goes to the warehouse PENDING-RELEASE empties into the
      *> next night's intake.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APROBTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-APROBACION.

           SELECT CALC-PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-PENDIENTES.

      *> Which admin functions each user or role group may use. The
      *> menu asks AUTENTICAR-USUARIO at sign-on; only the
      *> maintenance option reads and rewrites the file here.
           SELECT PERMISSION-FILE ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-PERMISOS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       FD  SYSTEM-STATUS-FILE.
       COPY "SYSSTAT.cpy".

       FD  AUTHORITY-LIMIT-FILE.
       COPY "LIMAUT.cpy".

       FD  APPROVAL-QUEUE-FILE.
       COPY "APROBTXN.cpy".

       FD  CALC-PENDING-FILE.
       COPY "CALCPEND.cpy".

       FD  PERMISSION-FILE.
       COPY "PERMISOS.cpy".

       WORKING-STORAGE SECTION.

      *> Two digits since the admin side of the menu grew past 9;
                15 TO-ESTADO       PIC X.
                15 TO-MONEDA       PIC X(3).

       77 ESTADO-LIMITES          PIC XX VALUE "00".
       77 LIMITES-CNT             PIC 9(3) VALUE 0.
       77 LIMITES-IDX             PIC 9(3) VALUE 0.
       77 LIMITES-SLOT            PIC 9(3) VALUE 0.
       77 LIMITES-DEFECTO         PIC 9(3) VALUE 0.
       77 LIMITES-DESBORDE        PIC X VALUE "N".
       77 LIMITE-USUARIO          PIC X(20).
       77 MONTO-EDITADO           PIC Z(12)9.99.
       77 IMPORTE-EDITADO         PIC -(14)9.99.
       77 TOPE-APROBADOR          PIC 9(13)V99 VALUE 0.
       77 APROBADOR-SIN-LIMITE    PIC X VALUE "S".
       77 ESTADO-APROBACION       PIC XX VALUE "00".
       77 ESTADO-PENDIENTES       PIC XX VALUE "00".
       77 COLA-CNT                PIC 9(3) VALUE 0.
       77 COLA-IDX                PIC 9(3) VALUE 0.
       77 COLA-DESBORDE           PIC X VALUE "N".
       77 COLA-APROBADAS          PIC 9(3) VALUE 0.
       77 COLA-RECHAZADAS         PIC 9(3) VALUE 0.
       77 COLA-RETENIDAS          PIC 9(3) VALUE 0.
       77 DECISION-COLA           PIC X.
       77 DIAS-EN-COLA            PIC 9(5) VALUE 0.
       77 COLA-TRAMO-1            PIC 9(5) VALUE 0.
       77 COLA-TRAMO-2            PIC 9(5) VALUE 0.
       77 COLA-TRAMO-3            PIC 9(5) VALUE 0.
       77 COLA-TRAMO-4            PIC 9(5) VALUE 0.
       77 COLA-TOTAL-EQUIV        PIC 9(15)V99 VALUE 0.
       77 ESTADO-PERMISOS         PIC XX VALUE "00".
       77 PERMISOS-CNT            PIC 9(3) VALUE 0.
       77 PERMISOS-IDX            PIC 9(3) VALUE 0.
       77 PERMISOS-DESBORDE       PIC X VALUE "N".
       77 PERMISOS-NUEVO          PIC X VALUE "N".
       77 PERMISO-ELEGIDO         PIC 9(3) VALUE 0.
       77 PERMISO-CONSULTA        PIC X(8).
       77 PERMISO-OK              PIC X VALUE "N".
       77 PERMISO-TIPO            PIC X.
       77 PERMISO-SUJETO          PIC X(20).
       77 PERMISO-FUNCION         PIC X(8).
       77 PERMISO-VALIDO          PIC X VALUE "N".
       77 TITULARES-USUARIOS      PIC 9(3) VALUE 0.
       77 RESPUESTA-PERMISO       PIC X.

      *> The session's rights, asked once at sign-on so the menu can
      *> show and accept only what this user may do.
       77 PERM-USUARIOS           PIC X VALUE "N".
       77 PERM-DESBLOQ            PIC X VALUE "N".
       77 PERM-TASAENV            PIC X VALUE "N".
       77 PERM-TASAAPR            PIC X VALUE "N".
       77 PERM-DEPTOS             PIC X VALUE "N".
       77 PERM-ORDENES            PIC X VALUE "N".
       77 PERM-LOTEAPR            PIC X VALUE "N".

      *> Authority limits reviewed in memory so the file can be
      *> rewritten in one pass after a change; TL-BORRADO drops a
      *> line at the rewrite.
       01 TABLA-LIMITES.
          05 TL-ENT OCCURS 200 TIMES.
             10 TL-USUARIO         PIC X(20).
             10 TL-MONTO           PIC 9(13)V99.
             10 TL-MONTO-REV       PIC 9(13)V99.
             10 TL-BORRADO         PIC X.

      *> The approval queue in memory, one APPROVAL-QUEUE-RECORD
      *> image per entry, rewritten in one pass after the review.
       01 TABLA-COLA.
          05 TQ-ENT OCCURS 500 TIMES.
             10 TQ-IMAGEN          PIC X(182).

      *> The permission file in memory, one PERMISSION-RECORD image
      *> per line, rewritten in one pass after a grant or withdrawal;
      *> TPR-BORRADO drops a line at the rewrite.
       01 TABLA-PERMISOS.
          05 TPR-ENT OCCURS 300 TIMES.
             10 TPR-IMAGEN         PIC X(57).
             10 TPR-CAMPOS REDEFINES TPR-IMAGEN.
                15 TPR-TIPO        PIC X.
                15 TPR-SUJETO      PIC X(20).
                15 TPR-FUNCION     PIC X(8).
                15 TPR-OTORGADO-POR PIC X(20).
                15 TPR-FECHA       PIC X(8).
             10 TPR-BORRADO        PIC X.

      *> The queued detail's own image, to show and check who
      *> submitted it.
       COPY "CALCTRAN.cpy".

      *> Hashing, credential checks, the lockout counter and the
      *> login audit all live in the shared AUTENTICAR-USUARIO
      *> subprogram now - this block is how we talk to it.
       77 SESION-ACTIVA      PIC X VALUE "N".
       77 USUARIO-SESION     PIC X(20) VALUE SPACES.
       77 ROL-SESION         PIC X VALUE SPACE.
      *> Identity of this desk's entry on the shared session
      *> registry (SESIONES.DAT), kept by AUTENTICAR-USUARIO.
       77 SESION-REGISTRO-TS PIC X(21) VALUE SPACES.
       77 SESION-REGISTRADA  PIC X VALUE "N".
       77 RESPUESTA-TOMAR    PIC X VALUE "N".

       77 CONTADOR-LINEAS    PIC 9(2) VALUE 0.
       77 LINEAS-POR-PAGINA  PIC 9(2) VALUE 10.
                       STOP RUN
                   END-IF
                   MOVE "S" TO VENTANA-FORZADA
      *> Nobody is logged in yet, so whoever forces the window signs
      *> on for it through the shared subprogram, and must hold the
      *> window-override right.
                   DISPLAY "Usuario que fuerza la ventana: "
                   ACCEPT USUARIO-INGRESADO
                   DISPLAY "Password: "
                   ACCEPT PASSWORD-INGRESADO
                   PERFORM AUTORIZAR-VENTANA
                   IF PERMISO-OK NOT = "S"
                       STOP RUN
                   END-IF
                   MOVE "WINOVRD" TO ACCION-ADMIN
                   MOVE USUARIO-INGRESADO TO OBJETO-ADMIN
                   PERFORM REGISTRAR-AUDITORIA-ADMIN
           END-IF
           PERFORM ABRIR-ARCHIVOS
           PERFORM MOSTRAR-MENU UNTIL OPCION = 9
           PERFORM CERRAR-SESION-REGISTRO
           PERFORM CERRAR-ARCHIVOS
      *> Only a job-stream execution (the script passes NIGHTLY on
      *> the command line) goes on the run log - a helpdesk session
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP020" TO JL-STEP-NAME
           MOVE TS-INICIO-JOB TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
           DISPLAY " 1 - Registrar usuario".
           DISPLAY " 2 - Login".
           DISPLAY " 3 - Cambiar password".
           IF SESION-ACTIVA = "S"
               IF PERM-USUARIOS = "S"
                   DISPLAY " 4 - Listar usuarios (admin)"
               END-IF
               IF PERM-DESBLOQ = "S"
                   DISPLAY " 5 - Desbloquear cuenta (admin)"
               END-IF
               IF PERM-USUARIOS = "S"
                   DISPLAY " 6 - Reporte de passwords (admin)"
                   DISPLAY " 7 - Auditoria administrativa (admin)"
               END-IF
               IF PERM-TASAENV = "S"
                   DISPLAY " 8 - Mantenimiento de tasas (admin)"
               END-IF
               IF PERM-USUARIOS = "S"
                   DISPLAY "10 - Consulta de usuario (admin)"
               END-IF
               IF PERM-DEPTOS = "S"
                   DISPLAY "11 - Mantenimiento de departamentos "
                       "(admin)"
               END-IF
               IF PERM-TASAAPR = "S"
                   DISPLAY "12 - Aprobacion de tasas (admin)"
               END-IF
               IF PERM-ORDENES = "S"
                   DISPLAY "13 - Ordenes permanentes (admin)"
               END-IF
               IF PERM-USUARIOS = "S"
                   DISPLAY "14 - Limites de autorizacion (admin)"
               END-IF
               IF PERM-LOTEAPR = "S"
                   DISPLAY "15 - Aprobacion de transacciones (admin)"
                   DISPLAY "16 - Antiguedad de la cola de aprobacion "
                       "(admin)"
               END-IF
               IF PERM-USUARIOS = "S"
                   DISPLAY "17 - Permisos por funcion (admin)"
               END-IF
           END-IF
           DISPLAY " 9 - Salir".
           DISPLAY "============================".
           DISPLAY "Seleccione opcion: ".
           ACCEPT OPCION
           IF SESION-ACTIVA = "S"
               PERFORM VERIFICAR-SESION-REGISTRO
           END-IF

           EVALUATE OPCION
               WHEN 1
               WHEN 3
                   PERFORM CAMBIAR-PASSWORD
               WHEN 4
                   IF SESION-ACTIVA = "S" AND PERM-USUARIOS = "S"
                       PERFORM LISTAR-USUARIOS
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 5
                   IF SESION-ACTIVA = "S" AND PERM-DESBLOQ = "S"
                       PERFORM DESBLOQUEAR-CUENTA
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 6
                   IF SESION-ACTIVA = "S" AND PERM-USUARIOS = "S"
                       PERFORM REPORTE-PASSWORDS
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 7
                   IF SESION-ACTIVA = "S" AND PERM-USUARIOS = "S"
                       PERFORM REPORTE-AUDITORIA-ADMIN
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 8
                   IF SESION-ACTIVA = "S" AND PERM-TASAENV = "S"
                       PERFORM MANTENER-TASAS
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 10
                   IF SESION-ACTIVA = "S" AND PERM-USUARIOS = "S"
                       PERFORM CONSULTAR-USUARIO
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 11
                   IF SESION-ACTIVA = "S" AND PERM-DEPTOS = "S"
                       PERFORM MANTENER-DEPARTAMENTOS
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 12
                   IF SESION-ACTIVA = "S" AND PERM-TASAAPR = "S"
                       PERFORM APROBAR-TASAS
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 13
                   IF SESION-ACTIVA = "S" AND PERM-ORDENES = "S"
                       PERFORM MANTENER-ORDENES
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 14
                   IF SESION-ACTIVA = "S" AND PERM-USUARIOS = "S"
                       PERFORM MANTENER-LIMITES
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 15
                   IF SESION-ACTIVA = "S" AND PERM-LOTEAPR = "S"
                       PERFORM APROBAR-TRANSACCIONES
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 16
                   IF SESION-ACTIVA = "S" AND PERM-LOTEAPR = "S"
                       PERFORM LISTAR-ANTIGUEDAD-COLA
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 17
                   IF SESION-ACTIVA = "S" AND PERM-USUARIOS = "S"
                       PERFORM MANTENER-PERMISOS
                   ELSE
                       DISPLAY "Opcion invalida"
                   END-IF
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   PERFORM ACTUALIZAR-PASSWORD
                   IF CAMBIO-PASSWORD-OK = "S"
                       MOVE "S" TO AUTENTICADO
                       PERFORM ABRIR-SESION-REGISTRO
                       IF SESION-REGISTRADA = "S"
                           MOVE "S" TO SESION-ACTIVA
                           MOVE USUARIO-INGRESADO TO USUARIO-SESION
                           MOVE AUT-ROLE TO ROL-SESION
                           PERFORM CARGAR-PERMISOS-SESION
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Las passwords no coinciden - no se "
               END-IF
           END-IF

           IF AUTENTICADO = "S" AND SESION-ACTIVA = "S"
               DISPLAY "Login correcto. Bienvenido!"
               IF AUT-DIAS-RESTANTES <= PAR-PASSWORD-AVISO
                       AND PASSWORD-VENCIDA = "N"
      *> MOSTRAR-MENU's admin gate open for someone who never
      *> authenticated this run. The shared subprogram opens
      *> USER-MASTER itself, so ours is closed around the call.
           PERFORM CERRAR-SESION-REGISTRO
           MOVE "N" TO AUTENTICADO
           MOVE "N" TO PASSWORD-VENCIDA
           MOVE "N" TO SESION-ACTIVA
           MOVE SPACE TO ROL-SESION
           PERFORM BORRAR-PERMISOS-SESION

           CLOSE USER-MASTER
           MOVE "A" TO AUT-FUNCION
           EVALUATE AUT-RESULTADO
               WHEN "S"
                   MOVE "S" TO AUTENTICADO
                   PERFORM ABRIR-SESION-REGISTRO
                   IF SESION-REGISTRADA = "S"
                       MOVE "S" TO SESION-ACTIVA
                       MOVE USUARIO-INGRESADO TO USUARIO-SESION
                       MOVE AUT-ROLE TO ROL-SESION
                       PERFORM CARGAR-PERMISOS-SESION
                   END-IF
               WHEN "L"
                   DISPLAY "Cuenta bloqueada. Contacte a un "
                       "administrador."
                   DISPLAY "Usuario o password incorrectos."
           END-EVALUATE.

       ABRIR-SESION-REGISTRO.
      *> The session goes on the shared registry before any menu
      *> right is loaded. A user already signed on at another desk
      *> either takes that session over (the other desk is put out
      *> at its next menu) or stays outside. The nightly stream's
      *> sign-on never asks - its canned input has no answer for
      *> the question, and the CLOSE ahead of it has already
      *> forced everybody off.
           MOVE "N" TO SESION-REGISTRADA
           MOVE "E" TO AUT-FUNCION
           MOVE USUARIO-INGRESADO TO AUT-USUARIO
           MOVE "RegisterLoginSimple" TO AUT-PROGRAMA
           MOVE "N" TO AUT-TOMAR
           IF PARM-EJECUCION = "NIGHTLY"
               MOVE "S" TO AUT-TOMAR
           END-IF
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO = "C"
               DISPLAY "Ya tiene una sesion abierta en "
                   FUNCTION TRIM(AUT-SESION-OTRA) " desde "
                   AUT-SESION-TS(1:14) "."
               DISPLAY "Tomar esa sesion y cerrar la otra (S/N)? "
               ACCEPT RESPUESTA-TOMAR
               IF FUNCTION UPPER-CASE(RESPUESTA-TOMAR) = "S"
                   MOVE "E" TO AUT-FUNCION
                   MOVE "S" TO AUT-TOMAR
                   CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
               ELSE
                   DISPLAY "Ingreso cancelado - la otra sesion "
                       "sigue abierta."
               END-IF
           END-IF
           IF AUT-RESULTADO = "S"
               MOVE "S" TO SESION-REGISTRADA
               MOVE AUT-SESION-TS TO SESION-REGISTRO-TS
           END-IF.

       VERIFICAR-SESION-REGISTRO.
      *> Asked after each answer at the menu. A session idle past
      *> SESION-INACTIVA-MIN, taken over from another desk or forced
      *> off by the CLOSE drops back to the public menu options
      *> before the answer is acted on.
           MOVE "T" TO AUT-FUNCION
           MOVE USUARIO-SESION TO AUT-USUARIO
           MOVE SESION-REGISTRO-TS TO AUT-SESION-TS
           MOVE "RegisterLoginSimple" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO = "T" OR AUT-RESULTADO = "Q"
               IF AUT-RESULTADO = "T"
                   DISPLAY "Sesion cerrada por inactividad."
               ELSE
                   DISPLAY "Su sesion fue cerrada desde otra "
                       "terminal o por el cierre del dia."
               END-IF
               MOVE "N" TO SESION-REGISTRADA
               MOVE "N" TO SESION-ACTIVA
               MOVE "N" TO AUTENTICADO
               MOVE SPACE TO ROL-SESION
               PERFORM BORRAR-PERMISOS-SESION
           END-IF.

       CERRAR-SESION-REGISTRO.
           IF SESION-REGISTRADA = "S"
               MOVE "F" TO AUT-FUNCION
               MOVE USUARIO-SESION TO AUT-USUARIO
               MOVE SESION-REGISTRO-TS TO AUT-SESION-TS
               MOVE "RegisterLoginSimple" TO AUT-PROGRAMA
               CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
               MOVE "N" TO SESION-REGISTRADA
           END-IF.

       CAMBIAR-PASSWORD.
           DISPLAY "===== CAMBIAR PASSWORD =====".
           DISPLAY "Usuario: ".
           MOVE DEPTO-INGRESADO TO OBJETO-ADMIN
           PERFORM REGISTRAR-AUDITORIA-ADMIN.

       MANTENER-LIMITES.
      *> Sets how large a figure one user (or, under "*", everybody
      *> without a line of their own) may put through the batch
      *> calculator without a second user's approval. One user per
      *> visit; nobody sets their own limit.
           DISPLAY "===== LIMITES DE AUTORIZACION ====="
           PERFORM CARGAR-LIMITES
      *> Same refusal as the other rewrite-from-memory maintenance:
      *> a partial load rewritten would lose the lines that never fit.
           IF LIMITES-DESBORDE = "S"
               DISPLAY "Demasiados limites registrados para "
                   "mantener de una vez - sesion cancelada, nada "
                   "cambio. Depure LIMAUT.DAT y reintente."
               EXIT PARAGRAPH
           END-IF
           IF LIMITES-CNT = 0
               DISPLAY "(sin limites registrados - no se retiene "
                   "ninguna transaccion)"
           END-IF
           PERFORM VARYING LIMITES-IDX FROM 1 BY 1
                   UNTIL LIMITES-IDX > LIMITES-CNT
               MOVE TL-MONTO(LIMITES-IDX) TO MONTO-EDITADO
               MOVE TL-MONTO-REV(LIMITES-IDX) TO IMPORTE-EDITADO
               DISPLAY TL-USUARIO(LIMITES-IDX) " LIMITE "
                   MONTO-EDITADO " REVERSOS " IMPORTE-EDITADO
           END-PERFORM
           DISPLAY "Usuario (* = todos los demas, vacio = salir): ".
           ACCEPT LIMITE-USUARIO
           IF LIMITE-USUARIO = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LIMITE-USUARIO = USUARIO-SESION
               DISPLAY "No puede fijar su propio limite - otro "
                   "administrador debe hacerlo."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LIMITES-SLOT
           PERFORM VARYING LIMITES-IDX FROM 1 BY 1
                   UNTIL LIMITES-IDX > LIMITES-CNT
                   OR LIMITES-SLOT > 0
               IF TL-USUARIO(LIMITES-IDX) = LIMITE-USUARIO
                   MOVE LIMITES-IDX TO LIMITES-SLOT
               END-IF
           END-PERFORM

           DISPLAY "Limite en pesos (B = borrar la linea): ".
           ACCEPT VALOR-INGRESADO
           IF VALOR-INGRESADO = "B"
               IF LIMITES-SLOT = 0
                   DISPLAY "Sin limite registrado para "
                       LIMITE-USUARIO "."
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO TL-BORRADO(LIMITES-SLOT)
               PERFORM REESCRIBIR-LIMITES
               DISPLAY "Limite borrado: " LIMITE-USUARIO
               MOVE "LIMITE" TO ACCION-ADMIN
               MOVE LIMITE-USUARIO TO OBJETO-ADMIN
               PERFORM REGISTRAR-AUDITORIA-ADMIN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(VALOR-INGRESADO) NOT = 0
               DISPLAY "Limite invalido."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(VALOR-INGRESADO) < 0
               DISPLAY "Limite invalido."
               EXIT PARAGRAPH
           END-IF
           IF LIMITES-SLOT = 0
               IF LIMITES-CNT >= 200
                   DISPLAY "Demasiados limites registrados."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LIMITES-CNT
               MOVE LIMITES-CNT TO LIMITES-SLOT
               MOVE LIMITE-USUARIO TO TL-USUARIO(LIMITES-SLOT)
               MOVE "N" TO TL-BORRADO(LIMITES-SLOT)
           END-IF
           MOVE FUNCTION NUMVAL(VALOR-INGRESADO)
               TO TL-MONTO(LIMITES-SLOT)
           DISPLAY "Limite para reversos en pesos: ".
           ACCEPT VALOR-INGRESADO
           IF FUNCTION TEST-NUMVAL(VALOR-INGRESADO) NOT = 0
               DISPLAY "Limite invalido - nada cambio."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(VALOR-INGRESADO) < 0
               DISPLAY "Limite invalido - nada cambio."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(VALOR-INGRESADO)
               TO TL-MONTO-REV(LIMITES-SLOT)
           PERFORM REESCRIBIR-LIMITES
           DISPLAY "Limite registrado: " LIMITE-USUARIO
           MOVE "LIMITE" TO ACCION-ADMIN
           MOVE LIMITE-USUARIO TO OBJETO-ADMIN
           PERFORM REGISTRAR-AUDITORIA-ADMIN.

       CARGAR-LIMITES.
           MOVE 0 TO LIMITES-CNT
           MOVE 0 TO LIMITES-DEFECTO
           MOVE "N" TO LIMITES-DESBORDE
           OPEN INPUT AUTHORITY-LIMIT-FILE
           IF ESTADO-LIMITES NOT = "00"
               MOVE "00" TO ESTADO-LIMITES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ESTADO-LIMITES = "10"
               READ AUTHORITY-LIMIT-FILE
                   AT END
                       MOVE "10" TO ESTADO-LIMITES
                   NOT AT END
                       IF LIMITES-CNT < 200
                           ADD 1 TO LIMITES-CNT
                           MOVE LIM-USUARIO
                               TO TL-USUARIO(LIMITES-CNT)
                           MOVE LIM-MONTO TO TL-MONTO(LIMITES-CNT)
                           MOVE LIM-MONTO-REVERSO
                               TO TL-MONTO-REV(LIMITES-CNT)
                           MOVE "N" TO TL-BORRADO(LIMITES-CNT)
                           IF LIM-USUARIO = "*"
                               MOVE LIMITES-CNT TO LIMITES-DEFECTO
                           END-IF
                       ELSE
                           MOVE "S" TO LIMITES-DESBORDE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO ESTADO-LIMITES
           CLOSE AUTHORITY-LIMIT-FILE.

       REESCRIBIR-LIMITES.
           OPEN OUTPUT AUTHORITY-LIMIT-FILE
           PERFORM VARYING LIMITES-IDX FROM 1 BY 1
                   UNTIL LIMITES-IDX > LIMITES-CNT
               IF TL-BORRADO(LIMITES-IDX) NOT = "S"
                   MOVE TL-USUARIO(LIMITES-IDX) TO LIM-USUARIO
                   MOVE TL-MONTO(LIMITES-IDX) TO LIM-MONTO
                   MOVE TL-MONTO-REV(LIMITES-IDX)
                       TO LIM-MONTO-REVERSO
                   WRITE AUTHORITY-LIMIT-RECORD
               END-IF
           END-PERFORM
           CLOSE AUTHORITY-LIMIT-FILE.

       APROBAR-TRANSACCIONES.
      *> The second pair of eyes on a large figure. Each pending
      *> entry is shown with who submitted it; the reviewer must be
      *> a different user, and one whose own limit covers the peso
      *> figure the submitter's did not. An approved detail goes to
      *> CALCPEND.DAT, so PENDING-RELEASE puts it in the next night's
      *> intake and CALCULATOR-BATCH posts it past the limit. Both
      *> outcomes leave their line on the administrative trail.
           DISPLAY "===== APROBACION DE TRANSACCIONES ====="
           PERFORM CARGAR-COLA
           IF COLA-DESBORDE = "S"
               DISPLAY "Demasiadas entradas en la cola para revisar "
                   "de una vez - sesion cancelada, nada cambio. "
                   "Depure APROBTXN.DAT y reintente."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-LIMITES
           IF LIMITES-DESBORDE = "S"
               DISPLAY "LIMAUT.DAT no cabe en memoria - no se puede "
                   "verificar su limite. Sesion cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO COLA-APROBADAS
           MOVE 0 TO COLA-RECHAZADAS
           MOVE 0 TO COLA-RETENIDAS
           PERFORM VARYING COLA-IDX FROM 1 BY 1
                   UNTIL COLA-IDX > COLA-CNT
               PERFORM REVISAR-UNA-TRANSACCION
           END-PERFORM
           IF COLA-APROBADAS = 0 AND COLA-RECHAZADAS = 0
                   AND COLA-RETENIDAS = 0
               DISPLAY "No hay transacciones pendientes de "
                   "aprobacion."
               EXIT PARAGRAPH
           END-IF
           IF COLA-APROBADAS > 0 OR COLA-RECHAZADAS > 0
               PERFORM REESCRIBIR-COLA
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "Aprobadas: " COLA-APROBADAS
               "  Rechazadas: " COLA-RECHAZADAS
               "  Pendientes: " COLA-RETENIDAS.

       CARGAR-COLA.
      *> Declined and used entries are not loaded: nothing here acts
      *> on them, so they neither fill the table nor go back on the
      *> file when REESCRIBIR-COLA writes it - the decision itself is
      *> on the administrative trail. An approval not yet used stays,
      *> the batch still needs it.
           MOVE 0 TO COLA-CNT
           MOVE "N" TO COLA-DESBORDE
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF ESTADO-APROBACION NOT = "00"
               MOVE "00" TO ESTADO-APROBACION
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ESTADO-APROBACION = "10"
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE "10" TO ESTADO-APROBACION
                   NOT AT END
                       IF AQ-ESTADO NOT = "D" AND AQ-ESTADO NOT = "U"
                           IF COLA-CNT < 500
                               ADD 1 TO COLA-CNT
                               MOVE APPROVAL-QUEUE-RECORD
                                   TO TQ-IMAGEN(COLA-CNT)
                           ELSE
                               MOVE "S" TO COLA-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO ESTADO-APROBACION
           CLOSE APPROVAL-QUEUE-FILE.

       REVISAR-UNA-TRANSACCION.
           MOVE TQ-IMAGEN(COLA-IDX) TO APPROVAL-QUEUE-RECORD
           IF AQ-ESTADO NOT = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE AQ-TRANSACCION TO CALC-TRANS-RECORD
           DISPLAY "----------------------------------------"
           DISPLAY "Transaccion: " CT-TRANS-ID
               "  Lote: " AQ-BATCH-ORIGEN
               "  Depto: " AQ-DEPARTAMENTO
           DISPLAY "Operacion: " CT-OPTION
               "  " CT-NUM1 "  " CT-NUM2
               "  Anula: " CT-REVERSA-ID
           MOVE AQ-RESULT TO IMPORTE-EDITADO
           DISPLAY "Resultado: " IMPORTE-EDITADO " " AQ-MONEDA
           MOVE AQ-EQUIVALENTE TO IMPORTE-EDITADO
           MOVE AQ-LIMITE TO MONTO-EDITADO
           DISPLAY "En pesos: " IMPORTE-EDITADO
               "  Limite: " MONTO-EDITADO
           DISPLAY "Enviada por: " CT-USUARIO
               " retenida el " AQ-FECHA-ENCOLADO
           IF CT-USUARIO = USUARIO-SESION
               DISPLAY "Enviada por usted - otro usuario debe "
                   "decidirla. Queda pendiente."
               ADD 1 TO COLA-RETENIDAS
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-TOPE-APROBADOR
      *> A figure that could not be restated in pesos (no rate for
      *> its currency) carries no peso amount - only a reviewer
      *> without any limit can vouch for it.
           IF APROBADOR-SIN-LIMITE NOT = "S"
               IF AQ-EQUIVALENTE > TOPE-APROBADOR
                       OR (AQ-EQUIVALENTE = 0 AND AQ-RESULT NOT = 0)
                   DISPLAY "Su limite de autorizacion no alcanza "
                       "para este importe. Queda pendiente."
                   ADD 1 TO COLA-RETENIDAS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "A=aprobar, R=rechazar, otra tecla=dejar "
               "pendiente: ".
           ACCEPT DECISION-COLA
           EVALUATE DECISION-COLA
               WHEN "A"
                   PERFORM LIBERAR-TRANSACCION-APROBADA
               WHEN "R"
                   MOVE "D" TO AQ-ESTADO
                   MOVE USUARIO-SESION TO AQ-DECISOR
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO AQ-FECHA-DECISION
                   MOVE APPROVAL-QUEUE-RECORD TO TQ-IMAGEN(COLA-IDX)
                   ADD 1 TO COLA-RECHAZADAS
                   DISPLAY "Transaccion rechazada - no se procesara."
                   MOVE "TXNRECH" TO ACCION-ADMIN
                   MOVE CT-TRANS-ID TO OBJETO-ADMIN
                   PERFORM REGISTRAR-AUDITORIA-ADMIN
               WHEN OTHER
                   ADD 1 TO COLA-RETENIDAS
           END-EVALUATE.

       BUSCAR-TOPE-APROBADOR.
      *> The reviewer's own line, else the "*" default, else no
      *> limit at all - the same rule the batch holds submitters to,
      *> including the separate figure for reversals.
           MOVE "S" TO APROBADOR-SIN-LIMITE
           MOVE 0 TO TOPE-APROBADOR
           MOVE 0 TO LIMITES-SLOT
           PERFORM VARYING LIMITES-IDX FROM 1 BY 1
                   UNTIL LIMITES-IDX > LIMITES-CNT
                   OR LIMITES-SLOT > 0
               IF TL-USUARIO(LIMITES-IDX) = USUARIO-SESION
                   MOVE LIMITES-IDX TO LIMITES-SLOT
               END-IF
           END-PERFORM
           IF LIMITES-SLOT = 0
               MOVE LIMITES-DEFECTO TO LIMITES-SLOT
           END-IF
           IF LIMITES-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO APROBADOR-SIN-LIMITE
           IF CT-OPTION = 9
               MOVE TL-MONTO-REV(LIMITES-SLOT) TO TOPE-APROBADOR
           ELSE
               MOVE TL-MONTO(LIMITES-SLOT) TO TOPE-APROBADOR
           END-IF.

       LIBERAR-TRANSACCION-APROBADA.
      *> Same warehouse record CALCULATOR-BATCH writes for a
      *> future-dated detail: the release step does not care why a
      *> detail waited, only that its date has come.
           OPEN EXTEND CALC-PENDING-FILE
           IF ESTADO-PENDIENTES = "35"
               OPEN OUTPUT CALC-PENDING-FILE
               CLOSE CALC-PENDING-FILE
               OPEN EXTEND CALC-PENDING-FILE
           END-IF
           IF ESTADO-PENDIENTES NOT = "00"
               DISPLAY "No se pudo abrir CALCPEND.DAT, estado "
                   ESTADO-PENDIENTES " - queda pendiente."
               MOVE "00" TO ESTADO-PENDIENTES
               ADD 1 TO COLA-RETENIDAS
               EXIT PARAGRAPH
           END-IF
           MOVE AQ-BATCH-ORIGEN TO PEN-BATCH-ORIGEN
           MOVE AQ-DEPARTAMENTO TO PEN-DEPARTAMENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA-RETENIDO
           MOVE AQ-TRANSACCION TO PEN-TRANSACCION
           WRITE CALC-PENDING-RECORD
           CLOSE CALC-PENDING-FILE
           MOVE "A" TO AQ-ESTADO
           MOVE USUARIO-SESION TO AQ-DECISOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO AQ-FECHA-DECISION
           MOVE APPROVAL-QUEUE-RECORD TO TQ-IMAGEN(COLA-IDX)
           ADD 1 TO COLA-APROBADAS
           DISPLAY "Transaccion aprobada - entra en el proceso "
               "de la proxima noche."
           MOVE "TXNAPRO" TO ACCION-ADMIN
           MOVE CT-TRANS-ID TO OBJETO-ADMIN
           PERFORM REGISTRAR-AUDITORIA-ADMIN.

       REESCRIBIR-COLA.
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           PERFORM VARYING COLA-IDX FROM 1 BY 1
                   UNTIL COLA-IDX > COLA-CNT
               MOVE TQ-IMAGEN(COLA-IDX) TO APPROVAL-QUEUE-RECORD
               WRITE APPROVAL-QUEUE-RECORD
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.

       LISTAR-ANTIGUEDAD-COLA.
      *> Read-only aging of what still waits for a decision: days
      *> each entry has been queued, then the count in each age band
      *> and the peso figure waiting, so a queue nobody is working
      *> shows up before the senders start asking.
           DISPLAY "===== ANTIGUEDAD DE LA COLA DE APROBACION ====="
           PERFORM CARGAR-COLA
           IF COLA-DESBORDE = "S"
               DISPLAY "(la cola excede 500 entradas - se listan "
                   "las primeras)"
           END-IF
           MOVE 0 TO COLA-TRAMO-1
           MOVE 0 TO COLA-TRAMO-2
           MOVE 0 TO COLA-TRAMO-3
           MOVE 0 TO COLA-TRAMO-4
           MOVE 0 TO COLA-TOTAL-EQUIV
           COMPUTE HOY-ENTERO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           DISPLAY "TRANSACCION  USUARIO      DEPTO      RETENIDA "
               "DIAS           EN PESOS"
           PERFORM VARYING COLA-IDX FROM 1 BY 1
                   UNTIL COLA-IDX > COLA-CNT
               PERFORM LISTAR-UNA-ANTIGUEDAD
           END-PERFORM
           DISPLAY "----------------------------------------"
           DISPLAY "0-1 dias: " COLA-TRAMO-1
               "  2-3 dias: " COLA-TRAMO-2
               "  4-7 dias: " COLA-TRAMO-3
               "  mas de 7: " COLA-TRAMO-4
           MOVE COLA-TOTAL-EQUIV TO IMPORTE-EDITADO
           DISPLAY "Total pendiente en pesos: " IMPORTE-EDITADO.

       LISTAR-UNA-ANTIGUEDAD.
           MOVE TQ-IMAGEN(COLA-IDX) TO APPROVAL-QUEUE-RECORD
           IF AQ-ESTADO NOT = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE AQ-TRANSACCION TO CALC-TRANS-RECORD
           MOVE 0 TO DIAS-EN-COLA
           IF AQ-FECHA-ENCOLADO IS NUMERIC
               COMPUTE DIAS-EN-COLA = HOY-ENTERO -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(AQ-FECHA-ENCOLADO))
           END-IF
           EVALUATE TRUE
               WHEN DIAS-EN-COLA <= 1
                   ADD 1 TO COLA-TRAMO-1
               WHEN DIAS-EN-COLA <= 3
                   ADD 1 TO COLA-TRAMO-2
               WHEN DIAS-EN-COLA <= 7
                   ADD 1 TO COLA-TRAMO-3
               WHEN OTHER
                   ADD 1 TO COLA-TRAMO-4
           END-EVALUATE
           ADD AQ-EQUIVALENTE TO COLA-TOTAL-EQUIV
           MOVE AQ-EQUIVALENTE TO IMPORTE-EDITADO
           DISPLAY CT-TRANS-ID " " CT-USUARIO(1:12) " "
               AQ-DEPARTAMENTO " " AQ-FECHA-ENCOLADO " "
               DIAS-EN-COLA " " IMPORTE-EDITADO.

       AUTORIZAR-VENTANA.
      *> Sign-on plus the VENTANA right, for forcing a closed window
      *> before any session exists. USER-MASTER is not open yet.
           MOVE "N" TO PERMISO-OK
           MOVE "A" TO AUT-FUNCION
           MOVE USUARIO-INGRESADO TO AUT-USUARIO
           MOVE PASSWORD-INGRESADO TO AUT-PASSWORD
           MOVE "RegisterLoginSimple" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY "Usuario o password incorrectos - la ventana "
                   "sigue cerrada."
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO AUT-FUNCION
           MOVE "VENTANA" TO AUT-PERMISO
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           IF AUT-RESULTADO NOT = "S"
               DISPLAY "Usuario sin permiso para forzar la ventana - "
                   "la ventana sigue cerrada."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO PERMISO-OK.

       BORRAR-PERMISOS-SESION.
           MOVE "N" TO PERM-USUARIOS
           MOVE "N" TO PERM-DESBLOQ
           MOVE "N" TO PERM-TASAENV
           MOVE "N" TO PERM-TASAAPR
           MOVE "N" TO PERM-DEPTOS
           MOVE "N" TO PERM-ORDENES
           MOVE "N" TO PERM-LOTEAPR.

       CARGAR-PERMISOS-SESION.
      *> One question per function the menu offers. The shared
      *> subprogram answers from PERMISOS.DAT, or by the old admin
      *> flag where the shop has no such file.
           PERFORM BORRAR-PERMISOS-SESION
           MOVE "USUARIOS" TO PERMISO-CONSULTA
           PERFORM CONSULTAR-PERMISO
           MOVE PERMISO-OK TO PERM-USUARIOS
           MOVE "DESBLOQ" TO PERMISO-CONSULTA
           PERFORM CONSULTAR-PERMISO
           MOVE PERMISO-OK TO PERM-DESBLOQ
           MOVE "TASAENV" TO PERMISO-CONSULTA
           PERFORM CONSULTAR-PERMISO
           MOVE PERMISO-OK TO PERM-TASAENV
           MOVE "TASAAPR" TO PERMISO-CONSULTA
           PERFORM CONSULTAR-PERMISO
           MOVE PERMISO-OK TO PERM-TASAAPR
           MOVE "DEPTOS" TO PERMISO-CONSULTA
           PERFORM CONSULTAR-PERMISO
           MOVE PERMISO-OK TO PERM-DEPTOS
           MOVE "ORDENES" TO PERMISO-CONSULTA
           PERFORM CONSULTAR-PERMISO
           MOVE PERMISO-OK TO PERM-ORDENES
           MOVE "LOTEAPR" TO PERMISO-CONSULTA
           PERFORM CONSULTAR-PERMISO
           MOVE PERMISO-OK TO PERM-LOTEAPR.

       CONSULTAR-PERMISO.
           MOVE "P" TO AUT-FUNCION
           MOVE USUARIO-SESION TO AUT-USUARIO
           MOVE ROL-SESION TO AUT-ROLE
           MOVE PERMISO-CONSULTA TO AUT-PERMISO
           MOVE "RegisterLoginSimple" TO AUT-PROGRAMA
           CALL "AUTENTICAR-USUARIO" USING AUTH-PARAMETROS
           MOVE AUT-RESULTADO TO PERMISO-OK.

       MANTENER-PERMISOS.
      *> Grants or withdraws one right per visit. Nobody changes their
      *> own rights, and the last line giving user administration
      *> cannot be withdrawn - somebody must always be able to come
      *> back here. The first visit in a shop without the file seeds
      *> it with role group "A" holding everything, which is what the
      *> old admin flag meant, so nobody loses access on the day the
      *> file appears.
           DISPLAY "===== PERMISOS POR FUNCION ====="
           PERFORM CARGAR-PERMISOS
           IF PERMISOS-DESBORDE = "S"
               DISPLAY "Demasiados permisos registrados para "
                   "mantener de una vez - sesion cancelada, nada "
                   "cambio. Depure PERMISOS.DAT y reintente."
               EXIT PARAGRAPH
           END-IF
           IF PERMISOS-NUEVO = "S"
               DISPLAY "(sin PERMISOS.DAT - se parte del rol A con "
                   "todas las funciones)"
               MOVE 1 TO PERMISOS-CNT
               MOVE SPACES TO TPR-IMAGEN(1)
               MOVE "G" TO TPR-TIPO(1)
               MOVE "A" TO TPR-SUJETO(1)
               MOVE "*" TO TPR-FUNCION(1)
               MOVE USUARIO-SESION TO TPR-OTORGADO-POR(1)
               MOVE FUNCTION CURRENT-DATE(1:8) TO TPR-FECHA(1)
               MOVE "N" TO TPR-BORRADO(1)
           END-IF
           PERFORM VARYING PERMISOS-IDX FROM 1 BY 1
                   UNTIL PERMISOS-IDX > PERMISOS-CNT
               DISPLAY PERMISOS-IDX " " TPR-TIPO(PERMISOS-IDX) " "
                   TPR-SUJETO(PERMISOS-IDX) " "
                   TPR-FUNCION(PERMISOS-IDX) " otorgado por "
                   TPR-OTORGADO-POR(PERMISOS-IDX) " el "
                   TPR-FECHA(PERMISOS-IDX)
           END-PERFORM
           DISPLAY "Funciones: USUARIOS DESBLOQ TASAENV TASAAPR "
               "DEPTOS ORDENES ALERTAS VENTANA LOTEAPR *"
           DISPLAY "Otorgar (O), quitar (Q) o salir (vacio): "
           ACCEPT RESPUESTA-PERMISO
           EVALUATE RESPUESTA-PERMISO
               WHEN "O"
                   PERFORM OTORGAR-PERMISO
               WHEN "Q"
                   PERFORM QUITAR-PERMISO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OTORGAR-PERMISO.
           DISPLAY "Tipo (U = usuario, G = grupo de rol): "
           ACCEPT PERMISO-TIPO
           IF PERMISO-TIPO NOT = "U" AND PERMISO-TIPO NOT = "G"
               DISPLAY "Tipo invalido - nada cambio."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Usuario o rol: "
           ACCEPT PERMISO-SUJETO
           IF PERMISO-SUJETO = SPACES
               DISPLAY "Falta el usuario o rol - nada cambio."
               EXIT PARAGRAPH
           END-IF
           IF PERMISO-TIPO = "U" AND PERMISO-SUJETO = USUARIO-SESION
               DISPLAY "No puede cambiar sus propios permisos - otro "
                   "administrador debe hacerlo."
               EXIT PARAGRAPH
           END-IF
           IF PERMISO-TIPO = "U"
               MOVE PERMISO-SUJETO TO USR-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "Usuario no encontrado - nada cambio."
                       EXIT PARAGRAPH
               END-READ
           END-IF
           DISPLAY "Funcion: "
           ACCEPT PERMISO-FUNCION
           PERFORM VALIDAR-FUNCION-PERMISO
           IF PERMISO-VALIDO NOT = "S"
               DISPLAY "Funcion desconocida - nada cambio."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PERMISOS-IDX FROM 1 BY 1
                   UNTIL PERMISOS-IDX > PERMISOS-CNT
               IF TPR-TIPO(PERMISOS-IDX) = PERMISO-TIPO
                       AND TPR-SUJETO(PERMISOS-IDX) = PERMISO-SUJETO
                       AND TPR-FUNCION(PERMISOS-IDX) = PERMISO-FUNCION
                   DISPLAY "Ese permiso ya esta otorgado."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF PERMISOS-CNT >= 300
               DISPLAY "Demasiados permisos registrados."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PERMISOS-CNT
           MOVE SPACES TO TPR-IMAGEN(PERMISOS-CNT)
           MOVE PERMISO-TIPO TO TPR-TIPO(PERMISOS-CNT)
           MOVE PERMISO-SUJETO TO TPR-SUJETO(PERMISOS-CNT)
           MOVE PERMISO-FUNCION TO TPR-FUNCION(PERMISOS-CNT)
           MOVE USUARIO-SESION TO TPR-OTORGADO-POR(PERMISOS-CNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO TPR-FECHA(PERMISOS-CNT)
           MOVE "N" TO TPR-BORRADO(PERMISOS-CNT)
           PERFORM REESCRIBIR-PERMISOS
           DISPLAY "Permiso otorgado: " PERMISO-TIPO " "
               FUNCTION TRIM(PERMISO-SUJETO) " " PERMISO-FUNCION
           MOVE "PERMALTA" TO ACCION-ADMIN
           MOVE PERMISO-SUJETO TO OBJETO-ADMIN
           PERFORM REGISTRAR-AUDITORIA-ADMIN.

       QUITAR-PERMISO.
           IF PERMISOS-CNT = 0
               DISPLAY "No hay permisos registrados."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero a quitar (0 = ninguno): "
           ACCEPT VALOR-INGRESADO
           IF FUNCTION TEST-NUMVAL(VALOR-INGRESADO) NOT = 0
               DISPLAY "Numero invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(VALOR-INGRESADO) TO PERMISO-ELEGIDO
           IF PERMISO-ELEGIDO = 0
               EXIT PARAGRAPH
           END-IF
           IF PERMISO-ELEGIDO > PERMISOS-CNT
               DISPLAY "No existe el permiso " PERMISO-ELEGIDO "."
               EXIT PARAGRAPH
           END-IF
           IF TPR-TIPO(PERMISO-ELEGIDO) = "U"
                   AND TPR-SUJETO(PERMISO-ELEGIDO) = USUARIO-SESION
               DISPLAY "No puede cambiar sus propios permisos - otro "
                   "administrador debe hacerlo."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TITULARES-USUARIOS
           PERFORM VARYING PERMISOS-IDX FROM 1 BY 1
                   UNTIL PERMISOS-IDX > PERMISOS-CNT
               IF TPR-FUNCION(PERMISOS-IDX) = "USUARIOS"
                       OR TPR-FUNCION(PERMISOS-IDX) = "*"
                   ADD 1 TO TITULARES-USUARIOS
               END-IF
           END-PERFORM
           IF TITULARES-USUARIOS = 1
                   AND (TPR-FUNCION(PERMISO-ELEGIDO) = "USUARIOS"
                       OR TPR-FUNCION(PERMISO-ELEGIDO) = "*")
               DISPLAY "Es el ultimo permiso de administracion de "
                   "usuarios - otorgue otro antes de quitarlo."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO TPR-BORRADO(PERMISO-ELEGIDO)
           PERFORM REESCRIBIR-PERMISOS
           DISPLAY "Permiso quitado: " TPR-TIPO(PERMISO-ELEGIDO) " "
               FUNCTION TRIM(TPR-SUJETO(PERMISO-ELEGIDO)) " "
               TPR-FUNCION(PERMISO-ELEGIDO)
           MOVE "PERMBAJA" TO ACCION-ADMIN
           MOVE TPR-SUJETO(PERMISO-ELEGIDO) TO OBJETO-ADMIN
           PERFORM REGISTRAR-AUDITORIA-ADMIN.

       VALIDAR-FUNCION-PERMISO.
           MOVE "N" TO PERMISO-VALIDO
           EVALUATE PERMISO-FUNCION
               WHEN "USUARIOS"
               WHEN "DESBLOQ"
               WHEN "TASAENV"
               WHEN "TASAAPR"
               WHEN "DEPTOS"
               WHEN "ORDENES"
               WHEN "ALERTAS"
               WHEN "VENTANA"
               WHEN "LOTEAPR"
               WHEN "*"
                   MOVE "S" TO PERMISO-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CARGAR-PERMISOS.
           MOVE 0 TO PERMISOS-CNT
           MOVE "N" TO PERMISOS-DESBORDE
           MOVE "N" TO PERMISOS-NUEVO
           OPEN INPUT PERMISSION-FILE
           IF ESTADO-PERMISOS NOT = "00"
               MOVE "00" TO ESTADO-PERMISOS
               MOVE "S" TO PERMISOS-NUEVO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ESTADO-PERMISOS = "10"
               READ PERMISSION-FILE
                   AT END
                       MOVE "10" TO ESTADO-PERMISOS
                   NOT AT END
                       IF PERMISOS-CNT < 300
                           ADD 1 TO PERMISOS-CNT
                           MOVE PERMISSION-RECORD
                               TO TPR-IMAGEN(PERMISOS-CNT)
                           MOVE "N" TO TPR-BORRADO(PERMISOS-CNT)
                       ELSE
                           MOVE "S" TO PERMISOS-DESBORDE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO ESTADO-PERMISOS
           CLOSE PERMISSION-FILE.

       REESCRIBIR-PERMISOS.
           OPEN OUTPUT PERMISSION-FILE
           PERFORM VARYING PERMISOS-IDX FROM 1 BY 1
                   UNTIL PERMISOS-IDX > PERMISOS-CNT
               IF TPR-BORRADO(PERMISOS-IDX) NOT = "S"
                   MOVE TPR-IMAGEN(PERMISOS-IDX) TO PERMISSION-RECORD
                   WRITE PERMISSION-RECORD
               END-IF
           END-PERFORM
           CLOSE PERMISSION-FILE.

       CONSULTAR-USUARIO.
      *> The full picture of one account on one screen: the master
      *> record the admin used to read from LISTAR-USUARIOS plus the
