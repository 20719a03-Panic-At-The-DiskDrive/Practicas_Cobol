               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-ALERTAS.

      *> Who may use which administrative function - asked with
      *> AUT-FUNCION "P" by every program that offers one.
           SELECT PERMISSION-FILE ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-PERMISOS.

      *> Who is signed on where - kept by AUT-FUNCION "E"/"T"/"F"
      *> for every interactive program, so one user cannot hold
      *> two desks and an abandoned menu does not stay usable.
           SELECT SESSION-FILE ASSIGN TO "SESIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-SESIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       FD  OPER-ALERT-FILE.
       COPY "ALERTLOG.cpy".

       FD  PERMISSION-FILE.
       COPY "PERMISOS.cpy".

       FD  SESSION-FILE.
       COPY "SESIONES.cpy".

       WORKING-STORAGE SECTION.
       77 ESTADO-USER-MASTER    PIC XX VALUE "00".
       77 ESTADO-AUDITORIA      PIC XX VALUE "00".
       77 ESTADO-AUDIT-ADMIN    PIC XX VALUE "00".
       77 ESTADO-ALERTAS        PIC XX VALUE "00".
       77 MENSAJE-ALERTA        PIC X(60).
       77 ESTADO-PERMISOS       PIC XX VALUE "00".
       77 ESTADO-SESIONES       PIC XX VALUE "00".

       77 HASH-ENTRADA          PIC X(20).
       77 HASH-RESULTADO        PIC X(32).
       77 EDAD-PASSWORD         PIC S9(5) VALUE 0.
       77 HOY-ENTERO            PIC 9(7) VALUE 0.

      *> The registry is small - it is loaded whole, changed in
      *> memory and written back, like the other line files the
      *> admin menus maintain. A registry too big for the table is
      *> left as it is.
       01 TABLA-SESIONES.
          05 TSE-ENTRADA OCCURS 500 TIMES.
             10 TSE-IMAGEN      PIC X(82).
             10 TSE-BORRADA     PIC X.
       77 SESIONES-CNT          PIC 9(4) VALUE 0.
       77 SESIONES-IDX          PIC 9(4) VALUE 0.
       77 SESION-PROPIA         PIC 9(4) VALUE 0.
       77 SESIONES-DESBORDE     PIC X VALUE "N".
       77 AHORA-TS              PIC X(21).
       77 AHORA-SEGUNDOS        PIC 9(11) VALUE 0.
       77 ACTIVIDAD-TS          PIC X(21).
       77 INACTIVO-SEGUNDOS     PIC S9(11) VALUE 0.
       77 LIMITE-SEGUNDOS       PIC 9(6) VALUE 0.

      *> The lockout threshold comes from the PARAMS.DAT control
      *> cards on every authentication, so a change takes effect
      *> without recompiling anything.
               MOVE HASH-RESULTADO TO AUT-HASH
               GOBACK
           END-IF
           IF AUT-FUNCION = "P"
               PERFORM VERIFICAR-PERMISO
               GOBACK
           END-IF
           IF AUT-FUNCION = "E" OR AUT-FUNCION = "T"
                   OR AUT-FUNCION = "F"
               PERFORM PREPARAR-SESIONES
               EVALUATE AUT-FUNCION
                   WHEN "E"
                       PERFORM ABRIR-SESION
                   WHEN "T"
                       PERFORM TOCAR-SESION
                   WHEN "F"
                       PERFORM CERRAR-SESION
               END-EVALUATE
               GOBACK
           END-IF

           MOVE "N" TO AUTENTICADO
           MOVE "N" TO AUT-RESULTADO
               MOVE "V" TO AUT-RESULTADO
           END-IF.

       VERIFICAR-PERMISO.
      *> A right comes from a line naming the user or the user's role
      *> group, for the function asked or for all of them ("*"). A
      *> shop that never wrote the file keeps the single admin flag:
      *> role "A" may do everything, nobody else anything.
           MOVE "N" TO AUT-RESULTADO
           OPEN INPUT PERMISSION-FILE
           IF ESTADO-PERMISOS NOT = "00"
               MOVE "00" TO ESTADO-PERMISOS
               IF AUT-ROLE = "A"
                   MOVE "S" TO AUT-RESULTADO
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ESTADO-PERMISOS = "10"
               READ PERMISSION-FILE
                   AT END
                       MOVE "10" TO ESTADO-PERMISOS
                   NOT AT END
                       IF (PRM-FUNCION = AUT-PERMISO
                               OR PRM-FUNCION = "*")
                           AND ((PRM-TIPO = "U"
                                   AND PRM-SUJETO = AUT-USUARIO)
                               OR (PRM-TIPO = "G"
                                   AND PRM-SUJETO = AUT-ROLE))
                           MOVE "S" TO AUT-RESULTADO
                           MOVE "10" TO ESTADO-PERMISOS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO ESTADO-PERMISOS
           CLOSE PERMISSION-FILE.

       PREPARAR-SESIONES.
           MOVE "S" TO AUT-RESULTADO
           MOVE "N" TO PAR-ECO
           CALL "LEER-PARAMETROS" USING PARAMETROS-SISTEMA
           COMPUTE LIMITE-SEGUNDOS = PAR-SESION-INACTIVA * 60
           MOVE FUNCTION CURRENT-DATE TO AHORA-TS
           COMPUTE AHORA-SEGUNDOS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AHORA-TS(1:8))) * 86400
               + FUNCTION NUMVAL(AHORA-TS(9:2)) * 3600
               + FUNCTION NUMVAL(AHORA-TS(11:2)) * 60
               + FUNCTION NUMVAL(AHORA-TS(13:2))
           PERFORM CARGAR-SESIONES.

       ABRIR-SESION.
      *> Sessions of anybody that sat idle past the limit are dead -
      *> a program killed without signing off leaves one behind -
      *> so they are dropped here rather than blocking the user's
      *> next sign-on.
           IF SESIONES-DESBORDE = "S"
               DISPLAY "Registro de sesiones lleno - la sesion no "
                   "queda registrada."
               MOVE SPACES TO AUT-SESION-TS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SESION-PROPIA
           PERFORM VARYING SESIONES-IDX FROM 1 BY 1
                   UNTIL SESIONES-IDX > SESIONES-CNT
               MOVE TSE-IMAGEN(SESIONES-IDX) TO SESSION-RECORD
               MOVE SE-ACTIVIDAD-TS TO ACTIVIDAD-TS
               PERFORM CALCULAR-INACTIVIDAD
               IF INACTIVO-SEGUNDOS > LIMITE-SEGUNDOS
                   MOVE "S" TO TSE-BORRADA(SESIONES-IDX)
               ELSE
                   IF SE-USUARIO = AUT-USUARIO
                       MOVE SESIONES-IDX TO SESION-PROPIA
                   END-IF
               END-IF
           END-PERFORM

           IF SESION-PROPIA > 0
               MOVE TSE-IMAGEN(SESION-PROPIA) TO SESSION-RECORD
               IF AUT-TOMAR NOT = "S"
                   MOVE "C" TO AUT-RESULTADO
                   MOVE SE-PROGRAMA TO AUT-SESION-OTRA
                   MOVE SE-INICIO-TS TO AUT-SESION-TS
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO TSE-BORRADA(SESION-PROPIA)
               MOVE "SESTOMA" TO ADM-ACCION
               PERFORM ANOTAR-SESION
           END-IF

           IF SESIONES-CNT >= 500
               DISPLAY "Registro de sesiones lleno - la sesion no "
                   "queda registrada."
               MOVE SPACES TO AUT-SESION-TS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SESIONES-CNT
           MOVE SPACES TO SESSION-RECORD
           MOVE AUT-USUARIO TO SE-USUARIO
           MOVE AUT-PROGRAMA TO SE-PROGRAMA
           MOVE AHORA-TS TO SE-INICIO-TS
           MOVE AHORA-TS TO SE-ACTIVIDAD-TS
           MOVE SESSION-RECORD TO TSE-IMAGEN(SESIONES-CNT)
           MOVE "N" TO TSE-BORRADA(SESIONES-CNT)
           MOVE AHORA-TS TO AUT-SESION-TS
           PERFORM REESCRIBIR-SESIONES.

       TOCAR-SESION.
      *> A session registered with a blank identity (registry full
      *> at sign-on) is not tracked and always answers "S".
           IF AUT-SESION-TS = SPACES OR SESIONES-DESBORDE = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-SESION-PROPIA
           IF SESION-PROPIA = 0
               MOVE "Q" TO AUT-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE TSE-IMAGEN(SESION-PROPIA) TO SESSION-RECORD
           MOVE SE-ACTIVIDAD-TS TO ACTIVIDAD-TS
           PERFORM CALCULAR-INACTIVIDAD
           IF INACTIVO-SEGUNDOS > LIMITE-SEGUNDOS
               MOVE "T" TO AUT-RESULTADO
               MOVE "S" TO TSE-BORRADA(SESION-PROPIA)
               MOVE "SESVENC" TO ADM-ACCION
               PERFORM ANOTAR-SESION
           ELSE
               MOVE AHORA-TS TO SE-ACTIVIDAD-TS
               MOVE SESSION-RECORD TO TSE-IMAGEN(SESION-PROPIA)
           END-IF
           PERFORM REESCRIBIR-SESIONES.

       CERRAR-SESION.
           IF AUT-SESION-TS = SPACES OR SESIONES-DESBORDE = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-SESION-PROPIA
           IF SESION-PROPIA > 0
               MOVE "S" TO TSE-BORRADA(SESION-PROPIA)
               PERFORM REESCRIBIR-SESIONES
           END-IF.

       BUSCAR-SESION-PROPIA.
           MOVE 0 TO SESION-PROPIA
           PERFORM VARYING SESIONES-IDX FROM 1 BY 1
                   UNTIL SESIONES-IDX > SESIONES-CNT
                   OR SESION-PROPIA > 0
               MOVE TSE-IMAGEN(SESIONES-IDX) TO SESSION-RECORD
               IF SE-USUARIO = AUT-USUARIO
                       AND SE-INICIO-TS = AUT-SESION-TS
                   MOVE SESIONES-IDX TO SESION-PROPIA
               END-IF
           END-PERFORM.

       CALCULAR-INACTIVIDAD.
      *> Seconds between ACTIVIDAD-TS and now. A stamp that is not a
      *> date at all counts as long dead.
           IF ACTIVIDAD-TS(1:14) IS NOT NUMERIC
               COMPUTE INACTIVO-SEGUNDOS = LIMITE-SEGUNDOS + 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE INACTIVO-SEGUNDOS = AHORA-SEGUNDOS
               - (FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(ACTIVIDAD-TS(1:8))) * 86400
                  + FUNCTION NUMVAL(ACTIVIDAD-TS(9:2)) * 3600
                  + FUNCTION NUMVAL(ACTIVIDAD-TS(11:2)) * 60
                  + FUNCTION NUMVAL(ACTIVIDAD-TS(13:2))).

       CARGAR-SESIONES.
           MOVE 0 TO SESIONES-CNT
           MOVE "N" TO SESIONES-DESBORDE
           OPEN INPUT SESSION-FILE
           IF ESTADO-SESIONES NOT = "00"
               MOVE "00" TO ESTADO-SESIONES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ESTADO-SESIONES = "10"
               READ SESSION-FILE
                   AT END
                       MOVE "10" TO ESTADO-SESIONES
                   NOT AT END
                       IF SESIONES-CNT >= 500
                           MOVE "S" TO SESIONES-DESBORDE
                           MOVE "10" TO ESTADO-SESIONES
                       ELSE
                           ADD 1 TO SESIONES-CNT
                           MOVE SESSION-RECORD
                               TO TSE-IMAGEN(SESIONES-CNT)
                           MOVE "N" TO TSE-BORRADA(SESIONES-CNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO ESTADO-SESIONES
           CLOSE SESSION-FILE.

       REESCRIBIR-SESIONES.
           OPEN OUTPUT SESSION-FILE
           PERFORM VARYING SESIONES-IDX FROM 1 BY 1
                   UNTIL SESIONES-IDX > SESIONES-CNT
               IF TSE-BORRADA(SESIONES-IDX) NOT = "S"
                   MOVE TSE-IMAGEN(SESIONES-IDX) TO SESSION-RECORD
                   WRITE SESSION-RECORD
               END-IF
           END-PERFORM
           CLOSE SESSION-FILE.

       ANOTAR-SESION.
      *> A take-over or an idle timeout ends somebody's session with
      *> nobody at that desk agreeing to it, so it goes on the
      *> administrative trail: actor is the program, object the
      *> user whose session ended.
           OPEN EXTEND ADMIN-AUDIT-FILE
           IF ESTADO-AUDIT-ADMIN = "35"
               OPEN OUTPUT ADMIN-AUDIT-FILE
               CLOSE ADMIN-AUDIT-FILE
               OPEN EXTEND ADMIN-AUDIT-FILE
           END-IF
           MOVE AUT-PROGRAMA TO ADM-USUARIO-ACTOR
           MOVE AUT-USUARIO TO ADM-USUARIO-OBJETO
           MOVE AHORA-TS TO ADM-TIMESTAMP
           WRITE ADMIN-AUDIT-RECORD
           CLOSE ADMIN-AUDIT-FILE.

       HASH-PASSWORD.
      *> One-way transform: running base-31 checksum over the
      *> characters so the plain text password is never stored or
