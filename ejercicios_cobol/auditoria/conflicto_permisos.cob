       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGHTS-CONFLICT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Segregation-of-duties review for the auditors: every user's
      *> effective rights (their own PERMISOS.DAT lines plus their
      *> role group's) checked against the pairs of functions one
      *> person must not hold together. Read-only - nothing is
      *> changed, the report in PERMRPT.DAT is the whole output.
           SELECT USER-MASTER ASSIGN TO "USERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.

           SELECT CONFLICT-REPORT-FILE ASSIGN TO "PERMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "USRMAST.cpy".

       FD  PERMISSION-FILE.
       COPY "PERMISOS.cpy".

       FD  CONFLICT-REPORT-FILE.
       01 CONFLICT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-USER-STATUS      PIC XX VALUE "00".
       01 WS-PERM-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".

      *> The permission file in memory; a shop without one is read
      *> as the old rule, role group "A" holding everything.
       01 WS-PERMISOS-TABLA.
          05 WS-PRM-ENT OCCURS 300 TIMES.
             10 WS-PRM-TIPO      PIC X.
             10 WS-PRM-SUJETO    PIC X(20).
             10 WS-PRM-FUNCION   PIC X(8).
       01 WS-PRM-CNT          PIC 9(3) VALUE 0.
       01 WS-PRM-IDX          PIC 9(3) VALUE 0.
       01 WS-SIN-ARCHIVO      PIC X VALUE "N".

      *> The functions, in PERMISOS.cpy order, and whether the user
      *> being reviewed holds each.
       01 WS-FUNCIONES-VALORES.
          05 FILLER           PIC X(8) VALUE "USUARIOS".
          05 FILLER           PIC X(8) VALUE "DESBLOQ".
          05 FILLER           PIC X(8) VALUE "TASAENV".
          05 FILLER           PIC X(8) VALUE "TASAAPR".
          05 FILLER           PIC X(8) VALUE "DEPTOS".
          05 FILLER           PIC X(8) VALUE "ORDENES".
          05 FILLER           PIC X(8) VALUE "ALERTAS".
          05 FILLER           PIC X(8) VALUE "VENTANA".
          05 FILLER           PIC X(8) VALUE "LOTEAPR".
       01 WS-FUNCIONES REDEFINES WS-FUNCIONES-VALORES.
          05 WS-FUN-CODIGO    PIC X(8) OCCURS 9 TIMES.
       01 WS-TIENE-TABLA.
          05 WS-TIENE         PIC X OCCURS 9 TIMES.
       01 WS-FUN-IDX          PIC 9(2) VALUE 0.

      *> Pairs no single person may hold: positions in WS-FUNCIONES
      *> and the reason printed on the report.
       01 WS-PARES-VALORES.
          05 FILLER           PIC X(34)
             VALUE "0304ENVIA Y APRUEBA TASAS".
          05 FILLER           PIC X(34)
             VALUE "0109FIJA LIMITES Y APRUEBA EXCESOS".
          05 FILLER           PIC X(34)
             VALUE "0609CREA ORDENES Y APRUEBA EXCESOS".
          05 FILLER           PIC X(34)
             VALUE "0102OTORGA PERMISOS Y DESBLOQUEA".
       01 WS-PARES REDEFINES WS-PARES-VALORES.
          05 WS-PAR-ENT OCCURS 4 TIMES.
             10 WS-PAR-A      PIC 9(2).
             10 WS-PAR-B      PIC 9(2).
             10 WS-PAR-MOTIVO PIC X(30).
       01 WS-PAR-IDX          PIC 9(2) VALUE 0.

       01 WS-CNT-USUARIOS     PIC 9(5) VALUE 0.
       01 WS-CNT-CONFLICTOS   PIC 9(5) VALUE 0.
       01 WS-CNT-AFECTADOS    PIC 9(5) VALUE 0.
       01 WS-USUARIO-MARCADO  PIC X VALUE "N".
       01 WS-HOY              PIC X(8).

       01 WS-ENCABEZADO.
          05 FILLER           PIC X(37)
             VALUE "DERECHOS EN CONFLICTO - REVISION DEL ".
          05 WS-ENC-FECHA     PIC X(8).
       01 WS-TITULOS.
          05 FILLER           PIC X(22) VALUE "USUARIO".
          05 FILLER           PIC X(3) VALUE "ROL".
          05 FILLER           PIC X(2) VALUE "E".
          05 FILLER           PIC X(18) VALUE "FUNCIONES".
          05 FILLER           PIC X(30) VALUE "MOTIVO".
       01 WS-LINEA-CONFLICTO.
          05 WS-LC-USUARIO    PIC X(20).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-LC-ROL        PIC X.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-LC-ESTADO     PIC X.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-LC-FUNCION-A  PIC X(8).
          05 FILLER           PIC X VALUE "+".
          05 WS-LC-FUNCION-B  PIC X(8).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-LC-MOTIVO     PIC X(30).
       01 WS-LINEA-TOTAL.
          05 FILLER           PIC X(20) VALUE "USUARIOS REVISADOS: ".
          05 WS-LT-USUARIOS   PIC Z(4)9.
          05 FILLER           PIC X(18) VALUE "  CON CONFLICTO: ".
          05 WS-LT-AFECTADOS  PIC Z(4)9.
          05 FILLER           PIC X(14) VALUE "  CONFLICTOS: ".
          05 WS-LT-CONFLICTOS PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           PERFORM CARGAR-PERMISOS

           OPEN INPUT USER-MASTER
           IF WS-USER-STATUS NOT = "00"
               DISPLAY "Unable to open USER-MASTER, status "
                   WS-USER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONFLICT-REPORT-FILE
           MOVE WS-HOY TO WS-ENC-FECHA
           WRITE CONFLICT-REPORT-RECORD FROM WS-ENCABEZADO
           IF WS-SIN-ARCHIVO = "S"
               MOVE "(SIN PERMISOS.DAT - ROL A CON TODAS LAS FUNCIONES)"
                   TO CONFLICT-REPORT-RECORD
               WRITE CONFLICT-REPORT-RECORD
           END-IF
           MOVE SPACES TO CONFLICT-REPORT-RECORD
           WRITE CONFLICT-REPORT-RECORD
           WRITE CONFLICT-REPORT-RECORD FROM WS-TITULOS

           PERFORM REVISAR-USUARIOS

           MOVE SPACES TO CONFLICT-REPORT-RECORD
           WRITE CONFLICT-REPORT-RECORD
           MOVE WS-CNT-USUARIOS TO WS-LT-USUARIOS
           MOVE WS-CNT-AFECTADOS TO WS-LT-AFECTADOS
           MOVE WS-CNT-CONFLICTOS TO WS-LT-CONFLICTOS
           WRITE CONFLICT-REPORT-RECORD FROM WS-LINEA-TOTAL
           MOVE "FIN DE REVISION" TO CONFLICT-REPORT-RECORD
           WRITE CONFLICT-REPORT-RECORD
           CLOSE CONFLICT-REPORT-FILE
           CLOSE USER-MASTER

           DISPLAY "Rights review complete: " WS-CNT-USUARIOS
               " user(s) reviewed, " WS-CNT-AFECTADOS
               " holding conflicting rights (report in PERMRPT.DAT)."
           STOP RUN.

       CARGAR-PERMISOS.
           MOVE 0 TO WS-PRM-CNT
           OPEN INPUT PERMISSION-FILE
           IF WS-PERM-STATUS NOT = "00"
               MOVE "00" TO WS-PERM-STATUS
               MOVE "S" TO WS-SIN-ARCHIVO
               MOVE 1 TO WS-PRM-CNT
               MOVE "G" TO WS-PRM-TIPO(1)
               MOVE "A" TO WS-PRM-SUJETO(1)
               MOVE "*" TO WS-PRM-FUNCION(1)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERM-STATUS = "10"
               READ PERMISSION-FILE
                   AT END
                       MOVE "10" TO WS-PERM-STATUS
                   NOT AT END
                       IF WS-PRM-CNT < 300
                           ADD 1 TO WS-PRM-CNT
                           MOVE PRM-TIPO TO WS-PRM-TIPO(WS-PRM-CNT)
                           MOVE PRM-SUJETO
                               TO WS-PRM-SUJETO(WS-PRM-CNT)
                           MOVE PRM-FUNCION
                               TO WS-PRM-FUNCION(WS-PRM-CNT)
                       ELSE
                           DISPLAY "Permission table full - lines "
                               "past 300 not reviewed."
                           MOVE 8 TO RETURN-CODE
                           MOVE "10" TO WS-PERM-STATUS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PERM-STATUS
           CLOSE PERMISSION-FILE.

       REVISAR-USUARIOS.
           MOVE LOW-VALUES TO USR-USUARIO
           START USER-MASTER KEY IS NOT LESS THAN USR-USUARIO
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-USER-STATUS NOT = "00"
               READ USER-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM REVISAR-UN-USUARIO
               END-READ
           END-PERFORM
           MOVE "00" TO WS-USER-STATUS.

       REVISAR-UN-USUARIO.
      *> Inactive and locked accounts are reviewed too: an unlock or
      *> a reactivation gives the rights straight back.
           ADD 1 TO WS-CNT-USUARIOS
           MOVE ALL "N" TO WS-TIENE-TABLA
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > WS-PRM-CNT
               IF (WS-PRM-TIPO(WS-PRM-IDX) = "U"
                       AND WS-PRM-SUJETO(WS-PRM-IDX) = USR-USUARIO)
                   OR (WS-PRM-TIPO(WS-PRM-IDX) = "G"
                       AND WS-PRM-SUJETO(WS-PRM-IDX) = USR-ROLE)
                   PERFORM ANOTAR-DERECHO
               END-IF
           END-PERFORM
           MOVE "N" TO WS-USUARIO-MARCADO
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > 4
               IF WS-TIENE(WS-PAR-A(WS-PAR-IDX)) = "S"
                       AND WS-TIENE(WS-PAR-B(WS-PAR-IDX)) = "S"
                   PERFORM INFORMAR-CONFLICTO
               END-IF
           END-PERFORM.

       ANOTAR-DERECHO.
           IF WS-PRM-FUNCION(WS-PRM-IDX) = "*"
               MOVE ALL "S" TO WS-TIENE-TABLA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FUN-IDX FROM 1 BY 1
                   UNTIL WS-FUN-IDX > 9
               IF WS-FUN-CODIGO(WS-FUN-IDX) =
                       WS-PRM-FUNCION(WS-PRM-IDX)
                   MOVE "S" TO WS-TIENE(WS-FUN-IDX)
               END-IF
           END-PERFORM.

       INFORMAR-CONFLICTO.
           ADD 1 TO WS-CNT-CONFLICTOS
           IF WS-USUARIO-MARCADO = "N"
               MOVE "S" TO WS-USUARIO-MARCADO
               ADD 1 TO WS-CNT-AFECTADOS
           END-IF
           MOVE USR-USUARIO TO WS-LC-USUARIO
           MOVE USR-ROLE TO WS-LC-ROL
           MOVE USR-ESTADO TO WS-LC-ESTADO
           MOVE WS-FUN-CODIGO(WS-PAR-A(WS-PAR-IDX)) TO WS-LC-FUNCION-A
           MOVE WS-FUN-CODIGO(WS-PAR-B(WS-PAR-IDX)) TO WS-LC-FUNCION-B
           MOVE WS-PAR-MOTIVO(WS-PAR-IDX) TO WS-LC-MOTIVO
           WRITE CONFLICT-REPORT-RECORD FROM WS-LINEA-CONFLICTO.
