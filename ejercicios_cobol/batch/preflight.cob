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

           SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB.DAT"
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS WS-DEPT-STATUS.

      *> The outstanding-postings register GL-ACK-RECON keeps.
           SELECT GL-REGISTER-FILE ASSIGN TO "GLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREG-STATUS.

           SELECT OPER-ALERT-FILE ASSIGN TO "OPALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       FD  DEPT-MASTER.
       COPY "DEPTMAST.cpy".

       FD  GL-REGISTER-FILE.
       COPY "GLREG.cpy".

       FD  OPER-ALERT-FILE.
       COPY "ALERTLOG.cpy".

       01 WS-HIST-STATUS      PIC XX VALUE "00".
       01 WS-RATE-STATUS      PIC XX VALUE "00".
       01 WS-DEPT-STATUS      PIC XX VALUE "00".
       01 WS-GLREG-STATUS     PIC XX VALUE "00".
       01 WS-ALERT-STATUS     PIC XX VALUE "00".
       01 WS-JOBLOG-STATUS    PIC XX VALUE "00".
       01 WS-TS-INICIO        PIC X(21).
       01 WS-CNT-REJECTS      PIC 9(5) VALUE 0.
       01 WS-CNT-CRITICAS     PIC 9(3) VALUE 0.
       01 WS-PRIMER-REGISTRO  PIC X VALUE "S".
       01 WS-HOY              PIC X(8).
       01 WS-GL-FECHA-ANT     PIC X(8) VALUE SPACES.
       01 WS-GL-ABIERTAS      PIC 9(5) VALUE 0.

      *> Every batch header found on the intake, so the checkpoint
      *> and the register can both be checked against what tonight's
           PERFORM VERIFICAR-REJECTS
           PERFORM VERIFICAR-INDEXADOS
           PERFORM VERIFICAR-ALERTAS
           PERFORM VERIFICAR-CONTABILIZACION
           DISPLAY "-----------------------------------------------"
           IF WS-CNT-PROBLEMAS = 0
               DISPLAY "PRE-FLIGHT clean - stream may run."
               PERFORM ANOTAR-PROBLEMA
           END-IF.

       VERIFICAR-CONTABILIZACION.
      *> A previous day's GL extract the ledger never confirmed is
      *> money the books may not have. It does not stop tonight's
      *> stream - the fix is on the ledger side - so it is a warning,
      *> not a problem, repeated every night until it is settled.
           MOVE WS-TS-INICIO(1:8) TO WS-HOY
           OPEN INPUT GL-REGISTER-FILE
           IF WS-GLREG-STATUS NOT = "00"
               MOVE "00" TO WS-GLREG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLREG-STATUS = "10"
               READ GL-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-GLREG-STATUS
                   NOT AT END
                       IF GR-ESTADO NOT = "A"
                               AND GR-FECHA-EXTRACTO < WS-HOY
                           ADD 1 TO WS-GL-ABIERTAS
                           IF GR-FECHA-EXTRACTO NOT = WS-GL-FECHA-ANT
                               MOVE GR-FECHA-EXTRACTO
                                   TO WS-GL-FECHA-ANT
                               DISPLAY "WARNING: GL extract "
                                   GR-FECHA-EXTRACTO " not confirmed "
                                   "by the ledger (GLREG.DAT)."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-GLREG-STATUS
           CLOSE GL-REGISTER-FILE
           IF WS-GL-ABIERTAS > 0
               DISPLAY "WARNING: " WS-GL-ABIERTAS " GL posting line(s)"
                   " from earlier extracts still outstanding."
           END-IF.

       ESCRIBIR-JOBLOG.
      *> Problems found ride in JL-RECORDS-ERROR so the morning
      *> inquiry flags a dirty pre-flight the same way it flags a
               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP009" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
