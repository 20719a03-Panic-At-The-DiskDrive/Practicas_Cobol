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
       01 WS-CNT-REGISTROS    PIC 9(7) VALUE 0.
       01 WS-TOT-REGISTROS    PIC 9(7) VALUE 0.
       01 WS-GENERACIONES     PIC 9(2) VALUE 5.
      *> Alternate-key walk of TXNHIST.DAT, checked against the
      *> count the prime key gave.
       01 WS-CLAVE-NRO        PIC 9 VALUE 0.
       01 WS-CLAVE-NOMBRE     PIC X(17).
       01 WS-CNT-CLAVE        PIC 9(7) VALUE 0.
       01 WS-CNT-PRIMARIA     PIC 9(7) VALUE 0.
       01 WS-CLAVES-OK        PIC X VALUE "S".

      *> Image trailer: *CTL* plus the record count, so the reload
      *> can prove the image is whole before it touches anything.
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HIST-STATUS
      *> The image is unloaded in prime-key order and is good either
      *> way; a damaged alternate index only means the live file must
      *> be rebuilt from it before the reports that START on that key
      *> can be trusted.
           MOVE WS-CNT-REGISTROS TO WS-CNT-PRIMARIA
           PERFORM VERIFICAR-CLAVES-TXNHIST
           IF WS-CLAVES-OK NOT = "S"
               DISPLAY "PROBLEM: TXNHIST alternate index damaged - "
                   "rebuild with INDEX-RELOAD TXNHIST " WS-HOY-FECHA
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE TXN-HISTORY-FILE
           PERFORM CERRAR-IMAGEN.

       VERIFICAR-CLAVES-TXNHIST.
      *> Each alternate key is an index of its own and can go bad on
      *> its own while the prime key still reads clean. Walking every
      *> one end to end must find exactly the records the prime key
      *> found; "02" is a good read on a key the records share.
           MOVE "S" TO WS-CLAVES-OK
           PERFORM VARYING WS-CLAVE-NRO FROM 1 BY 1
                   UNTIL WS-CLAVE-NRO > 4
               PERFORM CONTAR-POR-CLAVE-ALTERNA
               IF WS-CNT-CLAVE NOT = WS-CNT-PRIMARIA
                   MOVE "N" TO WS-CLAVES-OK
                   DISPLAY "PROBLEM: TXNHIST alternate key "
                       WS-CLAVE-NOMBRE " reads " WS-CNT-CLAVE
                       " record(s), prime key " WS-CNT-PRIMARIA "."
               END-IF
           END-PERFORM.

       CONTAR-POR-CLAVE-ALTERNA.
           MOVE 0 TO WS-CNT-CLAVE
           MOVE LOW-VALUES TO TXN-HISTORY-RECORD
           EVALUATE WS-CLAVE-NRO
               WHEN 1
                   MOVE "TH-BATCH-ID" TO WS-CLAVE-NOMBRE
                   START TXN-HISTORY-FILE
                           KEY IS NOT LESS THAN TH-BATCH-ID
                       INVALID KEY
                           CONTINUE
                   END-START
               WHEN 2
                   MOVE "TH-USUARIO" TO WS-CLAVE-NOMBRE
                   START TXN-HISTORY-FILE
                           KEY IS NOT LESS THAN TH-USUARIO
                       INVALID KEY
                           CONTINUE
                   END-START
               WHEN 3
                   MOVE "TH-FECHA-EFECTIVA" TO WS-CLAVE-NOMBRE
                   START TXN-HISTORY-FILE
                           KEY IS NOT LESS THAN TH-FECHA-EFECTIVA
                       INVALID KEY
                           CONTINUE
                   END-START
               WHEN 4
                   MOVE "TH-FECHA-PROCESO" TO WS-CLAVE-NOMBRE
                   START TXN-HISTORY-FILE
                           KEY IS NOT LESS THAN TH-FECHA-PROCESO
                       INVALID KEY
                           CONTINUE
                   END-START
           END-EVALUATE
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CNT-CLAVE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HIST-STATUS.

       RESPALDAR-RATETAB.
           MOVE "RATETAB" TO WS-ARCHIVO-ACTUAL
           OPEN INPUT RATE-TABLE-FILE
               IF WS-BKR-BORRAR(WS-BKR-IDX) = "N"
                       AND WS-BKR-FECHA(WS-BKR-IDX) = WS-HOY-FECHA
                   MOVE "NIGHTLY" TO JL-JOB-NAME
                   MOVE SPACES TO JL-OPERADOR
                   MOVE "STEP003" TO JL-STEP-NAME
                   MOVE WS-TS-INICIO TO JL-INICIO-TS
                   MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
