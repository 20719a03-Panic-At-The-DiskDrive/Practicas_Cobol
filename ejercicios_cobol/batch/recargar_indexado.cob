      *> actually loaded before the rebuild is declared good -
      *> a short image refuses rather than quietly reloading half
      *> the shop.
      *> A TXNHIST rebuild creates all four alternate indexes as it
      *> loads and then walks each of them; the images carry plain
      *> records, so reloading a generation unloaded before the
      *> alternate keys existed is also how the live file gets them.
           SELECT BACKUP-IMAGE-FILE ASSIGN TO DYNAMIC WS-BKP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
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
       01 WS-CNT-ESPERADOS    PIC 9(7) VALUE 0.
       01 WS-CTL-VISTO        PIC X VALUE "N".
       01 WS-CARGA-OK         PIC X VALUE "S".
      *> Alternate-key walk of TXNHIST.DAT, checked against the
      *> count the prime key gave.
       01 WS-CLAVE-NRO        PIC 9 VALUE 0.
       01 WS-CLAVE-NOMBRE     PIC X(17).
       01 WS-CNT-CLAVE        PIC 9(7) VALUE 0.
       01 WS-CNT-PRIMARIA     PIC 9(7) VALUE 0.
       01 WS-CLAVES-OK        PIC X VALUE "S".

       01 WS-REG-CONTROL.
          05 WS-CTL-MARCA     PIC X(5).
           PERFORM CARGAR-IMAGEN
           PERFORM CERRAR-DESTINO
           CLOSE BACKUP-IMAGE-FILE
           IF WS-ARCHIVO = "TXNHIST"
               PERFORM COMPROBAR-CLAVES-RECARGADAS
           END-IF

           PERFORM VERIFICAR-CARGA
           STOP RUN.
                   DISPLAY "RELOAD BAD: some records were refused "
                       "by the index."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CLAVES-OK NOT = "S"
                   DISPLAY "RELOAD BAD: an alternate index does not "
                       "cover every record loaded."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "RELOAD GOOD: " WS-ARCHIVO " rebuilt "
                       "from " FUNCTION TRIM(WS-BKP-NOMBRE) " with "
                       WS-CNT-CARGADOS " record(s)."
           END-EVALUATE.

       COMPROBAR-CLAVES-RECARGADAS.
           OPEN INPUT TXN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Rebuilt TXNHIST cannot be reopened, status "
                   WS-HIST-STATUS
               MOVE "N" TO WS-CLAVES-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CNT-PRIMARIA
           MOVE LOW-VALUES TO TH-TRANS-ID
           START TXN-HISTORY-FILE KEY IS NOT LESS THAN TH-TRANS-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CNT-PRIMARIA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HIST-STATUS
           PERFORM VERIFICAR-CLAVES-TXNHIST
           CLOSE TXN-HISTORY-FILE.

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
