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

           SELECT PERIOD-BALANCE-FILE ASSIGN TO "PERBAL.DAT"
      *> the archive image and comes off the live file. The archive
      *> WRITE lands before the DELETE, so an abend between the two
      *> leaves a duplicate in the archive, never a lost record.
      *> The pass starts at the month's first process date on the
      *> TH-FECHA-PROCESO alternate key and ends at the first record
      *> of the month after; "02" is a good read on a shared date.
           MOVE SPACES TO TH-FECHA-PROCESO
           STRING WS-PERIODO "00" DELIMITED BY SIZE
               INTO TH-FECHA-PROCESO
           START TXN-HISTORY-FILE
                   KEY IS NOT LESS THAN TH-FECHA-PROCESO
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   AND WS-HIST-STATUS NOT = "02"
               READ TXN-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TH-FECHA-PROCESO(1:6) = WS-PERIODO
                           PERFORM ARCHIVAR-UNA-TRANSACCION
                       ELSE
                           MOVE "10" TO WS-HIST-STATUS
                       END-IF
               END-READ
           END-PERFORM
