      *> STREAM-CONTROL-FILE record layout - the nightly stream's own
      *> progress sheet, kept by the STREAM-CONTROL command that
      *> run_nightly_job.sh calls around every step. One "STREAM"
      *> line for the run as a whole, then one line per step as it
      *> starts and ends, all under the run date the stream started
      *> on. A restart reads it to know which steps already finished
      *> and where the night broke.
      *> SC-ESTADO: "I" started and not ended (or killed mid-step),
      *>            "C" completed with RC 0, "F" failed with SC-RC.
       01 STREAM-CONTROL-RECORD.
          05 SC-FECHA-CORRIDA   PIC X(8).
          05 SC-PASO            PIC X(8).
          05 SC-ESTADO          PIC X.
          05 SC-RC              PIC 9(3).
          05 SC-INICIO-TS       PIC X(21).
          05 SC-FIN-TS          PIC X(21).
