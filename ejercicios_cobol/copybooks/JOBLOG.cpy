          05 JL-RECORDS-ERROR   PIC 9(7).
          05 JL-ACUMULADO       PIC S9(15)V99.
          05 JL-CONCILIACION    PIC X(8).
      *> Who ordered a manual action on the stream - a restart - so
      *> the log answers "who restarted it at 3am". Spaces on every
      *> line a step writes for itself.
          05 JL-OPERADOR        PIC X(20).
