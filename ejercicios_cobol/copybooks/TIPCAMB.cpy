      *> EXCHANGE-RATE-FILE record layout - TIPCAMB.DAT, one line per
      *> currency and effective date giving how many pesos one unit
      *> of that currency is worth from that date on. Hand-maintained
      *> by Finance like CURRMAST.DAT: a new line per rate change,
      *> never an edit of an old one, so any figure converted in the
      *> past can be converted again to the same pesos. The rate in
      *> force on a date is the latest line for the currency dated on
      *> or before it; lines may sit in any order. UYU needs no line
      *> - the local peso always converts at one.
       01 EXCHANGE-RATE-RECORD.
          05 TC-MONEDA          PIC X(3).
          05 TC-FECHA-VIGENCIA  PIC X(8).
          05 TC-TASA            PIC 9(5)V9(6).
