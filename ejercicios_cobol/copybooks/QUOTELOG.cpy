      *>          "COMP" compound final value (QT-DIAS is periods),
      *>          "AMRT" amortization (QT-DIAS is installments and
      *>                 QT-RESULTADO is the per-period payment).
      *> QT-FRECUENCIA is the periods per year of a COMP or AMRT
      *> quote, zero on a SIMP one. Quotes logged before the column
      *> existed read back as spaces - an AMRT quote without it
      *> cannot be booked, since its due dates are unknown.
       01 QUOTE-RECORD.
          05 QT-TIMESTAMP       PIC X(21).
          05 QT-USUARIO         PIC X(20).
          05 QT-DIAS            PIC 9(5).
          05 QT-RESULTADO       PIC S9(15)V99.
          05 QT-TIPO            PIC X(4).
          05 QT-FRECUENCIA      PIC 9(3).
