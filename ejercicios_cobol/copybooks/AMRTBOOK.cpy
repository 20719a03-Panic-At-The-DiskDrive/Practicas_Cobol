      *> AMORT-BOOKING-FILE record layout - one line per amortization
      *> quote (QUOTELOG.DAT, QT-TIPO "AMRT") the desk confirmed as
      *> booked from BATCH-ENTRY. Booking turns the quote's schedule
      *> into one detail per installment, warehoused on CALCPEND.DAT
      *> under AB-RESERVA-ID until its due date, so PENDING-RELEASE
      *> feeds one into each period's intake:
      *>   option 1, CT-NUM1 the capital and CT-NUM2 the interest of
      *>   the installment (RESULT is the installment paid),
      *>   CT-TRANS-ID AB-RESERVA-ID + the 4-digit installment number,
      *>   CT-FECHA-EFECTIVA the due date, CT-USUARIO AB-USUARIO.
      *> AB-RESERVA-ID is "AM" + a 6-digit sequence; IDs of that shape
      *> are not accepted from the keyboard.
      *> AB-QUOTE-TS/AB-QUOTE-USUARIO identify the quote the booking
      *> came from (QT-TIMESTAMP/QT-USUARIO) - a quote is booked once.
      *> AB-ESTADO: "A" activa, "C" cancelada. Cancelling pulls the
      *> installments still warehoused (AB-CUOTAS-RETIRADAS says how
      *> many); installments already posted stay on the history.
       01 AMORT-BOOKING-RECORD.
          05 AB-RESERVA-ID      PIC X(8).
          05 AB-ESTADO          PIC X.
          05 AB-QUOTE-TS        PIC X(21).
          05 AB-QUOTE-USUARIO   PIC X(20).
          05 AB-PRODUCTO        PIC X(8).
          05 AB-TASA            PIC 9(5)V9999.
          05 AB-PRINCIPAL       PIC 9(9)V99.
          05 AB-CUOTAS          PIC 9(3).
          05 AB-FRECUENCIA      PIC 9(3).
          05 AB-PAGO            PIC 9(11)V99.
          05 AB-PRIMER-VENCIMIENTO PIC X(8).
          05 AB-DEPARTAMENTO    PIC X(10).
          05 AB-USUARIO         PIC X(20).
          05 AB-MONEDA          PIC X(3).
          05 AB-RESERVADO-POR   PIC X(20).
          05 AB-FECHA-RESERVA   PIC X(8).
          05 AB-CANCELADO-POR   PIC X(20).
          05 AB-FECHA-CANCELACION PIC X(8).
          05 AB-CUOTAS-RETIRADAS PIC 9(3).
