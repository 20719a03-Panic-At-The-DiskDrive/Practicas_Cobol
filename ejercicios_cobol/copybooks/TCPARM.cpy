      *> Parameter block for the CONVERTIR-MONEDA subprogram, the one
      *> place that reads TIPCAMB.DAT and decides which rate applies
      *> on a date. Every program that shows a peso equivalent CALLs
      *> it with this block.
      *> In:  TCP-MONEDA (blank reads as UYU), TCP-FECHA (AAAAMMDD the
      *>      figure is valued at) and TCP-IMPORTE.
      *> TCP-RESULTADO on return:
      *>   "S" converted - TCP-TASA is the rate used, TCP-FECHA-TASA
      *>       the effective date of the line it came from
      *>   "N" no rate for that currency on or before TCP-FECHA
      *>   "X" TIPCAMB.DAT not on file - only UYU converts
      *> On "N"/"X" TCP-TASA and TCP-EQUIVALENTE come back zero and
      *> TCP-FECHA-TASA spaces, so a caller that prints them without
      *> checking still cannot show an invented figure.
       01 TC-PARAMETROS.
          05 TCP-MONEDA         PIC X(3).
          05 TCP-FECHA          PIC X(8).
          05 TCP-IMPORTE        PIC S9(15)V99.
          05 TCP-RESULTADO      PIC X.
          05 TCP-TASA           PIC 9(5)V9(6).
          05 TCP-FECHA-TASA     PIC X(8).
          05 TCP-EQUIVALENTE    PIC S9(15)V99.
