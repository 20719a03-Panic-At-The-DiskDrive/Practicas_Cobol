      *> NON-BUSINESS-DAY-FILE record layout - FERIADOS.DAT, one line
      *> per weekday the shop and Finance are closed: bank holidays,
      *> 1 May, the odd decreed closure. Hand-maintained like
      *> TIPCAMB.DAT, a year's lines keyed in ahead each December;
      *> lines may sit in any order. Saturdays and Sundays never need
      *> a line - they are non-business days by rule. No file at all
      *> leaves only the weekend rule in force.
       01 NON-BUSINESS-DAY-RECORD.
          05 FER-FECHA          PIC X(8).
          05 FER-DESCRIPCION    PIC X(30).
