      *>   OPER - CT-OPTION outside the 1-4 range CALCOP.cpy accepts
      *>   TIPO - record type not "D" where a detail was expected
      *>   DEPT - batch header names an unknown/inactive department
      *>   FERI - batch header's business date is a weekend or a
      *>          holiday on the FERIADOS.DAT calendar
      *>   NOID - detail record with no transaction ID
      *>   DUPL - transaction ID already on the history file
      *>   REVX - reversal names a transaction ID history never saw
