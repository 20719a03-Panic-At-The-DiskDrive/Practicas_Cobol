      *> Parameter block for the VERIFICAR-DIA-HABIL subprogram, the
      *> one place that reads FERIADOS.DAT and decides whether a date
      *> is a business day. Every program that rolls a due date or
      *> refuses a business date CALLs it with this block.
      *> In:  CLP-FUNCION and CLP-FECHA (AAAAMMDD).
      *>   "H" is CLP-FECHA a business day?
      *>   "S" the first business day on or after CLP-FECHA
      *>   "U" is CLP-FECHA the last business day of its month?
      *> Out: CLP-RESULTADO
      *>   "S" yes - a business day ("H"), the last one of the month
      *>       ("U"); always "S" for a valid date under "S"
      *>   "N" no
      *>   "X" CLP-FECHA is not a valid date - nothing else is set
      *> CLP-FECHA-HABIL: "H"/"S" the first business day on or after
      *> CLP-FECHA, "U" the last business day of CLP-FECHA's month.
      *> CLP-MOTIVO: why CLP-FECHA itself is not a business day - the
      *> holiday's description, SABADO or DOMINGO - spaces when it is.
       01 CAL-PARAMETROS.
          05 CLP-FUNCION        PIC X.
          05 CLP-FECHA          PIC X(8).
          05 CLP-RESULTADO      PIC X.
          05 CLP-FECHA-HABIL    PIC X(8).
          05 CLP-MOTIVO         PIC X(30).
