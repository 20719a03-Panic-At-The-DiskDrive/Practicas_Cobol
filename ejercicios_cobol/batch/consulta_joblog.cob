               JL-INICIO-TS(1:14) "  " JL-FIN-TS(9:6) "  "
               JL-RETURN-CODE " " JL-RECORDS-LEIDOS " "
               JL-RECORDS-ERROR " " JL-CONCILIACION " "
               WS-ACUM-DISP " " FUNCTION TRIM(WS-MARCAS)
           IF JL-OPERADOR NOT = SPACES
               DISPLAY "                  ordered by "
                   FUNCTION TRIM(JL-OPERADOR)
           END-IF.

       CALCULAR-DURACION.
      *> Timestamps are FUNCTION CURRENT-DATE images
