       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-CALENDAR.

      *> The business-day calendar as a question a month-end job or
      *> an operator can ask from the shell, answered in the return
      *> code:
      *>   FINMES [AAAAMMDD]     is the date (default today) the last
      *>                         business day of its month?
      *>   HABIL [AAAAMMDD]      is the date a business day?
      *>   SIGUIENTE [AAAAMMDD]  show the first business day on or
      *>                         after the date
      *> RC 0 yes, 4 no, 16 unknown question or invalid date.
      *> SIGUIENTE always answers 0 for a valid date.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PARM             PIC X(40) VALUE SPACES.
       01 WS-PREGUNTA         PIC X(10) VALUE SPACES.
       01 WS-FECHA-PARM       PIC X(10) VALUE SPACES.

       COPY "CALPARM.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PREGUNTA WS-FECHA-PARM
           END-UNSTRING
           IF WS-FECHA-PARM = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO CLP-FECHA
           ELSE
               MOVE WS-FECHA-PARM(1:8) TO CLP-FECHA
           END-IF

           EVALUATE WS-PREGUNTA
               WHEN "FINMES"
                   MOVE "U" TO CLP-FUNCION
               WHEN "HABIL"
                   MOVE "H" TO CLP-FUNCION
               WHEN "SIGUIENTE"
                   MOVE "S" TO CLP-FUNCION
               WHEN OTHER
                   DISPLAY "Usage: FINMES | HABIL | SIGUIENTE "
                       "[AAAAMMDD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           CALL "VERIFICAR-DIA-HABIL" USING CAL-PARAMETROS
           IF CLP-RESULTADO = "X"
               DISPLAY "Invalid date: " CLP-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE CLP-FUNCION
               WHEN "U"
                   IF CLP-RESULTADO = "S"
                       DISPLAY CLP-FECHA " is the last business day "
                           "of its month."
                   ELSE
                       DISPLAY CLP-FECHA " is not the last business "
                           "day of its month - that is "
                           CLP-FECHA-HABIL "."
                   END-IF
               WHEN "H"
                   IF CLP-RESULTADO = "S"
                       DISPLAY CLP-FECHA " is a business day."
                   ELSE
                       DISPLAY CLP-FECHA " is not a business day ("
                           FUNCTION TRIM(CLP-MOTIVO) ") - next is "
                           CLP-FECHA-HABIL "."
                   END-IF
               WHEN "S"
                   DISPLAY CLP-FECHA-HABIL
           END-EVALUATE
           IF CLP-RESULTADO = "S"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
