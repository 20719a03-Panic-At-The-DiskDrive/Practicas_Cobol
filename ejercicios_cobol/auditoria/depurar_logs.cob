               OPEN EXTEND JOB-LOG-FILE
           END-IF
           MOVE "NIGHTLY" TO JL-JOB-NAME
           MOVE SPACES TO JL-OPERADOR
           MOVE "STEP030" TO JL-STEP-NAME
           MOVE WS-TS-INICIO TO JL-INICIO-TS
           MOVE FUNCTION CURRENT-DATE TO JL-FIN-TS
