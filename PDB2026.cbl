           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO P15-OPERADOR
           MOVE EIBTRMID TO P15-TERMINAL
           MOVE SPACES TO P15-FECHA-OPERACION

           MOVE ZERO TO WS-RETRY-CONT
           PERFORM 2210-INTENTA-POSTEO
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO P15-OPERADOR
           MOVE EIBTRMID TO P15-TERMINAL
           MOVE SPACES TO P15-FECHA-OPERACION
           CALL 'PDB2015' USING PDB2015-AREA
           EVALUATE TRUE
              WHEN P15-OK
