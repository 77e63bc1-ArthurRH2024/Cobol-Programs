           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-LOG
           STRING WS-TIMESTAMP " CIERRE-AUDITORIA OPERADOR=SISTEMA"
               " MES=" WS-MES-CIERRE
               " ARCHIVADOS=" WS-ARCHIVADOS
               " CONSERVADOS=" WS-CONSERVADOS
               " ARCHIVO=" WS-NOMBRE-ARCHIVO
