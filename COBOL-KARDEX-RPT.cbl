       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " VERIFICA-KARDEX OPERADOR=SISTEMA"
               " MOVIMIENTOS=" WS-REG-KARDEX
               " OMITIDOS=" WS-REG-OMITIDOS
               " DIFERENCIAS=" WS-DISCREPANCIAS
