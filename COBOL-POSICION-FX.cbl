           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-USD-INVENTARIO TO WS-USD-ED
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " POSICION-FX OPERADOR=SISTEMA"
               " FECHA=" WS-FECHA-HOY
               " USD-INVENTARIO=" FUNCTION TRIM(WS-USD-ED)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
