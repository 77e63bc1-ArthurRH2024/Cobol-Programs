           MOVE SPACES TO REG-AUDITORIA
           MOVE CANORIGI TO CANORIGI-ED
           IF WS-MSG-ERROR = SPACES
               STRING WS-TIMESTAMP " PALABRA-CANTIDADES"
                   " OPERADOR=SISTEMA CANTIDAD="
                   FUNCTION TRIM(CANORIGI-ED) " SIGNO=" WS-SIGNO
                   " MONEDA=" WS-MONEDA-CODIGO
                   " IDIOMA=" WS-IDIOMA
                   " TEXTO=" FUNCTION TRIM(WS-SALIDA-FINAL)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " PALABRA-CANTIDADES"
                   " OPERADOR=SISTEMA CANTIDAD="
                   FUNCTION TRIM(CANORIGI-ED) " "
                   FUNCTION TRIM(WS-MSG-ERROR)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
