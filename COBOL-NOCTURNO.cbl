       ESCRIBE-RENGLON-AUDITORIA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " NOCTURNO OPERADOR=NOCTURNO"
               " INICIO FECHA=" WS-FECHA-HOY
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .
       ESCRIBE-RENGLON-AUDITORIA-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " NOCTURNO OPERADOR=NOCTURNO"
               " PASO=" WS-PASO
               " NOMBRE=" FUNCTION TRIM(WS-PASO-NOMBRE)
               " RC=" WS-RC
               " ESTADO=" FUNCTION TRIM(CTL-ESTADO)
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           IF WS-CADENA-ROTA = 'S'
               STRING WS-TIMESTAMP " NOCTURNO OPERADOR=NOCTURNO"
                   " DETENIDO PASO="
                   WS-PASO-FALLADO
                   " EJECUTADOS=" WS-PASOS-CORRIDOS
                   " SALTADOS=" WS-PASOS-SALTADOS
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " NOCTURNO OPERADOR=NOCTURNO"
                   " COMPLETO"
                   " EJECUTADOS=" WS-PASOS-CORRIDOS
                   " SALTADOS=" WS-PASOS-SALTADOS
                   DELIMITED BY SIZE INTO REG-AUDITORIA
