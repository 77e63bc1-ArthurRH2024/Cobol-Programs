       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-HISTORIAL.
       01  REG-HISTORIAL          PIC X(88).

       FD  ARCH-TENDENCIA.
       01  REG-TENDENCIA          PIC X(160).
      * captura de supervisor); en blanco en registros anteriores a
      * la alta del libro.
           05 HIS-ORIGEN      PIC X(8).
      * Piezas falsas retenidas y su valor, ya incluidos en la
      * diferencia; en blanco en registros anteriores al registro de
      * falsos.
           05 HIS-PZA-FALSAS  PIC 9(4).
           05 HIS-RETENIDO    PIC 9(8)V99.

      * Criterios del reporte: mes AAAAMM (blanco = todo el
      * historial) y umbral de faltante acumulado que dispara la
       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " TENDENCIA-CONCILIA OPERADOR=SISTEMA"
               " REGISTROS=" WS-REG-LEIDOS
               " OMITIDOS=" WS-REG-OMITIDOS
               " CAJEROS=" WS-TEN-USADOS
