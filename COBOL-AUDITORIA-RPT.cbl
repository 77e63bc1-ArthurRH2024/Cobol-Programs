       01  WS-ARCHIVOS-LEIDOS PIC 9(3) VALUE ZERO.

      * Criterios capturados por el operador. Fechas en blanco = sin
      * limite; programa TODOS = todos; operador TODOS = todos;
      * resultado TODOS / VALIDOS / ERRORES / CUADRADA / SOBRANTE /
      * FALTANTE.
       01  WS-FECHA-DESDE     PIC X(8) VALUE SPACES.
       01  WS-FECHA-HASTA     PIC X(8) VALUE SPACES.
       01  WS-FILTRO-PROGRAMA PIC X(20) VALUE "TODOS".
       01  WS-FILTRO-RESULTADO PIC X(10) VALUE "TODOS".
       01  WS-FILTRO-OPERADOR PIC X(8) VALUE "TODOS".

      * Campos de trabajo para desarmar cada renglon del log: fecha
      * (posiciones 1-8 del timestamp), nombre del programa (segundo
      * token), la moneda que sigue a "MONEDA=" y el monto que sigue
      * a "CANTIDAD=" cuando existen, y el usuario que sigue a
      * "OPERADOR=" (los procesos sin firma se rotulan SISTEMA o
      * NOCTURNO). Un renglon sin MONEDA= no acumula monto: no es
      * un importe de dinero (p.ej. los movimientos de INVENTARIO
      * traen CANTIDAD= en piezas).
       01  WS-LOG-FECHA       PIC X(8).
       01  WS-TOK-TS          PIC X(21).
       01  WS-TOK-PROGRAMA    PIC X(20).
       01  WS-DESCARTA        PIC X(350).
       01  WS-RESTO           PIC X(350).
       01  WS-TOK-MONTO       PIC X(15).
       01  WS-TOK-OPERADOR    PIC X(8).
       01  WS-MONEDA-RENGLON  PIC X(3).
       01  WS-MONTO-RENGLON   PIC 9(10)V99.
       01  WS-ES-ERROR        PIC X.
           IF WS-FILTRO-PROGRAMA = SPACES
               MOVE "TODOS" TO WS-FILTRO-PROGRAMA
           END-IF
           DISPLAY "Operador (usuario de OPERADOR.DAT, SISTEMA, "
               "NOCTURNO o TODOS): "
           ACCEPT WS-FILTRO-OPERADOR
           IF WS-FILTRO-OPERADOR = SPACES
               MOVE "TODOS" TO WS-FILTRO-OPERADOR
           END-IF
           DISPLAY "Resultado (TODOS/VALIDOS/ERRORES/CUADRADA/"
               "SOBRANTE/FALTANTE): "
           ACCEPT WS-FILTRO-RESULTADO
       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-LOG
      * Los filtros se rotulan PROG=/OPER=/RES= y no PROGRAMA=/
      * OPERADOR=/RESULTADO=
      * para que una consulta filtrada por SOBRANTE o FALTANTE no
      * deje un renglon que las siguientes consultas clasifiquen
      * como discrepancia de conciliacion.
           STRING WS-TIMESTAMP " CONSULTA-AUDITORIA"
               " OPERADOR=SISTEMA"
               " DESDE=" WS-FECHA-DESDE
               " HASTA=" WS-FECHA-HASTA
               " PROG=" FUNCTION TRIM(WS-FILTRO-PROGRAMA)
               " OPER=" FUNCTION TRIM(WS-FILTRO-OPERADOR)
               " RES=" FUNCTION TRIM(WS-FILTRO-RESULTADO)
               " CORRIDAS=" WS-TOT-CORRIDAS
               " ERRORES=" WS-TOT-ERRORES
           IF WS-RESTO NOT = SPACES
               MOVE WS-RESTO(1:3) TO WS-MONEDA-RENGLON
           END-IF
      * Renglones anteriores a la firma de operadores no traen
      * OPERADOR= y quedan con el operador en blanco.
           MOVE SPACES TO WS-RESTO WS-TOK-OPERADOR
           UNSTRING REG-LOG DELIMITED BY "OPERADOR="
               INTO WS-DESCARTA WS-RESTO
           IF WS-RESTO NOT = SPACES
               UNSTRING WS-RESTO DELIMITED BY ALL " "
                   INTO WS-TOK-OPERADOR
           END-IF
           MOVE ZERO TO WS-MONTO-RENGLON
           MOVE SPACES TO WS-RESTO WS-TOK-MONTO
           UNSTRING REG-LOG DELIMITED BY "CANTIDAD="
                   AND WS-TOK-PROGRAMA NOT = WS-FILTRO-PROGRAMA
               MOVE 'N' TO WS-PASA-FILTRO
           END-IF
           IF WS-FILTRO-OPERADOR NOT = "TODOS"
                   AND WS-TOK-OPERADOR NOT = WS-FILTRO-OPERADOR
               MOVE 'N' TO WS-PASA-FILTRO
           END-IF
           EVALUATE WS-FILTRO-RESULTADO
               WHEN "TODOS"
                   CONTINUE
           STRING "DESDE=" WS-FECHA-DESDE
               " HASTA=" WS-FECHA-HASTA
               " PROGRAMA=" FUNCTION TRIM(WS-FILTRO-PROGRAMA)
               " OPERADOR=" FUNCTION TRIM(WS-FILTRO-OPERADOR)
               " RESULTADO=" FUNCTION TRIM(WS-FILTRO-RESULTADO)
               DELIMITED BY SIZE INTO REG-ACTIVIDAD
           WRITE REG-ACTIVIDAD
