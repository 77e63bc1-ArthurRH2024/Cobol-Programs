       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-SOBRES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-NOMINA ASSIGN TO "NOMINAHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOMINA.
           SELECT ARCH-ENTRADA ASSIGN TO "CANTIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARCH-INVENTARIO ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVENTARIO.
           SELECT ARCH-SOBRES ASSIGN TO "SOBRES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOBRES.
           SELECT ARCH-SURTIDO ASSIGN TO "SURTIDO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SURTIDO.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
      * Archivo de nomina que entrega Recursos Humanos (NOMINAHR.DAT),
      * un registro por empleado: numero de empleado (1-8), nombre
      * (9-38), departamento (39-48) y neto a pagar con 2 decimales
      * (49-60), en la moneda que se indique al correr el programa.
       FD  ARCH-NOMINA.
       01  REG-NOMINA             PIC X(60).

      * Lote del dia, mismo trazado que procesa DESGLOSE: aqui solo
      * se toman el header y los detalles NOMINA de la moneda.
       FD  ARCH-ENTRADA.
       01  REG-ENTRADA            PIC X(84).

      * Inventario de boveda, mismo trazado que el programa
      * INVENTARIO; solo se lee para ver si alcanza el apto.
       FD  ARCH-INVENTARIO.
       01  REG-INVENTARIO.
           05 INV-ETIQUETA        PIC X(10).
           05 INV-CANTIDAD        PIC 9(6).
           05 INV-MINIMO          PIC 9(6).
           05 INV-MAXIMO          PIC 9(6).
           05 INV-PAQUETE         PIC 9(6).
           05 INV-DETERIORADO     PIC 9(6).

      * Etiquetas de los sobres, una por empleado.
       FD  ARCH-SOBRES.
       01  REG-SOBRES             PIC X(160).

      * Hoja de surtido por departamento con el cuadre contra el lote
      * y la verificacion de existencias en boveda.
       FD  ARCH-SURTIDO.
       01  REG-SURTIDO            PIC X(160).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA          PIC X(300).

      * Maestro de operadores, mismo trazado que el programa
      * OPERADOR: firma y rol por opcion.
       FD  ARCH-OPERADOR.
       01  REG-OPERADOR.
           05 OPR-USUARIO         PIC X(8).
           05 OPR-PIN             PIC X(6).
           05 OPR-NOMBRE          PIC X(30).
           05 OPR-ROL             PIC X.
           05 OPR-LIMITE          PIC 9(9)V99.
           05 OPR-ESTATUS         PIC X.
           05 OPR-INTENTOS        PIC 9.

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-FS-NOMINA       PIC XX.
       01  WS-FS-ENTRADA      PIC XX.
       01  WS-FS-INVENTARIO   PIC XX.
       01  WS-FS-SOBRES       PIC XX.
       01  WS-FS-SURTIDO      PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-FIN-NOMINA      PIC X VALUE 'N'.
       01  WS-FIN-ENTRADA     PIC X VALUE 'N'.
       01  WS-FIN-INVENTARIO  PIC X VALUE 'N'.
       01  WS-FECHA-HOY       PIC X(8).

      * VALIDA-CANTIDAD (DENOMPROC.cpy) referencia estos campos; aqui
      * solo se usa CARGA-TABLA-DENOMINACIONES, igual que hace
      * INVENTARIO. El desglose lo hace DESGLOSE-CALC.
       01  CANTIDAD-ORIGINAL  PIC 9(9)V99.
       01  WS-CANTIDAD-VALIDA PIC X VALUE 'S'.
       01  WS-MSG-ERROR       PIC X(50) VALUE SPACES.

           COPY DENOMTAB.

      * Registro de nomina en proceso.
       01  WS-REG-NOMINA.
           05 NOM-EMPLEADO       PIC X(8).
           05 NOM-NOMBRE         PIC X(30).
           05 NOM-DEPTO          PIC X(10).
           05 NOM-NETO           PIC X(12).
       01  WS-NOM-VALIDO      PIC X.
       01  WS-NOM-MSG         PIC X(50).
       01  WS-NOM-LEIDOS      PIC 9(5) VALUE ZERO.
       01  WS-NOM-SOBRES      PIC 9(5) VALUE ZERO.
       01  WS-NOM-RECHAZOS    PIC 9(5) VALUE ZERO.

      * Parametros de DESGLOSE-CALC y PALABRA-CALC, igual que en
      * VALE-EFECTIVO: nueve contadores posicionales con la vista
      * REDEFINES para recorrerlos como tabla.
       01  WS-CANTIDAD        PIC 9(9)V99.
       01  WS-CANTIDAD-ED     PIC Z(8)9.99.
       01  WS-VALIDO-DESGLOSE PIC X.
       01  WS-DESGLOSE-RES.
           05 WS-BILLETE500   PIC 9(4).
           05 WS-BILLETE200   PIC 9(4).
           05 WS-BILLETE100   PIC 9(4).
           05 WS-BILLETE50    PIC 9(4).
           05 WS-BILLETE20    PIC 9(4).
           05 WS-MONEDA10     PIC 9(4).
           05 WS-MONEDA5      PIC 9(4).
           05 WS-MONEDA2      PIC 9(4).
           05 WS-MONEDA1      PIC 9(4).
       01  WS-DESGLOSE-TAB REDEFINES WS-DESGLOSE-RES.
           05 WS-DESG-CONT OCCURS 9 TIMES PIC 9(4).
       01  WS-CENTAVOS        PIC 99.
       01  WS-ETIQUETAS-DESG.
           05 WS-ETIQUETA-DESG OCCURS 9 TIMES PIC X(10).
       01  WS-DESG-SUB        PIC 99.
       01  WS-CANORIGI        PIC 9(10)V99.
       01  WS-SIGNO           PIC X VALUE 'N'.
       01  WS-IDIOMA          PIC X(2) VALUE "ES".
       01  WS-VALIDO-PALABRAS PIC X.
       01  WS-RESULTADO       PIC X(160).

      * Acumulados por departamento para la hoja de surtido. Se
      * llenan en el orden de llegada y se ordenan por nombre antes
      * de imprimir (el nombre va al inicio de cada entrada).
       01  WS-DEPT-USADOS     PIC 9(3) VALUE ZERO.
       01  WS-DEPT-SUB        PIC 9(3).
       01  WS-DEPT-J          PIC 9(3).
       01  WS-DEPT-HALLADO    PIC 9(3).
       01  TAB-DEPTOS.
           05 DEPT-ENTRY OCCURS 200 TIMES.
              10 DEPT-NOMBRE       PIC X(10).
              10 DEPT-EMPLEADOS    PIC 9(5).
              10 DEPT-TOTAL        PIC 9(11)V99.
              10 DEPT-CENTAVOS     PIC 9(7)V99.
              10 DEPT-PIEZAS OCCURS 9 TIMES PIC 9(7).
       01  WS-DEPT-TEMP       PIC X(100).

      * Totales de los sobres contra totales de los detalles NOMINA
      * del lote (cada detalle desglosado como lo hace el lote), por
      * denominacion y en importe. Los centavos que no cubre la
      * moneda mas chica se cuadran como importe aparte.
       01  WS-SOB-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-SOB-CENTAVOS    PIC 9(7)V99 VALUE ZERO.
       01  WS-LOT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-LOT-CENTAVOS    PIC 9(7)V99 VALUE ZERO.
       01  WS-LOT-DETALLES    PIC 9(5) VALUE ZERO.
       01  WS-LOT-IGNORADOS   PIC 9(5) VALUE ZERO.
       01  WS-LOTE-LEIDO      PIC X VALUE 'N'.
       01  WS-HDR-FECHA       PIC X(8) VALUE SPACES.
       01  WS-HDR-NUMERO      PIC X(6) VALUE SPACES.
       01  WS-ENT-MONEDA      PIC X(3).
       01  TAB-CUADRE.
           05 CUA-ENTRY OCCURS 9 TIMES.
              10 CUA-SOBRES        PIC 9(7).
              10 CUA-LOTE          PIC 9(7).
       01  WS-DIF-PIEZAS      PIC S9(7).
       01  WS-DIF-IMPORTE     PIC S9(11)V99.
       01  WS-DEN-DIFIEREN    PIC 9 VALUE ZERO.
       01  WS-CUADRA-TOTAL    PIC X VALUE 'N'.

      * Existencia apta en boveda contra lo que piden los sobres.
       01  WS-INVENTARIO-OK   PIC X VALUE 'N'.
       01  WS-DEN-FALTANTES   PIC 9 VALUE ZERO.
       01  WS-PZA-FALTAN      PIC 9(7).

      * Campos editados para los reportes.
       01  WS-PIEZAS-ED       PIC Z(6)9.
       01  WS-PIEZAS2-ED      PIC Z(6)9.
       01  WS-DIF-PIEZAS-ED   PIC -(7)9.
       01  WS-IMPORTE-ED      PIC Z(10)9.99.
       01  WS-IMPORTE2-ED     PIC Z(10)9.99.
       01  WS-DIF-IMPORTE-ED  PIC -(11)9.99.
       01  WS-VALOR-DEN       PIC 9(11)V99.
       01  WS-CENTAVOS-IMP    PIC 9(7)V99.
       01  WS-RENGLON-SOBRE   PIC X(160).
       01  WS-RENGLON-PTR     PIC 9(3).

      * Operador firmado: el surtido de sobres sale de boveda, lo
      * corren el jefe de cajeros, el custodio o el supervisor.
           COPY OPERTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SOBRES DE NOMINA ==="
           MOVE "NOMINA-SOBRES" TO WS-OPR-PROGRAMA
           PERFORM FIRMA-OPERADOR
           IF WS-FIRMA-OK = 'S'
               MOVE "JBS" TO WS-ROLES-PERMITIDOS
               MOVE "SOBRES DE NOMINA" TO WS-OPR-OPCION
               PERFORM VERIFICA-ROL
               IF WS-ROL-OK = 'S'
                   PERFORM PROCESA-NOMINA
               END-IF
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * Corrida completa: desglose de los detalles NOMINA del lote,
      * un sobre por empleado, hoja de surtido por departamento,
      * cuadre sobres contra lote y existencias de boveda.
      *----------------------------------------------------------------
       PROCESA-NOMINA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           DISPLAY "Moneda de la nomina (MXN/USD): "
           ACCEPT WS-MONEDA-ACTIVA
           IF WS-MONEDA-ACTIVA NOT = "USD"
               MOVE "MXN" TO WS-MONEDA-ACTIVA
           END-IF
           PERFORM CARGA-TABLA-DENOMINACIONES
           PERFORM VARYING WS-DESG-SUB FROM 1 BY 1
                   UNTIL WS-DESG-SUB > 9
               MOVE ZERO TO CUA-SOBRES(WS-DESG-SUB)
               MOVE ZERO TO CUA-LOTE(WS-DESG-SUB)
           END-PERFORM
           OPEN INPUT ARCH-NOMINA
           IF WS-FS-NOMINA NOT = '00'
               DISPLAY "ERROR: NO SE PUDO ABRIR NOMINAHR.DAT (STATUS "
                   WS-FS-NOMINA ")"
           ELSE
               PERFORM LEE-NOMINA-LOTE
               OPEN OUTPUT ARCH-SOBRES
               OPEN OUTPUT ARCH-SURTIDO
               MOVE SPACES TO REG-SURTIDO
               STRING "HOJA DE SURTIDO DE SOBRES DE NOMINA FECHA="
                   WS-FECHA-HOY " MONEDA=" WS-MONEDA-ACTIVA
                   " LOTE=" WS-HDR-NUMERO
                   DELIMITED BY SIZE INTO REG-SURTIDO
               WRITE REG-SURTIDO
               PERFORM UNTIL WS-FIN-NOMINA = 'S'
                   READ ARCH-NOMINA
                       AT END
                           MOVE 'S' TO WS-FIN-NOMINA
                       NOT AT END
                           PERFORM PROCESA-EMPLEADO
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOMINA
               CLOSE ARCH-SOBRES
               PERFORM ORDENA-DEPARTAMENTOS
               PERFORM ESCRIBE-SURTIDO-DEPTOS
               PERFORM ESCRIBE-CUADRE-LOTE
               PERFORM LEE-INVENTARIO
               PERFORM ESCRIBE-EXISTENCIAS
               CLOSE ARCH-SURTIDO
               PERFORM MUESTRA-RESUMEN
               PERFORM ABRE-AUDITORIA
               PERFORM ESCRIBE-RENGLON-AUDITORIA
               CLOSE ARCH-AUDITORIA
           END-IF
           .

      * Header del lote y detalles NOMINA de la moneda, cada uno
      * desglosado con DESGLOSE-CALC igual que lo entrega el lote.
      * Un detalle con monto invalido lo rechaza DESGLOSE como
      * excepcion; aqui solo se cuenta como ignorado.
       LEE-NOMINA-LOTE.
           MOVE 'N' TO WS-FIN-ENTRADA
           OPEN INPUT ARCH-ENTRADA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR CANTIDADES.DAT, "
                   "NO HAY DETALLES NOMINA CONTRA QUE CUADRAR"
           ELSE
               MOVE 'S' TO WS-LOTE-LEIDO
               PERFORM UNTIL WS-FIN-ENTRADA = 'S'
                   READ ARCH-ENTRADA
                       AT END
                           MOVE 'S' TO WS-FIN-ENTRADA
                       NOT AT END
                           PERFORM CLASIFICA-REG-LOTE
                   END-READ
               END-PERFORM
               CLOSE ARCH-ENTRADA
           END-IF
           .

       CLASIFICA-REG-LOTE.
           EVALUATE REG-ENTRADA(1:1)
               WHEN 'H'
                   MOVE REG-ENTRADA(2:8) TO WS-HDR-FECHA
                   MOVE REG-ENTRADA(10:6) TO WS-HDR-NUMERO
               WHEN 'D'
                   MOVE REG-ENTRADA(38:3) TO WS-ENT-MONEDA
                   IF WS-ENT-MONEDA = SPACES
                       MOVE "MXN" TO WS-ENT-MONEDA
                   END-IF
                   IF REG-ENTRADA(18:8) = "NOMINA"
                           AND WS-ENT-MONEDA = WS-MONEDA-ACTIVA
                       PERFORM DESGLOSA-DETALLE-NOMINA
                   END-IF
           END-EVALUATE
           .

       DESGLOSA-DETALLE-NOMINA.
           MOVE 'N' TO WS-VALIDO-DESGLOSE
           IF FUNCTION TEST-NUMVAL(REG-ENTRADA(26:12)) = 0
               IF FUNCTION NUMVAL(REG-ENTRADA(26:12)) >= 0
                   COMPUTE WS-CANTIDAD =
                       FUNCTION NUMVAL(REG-ENTRADA(26:12))
                   CALL "DESGLOSE-CALC" USING WS-CANTIDAD
                       WS-MONEDA-ACTIVA WS-VALIDO-DESGLOSE
                       WS-MSG-ERROR WS-BILLETE500 WS-BILLETE200
                       WS-BILLETE100 WS-BILLETE50 WS-BILLETE20
                       WS-MONEDA10 WS-MONEDA5 WS-MONEDA2 WS-MONEDA1
                       WS-CENTAVOS WS-ETIQUETAS-DESG
               END-IF
           END-IF
           IF WS-VALIDO-DESGLOSE = 'S'
               ADD 1 TO WS-LOT-DETALLES
               ADD WS-CANTIDAD TO WS-LOT-TOTAL
               COMPUTE WS-LOT-CENTAVOS =
                   WS-LOT-CENTAVOS + WS-CENTAVOS / 100
               PERFORM VARYING WS-DESG-SUB FROM 1 BY 1
                       UNTIL WS-DESG-SUB > 9
                   ADD WS-DESG-CONT(WS-DESG-SUB)
                       TO CUA-LOTE(WS-DESG-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-LOT-IGNORADOS
           END-IF
           .

      *----------------------------------------------------------------
      * Un empleado: validacion, desglose de su neto, importe con
      * letra, etiqueta del sobre y acumulado de su departamento. Los
      * rechazados se listan en la hoja de surtido y no llevan sobre.
      *----------------------------------------------------------------
       PROCESA-EMPLEADO.
           ADD 1 TO WS-NOM-LEIDOS
           MOVE REG-NOMINA TO WS-REG-NOMINA
           PERFORM VALIDA-EMPLEADO
           IF WS-NOM-VALIDO = 'S'
               MOVE WS-CANTIDAD TO WS-CANORIGI
               CALL "DESGLOSE-CALC" USING WS-CANTIDAD
                   WS-MONEDA-ACTIVA WS-VALIDO-DESGLOSE WS-MSG-ERROR
                   WS-BILLETE500 WS-BILLETE200 WS-BILLETE100
                   WS-BILLETE50 WS-BILLETE20 WS-MONEDA10 WS-MONEDA5
                   WS-MONEDA2 WS-MONEDA1 WS-CENTAVOS
                   WS-ETIQUETAS-DESG
               IF WS-VALIDO-DESGLOSE = 'N'
                   MOVE 'N' TO WS-NOM-VALIDO
                   MOVE WS-MSG-ERROR TO WS-NOM-MSG
               END-IF
           END-IF
           IF WS-NOM-VALIDO = 'S'
               PERFORM BUSCA-DEPARTAMENTO
           END-IF
           IF WS-NOM-VALIDO = 'N'
               ADD 1 TO WS-NOM-RECHAZOS
               PERFORM ESCRIBE-RECHAZO-EMPLEADO
           ELSE
               CALL "PALABRA-CALC" USING WS-CANORIGI WS-SIGNO
                   WS-MONEDA-ACTIVA WS-IDIOMA WS-VALIDO-PALABRAS
                   WS-RESULTADO
               ADD 1 TO WS-NOM-SOBRES
               PERFORM ACUMULA-SOBRE
               PERFORM ESCRIBE-SOBRE
           END-IF
           .

       VALIDA-EMPLEADO.
           MOVE 'S' TO WS-NOM-VALIDO
           MOVE SPACES TO WS-NOM-MSG
           MOVE ZERO TO WS-CANTIDAD
           EVALUATE TRUE
               WHEN NOM-EMPLEADO = SPACES
                   MOVE 'N' TO WS-NOM-VALIDO
                   MOVE "EMPLEADO EN BLANCO" TO WS-NOM-MSG
               WHEN NOM-NOMBRE = SPACES
                   MOVE 'N' TO WS-NOM-VALIDO
                   MOVE "NOMBRE EN BLANCO" TO WS-NOM-MSG
               WHEN NOM-DEPTO = SPACES
                   MOVE 'N' TO WS-NOM-VALIDO
                   MOVE "DEPARTAMENTO EN BLANCO" TO WS-NOM-MSG
               WHEN FUNCTION TEST-NUMVAL(NOM-NETO) NOT = 0
                   MOVE 'N' TO WS-NOM-VALIDO
                   MOVE "NETO INVALIDO: FORMATO NO NUMERICO"
                       TO WS-NOM-MSG
               WHEN FUNCTION NUMVAL(NOM-NETO) < 0
                   MOVE 'N' TO WS-NOM-VALIDO
                   MOVE "NETO INVALIDO: NO PUEDE SER NEGATIVO"
                       TO WS-NOM-MSG
               WHEN OTHER
                   COMPUTE WS-CANTIDAD = FUNCTION NUMVAL(NOM-NETO)
           END-EVALUATE
           .

      * Localiza (o da de alta) el departamento del empleado; sin
      * lugar en la tabla el empleado se rechaza, para que la hoja de
      * surtido nunca quede corta respecto a los sobres impresos.
       BUSCA-DEPARTAMENTO.
           MOVE ZERO TO WS-DEPT-HALLADO
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USADOS
                      OR WS-DEPT-HALLADO > 0
               IF DEPT-NOMBRE(WS-DEPT-SUB) = NOM-DEPTO
                   MOVE WS-DEPT-SUB TO WS-DEPT-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEPT-HALLADO = 0
               IF WS-DEPT-USADOS < 200
                   ADD 1 TO WS-DEPT-USADOS
                   MOVE WS-DEPT-USADOS TO WS-DEPT-HALLADO
                   MOVE NOM-DEPTO TO DEPT-NOMBRE(WS-DEPT-HALLADO)
                   MOVE ZERO TO DEPT-EMPLEADOS(WS-DEPT-HALLADO)
                   MOVE ZERO TO DEPT-TOTAL(WS-DEPT-HALLADO)
                   MOVE ZERO TO DEPT-CENTAVOS(WS-DEPT-HALLADO)
                   PERFORM VARYING WS-DESG-SUB FROM 1 BY 1
                           UNTIL WS-DESG-SUB > 9
                       MOVE ZERO TO
                           DEPT-PIEZAS(WS-DEPT-HALLADO, WS-DESG-SUB)
                   END-PERFORM
               ELSE
                   MOVE 'N' TO WS-NOM-VALIDO
                   MOVE "DEMASIADOS DEPARTAMENTOS EN LA NOMINA"
                       TO WS-NOM-MSG
               END-IF
           END-IF
           .

       ACUMULA-SOBRE.
           ADD 1 TO DEPT-EMPLEADOS(WS-DEPT-HALLADO)
           ADD WS-CANTIDAD TO DEPT-TOTAL(WS-DEPT-HALLADO)
           ADD WS-CANTIDAD TO WS-SOB-TOTAL
           COMPUTE WS-CENTAVOS-IMP = WS-CENTAVOS / 100
           ADD WS-CENTAVOS-IMP TO DEPT-CENTAVOS(WS-DEPT-HALLADO)
           ADD WS-CENTAVOS-IMP TO WS-SOB-CENTAVOS
           PERFORM VARYING WS-DESG-SUB FROM 1 BY 1
                   UNTIL WS-DESG-SUB > 9
               ADD WS-DESG-CONT(WS-DESG-SUB)
                   TO DEPT-PIEZAS(WS-DEPT-HALLADO, WS-DESG-SUB)
               ADD WS-DESG-CONT(WS-DESG-SUB)
                   TO CUA-SOBRES(WS-DESG-SUB)
           END-PERFORM
           .

      * Etiqueta del sobre: datos del empleado, neto en numero y en
      * letra y las piezas con que se llena (solo las que lleva).
       ESCRIBE-SOBRE.
           MOVE WS-CANTIDAD TO WS-CANTIDAD-ED
           MOVE ALL "-" TO REG-SOBRES
           WRITE REG-SOBRES
           MOVE SPACES TO REG-SOBRES
           STRING "SOBRE DE NOMINA   FECHA=" WS-FECHA-HOY
               "   LOTE=" WS-HDR-NUMERO
               "   DEPARTAMENTO=" NOM-DEPTO
               DELIMITED BY SIZE INTO REG-SOBRES
           WRITE REG-SOBRES
           MOVE SPACES TO REG-SOBRES
           STRING "EMPLEADO: " NOM-EMPLEADO
               "  " FUNCTION TRIM(NOM-NOMBRE)
               DELIMITED BY SIZE INTO REG-SOBRES
           WRITE REG-SOBRES
           MOVE SPACES TO REG-SOBRES
           STRING "NETO A PAGAR: " FUNCTION TRIM(WS-CANTIDAD-ED)
               " " WS-MONEDA-ACTIVA
               DELIMITED BY SIZE INTO REG-SOBRES
           WRITE REG-SOBRES
           MOVE SPACES TO REG-SOBRES
           STRING "(" FUNCTION TRIM(WS-RESULTADO) ")"
               DELIMITED BY SIZE INTO REG-SOBRES
           WRITE REG-SOBRES
           MOVE SPACES TO WS-RENGLON-SOBRE
           MOVE 1 TO WS-RENGLON-PTR
           STRING "CONTENIDO:" DELIMITED BY SIZE
               INTO WS-RENGLON-SOBRE WITH POINTER WS-RENGLON-PTR
           PERFORM VARYING WS-DESG-SUB FROM 1 BY 1
                   UNTIL WS-DESG-SUB > 9
               IF WS-DESG-CONT(WS-DESG-SUB) > 0
                   STRING " "
                       FUNCTION TRIM(WS-ETIQUETA-DESG(WS-DESG-SUB))
                       "=" WS-DESG-CONT(WS-DESG-SUB)
                       DELIMITED BY SIZE INTO WS-RENGLON-SOBRE
                       WITH POINTER WS-RENGLON-PTR
               END-IF
           END-PERFORM
           IF WS-CENTAVOS > 0
               STRING " CENTAVOS=" WS-CENTAVOS
                   DELIMITED BY SIZE INTO WS-RENGLON-SOBRE
                   WITH POINTER WS-RENGLON-PTR
           END-IF
           MOVE WS-RENGLON-SOBRE TO REG-SOBRES
           WRITE REG-SOBRES
           MOVE SPACES TO REG-SOBRES
           STRING "RECIBI DE CONFORMIDAD: ______________________"
               DELIMITED BY SIZE INTO REG-SOBRES
           WRITE REG-SOBRES
           .

       ESCRIBE-RECHAZO-EMPLEADO.
           MOVE SPACES TO REG-SURTIDO
           STRING "*** EMPLEADO RECHAZADO, SIN SOBRE: RENGLON="
               WS-NOM-LEIDOS
               " EMPLEADO=" NOM-EMPLEADO
               " NETO=" NOM-NETO
               " MOTIVO=" FUNCTION TRIM(WS-NOM-MSG)
               DELIMITED BY SIZE INTO REG-SURTIDO
           WRITE REG-SURTIDO
           DISPLAY "EMPLEADO RECHAZADO (" FUNCTION TRIM(NOM-EMPLEADO)
               "): " FUNCTION TRIM(WS-NOM-MSG)
           .

       ORDENA-DEPARTAMENTOS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB >= WS-DEPT-USADOS
               PERFORM VARYING WS-DEPT-J FROM 1 BY 1
                       UNTIL WS-DEPT-J > WS-DEPT-USADOS - WS-DEPT-SUB
                   IF DEPT-ENTRY(WS-DEPT-J) >
                           DEPT-ENTRY(WS-DEPT-J + 1)
                       MOVE DEPT-ENTRY(WS-DEPT-J) TO WS-DEPT-TEMP
                       MOVE DEPT-ENTRY(WS-DEPT-J + 1) TO
                           DEPT-ENTRY(WS-DEPT-J)
                       MOVE WS-DEPT-TEMP TO DEPT-ENTRY(WS-DEPT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Hoja de surtido: por departamento, las piezas de cada
      * denominacion que hay que separar para llenar sus sobres.
      *----------------------------------------------------------------
       ESCRIBE-SURTIDO-DEPTOS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USADOS
               MOVE DEPT-TOTAL(WS-DEPT-SUB) TO WS-IMPORTE-ED
               MOVE SPACES TO REG-SURTIDO
               WRITE REG-SURTIDO
               MOVE SPACES TO REG-SURTIDO
               STRING "DEPARTAMENTO " DEPT-NOMBRE(WS-DEPT-SUB)
                   " SOBRES=" DEPT-EMPLEADOS(WS-DEPT-SUB)
                   " TOTAL=" FUNCTION TRIM(WS-IMPORTE-ED)
                   DELIMITED BY SIZE INTO REG-SURTIDO
               WRITE REG-SURTIDO
               PERFORM VARYING WS-DESG-SUB FROM 1 BY 1
                       UNTIL WS-DESG-SUB > 9
                   IF DEPT-PIEZAS(WS-DEPT-SUB, WS-DESG-SUB) > 0
                       MOVE DEPT-PIEZAS(WS-DEPT-SUB, WS-DESG-SUB)
                           TO WS-PIEZAS-ED
                       COMPUTE WS-VALOR-DEN =
                           DEPT-PIEZAS(WS-DEPT-SUB, WS-DESG-SUB)
                           * DENOM-VALOR(WS-DESG-SUB)
                       MOVE WS-VALOR-DEN TO WS-IMPORTE-ED
                       MOVE SPACES TO REG-SURTIDO
                       STRING "  " DENOM-ETIQUETA(WS-DESG-SUB)
                           " PIEZAS=" WS-PIEZAS-ED
                           " VALOR=" WS-IMPORTE-ED
                           DELIMITED BY SIZE INTO REG-SURTIDO
                       WRITE REG-SURTIDO
                   END-IF
               END-PERFORM
               IF DEPT-CENTAVOS(WS-DEPT-SUB) > 0
                   MOVE DEPT-CENTAVOS(WS-DEPT-SUB) TO WS-IMPORTE-ED
                   MOVE SPACES TO REG-SURTIDO
                   STRING "  CENTAVOS                  "
                       " IMPORTE=" WS-IMPORTE-ED
                       DELIMITED BY SIZE INTO REG-SURTIDO
                   WRITE REG-SURTIDO
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Cuadre contra el lote: total de sobres contra total de los
      * detalles NOMINA, y piezas de los sobres contra las piezas del
      * desglose del lote por denominacion. La diferencia por
      * denominacion es lo que boveda tiene que cambiar antes de que
      * salga el efectivo; una diferencia en el total detiene la
      * entrega (RETURN-CODE 8).
      *----------------------------------------------------------------
       ESCRIBE-CUADRE-LOTE.
           MOVE ZERO TO WS-DEN-DIFIEREN
           MOVE SPACES TO REG-SURTIDO
           WRITE REG-SURTIDO
           MOVE SPACES TO REG-SURTIDO
           IF WS-LOTE-LEIDO = 'S'
               STRING "CUADRE CONTRA DETALLES NOMINA DEL LOTE "
                   WS-HDR-NUMERO " FECHA=" WS-HDR-FECHA
                   " DETALLES=" WS-LOT-DETALLES
                   DELIMITED BY SIZE INTO REG-SURTIDO
           ELSE
               STRING "CUADRE CONTRA DETALLES NOMINA: CANTIDADES.DAT "
                   "NO DISPONIBLE"
                   DELIMITED BY SIZE INTO REG-SURTIDO
           END-IF
           WRITE REG-SURTIDO
           IF WS-LOT-IGNORADOS > 0
               MOVE SPACES TO REG-SURTIDO
               STRING "  DETALLES NOMINA CON MONTO INVALIDO (NO "
                   "CUADRADOS)=" WS-LOT-IGNORADOS
                   DELIMITED BY SIZE INTO REG-SURTIDO
               WRITE REG-SURTIDO
           END-IF
           MOVE "  DENOMINACION     SOBRES     LOTE  DIFERENCIA"
               TO REG-SURTIDO
           WRITE REG-SURTIDO
           PERFORM VARYING WS-DESG-SUB FROM 1 BY 1
                   UNTIL WS-DESG-SUB > 9
               COMPUTE WS-DIF-PIEZAS = CUA-SOBRES(WS-DESG-SUB)
                   - CUA-LOTE(WS-DESG-SUB)
               MOVE CUA-SOBRES(WS-DESG-SUB) TO WS-PIEZAS-ED
               MOVE CUA-LOTE(WS-DESG-SUB) TO WS-PIEZAS2-ED
               MOVE WS-DIF-PIEZAS TO WS-DIF-PIEZAS-ED
               MOVE SPACES TO REG-SURTIDO
               IF WS-DIF-PIEZAS NOT = ZERO
                   ADD 1 TO WS-DEN-DIFIEREN
                   STRING "  " DENOM-ETIQUETA(WS-DESG-SUB)
                       "    " WS-PIEZAS-ED "  " WS-PIEZAS2-ED
                       "    " WS-DIF-PIEZAS-ED "  << DIFERENCIA"
                       DELIMITED BY SIZE INTO REG-SURTIDO
               ELSE
                   STRING "  " DENOM-ETIQUETA(WS-DESG-SUB)
                       "    " WS-PIEZAS-ED "  " WS-PIEZAS2-ED
                       "    " WS-DIF-PIEZAS-ED
                       DELIMITED BY SIZE INTO REG-SURTIDO
               END-IF
               WRITE REG-SURTIDO
           END-PERFORM
           COMPUTE WS-DIF-IMPORTE = WS-SOB-CENTAVOS - WS-LOT-CENTAVOS
           MOVE WS-SOB-CENTAVOS TO WS-IMPORTE-ED
           MOVE WS-LOT-CENTAVOS TO WS-IMPORTE2-ED
           MOVE WS-DIF-IMPORTE TO WS-DIF-IMPORTE-ED
           MOVE SPACES TO REG-SURTIDO
           STRING "  CENTAVOS SOBRES=" FUNCTION TRIM(WS-IMPORTE-ED)
               " LOTE=" FUNCTION TRIM(WS-IMPORTE2-ED)
               " DIFERENCIA=" FUNCTION TRIM(WS-DIF-IMPORTE-ED)
               DELIMITED BY SIZE INTO REG-SURTIDO
           WRITE REG-SURTIDO
           COMPUTE WS-DIF-IMPORTE = WS-SOB-TOTAL - WS-LOT-TOTAL
           MOVE WS-SOB-TOTAL TO WS-IMPORTE-ED
           MOVE WS-LOT-TOTAL TO WS-IMPORTE2-ED
           MOVE WS-DIF-IMPORTE TO WS-DIF-IMPORTE-ED
           MOVE SPACES TO REG-SURTIDO
           STRING "  TOTAL SOBRES=" FUNCTION TRIM(WS-IMPORTE-ED)
               " TOTAL NOMINA LOTE=" FUNCTION TRIM(WS-IMPORTE2-ED)
               " DIFERENCIA=" FUNCTION TRIM(WS-DIF-IMPORTE-ED)
               DELIMITED BY SIZE INTO REG-SURTIDO
           WRITE REG-SURTIDO
           MOVE SPACES TO REG-SURTIDO
           IF WS-DIF-IMPORTE = ZERO AND WS-LOT-DETALLES > 0
               MOVE 'S' TO WS-CUADRA-TOTAL
               IF WS-DEN-DIFIEREN = 0
                   MOVE "RESULTADO: CUADRA EN TOTAL Y POR DENOMINACION"
                       TO REG-SURTIDO
               ELSE
                   STRING "RESULTADO: CUADRA EN TOTAL; LAS "
                       "DENOMINACIONES MARCADAS SE CAMBIAN EN BOVEDA "
                       "ANTES DE ENTREGAR"
                       DELIMITED BY SIZE INTO REG-SURTIDO
               END-IF
           ELSE
               MOVE 'N' TO WS-CUADRA-TOTAL
               MOVE 8 TO RETURN-CODE
               STRING "*** RESULTADO: NO CUADRA CONTRA EL LOTE - NO "
                   "ENTREGAR EL EFECTIVO ***"
                   DELIMITED BY SIZE INTO REG-SURTIDO
           END-IF
           WRITE REG-SURTIDO
           .

      * Existencia apta de INVENTARIO.DAT por etiqueta de la moneda;
      * sin archivo no hay contra que verificar y se avisa.
       LEE-INVENTARIO.
           MOVE 'N' TO WS-INVENTARIO-OK
           MOVE 'N' TO WS-FIN-INVENTARIO
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
                   UNTIL IDX-DENOM > 9
               MOVE ZERO TO DENOM-DISPONIBLE(IDX-DENOM)
           END-PERFORM
           OPEN INPUT ARCH-INVENTARIO
           IF WS-FS-INVENTARIO = '00'
               MOVE 'S' TO WS-INVENTARIO-OK
               PERFORM UNTIL WS-FIN-INVENTARIO = 'S'
                   READ ARCH-INVENTARIO
                       AT END
                           MOVE 'S' TO WS-FIN-INVENTARIO
                       NOT AT END
                           PERFORM CLASIFICA-REG-INVENTARIO
                   END-READ
               END-PERFORM
               CLOSE ARCH-INVENTARIO
           END-IF
           .

       CLASIFICA-REG-INVENTARIO.
           IF INV-CANTIDAD NOT NUMERIC
               MOVE ZERO TO INV-CANTIDAD
           END-IF
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
                   UNTIL IDX-DENOM > 9
               IF INV-ETIQUETA = DENOM-ETIQUETA(IDX-DENOM)
                   MOVE INV-CANTIDAD TO DENOM-DISPONIBLE(IDX-DENOM)
               END-IF
           END-PERFORM
           .

      * Los sobres piden muchas mas piezas chicas que un desglose en
      * una sola suma: cada denominacion cuyo total en sobres pase
      * del apto en boveda se advierte con las piezas que faltan.
       ESCRIBE-EXISTENCIAS.
           MOVE ZERO TO WS-DEN-FALTANTES
           MOVE SPACES TO REG-SURTIDO
           WRITE REG-SURTIDO
           IF WS-INVENTARIO-OK = 'N'
               MOVE SPACES TO REG-SURTIDO
               STRING "ADVERTENCIA: NO SE PUDO LEER INVENTARIO.DAT, "
                   "NO SE VERIFICO LA EXISTENCIA EN BOVEDA"
                   DELIMITED BY SIZE INTO REG-SURTIDO
               WRITE REG-SURTIDO
           ELSE
               MOVE "EXISTENCIA EN BOVEDA (APTO) CONTRA SOBRES"
                   TO REG-SURTIDO
               WRITE REG-SURTIDO
               PERFORM VARYING IDX-DENOM FROM 1 BY 1
                       UNTIL IDX-DENOM > 9
                   PERFORM ESCRIBE-EXISTENCIA-DEN
               END-PERFORM
               IF WS-DEN-FALTANTES = 0
                   MOVE "EXISTENCIA SUFICIENTE PARA TODOS LOS SOBRES"
                       TO REG-SURTIDO
                   WRITE REG-SURTIDO
               END-IF
           END-IF
           .

       ESCRIBE-EXISTENCIA-DEN.
           SET WS-DESG-SUB TO IDX-DENOM
           MOVE CUA-SOBRES(WS-DESG-SUB) TO WS-PIEZAS-ED
           MOVE DENOM-DISPONIBLE(IDX-DENOM) TO WS-PIEZAS2-ED
           MOVE SPACES TO REG-SURTIDO
           IF CUA-SOBRES(WS-DESG-SUB) > DENOM-DISPONIBLE(IDX-DENOM)
               ADD 1 TO WS-DEN-FALTANTES
               COMPUTE WS-PZA-FALTAN = CUA-SOBRES(WS-DESG-SUB)
                   - DENOM-DISPONIBLE(IDX-DENOM)
               MOVE WS-PZA-FALTAN TO WS-DIF-PIEZAS-ED
               STRING "  " DENOM-ETIQUETA(IDX-DENOM)
                   " SOBRES=" WS-PIEZAS-ED
                   " APTO=" WS-PIEZAS2-ED
                   "  *** ADVERTENCIA: FALTAN "
                   FUNCTION TRIM(WS-DIF-PIEZAS-ED) " PIEZAS ***"
                   DELIMITED BY SIZE INTO REG-SURTIDO
           ELSE
               STRING "  " DENOM-ETIQUETA(IDX-DENOM)
                   " SOBRES=" WS-PIEZAS-ED
                   " APTO=" WS-PIEZAS2-ED
                   DELIMITED BY SIZE INTO REG-SURTIDO
           END-IF
           WRITE REG-SURTIDO
           .

       MUESTRA-RESUMEN.
           MOVE WS-SOB-TOTAL TO WS-IMPORTE-ED
           DISPLAY "Sobres impresos en SOBRES.RPT: " WS-NOM-SOBRES
               " (total " FUNCTION TRIM(WS-IMPORTE-ED) ")"
           IF WS-NOM-RECHAZOS > 0
               DISPLAY "Empleados rechazados: " WS-NOM-RECHAZOS
           END-IF
           DISPLAY "Hoja de surtido y cuadre en SURTIDO.RPT"
           IF WS-CUADRA-TOTAL = 'N'
               DISPLAY "*** LOS SOBRES NO CUADRAN CONTRA LOS DETALLES "
                   "NOMINA DEL LOTE - NO ENTREGAR EL EFECTIVO ***"
           ELSE
               IF WS-DEN-DIFIEREN > 0
                   DISPLAY "ADVERTENCIA: " WS-DEN-DIFIEREN
                       " DENOMINACION(ES) DIFIEREN DEL DESGLOSE DEL "
                       "LOTE, VER SURTIDO.RPT"
               END-IF
           END-IF
           IF WS-DEN-FALTANTES > 0
               DISPLAY "ADVERTENCIA: INVENTARIO.DAT NO CUBRE "
                   WS-DEN-FALTANTES " DENOMINACION(ES), VER "
                   "SURTIDO.RPT"
           END-IF
           .

       ABRE-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           .

       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-SOB-TOTAL TO WS-IMPORTE-ED
           MOVE WS-LOT-TOTAL TO WS-IMPORTE2-ED
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " NOMINA-SOBRES OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " MONEDA=" WS-MONEDA-ACTIVA
               " LOTE=" WS-HDR-NUMERO
               " SOBRES=" WS-NOM-SOBRES
               " RECHAZADOS=" WS-NOM-RECHAZOS
               " TOTAL-SOBRES=" FUNCTION TRIM(WS-IMPORTE-ED)
               " TOTAL-LOTE=" FUNCTION TRIM(WS-IMPORTE2-ED)
               " CUADRA=" WS-CUADRA-TOTAL
               " DENOM-DIFIEREN=" WS-DEN-DIFIEREN
               " DENOM-SIN-EXISTENCIA=" WS-DEN-FALTANTES
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY DENOMPROC.
           COPY OPERPROC.

       END PROGRAM NOMINA-SOBRES.
