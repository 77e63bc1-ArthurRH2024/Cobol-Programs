       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACIONES-RELEVANTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MOVLOTE ASSIGN TO "MOVLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVLOTE.
           SELECT ARCH-TIPOCAMBIO ASSIGN TO "TIPOCAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIPOCAMBIO.
           SELECT ARCH-RELEVANTES ASSIGN TO "RELEVANTES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVANTES.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
      * Diario de detalles posteados, mismo trazado que escribe
      * DESGLOSE (ESCRIBE-MOVLOTE). Aqui interesan los DEPOSITO en
      * USD y los REVERSO que los anulan.
       FD  ARCH-MOVLOTE.
       01  REG-MOVLOTE.
           05 MOV-LOTE            PIC X(6).
           05 MOV-RENGLON         PIC 9(6).
           05 MOV-FECHA-PROCESO   PIC X(8).
           05 MOV-CAJERO          PIC X(4).
           05 MOV-SUCURSAL        PIC X(4).
           05 MOV-FECHA           PIC X(8).
           05 MOV-TIPO            PIC X(8).
           05 MOV-MONEDA          PIC X(3).
           05 MOV-MONTO           PIC 9(9)V99.
           05 MOV-TIPO-CAMBIO     PIC 9(2)V9(4).
           05 MOV-TIPO-ORIGINAL   PIC X(8).
           05 MOV-REF-LOTE        PIC X(6).
           05 MOV-REF-RENGLON     PIC 9(6).
           05 MOV-SOLICITANTE     PIC X(8).
           05 MOV-OPERADOR        PIC X(8).
           05 MOV-CLI-TIPO-ID     PIC X(4).
           05 MOV-CLI-ID          PIC X(20).

      * Tipo de cambio por fecha y moneda, mismo trazado que lee
      * DESGLOSE.
       FD  ARCH-TIPOCAMBIO.
       01  REG-TIPOCAMBIO.
           05 TC-FECHA            PIC X(8).
           05 TC-MONEDA           PIC X(3).
           05 TC-COMPRA           PIC 9(2)V9(4).
           05 TC-VENTA            PIC 9(2)V9(4).

       FD  ARCH-RELEVANTES.
       01  REG-RELEVANTES         PIC X(200).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA          PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-FS-MOVLOTE      PIC XX.
       01  WS-FS-TIPOCAMBIO   PIC XX.
       01  WS-FS-RELEVANTES   PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-FIN-MOVLOTE     PIC X VALUE 'N'.
       01  WS-FIN-TIPOCAMBIO  PIC X VALUE 'N'.

      * Criterios del reporte: mes AAAAMM (blanco = mes en curso),
      * umbral en pesos del equivalente de la operacion y ventana
      * movil en dias naturales para sumar depositos de un mismo
      * cliente (fraccionamiento).
       01  WS-MES-FILTRO      PIC X(6) VALUE SPACES.
       01  WS-UMBRAL-TEXTO    PIC X(12) VALUE SPACES.
       01  WS-UMBRAL          PIC 9(9)V99 VALUE 130000.00.
       01  WS-UMBRAL-ED       PIC Z(8)9.99.
       01  WS-VENTANA-TEXTO   PIC X(3) VALUE SPACES.
       01  WS-VENTANA         PIC 9(3) VALUE 30.

      * Limites del periodo como numero de dia (INTEGER-OF-DATE). La
      * lectura arranca VENTANA-1 dias antes del mes para que una
      * ventana que cierra el dia 1 vea los depositos previos.
       01  WS-FECHA-AUX       PIC 9(8).
       01  WS-ANIO-SIG        PIC 9(4).
       01  WS-MES-SIG         PIC 9(2).
       01  WS-DIA-INI-MES     PIC 9(7).
       01  WS-DIA-FIN-MES     PIC 9(7).
       01  WS-DIA-INI-LECT    PIC 9(7).
       01  WS-DIA-OPER        PIC 9(7).
       01  WS-DIA-DESDE       PIC 9(7).
       01  WS-FECHA-INI-LECT  PIC X(8).
       01  WS-FECHA-FIN-MES   PIC X(8).

      * Tasas de compra USD del periodo leidas de TIPOCAMBIO.DAT.
       01  WS-TCT-USADOS      PIC 9(3) VALUE ZERO.
       01  WS-TCT-SUB         PIC 9(3).
       01  TAB-TIPOCAMBIO.
           05 TCT-ENTRY OCCURS 400 TIMES.
              10 TCT-FECHA         PIC X(8).
              10 TCT-COMPRA        PIC 9(2)V9(4).

      * Detalles reversados (REF-LOTE/REF-RENGLON de cada REVERSO):
      * un deposito anulado no cuenta para el reporte.
       01  WS-RVR-USADOS      PIC 9(4) VALUE ZERO.
       01  WS-RVR-SUB         PIC 9(4).
       01  WS-RVR-HALLADO     PIC X.
       01  TAB-REVERSADOS.
           05 RVR-ENTRY OCCURS 1000 TIMES.
              10 RVR-LOTE          PIC X(6).
              10 RVR-RENGLON       PIC 9(6).

      * Depositos USD vigentes del periodo de lectura, con su
      * equivalente en pesos. TC-ORIGEN: 'D' tasa del dia de la
      * operacion en TIPOCAMBIO.DAT, 'L' tasa con que posteo el lote
      * cuando falta la del dia.
       01  WS-OPR-USADOS      PIC 9(4) VALUE ZERO.
       01  WS-OPR-I           PIC 9(4).
       01  WS-OPR-J           PIC 9(4).
       01  TAB-OPERACIONES.
           05 OPR-ENTRY OCCURS 2000 TIMES.
              10 OPR-LOTE          PIC X(6).
              10 OPR-RENGLON       PIC 9(6).
              10 OPR-FECHA         PIC X(8).
              10 OPR-DIA           PIC 9(7).
              10 OPR-CAJERO        PIC X(4).
              10 OPR-SUCURSAL      PIC X(4).
              10 OPR-CLI-TIPO-ID   PIC X(4).
              10 OPR-CLI-ID        PIC X(20).
              10 OPR-MONTO-USD     PIC 9(9)V99.
              10 OPR-TIPO-CAMBIO   PIC 9(2)V9(4).
              10 OPR-TC-ORIGEN     PIC X.
              10 OPR-MXN           PIC 9(11)V99.

      * Clientes con depositos fraccionados: la ventana de mayor
      * suma que cierra dentro del mes.
       01  WS-CLT-USADOS      PIC 9(3) VALUE ZERO.
       01  WS-CLT-SUB         PIC 9(3).
       01  WS-CLT-HALLADO     PIC 9(3).
       01  TAB-CLIENTES.
           05 CLT-ENTRY OCCURS 500 TIMES.
              10 CLT-TIPO-ID       PIC X(4).
              10 CLT-ID            PIC X(20).
              10 CLT-OPERACIONES   PIC 9(4).
              10 CLT-TOTAL         PIC 9(11)V99.
              10 CLT-DIA-INI       PIC 9(7).
              10 CLT-DIA-FIN       PIC 9(7).

       01  WS-VEN-SUMA        PIC 9(11)V99.
       01  WS-VEN-CUENTA      PIC 9(4).

       01  WS-REG-LEIDOS      PIC 9(6) VALUE ZERO.
       01  WS-DEP-USD         PIC 9(6) VALUE ZERO.
       01  WS-DEP-REVERSADOS  PIC 9(6) VALUE ZERO.
       01  WS-SIN-ID          PIC 9(6) VALUE ZERO.
       01  WS-TC-DEL-LOTE     PIC 9(6) VALUE ZERO.
       01  WS-OMITIDOS        PIC 9(6) VALUE ZERO.
       01  WS-RELEVANTES      PIC 9(6) VALUE ZERO.
       01  WS-FRACCIONADOS    PIC 9(6) VALUE ZERO.

       01  WS-CLIENTE-TXT     PIC X(26).
       01  WS-USD-ED          PIC Z(8)9.99.
       01  WS-MXN-ED          PIC Z(10)9.99.
       01  WS-TC-ED           PIC Z9.9999.
       01  WS-FECHA-DESDE-ED  PIC 9(8).
       01  WS-FECHA-HASTA-ED  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== OPERACIONES RELEVANTES Y FRACCIONADAS ==="
           DISPLAY "Mes a reportar (AAAAMM, blanco=mes en curso): "
           ACCEPT WS-MES-FILTRO
           IF WS-MES-FILTRO = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:6) TO WS-MES-FILTRO
           END-IF
           IF WS-MES-FILTRO NOT NUMERIC
                   OR WS-MES-FILTRO(5:2) < "01"
                   OR WS-MES-FILTRO(5:2) > "12"
               DISPLAY "ERROR: MES INVALIDO " WS-MES-FILTRO
               STOP RUN
           END-IF
           DISPLAY "Umbral en pesos (blanco=130000.00): "
           ACCEPT WS-UMBRAL-TEXTO
           IF WS-UMBRAL-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-UMBRAL-TEXTO) = 0
                   COMPUTE WS-UMBRAL =
                       FUNCTION NUMVAL(WS-UMBRAL-TEXTO)
               ELSE
                   DISPLAY "UMBRAL NO NUMERICO, SE USA 130000.00"
               END-IF
           END-IF
           DISPLAY "Ventana de fraccionamiento en dias (blanco=30): "
           ACCEPT WS-VENTANA-TEXTO
           IF WS-VENTANA-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-VENTANA-TEXTO) = 0
                       AND FUNCTION NUMVAL(WS-VENTANA-TEXTO) >= 1
                   COMPUTE WS-VENTANA =
                       FUNCTION NUMVAL(WS-VENTANA-TEXTO)
               ELSE
                   DISPLAY "VENTANA INVALIDA, SE USAN 30 DIAS"
               END-IF
           END-IF

           PERFORM CALCULA-PERIODO
           OPEN INPUT ARCH-MOVLOTE
           IF WS-FS-MOVLOTE NOT = '00'
               DISPLAY "ERROR: NO SE PUDO ABRIR MOVLOTE.DAT (STATUS "
                   WS-FS-MOVLOTE ")"
               STOP RUN
           END-IF
           CLOSE ARCH-MOVLOTE
           PERFORM CARGA-TIPOS-CAMBIO
           PERFORM CARGA-REVERSADOS
           PERFORM CARGA-OPERACIONES
           PERFORM BUSCA-FRACCIONADOS

           OPEN OUTPUT ARCH-RELEVANTES
           PERFORM ESCRIBE-REPORTE-RELEVANTES
           CLOSE ARCH-RELEVANTES
           DISPLAY "Reporte generado en RELEVANTES.RPT"
           DISPLAY "RELEVANTES: " WS-RELEVANTES
               " CLIENTES FRACCIONADOS: " WS-FRACCIONADOS
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           STOP RUN.

       CALCULA-PERIODO.
           MOVE WS-MES-FILTRO(1:4) TO WS-ANIO-SIG
           MOVE WS-MES-FILTRO(5:2) TO WS-MES-SIG
           COMPUTE WS-FECHA-AUX = WS-ANIO-SIG * 10000
               + WS-MES-SIG * 100 + 1
           COMPUTE WS-DIA-INI-MES =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
           IF WS-MES-SIG = 12
               ADD 1 TO WS-ANIO-SIG
               MOVE 1 TO WS-MES-SIG
           ELSE
               ADD 1 TO WS-MES-SIG
           END-IF
           COMPUTE WS-FECHA-AUX = WS-ANIO-SIG * 10000
               + WS-MES-SIG * 100 + 1
           COMPUTE WS-DIA-FIN-MES =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1
           COMPUTE WS-DIA-INI-LECT = WS-DIA-INI-MES - WS-VENTANA + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INI-LECT)
               TO WS-FECHA-AUX
           MOVE WS-FECHA-AUX TO WS-FECHA-INI-LECT
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-FIN-MES)
               TO WS-FECHA-AUX
           MOVE WS-FECHA-AUX TO WS-FECHA-FIN-MES
           .

       CARGA-TIPOS-CAMBIO.
           OPEN INPUT ARCH-TIPOCAMBIO
           IF WS-FS-TIPOCAMBIO NOT = '00'
               DISPLAY "ADVERTENCIA: SIN TIPOCAMBIO.DAT, SE USA LA "
                   "TASA DE CADA LOTE"
           ELSE
               PERFORM UNTIL WS-FIN-TIPOCAMBIO = 'S'
                   READ ARCH-TIPOCAMBIO
                       AT END
                           MOVE 'S' TO WS-FIN-TIPOCAMBIO
                       NOT AT END
                           PERFORM GUARDA-TIPO-CAMBIO
                   END-READ
               END-PERFORM
               CLOSE ARCH-TIPOCAMBIO
           END-IF
           .

       GUARDA-TIPO-CAMBIO.
           IF TC-MONEDA = "USD" AND TC-COMPRA NUMERIC
                   AND TC-FECHA >= WS-FECHA-INI-LECT
                   AND TC-FECHA <= WS-FECHA-FIN-MES
               IF WS-TCT-USADOS < 400
                   ADD 1 TO WS-TCT-USADOS
                   MOVE TC-FECHA TO TCT-FECHA(WS-TCT-USADOS)
                   MOVE TC-COMPRA TO TCT-COMPRA(WS-TCT-USADOS)
               ELSE
                   DISPLAY "ADVERTENCIA: TABLA DE TIPOS DE CAMBIO "
                       "LLENA, SE OMITE " TC-FECHA
               END-IF
           END-IF
           .

      * Primera pasada al diario: que detalles fueron reversados.
       CARGA-REVERSADOS.
           MOVE 'N' TO WS-FIN-MOVLOTE
           OPEN INPUT ARCH-MOVLOTE
           PERFORM UNTIL WS-FIN-MOVLOTE = 'S'
               READ ARCH-MOVLOTE
                   AT END
                       MOVE 'S' TO WS-FIN-MOVLOTE
                   NOT AT END
                       IF MOV-TIPO = "REVERSO"
                               AND MOV-TIPO-ORIGINAL = "DEPOSITO"
                               AND MOV-MONEDA = "USD"
                           PERFORM GUARDA-REVERSADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-MOVLOTE
           .

       GUARDA-REVERSADO.
           IF WS-RVR-USADOS < 1000
               ADD 1 TO WS-RVR-USADOS
               MOVE MOV-REF-LOTE TO RVR-LOTE(WS-RVR-USADOS)
               MOVE MOV-REF-RENGLON TO RVR-RENGLON(WS-RVR-USADOS)
           ELSE
               DISPLAY "ADVERTENCIA: TABLA DE REVERSOS LLENA, SE "
                   "OMITE EL REVERSO DE " MOV-REF-LOTE "/"
                   MOV-REF-RENGLON
           END-IF
           .

      * Segunda pasada: depositos USD vigentes del periodo de lectura.
       CARGA-OPERACIONES.
           MOVE 'N' TO WS-FIN-MOVLOTE
           OPEN INPUT ARCH-MOVLOTE
           PERFORM UNTIL WS-FIN-MOVLOTE = 'S'
               READ ARCH-MOVLOTE
                   AT END
                       MOVE 'S' TO WS-FIN-MOVLOTE
                   NOT AT END
                       ADD 1 TO WS-REG-LEIDOS
                       IF MOV-TIPO = "DEPOSITO" AND MOV-MONEDA = "USD"
                               AND MOV-FECHA >= WS-FECHA-INI-LECT
                               AND MOV-FECHA <= WS-FECHA-FIN-MES
                           PERFORM PROCESA-DEPOSITO-USD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-MOVLOTE
           .

       PROCESA-DEPOSITO-USD.
           MOVE 'N' TO WS-RVR-HALLADO
           PERFORM VARYING WS-RVR-SUB FROM 1 BY 1
                   UNTIL WS-RVR-SUB > WS-RVR-USADOS
               IF RVR-LOTE(WS-RVR-SUB) = MOV-LOTE
                       AND RVR-RENGLON(WS-RVR-SUB) = MOV-RENGLON
                   MOVE 'S' TO WS-RVR-HALLADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RVR-HALLADO = 'S'
                   ADD 1 TO WS-DEP-REVERSADOS
               WHEN MOV-MONTO NOT NUMERIC OR MOV-FECHA NOT NUMERIC
                   ADD 1 TO WS-OMITIDOS
                   DISPLAY "ADVERTENCIA: DEPOSITO NO NUMERICO EN "
                       "MOVLOTE.DAT, LOTE " MOV-LOTE " RENGLON "
                       MOV-RENGLON
               WHEN WS-OPR-USADOS >= 2000
                   ADD 1 TO WS-OMITIDOS
                   DISPLAY "ADVERTENCIA: TABLA DE OPERACIONES LLENA, "
                       "SE OMITE LOTE " MOV-LOTE " RENGLON "
                       MOV-RENGLON
               WHEN OTHER
                   PERFORM GUARDA-OPERACION
           END-EVALUATE
           .

       GUARDA-OPERACION.
           ADD 1 TO WS-OPR-USADOS
           MOVE WS-OPR-USADOS TO WS-OPR-I
           MOVE MOV-LOTE TO OPR-LOTE(WS-OPR-I)
           MOVE MOV-RENGLON TO OPR-RENGLON(WS-OPR-I)
           MOVE MOV-FECHA TO OPR-FECHA(WS-OPR-I)
           MOVE MOV-FECHA TO WS-FECHA-AUX
           COMPUTE OPR-DIA(WS-OPR-I) =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
           MOVE MOV-CAJERO TO OPR-CAJERO(WS-OPR-I)
           MOVE MOV-SUCURSAL TO OPR-SUCURSAL(WS-OPR-I)
           MOVE MOV-CLI-TIPO-ID TO OPR-CLI-TIPO-ID(WS-OPR-I)
           MOVE MOV-CLI-ID TO OPR-CLI-ID(WS-OPR-I)
           MOVE MOV-MONTO TO OPR-MONTO-USD(WS-OPR-I)
           MOVE 'L' TO OPR-TC-ORIGEN(WS-OPR-I)
           IF MOV-TIPO-CAMBIO NUMERIC
               MOVE MOV-TIPO-CAMBIO TO OPR-TIPO-CAMBIO(WS-OPR-I)
           ELSE
               MOVE ZERO TO OPR-TIPO-CAMBIO(WS-OPR-I)
           END-IF
           PERFORM VARYING WS-TCT-SUB FROM 1 BY 1
                   UNTIL WS-TCT-SUB > WS-TCT-USADOS
               IF TCT-FECHA(WS-TCT-SUB) = MOV-FECHA
                   MOVE TCT-COMPRA(WS-TCT-SUB)
                       TO OPR-TIPO-CAMBIO(WS-OPR-I)
                   MOVE 'D' TO OPR-TC-ORIGEN(WS-OPR-I)
               END-IF
           END-PERFORM
           IF OPR-TC-ORIGEN(WS-OPR-I) = 'L'
               ADD 1 TO WS-TC-DEL-LOTE
           END-IF
           COMPUTE OPR-MXN(WS-OPR-I) ROUNDED =
               OPR-MONTO-USD(WS-OPR-I) * OPR-TIPO-CAMBIO(WS-OPR-I)
           ADD 1 TO WS-DEP-USD
           IF MOV-CLI-ID = SPACES
               ADD 1 TO WS-SIN-ID
           END-IF
           .

      * Para cada deposito identificado del mes por debajo del umbral
      * se suma lo del mismo cliente, tambien por debajo del umbral,
      * en los VENTANA dias que cierran ese dia. Los depositos que
      * rebasan el umbral solos ya salen como relevantes.
       BUSCA-FRACCIONADOS.
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-USADOS
               IF OPR-CLI-ID(WS-OPR-I) NOT = SPACES
                       AND OPR-MXN(WS-OPR-I) < WS-UMBRAL
                       AND OPR-DIA(WS-OPR-I) >= WS-DIA-INI-MES
                   PERFORM SUMA-VENTANA-CLIENTE
               END-IF
           END-PERFORM
           .

       SUMA-VENTANA-CLIENTE.
           MOVE ZERO TO WS-VEN-SUMA
           MOVE ZERO TO WS-VEN-CUENTA
           COMPUTE WS-DIA-DESDE = OPR-DIA(WS-OPR-I) - WS-VENTANA + 1
           PERFORM VARYING WS-OPR-J FROM 1 BY 1
                   UNTIL WS-OPR-J > WS-OPR-USADOS
               IF OPR-CLI-TIPO-ID(WS-OPR-J) = OPR-CLI-TIPO-ID(WS-OPR-I)
                       AND OPR-CLI-ID(WS-OPR-J) = OPR-CLI-ID(WS-OPR-I)
                       AND OPR-MXN(WS-OPR-J) < WS-UMBRAL
                       AND OPR-DIA(WS-OPR-J) >= WS-DIA-DESDE
                       AND OPR-DIA(WS-OPR-J) <= OPR-DIA(WS-OPR-I)
                   ADD OPR-MXN(WS-OPR-J) TO WS-VEN-SUMA
                   ADD 1 TO WS-VEN-CUENTA
               END-IF
           END-PERFORM
           IF WS-VEN-CUENTA > 1 AND WS-VEN-SUMA >= WS-UMBRAL
               PERFORM REGISTRA-CLIENTE-FRACCIONADO
           END-IF
           .

       REGISTRA-CLIENTE-FRACCIONADO.
           MOVE ZERO TO WS-CLT-HALLADO
           PERFORM VARYING WS-CLT-SUB FROM 1 BY 1
                   UNTIL WS-CLT-SUB > WS-CLT-USADOS
               IF CLT-TIPO-ID(WS-CLT-SUB) = OPR-CLI-TIPO-ID(WS-OPR-I)
                       AND CLT-ID(WS-CLT-SUB) = OPR-CLI-ID(WS-OPR-I)
                   MOVE WS-CLT-SUB TO WS-CLT-HALLADO
               END-IF
           END-PERFORM
           IF WS-CLT-HALLADO = ZERO AND WS-CLT-USADOS < 500
               ADD 1 TO WS-CLT-USADOS
               MOVE WS-CLT-USADOS TO WS-CLT-HALLADO
               MOVE OPR-CLI-TIPO-ID(WS-OPR-I)
                   TO CLT-TIPO-ID(WS-CLT-HALLADO)
               MOVE OPR-CLI-ID(WS-OPR-I) TO CLT-ID(WS-CLT-HALLADO)
               MOVE ZERO TO CLT-TOTAL(WS-CLT-HALLADO)
           END-IF
           IF WS-CLT-HALLADO = ZERO
               DISPLAY "ADVERTENCIA: TABLA DE CLIENTES LLENA, SE "
                   "OMITE CLIENTE " OPR-CLI-ID(WS-OPR-I)
           ELSE
               IF WS-VEN-SUMA > CLT-TOTAL(WS-CLT-HALLADO)
                   MOVE WS-VEN-SUMA TO CLT-TOTAL(WS-CLT-HALLADO)
                   MOVE WS-VEN-CUENTA
                       TO CLT-OPERACIONES(WS-CLT-HALLADO)
                   MOVE WS-DIA-DESDE TO CLT-DIA-INI(WS-CLT-HALLADO)
                   MOVE OPR-DIA(WS-OPR-I)
                       TO CLT-DIA-FIN(WS-CLT-HALLADO)
               END-IF
           END-IF
           .

       ESCRIBE-REPORTE-RELEVANTES.
           MOVE SPACES TO REG-RELEVANTES
           STRING "REPORTE DE OPERACIONES RELEVANTES Y FRACCIONADAS"
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           MOVE WS-UMBRAL TO WS-UMBRAL-ED
           MOVE SPACES TO REG-RELEVANTES
           STRING "PERIODO=" WS-MES-FILTRO
               " UMBRAL-MXN=" FUNCTION TRIM(WS-UMBRAL-ED)
               " VENTANA-DIAS=" WS-VENTANA
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           MOVE SPACES TO REG-RELEVANTES
           WRITE REG-RELEVANTES
           MOVE SPACES TO REG-RELEVANTES
           STRING "OPERACIONES RELEVANTES: DEPOSITO USD EN EFECTIVO "
               "CON EQUIVALENTE MXN >= UMBRAL"
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-USADOS
               IF OPR-MXN(WS-OPR-I) >= WS-UMBRAL
                       AND OPR-DIA(WS-OPR-I) >= WS-DIA-INI-MES
                   ADD 1 TO WS-RELEVANTES
                   PERFORM ESCRIBE-RENGLON-OPERACION
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-RELEVANTES
           STRING "TOTAL OPERACIONES RELEVANTES=" WS-RELEVANTES
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           MOVE SPACES TO REG-RELEVANTES
           WRITE REG-RELEVANTES
           MOVE SPACES TO REG-RELEVANTES
           STRING "OPERACIONES FRACCIONADAS: DEPOSITOS USD DE UN "
               "CLIENTE QUE SUMAN >= UMBRAL EN LA VENTANA"
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           PERFORM VARYING WS-CLT-SUB FROM 1 BY 1
                   UNTIL WS-CLT-SUB > WS-CLT-USADOS
               ADD 1 TO WS-FRACCIONADOS
               PERFORM ESCRIBE-CLIENTE-FRACCIONADO
           END-PERFORM
           MOVE SPACES TO REG-RELEVANTES
           STRING "TOTAL CLIENTES CON FRACCIONAMIENTO="
               WS-FRACCIONADOS
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           MOVE SPACES TO REG-RELEVANTES
           WRITE REG-RELEVANTES
           MOVE SPACES TO REG-RELEVANTES
           STRING "REGISTROS LEIDOS=" WS-REG-LEIDOS
               " DEPOSITOS-USD=" WS-DEP-USD
               " REVERSADOS=" WS-DEP-REVERSADOS
               " SIN-IDENTIFICACION=" WS-SIN-ID
               " TC-DEL-LOTE=" WS-TC-DEL-LOTE
               " OMITIDOS=" WS-OMITIDOS
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           .

       ESCRIBE-CLIENTE-FRACCIONADO.
           MOVE FUNCTION DATE-OF-INTEGER(CLT-DIA-INI(WS-CLT-SUB))
               TO WS-FECHA-DESDE-ED
           MOVE FUNCTION DATE-OF-INTEGER(CLT-DIA-FIN(WS-CLT-SUB))
               TO WS-FECHA-HASTA-ED
           MOVE CLT-TOTAL(WS-CLT-SUB) TO WS-MXN-ED
           MOVE SPACES TO REG-RELEVANTES
           STRING "CLIENTE=" FUNCTION TRIM(CLT-TIPO-ID(WS-CLT-SUB))
               "/" FUNCTION TRIM(CLT-ID(WS-CLT-SUB))
               " OPERACIONES=" CLT-OPERACIONES(WS-CLT-SUB)
               " DEL=" WS-FECHA-DESDE-ED
               " AL=" WS-FECHA-HASTA-ED
               " MXN=" FUNCTION TRIM(WS-MXN-ED)
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-USADOS
               IF OPR-CLI-TIPO-ID(WS-OPR-I) = CLT-TIPO-ID(WS-CLT-SUB)
                       AND OPR-CLI-ID(WS-OPR-I) = CLT-ID(WS-CLT-SUB)
                       AND OPR-MXN(WS-OPR-I) < WS-UMBRAL
                       AND OPR-DIA(WS-OPR-I) >= CLT-DIA-INI(WS-CLT-SUB)
                       AND OPR-DIA(WS-OPR-I) <= CLT-DIA-FIN(WS-CLT-SUB)
                   PERFORM ESCRIBE-RENGLON-OPERACION
               END-IF
           END-PERFORM
           .

       ESCRIBE-RENGLON-OPERACION.
           IF OPR-CLI-ID(WS-OPR-I) = SPACES
               MOVE "SIN IDENTIFICACION" TO WS-CLIENTE-TXT
           ELSE
               MOVE SPACES TO WS-CLIENTE-TXT
               STRING FUNCTION TRIM(OPR-CLI-TIPO-ID(WS-OPR-I))
                   "/" FUNCTION TRIM(OPR-CLI-ID(WS-OPR-I))
                   DELIMITED BY SIZE INTO WS-CLIENTE-TXT
           END-IF
           MOVE OPR-MONTO-USD(WS-OPR-I) TO WS-USD-ED
           MOVE OPR-TIPO-CAMBIO(WS-OPR-I) TO WS-TC-ED
           MOVE OPR-MXN(WS-OPR-I) TO WS-MXN-ED
           MOVE SPACES TO REG-RELEVANTES
           STRING "  FECHA=" OPR-FECHA(WS-OPR-I)
               " CLIENTE=" FUNCTION TRIM(WS-CLIENTE-TXT)
               " CAJERO=" OPR-CAJERO(WS-OPR-I)
               " SUCURSAL=" OPR-SUCURSAL(WS-OPR-I)
               " LOTE=" OPR-LOTE(WS-OPR-I)
               " RENGLON=" OPR-RENGLON(WS-OPR-I)
               " USD=" FUNCTION TRIM(WS-USD-ED)
               " TC=" FUNCTION TRIM(WS-TC-ED)
               " MXN=" FUNCTION TRIM(WS-MXN-ED)
               DELIMITED BY SIZE INTO REG-RELEVANTES
           WRITE REG-RELEVANTES
           IF OPR-TC-ORIGEN(WS-OPR-I) = 'L'
               MOVE SPACES TO REG-RELEVANTES
               STRING "    (SIN TASA DEL DIA EN TIPOCAMBIO.DAT, SE "
                   "VALUO A LA TASA DEL LOTE)"
                   DELIMITED BY SIZE INTO REG-RELEVANTES
               WRITE REG-RELEVANTES
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
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP
               " OPERACIONES-RELEVANTES OPERADOR=SISTEMA"
               " PERIODO=" WS-MES-FILTRO
               " DEPOSITOS-USD=" WS-DEP-USD
               " RELEVANTES=" WS-RELEVANTES
               " FRACCIONADOS=" WS-FRACCIONADOS
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

       END PROGRAM OPERACIONES-RELEVANTES.
