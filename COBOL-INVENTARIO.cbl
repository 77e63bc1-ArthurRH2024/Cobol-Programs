           SELECT ARCH-REMESA ASSIGN TO "REMESA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESA.
           SELECT ARCH-TIPOCAMBIO ASSIGN TO "TIPOCAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIPOCAMBIO.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-REMESA.
       01  REG-REMESA             PIC X(120).

      * Tipo de cambio del dia, mismo trazado que lee DESGLOSE: las
      * piezas USD se valuan en pesos para la autorizacion.
       FD  ARCH-TIPOCAMBIO.
       01  REG-TIPOCAMBIO.
           05 TC-FECHA            PIC X(8).
           05 TC-MONEDA           PIC X(3).
           05 TC-COMPRA           PIC 9(2)V9(4).
           05 TC-VENTA            PIC 9(2)V9(4).

      * Maestro de operadores, mismo trazado que el programa
      * OPERADOR: firma, rol por opcion y autorizacion de supervisor.
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
       01  WS-FS-INVENTARIO   PIC XX.
       01  WS-REM-VALOR-ED    PIC Z(11)9.99.
       01  WS-DEN-HALLADA     PIC 9(2).

      * Firma del operador y autorizaciones: la correccion y el paso
      * de apto a deteriorado se valuan en pesos contra el limite
      * del supervisor que los autoriza.
           COPY OPERTAB.
       01  WS-AUTORIZA-TEXTO  PIC X(20) VALUE SPACES.
       01  WS-PIEZAS-AUTORIZA PIC 9(6).
       01  WS-FS-TIPOCAMBIO   PIC XX.
       01  WS-FIN-TIPOCAMBIO  PIC X.
       01  WS-TC-OK           PIC X VALUE 'N'.
       01  WS-TC-COMPRA       PIC 9(2)V9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MANTENIMIENTO DE INVENTARIO DE BOVEDA ==="
           MOVE "INVENTARIO" TO WS-OPR-PROGRAMA
           PERFORM FIRMA-OPERADOR
           IF WS-FIRMA-OK = 'S'
               PERFORM MANTENIMIENTO-INVENTARIO
           END-IF
           STOP RUN.

       MANTENIMIENTO-INVENTARIO.
           DISPLAY "Moneda (MXN/USD): "
           ACCEPT WS-MONEDA-ACTIVA
           IF WS-MONEDA-ACTIVA NOT = "USD"
           DISPLAY "7. Remesa de deteriorado al banco central"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-MODO
           PERFORM VERIFICA-ROL-INVENTARIO
           IF WS-ROL-OK = 'S'
               PERFORM EJECUTA-OPCION-INVENTARIO
           END-IF
           .

      * Roles por opcion: el custodio de boveda opera la boveda, la
      * correccion y los parametros son solo de supervisor y la
      * consulta esta abierta a todos los roles.
       VERIFICA-ROL-INVENTARIO.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "DEPOSITO" TO WS-OPR-OPCION
               WHEN 2
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "REPOSICION" TO WS-OPR-OPCION
               WHEN 3
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "CORRECCION" TO WS-OPR-OPCION
               WHEN 5
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "PARAMETROS" TO WS-OPR-OPCION
               WHEN 6
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "RECLASIFICACION" TO WS-OPR-OPCION
               WHEN 7
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "REMESA" TO WS-OPR-OPCION
               WHEN OTHER
                   MOVE "CJBSA" TO WS-ROLES-PERMITIDOS
                   MOVE "CONSULTA" TO WS-OPR-OPCION
           END-EVALUATE
           PERFORM VERIFICA-ROL
           .

       EJECUTA-OPCION-INVENTARIO.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "DEPOSITO" TO WS-TIPO-MOV
                   PERFORM GENERA-ORDEN-REPOSICION
               END-IF
           END-IF
           .

       LEE-INVENTARIO.
           MOVE ZERO TO WS-INV-USADOS
           ELSE
               DISPLAY "Cantidad del movimiento (piezas): "
               ACCEPT WS-CANTIDAD-MOV
               MOVE SPACES TO WS-AUTORIZA-TEXTO
               MOVE 'S' TO WS-SUP-AUTORIZA
               IF WS-TIPO-MOV = "CORRECCION"
                   PERFORM AUTORIZA-CORRECCION
               END-IF
               IF WS-SUP-AUTORIZA = 'S'
                   PERFORM APLICA-MOVIMIENTO-AUTORIZADO
               ELSE
                   DISPLAY "CORRECCION NO AUTORIZADA, EL INVENTARIO "
                       "NO CAMBIA"
               END-IF
           END-IF
           .

       APLICA-MOVIMIENTO-AUTORIZADO.
           MOVE INVT-CANTIDAD(WS-INV-HALLADO) TO WS-ANTES-MOV
           IF WS-TIPO-MOV = "CORRECCION"
               MOVE WS-CANTIDAD-MOV TO
                   INVT-CANTIDAD(WS-INV-HALLADO)
           ELSE
               ADD WS-CANTIDAD-MOV TO
                   INVT-CANTIDAD(WS-INV-HALLADO)
           END-IF
           MOVE INVT-CANTIDAD(WS-INV-HALLADO) TO WS-DESPUES-MOV
           PERFORM ESCRIBE-INVENTARIO
           PERFORM ESCRIBE-RENGLON-KARDEX
           DISPLAY "MOVIMIENTO APLICADO: " WS-ETIQUETA-MOV
               " ANTES=" WS-ANTES-MOV " DESPUES=" WS-DESPUES-MOV
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

      * La correccion se valua por la diferencia de piezas contra el
      * conteo actual, en cualquier sentido: un faltante tapado con
      * una correccion pesa lo mismo que un sobrante.
       AUTORIZA-CORRECCION.
           IF WS-CANTIDAD-MOV > INVT-CANTIDAD(WS-INV-HALLADO)
               COMPUTE WS-PIEZAS-AUTORIZA = WS-CANTIDAD-MOV -
                   INVT-CANTIDAD(WS-INV-HALLADO)
           ELSE
               COMPUTE WS-PIEZAS-AUTORIZA =
                   INVT-CANTIDAD(WS-INV-HALLADO) - WS-CANTIDAD-MOV
           END-IF
           PERFORM VALUA-PIEZAS-AUTORIZA
           .

      * Valor en pesos de WS-PIEZAS-AUTORIZA de la etiqueta en curso
      * (una etiqueta USD al tipo de compra del dia) y autorizacion
      * contra el limite del supervisor. Sin tasa USD de hoy no hay
      * forma de valuar y la operacion no se autoriza.
       VALUA-PIEZAS-AUTORIZA.
           MOVE 'N' TO WS-SUP-AUTORIZA
           MOVE WS-INV-HALLADO TO WS-INV-SUB
           PERFORM BUSCA-DENOM-ACTIVA
           IF WS-DEN-HALLADA > ZERO
               COMPUTE WS-OPR-MONTO = WS-PIEZAS-AUTORIZA *
                   DENOM-VALOR(WS-DEN-HALLADA)
           ELSE
               MOVE ZERO TO WS-OPR-MONTO
           END-IF
           MOVE 'S' TO WS-TC-OK
           IF WS-MONEDA-ACTIVA = "USD"
               PERFORM LEE-TIPO-CAMBIO
               IF WS-TC-OK = 'S'
                   COMPUTE WS-OPR-MONTO ROUNDED =
                       WS-OPR-MONTO * WS-TC-COMPRA
               ELSE
                   DISPLAY "ERROR: SIN TIPO DE CAMBIO USD DE HOY EN "
                       "TIPOCAMBIO.DAT, NO SE PUEDE VALUAR"
               END-IF
           END-IF
           IF WS-TC-OK = 'S'
               PERFORM AUTORIZA-MONTO
               IF WS-SUP-AUTORIZA = 'S'
                   MOVE SPACES TO WS-AUTORIZA-TEXTO
                   STRING "AUTORIZO=" FUNCTION TRIM(WS-SUP-USUARIO)
                       DELIMITED BY SIZE INTO WS-AUTORIZA-TEXTO
               END-IF
           END-IF
           .

      * Busca en TIPOCAMBIO.DAT la tasa USD con fecha de hoy, con
      * las mismas reglas que DESGLOSE: una tasa en cero o no
      * numerica cuenta como faltante.
       LEE-TIPO-CAMBIO.
           MOVE 'N' TO WS-TC-OK
           MOVE ZERO TO WS-TC-COMPRA
           MOVE 'N' TO WS-FIN-TIPOCAMBIO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN INPUT ARCH-TIPOCAMBIO
           IF WS-FS-TIPOCAMBIO = '00'
               PERFORM UNTIL WS-FIN-TIPOCAMBIO = 'S'
                   READ ARCH-TIPOCAMBIO
                       AT END
                           MOVE 'S' TO WS-FIN-TIPOCAMBIO
                       NOT AT END
                           IF TC-FECHA = WS-TIMESTAMP(1:8)
                                   AND TC-MONEDA = "USD"
                                   AND TC-COMPRA NUMERIC
                                   AND TC-COMPRA > ZERO
                               MOVE TC-COMPRA TO WS-TC-COMPRA
                               MOVE 'S' TO WS-TC-OK
                               MOVE 'S' TO WS-FIN-TIPOCAMBIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-TIPOCAMBIO
           END-IF
           .

           END-IF
           .

      * Sacar piezas de lo dispensable requiere autorizacion de
      * supervisor por el valor de las piezas reclasificadas.
       RECLASIFICA-A-DETERIORADO.
           MOVE 'N' TO WS-SUP-AUTORIZA
           IF WS-CANTIDAD-MOV > INVT-CANTIDAD(WS-INV-HALLADO)
               DISPLAY "ERROR: SOLO HAY "
                   INVT-CANTIDAD(WS-INV-HALLADO)
                   " PIEZA(S) APTA(S) DE " WS-ETIQUETA-MOV
           ELSE
               MOVE WS-CANTIDAD-MOV TO WS-PIEZAS-AUTORIZA
               PERFORM VALUA-PIEZAS-AUTORIZA
           END-IF
           IF WS-SUP-AUTORIZA NOT = 'S'
               DISPLAY "RECLASIFICACION NO APLICADA"
           ELSE
               MOVE "RECL-A-DET" TO WS-TIPO-MOV
               MOVE INVT-CANTIDAD(WS-INV-HALLADO) TO WS-ANTES-MOV
           .

       RECLASIFICA-A-APTO.
           MOVE SPACES TO WS-AUTORIZA-TEXTO
           IF WS-CANTIDAD-MOV > INVT-DETERIORADO(WS-INV-HALLADO)
               DISPLAY "ERROR: SOLO HAY "
                   INVT-DETERIORADO(WS-INV-HALLADO)
           MOVE WS-REM-VALOR TO WS-REM-VALOR-ED
           MOVE SPACES TO REG-AUDITORIA
           IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
               STRING WS-TIMESTAMP " INVENTARIO OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " REMESA CONFIRMADA"
                   " MONEDA=" WS-MONEDA-ACTIVA
                   " PIEZAS=" WS-REM-PIEZAS
                   " VALOR=" FUNCTION TRIM(WS-REM-VALOR-ED)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " INVENTARIO OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " REMESA SIN CONFIRMAR"
                   " MONEDA=" WS-MONEDA-ACTIVA
                   " PIEZAS=" WS-REM-PIEZAS
                   " VALOR=" FUNCTION TRIM(WS-REM-VALOR-ED)
       ESCRIBE-RENGLON-AUDITORIA-PARAM.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " INVENTARIO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " PARAMETROS"
               " DENOM=" FUNCTION TRIM(WS-ETIQUETA-MOV)
               " MINIMO=" INVT-MINIMO(WS-INV-HALLADO)
               " MAXIMO=" INVT-MAXIMO(WS-INV-HALLADO)
       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " INVENTARIO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " MOVIMIENTO=" FUNCTION TRIM(WS-TIPO-MOV)
               " DENOM=" FUNCTION TRIM(WS-ETIQUETA-MOV)
               " CANTIDAD=" WS-CANTIDAD-MOV
               " ANTES=" WS-ANTES-MOV
               " DESPUES=" WS-DESPUES-MOV
               " " FUNCTION TRIM(WS-AUTORIZA-TEXTO)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY DENOMPROC.
           COPY OPERPROC.

       END PROGRAM INVENTARIO.
