       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONDO-CAJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-INVENTARIO ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVENTARIO.
           SELECT ARCH-KARDEX ASSIGN TO "KARDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-KARDEX.
           SELECT ARCH-POSICION ASSIGN TO "POSICION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-LLAVE
               FILE STATUS IS WS-FS-POSICION.
           SELECT ARCH-CORTE ASSIGN TO "CORTECAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORTE.
           SELECT ARCH-FONDO ASSIGN TO "FONDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FONDO.
           SELECT ARCH-REPORTE ASSIGN TO "FONDO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT ARCH-CAJEROS ASSIGN TO "CAJEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAJEROS.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
      * Mismo trazado que mantiene el programa INVENTARIO: CANTIDAD
      * es lo apto (dispensable) y DETERIORADO lo no dispensable.
       FD  ARCH-INVENTARIO.
       01  REG-INVENTARIO.
           05 INV-ETIQUETA        PIC X(10).
           05 INV-CANTIDAD        PIC 9(6).
           05 INV-MINIMO          PIC 9(6).
           05 INV-MAXIMO          PIC 9(6).
           05 INV-PAQUETE         PIC 9(6).
           05 INV-DETERIORADO     PIC 9(6).

      * Kardex de movimientos de inventario, mismo trazado que
      * escriben INVENTARIO y DESGLOSE: la entrega de fondo resta
      * del apto y la devolucion le suma lo apto recibido.
       FD  ARCH-KARDEX.
       01  REG-KARDEX.
           05 KDX-FECHA           PIC X(8).
           05 KDX-HORA            PIC X(6).
           05 KDX-PROGRAMA        PIC X(12).
           05 KDX-TIPO            PIC X(12).
           05 KDX-ETIQUETA        PIC X(10).
           05 KDX-SIGNO           PIC X.
           05 KDX-PIEZAS          PIC 9(6).
           05 KDX-ANTES           PIC 9(6).
           05 KDX-DESPUES         PIC 9(6).

      * Libro de posiciones de caja, mismo trazado que DESGLOSE: el
      * fondo entregado abre el saldo del cajon y la devolucion al
      * cierre lo deja en cero.
       FD  ARCH-POSICION.
       01  REG-POSICION.
           05 POS-LLAVE.
              10 POS-CAJERO       PIC X(4).
              10 POS-SUCURSAL     PIC X(4).
              10 POS-FECHA        PIC X(8).
              10 POS-MONEDA       PIC X(3).
           05 POS-SIGNO           PIC X.
           05 POS-SALDO           PIC 9(9)V99.

      * Conteo por denominacion de cada corte, escrito por
      * CONCILIA-CAJA de DESGLOSE (mismo trazado): 'P' pendiente de
      * devolver a la boveda, 'D' ya devuelto.
       FD  ARCH-CORTE.
       01  REG-CORTE.
           05 CTE-CAJERO          PIC X(4).
           05 CTE-FECHA           PIC X(8).
           05 CTE-MONEDA          PIC X(3).
           05 CTE-ESTADO          PIC X.
           05 CTE-CONTADO         PIC 9(8)V99.
           05 CTE-PIEZAS          PIC 9(4) OCCURS 9 TIMES.

      * Registro de fondos (FONDO.DAT): un renglon por entrega o
      * devolucion, con piezas aptas y deterioradas en el orden del
      * juego de denominaciones de la moneda del movimiento.
       FD  ARCH-FONDO.
       01  REG-FONDO.
           05 FON-FECHA           PIC X(8).
           05 FON-HORA            PIC X(6).
           05 FON-CAJERO          PIC X(4).
           05 FON-SUCURSAL        PIC X(4).
           05 FON-MONEDA          PIC X(3).
           05 FON-TIPO            PIC X(10).
           05 FON-OPERADOR        PIC X(8).
           05 FON-MONTO           PIC 9(9)V99.
           05 FON-DEN OCCURS 9 TIMES.
              10 FON-PIEZAS       PIC 9(6).
              10 FON-DETERIORADO  PIC 9(6).

       FD  ARCH-REPORTE.
       01  REG-REPORTE            PIC X(200).

      * Maestro de cajeros, mismo trazado que el programa CAJEROS:
      * solo un cajero activo recibe fondo, en su sucursal asignada.
       FD  ARCH-CAJEROS.
       01  REG-CAJERO.
           05 CAJ-CAJERO          PIC X(4).
           05 CAJ-NOMBRE          PIC X(30).
           05 CAJ-SUCURSAL        PIC X(4).
           05 CAJ-ESTATUS         PIC X.
           05 CAJ-RET-OPER        PIC 9(9)V99.
           05 CAJ-RET-DIA         PIC 9(9)V99.
           05 CAJ-NOM-OPER        PIC 9(9)V99.
           05 CAJ-NOM-DIA         PIC 9(9)V99.
           05 CAJ-DEP-OPER        PIC 9(9)V99.
           05 CAJ-DEP-DIA         PIC 9(9)V99.

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
       01  WS-FS-INVENTARIO   PIC XX.
       01  WS-FS-KARDEX       PIC XX.
       01  WS-FS-POSICION     PIC XX.
       01  WS-FS-CORTE        PIC XX.
       01  WS-FS-FONDO        PIC XX.
       01  WS-FS-REPORTE      PIC XX.
       01  WS-FS-CAJEROS      PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-MODO            PIC 9 VALUE 0.
       01  WS-RESPUESTA       PIC X VALUE 'N'.

      * VALIDA-CANTIDAD (DENOMPROC.cpy) referencia estos campos; aqui
      * solo se usa CARGA-TABLA-DENOMINACIONES, igual que hace
      * INVENTARIO.
       01  CANTIDAD-ORIGINAL  PIC 9(9)V99.
       01  WS-CANTIDAD-VALIDA PIC X VALUE 'S'.
       01  WS-MSG-ERROR       PIC X(50) VALUE SPACES.

           COPY DENOMTAB.

      * Cajero, sucursal, fecha y moneda del movimiento en curso.
       01  WS-CAJERO-MOV      PIC X(4).
       01  WS-SUCURSAL-MOV    PIC X(4).
       01  WS-FECHA-MOV       PIC X(8).
       01  WS-TIPO-FONDO      PIC X(10).
       01  WS-CAJERO-OK       PIC X VALUE 'N'.
       01  WS-FIN-CAJEROS     PIC X.
       01  WS-MOV-OK          PIC X VALUE 'N'.
       01  WS-DEN-SUB         PIC 99.

      * Piezas del movimiento por denominacion del juego activo:
      * PIEZAS es lo que sale o regresa en total y DETERIORADO la
      * parte no dispensable de lo que regresa.
       01  TAB-MOV-FONDO.
           05 MOVF-ENTRY OCCURS 9 TIMES.
              10 MOVF-PIEZAS      PIC 9(6).
              10 MOVF-DETERIORADO PIC 9(6).
              10 MOVF-APTO        PIC 9(6).
       01  WS-MONTO-FONDO     PIC 9(9)V99.
       01  WS-MONTO-FONDO-ED  PIC Z(8)9.99.
       01  WS-VALOR-DEN       PIC 9(9)V99.

      * Copia en memoria de INVENTARIO.DAT (mismo manejo que el
      * programa INVENTARIO): se reescribe completa tras el
      * movimiento, conservando las etiquetas de la otra moneda.
       01  WS-FIN-INVENTARIO  PIC X VALUE 'N'.
       01  WS-INV-USADOS      PIC 9(2) VALUE ZERO.
       01  WS-INV-SUB         PIC 9(2).
       01  WS-INV-HALLADO     PIC 9(2).
       01  WS-INV-PERDIDOS    PIC 9(2) VALUE ZERO.
       01  TAB-INV.
           05 INVT-ENTRY OCCURS 60 TIMES.
              10 INVT-ETIQUETA    PIC X(10).
              10 INVT-CANTIDAD    PIC 9(6).
              10 INVT-MINIMO      PIC 9(6).
              10 INVT-MAXIMO      PIC 9(6).
              10 INVT-PAQUETE     PIC 9(6).
              10 INVT-DETERIORADO PIC 9(6).
      * Renglon de inventario de cada denominacion del juego activo.
       01  TAB-INV-DEN.
           05 INVD-RENGLON OCCURS 9 TIMES PIC 9(2).
       01  WS-ANTES-MOV       PIC 9(6).

      * POSICION.DAT es indexado (ver DESGLOSE): la entrega lee y
      * reescribe solo la posicion del cajero y la devolucion solo
      * las de ese cajero.
       01  WS-FIN-POSICION    PIC X.
       01  WS-POS-EXISTE      PIC X.
       01  WS-POS-SALDO-TRAB  PIC S9(9)V99.
       01  WS-POS-CERRADAS    PIC 9(3) VALUE ZERO.
       01  WS-SALDO-CIERRE    PIC S9(10)V99.
       01  WS-SALDO-CIERRE-ED PIC -(9)9.99.

      * Copia en memoria de CORTECAJA.DAT para marcar como devuelto
      * el corte recibido; de varios cortes pendientes del mismo
      * cajero, fecha y moneda manda el ultimo (el recuento).
       01  WS-FIN-CORTE       PIC X.
       01  WS-CTE-USADOS      PIC 9(3) VALUE ZERO.
       01  WS-CTE-SUB         PIC 9(3).
       01  WS-CTE-HALLADO     PIC 9(3).
       01  WS-CTE-PERDIDOS    PIC 9(4) VALUE ZERO.
       01  TAB-CORTE.
           05 CTET-ENTRY OCCURS 500 TIMES.
              10 CTET-REGISTRO    PIC X(62).
       01  WS-REG-CORTE-TRAB.
           05 CTW-CAJERO          PIC X(4).
           05 CTW-FECHA           PIC X(8).
           05 CTW-MONEDA          PIC X(3).
           05 CTW-ESTADO          PIC X.
           05 CTW-CONTADO         PIC 9(8)V99.
           05 CTW-PIEZAS          PIC 9(4) OCCURS 9 TIMES.
       01  WS-CONTADO-ED      PIC Z(7)9.99.

      * Registro diario de fondos: acumulados por cajero y moneda de
      * lo entregado y lo devuelto (apto y deteriorado) en la fecha.
       01  WS-FECHA-REPORTE   PIC X(8).
       01  WS-FIN-FONDO       PIC X.
       01  WS-FON-LEIDOS      PIC 9(6) VALUE ZERO.
       01  WS-REG-USADOS      PIC 9(3) VALUE ZERO.
       01  WS-REG-SUB         PIC 9(3).
       01  WS-REG-HALLADO     PIC 9(3).
       01  TAB-REGISTRO.
           05 REGT-ENTRY OCCURS 200 TIMES.
              10 REGT-CAJERO      PIC X(4).
              10 REGT-SUCURSAL    PIC X(4).
              10 REGT-MONEDA      PIC X(3).
              10 REGT-ENTREGADO   PIC 9(10)V99.
              10 REGT-DEVUELTO    PIC 9(10)V99.
              10 REGT-DETERIORADO PIC 9(10)V99.
              10 REGT-DEVOLUCIONES PIC 9(3).
       01  WS-RPT-TEXTO       PIC X(150).
       01  WS-RPT-PTR         PIC 9(3).
       01  WS-ENTREGADO-ED    PIC Z(9)9.99.
       01  WS-DEVUELTO-ED     PIC Z(9)9.99.
       01  WS-DETERIORADO-ED  PIC Z(9)9.99.
       01  WS-TOT-MXN-ENT     PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-MXN-DEV     PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-USD-ENT     PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-USD-DEV     PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-ED        PIC Z(11)9.99.
       01  WS-TOTAL2-ED       PIC Z(11)9.99.
       01  WS-SIN-DEVOLVER    PIC 9(3) VALUE ZERO.

      * Operador firmado: la boveda (custodio o supervisor) entrega y
      * recibe; el registro diario lo consultan tambien jefe de
      * cajeros y auditor.
           COPY OPERTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== FONDO DE CAJA: ENTREGA Y DEVOLUCION ==="
           MOVE "FONDO-CAJA" TO WS-OPR-PROGRAMA
           PERFORM FIRMA-OPERADOR
           IF WS-FIRMA-OK = 'S'
               PERFORM MENU-FONDO
           END-IF
           STOP RUN.

       MENU-FONDO.
           DISPLAY "1. Entrega de fondo inicial al cajero"
           DISPLAY "2. Devolucion a boveda al cierre"
           DISPLAY "3. Registro diario de fondos"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-MODO
           PERFORM VERIFICA-ROL-FONDO
           IF WS-ROL-OK = 'S'
               EVALUATE WS-MODO
                   WHEN 1
                       PERFORM ENTREGA-FONDO
                   WHEN 2
                       PERFORM DEVUELVE-FONDO
                   WHEN 3
                       PERFORM REPORTE-FONDOS
                   WHEN OTHER
                       DISPLAY "Opcion invalida."
               END-EVALUATE
           END-IF
           .

       VERIFICA-ROL-FONDO.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "ENTREGA DE FONDO" TO WS-OPR-OPCION
               WHEN 2
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "DEVOLUCION DE FONDO" TO WS-OPR-OPCION
               WHEN OTHER
                   MOVE "JBSA" TO WS-ROLES-PERMITIDOS
                   MOVE "REGISTRO DE FONDOS" TO WS-OPR-OPCION
           END-EVALUATE
           PERFORM VERIFICA-ROL
           .

      * Moneda del movimiento y su juego de denominaciones.
       PREGUNTA-MONEDA.
           DISPLAY "Moneda (MXN/USD): "
           ACCEPT WS-MONEDA-ACTIVA
           IF WS-MONEDA-ACTIVA NOT = "USD"
               MOVE "MXN" TO WS-MONEDA-ACTIVA
           END-IF
           PERFORM CARGA-TABLA-DENOMINACIONES
           .

      * Busca al cajero en CAJEROS.DAT; solo un cajero activo pasa y
      * su sucursal asignada es la del movimiento.
       VALIDA-CAJERO-FONDO.
           MOVE 'N' TO WS-CAJERO-OK
           MOVE SPACES TO WS-SUCURSAL-MOV
           MOVE 'N' TO WS-FIN-CAJEROS
           OPEN INPUT ARCH-CAJEROS
           IF WS-FS-CAJEROS NOT = '00'
               DISPLAY "ERROR: NO SE PUDO ABRIR CAJEROS.DAT (STATUS "
                   WS-FS-CAJEROS ")"
           ELSE
               PERFORM UNTIL WS-FIN-CAJEROS = 'S'
                   READ ARCH-CAJEROS
                       AT END
                           MOVE 'S' TO WS-FIN-CAJEROS
                       NOT AT END
                           IF CAJ-CAJERO = WS-CAJERO-MOV
                               MOVE CAJ-SUCURSAL TO WS-SUCURSAL-MOV
                               MOVE 'S' TO WS-FIN-CAJEROS
                               IF CAJ-ESTATUS = 'A'
                                   MOVE 'S' TO WS-CAJERO-OK
                               END-IF
                               IF CAJ-ESTATUS NOT = 'A'
                                       AND WS-TIPO-FONDO = "ENTREGA"
                                   DISPLAY "ERROR: EL CAJERO "
                                       WS-CAJERO-MOV " ESTA SUSPENDIDO"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAJEROS
               IF WS-SUCURSAL-MOV = SPACES
                   DISPLAY "ERROR: CAJERO DESCONOCIDO: " WS-CAJERO-MOV
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
      * Entrega de la manana: la boveda da al cajero su fondo inicial
      * por denominacion. Sale del apto de INVENTARIO.DAT con renglon
      * de kardex por etiqueta y abre el saldo de su posicion del dia.
      *----------------------------------------------------------------
       ENTREGA-FONDO.
           MOVE 'N' TO WS-MOV-OK
           MOVE "ENTREGA" TO WS-TIPO-FONDO
           PERFORM PREGUNTA-MONEDA
           DISPLAY "Cajero que recibe el fondo: "
           ACCEPT WS-CAJERO-MOV
           PERFORM VALIDA-CAJERO-FONDO
           IF WS-CAJERO-OK = 'S'
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-MOV
               PERFORM LEE-INVENTARIO
               IF WS-INV-PERDIDOS > ZERO
                   DISPLAY "ERROR: INVENTARIO.DAT NO CABE EN "
                       "MEMORIA, NO SE ENTREGA FONDO"
               ELSE
                   PERFORM CAPTURA-ENTREGA
               END-IF
           END-IF
           IF WS-MOV-OK = 'S'
               PERFORM APLICA-ENTREGA
           END-IF
           .

       CAPTURA-ENTREGA.
           MOVE 'S' TO WS-MOV-OK
           MOVE ZERO TO WS-MONTO-FONDO
           DISPLAY "Piezas a entregar por denominacion:"
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE INVD-RENGLON(WS-DEN-SUB) TO WS-INV-SUB
               DISPLAY "  " DENOM-ETIQUETA(WS-DEN-SUB)
                   " (apto en boveda " INVT-CANTIDAD(WS-INV-SUB)
                   "): "
               ACCEPT MOVF-PIEZAS(WS-DEN-SUB)
               MOVE ZERO TO MOVF-DETERIORADO(WS-DEN-SUB)
               MOVE MOVF-PIEZAS(WS-DEN-SUB) TO MOVF-APTO(WS-DEN-SUB)
               IF MOVF-PIEZAS(WS-DEN-SUB) >
                       INVT-CANTIDAD(WS-INV-SUB)
                   DISPLAY "ERROR: SOLO HAY "
                       INVT-CANTIDAD(WS-INV-SUB) " PIEZA(S) APTA(S) "
                       "DE " DENOM-ETIQUETA(WS-DEN-SUB)
                   MOVE 'N' TO WS-MOV-OK
               END-IF
               COMPUTE WS-VALOR-DEN = MOVF-PIEZAS(WS-DEN-SUB) *
                   DENOM-VALOR(WS-DEN-SUB)
               ADD WS-VALOR-DEN TO WS-MONTO-FONDO
           END-PERFORM
           MOVE WS-MONTO-FONDO TO WS-MONTO-FONDO-ED
           IF WS-MOV-OK = 'S' AND WS-MONTO-FONDO = ZERO
               DISPLAY "FONDO EN CERO, NO HAY NADA QUE ENTREGAR"
               MOVE 'N' TO WS-MOV-OK
           END-IF
           IF WS-MOV-OK = 'S'
               DISPLAY "Fondo a entregar a " WS-CAJERO-MOV " ("
                   WS-SUCURSAL-MOV "): "
                   FUNCTION TRIM(WS-MONTO-FONDO-ED) " "
                   WS-MONEDA-ACTIVA
               DISPLAY "Confirmar la entrega? (S/N): "
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = 'S' AND WS-RESPUESTA NOT = 's'
                   DISPLAY "ENTREGA CANCELADA, NADA CAMBIA"
                   MOVE 'N' TO WS-MOV-OK
               END-IF
           ELSE
               DISPLAY "ENTREGA NO APLICADA"
           END-IF
           .

       APLICA-ENTREGA.
           MOVE "FONDO-ENTR" TO KDX-TIPO
           MOVE '-' TO KDX-SIGNO
           PERFORM ABRE-KARDEX
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE INVD-RENGLON(WS-DEN-SUB) TO WS-INV-SUB
               MOVE INVT-CANTIDAD(WS-INV-SUB) TO WS-ANTES-MOV
               SUBTRACT MOVF-PIEZAS(WS-DEN-SUB) FROM
                   INVT-CANTIDAD(WS-INV-SUB)
               IF MOVF-PIEZAS(WS-DEN-SUB) > ZERO
                   PERFORM ESCRIBE-RENGLON-KARDEX
               END-IF
           END-PERFORM
           CLOSE ARCH-KARDEX
           PERFORM ESCRIBE-INVENTARIO
           PERFORM SUMA-FONDO-POSICION
           PERFORM ESCRIBE-REGISTRO-FONDO
           DISPLAY "FONDO ENTREGADO: " WS-CAJERO-MOV " "
               FUNCTION TRIM(WS-MONTO-FONDO-ED) " " WS-MONEDA-ACTIVA
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

      *----------------------------------------------------------------
      * Devolucion al cierre: lo contado en CONCILIA-CAJA regresa a la
      * boveda. La boveda separa lo deteriorado de cada denominacion;
      * lo apto vuelve al conteo dispensable (con kardex) y lo
      * deteriorado al conteo no dispensable. La posicion del cajero
      * en la fecha del corte queda en cero.
      *----------------------------------------------------------------
       DEVUELVE-FONDO.
           MOVE 'N' TO WS-MOV-OK
           MOVE "DEVOLUCION" TO WS-TIPO-FONDO
           PERFORM PREGUNTA-MONEDA
           DISPLAY "Cajero que devuelve: "
           ACCEPT WS-CAJERO-MOV
           DISPLAY "Fecha del corte (AAAAMMDD, blanco=hoy): "
           ACCEPT WS-FECHA-MOV
           IF WS-FECHA-MOV = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-MOV
           END-IF
           PERFORM VALIDA-CAJERO-FONDO
      * Un cajero suspendido a media jornada igual devuelve su
      * efectivo: basta con que exista en el maestro.
           IF WS-SUCURSAL-MOV NOT = SPACES
               PERFORM LEE-CORTES
               IF WS-CTE-HALLADO = ZERO
                   DISPLAY "ERROR: SIN CORTE PENDIENTE DE DEVOLVER "
                       "PARA " WS-CAJERO-MOV " EN " WS-FECHA-MOV
                       " (" WS-MONEDA-ACTIVA "); CONCILIE PRIMERO "
                       "LA CAJA"
               ELSE
                   PERFORM LEE-INVENTARIO
                   IF WS-INV-PERDIDOS > ZERO
                           OR WS-CTE-PERDIDOS > ZERO
                       DISPLAY "ERROR: ARCHIVOS QUE NO CABEN EN "
                           "MEMORIA, NO SE RECIBE LA DEVOLUCION"
                   ELSE
                       PERFORM CAPTURA-DEVOLUCION
                   END-IF
               END-IF
           END-IF
           IF WS-MOV-OK = 'S'
               PERFORM APLICA-DEVOLUCION
           END-IF
           .

       CAPTURA-DEVOLUCION.
           MOVE 'S' TO WS-MOV-OK
           MOVE CTET-REGISTRO(WS-CTE-HALLADO) TO WS-REG-CORTE-TRAB
           MOVE CTW-CONTADO TO WS-CONTADO-ED
           DISPLAY "Corte de " WS-CAJERO-MOV " del " WS-FECHA-MOV
               ": contado " FUNCTION TRIM(WS-CONTADO-ED) " "
               WS-MONEDA-ACTIVA
           DISPLAY "Piezas deterioradas de lo recibido, por "
               "denominacion:"
           MOVE ZERO TO WS-MONTO-FONDO
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE CTW-PIEZAS(WS-DEN-SUB) TO MOVF-PIEZAS(WS-DEN-SUB)
               MOVE ZERO TO MOVF-DETERIORADO(WS-DEN-SUB)
               IF MOVF-PIEZAS(WS-DEN-SUB) > ZERO
                   DISPLAY "  " DENOM-ETIQUETA(WS-DEN-SUB)
                       " (recibidas " MOVF-PIEZAS(WS-DEN-SUB) "): "
                   ACCEPT MOVF-DETERIORADO(WS-DEN-SUB)
               END-IF
               IF MOVF-DETERIORADO(WS-DEN-SUB) >
                       MOVF-PIEZAS(WS-DEN-SUB)
                   DISPLAY "ERROR: MAS DETERIORADAS QUE RECIBIDAS EN "
                       DENOM-ETIQUETA(WS-DEN-SUB)
                   MOVE 'N' TO WS-MOV-OK
                   MOVE ZERO TO MOVF-APTO(WS-DEN-SUB)
               ELSE
                   COMPUTE MOVF-APTO(WS-DEN-SUB) =
                       MOVF-PIEZAS(WS-DEN-SUB) -
                       MOVF-DETERIORADO(WS-DEN-SUB)
               END-IF
               COMPUTE WS-VALOR-DEN = MOVF-PIEZAS(WS-DEN-SUB) *
                   DENOM-VALOR(WS-DEN-SUB)
               ADD WS-VALOR-DEN TO WS-MONTO-FONDO
           END-PERFORM
           MOVE WS-MONTO-FONDO TO WS-MONTO-FONDO-ED
           IF WS-MOV-OK = 'S'
               DISPLAY "Devolucion de " WS-CAJERO-MOV ": "
                   FUNCTION TRIM(WS-MONTO-FONDO-ED) " "
                   WS-MONEDA-ACTIVA
               DISPLAY "Confirmar la recepcion en boveda? (S/N): "
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = 'S' AND WS-RESPUESTA NOT = 's'
                   DISPLAY "DEVOLUCION CANCELADA, NADA CAMBIA"
                   MOVE 'N' TO WS-MOV-OK
               END-IF
           ELSE
               DISPLAY "DEVOLUCION NO APLICADA"
           END-IF
           .

       APLICA-DEVOLUCION.
           MOVE "FONDO-DEVOL" TO KDX-TIPO
           MOVE '+' TO KDX-SIGNO
           PERFORM ABRE-KARDEX
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE INVD-RENGLON(WS-DEN-SUB) TO WS-INV-SUB
               MOVE INVT-CANTIDAD(WS-INV-SUB) TO WS-ANTES-MOV
               ADD MOVF-APTO(WS-DEN-SUB) TO INVT-CANTIDAD(WS-INV-SUB)
               ADD MOVF-DETERIORADO(WS-DEN-SUB) TO
                   INVT-DETERIORADO(WS-INV-SUB)
               IF MOVF-APTO(WS-DEN-SUB) > ZERO
                   MOVE MOVF-APTO(WS-DEN-SUB) TO
                       MOVF-PIEZAS(WS-DEN-SUB)
                   PERFORM ESCRIBE-RENGLON-KARDEX
                   COMPUTE MOVF-PIEZAS(WS-DEN-SUB) =
                       MOVF-APTO(WS-DEN-SUB) +
                       MOVF-DETERIORADO(WS-DEN-SUB)
               END-IF
           END-PERFORM
           CLOSE ARCH-KARDEX
           PERFORM ESCRIBE-INVENTARIO
           PERFORM CIERRA-POSICIONES
           PERFORM MARCA-CORTE-DEVUELTO
           PERFORM ESCRIBE-REGISTRO-FONDO
           DISPLAY "DEVOLUCION RECIBIDA: " WS-CAJERO-MOV " "
               FUNCTION TRIM(WS-MONTO-FONDO-ED) " " WS-MONEDA-ACTIVA
           IF WS-POS-CERRADAS > ZERO
               MOVE WS-SALDO-CIERRE TO WS-SALDO-CIERRE-ED
               DISPLAY "POSICION DEL " WS-FECHA-MOV " EN CERO (SALDO "
                   "ANTERIOR " FUNCTION TRIM(WS-SALDO-CIERRE-ED) ")"
           END-IF
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

      * Todas las posiciones del cajero en la fecha y moneda del
      * corte (cualquier sucursal) quedan en cero: el efectivo ya
      * esta en la boveda. La diferencia contra lo contado ya la
      * registro la conciliacion. La llave empieza por el cajero:
      * se recorren solo sus registros.
       CIERRA-POSICIONES.
           MOVE ZERO TO WS-POS-CERRADAS
           MOVE ZERO TO WS-SALDO-CIERRE
           PERFORM ABRE-POSICIONES
           IF WS-FS-POSICION = '00'
               MOVE 'N' TO WS-FIN-POSICION
               MOVE LOW-VALUES TO POS-LLAVE
               MOVE WS-CAJERO-MOV TO POS-CAJERO
               START ARCH-POSICION KEY IS NOT LESS THAN POS-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-POSICION
               END-START
               PERFORM UNTIL WS-FIN-POSICION = 'S'
                   READ ARCH-POSICION NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-POSICION
                       NOT AT END
                           IF POS-CAJERO NOT = WS-CAJERO-MOV
                               MOVE 'S' TO WS-FIN-POSICION
                           ELSE
                               PERFORM CIERRA-REG-POSICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-POSICION
           END-IF
           .

       CIERRA-REG-POSICION.
           IF POS-FECHA = WS-FECHA-MOV
                   AND POS-MONEDA = WS-MONEDA-ACTIVA
               ADD 1 TO WS-POS-CERRADAS
               PERFORM CARGA-SALDO-POSICION
               ADD WS-POS-SALDO-TRAB TO WS-SALDO-CIERRE
               MOVE '+' TO POS-SIGNO
               MOVE ZERO TO POS-SALDO
               REWRITE REG-POSICION
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO CERRAR LA POSICION "
                           "DE " POS-CAJERO " SUCURSAL " POS-SUCURSAL
                           " (STATUS " WS-FS-POSICION ")"
               END-REWRITE
           END-IF
           .

      *----------------------------------------------------------------
      * Registro diario de fondos (FONDO.RPT): cada entrega y
      * devolucion de la fecha con sus piezas, y por cajero y moneda
      * lo que saco y lo que regreso.
      *----------------------------------------------------------------
       REPORTE-FONDOS.
           DISPLAY "Fecha del registro (AAAAMMDD, blanco=hoy): "
           ACCEPT WS-FECHA-REPORTE
           IF WS-FECHA-REPORTE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-REPORTE
           END-IF
           MOVE ZERO TO WS-FON-LEIDOS
           MOVE ZERO TO WS-REG-USADOS
           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "REGISTRO DIARIO DE FONDOS DE CAJA FECHA="
               WS-FECHA-REPORTE
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "MOVIMIENTOS:"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'N' TO WS-FIN-FONDO
           OPEN INPUT ARCH-FONDO
           IF WS-FS-FONDO = '00'
               PERFORM UNTIL WS-FIN-FONDO = 'S'
                   READ ARCH-FONDO
                       AT END
                           MOVE 'S' TO WS-FIN-FONDO
                       NOT AT END
                           IF FON-FECHA = WS-FECHA-REPORTE
                               PERFORM PROCESA-REG-FONDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FONDO
           END-IF
           PERFORM ESCRIBE-RESUMEN-FONDOS
           CLOSE ARCH-REPORTE
           DISPLAY "Registro de fondos generado en FONDO.RPT ("
               WS-FON-LEIDOS " movimiento(s))"
           IF WS-SIN-DEVOLVER > ZERO
               DISPLAY "ADVERTENCIA: " WS-SIN-DEVOLVER
                   " CAJERO(S) CON FONDO ENTREGADO SIN DEVOLUCION"
           END-IF
           PERFORM ABRE-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " FONDO-CAJA OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " REGISTRO-FONDOS FECHA=" WS-FECHA-REPORTE
               " MOVIMIENTOS=" WS-FON-LEIDOS
               " SIN-DEVOLVER=" WS-SIN-DEVOLVER
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

       PROCESA-REG-FONDO.
           ADD 1 TO WS-FON-LEIDOS
           MOVE FON-MONEDA TO WS-MONEDA-ACTIVA
           PERFORM CARGA-TABLA-DENOMINACIONES
           IF FON-MONTO NOT NUMERIC
               MOVE ZERO TO FON-MONTO
           END-IF
           MOVE FON-MONTO TO WS-MONTO-FONDO-ED
           MOVE SPACES TO WS-RPT-TEXTO
           MOVE 1 TO WS-RPT-PTR
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               IF FON-PIEZAS(WS-DEN-SUB) NOT NUMERIC
                   MOVE ZERO TO FON-PIEZAS(WS-DEN-SUB)
               END-IF
               IF FON-DETERIORADO(WS-DEN-SUB) NOT NUMERIC
                   MOVE ZERO TO FON-DETERIORADO(WS-DEN-SUB)
               END-IF
               IF FON-PIEZAS(WS-DEN-SUB) > ZERO
                   STRING " "
                       FUNCTION TRIM(DENOM-ETIQUETA(WS-DEN-SUB)) "="
                       FON-PIEZAS(WS-DEN-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-TEXTO
                       WITH POINTER WS-RPT-PTR
               END-IF
               IF FON-DETERIORADO(WS-DEN-SUB) > ZERO
                   STRING "(DET=" FON-DETERIORADO(WS-DEN-SUB) ")"
                       DELIMITED BY SIZE INTO WS-RPT-TEXTO
                       WITH POINTER WS-RPT-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           STRING "  " FON-HORA(1:2) ":" FON-HORA(3:2)
               " " FON-TIPO
               " CAJERO=" FON-CAJERO
               " SUCURSAL=" FON-SUCURSAL
               " MONEDA=" FON-MONEDA
               " MONTO=" FUNCTION TRIM(WS-MONTO-FONDO-ED)
               " OPERADOR=" FUNCTION TRIM(FON-OPERADOR)
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "     " FUNCTION TRIM(WS-RPT-TEXTO)
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM ACUMULA-REG-FONDO
           .

       ACUMULA-REG-FONDO.
           MOVE ZERO TO WS-REG-HALLADO
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-USADOS
               IF REGT-CAJERO(WS-REG-SUB) = FON-CAJERO
                       AND REGT-MONEDA(WS-REG-SUB) = FON-MONEDA
                   MOVE WS-REG-SUB TO WS-REG-HALLADO
               END-IF
           END-PERFORM
           IF WS-REG-HALLADO = ZERO AND WS-REG-USADOS < 200
               ADD 1 TO WS-REG-USADOS
               MOVE WS-REG-USADOS TO WS-REG-HALLADO
               MOVE FON-CAJERO TO REGT-CAJERO(WS-REG-HALLADO)
               MOVE FON-SUCURSAL TO REGT-SUCURSAL(WS-REG-HALLADO)
               MOVE FON-MONEDA TO REGT-MONEDA(WS-REG-HALLADO)
               MOVE ZERO TO REGT-ENTREGADO(WS-REG-HALLADO)
               MOVE ZERO TO REGT-DEVUELTO(WS-REG-HALLADO)
               MOVE ZERO TO REGT-DETERIORADO(WS-REG-HALLADO)
               MOVE ZERO TO REGT-DEVOLUCIONES(WS-REG-HALLADO)
           END-IF
           IF WS-REG-HALLADO = ZERO
               DISPLAY "ADVERTENCIA: TABLA DEL RESUMEN LLENA, "
                   FON-CAJERO " SOLO EN EL DETALLE"
           ELSE
               IF FON-TIPO = "ENTREGA"
                   ADD FON-MONTO TO REGT-ENTREGADO(WS-REG-HALLADO)
               ELSE
                   ADD 1 TO REGT-DEVOLUCIONES(WS-REG-HALLADO)
                   ADD FON-MONTO TO REGT-DEVUELTO(WS-REG-HALLADO)
                   PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                           UNTIL WS-DEN-SUB > 9
                       COMPUTE WS-VALOR-DEN =
                           FON-DETERIORADO(WS-DEN-SUB) *
                           DENOM-VALOR(WS-DEN-SUB)
                       ADD WS-VALOR-DEN TO
                           REGT-DETERIORADO(WS-REG-HALLADO)
                   END-PERFORM
               END-IF
           END-IF
           .

       ESCRIBE-RESUMEN-FONDOS.
           MOVE ZERO TO WS-SIN-DEVOLVER
           MOVE SPACES TO REG-REPORTE
           STRING "RESUMEN POR CAJERO:"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-USADOS
               MOVE REGT-ENTREGADO(WS-REG-SUB) TO WS-ENTREGADO-ED
               MOVE REGT-DEVUELTO(WS-REG-SUB) TO WS-DEVUELTO-ED
               MOVE REGT-DETERIORADO(WS-REG-SUB) TO WS-DETERIORADO-ED
               MOVE SPACES TO WS-RPT-TEXTO
               IF REGT-DEVOLUCIONES(WS-REG-SUB) = ZERO
                   ADD 1 TO WS-SIN-DEVOLVER
                   MOVE " ** SIN DEVOLUCION **" TO WS-RPT-TEXTO
               END-IF
               MOVE SPACES TO REG-REPORTE
               STRING "  CAJERO=" REGT-CAJERO(WS-REG-SUB)
                   " SUCURSAL=" REGT-SUCURSAL(WS-REG-SUB)
                   " MONEDA=" REGT-MONEDA(WS-REG-SUB)
                   " ENTREGADO=" FUNCTION TRIM(WS-ENTREGADO-ED)
                   " DEVUELTO=" FUNCTION TRIM(WS-DEVUELTO-ED)
                   " (DETERIORADO=" FUNCTION TRIM(WS-DETERIORADO-ED)
                   ")" WS-RPT-TEXTO(1:21)
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
               IF REGT-MONEDA(WS-REG-SUB) = "USD"
                   ADD REGT-ENTREGADO(WS-REG-SUB) TO WS-TOT-USD-ENT
                   ADD REGT-DEVUELTO(WS-REG-SUB) TO WS-TOT-USD-DEV
               ELSE
                   ADD REGT-ENTREGADO(WS-REG-SUB) TO WS-TOT-MXN-ENT
                   ADD REGT-DEVUELTO(WS-REG-SUB) TO WS-TOT-MXN-DEV
               END-IF
           END-PERFORM
           MOVE WS-TOT-MXN-ENT TO WS-TOTAL-ED
           MOVE WS-TOT-MXN-DEV TO WS-TOTAL2-ED
           MOVE SPACES TO REG-REPORTE
           STRING "TOTAL MXN ENTREGADO=" FUNCTION TRIM(WS-TOTAL-ED)
               " DEVUELTO=" FUNCTION TRIM(WS-TOTAL2-ED)
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-TOT-USD-ENT TO WS-TOTAL-ED
           MOVE WS-TOT-USD-DEV TO WS-TOTAL2-ED
           MOVE SPACES TO REG-REPORTE
           STRING "TOTAL USD ENTREGADO=" FUNCTION TRIM(WS-TOTAL-ED)
               " DEVUELTO=" FUNCTION TRIM(WS-TOTAL2-ED)
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "MOVIMIENTOS=" WS-FON-LEIDOS
               " CAJEROS-SIN-DEVOLUCION=" WS-SIN-DEVOLVER
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           .

      *----------------------------------------------------------------
      * Archivos de apoyo
      *----------------------------------------------------------------
       LEE-INVENTARIO.
           MOVE ZERO TO WS-INV-USADOS
           MOVE ZERO TO WS-INV-PERDIDOS
           MOVE 'N' TO WS-FIN-INVENTARIO
           OPEN INPUT ARCH-INVENTARIO
           IF WS-FS-INVENTARIO = '00'
               PERFORM UNTIL WS-FIN-INVENTARIO = 'S'
                   READ ARCH-INVENTARIO
                       AT END
                           MOVE 'S' TO WS-FIN-INVENTARIO
                       NOT AT END
                           PERFORM GUARDA-REG-INVENTARIO
                   END-READ
               END-PERFORM
               CLOSE ARCH-INVENTARIO
           ELSE
               DISPLAY "INVENTARIO.DAT NO EXISTIA, SE INICIA EN CEROS"
           END-IF
           PERFORM COMPLETA-DENOMINACIONES
           .

       GUARDA-REG-INVENTARIO.
           IF INV-CANTIDAD NOT NUMERIC
               DISPLAY "ADVERTENCIA: CANTIDAD NO NUMERICA EN "
                   "INVENTARIO.DAT PARA " INV-ETIQUETA
                   ", SE TOMA COMO CERO"
               MOVE ZERO TO INV-CANTIDAD
           END-IF
           IF INV-MINIMO NOT NUMERIC
               MOVE ZERO TO INV-MINIMO
           END-IF
           IF INV-MAXIMO NOT NUMERIC
               MOVE ZERO TO INV-MAXIMO
           END-IF
           IF INV-PAQUETE NOT NUMERIC
               MOVE ZERO TO INV-PAQUETE
           END-IF
           IF INV-DETERIORADO NOT NUMERIC
               MOVE ZERO TO INV-DETERIORADO
           END-IF
           IF WS-INV-USADOS < 60
               ADD 1 TO WS-INV-USADOS
               MOVE INV-ETIQUETA TO INVT-ETIQUETA(WS-INV-USADOS)
               MOVE INV-CANTIDAD TO INVT-CANTIDAD(WS-INV-USADOS)
               MOVE INV-MINIMO TO INVT-MINIMO(WS-INV-USADOS)
               MOVE INV-MAXIMO TO INVT-MAXIMO(WS-INV-USADOS)
               MOVE INV-PAQUETE TO INVT-PAQUETE(WS-INV-USADOS)
               MOVE INV-DETERIORADO TO
                   INVT-DETERIORADO(WS-INV-USADOS)
           ELSE
               ADD 1 TO WS-INV-PERDIDOS
               DISPLAY "ADVERTENCIA: DEMASIADOS REGISTROS EN "
                   "INVENTARIO.DAT, SE PIERDE " INV-ETIQUETA
           END-IF
           .

      * Deja en TAB-INV-DEN el renglon de inventario de cada
      * denominacion del juego activo, dandola de alta en ceros si
      * el archivo aun no la tenia.
       COMPLETA-DENOMINACIONES.
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE ZERO TO WS-INV-HALLADO
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INV-USADOS
                   IF INVT-ETIQUETA(WS-INV-SUB) =
                           DENOM-ETIQUETA(WS-DEN-SUB)
                       MOVE WS-INV-SUB TO WS-INV-HALLADO
                   END-IF
               END-PERFORM
               IF WS-INV-HALLADO = ZERO
                   IF WS-INV-USADOS < 60
                       ADD 1 TO WS-INV-USADOS
                       MOVE WS-INV-USADOS TO WS-INV-HALLADO
                       MOVE DENOM-ETIQUETA(WS-DEN-SUB) TO
                           INVT-ETIQUETA(WS-INV-HALLADO)
                       MOVE ZERO TO INVT-CANTIDAD(WS-INV-HALLADO)
                       MOVE ZERO TO INVT-MINIMO(WS-INV-HALLADO)
                       MOVE ZERO TO INVT-MAXIMO(WS-INV-HALLADO)
                       MOVE ZERO TO INVT-PAQUETE(WS-INV-HALLADO)
                       MOVE ZERO TO INVT-DETERIORADO(WS-INV-HALLADO)
                   ELSE
                       ADD 1 TO WS-INV-PERDIDOS
                       MOVE 1 TO WS-INV-HALLADO
                   END-IF
               END-IF
               MOVE WS-INV-HALLADO TO INVD-RENGLON(WS-DEN-SUB)
           END-PERFORM
           .

       ESCRIBE-INVENTARIO.
           OPEN OUTPUT ARCH-INVENTARIO
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > WS-INV-USADOS
               MOVE INVT-ETIQUETA(WS-INV-SUB) TO INV-ETIQUETA
               MOVE INVT-CANTIDAD(WS-INV-SUB) TO INV-CANTIDAD
               MOVE INVT-MINIMO(WS-INV-SUB) TO INV-MINIMO
               MOVE INVT-MAXIMO(WS-INV-SUB) TO INV-MAXIMO
               MOVE INVT-PAQUETE(WS-INV-SUB) TO INV-PAQUETE
               MOVE INVT-DETERIORADO(WS-INV-SUB) TO INV-DETERIORADO
               WRITE REG-INVENTARIO
           END-PERFORM
           CLOSE ARCH-INVENTARIO
           .

       ABRE-KARDEX.
           OPEN EXTEND ARCH-KARDEX
           IF WS-FS-KARDEX = '35'
               OPEN OUTPUT ARCH-KARDEX
           END-IF
           .

      * Renglon de kardex de la denominacion WS-DEN-SUB; tipo y
      * signo los deja puestos quien llama.
       ESCRIBE-RENGLON-KARDEX.
           MOVE WS-TIMESTAMP(1:8) TO KDX-FECHA
           MOVE WS-TIMESTAMP(9:6) TO KDX-HORA
           MOVE "FONDO-CAJA" TO KDX-PROGRAMA
           MOVE DENOM-ETIQUETA(WS-DEN-SUB) TO KDX-ETIQUETA
           MOVE MOVF-PIEZAS(WS-DEN-SUB) TO KDX-PIEZAS
           MOVE WS-ANTES-MOV TO KDX-ANTES
           MOVE INVT-CANTIDAD(WS-INV-SUB) TO KDX-DESPUES
           WRITE REG-KARDEX
           .

      * POSICION.DAT lo crea DESGLOSE con el primer lote; si aun
      * no existe, la entrega lo crea vacio.
       ABRE-POSICIONES.
           OPEN I-O ARCH-POSICION
           IF WS-FS-POSICION = '35'
               OPEN OUTPUT ARCH-POSICION
               CLOSE ARCH-POSICION
               OPEN I-O ARCH-POSICION
           END-IF
           IF WS-FS-POSICION NOT = '00'
               DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR POSICION.DAT "
                   "(STATUS " WS-FS-POSICION "), EL MOVIMIENTO NO "
                   "ENTRA AL LIBRO DE POSICIONES"
           END-IF
           .

       CARGA-SALDO-POSICION.
           MOVE ZERO TO WS-POS-SALDO-TRAB
           IF POS-SALDO NOT NUMERIC
               DISPLAY "ADVERTENCIA: SALDO NO NUMERICO EN "
                   "POSICION.DAT PARA CAJERO " POS-CAJERO
                   ", SE TOMA COMO CERO"
           ELSE
               MOVE POS-SALDO TO WS-POS-SALDO-TRAB
               IF POS-SIGNO = '-'
                   COMPUTE WS-POS-SALDO-TRAB =
                       WS-POS-SALDO-TRAB * -1
               END-IF
           END-IF
           .

      * El fondo entregado se suma a la posicion del cajero en su
      * sucursal, fecha y moneda del movimiento; se da de alta si
      * aun no existe.
       SUMA-FONDO-POSICION.
           PERFORM ABRE-POSICIONES
           IF WS-FS-POSICION = '00'
               MOVE 'S' TO WS-POS-EXISTE
               MOVE WS-CAJERO-MOV TO POS-CAJERO
               MOVE WS-SUCURSAL-MOV TO POS-SUCURSAL
               MOVE WS-FECHA-MOV TO POS-FECHA
               MOVE WS-MONEDA-ACTIVA TO POS-MONEDA
               READ ARCH-POSICION
                   KEY IS POS-LLAVE
                   INVALID KEY
                       MOVE 'N' TO WS-POS-EXISTE
               END-READ
               MOVE ZERO TO WS-POS-SALDO-TRAB
               IF WS-POS-EXISTE = 'S'
                   PERFORM CARGA-SALDO-POSICION
               END-IF
               ADD WS-MONTO-FONDO TO WS-POS-SALDO-TRAB
               MOVE WS-CAJERO-MOV TO POS-CAJERO
               MOVE WS-SUCURSAL-MOV TO POS-SUCURSAL
               MOVE WS-FECHA-MOV TO POS-FECHA
               MOVE WS-MONEDA-ACTIVA TO POS-MONEDA
               IF WS-POS-SALDO-TRAB < ZERO
                   MOVE '-' TO POS-SIGNO
                   COMPUTE POS-SALDO = WS-POS-SALDO-TRAB * -1
               ELSE
                   MOVE '+' TO POS-SIGNO
                   MOVE WS-POS-SALDO-TRAB TO POS-SALDO
               END-IF
               IF WS-POS-EXISTE = 'S'
                   REWRITE REG-POSICION
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO REESCRIBIR LA "
                               "POSICION DEL FONDO (STATUS "
                               WS-FS-POSICION ")"
                   END-REWRITE
               ELSE
                   WRITE REG-POSICION
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO DAR DE ALTA LA "
                               "POSICION DEL FONDO (STATUS "
                               WS-FS-POSICION ")"
                   END-WRITE
               END-IF
               CLOSE ARCH-POSICION
           END-IF
           .

      * Carga CORTECAJA.DAT y deja en WS-CTE-HALLADO el ultimo corte
      * pendiente del cajero, fecha y moneda en curso.
       LEE-CORTES.
           MOVE ZERO TO WS-CTE-USADOS
           MOVE ZERO TO WS-CTE-HALLADO
           MOVE ZERO TO WS-CTE-PERDIDOS
           MOVE 'N' TO WS-FIN-CORTE
           OPEN INPUT ARCH-CORTE
           IF WS-FS-CORTE = '00'
               PERFORM UNTIL WS-FIN-CORTE = 'S'
                   READ ARCH-CORTE
                       AT END
                           MOVE 'S' TO WS-FIN-CORTE
                       NOT AT END
                           PERFORM GUARDA-REG-CORTE
                   END-READ
               END-PERFORM
               CLOSE ARCH-CORTE
           END-IF
           .

       GUARDA-REG-CORTE.
           IF WS-CTE-USADOS < 500
               ADD 1 TO WS-CTE-USADOS
               MOVE REG-CORTE TO CTET-REGISTRO(WS-CTE-USADOS)
               IF CTE-CAJERO = WS-CAJERO-MOV
                       AND CTE-FECHA = WS-FECHA-MOV
                       AND CTE-MONEDA = WS-MONEDA-ACTIVA
                       AND CTE-ESTADO = 'P'
                   MOVE WS-CTE-USADOS TO WS-CTE-HALLADO
               END-IF
           ELSE
               ADD 1 TO WS-CTE-PERDIDOS
               DISPLAY "ADVERTENCIA: DEMASIADOS REGISTROS EN "
                   "CORTECAJA.DAT, SE PIERDE CAJERO " CTE-CAJERO
           END-IF
           .

      * Todo corte pendiente del cajero, fecha y moneda queda como
      * devuelto: un recuento anterior al que se recibio ya no
      * representa efectivo en el cajon.
       MARCA-CORTE-DEVUELTO.
           OPEN OUTPUT ARCH-CORTE
           PERFORM VARYING WS-CTE-SUB FROM 1 BY 1
                   UNTIL WS-CTE-SUB > WS-CTE-USADOS
               MOVE CTET-REGISTRO(WS-CTE-SUB) TO REG-CORTE
               IF CTE-CAJERO = WS-CAJERO-MOV
                       AND CTE-FECHA = WS-FECHA-MOV
                       AND CTE-MONEDA = WS-MONEDA-ACTIVA
                       AND CTE-ESTADO = 'P'
                   MOVE 'D' TO CTE-ESTADO
               END-IF
               WRITE REG-CORTE
           END-PERFORM
           CLOSE ARCH-CORTE
           .

       ESCRIBE-REGISTRO-FONDO.
           MOVE SPACES TO REG-FONDO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-FECHA-MOV TO FON-FECHA
           MOVE WS-TIMESTAMP(9:6) TO FON-HORA
           MOVE WS-CAJERO-MOV TO FON-CAJERO
           MOVE WS-SUCURSAL-MOV TO FON-SUCURSAL
           MOVE WS-MONEDA-ACTIVA TO FON-MONEDA
           MOVE WS-TIPO-FONDO TO FON-TIPO
           MOVE WS-OPERADOR TO FON-OPERADOR
           MOVE WS-MONTO-FONDO TO FON-MONTO
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE MOVF-PIEZAS(WS-DEN-SUB) TO FON-PIEZAS(WS-DEN-SUB)
               MOVE MOVF-DETERIORADO(WS-DEN-SUB) TO
                   FON-DETERIORADO(WS-DEN-SUB)
           END-PERFORM
           OPEN EXTEND ARCH-FONDO
           IF WS-FS-FONDO = '35'
               OPEN OUTPUT ARCH-FONDO
           END-IF
           WRITE REG-FONDO
           CLOSE ARCH-FONDO
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
           STRING WS-TIMESTAMP " FONDO-CAJA OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " MOVIMIENTO=" FUNCTION TRIM(WS-TIPO-FONDO)
               " CAJERO=" WS-CAJERO-MOV
               " SUCURSAL=" WS-SUCURSAL-MOV
               " FECHA-POSICION=" WS-FECHA-MOV
               " MONEDA=" WS-MONEDA-ACTIVA
               " CANTIDAD=" FUNCTION TRIM(WS-MONTO-FONDO-ED)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY DENOMPROC.
           COPY OPERPROC.

       END PROGRAM FONDO-CAJA.
