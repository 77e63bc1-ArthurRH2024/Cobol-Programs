       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJEROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * Maestro de cajeros (CAJEROS.DAT): un registro por cajero con
      * nombre, sucursal asignada, estatus ('A' activo, 'S'
      * suspendido) y topes por operacion y por dia para cada tipo
      * de movimiento del lote. Los topes van en pesos; un tope en
      * cero significa sin tope para ese concepto. DESGLOSE lo lee
      * para rechazar detalles de cajeros desconocidos, suspendidos,
      * fuera de su sucursal o por encima de sus topes.
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
      * OPERADOR: los topes de cajero solo los mueve un supervisor.
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
       01  WS-FS-CAJEROS      PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-MODO            PIC 9 VALUE 0.
       01  WS-FIN-CAJEROS     PIC X VALUE 'N'.
       01  WS-CAJ-NUEVO       PIC X VALUE 'N'.
       01  WS-RESPUESTA       PIC X.

      * Copia en memoria de CAJEROS.DAT para reescribirlo completo
      * tras el cambio, igual que INVENTARIO hace con su archivo.
       01  WS-CAJ-USADOS      PIC 9(3) VALUE ZERO.
       01  WS-CAJ-SUB         PIC 9(3).
       01  WS-CAJ-HALLADO     PIC 9(3).
      * Registros que no cupieron en la tabla; mientras haya alguno
      * CAJEROS.DAT no se reescribe, como OPERADOR.DAT en OPERPROC.
       01  WS-CAJ-PERDIDOS    PIC 9(3) VALUE ZERO.
       01  TAB-CAJEROS.
           05 CAJT-ENTRY OCCURS 500 TIMES.
              10 CAJT-CAJERO      PIC X(4).
              10 CAJT-NOMBRE      PIC X(30).
              10 CAJT-SUCURSAL    PIC X(4).
              10 CAJT-ESTATUS     PIC X.
              10 CAJT-RET-OPER    PIC 9(9)V99.
              10 CAJT-RET-DIA     PIC 9(9)V99.
              10 CAJT-NOM-OPER    PIC 9(9)V99.
              10 CAJT-NOM-DIA     PIC 9(9)V99.
              10 CAJT-DEP-OPER    PIC 9(9)V99.
              10 CAJT-DEP-DIA     PIC 9(9)V99.

       01  WS-CAJERO-MOV      PIC X(4).
       01  WS-MOVIMIENTO      PIC X(12).
       01  WS-LIM-RET-OPER-ED PIC Z(8)9.99.
       01  WS-LIM-RET-DIA-ED  PIC Z(8)9.99.
       01  WS-LIM-NOM-OPER-ED PIC Z(8)9.99.
       01  WS-LIM-NOM-DIA-ED  PIC Z(8)9.99.
       01  WS-LIM-DEP-OPER-ED PIC Z(8)9.99.
       01  WS-LIM-DEP-DIA-ED  PIC Z(8)9.99.

           COPY OPERTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MAESTRO DE CAJEROS ==="
           MOVE "CAJEROS" TO WS-OPR-PROGRAMA
           PERFORM FIRMA-OPERADOR
           IF WS-FIRMA-OK = 'S'
               PERFORM MANTENIMIENTO-CAJEROS
           END-IF
           STOP RUN.

       MANTENIMIENTO-CAJEROS.
           PERFORM LEE-CAJEROS
           IF WS-CAJ-NUEVO = 'S'
               DISPLAY "CAJEROS.DAT NO EXISTIA, SE INICIA VACIO"
           END-IF
           DISPLAY "1. Alta de cajero"
           DISPLAY "2. Cambio de datos y topes"
           DISPLAY "3. Suspension / reactivacion"
           DISPLAY "4. Consulta"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-MODO
           PERFORM VERIFICA-ROL-CAJEROS
           IF WS-ROL-OK = 'S'
               PERFORM EJECUTA-OPCION-CAJEROS
           END-IF
           .

      * Altas, cambios y suspensiones de cajeros son del supervisor;
      * la consulta la ve tambien el auditor.
       VERIFICA-ROL-CAJEROS.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "ALTA" TO WS-OPR-OPCION
               WHEN 2
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "CAMBIO" TO WS-OPR-OPCION
               WHEN 3
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "SUSPENSION" TO WS-OPR-OPCION
               WHEN OTHER
                   MOVE "SA" TO WS-ROLES-PERMITIDOS
                   MOVE "CONSULTA" TO WS-OPR-OPCION
           END-EVALUATE
           PERFORM VERIFICA-ROL
           .

       EJECUTA-OPCION-CAJEROS.
           EVALUATE TRUE
               WHEN WS-CAJ-PERDIDOS > ZERO AND WS-MODO >= 1
                       AND WS-MODO <= 3
                   DISPLAY "ERROR: CAJEROS.DAT TRAE " WS-CAJ-PERDIDOS
                       " CAJERO(S) SIN CARGAR, NO SE REESCRIBE;"
                   DISPLAY "SOLO SE PERMITE LA CONSULTA"
               WHEN WS-MODO = 1
                   PERFORM ALTA-CAJERO
               WHEN WS-MODO = 2
                   PERFORM CAMBIA-CAJERO
               WHEN WS-MODO = 3
                   PERFORM CAMBIA-ESTATUS-CAJERO
               WHEN WS-MODO = 4
                   PERFORM MUESTRA-CAJEROS
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE
           .

       LEE-CAJEROS.
           MOVE ZERO TO WS-CAJ-USADOS
           MOVE ZERO TO WS-CAJ-PERDIDOS
           MOVE 'N' TO WS-FIN-CAJEROS
           OPEN INPUT ARCH-CAJEROS
           IF WS-FS-CAJEROS = '00'
               PERFORM UNTIL WS-FIN-CAJEROS = 'S'
                   READ ARCH-CAJEROS
                       AT END
                           MOVE 'S' TO WS-FIN-CAJEROS
                       NOT AT END
                           PERFORM GUARDA-REG-CAJERO
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAJEROS
           ELSE
               MOVE 'S' TO WS-CAJ-NUEVO
           END-IF
           .

      * Un tope no numerico queda en cero (sin tope) con aviso; un
      * estatus desconocido se toma como suspendido para que un
      * registro danado nunca habilite a un cajero.
       GUARDA-REG-CAJERO.
           IF CAJ-RET-OPER NOT NUMERIC OR CAJ-RET-DIA NOT NUMERIC
                   OR CAJ-NOM-OPER NOT NUMERIC
                   OR CAJ-NOM-DIA NOT NUMERIC
                   OR CAJ-DEP-OPER NOT NUMERIC
                   OR CAJ-DEP-DIA NOT NUMERIC
               DISPLAY "ADVERTENCIA: TOPE NO NUMERICO EN "
                   "CAJEROS.DAT PARA " CAJ-CAJERO
                   ", SE TOMA COMO CERO"
               IF CAJ-RET-OPER NOT NUMERIC
                   MOVE ZERO TO CAJ-RET-OPER
               END-IF
               IF CAJ-RET-DIA NOT NUMERIC
                   MOVE ZERO TO CAJ-RET-DIA
               END-IF
               IF CAJ-NOM-OPER NOT NUMERIC
                   MOVE ZERO TO CAJ-NOM-OPER
               END-IF
               IF CAJ-NOM-DIA NOT NUMERIC
                   MOVE ZERO TO CAJ-NOM-DIA
               END-IF
               IF CAJ-DEP-OPER NOT NUMERIC
                   MOVE ZERO TO CAJ-DEP-OPER
               END-IF
               IF CAJ-DEP-DIA NOT NUMERIC
                   MOVE ZERO TO CAJ-DEP-DIA
               END-IF
           END-IF
           IF CAJ-ESTATUS NOT = 'A'
               MOVE 'S' TO CAJ-ESTATUS
           END-IF
           IF WS-CAJ-USADOS < 500
               ADD 1 TO WS-CAJ-USADOS
               MOVE REG-CAJERO TO CAJT-ENTRY(WS-CAJ-USADOS)
           ELSE
               ADD 1 TO WS-CAJ-PERDIDOS
               DISPLAY "ADVERTENCIA: DEMASIADOS REGISTROS EN "
                   "CAJEROS.DAT, NO SE CARGO " CAJ-CAJERO
           END-IF
           .

       BUSCA-CAJERO.
           MOVE ZERO TO WS-CAJ-HALLADO
           PERFORM VARYING WS-CAJ-SUB FROM 1 BY 1
                   UNTIL WS-CAJ-SUB > WS-CAJ-USADOS
               IF CAJT-CAJERO(WS-CAJ-SUB) = WS-CAJERO-MOV
                   MOVE WS-CAJ-SUB TO WS-CAJ-HALLADO
               END-IF
           END-PERFORM
           .

       ALTA-CAJERO.
           DISPLAY "Clave del cajero (4 posiciones): "
           ACCEPT WS-CAJERO-MOV
           PERFORM BUSCA-CAJERO
           EVALUATE TRUE
               WHEN WS-CAJERO-MOV = SPACES
                   DISPLAY "ERROR: CLAVE EN BLANCO"
               WHEN WS-CAJ-HALLADO > ZERO
                   DISPLAY "ERROR: EL CAJERO " WS-CAJERO-MOV
                       " YA EXISTE, USE LA OPCION 2"
               WHEN WS-CAJ-USADOS >= 500
                   DISPLAY "ERROR: MAESTRO DE CAJEROS LLENO"
               WHEN OTHER
                   ADD 1 TO WS-CAJ-USADOS
                   MOVE WS-CAJ-USADOS TO WS-CAJ-HALLADO
                   MOVE WS-CAJERO-MOV TO CAJT-CAJERO(WS-CAJ-HALLADO)
                   MOVE 'A' TO CAJT-ESTATUS(WS-CAJ-HALLADO)
                   PERFORM CAPTURA-DATOS-CAJERO
                   IF CAJT-SUCURSAL(WS-CAJ-HALLADO) = SPACES
                       DISPLAY "ERROR: SUCURSAL EN BLANCO, NO SE "
                           "DA DE ALTA"
                       SUBTRACT 1 FROM WS-CAJ-USADOS
                   ELSE
                       MOVE "ALTA" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-CAJERO
                   END-IF
           END-EVALUATE
           .

       CAMBIA-CAJERO.
           PERFORM MUESTRA-CAJEROS
           DISPLAY "Clave del cajero: "
           ACCEPT WS-CAJERO-MOV
           PERFORM BUSCA-CAJERO
           IF WS-CAJ-HALLADO = ZERO
               DISPLAY "ERROR: CAJERO DESCONOCIDO: " WS-CAJERO-MOV
           ELSE
               PERFORM CAPTURA-DATOS-CAJERO
               IF CAJT-SUCURSAL(WS-CAJ-HALLADO) = SPACES
                   DISPLAY "ERROR: SUCURSAL EN BLANCO, NO SE GRABA"
               ELSE
                   MOVE "CAMBIO" TO WS-MOVIMIENTO
                   PERFORM TERMINA-CAMBIO-CAJERO
               END-IF
           END-IF
           .

      * Topes en pesos; cero = sin tope para ese concepto.
       CAPTURA-DATOS-CAJERO.
           DISPLAY "Nombre: "
           ACCEPT CAJT-NOMBRE(WS-CAJ-HALLADO)
           DISPLAY "Sucursal asignada: "
           ACCEPT CAJT-SUCURSAL(WS-CAJ-HALLADO)
           DISPLAY "Topes en pesos con 2 decimales (0=sin tope)"
           DISPLAY "  RETIRO por operacion: "
           ACCEPT CAJT-RET-OPER(WS-CAJ-HALLADO)
           DISPLAY "  RETIRO por dia: "
           ACCEPT CAJT-RET-DIA(WS-CAJ-HALLADO)
           DISPLAY "  NOMINA por operacion: "
           ACCEPT CAJT-NOM-OPER(WS-CAJ-HALLADO)
           DISPLAY "  NOMINA por dia: "
           ACCEPT CAJT-NOM-DIA(WS-CAJ-HALLADO)
           DISPLAY "  DEPOSITO por operacion: "
           ACCEPT CAJT-DEP-OPER(WS-CAJ-HALLADO)
           DISPLAY "  DEPOSITO por dia: "
           ACCEPT CAJT-DEP-DIA(WS-CAJ-HALLADO)
           IF CAJT-RET-DIA(WS-CAJ-HALLADO) > ZERO AND
                   CAJT-RET-DIA(WS-CAJ-HALLADO) <
                       CAJT-RET-OPER(WS-CAJ-HALLADO)
               DISPLAY "ADVERTENCIA: TOPE DIARIO DE RETIRO MENOR "
                   "QUE EL DE OPERACION, SE IGUALA"
               MOVE CAJT-RET-OPER(WS-CAJ-HALLADO) TO
                   CAJT-RET-DIA(WS-CAJ-HALLADO)
           END-IF
           IF CAJT-NOM-DIA(WS-CAJ-HALLADO) > ZERO AND
                   CAJT-NOM-DIA(WS-CAJ-HALLADO) <
                       CAJT-NOM-OPER(WS-CAJ-HALLADO)
               DISPLAY "ADVERTENCIA: TOPE DIARIO DE NOMINA MENOR "
                   "QUE EL DE OPERACION, SE IGUALA"
               MOVE CAJT-NOM-OPER(WS-CAJ-HALLADO) TO
                   CAJT-NOM-DIA(WS-CAJ-HALLADO)
           END-IF
           IF CAJT-DEP-DIA(WS-CAJ-HALLADO) > ZERO AND
                   CAJT-DEP-DIA(WS-CAJ-HALLADO) <
                       CAJT-DEP-OPER(WS-CAJ-HALLADO)
               DISPLAY "ADVERTENCIA: TOPE DIARIO DE DEPOSITO MENOR "
                   "QUE EL DE OPERACION, SE IGUALA"
               MOVE CAJT-DEP-OPER(WS-CAJ-HALLADO) TO
                   CAJT-DEP-DIA(WS-CAJ-HALLADO)
           END-IF
           .

      * La suspension no borra al cajero: su historia en POSICION.DAT
      * y CONCILIA.HIS sigue apuntando a la clave, y una baja
      * definitiva se maneja dejandolo suspendido.
       CAMBIA-ESTATUS-CAJERO.
           PERFORM MUESTRA-CAJEROS
           DISPLAY "Clave del cajero: "
           ACCEPT WS-CAJERO-MOV
           PERFORM BUSCA-CAJERO
           IF WS-CAJ-HALLADO = ZERO
               DISPLAY "ERROR: CAJERO DESCONOCIDO: " WS-CAJERO-MOV
           ELSE
               IF CAJT-ESTATUS(WS-CAJ-HALLADO) = 'A'
                   DISPLAY "Suspender al cajero " WS-CAJERO-MOV
                       "? (S/N): "
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                       MOVE 'S' TO CAJT-ESTATUS(WS-CAJ-HALLADO)
                       MOVE "SUSPENSION" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-CAJERO
                   END-IF
               ELSE
                   DISPLAY "Reactivar al cajero " WS-CAJERO-MOV
                       "? (S/N): "
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                       MOVE 'A' TO CAJT-ESTATUS(WS-CAJ-HALLADO)
                       MOVE "REACTIVACION" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-CAJERO
                   END-IF
               END-IF
           END-IF
           .

       TERMINA-CAMBIO-CAJERO.
           PERFORM ESCRIBE-CAJEROS
           DISPLAY "CAJERO " WS-CAJERO-MOV " GRABADO ("
               FUNCTION TRIM(WS-MOVIMIENTO) ")"
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

       MUESTRA-CAJEROS.
           DISPLAY "Cajeros dados de alta:"
           PERFORM VARYING WS-CAJ-SUB FROM 1 BY 1
                   UNTIL WS-CAJ-SUB > WS-CAJ-USADOS
               MOVE CAJT-RET-OPER(WS-CAJ-SUB) TO WS-LIM-RET-OPER-ED
               MOVE CAJT-RET-DIA(WS-CAJ-SUB) TO WS-LIM-RET-DIA-ED
               MOVE CAJT-NOM-OPER(WS-CAJ-SUB) TO WS-LIM-NOM-OPER-ED
               MOVE CAJT-NOM-DIA(WS-CAJ-SUB) TO WS-LIM-NOM-DIA-ED
               MOVE CAJT-DEP-OPER(WS-CAJ-SUB) TO WS-LIM-DEP-OPER-ED
               MOVE CAJT-DEP-DIA(WS-CAJ-SUB) TO WS-LIM-DEP-DIA-ED
               DISPLAY "  " CAJT-CAJERO(WS-CAJ-SUB)
                   " " CAJT-NOMBRE(WS-CAJ-SUB)
                   " SUC=" CAJT-SUCURSAL(WS-CAJ-SUB)
                   " ESTATUS=" CAJT-ESTATUS(WS-CAJ-SUB)
               DISPLAY "     RETIRO="
                   FUNCTION TRIM(WS-LIM-RET-OPER-ED) "/"
                   FUNCTION TRIM(WS-LIM-RET-DIA-ED)
                   " NOMINA="
                   FUNCTION TRIM(WS-LIM-NOM-OPER-ED) "/"
                   FUNCTION TRIM(WS-LIM-NOM-DIA-ED)
                   " DEPOSITO="
                   FUNCTION TRIM(WS-LIM-DEP-OPER-ED) "/"
                   FUNCTION TRIM(WS-LIM-DEP-DIA-ED)
           END-PERFORM
           .

       ESCRIBE-CAJEROS.
           OPEN OUTPUT ARCH-CAJEROS
           PERFORM VARYING WS-CAJ-SUB FROM 1 BY 1
                   UNTIL WS-CAJ-SUB > WS-CAJ-USADOS
               MOVE CAJT-ENTRY(WS-CAJ-SUB) TO REG-CAJERO
               WRITE REG-CAJERO
           END-PERFORM
           CLOSE ARCH-CAJEROS
           .

       ABRE-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           .

       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE CAJT-RET-OPER(WS-CAJ-HALLADO) TO WS-LIM-RET-OPER-ED
           MOVE CAJT-RET-DIA(WS-CAJ-HALLADO) TO WS-LIM-RET-DIA-ED
           MOVE CAJT-NOM-OPER(WS-CAJ-HALLADO) TO WS-LIM-NOM-OPER-ED
           MOVE CAJT-NOM-DIA(WS-CAJ-HALLADO) TO WS-LIM-NOM-DIA-ED
           MOVE CAJT-DEP-OPER(WS-CAJ-HALLADO) TO WS-LIM-DEP-OPER-ED
           MOVE CAJT-DEP-DIA(WS-CAJ-HALLADO) TO WS-LIM-DEP-DIA-ED
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " CAJEROS OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " MOVIMIENTO=" FUNCTION TRIM(WS-MOVIMIENTO)
               " CAJERO=" CAJT-CAJERO(WS-CAJ-HALLADO)
               " SUCURSAL=" CAJT-SUCURSAL(WS-CAJ-HALLADO)
               " ESTATUS=" CAJT-ESTATUS(WS-CAJ-HALLADO)
               " RETIRO=" FUNCTION TRIM(WS-LIM-RET-OPER-ED)
               "/" FUNCTION TRIM(WS-LIM-RET-DIA-ED)
               " NOMINA=" FUNCTION TRIM(WS-LIM-NOM-OPER-ED)
               "/" FUNCTION TRIM(WS-LIM-NOM-DIA-ED)
               " DEPOSITO=" FUNCTION TRIM(WS-LIM-DEP-OPER-ED)
               "/" FUNCTION TRIM(WS-LIM-DEP-DIA-ED)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY OPERPROC.

       END PROGRAM CAJEROS.
