       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
      * Maestro de seguridad de operadores (OPERADOR.DAT): usuario,
      * PIN, nombre, rol, limite de autoridad en pesos, estatus ('A'
      * activo, 'S' suspendido, 'B' bloqueado por PIN) e intentos
      * fallidos consecutivos. Lo leen DESGLOSE, INVENTARIO,
      * VALE-EFECTIVO, CAJEROS, FONDO-CAJA, BILLETE-FALSO,
      * NOMINA-SOBRES y CALENDARIO para la firma y las
      * autorizaciones (ver OPERTAB.cpy / OPERPROC.cpy).
       FD  ARCH-OPERADOR.
       01  REG-OPERADOR.
           05 OPR-USUARIO         PIC X(8).
           05 OPR-PIN             PIC X(6).
           05 OPR-NOMBRE          PIC X(30).
           05 OPR-ROL             PIC X.
           05 OPR-LIMITE          PIC 9(9)V99.
           05 OPR-ESTATUS         PIC X.
           05 OPR-INTENTOS        PIC 9.

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA          PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-MODO            PIC 9 VALUE 0.
       01  WS-RESPUESTA       PIC X.

           COPY OPERTAB.

       01  WS-USUARIO-MOV     PIC X(8).
       01  WS-PIN-NUEVO       PIC X(6).
       01  WS-PIN-CONFIRMA    PIC X(6).
       01  WS-MOVIMIENTO      PIC X(12).
       01  WS-ARRANQUE        PIC X VALUE 'N'.
       01  WS-DATOS-OK        PIC X.
       01  WS-LIMITE-ED       PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MAESTRO DE OPERADORES ==="
           MOVE "OPERADOR" TO WS-OPR-PROGRAMA
           PERFORM LEE-OPERADORES
      * Sin usuarios no hay quien firme: la unica operacion posible
      * es el alta del primer supervisor, que queda en la bitacora
      * como arranque del maestro.
           IF WS-OPR-USADOS = ZERO AND WS-OPR-PERDIDOS = ZERO
               MOVE 'S' TO WS-ARRANQUE
               MOVE "ARRANQUE" TO WS-OPERADOR
               MOVE 'S' TO WS-OPERADOR-ROL
               DISPLAY "OPERADOR.DAT SIN USUARIOS: SE DA DE ALTA EL "
                   "PRIMER SUPERVISOR"
               PERFORM ALTA-OPERADOR
           ELSE
               PERFORM FIRMA-OPERADOR
               IF WS-FIRMA-OK = 'S'
                   PERFORM MENU-OPERADOR
               END-IF
           END-IF
           STOP RUN.

      * Solo el supervisor administra usuarios; el auditor puede
      * consultar el maestro (sin PIN).
       MENU-OPERADOR.
           DISPLAY "1. Alta de operador"
           DISPLAY "2. Cambio de nombre, rol y limite"
           DISPLAY "3. Asignacion de PIN"
           DISPLAY "4. Suspension / reactivacion / desbloqueo"
           DISPLAY "5. Consulta"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-MODO
           IF WS-MODO = 5
               MOVE "SA" TO WS-ROLES-PERMITIDOS
               MOVE "CONSULTA" TO WS-OPR-OPCION
           ELSE
               MOVE "S" TO WS-ROLES-PERMITIDOS
               MOVE "MANTENIMIENTO" TO WS-OPR-OPCION
           END-IF
           PERFORM VERIFICA-ROL
           IF WS-ROL-OK = 'S'
               EVALUATE WS-MODO
                   WHEN 1
                       PERFORM ALTA-OPERADOR
                   WHEN 2
                       PERFORM CAMBIA-OPERADOR
                   WHEN 3
                       PERFORM CAMBIA-PIN-OPERADOR
                   WHEN 4
                       PERFORM CAMBIA-ESTATUS-OPERADOR
                   WHEN 5
                       PERFORM MUESTRA-OPERADORES
                   WHEN OTHER
                       DISPLAY "Opcion invalida."
               END-EVALUATE
           END-IF
           .

       BUSCA-OPERADOR.
           MOVE ZERO TO WS-OPR-HALLADO
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-USADOS
               IF OPRT-USUARIO(WS-OPR-SUB) = WS-USUARIO-MOV
                   MOVE WS-OPR-SUB TO WS-OPR-HALLADO
               END-IF
           END-PERFORM
           .

       ALTA-OPERADOR.
           DISPLAY "Usuario (hasta 8 posiciones): "
           ACCEPT WS-USUARIO-MOV
           PERFORM BUSCA-OPERADOR
           EVALUATE TRUE
               WHEN WS-USUARIO-MOV = SPACES
                   DISPLAY "ERROR: USUARIO EN BLANCO"
               WHEN WS-OPR-HALLADO > ZERO
                   DISPLAY "ERROR: EL USUARIO " WS-USUARIO-MOV
                       " YA EXISTE, USE LA OPCION 2"
               WHEN WS-OPR-USADOS >= 200 OR WS-OPR-PERDIDOS > ZERO
                   DISPLAY "ERROR: MAESTRO DE OPERADORES LLENO"
               WHEN OTHER
                   ADD 1 TO WS-OPR-USADOS
                   MOVE WS-OPR-USADOS TO WS-OPR-HALLADO
                   MOVE WS-USUARIO-MOV TO OPRT-USUARIO(WS-OPR-HALLADO)
                   MOVE 'A' TO OPRT-ESTATUS(WS-OPR-HALLADO)
                   MOVE ZERO TO OPRT-INTENTOS(WS-OPR-HALLADO)
                   PERFORM CAPTURA-DATOS-OPERADOR
                   IF WS-DATOS-OK = 'S'
                       PERFORM CAPTURA-PIN
                   END-IF
                   IF WS-DATOS-OK = 'S' AND WS-ARRANQUE = 'S'
                           AND OPRT-ROL(WS-OPR-HALLADO) NOT = 'S'
                       DISPLAY "ERROR: EL PRIMER USUARIO DEBE SER "
                           "SUPERVISOR (ROL S)"
                       MOVE 'N' TO WS-DATOS-OK
                   END-IF
                   IF WS-DATOS-OK = 'S'
                       MOVE WS-PIN-NUEVO TO OPRT-PIN(WS-OPR-HALLADO)
                       MOVE "ALTA" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-OPERADOR
                   ELSE
                       DISPLAY "NO SE DA DE ALTA"
                       SUBTRACT 1 FROM WS-OPR-USADOS
                   END-IF
           END-EVALUATE
           .

      * Nadie cambia su propio rol o limite: la facultad de un
      * supervisor siempre la fija otro supervisor.
       CAMBIA-OPERADOR.
           PERFORM MUESTRA-OPERADORES
           DISPLAY "Usuario: "
           ACCEPT WS-USUARIO-MOV
           PERFORM BUSCA-OPERADOR
           EVALUATE TRUE
               WHEN WS-OPR-PERDIDOS > ZERO
                   DISPLAY "ERROR: OPERADOR.DAT TRAE " WS-OPR-PERDIDOS
                       " USUARIO(S) SIN CARGAR, NO SE REESCRIBE"
               WHEN WS-OPR-HALLADO = ZERO
                   DISPLAY "ERROR: USUARIO DESCONOCIDO: "
                       WS-USUARIO-MOV
               WHEN WS-USUARIO-MOV = WS-OPERADOR
                   DISPLAY "ERROR: NO PUEDE CAMBIAR SU PROPIO "
                       "ROL O LIMITE"
               WHEN OTHER
                   PERFORM CAPTURA-DATOS-OPERADOR
                   IF WS-DATOS-OK = 'S'
                       MOVE "CAMBIO" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-OPERADOR
                   ELSE
                       DISPLAY "NO SE GRABA"
                       PERFORM LEE-OPERADORES
                   END-IF
           END-EVALUATE
           .

      * Rol: C=cajero, J=jefe de cajeros, B=custodio de boveda,
      * S=supervisor, A=auditor. Limite en pesos; cero = sin
      * facultad para autorizar montos.
       CAPTURA-DATOS-OPERADOR.
           MOVE 'S' TO WS-DATOS-OK
           DISPLAY "Nombre: "
           ACCEPT OPRT-NOMBRE(WS-OPR-HALLADO)
           DISPLAY "Rol (C=cajero J=jefe de cajeros B=custodio de "
               "boveda S=supervisor A=auditor): "
           ACCEPT OPRT-ROL(WS-OPR-HALLADO)
           DISPLAY "Limite de autoridad en pesos con 2 decimales "
               "(0=sin facultad): "
           ACCEPT OPRT-LIMITE(WS-OPR-HALLADO)
           IF OPRT-ROL(WS-OPR-HALLADO) NOT = 'C'
                   AND OPRT-ROL(WS-OPR-HALLADO) NOT = 'J'
                   AND OPRT-ROL(WS-OPR-HALLADO) NOT = 'B'
                   AND OPRT-ROL(WS-OPR-HALLADO) NOT = 'S'
                   AND OPRT-ROL(WS-OPR-HALLADO) NOT = 'A'
               DISPLAY "ERROR: ROL DESCONOCIDO: "
                   OPRT-ROL(WS-OPR-HALLADO)
               MOVE 'N' TO WS-DATOS-OK
           END-IF
           IF OPRT-NOMBRE(WS-OPR-HALLADO) = SPACES
               DISPLAY "ERROR: NOMBRE EN BLANCO"
               MOVE 'N' TO WS-DATOS-OK
           END-IF
           .

      * El PIN se captura dos veces y debe traer al menos cuatro
      * posiciones.
       CAPTURA-PIN.
           DISPLAY "PIN nuevo (4 a 6 posiciones): "
           ACCEPT WS-PIN-NUEVO
           DISPLAY "Confirme el PIN: "
           ACCEPT WS-PIN-CONFIRMA
           EVALUATE TRUE
               WHEN WS-PIN-NUEVO(1:4) = SPACES
                       OR WS-PIN-NUEVO(4:1) = SPACE
                   DISPLAY "ERROR: EL PIN DEBE TENER AL MENOS 4 "
                       "POSICIONES"
                   MOVE 'N' TO WS-DATOS-OK
               WHEN WS-PIN-NUEVO NOT = WS-PIN-CONFIRMA
                   DISPLAY "ERROR: LA CONFIRMACION NO COINCIDE"
                   MOVE 'N' TO WS-DATOS-OK
               WHEN OTHER
                   MOVE 'S' TO WS-DATOS-OK
           END-EVALUATE
           .

      * El supervisor asigna un PIN nuevo (olvido o primer uso); el
      * contador de intentos se reinicia pero un usuario bloqueado
      * sigue bloqueado hasta la opcion 4.
       CAMBIA-PIN-OPERADOR.
           PERFORM MUESTRA-OPERADORES
           DISPLAY "Usuario: "
           ACCEPT WS-USUARIO-MOV
           PERFORM BUSCA-OPERADOR
           EVALUATE TRUE
               WHEN WS-OPR-PERDIDOS > ZERO
                   DISPLAY "ERROR: OPERADOR.DAT TRAE " WS-OPR-PERDIDOS
                       " USUARIO(S) SIN CARGAR, NO SE REESCRIBE"
               WHEN WS-OPR-HALLADO = ZERO
                   DISPLAY "ERROR: USUARIO DESCONOCIDO: "
                       WS-USUARIO-MOV
               WHEN OTHER
                   PERFORM CAPTURA-PIN
                   IF WS-DATOS-OK = 'S'
                       MOVE WS-PIN-NUEVO TO OPRT-PIN(WS-OPR-HALLADO)
                       MOVE ZERO TO OPRT-INTENTOS(WS-OPR-HALLADO)
                       MOVE "PIN" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-OPERADOR
                   END-IF
           END-EVALUATE
           .

      * Igual que en CAJEROS, la baja se maneja como suspension para
      * que la bitacora siga apuntando a un usuario conocido. Un
      * bloqueado por PIN se reactiva con el contador en cero.
       CAMBIA-ESTATUS-OPERADOR.
           PERFORM MUESTRA-OPERADORES
           DISPLAY "Usuario: "
           ACCEPT WS-USUARIO-MOV
           PERFORM BUSCA-OPERADOR
           EVALUATE TRUE
               WHEN WS-OPR-PERDIDOS > ZERO
                   DISPLAY "ERROR: OPERADOR.DAT TRAE " WS-OPR-PERDIDOS
                       " USUARIO(S) SIN CARGAR, NO SE REESCRIBE"
               WHEN WS-OPR-HALLADO = ZERO
                   DISPLAY "ERROR: USUARIO DESCONOCIDO: "
                       WS-USUARIO-MOV
               WHEN WS-USUARIO-MOV = WS-OPERADOR
                   DISPLAY "ERROR: NO PUEDE CAMBIAR SU PROPIO ESTATUS"
               WHEN OPRT-ESTATUS(WS-OPR-HALLADO) = 'A'
                   DISPLAY "Suspender al usuario " WS-USUARIO-MOV
                       "? (S/N): "
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                       MOVE 'S' TO OPRT-ESTATUS(WS-OPR-HALLADO)
                       MOVE "SUSPENSION" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-OPERADOR
                   END-IF
               WHEN OTHER
                   DISPLAY "Reactivar al usuario " WS-USUARIO-MOV
                       " (ESTATUS=" OPRT-ESTATUS(WS-OPR-HALLADO)
                       ")? (S/N): "
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                       MOVE 'A' TO OPRT-ESTATUS(WS-OPR-HALLADO)
                       MOVE ZERO TO OPRT-INTENTOS(WS-OPR-HALLADO)
                       MOVE "REACTIVACION" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-OPERADOR
                   END-IF
           END-EVALUATE
           .

       TERMINA-CAMBIO-OPERADOR.
           PERFORM ESCRIBE-OPERADORES
           DISPLAY "USUARIO " WS-USUARIO-MOV " GRABADO ("
               FUNCTION TRIM(WS-MOVIMIENTO) ")"
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

       MUESTRA-OPERADORES.
           DISPLAY "Operadores dados de alta:"
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-USADOS
               MOVE OPRT-LIMITE(WS-OPR-SUB) TO WS-LIMITE-ED
               DISPLAY "  " OPRT-USUARIO(WS-OPR-SUB)
                   " " OPRT-NOMBRE(WS-OPR-SUB)
                   " ROL=" OPRT-ROL(WS-OPR-SUB)
                   " LIMITE=" FUNCTION TRIM(WS-LIMITE-ED)
                   " ESTATUS=" OPRT-ESTATUS(WS-OPR-SUB)
                   " INTENTOS=" OPRT-INTENTOS(WS-OPR-SUB)
           END-PERFORM
           .

       ABRE-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           .

      * El PIN nunca viaja a la bitacora.
       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE OPRT-LIMITE(WS-OPR-HALLADO) TO WS-LIMITE-ED
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " OPERADOR OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " MOVIMIENTO=" FUNCTION TRIM(WS-MOVIMIENTO)
               " USUARIO=" FUNCTION TRIM(WS-USUARIO-MOV)
               " ROL=" OPRT-ROL(WS-OPR-HALLADO)
               " LIMITE=" FUNCTION TRIM(WS-LIMITE-ED)
               " ESTATUS=" OPRT-ESTATUS(WS-OPR-HALLADO)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY OPERPROC.

       END PROGRAM OPERADOR.
