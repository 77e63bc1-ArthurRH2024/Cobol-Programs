      * Firma de operador, verificacion de rol y autorizacion de
      * supervisor contra OPERADOR.DAT (ver OPERTAB.cpy). El programa
      * que la copia aporta ARCH-OPERADOR/REG-OPERADOR, WS-TIMESTAMP,
      * ARCH-AUDITORIA/REG-AUDITORIA y su ABRE-AUDITORIA; estas
      * rutinas abren y cierran la bitacora por su cuenta, asi que se
      * llaman con AUDITORIA.LOG cerrado.

      * Pide usuario y PIN y deja al operador firmado en WS-OPERADOR,
      * WS-OPERADOR-ROL y WS-OPERADOR-LIMITE. Toda firma, aceptada o
      * rechazada, queda en la bitacora.
       FIRMA-OPERADOR.
           MOVE 'N' TO WS-FIRMA-OK
           PERFORM LEE-OPERADORES
           IF WS-OPR-USADOS = ZERO
               DISPLAY "ERROR: OPERADOR.DAT NO TIENE USUARIOS; DELOS "
                   "DE ALTA CON EL PROGRAMA OPERADOR"
               MOVE "--------" TO WS-OPR-USUARIO-CAP
               MOVE "NO SE PUDO LEER OPERADOR.DAT" TO WS-OPR-MOTIVO
           ELSE
               DISPLAY "=== FIRMA DE OPERADOR ==="
               DISPLAY "Usuario: "
               ACCEPT WS-OPR-USUARIO-CAP
               DISPLAY "PIN: "
               ACCEPT WS-OPR-PIN-CAP
               PERFORM VALIDA-CREDENCIAL
           END-IF
           IF WS-OPR-MOTIVO = SPACES
               MOVE 'S' TO WS-FIRMA-OK
               MOVE OPRT-USUARIO(WS-OPR-HALLADO) TO WS-OPERADOR
               MOVE OPRT-NOMBRE(WS-OPR-HALLADO) TO WS-OPERADOR-NOMBRE
               MOVE OPRT-ROL(WS-OPR-HALLADO) TO WS-OPERADOR-ROL
               MOVE OPRT-LIMITE(WS-OPR-HALLADO) TO WS-OPERADOR-LIMITE
               DISPLAY "OPERADOR " FUNCTION TRIM(WS-OPERADOR-NOMBRE)
                   " FIRMADO, ROL " WS-OPERADOR-ROL
           ELSE
               DISPLAY "FIRMA RECHAZADA: " FUNCTION TRIM(WS-OPR-MOTIVO)
           END-IF
           PERFORM ESCRIBE-AUDITORIA-FIRMA
           .

      * Busca al usuario capturado y valida estatus y PIN. Un PIN
      * equivocado suma un intento y al llegar al maximo bloquea al
      * usuario; un PIN correcto reinicia la cuenta. Deja el motivo
      * del rechazo en WS-OPR-MOTIVO (en blanco = credencial valida)
      * y el renglon del usuario en WS-OPR-HALLADO.
       VALIDA-CREDENCIAL.
           MOVE SPACES TO WS-OPR-MOTIVO
           MOVE ZERO TO WS-OPR-HALLADO
           IF WS-OPR-USUARIO-CAP = SPACES
               MOVE "--------" TO WS-OPR-USUARIO-CAP
           END-IF
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-USADOS
               IF OPRT-USUARIO(WS-OPR-SUB) = WS-OPR-USUARIO-CAP
                   MOVE WS-OPR-SUB TO WS-OPR-HALLADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OPR-HALLADO = ZERO
                   MOVE "USUARIO DESCONOCIDO" TO WS-OPR-MOTIVO
               WHEN OPRT-ESTATUS(WS-OPR-HALLADO) = 'B'
                   MOVE "USUARIO BLOQUEADO POR INTENTOS FALLIDOS"
                       TO WS-OPR-MOTIVO
               WHEN OPRT-ESTATUS(WS-OPR-HALLADO) NOT = 'A'
                   MOVE "USUARIO SUSPENDIDO" TO WS-OPR-MOTIVO
               WHEN OPRT-PIN(WS-OPR-HALLADO) NOT = WS-OPR-PIN-CAP
                   ADD 1 TO OPRT-INTENTOS(WS-OPR-HALLADO)
                   IF OPRT-INTENTOS(WS-OPR-HALLADO) >=
                           WS-OPR-MAX-INTENTOS
                       MOVE 'B' TO OPRT-ESTATUS(WS-OPR-HALLADO)
                       MOVE "PIN INCORRECTO, USUARIO BLOQUEADO"
                           TO WS-OPR-MOTIVO
                   ELSE
                       MOVE "PIN INCORRECTO" TO WS-OPR-MOTIVO
                   END-IF
                   PERFORM ESCRIBE-OPERADORES
               WHEN OTHER
                   IF OPRT-INTENTOS(WS-OPR-HALLADO) > ZERO
                       MOVE ZERO TO OPRT-INTENTOS(WS-OPR-HALLADO)
                       PERFORM ESCRIBE-OPERADORES
                   END-IF
           END-EVALUATE
           .

      * Verifica que el rol del operador firmado este entre los
      * codigos de WS-ROLES-PERMITIDOS; la negativa se avisa y queda
      * en la bitacora con la opcion que se intento.
       VERIFICA-ROL.
           MOVE ZERO TO WS-ROL-CUENTA
           IF WS-OPERADOR-ROL NOT = SPACE
               INSPECT WS-ROLES-PERMITIDOS TALLYING WS-ROL-CUENTA
                   FOR ALL WS-OPERADOR-ROL
           END-IF
           IF WS-ROL-CUENTA > ZERO
               MOVE 'S' TO WS-ROL-OK
           ELSE
               MOVE 'N' TO WS-ROL-OK
               DISPLAY "ACCESO RECHAZADO: EL ROL " WS-OPERADOR-ROL
                   " NO PERMITE " FUNCTION TRIM(WS-OPR-OPCION)
               PERFORM ABRE-AUDITORIA
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE SPACES TO REG-AUDITORIA
               STRING WS-TIMESTAMP " " FUNCTION TRIM(WS-OPR-PROGRAMA)
                   " OPERADOR=" FUNCTION TRIM(WS-OPERADOR)
                   " ROL=" WS-OPERADOR-ROL
                   " OPCION=" FUNCTION TRIM(WS-OPR-OPCION)
                   " ACCESO RECHAZADO POR ROL"
                   DELIMITED BY SIZE INTO REG-AUDITORIA
               WRITE REG-AUDITORIA
               CLOSE ARCH-AUDITORIA
           END-IF
           .

      * Un monto dentro del limite de un supervisor firmado no
      * necesita segunda firma; cualquier otro caso pide la
      * autorizacion de un supervisor (WS-OPR-MONTO en pesos).
       AUTORIZA-MONTO.
           IF WS-OPERADOR-ROL = 'S'
                   AND WS-OPR-MONTO NOT > WS-OPERADOR-LIMITE
               MOVE 'S' TO WS-SUP-AUTORIZA
               MOVE WS-OPERADOR TO WS-SUP-USUARIO
           ELSE
               PERFORM AUTORIZA-SUPERVISOR
           END-IF
           .

      * Autorizacion de un supervisor distinto del operador firmado:
      * usuario y PIN validos, rol S y limite que cubra WS-OPR-MONTO.
      * Deja WS-SUP-AUTORIZA en 'S' y el usuario en WS-SUP-USUARIO.
       AUTORIZA-SUPERVISOR.
           MOVE 'N' TO WS-SUP-AUTORIZA
           MOVE WS-OPR-MONTO TO WS-OPR-MONTO-ED
           DISPLAY "AUTORIZACION DE SUPERVISOR REQUERIDA ("
               FUNCTION TRIM(WS-OPR-OPCION) " POR "
               FUNCTION TRIM(WS-OPR-MONTO-ED) ")"
           DISPLAY "Usuario del supervisor: "
           ACCEPT WS-OPR-USUARIO-CAP
           DISPLAY "PIN del supervisor: "
           ACCEPT WS-OPR-PIN-CAP
           PERFORM LEE-OPERADORES
           PERFORM VALIDA-CREDENCIAL
           IF WS-OPR-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN OPRT-ROL(WS-OPR-HALLADO) NOT = 'S'
                       MOVE "EL USUARIO NO ES SUPERVISOR"
                           TO WS-OPR-MOTIVO
                   WHEN OPRT-USUARIO(WS-OPR-HALLADO) = WS-OPERADOR
                       MOVE "NADIE AUTORIZA SU PROPIA OPERACION"
                           TO WS-OPR-MOTIVO
                   WHEN OPRT-LIMITE(WS-OPR-HALLADO) < WS-OPR-MONTO
                       MOVE "MONTO SOBRE EL LIMITE DEL SUPERVISOR"
                           TO WS-OPR-MOTIVO
                   WHEN OTHER
                       MOVE 'S' TO WS-SUP-AUTORIZA
               END-EVALUATE
           END-IF
           MOVE WS-OPR-USUARIO-CAP TO WS-SUP-USUARIO
           IF WS-SUP-AUTORIZA = 'S'
               DISPLAY "AUTORIZADO POR " FUNCTION TRIM(WS-SUP-USUARIO)
           ELSE
               DISPLAY "AUTORIZACION RECHAZADA: "
                   FUNCTION TRIM(WS-OPR-MOTIVO)
           END-IF
           PERFORM ABRE-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           IF WS-SUP-AUTORIZA = 'S'
               STRING WS-TIMESTAMP " " FUNCTION TRIM(WS-OPR-PROGRAMA)
                   " OPERADOR=" FUNCTION TRIM(WS-OPERADOR)
                   " AUTORIZACION SUPERVISOR="
                   FUNCTION TRIM(WS-SUP-USUARIO)
                   " OPCION=" FUNCTION TRIM(WS-OPR-OPCION)
                   " MONTO=" FUNCTION TRIM(WS-OPR-MONTO-ED)
                   " ACEPTADA"
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " " FUNCTION TRIM(WS-OPR-PROGRAMA)
                   " OPERADOR=" FUNCTION TRIM(WS-OPERADOR)
                   " AUTORIZACION SUPERVISOR="
                   FUNCTION TRIM(WS-SUP-USUARIO)
                   " OPCION=" FUNCTION TRIM(WS-OPR-OPCION)
                   " MONTO=" FUNCTION TRIM(WS-OPR-MONTO-ED)
                   " RECHAZADA: " FUNCTION TRIM(WS-OPR-MOTIVO)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

       ESCRIBE-AUDITORIA-FIRMA.
           PERFORM ABRE-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           IF WS-FIRMA-OK = 'S'
               STRING WS-TIMESTAMP " " FUNCTION TRIM(WS-OPR-PROGRAMA)
                   " OPERADOR=" FUNCTION TRIM(WS-OPERADOR)
                   " FIRMA ACEPTADA ROL=" WS-OPERADOR-ROL
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " " FUNCTION TRIM(WS-OPR-PROGRAMA)
                   " OPERADOR=" FUNCTION TRIM(WS-OPR-USUARIO-CAP)
                   " FIRMA RECHAZADA: " FUNCTION TRIM(WS-OPR-MOTIVO)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

       LEE-OPERADORES.
           MOVE ZERO TO WS-OPR-USADOS
           MOVE ZERO TO WS-OPR-PERDIDOS
           MOVE 'N' TO WS-FIN-OPERADOR
           OPEN INPUT ARCH-OPERADOR
           IF WS-FS-OPERADOR = '00'
               PERFORM UNTIL WS-FIN-OPERADOR = 'S'
                   READ ARCH-OPERADOR
                       AT END
                           MOVE 'S' TO WS-FIN-OPERADOR
                       NOT AT END
                           PERFORM GUARDA-REG-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE ARCH-OPERADOR
           END-IF
           .

      * Un limite o contador danado vale cero: sin facultad para
      * autorizar y sin intentos fallidos acumulados.
       GUARDA-REG-OPERADOR.
           IF OPR-USUARIO = SPACES
               CONTINUE
           ELSE
               IF OPR-LIMITE NOT NUMERIC
                   MOVE ZERO TO OPR-LIMITE
               END-IF
               IF OPR-INTENTOS NOT NUMERIC
                   MOVE ZERO TO OPR-INTENTOS
               END-IF
               IF WS-OPR-USADOS < 200
                   ADD 1 TO WS-OPR-USADOS
                   MOVE REG-OPERADOR TO OPRT-ENTRY(WS-OPR-USADOS)
               ELSE
                   ADD 1 TO WS-OPR-PERDIDOS
                   DISPLAY "ADVERTENCIA: TABLA DE OPERADORES LLENA, "
                       "NO SE CARGO " OPR-USUARIO
               END-IF
           END-IF
           .

       ESCRIBE-OPERADORES.
           IF WS-OPR-PERDIDOS > ZERO
               DISPLAY "ADVERTENCIA: OPERADOR.DAT NO SE REESCRIBE, "
                   WS-OPR-PERDIDOS " USUARIO(S) SIN CARGAR"
           ELSE
               OPEN OUTPUT ARCH-OPERADOR
               PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                       UNTIL WS-OPR-SUB > WS-OPR-USADOS
                   MOVE OPRT-ENTRY(WS-OPR-SUB) TO REG-OPERADOR
                   WRITE REG-OPERADOR
               END-PERFORM
               CLOSE ARCH-OPERADOR
           END-IF
           .
