               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLIO.
           SELECT ARCH-VALEMAST ASSIGN TO "VALEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-FOLIO
               ALTERNATE RECORD KEY IS VM-BENEFICIARIO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VALEMAST.
           SELECT ARCH-VALEHIS ASSIGN TO "VALEMAST.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCH-PENDRPT ASSIGN TO "VALESPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDRPT.
           SELECT ARCH-TIPOCAMBIO ASSIGN TO "TIPOCAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIPOCAMBIO.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
      * se da de alta EMITIDO y de ahi su ciclo de vida es REDIMIDO,
      * CANCELADO (con motivo) o VENCIDO por antiguedad. De aqui
      * sale la lista de vales pendientes que piden los auditores.
      * Llave primaria el folio; la llave alterna por beneficiario
      * da el orden del reporte de pendientes.
       FD  ARCH-VALEMAST.
       01  REG-VALEMAST.
           05 VM-FOLIO            PIC 9(6).
      * el reporte de pendientes archiva aqui los REDIMIDO/
      * CANCELADO/VENCIDO con mas dias que la retencion, para que
      * el rastro de auditoria se conserve completo sin que el
      * maestro crezca sin limite.
       FD  ARCH-VALEHIS.
       01  REG-VALEHIS            PIC X(108).

       FD  ARCH-PENDRPT.
       01  REG-PENDRPT            PIC X(160).

      * Tipo de cambio del dia, mismo trazado que lee DESGLOSE: un
      * vale USD se valua en pesos para la autorizacion.
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
       01  WS-FS-AUDITORIA    PIC XX.
           05 WS-ETIQUETA-DESG OCCURS 9 TIMES PIC X(10).
       01  WS-DESG-SUB        PIC 99.

      * VALEMAST.DAT es indexado por folio: las opciones leen y
      * reescriben solo el vale que tocan. La copia sirve para
      * conservar el registro despues de reescribirlo.
       01  WS-FS-VALEMAST     PIC XX.
       01  WS-FS-VALEHIS      PIC XX.
       01  WS-FS-PENDRPT      PIC XX.
       01  WS-FIN-VALEMAST    PIC X.
       01  WS-VM-HALLADO      PIC X VALUE 'N'.
       01  WS-VM-GRABADO      PIC X VALUE 'N'.
       01  WS-VM-COPIA        PIC X(108).
       01  WS-VM-DANADOS      PIC 9(5) VALUE ZERO.
       01  WS-DIAS-RETEN-VALE PIC 9(3) VALUE 365.
       01  WS-VM-ARCHIVADOS   PIC 9(5) VALUE ZERO.
       01  WS-DIAS-ARC-LIM    PIC 9(8).
       01  WS-FECHA-ARC-LIM-N PIC 9(8).
       01  WS-FECHA-ARC-LIM   PIC X(8).

       01  WS-FOLIO-BUSCADO   PIC X(6).
       01  WS-FOLIO-NUM       PIC 9(6).
       01  WS-MOTIVO-CANCELA  PIC X(30).
      * La vigencia y la edad del vale se cuentan en dias habiles
      * (DIA-HABIL-CALC con el calendario general: el vale no trae
      * sucursal); la retencion del archivo sigue en dias naturales.
       01  WS-VIGENCIA-TEXTO  PIC X(4) VALUE SPACES.
       01  WS-DIAS-VIGENCIA   PIC 9(3) VALUE 90.
       01  WS-DIAS-HOY        PIC 9(8).
       01  WS-EDAD-VALE       PIC S9(5).
       01  WS-CAL-FUNCION     PIC X.
       01  WS-CAL-FECHA       PIC X(8).
       01  WS-CAL-SUCURSAL    PIC X(4) VALUE SPACES.
       01  WS-CAL-FECHA-2     PIC X(8).
       01  WS-CAL-DIAS        PIC 9(5).
       01  WS-CAL-VALIDO      PIC X.
       01  WS-CAL-HABIL       PIC X.
       01  WS-CAL-MOTIVO      PIC X(30).
       01  WS-EDAD-ED         PIC Z(4)9.
       01  WS-VENCIDOS        PIC 9(5) VALUE ZERO.
       01  WS-PENDIENTES      PIC 9(5) VALUE ZERO.
       01  WS-BENEF-ANTERIOR  PIC X(30).
       01  WS-TOT-PEND-MXN    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-PEND-USD    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-PEND-ED     PIC Z(10)9.99.
       01  WS-MONTO-VM-ED     PIC Z(9)9.99.

      * Firma del operador y autorizacion de la cancelacion contra
      * el limite del supervisor (vales USD al tipo de compra).
           COPY OPERTAB.
       01  WS-FS-TIPOCAMBIO   PIC XX.
       01  WS-FIN-TIPOCAMBIO  PIC X.
       01  WS-TC-OK           PIC X VALUE 'N'.
       01  WS-TC-COMPRA       PIC 9(2)V9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== VALE DE EFECTIVO ==="
           MOVE "VALE-EFECTIVO" TO WS-OPR-PROGRAMA
           PERFORM FIRMA-OPERADOR
           IF WS-FIRMA-OK = 'S'
               PERFORM MENU-VALES
           END-IF
           MOVE 'F' TO WS-CAL-FUNCION
           PERFORM LLAMA-CALENDARIO
           STOP RUN.

       MENU-VALES.
           DISPLAY "1. Vale individual (captura en pantalla)"
           DISPLAY "2. Lote de vales (archivo VALES.DAT)"
           DISPLAY "3. Redimir folio"
           DISPLAY "5. Reporte de vales pendientes"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-MODO
           PERFORM VERIFICA-ROL-VALES
           IF WS-ROL-OK = 'S'
               PERFORM EJECUTA-OPCION-VALES
           END-IF
           .

      * Roles por opcion: ventanilla emite y redime, el lote y la
      * cancelacion son de jefe de cajeros o supervisor y el reporte
      * de pendientes lo consultan tambien los auditores.
       VERIFICA-ROL-VALES.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "CJS" TO WS-ROLES-PERMITIDOS
                   MOVE "VALE INDIVIDUAL" TO WS-OPR-OPCION
               WHEN 2
                   MOVE "JS" TO WS-ROLES-PERMITIDOS
                   MOVE "LOTE DE VALES" TO WS-OPR-OPCION
               WHEN 3
                   MOVE "CJS" TO WS-ROLES-PERMITIDOS
                   MOVE "REDIMIR FOLIO" TO WS-OPR-OPCION
               WHEN 4
                   MOVE "JS" TO WS-ROLES-PERMITIDOS
                   MOVE "CANCELAR FOLIO" TO WS-OPR-OPCION
               WHEN 5
                   MOVE "JSA" TO WS-ROLES-PERMITIDOS
                   MOVE "VALES PENDIENTES" TO WS-OPR-OPCION
               WHEN OTHER
                   MOVE "CJBSA" TO WS-ROLES-PERMITIDOS
                   MOVE "MENU" TO WS-OPR-OPCION
           END-EVALUATE
           PERFORM VERIFICA-ROL
           .

       EJECUTA-OPCION-VALES.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM VALE-INTERACTIVO
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE
           .

       VALE-INTERACTIVO.
           DISPLAY "Ingrese la cantidad (con 2 decimales): "
      * Se agrega vale por vale (igual que GRABA-FOLIO) para que una
      * caida a media corrida no deje folios impresos sin rastro.
       ALTA-VALE-MAESTRO.
           OPEN I-O ARCH-VALEMAST
           IF WS-FS-VALEMAST = '35'
               OPEN OUTPUT ARCH-VALEMAST
           END-IF
           MOVE WS-CANORIGI TO VM-MONTO
           MOVE SPACES TO VM-MOTIVO
           WRITE REG-VALEMAST
               INVALID KEY
                   DISPLAY "ERROR: EL FOLIO " WS-FOLIO " YA EXISTE EN "
                       "VALEMAST.DAT (STATUS " WS-FS-VALEMAST ")"
           END-WRITE
           CLOSE ARCH-VALEMAST
           .

           WRITE REG-VALEIMP
           .

      * Las opciones de folio abren el maestro en I-O, leen el vale
      * por su llave y reescriben solo ese registro.
       ABRE-VALEMAST.
           MOVE 'N' TO WS-VM-HALLADO
           OPEN I-O ARCH-VALEMAST
           IF WS-FS-VALEMAST NOT = '00'
               DISPLAY "ERROR: NO SE PUDO ABRIR VALEMAST.DAT (STATUS "
                   WS-FS-VALEMAST "); AUN NO HAY VALES EMITIDOS"
           END-IF
           .

      * El registro queda en el area del archivo despues de
      * reescribirlo, porque la pantalla y la bitacora lo usan.
       REESCRIBE-VALEMAST.
           MOVE 'S' TO WS-VM-GRABADO
           MOVE REG-VALEMAST TO WS-VM-COPIA
           REWRITE REG-VALEMAST
               INVALID KEY
                   MOVE 'N' TO WS-VM-GRABADO
           END-REWRITE
           MOVE WS-VM-COPIA TO REG-VALEMAST
           IF WS-VM-GRABADO = 'N'
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR EL FOLIO "
                   VM-FOLIO " (STATUS " WS-FS-VALEMAST ")"
           END-IF
           .

       PREGUNTA-FOLIO.
           MOVE 'N' TO WS-VM-HALLADO
           DISPLAY "Folio del vale: "
           ACCEPT WS-FOLIO-BUSCADO
           IF FUNCTION TEST-NUMVAL(WS-FOLIO-BUSCADO) NOT = 0
           ELSE
               COMPUTE WS-FOLIO-NUM =
                   FUNCTION NUMVAL(WS-FOLIO-BUSCADO)
               MOVE WS-FOLIO-NUM TO VM-FOLIO
               READ ARCH-VALEMAST
                   KEY IS VM-FOLIO
                   INVALID KEY
                       DISPLAY "ERROR: FOLIO " WS-FOLIO-NUM
                           " NO EXISTE EN EL MAESTRO"
                   NOT INVALID KEY
                       IF VM-MONTO NUMERIC
                           MOVE 'S' TO WS-VM-HALLADO
                       ELSE
                           DISPLAY "ERROR: EL FOLIO " WS-FOLIO-NUM
                               " TIENE MONTO NO NUMERICO EN EL "
                               "MAESTRO"
                       END-IF
               END-READ
           END-IF
           .

       PREGUNTA-VIGENCIA.
           DISPLAY "Dias habiles de vigencia del vale (blanco=90): "
           ACCEPT WS-VIGENCIA-TEXTO
           IF WS-VIGENCIA-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-VIGENCIA-TEXTO) = 0
           END-IF
           .

      * Edad en dias habiles: los habiles despues de la emision y
      * hasta hoy. Una fecha de emision danada o posterior a hoy da
      * edad cero, como antes.
       CALCULA-EDAD-VALE.
           MOVE 'C' TO WS-CAL-FUNCION
           MOVE VM-FECHA-EMISION TO WS-CAL-FECHA
           MOVE WS-FECHA-HOY TO WS-CAL-FECHA-2
           PERFORM LLAMA-CALENDARIO
           MOVE WS-CAL-DIAS TO WS-EDAD-VALE
           MOVE WS-EDAD-VALE TO WS-EDAD-ED
           .

       LLAMA-CALENDARIO.
           CALL "DIA-HABIL-CALC" USING WS-CAL-FUNCION WS-CAL-FECHA
               WS-CAL-SUCURSAL WS-CAL-FECHA-2 WS-CAL-DIAS
               WS-CAL-VALIDO WS-CAL-HABIL WS-CAL-MOTIVO
           .

       REDIME-FOLIO.
           DISPLAY "=== REDENCION DE VALE ==="
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           PERFORM PREGUNTA-VIGENCIA
           PERFORM ABRE-VALEMAST
           IF WS-FS-VALEMAST = '00'
               PERFORM PREGUNTA-FOLIO
               IF WS-VM-HALLADO = 'S'
                   PERFORM REDIME-VALE-HALLADO
               END-IF
               CLOSE ARCH-VALEMAST
           END-IF
           .

       REDIME-VALE-HALLADO.
           PERFORM CALCULA-EDAD-VALE
           EVALUATE TRUE
               WHEN VM-ESTATUS NOT = "EMITIDO"
                   DISPLAY "ERROR: EL FOLIO NO ESTA EMITIDO "
                       "(ESTATUS=" VM-ESTATUS ")"
               WHEN WS-EDAD-VALE > WS-DIAS-VIGENCIA
      * Un vale emitido que ya paso su vigencia no se paga: se marca
      * VENCIDO en el mismo intento para que quede asentado.
                   MOVE "VENCIDO" TO VM-ESTATUS
                   MOVE WS-FECHA-HOY TO VM-FECHA-ESTATUS
                   PERFORM REESCRIBE-VALEMAST
                   DISPLAY "ERROR: VALE VENCIDO (EDAD="
                       FUNCTION TRIM(WS-EDAD-ED)
                       " DIAS HABILES), NO SE REDIME"
                   IF WS-VM-GRABADO = 'S'
                       MOVE SPACES TO WS-MOTIVO-CANCELA
                       PERFORM ABRE-AUDITORIA
                       PERFORM ESCRIBE-RENGLON-AUDITORIA-ESTATUS
                       CLOSE ARCH-AUDITORIA
                   END-IF
               WHEN OTHER
                   MOVE "REDIMIDO" TO VM-ESTATUS
                   MOVE WS-FECHA-HOY TO VM-FECHA-ESTATUS
                   PERFORM REESCRIBE-VALEMAST
                   IF WS-VM-GRABADO = 'S'
                       DISPLAY "FOLIO " VM-FOLIO " REDIMIDO"
                       MOVE SPACES TO WS-MOTIVO-CANCELA
                       PERFORM ABRE-AUDITORIA
                       PERFORM ESCRIBE-RENGLON-AUDITORIA-ESTATUS
                       CLOSE ARCH-AUDITORIA
                   END-IF
           END-EVALUATE
           .

       CANCELA-FOLIO.
           DISPLAY "=== CANCELACION DE VALE ==="
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           PERFORM ABRE-VALEMAST
           IF WS-FS-VALEMAST = '00'
               PERFORM PREGUNTA-FOLIO
               IF WS-VM-HALLADO = 'S'
                   PERFORM CANCELA-VALE-HALLADO
               END-IF
               CLOSE ARCH-VALEMAST
           END-IF
           .

       CANCELA-VALE-HALLADO.
           IF VM-ESTATUS NOT = "EMITIDO"
               DISPLAY "ERROR: EL FOLIO NO ESTA EMITIDO "
                   "(ESTATUS=" VM-ESTATUS ")"
           ELSE
               DISPLAY "Motivo de la cancelacion (obligatorio): "
               ACCEPT WS-MOTIVO-CANCELA
               IF WS-MOTIVO-CANCELA = SPACES
                   DISPLAY "ERROR: SIN MOTIVO NO HAY CANCELACION"
               ELSE
                   PERFORM AUTORIZA-CANCELACION
               END-IF
               IF WS-MOTIVO-CANCELA NOT = SPACES
                       AND WS-SUP-AUTORIZA NOT = 'S'
                   DISPLAY "CANCELACION NO AUTORIZADA, EL FOLIO "
                       "SIGUE EMITIDO"
               END-IF
               IF WS-MOTIVO-CANCELA NOT = SPACES
                       AND WS-SUP-AUTORIZA = 'S'
                   MOVE "CANCELADO" TO VM-ESTATUS
                   MOVE WS-FECHA-HOY TO VM-FECHA-ESTATUS
                   MOVE WS-MOTIVO-CANCELA TO VM-MOTIVO
                   PERFORM REESCRIBE-VALEMAST
                   IF WS-VM-GRABADO = 'S'
                       DISPLAY "FOLIO " VM-FOLIO " CANCELADO"
                       PERFORM ABRE-AUDITORIA
                       PERFORM ESCRIBE-RENGLON-AUDITORIA-ESTATUS
                       CLOSE ARCH-AUDITORIA
           END-IF
           .

      * La cancelacion se autoriza por el monto del vale en pesos:
      * un supervisor firmado dentro de su limite no necesita
      * segunda firma; cualquier otro caso pide la de un supervisor.
      * Un vale USD sin tasa del dia no se puede valuar.
       AUTORIZA-CANCELACION.
           MOVE 'N' TO WS-SUP-AUTORIZA
           MOVE VM-MONTO TO WS-OPR-MONTO
           MOVE 'S' TO WS-TC-OK
           IF VM-MONEDA = "USD"
               PERFORM LEE-TIPO-CAMBIO
               IF WS-TC-OK = 'S'
                   COMPUTE WS-OPR-MONTO ROUNDED =
                       WS-OPR-MONTO * WS-TC-COMPRA
               ELSE
                   DISPLAY "ERROR: SIN TIPO DE CAMBIO USD DE HOY EN "
                       "TIPOCAMBIO.DAT, NO SE PUEDE VALUAR EL VALE"
               END-IF
           END-IF
           IF WS-TC-OK = 'S'
               PERFORM AUTORIZA-MONTO
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

       REPORTE-PENDIENTES.
           DISPLAY "=== VALES PENDIENTES POR BENEFICIARIO ==="
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-FECHA-HOY))
           PERFORM PREGUNTA-VIGENCIA
           PERFORM ABRE-VALEMAST
           IF WS-FS-VALEMAST = '00'
               PERFORM ARCHIVA-VALES-TERMINADOS
               OPEN OUTPUT ARCH-PENDRPT
               PERFORM ESCRIBE-REPORTE-PENDIENTES
               CLOSE ARCH-PENDRPT
               CLOSE ARCH-VALEMAST
               DISPLAY "Reporte generado en VALESPEND.RPT ("
                   WS-PENDIENTES " vale(s) pendiente(s))"
               PERFORM ABRE-AUDITORIA
           END-IF
           .

      * Una pasada por folio sobre todo el maestro: cada EMITIDO mas
      * viejo que la vigencia pasa a VENCIDO, y los vales ya
      * resueltos (REDIMIDO/CANCELADO/VENCIDO) con su fecha de
      * estatus mas alla de la retencion pasan integros a
      * VALEMAST.HIS y se borran del maestro: el rastro de auditoria
      * se conserva completo y el maestro no crece sin limite.
       ARCHIVA-VALES-TERMINADOS.
           MOVE ZERO TO WS-VENCIDOS
           MOVE ZERO TO WS-VM-ARCHIVADOS
           MOVE ZERO TO WS-VM-DANADOS
           COMPUTE WS-DIAS-ARC-LIM = WS-DIAS-HOY - WS-DIAS-RETEN-VALE
           COMPUTE WS-FECHA-ARC-LIM-N =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ARC-LIM)
           IF WS-FS-VALEHIS = '35'
               OPEN OUTPUT ARCH-VALEHIS
           END-IF
           MOVE 'N' TO WS-FIN-VALEMAST
           MOVE ZERO TO VM-FOLIO
           START ARCH-VALEMAST KEY IS NOT LESS THAN VM-FOLIO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-VALEMAST
           END-START
           PERFORM UNTIL WS-FIN-VALEMAST = 'S'
               READ ARCH-VALEMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-VALEMAST
                   NOT AT END
                       PERFORM REVISA-VALE-MAESTRO
               END-READ
           END-PERFORM
           CLOSE ARCH-VALEHIS
           IF WS-VM-ARCHIVADOS > ZERO
               DISPLAY "VALES ARCHIVADOS EN VALEMAST.HIS: "
                   WS-VM-ARCHIVADOS
           END-IF
           IF WS-VM-DANADOS > ZERO
               DISPLAY "ADVERTENCIA: " WS-VM-DANADOS " REGISTRO(S) "
                   "NO NUMERICO(S) EN VALEMAST.DAT, SE OMITEN"
           END-IF
           .

       REVISA-VALE-MAESTRO.
           IF VM-MONTO NOT NUMERIC
               ADD 1 TO WS-VM-DANADOS
           ELSE
               PERFORM APLICA-VENCIMIENTO
               PERFORM CLASIFICA-VALE-ARCHIVO
           END-IF
           .

      * Vencimiento automatico: el EMITIDO mas viejo que la vigencia
      * pasa a VENCIDO en el mismo registro.
       APLICA-VENCIMIENTO.
           IF VM-ESTATUS = "EMITIDO"
               PERFORM CALCULA-EDAD-VALE
               IF WS-EDAD-VALE > WS-DIAS-VIGENCIA
                   MOVE "VENCIDO" TO VM-ESTATUS
                   MOVE WS-FECHA-HOY TO VM-FECHA-ESTATUS
                   PERFORM REESCRIBE-VALEMAST
                   IF WS-VM-GRABADO = 'S'
                       ADD 1 TO WS-VENCIDOS
                       DISPLAY "FOLIO " VM-FOLIO " VENCIDO (EDAD="
                           FUNCTION TRIM(WS-EDAD-ED)
                           " DIAS HABILES)"
                   END-IF
               END-IF
           END-IF
           .

      * El historico se graba antes de borrar: si el borrado falla
      * el vale sigue en el maestro y no se pierde el rastro.
       CLASIFICA-VALE-ARCHIVO.
           IF (VM-ESTATUS = "REDIMIDO"
                   OR VM-ESTATUS = "CANCELADO"
                   OR VM-ESTATUS = "VENCIDO")
                   AND VM-FECHA-ESTATUS NUMERIC
                   AND VM-FECHA-ESTATUS < WS-FECHA-ARC-LIM
               MOVE REG-VALEMAST TO REG-VALEHIS
               WRITE REG-VALEHIS
               DELETE ARCH-VALEMAST RECORD
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO BORRAR DEL MAESTRO "
                           "EL FOLIO ARCHIVADO " VM-FOLIO
                   NOT INVALID KEY
                       ADD 1 TO WS-VM-ARCHIVADOS
               END-DELETE
           END-IF
           .

      * La llave alterna por beneficiario entrega los vales ya en el
      * orden del reporte; a igual beneficiario salen por folio.
       ESCRIBE-REPORTE-PENDIENTES.
           MOVE ZERO TO WS-PENDIENTES
           MOVE ZERO TO WS-TOT-PEND-MXN
           MOVE SPACES TO WS-BENEF-ANTERIOR
           MOVE SPACES TO REG-PENDRPT
           STRING "VALES PENDIENTES POR BENEFICIARIO FECHA="
               WS-FECHA-HOY " VIGENCIA=" WS-DIAS-VIGENCIA
               " DIAS HABILES"
               DELIMITED BY SIZE INTO REG-PENDRPT
           WRITE REG-PENDRPT
           MOVE 'N' TO WS-FIN-VALEMAST
           MOVE LOW-VALUES TO VM-BENEFICIARIO
           START ARCH-VALEMAST KEY IS NOT LESS THAN VM-BENEFICIARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIN-VALEMAST
           END-START
           PERFORM UNTIL WS-FIN-VALEMAST = 'S'
               READ ARCH-VALEMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-VALEMAST
                   NOT AT END
                       IF VM-ESTATUS = "EMITIDO" AND VM-MONTO NUMERIC
                           PERFORM ESCRIBE-RENGLON-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ESCRIBE-TOTALES-PENDIENTES
           .

       ESCRIBE-RENGLON-PENDIENTE.
           ADD 1 TO WS-PENDIENTES
           IF VM-BENEFICIARIO NOT = WS-BENEF-ANTERIOR
               MOVE VM-BENEFICIARIO TO WS-BENEF-ANTERIOR
               MOVE SPACES TO REG-PENDRPT
               STRING "BENEFICIARIO: "
                   FUNCTION TRIM(VM-BENEFICIARIO)
                   DELIMITED BY SIZE INTO REG-PENDRPT
               WRITE REG-PENDRPT
           END-IF
           PERFORM CALCULA-EDAD-VALE
           MOVE VM-MONTO TO WS-MONTO-VM-ED
           MOVE SPACES TO REG-PENDRPT
           IF VM-SIGNO = 'S'
               STRING "  FOLIO=" VM-FOLIO
                   " FECHA=" VM-FECHA-EMISION
                   " MONEDA=" VM-MONEDA
                   " CANTIDAD=-" FUNCTION TRIM(WS-MONTO-VM-ED)
                   " EDAD=" FUNCTION TRIM(WS-EDAD-ED)
                   " DIAS HABILES"
                   DELIMITED BY SIZE INTO REG-PENDRPT
           ELSE
               STRING "  FOLIO=" VM-FOLIO
                   " FECHA=" VM-FECHA-EMISION
                   " MONEDA=" VM-MONEDA
                   " CANTIDAD=" FUNCTION TRIM(WS-MONTO-VM-ED)
                   " EDAD=" FUNCTION TRIM(WS-EDAD-ED)
                   " DIAS HABILES"
                   DELIMITED BY SIZE INTO REG-PENDRPT
           END-IF
           WRITE REG-PENDRPT
           IF VM-MONEDA = "USD"
               IF VM-SIGNO = 'S'
                   SUBTRACT VM-MONTO FROM WS-TOT-PEND-USD
               ELSE
                   ADD VM-MONTO TO WS-TOT-PEND-USD
               END-IF
           ELSE
               IF VM-SIGNO = 'S'
                   SUBTRACT VM-MONTO FROM WS-TOT-PEND-MXN
               ELSE
                   ADD VM-MONTO TO WS-TOT-PEND-MXN
               END-IF
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           IF WS-MOTIVO-CANCELA = SPACES
               STRING WS-TIMESTAMP " VALE-EFECTIVO OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " FOLIO="
                   VM-FOLIO
                   " ESTATUS=" VM-ESTATUS
                   " BENEFICIARIO=" FUNCTION TRIM(
                       VM-BENEFICIARIO)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " VALE-EFECTIVO OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " FOLIO="
                   VM-FOLIO
                   " ESTATUS=" VM-ESTATUS
                   " BENEFICIARIO=" FUNCTION TRIM(
                       VM-BENEFICIARIO)
                   " MOTIVO=" FUNCTION TRIM(WS-MOTIVO-CANCELA)
                   " AUTORIZO=" FUNCTION TRIM(WS-SUP-USUARIO)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           END-IF
           WRITE REG-AUDITORIA
       ESCRIBE-RENGLON-AUDITORIA-PENDIENTES.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " VALE-EFECTIVO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " REPORTE-PENDIENTES"
               " PENDIENTES=" WS-PENDIENTES
               " VENCIDOS=" WS-VENCIDOS
               " ARCHIVADOS=" WS-VM-ARCHIVADOS
       ESCRIBE-RENGLON-AUDITORIA-FOLIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " VALE-EFECTIVO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " FOLIO=" WS-FOLIO
               " BENEFICIARIO=" FUNCTION TRIM(VAL-BENEFICIARIO)
               " CANTIDAD=" FUNCTION TRIM(WS-CANTIDAD-ED)
               " MONEDA=" WS-MONEDA
       ESCRIBE-RENGLON-AUDITORIA-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " VALE-EFECTIVO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " SOLICITUD="
               FUNCTION TRIM(VAL-BENEFICIARIO)
               " CANTIDAD=" FUNCTION TRIM(VAL-MONTO)
               " " FUNCTION TRIM(WS-MSG-ERROR)
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           IF WS-VALIDO-DESGLOSE = 'N'
               STRING WS-TIMESTAMP " VALE-EFECTIVO OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " CANTIDAD="
                   FUNCTION TRIM(WS-CANTIDAD-ED) " "
                   FUNCTION TRIM(WS-MSG-ERROR)
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " VALE-EFECTIVO OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " CANTIDAD="
                   FUNCTION TRIM(WS-CANTIDAD-ED) " SIGNO=" WS-SIGNO
                   " MONEDA=" WS-MONEDA
                   " TEXTO=" FUNCTION TRIM(WS-RESULTADO)
           WRITE REG-AUDITORIA
           .

           COPY OPERPROC.

       END PROGRAM VALE-EFECTIVO.
