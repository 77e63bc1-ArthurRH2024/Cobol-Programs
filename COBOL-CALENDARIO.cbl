       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO.

      * Mantenimiento del calendario de dias festivos (CALENDARIO.DAT)
      * que consulta DIA-HABIL-CALC para la validacion de fechas del
      * lote y la antiguedad en dias habiles de vales, acuses del
      * libro mayor y posiciones. Sabado y domingo no se capturan:
      * son inhabiles siempre. Cada anio se captura por separado (los
      * festivos que caen en lunes cambian de fecha); la copia de un
      * anio a otro sirve de punto de partida para los fijos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-LLAVE
               FILE STATUS IS WS-FS-CALENDARIO.
           SELECT ARCH-CALRPT ASSIGN TO "CALENDARIO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALRPT.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
      * Un registro por dia festivo, indexado por fecha y sucursal.
      * Sucursal en blanco = festivo para todas las sucursales; con
      * clave, solo para esa (fiesta local). USUARIO y FECHA-ALTA
      * dicen quien lo capturo y cuando.
       FD  ARCH-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-LLAVE.
              10 CAL-FECHA        PIC X(8).
              10 CAL-SUCURSAL     PIC X(4).
           05 CAL-DESCRIPCION     PIC X(30).
           05 CAL-USUARIO         PIC X(8).
           05 CAL-FECHA-ALTA      PIC X(8).

       FD  ARCH-CALRPT.
       01  REG-CALRPT             PIC X(132).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA          PIC X(300).

      * Maestro de operadores, mismo trazado que el programa
      * OPERADOR.
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
       01  WS-FS-CALENDARIO   PIC XX.
       01  WS-FS-CALRPT       PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-MODO            PIC 9 VALUE 0.
       01  WS-RESPUESTA       PIC X.
       01  WS-FECHA-HOY       PIC X(8).
       01  WS-FIN-CALENDARIO  PIC X.
       01  WS-MOVIMIENTO      PIC X(12).

      * Captura del dia festivo.
       01  WS-FECHA-CAP       PIC X(8).
       01  WS-SUCURSAL-CAP    PIC X(4).
       01  WS-DESCRIPCION-CAP PIC X(30).
       01  WS-LLAVE-ACTUAL    PIC X(12).

      * Parametros de DIA-HABIL-CALC.
       01  WS-CAL-FUNCION     PIC X.
       01  WS-CAL-FECHA       PIC X(8).
       01  WS-CAL-SUCURSAL    PIC X(4).
       01  WS-CAL-FECHA-2     PIC X(8).
       01  WS-CAL-DIAS        PIC 9(5).
       01  WS-CAL-VALIDO      PIC X.
       01  WS-CAL-HABIL       PIC X.
       01  WS-CAL-MOTIVO      PIC X(30).

      * Anio del listado y de la copia.
       01  WS-ANIO-CAP        PIC X(4).
       01  WS-ANIO-DESTINO    PIC X(4).
       01  WS-FECHA-COPIA     PIC X(8).
       01  WS-FESTIVOS        PIC 9(5) VALUE ZERO.
       01  WS-COPIADOS        PIC 9(5) VALUE ZERO.
       01  WS-OMITIDOS        PIC 9(5) VALUE ZERO.

      * Dia de la semana para el listado (1601-01-01 fue lunes).
       01  WS-DIA-NUM         PIC 9(8).
       01  WS-FECHA-NUM       PIC 9(8).
       01  WS-DIA-SEMANA      PIC 9.
       01  WS-NOMBRE-DIA      PIC X(9).
       01  WS-SUCURSAL-TXT    PIC X(5).

           COPY OPERTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CALENDARIO DE DIAS FESTIVOS ==="
           MOVE "CALENDARIO" TO WS-OPR-PROGRAMA
           PERFORM FIRMA-OPERADOR
           IF WS-FIRMA-OK = 'S'
               PERFORM MANTENIMIENTO-CALENDARIO
           END-IF
           STOP RUN.

       MANTENIMIENTO-CALENDARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           DISPLAY "1. Alta de dia festivo"
           DISPLAY "2. Baja de dia festivo"
           DISPLAY "3. Listado de festivos de un anio"
           DISPLAY "4. Copia de festivos de un anio a otro"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-MODO
           PERFORM VERIFICA-ROL-CALENDARIO
           IF WS-ROL-OK = 'S'
               PERFORM EJECUTA-OPCION-CALENDARIO
           END-IF
           .

      * El calendario mueve la antiguedad de vales y acuses y la
      * depuracion de posiciones: solo el supervisor lo cambia. El
      * listado lo consultan tambien jefe de cajeros, boveda y
      * auditor.
       VERIFICA-ROL-CALENDARIO.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "ALTA FESTIVO" TO WS-OPR-OPCION
               WHEN 2
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "BAJA FESTIVO" TO WS-OPR-OPCION
               WHEN 4
                   MOVE "S" TO WS-ROLES-PERMITIDOS
                   MOVE "COPIA FESTIVOS" TO WS-OPR-OPCION
               WHEN OTHER
                   MOVE "JBSA" TO WS-ROLES-PERMITIDOS
                   MOVE "LISTADO FESTIVOS" TO WS-OPR-OPCION
           END-EVALUATE
           PERFORM VERIFICA-ROL
           .

       EJECUTA-OPCION-CALENDARIO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM ALTA-FESTIVO
               WHEN 2
                   PERFORM BAJA-FESTIVO
               WHEN 3
                   PERFORM LISTA-FESTIVOS
               WHEN 4
                   PERFORM COPIA-FESTIVOS
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE
           .

      * Abre el calendario para actualizar; la primera vez lo crea
      * vacio.
       ABRE-CALENDARIO.
           OPEN I-O ARCH-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               OPEN OUTPUT ARCH-CALENDARIO
               IF WS-FS-CALENDARIO = '00'
                   CLOSE ARCH-CALENDARIO
                   DISPLAY "CALENDARIO.DAT NO EXISTIA, SE INICIA VACIO"
                   OPEN I-O ARCH-CALENDARIO
               END-IF
           END-IF
           IF WS-FS-CALENDARIO NOT = '00'
               DISPLAY "ERROR: NO SE PUDO ABRIR CALENDARIO.DAT (STATUS "
                   WS-FS-CALENDARIO ")"
           END-IF
           .

      * Fecha capturada: debe existir; sabado y domingo se avisan
      * porque ya son inhabiles sin necesidad de capturarlos.
       VALIDA-FECHA-CAPTURA.
           MOVE 'V' TO WS-CAL-FUNCION
           MOVE WS-FECHA-CAP TO WS-CAL-FECHA
           MOVE SPACES TO WS-CAL-SUCURSAL
           CALL "DIA-HABIL-CALC" USING WS-CAL-FUNCION WS-CAL-FECHA
               WS-CAL-SUCURSAL WS-CAL-FECHA-2 WS-CAL-DIAS
               WS-CAL-VALIDO WS-CAL-HABIL WS-CAL-MOTIVO
           IF WS-CAL-VALIDO = 'S'
               PERFORM CALCULA-DIA-SEMANA
           END-IF
           .

       CALCULA-DIA-SEMANA.
           MOVE WS-FECHA-CAP TO WS-FECHA-NUM
           COMPUTE WS-DIA-NUM = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-NUM - 1, 7)
           EVALUATE WS-DIA-SEMANA
               WHEN 0
                   MOVE "LUNES" TO WS-NOMBRE-DIA
               WHEN 1
                   MOVE "MARTES" TO WS-NOMBRE-DIA
               WHEN 2
                   MOVE "MIERCOLES" TO WS-NOMBRE-DIA
               WHEN 3
                   MOVE "JUEVES" TO WS-NOMBRE-DIA
               WHEN 4
                   MOVE "VIERNES" TO WS-NOMBRE-DIA
               WHEN 5
                   MOVE "SABADO" TO WS-NOMBRE-DIA
               WHEN OTHER
                   MOVE "DOMINGO" TO WS-NOMBRE-DIA
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Alta: fecha, sucursal (blanco = todas) y descripcion. Un
      * festivo de sucursal no se captura si el dia ya es festivo
      * para todas.
      *----------------------------------------------------------------
       ALTA-FESTIVO.
           DISPLAY "Fecha del festivo (AAAAMMDD): "
           ACCEPT WS-FECHA-CAP
           PERFORM VALIDA-FECHA-CAPTURA
           EVALUATE TRUE
               WHEN WS-CAL-VALIDO NOT = 'S'
                   DISPLAY "ERROR: FECHA INEXISTENTE: " WS-FECHA-CAP
               WHEN WS-DIA-SEMANA > 4
                   DISPLAY "ERROR: EL " WS-FECHA-CAP " ES "
                       FUNCTION TRIM(WS-NOMBRE-DIA)
                       ", YA ES INHABIL"
               WHEN OTHER
                   DISPLAY "Sucursal (blanco=todas): "
                   ACCEPT WS-SUCURSAL-CAP
                   DISPLAY "Descripcion: "
                   ACCEPT WS-DESCRIPCION-CAP
                   IF WS-DESCRIPCION-CAP = SPACES
                       DISPLAY "ERROR: DESCRIPCION EN BLANCO, NO SE "
                           "DA DE ALTA"
                   ELSE
                       PERFORM ABRE-CALENDARIO
                       IF WS-FS-CALENDARIO = '00'
                           PERFORM GRABA-ALTA-FESTIVO
                           CLOSE ARCH-CALENDARIO
                       END-IF
                   END-IF
           END-EVALUATE
           .

       GRABA-ALTA-FESTIVO.
           MOVE 'N' TO WS-RESPUESTA
           IF WS-SUCURSAL-CAP NOT = SPACES
               MOVE WS-FECHA-CAP TO CAL-FECHA
               MOVE SPACES TO CAL-SUCURSAL
               READ ARCH-CALENDARIO
                   KEY IS CAL-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-RESPUESTA
               END-READ
           END-IF
           IF WS-RESPUESTA = 'S'
               DISPLAY "ERROR: EL " WS-FECHA-CAP " YA ES FESTIVO "
                   "PARA TODAS LAS SUCURSALES ("
                   FUNCTION TRIM(CAL-DESCRIPCION) ")"
           ELSE
               MOVE WS-FECHA-CAP TO CAL-FECHA
               MOVE WS-SUCURSAL-CAP TO CAL-SUCURSAL
               MOVE WS-DESCRIPCION-CAP TO CAL-DESCRIPCION
               MOVE WS-OPERADOR TO CAL-USUARIO
               MOVE WS-FECHA-HOY TO CAL-FECHA-ALTA
               WRITE REG-CALENDARIO
                   INVALID KEY
                       DISPLAY "ERROR: EL FESTIVO " WS-FECHA-CAP
                           " SUCURSAL=" WS-SUCURSAL-CAP
                           " YA EXISTE EN CALENDARIO.DAT"
                   NOT INVALID KEY
                       MOVE "ALTA" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-FESTIVO
               END-WRITE
           END-IF
           .

      *----------------------------------------------------------------
      * Baja: el dia vuelve a ser habil (para todas o para la
      * sucursal capturada).
      *----------------------------------------------------------------
       BAJA-FESTIVO.
           DISPLAY "Fecha del festivo (AAAAMMDD): "
           ACCEPT WS-FECHA-CAP
           DISPLAY "Sucursal (blanco=todas): "
           ACCEPT WS-SUCURSAL-CAP
           PERFORM ABRE-CALENDARIO
           IF WS-FS-CALENDARIO = '00'
               MOVE WS-FECHA-CAP TO CAL-FECHA
               MOVE WS-SUCURSAL-CAP TO CAL-SUCURSAL
               READ ARCH-CALENDARIO
                   KEY IS CAL-LLAVE
                   INVALID KEY
                       DISPLAY "ERROR: NO HAY FESTIVO " WS-FECHA-CAP
                           " SUCURSAL=" WS-SUCURSAL-CAP
                           " EN CALENDARIO.DAT"
                   NOT INVALID KEY
                       PERFORM CONFIRMA-BAJA-FESTIVO
               END-READ
               CLOSE ARCH-CALENDARIO
           END-IF
           .

       CONFIRMA-BAJA-FESTIVO.
           DISPLAY "Festivo " CAL-FECHA " "
               FUNCTION TRIM(CAL-DESCRIPCION)
               " (capturado por " FUNCTION TRIM(CAL-USUARIO)
               " el " CAL-FECHA-ALTA ")"
           DISPLAY "Confirma la baja? (S/N): "
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
               DELETE ARCH-CALENDARIO RECORD
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO BORRAR EL FESTIVO "
                           "(STATUS " WS-FS-CALENDARIO ")"
                   NOT INVALID KEY
                       MOVE "BAJA" TO WS-MOVIMIENTO
                       PERFORM TERMINA-CAMBIO-FESTIVO
               END-DELETE
           END-IF
           .

       TERMINA-CAMBIO-FESTIVO.
           DISPLAY "FESTIVO " CAL-FECHA " GRABADO ("
               FUNCTION TRIM(WS-MOVIMIENTO) ")"
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

      *----------------------------------------------------------------
      * Listado del anio en CALENDARIO.RPT, en orden de fecha.
      *----------------------------------------------------------------
       LISTA-FESTIVOS.
           DISPLAY "Anio (AAAA, blanco=actual): "
           ACCEPT WS-ANIO-CAP
           IF WS-ANIO-CAP = SPACES
               MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-CAP
           END-IF
           IF WS-ANIO-CAP NOT NUMERIC
               DISPLAY "ERROR: ANIO NO NUMERICO: " WS-ANIO-CAP
           ELSE
               OPEN INPUT ARCH-CALENDARIO
               IF WS-FS-CALENDARIO NOT = '00'
                   DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR "
                       "CALENDARIO.DAT (STATUS " WS-FS-CALENDARIO ")"
               ELSE
                   OPEN OUTPUT ARCH-CALRPT
                   PERFORM ESCRIBE-LISTADO-FESTIVOS
                   CLOSE ARCH-CALRPT
                   CLOSE ARCH-CALENDARIO
                   DISPLAY "Listado generado en CALENDARIO.RPT ("
                       WS-FESTIVOS " festivo(s))"
               END-IF
           END-IF
           .

       ESCRIBE-LISTADO-FESTIVOS.
           MOVE ZERO TO WS-FESTIVOS
           MOVE SPACES TO REG-CALRPT
           STRING "DIAS FESTIVOS DEL ANIO " WS-ANIO-CAP
               " (SABADOS Y DOMINGOS SON INHABILES SIEMPRE)"
               DELIMITED BY SIZE INTO REG-CALRPT
           WRITE REG-CALRPT
           MOVE 'N' TO WS-FIN-CALENDARIO
           MOVE SPACES TO CAL-LLAVE
           STRING WS-ANIO-CAP "0101" DELIMITED BY SIZE INTO CAL-FECHA
           START ARCH-CALENDARIO KEY IS NOT LESS THAN CAL-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CALENDARIO
           END-START
           PERFORM UNTIL WS-FIN-CALENDARIO = 'S'
               READ ARCH-CALENDARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-CALENDARIO
                   NOT AT END
                       IF CAL-FECHA(1:4) NOT = WS-ANIO-CAP
                           MOVE 'S' TO WS-FIN-CALENDARIO
                       ELSE
                           PERFORM ESCRIBE-RENGLON-FESTIVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-CALRPT
           STRING "TOTAL DE FESTIVOS: " WS-FESTIVOS
               DELIMITED BY SIZE INTO REG-CALRPT
           WRITE REG-CALRPT
           .

       ESCRIBE-RENGLON-FESTIVO.
           ADD 1 TO WS-FESTIVOS
           MOVE CAL-FECHA TO WS-FECHA-CAP
           PERFORM VALIDA-FECHA-CAPTURA
           IF WS-CAL-VALIDO NOT = 'S'
               MOVE "*DANADA*" TO WS-NOMBRE-DIA
           END-IF
           IF CAL-SUCURSAL = SPACES
               MOVE "TODAS" TO WS-SUCURSAL-TXT
           ELSE
               MOVE CAL-SUCURSAL TO WS-SUCURSAL-TXT
           END-IF
           MOVE SPACES TO REG-CALRPT
           STRING "  " CAL-FECHA " " WS-NOMBRE-DIA
               " SUCURSAL=" WS-SUCURSAL-TXT
               " " CAL-DESCRIPCION
               " ALTA=" CAL-USUARIO " " CAL-FECHA-ALTA
               DELIMITED BY SIZE INTO REG-CALRPT
           WRITE REG-CALRPT
           .

      *----------------------------------------------------------------
      * Copia: cada festivo del anio origen se da de alta con el
      * mismo mes y dia en el anio destino. Lo que ya existe, un 29
      * de febrero sin bisiesto y lo que cae en fin de semana se
      * omiten. Los festivos que se recorren a lunes se corrigen
      * despues con baja y alta.
      *----------------------------------------------------------------
       COPIA-FESTIVOS.
           DISPLAY "Anio origen (AAAA): "
           ACCEPT WS-ANIO-CAP
           DISPLAY "Anio destino (AAAA): "
           ACCEPT WS-ANIO-DESTINO
           EVALUATE TRUE
               WHEN WS-ANIO-CAP NOT NUMERIC
                       OR WS-ANIO-DESTINO NOT NUMERIC
                   DISPLAY "ERROR: ANIO NO NUMERICO"
               WHEN WS-ANIO-CAP = WS-ANIO-DESTINO
                   DISPLAY "ERROR: ORIGEN Y DESTINO SON EL MISMO ANIO"
               WHEN OTHER
                   PERFORM ABRE-CALENDARIO
                   IF WS-FS-CALENDARIO = '00'
                       PERFORM RECORRE-COPIA-FESTIVOS
                       CLOSE ARCH-CALENDARIO
                       DISPLAY "FESTIVOS COPIADOS: " WS-COPIADOS
                           " OMITIDOS: " WS-OMITIDOS
                       DISPLAY "REVISE LOS FESTIVOS QUE SE RECORREN A "
                           "LUNES EN " WS-ANIO-DESTINO
                       MOVE "COPIA" TO WS-MOVIMIENTO
                       PERFORM ABRE-AUDITORIA
                       PERFORM ESCRIBE-RENGLON-AUDITORIA-COPIA
                       CLOSE ARCH-AUDITORIA
                   END-IF
           END-EVALUATE
           .

      * Tras cada alta se reposiciona despues del registro leido,
      * para que el recorrido del anio origen no dependa de donde
      * quedo el archivo con la escritura.
       RECORRE-COPIA-FESTIVOS.
           MOVE ZERO TO WS-COPIADOS
           MOVE ZERO TO WS-OMITIDOS
           MOVE 'N' TO WS-FIN-CALENDARIO
           MOVE SPACES TO CAL-LLAVE
           STRING WS-ANIO-CAP "0101" DELIMITED BY SIZE INTO CAL-FECHA
           START ARCH-CALENDARIO KEY IS NOT LESS THAN CAL-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CALENDARIO
           END-START
           PERFORM UNTIL WS-FIN-CALENDARIO = 'S'
               READ ARCH-CALENDARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-CALENDARIO
                   NOT AT END
                       IF CAL-FECHA(1:4) NOT = WS-ANIO-CAP
                           MOVE 'S' TO WS-FIN-CALENDARIO
                       ELSE
                           PERFORM COPIA-REG-FESTIVO
                       END-IF
               END-READ
           END-PERFORM
           .

       COPIA-REG-FESTIVO.
           MOVE CAL-LLAVE TO WS-LLAVE-ACTUAL
           MOVE SPACES TO WS-FECHA-COPIA
           STRING WS-ANIO-DESTINO CAL-FECHA(5:4)
               DELIMITED BY SIZE INTO WS-FECHA-COPIA
           MOVE WS-FECHA-COPIA TO WS-FECHA-CAP
           PERFORM VALIDA-FECHA-CAPTURA
           IF WS-CAL-VALIDO NOT = 'S' OR WS-DIA-SEMANA > 4
               ADD 1 TO WS-OMITIDOS
               DISPLAY "  OMITIDO " WS-FECHA-COPIA " "
                   FUNCTION TRIM(CAL-DESCRIPCION)
                   " (INEXISTENTE O FIN DE SEMANA)"
           ELSE
               MOVE WS-FECHA-COPIA TO CAL-FECHA
               MOVE WS-OPERADOR TO CAL-USUARIO
               MOVE WS-FECHA-HOY TO CAL-FECHA-ALTA
               WRITE REG-CALENDARIO
                   INVALID KEY
                       ADD 1 TO WS-OMITIDOS
                   NOT INVALID KEY
                       ADD 1 TO WS-COPIADOS
               END-WRITE
               MOVE WS-LLAVE-ACTUAL TO CAL-LLAVE
               START ARCH-CALENDARIO KEY IS GREATER THAN CAL-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-CALENDARIO
               END-START
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
           STRING WS-TIMESTAMP " CALENDARIO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " MOVIMIENTO=" FUNCTION TRIM(WS-MOVIMIENTO)
               " FECHA=" CAL-FECHA
               " SUCURSAL=" CAL-SUCURSAL
               " DESCRIPCION=" FUNCTION TRIM(CAL-DESCRIPCION)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

       ESCRIBE-RENGLON-AUDITORIA-COPIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " CALENDARIO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " MOVIMIENTO=COPIA ORIGEN=" WS-ANIO-CAP
               " DESTINO=" WS-ANIO-DESTINO
               " COPIADOS=" WS-COPIADOS
               " OMITIDOS=" WS-OMITIDOS
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY OPERPROC.

       END PROGRAM CALENDARIO.
