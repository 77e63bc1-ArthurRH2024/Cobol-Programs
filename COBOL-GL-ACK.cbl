               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.
           SELECT ARCH-PENDIENTES ASSIGN TO "GLPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-REFERENCIA
               FILE STATUS IS WS-FS-PENDIENTES.
           SELECT ARCH-EXCEPCION ASSIGN TO "GLEXCEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 ACK-MOTIVO          PIC X(30).

      * Posteos enviados y aun sin acuse, arrastrados entre dias
      * para que la antiguedad sobreviva a las corridas. Indexado
      * por referencia: el posteo y el acuse leen y reescriben solo
      * su registro. ESTATUS es P (pendiente), A (aceptado) o R
      * (rechazado); A y R salen del archivo al cerrar la corrida.
      * CORRIDA es la marca de la corrida que dio de alta la
      * referencia: solo esa corrida le acumula mas posteos del
      * archivo GL del dia (ver GUARDA-POSTEO-ENVIADO).
       FD  ARCH-PENDIENTES.
       01  REG-PENDIENTE.
           05 PEN-REFERENCIA      PIC X(16).
           05 PEN-MONEDA          PIC X(3).
           05 PEN-VECES           PIC 9(4).
           05 PEN-IMPORTE         PIC 9(10)V99.
           05 PEN-ESTATUS         PIC X.
           05 PEN-CORRIDA         PIC X(16).

       FD  ARCH-EXCEPCION.
       01  REG-EXCEPCION          PIC X(160).
           05 GL-TIPO-CAMBIO  PIC 9(2)V9(4).
           05 GL-IMPORTE-MXN  PIC 9(12)V99.

      * Marca de esta corrida (fecha y hora al centesimo).
       01  WS-CORRIDA         PIC X(16).

      * La tolerancia y la edad del pendiente van en dias habiles
      * (DIA-HABIL-CALC con el calendario general): un envio del
      * viernes no llega vencido el lunes.
       01  WS-DIAS-TEXTO      PIC X(4) VALUE SPACES.
       01  WS-DIAS-TOLERANCIA PIC 9(3) VALUE 3.
       01  WS-FECHA-HOY       PIC X(8).
       01  WS-EDAD            PIC S9(5).
       01  WS-CAL-FUNCION     PIC X.
       01  WS-CAL-FECHA       PIC X(8).
       01  WS-CAL-SUCURSAL    PIC X(4) VALUE SPACES.
       01  WS-CAL-FECHA-2     PIC X(8).
       01  WS-CAL-DIAS        PIC 9(5).
       01  WS-CAL-VALIDO      PIC X.
       01  WS-CAL-HABIL       PIC X.
       01  WS-CAL-MOTIVO      PIC X(30).
       01  WS-CUENTA-ENVIADOS PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-ACEPTA   PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-RECHAZO  PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-VENCIDOS PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-EXTRANOS PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-INVALIDO PIC 9(5) VALUE ZERO.
      * Registros danados en GLPEND.DAT: se listan en el reporte y
      * se dejan en el archivo para corregirlos a mano.
       01  WS-PEND-DANADOS    PIC 9(5) VALUE ZERO.
       01  WS-VECES-ED        PIC 9(4).
       01  WS-IMPORTE-ED      PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONCILIACION DE ACUSES DEL LIBRO MAYOR ==="
           DISPLAY "Dias habiles sin acuse antes de alertar "
               "(blanco=3): "
           ACCEPT WS-DIAS-TEXTO
           IF WS-DIAS-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DIAS-TEXTO) = 0
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           MOVE WS-TIMESTAMP(1:16) TO WS-CORRIDA

           PERFORM ABRE-PENDIENTES
           IF WS-FS-PENDIENTES NOT = '00'
               DISPLAY "ERROR: NO SE PUDO ABRIR GLPEND.DAT (STATUS "
                   WS-FS-PENDIENTES "), NO SE CONCILIA"
               MOVE 8 TO RETURN-CODE
           ELSE
      * Los acuses desconocidos e invalidos se listan conforme se
      * leen, asi que el reporte se abre antes de procesarlos.
               OPEN OUTPUT ARCH-EXCEPCION
               MOVE SPACES TO REG-EXCEPCION
               STRING "EXCEPCIONES DE ACUSE DEL LIBRO MAYOR FECHA="
                   WS-FECHA-HOY " TOLERANCIA=" WS-DIAS-TOLERANCIA
                   " DIAS HABILES"
                   DELIMITED BY SIZE INTO REG-EXCEPCION
               WRITE REG-EXCEPCION
               PERFORM LEE-ENVIADOS-GL
               PERFORM LEE-ENVIADOS-GLCON
               PERFORM PROCESA-ACUSES
               PERFORM ESCRIBE-REPORTE-EXCEPCION
               CLOSE ARCH-EXCEPCION
               CLOSE ARCH-PENDIENTES
               DISPLAY "Reporte de excepciones generado en "
                   "GLEXCEP.RPT"
               DISPLAY "Pendientes arrastrados en GLPEND.DAT: "
                       WS-CUENTA-INVALIDO
                       " ACUSE(S) INVALIDO(S), VER GLEXCEP.RPT"
               END-IF
               IF WS-PEND-DANADOS > ZERO
                   DISPLAY "ADVERTENCIA: " WS-PEND-DANADOS
                       " REGISTRO(S) DANADO(S) EN GLPEND.DAT, "
                       "CORREGIR A MANO (VER GLEXCEP.RPT)"
               END-IF
               PERFORM ABRE-AUDITORIA
               PERFORM ESCRIBE-RENGLON-AUDITORIA
               CLOSE ARCH-AUDITORIA
           END-IF
           MOVE 'F' TO WS-CAL-FUNCION
           PERFORM LLAMA-CALENDARIO
           STOP RUN.

      * Sin GLPEND.DAT (primera corrida) se crea vacio.
       ABRE-PENDIENTES.
           OPEN I-O ARCH-PENDIENTES
           IF WS-FS-PENDIENTES = '35'
               OPEN OUTPUT ARCH-PENDIENTES
               CLOSE ARCH-PENDIENTES
               OPEN I-O ARCH-PENDIENTES
           END-IF
           .

               CONTINUE
           ELSE
               ADD 1 TO WS-CUENTA-ENVIADOS
               MOVE GL-REFERENCIA TO PEN-REFERENCIA
               READ ARCH-PENDIENTES
                   KEY IS PEN-REFERENCIA
                   INVALID KEY
                       PERFORM ALTA-PENDIENTE
                   NOT INVALID KEY
                       PERFORM ACUMULA-PENDIENTE
               END-READ
           END-IF
           .

       ALTA-PENDIENTE.
           MOVE GL-REFERENCIA TO PEN-REFERENCIA
           MOVE GL-FECHA TO PEN-FECHA-ENVIO
           MOVE GL-MONEDA TO PEN-MONEDA
           MOVE 1 TO PEN-VECES
           MOVE ZERO TO PEN-IMPORTE
           IF GL-IMPORTE NUMERIC
               MOVE GL-IMPORTE TO PEN-IMPORTE
           END-IF
           MOVE 'P' TO PEN-ESTATUS
           MOVE WS-CORRIDA TO PEN-CORRIDA
           WRITE REG-PENDIENTE
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO DAR DE ALTA LA "
                       "REFERENCIA " GL-REFERENCIA " EN GLPEND.DAT "
                       "(STATUS " WS-FS-PENDIENTES ")"
           END-WRITE
           .

      * Solo las referencias dadas de alta EN ESTA corrida acumulan
      * mas posteos del archivo del dia; una arrastrada de una
      * corrida anterior ya trae contados los suyos, y volver a
      * sumarle el mismo archivo GL en una segunda corrida del dia
      * inflaria cuenta e importe en cada repeticion.
       ACUMULA-PENDIENTE.
           IF PEN-ESTATUS = 'P'
                   AND PEN-CORRIDA = WS-CORRIDA
                   AND GL-FECHA = PEN-FECHA-ENVIO
               ADD 1 TO PEN-VECES
               IF GL-IMPORTE NUMERIC
                   ADD GL-IMPORTE TO PEN-IMPORTE
               END-IF
               PERFORM REESCRIBE-PENDIENTE
           END-IF
           .

       REESCRIBE-PENDIENTE.
           REWRITE REG-PENDIENTE
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO REESCRIBIR LA "
                       "REFERENCIA " PEN-REFERENCIA " EN GLPEND.DAT "
                       "(STATUS " WS-FS-PENDIENTES ")"
           END-REWRITE
           .

       PROCESA-ACUSES.
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ARCH-ACK
           END-IF
           .

      * Solo la 'A' explicita acepta el posteo; un estatus en blanco
      * o basura (linea de acuse malformada) NO puede dar por pagado
      * un posteo: se reporta como acuse invalido y el posteo sigue
      * pendiente.
       APLICA-ACUSE.
           MOVE ACK-REFERENCIA TO PEN-REFERENCIA
           READ ARCH-PENDIENTES
               KEY IS PEN-REFERENCIA
               INVALID KEY
                   ADD 1 TO WS-CUENTA-EXTRANOS
                   PERFORM ESCRIBE-ACUSE-DESCONOCIDO
               NOT INVALID KEY
                   PERFORM MARCA-ACUSE
           END-READ
           .

       MARCA-ACUSE.
           EVALUATE TRUE
               WHEN ACK-ESTATUS = 'A'
                   ADD 1 TO WS-CUENTA-ACEPTA
                   MOVE 'A' TO PEN-ESTATUS
                   PERFORM REESCRIBE-PENDIENTE
               WHEN ACK-ESTATUS = 'R'
                   ADD 1 TO WS-CUENTA-RECHAZO
                   MOVE 'R' TO PEN-ESTATUS
                   PERFORM REESCRIBE-PENDIENTE
               WHEN OTHER
                   ADD 1 TO WS-CUENTA-INVALIDO
                   PERFORM ESCRIBE-ACUSE-INVALIDO
           END-EVALUATE
           .

      * El acuse con estatus invalido se lista en el reporte; el
      * pendiente referido no se toca y seguira arrastrado en
      * GLPEND.DAT.
       ESCRIBE-ACUSE-INVALIDO.
           MOVE SPACES TO REG-EXCEPCION
           STRING "ACUSE INVALIDO REFERENCIA="
               ACK-REFERENCIA
               " ESTATUS='" ACK-ESTATUS
               "'; EL POSTEO SIGUE PENDIENTE"
               DELIMITED BY SIZE INTO REG-EXCEPCION
           WRITE REG-EXCEPCION
           .

      * Acuse de una referencia que nunca enviamos.
       ESCRIBE-ACUSE-DESCONOCIDO.
           MOVE SPACES TO REG-EXCEPCION
           STRING "ACUSE DESCONOCIDO REFERENCIA="
               ACK-REFERENCIA
               " (NUNCA ENVIADA)"
               DELIMITED BY SIZE INTO REG-EXCEPCION
           WRITE REG-EXCEPCION
           .

      * Pasada final por referencia sobre GLPEND.DAT: lo aceptado
      * sale del archivo, lo rechazado queda asentado en el reporte
      * para reposteo manual y tambien sale, y solo lo aun pendiente
      * se arrastra al siguiente dia con su antiguedad.
       ESCRIBE-REPORTE-EXCEPCION.
           MOVE 'N' TO WS-FIN-ARCHIVO
           MOVE LOW-VALUES TO PEN-REFERENCIA
           START ARCH-PENDIENTES KEY IS NOT LESS THAN PEN-REFERENCIA
               INVALID KEY
                   MOVE 'S' TO WS-FIN-ARCHIVO
           END-START
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-PENDIENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM ESCRIBE-RENGLON-EXCEPCION
               END-READ
           END-PERFORM
           MOVE SPACES TO REG-EXCEPCION
           STRING "ENVIADOS=" WS-CUENTA-ENVIADOS
               " VENCIDOS=" WS-CUENTA-VENCIDOS
               " ACUSES-DESCONOCIDOS=" WS-CUENTA-EXTRANOS
               " ACUSES-INVALIDOS=" WS-CUENTA-INVALIDO
               " DANADOS=" WS-PEND-DANADOS
               DELIMITED BY SIZE INTO REG-EXCEPCION
           WRITE REG-EXCEPCION
           .

       ESCRIBE-RENGLON-EXCEPCION.
           IF PEN-FECHA-ENVIO NOT NUMERIC
                   OR PEN-IMPORTE NOT NUMERIC
               ADD 1 TO WS-PEND-DANADOS
               MOVE SPACES TO REG-EXCEPCION
               STRING "REGISTRO DANADO EN GLPEND.DAT REFERENCIA="
                   PEN-REFERENCIA " (CORREGIR A MANO)"
                   DELIMITED BY SIZE INTO REG-EXCEPCION
               WRITE REG-EXCEPCION
           ELSE
               MOVE PEN-IMPORTE TO WS-IMPORTE-ED
               IF PEN-VECES NUMERIC AND PEN-VECES > ZERO
                   MOVE PEN-VECES TO WS-VECES-ED
               ELSE
                   MOVE 1 TO WS-VECES-ED
               END-IF
               EVALUATE PEN-ESTATUS
                   WHEN 'A'
                       PERFORM BORRA-PENDIENTE
                   WHEN 'R'
                       MOVE SPACES TO REG-EXCEPCION
                       STRING "RECHAZADO REFERENCIA=" PEN-REFERENCIA
                           " FECHA-ENVIO=" PEN-FECHA-ENVIO
                           " MONEDA=" PEN-MONEDA
                           " POSTEOS=" WS-VECES-ED
                           " IMPORTE=" FUNCTION TRIM(WS-IMPORTE-ED)
                           DELIMITED BY SIZE INTO REG-EXCEPCION
                       WRITE REG-EXCEPCION
                       PERFORM BORRA-PENDIENTE
                   WHEN OTHER
                       PERFORM ESCRIBE-RENGLON-SIN-ACUSE
               END-EVALUATE
           END-IF
           .

       ESCRIBE-RENGLON-SIN-ACUSE.
           ADD 1 TO WS-CUENTA-SINACUSE
           PERFORM CALCULA-EDAD-PENDIENTE
           MOVE SPACES TO REG-EXCEPCION
           IF WS-EDAD > WS-DIAS-TOLERANCIA
               ADD 1 TO WS-CUENTA-VENCIDOS
               STRING "SIN ACUSE REFERENCIA=" PEN-REFERENCIA
                   " FECHA-ENVIO=" PEN-FECHA-ENVIO
                   " MONEDA=" PEN-MONEDA
                   " POSTEOS=" WS-VECES-ED
                   " IMPORTE=" FUNCTION TRIM(WS-IMPORTE-ED)
                   " EDAD=" WS-EDAD " DIAS HABILES ** VENCIDO **"
                   DELIMITED BY SIZE INTO REG-EXCEPCION
           ELSE
               STRING "SIN ACUSE REFERENCIA=" PEN-REFERENCIA
                   " FECHA-ENVIO=" PEN-FECHA-ENVIO
                   " MONEDA=" PEN-MONEDA
                   " POSTEOS=" WS-VECES-ED
                   " IMPORTE=" FUNCTION TRIM(WS-IMPORTE-ED)
                   " EDAD=" WS-EDAD " DIAS HABILES"
                   DELIMITED BY SIZE INTO REG-EXCEPCION
           END-IF
           WRITE REG-EXCEPCION
           .

       BORRA-PENDIENTE.
           DELETE ARCH-PENDIENTES RECORD
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO BORRAR LA REFERENCIA "
                       PEN-REFERENCIA " DE GLPEND.DAT (STATUS "
                       WS-FS-PENDIENTES ")"
           END-DELETE
           .

      * Edad en dias habiles despues del envio y hasta hoy; una
      * fecha de envio danada o posterior a hoy da edad cero.
       CALCULA-EDAD-PENDIENTE.
           MOVE 'C' TO WS-CAL-FUNCION
           MOVE PEN-FECHA-ENVIO TO WS-CAL-FECHA
           MOVE WS-FECHA-HOY TO WS-CAL-FECHA-2
           PERFORM LLAMA-CALENDARIO
           MOVE WS-CAL-DIAS TO WS-EDAD
           .

       LLAMA-CALENDARIO.
           CALL "DIA-HABIL-CALC" USING WS-CAL-FUNCION WS-CAL-FECHA
               WS-CAL-SUCURSAL WS-CAL-FECHA-2 WS-CAL-DIAS
               WS-CAL-VALIDO WS-CAL-HABIL WS-CAL-MOTIVO
           .

       ABRE-AUDITORIA.
       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " CONCILIA-GL OPERADOR=SISTEMA"
               " ENVIADOS=" WS-CUENTA-ENVIADOS
               " ACEPTADOS=" WS-CUENTA-ACEPTA
               " RECHAZADOS=" WS-CUENTA-RECHAZO
               " VENCIDOS=" WS-CUENTA-VENCIDOS
               " ACUSES-DESCONOCIDOS=" WS-CUENTA-EXTRANOS
               " ACUSES-INVALIDOS=" WS-CUENTA-INVALIDO
               " DANADOS=" WS-PEND-DANADOS
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .
