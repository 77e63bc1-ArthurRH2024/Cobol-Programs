       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-MAESTROS.

      * Carga inicial de los maestros indexados VALEMAST.DAT (por
      * folio), GLPEND.DAT (por referencia) y POSICION.DAT (por
      * cajero+sucursal+fecha+moneda) desde sus versiones
      * secuenciales. Antes de correrlo se renombran los archivos
      * secuenciales a VALEMAST.ANT, GLPEND.ANT y POSICION.ANT.
      * Un maestro indexado que ya existe no se toca (el programa
      * puede volver a correrse sin riesgo); un .ANT que no existe
      * solo se reporta. Los rechazos van a CONVIERTE.RPT con el
      * registro completo para capturarlos a mano.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-VALE-ANT ASSIGN TO "VALEMAST.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VALE-ANT.
           SELECT ARCH-VALEMAST ASSIGN TO "VALEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-FOLIO
               ALTERNATE RECORD KEY IS VM-BENEFICIARIO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VALEMAST.
           SELECT ARCH-PEND-ANT ASSIGN TO "GLPEND.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND-ANT.
           SELECT ARCH-PENDIENTES ASSIGN TO "GLPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-REFERENCIA
               FILE STATUS IS WS-FS-PENDIENTES.
           SELECT ARCH-POS-ANT ASSIGN TO "POSICION.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POS-ANT.
           SELECT ARCH-POSICION ASSIGN TO "POSICION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-LLAVE
               FILE STATUS IS WS-FS-POSICION.
           SELECT ARCH-REPORTE ASSIGN TO "CONVIERTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
      * VALEMAST secuencial: mismo trazado que el indexado de
      * VALE-EFECTIVO.
       FD  ARCH-VALE-ANT.
       01  REG-VALE-ANT.
           05 VMA-FOLIO           PIC 9(6).
           05 FILLER              PIC X(10).
           05 FILLER              PIC X(8).
           05 FILLER              PIC X(8).
           05 FILLER              PIC X(30).
           05 FILLER              PIC X.
           05 FILLER              PIC X(3).
           05 VMA-MONTO           PIC 9(10)V99.
           05 FILLER              PIC X(30).

       FD  ARCH-VALEMAST.
       01  REG-VALEMAST.
           05 VM-FOLIO            PIC 9(6).
           05 VM-ESTATUS          PIC X(10).
           05 VM-FECHA-EMISION    PIC X(8).
           05 VM-FECHA-ESTATUS    PIC X(8).
           05 VM-BENEFICIARIO     PIC X(30).
           05 VM-SIGNO            PIC X.
           05 VM-MONEDA           PIC X(3).
           05 VM-MONTO            PIC 9(10)V99.
           05 VM-MOTIVO           PIC X(30).

      * GLPEND secuencial: solo traia pendientes, sin estatus ni
      * marca de corrida.
       FD  ARCH-PEND-ANT.
       01  REG-PEND-ANT.
           05 PNA-REFERENCIA      PIC X(16).
           05 PNA-FECHA-ENVIO     PIC X(8).
           05 PNA-MONEDA          PIC X(3).
           05 PNA-VECES           PIC 9(4).
           05 PNA-IMPORTE         PIC 9(10)V99.

      * Mismo trazado que CONCILIA-GL. La marca de corrida va en
      * blanco: ninguna corrida le vuelve a acumular posteos.
       FD  ARCH-PENDIENTES.
       01  REG-PENDIENTE.
           05 PEN-REFERENCIA      PIC X(16).
           05 PEN-FECHA-ENVIO     PIC X(8).
           05 PEN-MONEDA          PIC X(3).
           05 PEN-VECES           PIC 9(4).
           05 PEN-IMPORTE         PIC 9(10)V99.
           05 PEN-ESTATUS         PIC X.
           05 PEN-CORRIDA         PIC X(16).

       FD  ARCH-POS-ANT.
       01  REG-POS-ANT.
           05 PSA-LLAVE           PIC X(19).
           05 PSA-FECHA REDEFINES PSA-LLAVE.
              10 FILLER           PIC X(8).
              10 PSA-FECHA-N      PIC X(8).
              10 FILLER           PIC X(3).
           05 PSA-SIGNO           PIC X.
           05 PSA-SALDO           PIC 9(9)V99.

      * Mismo trazado que DESGLOSE y FONDO-CAJA.
       FD  ARCH-POSICION.
       01  REG-POSICION.
           05 POS-LLAVE.
              10 POS-CAJERO       PIC X(4).
              10 POS-SUCURSAL     PIC X(4).
              10 POS-FECHA        PIC X(8).
              10 POS-MONEDA       PIC X(3).
           05 POS-SIGNO           PIC X.
           05 POS-SALDO           PIC 9(9)V99.

       FD  ARCH-REPORTE.
       01  REG-REPORTE            PIC X(160).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA          PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-FS-VALE-ANT     PIC XX.
       01  WS-FS-VALEMAST     PIC XX.
       01  WS-FS-PEND-ANT     PIC XX.
       01  WS-FS-PENDIENTES   PIC XX.
       01  WS-FS-POS-ANT      PIC XX.
       01  WS-FS-POSICION     PIC XX.
       01  WS-FS-REPORTE      PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-FIN-ARCHIVO     PIC X.
       01  WS-MAESTRO         PIC X(12).
       01  WS-MOTIVO          PIC X(30).
       01  WS-IMAGEN          PIC X(108).

      * Resultado por maestro: C convertido, E ya existia el
      * indexado, S sin archivo anterior, X error al crear.
       01  WS-RES-VALE        PIC X VALUE SPACE.
       01  WS-RES-PEND        PIC X VALUE SPACE.
       01  WS-RES-POS         PIC X VALUE SPACE.

       01  WS-LEIDOS-VALE     PIC 9(7) VALUE ZERO.
       01  WS-CARGADOS-VALE   PIC 9(7) VALUE ZERO.
       01  WS-RECHAZOS-VALE   PIC 9(7) VALUE ZERO.
       01  WS-LEIDOS-PEND     PIC 9(7) VALUE ZERO.
       01  WS-CARGADOS-PEND   PIC 9(7) VALUE ZERO.
       01  WS-RECHAZOS-PEND   PIC 9(7) VALUE ZERO.
       01  WS-LEIDOS-POS      PIC 9(7) VALUE ZERO.
       01  WS-CARGADOS-POS    PIC 9(7) VALUE ZERO.
       01  WS-FUSIONADOS-POS  PIC 9(7) VALUE ZERO.
       01  WS-RECHAZOS-POS    PIC 9(7) VALUE ZERO.

      * Saldos de posicion con signo para fusionar llaves repetidas
      * (el archivo secuencial podia traer la misma combinacion mas
      * de una vez; la conciliacion las sumaba).
       01  WS-SALDO-ANT       PIC S9(9)V99.
       01  WS-SALDO-NUEVO     PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONVERSION DE MAESTROS A ARCHIVOS INDEXADOS ==="
           OPEN OUTPUT ARCH-REPORTE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-REPORTE
           STRING "CONVERSION DE MAESTROS A INDEXADOS FECHA="
               WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM CONVIERTE-VALEMAST
           PERFORM CONVIERTE-GLPEND
           PERFORM CONVIERTE-POSICION
           PERFORM ESCRIBE-RESUMEN
           CLOSE ARCH-REPORTE
           DISPLAY "Reporte de conversion generado en CONVIERTE.RPT"
           IF WS-RECHAZOS-VALE > 0 OR WS-RECHAZOS-PEND > 0
                   OR WS-RECHAZOS-POS > 0
               DISPLAY "ADVERTENCIA: HAY REGISTROS RECHAZADOS, VER "
                   "CONVIERTE.RPT"
           END-IF
           IF WS-RES-VALE = 'X' OR WS-RES-PEND = 'X'
                   OR WS-RES-POS = 'X'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           STOP RUN.

      *----------------------------------------------------------------
      * VALEMAST: folio unico; un folio repetido o un registro no
      * numerico se rechaza.
      *----------------------------------------------------------------
       CONVIERTE-VALEMAST.
           MOVE "VALEMAST" TO WS-MAESTRO
           OPEN INPUT ARCH-VALEMAST
           IF WS-FS-VALEMAST = '00'
               CLOSE ARCH-VALEMAST
               MOVE 'E' TO WS-RES-VALE
           ELSE
               OPEN INPUT ARCH-VALE-ANT
               IF WS-FS-VALE-ANT NOT = '00'
                   MOVE 'S' TO WS-RES-VALE
               ELSE
                   OPEN OUTPUT ARCH-VALEMAST
                   IF WS-FS-VALEMAST NOT = '00'
                       MOVE 'X' TO WS-RES-VALE
                   ELSE
                       MOVE 'C' TO WS-RES-VALE
                       PERFORM CARGA-VALEMAST
                       CLOSE ARCH-VALEMAST
                   END-IF
                   CLOSE ARCH-VALE-ANT
               END-IF
           END-IF
           .

       CARGA-VALEMAST.
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-VALE-ANT
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LEIDOS-VALE
                       PERFORM CARGA-REG-VALEMAST
               END-READ
           END-PERFORM
           .

       CARGA-REG-VALEMAST.
           MOVE REG-VALE-ANT TO WS-IMAGEN
           IF VMA-FOLIO NOT NUMERIC OR VMA-MONTO NOT NUMERIC
               ADD 1 TO WS-RECHAZOS-VALE
               MOVE "FOLIO O MONTO NO NUMERICO" TO WS-MOTIVO
               PERFORM ESCRIBE-RECHAZO
           ELSE
               MOVE REG-VALE-ANT TO REG-VALEMAST
               WRITE REG-VALEMAST
                   INVALID KEY
                       ADD 1 TO WS-RECHAZOS-VALE
                       MOVE "FOLIO REPETIDO" TO WS-MOTIVO
                       PERFORM ESCRIBE-RECHAZO
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS-VALE
               END-WRITE
           END-IF
           .

      *----------------------------------------------------------------
      * GLPEND: todo lo que traia el archivo estaba pendiente; entra
      * con estatus P y su fecha de envio original para conservar
      * la antiguedad. Una referencia repetida se rechaza.
      *----------------------------------------------------------------
       CONVIERTE-GLPEND.
           MOVE "GLPEND" TO WS-MAESTRO
           OPEN INPUT ARCH-PENDIENTES
           IF WS-FS-PENDIENTES = '00'
               CLOSE ARCH-PENDIENTES
               MOVE 'E' TO WS-RES-PEND
           ELSE
               OPEN INPUT ARCH-PEND-ANT
               IF WS-FS-PEND-ANT NOT = '00'
                   MOVE 'S' TO WS-RES-PEND
               ELSE
                   OPEN OUTPUT ARCH-PENDIENTES
                   IF WS-FS-PENDIENTES NOT = '00'
                       MOVE 'X' TO WS-RES-PEND
                   ELSE
                       MOVE 'C' TO WS-RES-PEND
                       PERFORM CARGA-GLPEND
                       CLOSE ARCH-PENDIENTES
                   END-IF
                   CLOSE ARCH-PEND-ANT
               END-IF
           END-IF
           .

       CARGA-GLPEND.
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-PEND-ANT
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LEIDOS-PEND
                       PERFORM CARGA-REG-GLPEND
               END-READ
           END-PERFORM
           .

       CARGA-REG-GLPEND.
           MOVE SPACES TO WS-IMAGEN
           MOVE REG-PEND-ANT TO WS-IMAGEN
           IF PNA-FECHA-ENVIO NOT NUMERIC
                   OR PNA-IMPORTE NOT NUMERIC
               ADD 1 TO WS-RECHAZOS-PEND
               MOVE "FECHA O IMPORTE NO NUMERICO" TO WS-MOTIVO
               PERFORM ESCRIBE-RECHAZO
           ELSE
               MOVE PNA-REFERENCIA TO PEN-REFERENCIA
               MOVE PNA-FECHA-ENVIO TO PEN-FECHA-ENVIO
               MOVE PNA-MONEDA TO PEN-MONEDA
               IF PNA-VECES NUMERIC AND PNA-VECES > ZERO
                   MOVE PNA-VECES TO PEN-VECES
               ELSE
                   MOVE 1 TO PEN-VECES
               END-IF
               MOVE PNA-IMPORTE TO PEN-IMPORTE
               MOVE 'P' TO PEN-ESTATUS
               MOVE SPACES TO PEN-CORRIDA
               WRITE REG-PENDIENTE
                   INVALID KEY
                       ADD 1 TO WS-RECHAZOS-PEND
                       MOVE "REFERENCIA REPETIDA" TO WS-MOTIVO
                       PERFORM ESCRIBE-RECHAZO
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADOS-PEND
               END-WRITE
           END-IF
           .

      *----------------------------------------------------------------
      * POSICION: una llave repetida se fusiona sumando saldos con
      * signo; una fecha no numerica se rechaza (la depuracion por
      * retencion de DESGLOSE la habria borrado de todos modos).
      *----------------------------------------------------------------
       CONVIERTE-POSICION.
           MOVE "POSICION" TO WS-MAESTRO
           OPEN INPUT ARCH-POSICION
           IF WS-FS-POSICION = '00'
               CLOSE ARCH-POSICION
               MOVE 'E' TO WS-RES-POS
           ELSE
               OPEN INPUT ARCH-POS-ANT
               IF WS-FS-POS-ANT NOT = '00'
                   MOVE 'S' TO WS-RES-POS
               ELSE
                   OPEN OUTPUT ARCH-POSICION
                   IF WS-FS-POSICION = '00'
                       CLOSE ARCH-POSICION
                       OPEN I-O ARCH-POSICION
                   END-IF
                   IF WS-FS-POSICION NOT = '00'
                       MOVE 'X' TO WS-RES-POS
                   ELSE
                       MOVE 'C' TO WS-RES-POS
                       PERFORM CARGA-POSICION
                       CLOSE ARCH-POSICION
                   END-IF
                   CLOSE ARCH-POS-ANT
               END-IF
           END-IF
           .

       CARGA-POSICION.
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-POS-ANT
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LEIDOS-POS
                       PERFORM CARGA-REG-POSICION
               END-READ
           END-PERFORM
           .

       CARGA-REG-POSICION.
           MOVE SPACES TO WS-IMAGEN
           MOVE REG-POS-ANT TO WS-IMAGEN
           IF PSA-FECHA-N NOT NUMERIC
               ADD 1 TO WS-RECHAZOS-POS
               MOVE "FECHA NO NUMERICA" TO WS-MOTIVO
               PERFORM ESCRIBE-RECHAZO
           ELSE
               MOVE ZERO TO WS-SALDO-NUEVO
               IF PSA-SALDO NUMERIC
                   MOVE PSA-SALDO TO WS-SALDO-NUEVO
                   IF PSA-SIGNO = '-'
                       COMPUTE WS-SALDO-NUEVO = WS-SALDO-NUEVO * -1
                   END-IF
               END-IF
               MOVE PSA-LLAVE TO POS-LLAVE
               READ ARCH-POSICION
                   KEY IS POS-LLAVE
                   INVALID KEY
                       PERFORM ALTA-POSICION
                   NOT INVALID KEY
                       PERFORM FUSIONA-POSICION
               END-READ
           END-IF
           .

       ALTA-POSICION.
           MOVE PSA-LLAVE TO POS-LLAVE
           PERFORM ASIGNA-SALDO-POSICION
           WRITE REG-POSICION
               INVALID KEY
                   ADD 1 TO WS-RECHAZOS-POS
                   MOVE "NO SE PUDO DAR DE ALTA" TO WS-MOTIVO
                   PERFORM ESCRIBE-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-CARGADOS-POS
           END-WRITE
           .

       FUSIONA-POSICION.
           MOVE ZERO TO WS-SALDO-ANT
           IF POS-SALDO NUMERIC
               MOVE POS-SALDO TO WS-SALDO-ANT
               IF POS-SIGNO = '-'
                   COMPUTE WS-SALDO-ANT = WS-SALDO-ANT * -1
               END-IF
           END-IF
           ADD WS-SALDO-ANT TO WS-SALDO-NUEVO
           PERFORM ASIGNA-SALDO-POSICION
           REWRITE REG-POSICION
               INVALID KEY
                   ADD 1 TO WS-RECHAZOS-POS
                   MOVE "NO SE PUDO FUSIONAR" TO WS-MOTIVO
                   PERFORM ESCRIBE-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-FUSIONADOS-POS
           END-REWRITE
           .

       ASIGNA-SALDO-POSICION.
           IF WS-SALDO-NUEVO < ZERO
               MOVE '-' TO POS-SIGNO
               COMPUTE POS-SALDO = WS-SALDO-NUEVO * -1
           ELSE
               MOVE '+' TO POS-SIGNO
               MOVE WS-SALDO-NUEVO TO POS-SALDO
           END-IF
           .

      *----------------------------------------------------------------
      * Reporte
      *----------------------------------------------------------------
       ESCRIBE-RECHAZO.
           MOVE SPACES TO REG-REPORTE
           STRING "RECHAZADO " WS-MAESTRO " "
               FUNCTION TRIM(WS-MOTIVO) ": " WS-IMAGEN
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           .

       ESCRIBE-RESUMEN.
           MOVE "VALEMAST" TO WS-MAESTRO
           MOVE WS-RES-VALE TO WS-MOTIVO
           PERFORM ESCRIBE-RESULTADO
           MOVE SPACES TO REG-REPORTE
           STRING "  LEIDOS=" WS-LEIDOS-VALE
               " CARGADOS=" WS-CARGADOS-VALE
               " RECHAZADOS=" WS-RECHAZOS-VALE
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "GLPEND" TO WS-MAESTRO
           MOVE WS-RES-PEND TO WS-MOTIVO
           PERFORM ESCRIBE-RESULTADO
           MOVE SPACES TO REG-REPORTE
           STRING "  LEIDOS=" WS-LEIDOS-PEND
               " CARGADOS=" WS-CARGADOS-PEND
               " RECHAZADOS=" WS-RECHAZOS-PEND
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "POSICION" TO WS-MAESTRO
           MOVE WS-RES-POS TO WS-MOTIVO
           PERFORM ESCRIBE-RESULTADO
           MOVE SPACES TO REG-REPORTE
           STRING "  LEIDOS=" WS-LEIDOS-POS
               " CARGADOS=" WS-CARGADOS-POS
               " FUSIONADOS=" WS-FUSIONADOS-POS
               " RECHAZADOS=" WS-RECHAZOS-POS
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           .

      * WS-MOTIVO trae en su primer byte el resultado del maestro.
       ESCRIBE-RESULTADO.
           MOVE SPACES TO REG-REPORTE
           EVALUATE WS-MOTIVO(1:1)
               WHEN 'C'
                   STRING WS-MAESTRO " CONVERTIDO"
                       DELIMITED BY SIZE INTO REG-REPORTE
               WHEN 'E'
                   STRING WS-MAESTRO " YA ERA INDEXADO, NO SE TOCA"
                       DELIMITED BY SIZE INTO REG-REPORTE
               WHEN 'S'
                   STRING WS-MAESTRO " SIN ARCHIVO .ANT, NADA QUE "
                       "CONVERTIR"
                       DELIMITED BY SIZE INTO REG-REPORTE
               WHEN OTHER
                   STRING WS-MAESTRO " ERROR: NO SE PUDO CREAR EL "
                       "ARCHIVO INDEXADO"
                       DELIMITED BY SIZE INTO REG-REPORTE
           END-EVALUATE
           WRITE REG-REPORTE
           DISPLAY FUNCTION TRIM(REG-REPORTE)
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
           STRING WS-TIMESTAMP " CONVIERTE-MAESTROS OPERADOR=SISTEMA"
               " VALEMAST=" WS-RES-VALE "/" WS-CARGADOS-VALE
               "/" WS-RECHAZOS-VALE
               " GLPEND=" WS-RES-PEND "/" WS-CARGADOS-PEND
               "/" WS-RECHAZOS-PEND
               " POSICION=" WS-RES-POS "/" WS-CARGADOS-POS
               "/" WS-RECHAZOS-POS
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

       END PROGRAM CONVIERTE-MAESTROS.
