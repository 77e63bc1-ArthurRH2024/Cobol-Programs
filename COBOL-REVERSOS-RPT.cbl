       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-REVERSOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MOVLOTE ASSIGN TO "MOVLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVLOTE.
           SELECT ARCH-REVERSOS ASSIGN TO "REVERSOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVERSOS.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
      * Diario de detalles posteados, mismo trazado que escribe
      * DESGLOSE (ESCRIBE-MOVLOTE); aqui solo interesan los REVERSO.
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

       FD  ARCH-REVERSOS.
       01  REG-REVERSOS           PIC X(200).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA          PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-FS-MOVLOTE      PIC XX.
       01  WS-FS-REVERSOS     PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-FIN-MOVLOTE     PIC X VALUE 'N'.

      * Fecha de proceso a reportar (blanco = hoy).
       01  WS-FECHA-FILTRO    PIC X(8) VALUE SPACES.

       01  WS-REG-LEIDOS      PIC 9(6) VALUE ZERO.
       01  WS-REVERSOS        PIC 9(6) VALUE ZERO.
       01  WS-TOT-MXN         PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-USD         PIC 9(12)V99 VALUE ZERO.
       01  WS-MONTO-ED        PIC Z(8)9.99.
       01  WS-TOTAL-ED        PIC Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== REPORTE DIARIO DE REVERSOS ==="
           DISPLAY "Fecha de proceso (AAAAMMDD, blanco=hoy): "
           ACCEPT WS-FECHA-FILTRO
           IF WS-FECHA-FILTRO = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-FILTRO
           END-IF

           OPEN OUTPUT ARCH-REVERSOS
           MOVE SPACES TO REG-REVERSOS
           STRING "REVERSOS PROCESADOS FECHA=" WS-FECHA-FILTRO
               DELIMITED BY SIZE INTO REG-REVERSOS
           WRITE REG-REVERSOS
           OPEN INPUT ARCH-MOVLOTE
           IF WS-FS-MOVLOTE NOT = '00'
               DISPLAY "MOVLOTE.DAT NO EXISTE AUN: SIN REVERSOS"
           ELSE
               PERFORM UNTIL WS-FIN-MOVLOTE = 'S'
                   READ ARCH-MOVLOTE
                       AT END
                           MOVE 'S' TO WS-FIN-MOVLOTE
                       NOT AT END
                           PERFORM PROCESA-REG-MOVLOTE
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOVLOTE
           END-IF
           PERFORM ESCRIBE-TOTALES-REVERSOS
           CLOSE ARCH-REVERSOS
           DISPLAY "Reporte generado en REVERSOS.RPT ("
               WS-REVERSOS " reverso(s))"
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           STOP RUN.

       PROCESA-REG-MOVLOTE.
           ADD 1 TO WS-REG-LEIDOS
           IF MOV-TIPO = "REVERSO"
                   AND MOV-FECHA-PROCESO = WS-FECHA-FILTRO
               IF MOV-MONTO NOT NUMERIC
                   MOVE ZERO TO MOV-MONTO
               END-IF
               ADD 1 TO WS-REVERSOS
               IF MOV-MONEDA = "USD"
                   ADD MOV-MONTO TO WS-TOT-USD
               ELSE
                   ADD MOV-MONTO TO WS-TOT-MXN
               END-IF
               PERFORM ESCRIBE-RENGLON-REVERSO
           END-IF
           .

      * Dos renglones por reverso: el reverso con quien lo pidio y
      * quien corrio el lote, y el detalle original que deshizo.
       ESCRIBE-RENGLON-REVERSO.
           MOVE MOV-MONTO TO WS-MONTO-ED
           MOVE SPACES TO REG-REVERSOS
           STRING "LOTE=" MOV-LOTE
               " RENGLON=" MOV-RENGLON
               " SOLICITANTE=" FUNCTION TRIM(MOV-SOLICITANTE)
               " OPERADOR=" FUNCTION TRIM(MOV-OPERADOR)
               " CAJERO=" MOV-CAJERO
               " SUCURSAL=" MOV-SUCURSAL
               " MONEDA=" MOV-MONEDA
               " CANTIDAD=" FUNCTION TRIM(WS-MONTO-ED)
               DELIMITED BY SIZE INTO REG-REVERSOS
           WRITE REG-REVERSOS
           MOVE SPACES TO REG-REVERSOS
           STRING "    REVIERTE LOTE=" MOV-REF-LOTE
               " RENGLON=" MOV-REF-RENGLON
               " TIPO=" FUNCTION TRIM(MOV-TIPO-ORIGINAL)
               " FECHA=" MOV-FECHA
               DELIMITED BY SIZE INTO REG-REVERSOS
           WRITE REG-REVERSOS
           .

       ESCRIBE-TOTALES-REVERSOS.
           MOVE SPACES TO REG-REVERSOS
           MOVE WS-TOT-MXN TO WS-TOTAL-ED
           STRING "TOTAL REVERSADO MXN=" FUNCTION TRIM(WS-TOTAL-ED)
               DELIMITED BY SIZE INTO REG-REVERSOS
           WRITE REG-REVERSOS
           MOVE SPACES TO REG-REVERSOS
           MOVE WS-TOT-USD TO WS-TOTAL-ED
           STRING "TOTAL REVERSADO USD=" FUNCTION TRIM(WS-TOTAL-ED)
               DELIMITED BY SIZE INTO REG-REVERSOS
           WRITE REG-REVERSOS
           MOVE SPACES TO REG-REVERSOS
           STRING "REVERSOS=" WS-REVERSOS
               " REGISTROS LEIDOS=" WS-REG-LEIDOS
               DELIMITED BY SIZE INTO REG-REVERSOS
           WRITE REG-REVERSOS
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
           STRING WS-TIMESTAMP " REPORTE-REVERSOS OPERADOR=SISTEMA"
               " FECHA=" WS-FECHA-FILTRO
               " REVERSOS=" WS-REVERSOS
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

       END PROGRAM REPORTE-REVERSOS.
