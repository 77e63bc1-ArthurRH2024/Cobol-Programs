       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLETE-FALSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FALSOS ASSIGN TO "FALSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALSOS.
           SELECT ARCH-FOLIO ASSIGN TO "FOLFALSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLIO.
           SELECT ARCH-RECIBO ASSIGN TO "ASEGURA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBO.
           SELECT ARCH-REMESA ASSIGN TO "REMFALSO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESA.
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
      * Registro de piezas falsas o sospechosas retenidas
      * (FALSOS.DAT): un registro por pieza, con el folio de la
      * constancia que se entrego al cliente. ORIGEN dice donde se
      * detecto (DEPOSITO en ventanilla o CONTEO de la caja) y
      * ESTADO su custodia: 'R' retenida en boveda, 'E' enviada al
      * banco central en la remesa de FECHA-REMESA. DESGLOSE lee
      * este archivo en la conciliacion de caja del cajero.
       FD  ARCH-FALSOS.
       01  REG-FALSO.
           05 FAL-FOLIO           PIC 9(6).
           05 FAL-PIEZA           PIC 9(2).
           05 FAL-FECHA           PIC X(8).
           05 FAL-HORA            PIC X(6).
           05 FAL-CAJERO          PIC X(4).
           05 FAL-SUCURSAL        PIC X(4).
           05 FAL-MONEDA          PIC X(3).
           05 FAL-ETIQUETA        PIC X(10).
           05 FAL-VALOR           PIC 9(6)V99.
           05 FAL-SERIE           PIC X(15).
           05 FAL-ORIGEN          PIC X(8).
           05 FAL-DEPOSITANTE     PIC X(30).
           05 FAL-DEP-TIPO-ID     PIC X(4).
           05 FAL-DEP-ID          PIC X(20).
           05 FAL-ESTADO          PIC X.
           05 FAL-FECHA-REMESA    PIC X(8).
           05 FAL-OPERADOR        PIC X(8).

       FD  ARCH-FOLIO.
       01  REG-FOLIO              PIC 9(6).

       FD  ARCH-RECIBO.
       01  REG-RECIBO             PIC X(100).

       FD  ARCH-REMESA.
       01  REG-REMESA             PIC X(160).

      * Maestro de cajeros, mismo trazado que el programa CAJEROS:
      * la pieza se registra a nombre de un cajero conocido y en su
      * sucursal asignada salvo que se indique otra.
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
       01  WS-FS-FALSOS       PIC XX.
       01  WS-FS-FOLIO        PIC XX.
       01  WS-FS-RECIBO       PIC XX.
       01  WS-FS-REMESA       PIC XX.
       01  WS-FS-CAJEROS      PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-MODO            PIC 9 VALUE 0.
       01  WS-RESPUESTA       PIC X VALUE 'N'.
       01  WS-FECHA-HOY       PIC X(8).

      * VALIDA-CANTIDAD (DENOMPROC.cpy) referencia estos campos; aqui
      * solo se usa CARGA-TABLA-DENOMINACIONES, igual que hace
      * INVENTARIO.
       01  CANTIDAD-ORIGINAL  PIC 9(9)V99.
       01  WS-CANTIDAD-VALIDA PIC X VALUE 'S'.
       01  WS-MSG-ERROR       PIC X(50) VALUE SPACES.

           COPY DENOMTAB.

      * Folio consecutivo de constancias persistido en FOLFALSO.DAT,
      * grabado en cuanto se asigna (igual que FOLIOS.DAT de los
      * vales) para que ninguna constancia repita numero.
       01  WS-FOLIO           PIC 9(6) VALUE ZERO.

      * Datos de la constancia en captura.
       01  WS-CAJERO-FAL      PIC X(4).
       01  WS-SUCURSAL-FAL    PIC X(4).
       01  WS-SUCURSAL-CAP    PIC X(4).
       01  WS-FECHA-FAL       PIC X(8).
       01  WS-ORIGEN-OPC      PIC X.
       01  WS-ORIGEN-FAL      PIC X(8).
       01  WS-DEPOSITANTE     PIC X(30).
       01  WS-DEP-TIPO-ID     PIC X(4).
       01  WS-DEP-ID          PIC X(20).
       01  WS-CAJERO-OK       PIC X VALUE 'N'.
       01  WS-FIN-CAJEROS     PIC X.
       01  WS-CAPTURA-OK      PIC X VALUE 'N'.

      * Piezas de la constancia: etiqueta del juego de denominaciones
      * activo, su valor nominal y el numero de serie.
       01  WS-ETIQUETA-CAP    PIC X(10).
       01  WS-SERIE-CAP       PIC X(15).
       01  WS-DEN-HALLADA     PIC 99.
       01  WS-FIN-PIEZAS      PIC X.
       01  WS-PZA-USADAS      PIC 99 VALUE ZERO.
       01  WS-PZA-SUB         PIC 99.
       01  TAB-PIEZAS.
           05 PZA-ENTRY OCCURS 20 TIMES.
              10 PZA-ETIQUETA      PIC X(10).
              10 PZA-VALOR         PIC 9(6)V99.
              10 PZA-SERIE         PIC X(15).
       01  WS-TOTAL-PIEZAS    PIC 9(8)V99.
       01  WS-TOTAL-ED        PIC Z(7)9.99.
       01  WS-VALOR-ED        PIC Z(5)9.99.

      * Importe con letra de PALABRA-CALC para la constancia.
       01  WS-CANORIGI        PIC 9(10)V99.
       01  WS-SIGNO           PIC X VALUE 'N'.
       01  WS-IDIOMA          PIC X(2) VALUE "ES".
       01  WS-VALIDO-PALABRAS PIC X.
       01  WS-RESULTADO       PIC X(160).

      * Copia en memoria de FALSOS.DAT para la remesa: las piezas
      * remitidas cambian a 'E' y el archivo se reescribe completo.
       01  WS-FIN-FALSOS      PIC X.
       01  WS-FAL-USADOS      PIC 9(4) VALUE ZERO.
       01  WS-FAL-SUB         PIC 9(4).
       01  WS-FAL-PERDIDOS    PIC 9(4) VALUE ZERO.
       01  TAB-FALSOS.
           05 FALT-ENTRY OCCURS 2000 TIMES.
              10 FALT-REGISTRO     PIC X(145).
       01  WS-FECHA-CORTE-REM PIC X(8).
       01  WS-REM-PIEZAS      PIC 9(5) VALUE ZERO.
       01  WS-REM-MONEDA      PIC X(3).
       01  WS-REM-DEN         PIC 99.
       01  WS-REM-DEN-PIEZAS  PIC 9(5).
       01  WS-REM-DEN-VALOR   PIC 9(9)V99.
       01  WS-REM-TOTAL       PIC 9(9)V99.
       01  WS-REM-TOTAL-ED    PIC Z(8)9.99.
       01  WS-REM-PIEZAS-MON  PIC 9(5).

      * Operador firmado: ventanilla, jefe de cajeros y supervisor
      * levantan constancias; la remesa al banco central es de la
      * boveda (custodio o supervisor).
           COPY OPERTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== REGISTRO DE PIEZAS FALSAS O SOSPECHOSAS ==="
           MOVE "BILLETE-FALSO" TO WS-OPR-PROGRAMA
           PERFORM FIRMA-OPERADOR
           IF WS-FIRMA-OK = 'S'
               PERFORM MENU-FALSOS
           END-IF
           STOP RUN.

       MENU-FALSOS.
           DISPLAY "1. Retener piezas y emitir constancia"
           DISPLAY "2. Remesa al banco central"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-MODO
           PERFORM VERIFICA-ROL-FALSOS
           IF WS-ROL-OK = 'S'
               EVALUATE WS-MODO
                   WHEN 1
                       PERFORM ASEGURA-PIEZAS
                   WHEN 2
                       PERFORM REMESA-BANCO-CENTRAL
                   WHEN OTHER
                       DISPLAY "Opcion invalida."
               END-EVALUATE
           END-IF
           .

       VERIFICA-ROL-FALSOS.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "CJS" TO WS-ROLES-PERMITIDOS
                   MOVE "CONSTANCIA FALSOS" TO WS-OPR-OPCION
               WHEN 2
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "REMESA FALSOS" TO WS-OPR-OPCION
               WHEN OTHER
                   MOVE "CJBSA" TO WS-ROLES-PERMITIDOS
                   MOVE "MENU" TO WS-OPR-OPCION
           END-EVALUATE
           PERFORM VERIFICA-ROL
           .

      *----------------------------------------------------------------
      * Retencion: el cajero captura cada pieza con su denominacion y
      * serie, se asigna folio, se registra en FALSOS.DAT y se
      * imprime la constancia para el cliente en ASEGURA.RPT.
      *----------------------------------------------------------------
       ASEGURA-PIEZAS.
           MOVE 'N' TO WS-CAPTURA-OK
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           DISPLAY "Moneda (MXN/USD): "
           ACCEPT WS-MONEDA-ACTIVA
           IF WS-MONEDA-ACTIVA NOT = "USD"
               MOVE "MXN" TO WS-MONEDA-ACTIVA
           END-IF
           PERFORM CARGA-TABLA-DENOMINACIONES
           DISPLAY "Cajero que retiene las piezas: "
           ACCEPT WS-CAJERO-FAL
           PERFORM VALIDA-CAJERO-FALSO
           IF WS-CAJERO-OK = 'S'
               PERFORM CAPTURA-CONSTANCIA
           END-IF
           IF WS-CAPTURA-OK = 'S'
               PERFORM LEE-FOLIO
               ADD 1 TO WS-FOLIO
               PERFORM GRABA-FOLIO
               PERFORM REGISTRA-PIEZAS
               MOVE WS-TOTAL-PIEZAS TO WS-CANORIGI
               CALL "PALABRA-CALC" USING WS-CANORIGI WS-SIGNO
                   WS-MONEDA-ACTIVA WS-IDIOMA WS-VALIDO-PALABRAS
                   WS-RESULTADO
               OPEN OUTPUT ARCH-RECIBO
               PERFORM ESCRIBE-CONSTANCIA
               CLOSE ARCH-RECIBO
               DISPLAY "Constancia folio " WS-FOLIO
                   " generada en ASEGURA.RPT"
               PERFORM ABRE-AUDITORIA
               PERFORM ESCRIBE-RENGLON-AUDITORIA
               CLOSE ARCH-AUDITORIA
           END-IF
           .

      * Busca al cajero en CAJEROS.DAT y toma su sucursal asignada.
      * Un cajero suspendido igual puede haber retenido la pieza
      * antes de la suspension, asi que solo se exige que exista.
       VALIDA-CAJERO-FALSO.
           MOVE 'N' TO WS-CAJERO-OK
           MOVE SPACES TO WS-SUCURSAL-FAL
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
                           IF CAJ-CAJERO = WS-CAJERO-FAL
                               MOVE CAJ-SUCURSAL TO WS-SUCURSAL-FAL
                               MOVE 'S' TO WS-CAJERO-OK
                               MOVE 'S' TO WS-FIN-CAJEROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAJEROS
               IF WS-CAJERO-OK = 'N'
                   DISPLAY "ERROR: CAJERO DESCONOCIDO: " WS-CAJERO-FAL
               END-IF
           END-IF
           .

       CAPTURA-CONSTANCIA.
           MOVE 'S' TO WS-CAPTURA-OK
           DISPLAY "Sucursal (blanco=" WS-SUCURSAL-FAL "): "
           ACCEPT WS-SUCURSAL-CAP
           IF WS-SUCURSAL-CAP NOT = SPACES
               MOVE WS-SUCURSAL-CAP TO WS-SUCURSAL-FAL
           END-IF
           DISPLAY "Fecha de la retencion (AAAAMMDD, blanco=hoy): "
           ACCEPT WS-FECHA-FAL
           IF WS-FECHA-FAL = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-FAL
           END-IF
           DISPLAY "Detectada en (1=DEPOSITO, 2=CONTEO DE CAJA): "
           ACCEPT WS-ORIGEN-OPC
           EVALUATE WS-ORIGEN-OPC
               WHEN '1'
                   MOVE "DEPOSITO" TO WS-ORIGEN-FAL
               WHEN '2'
                   MOVE "CONTEO" TO WS-ORIGEN-FAL
               WHEN OTHER
                   DISPLAY "ERROR: ORIGEN INVALIDO"
                   MOVE 'N' TO WS-CAPTURA-OK
           END-EVALUATE
           IF WS-FECHA-FAL NOT NUMERIC
               DISPLAY "ERROR: FECHA NO ES AAAAMMDD"
               MOVE 'N' TO WS-CAPTURA-OK
           END-IF
           IF WS-CAPTURA-OK = 'S'
               PERFORM CAPTURA-DEPOSITANTE
           END-IF
           IF WS-CAPTURA-OK = 'S'
               PERFORM CAPTURA-PIEZAS
           END-IF
           .

      * En ventanilla el depositante presenta identificacion (mismos
      * tipos que el detalle de CANTIDADES.DAT). Una pieza hallada en
      * el conteo de la caja no tiene depositante conocido.
       CAPTURA-DEPOSITANTE.
           MOVE SPACES TO WS-DEPOSITANTE
           MOVE SPACES TO WS-DEP-TIPO-ID
           MOVE SPACES TO WS-DEP-ID
           IF WS-ORIGEN-FAL = "CONTEO"
               MOVE "DESCONOCIDO (CONTEO DE CAJA)" TO WS-DEPOSITANTE
           ELSE
               DISPLAY "Nombre del depositante: "
               ACCEPT WS-DEPOSITANTE
               DISPLAY "Tipo de identificacion "
                   "(INE/PASP/CURP/RFC/OTRO): "
               ACCEPT WS-DEP-TIPO-ID
               DISPLAY "Numero de identificacion: "
               ACCEPT WS-DEP-ID
               EVALUATE TRUE
                   WHEN WS-DEPOSITANTE = SPACES
                       DISPLAY "ERROR: FALTA EL NOMBRE DEL DEPOSITANTE"
                       MOVE 'N' TO WS-CAPTURA-OK
                   WHEN WS-DEP-TIPO-ID NOT = "INE" AND "PASP"
                           AND "CURP" AND "RFC" AND "OTRO"
                       DISPLAY "ERROR: TIPO DE IDENTIFICACION INVALIDO"
                       MOVE 'N' TO WS-CAPTURA-OK
                   WHEN WS-DEP-ID = SPACES
                       DISPLAY "ERROR: FALTA EL NUMERO DE "
                           "IDENTIFICACION"
                       MOVE 'N' TO WS-CAPTURA-OK
               END-EVALUATE
           END-IF
           .

       CAPTURA-PIEZAS.
           MOVE ZERO TO WS-PZA-USADAS
           MOVE ZERO TO WS-TOTAL-PIEZAS
           MOVE 'N' TO WS-FIN-PIEZAS
           DISPLAY "Denominaciones validas (" WS-MONEDA-ACTIVA "):"
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
                   UNTIL IDX-DENOM > 9
               DISPLAY "  " DENOM-ETIQUETA(IDX-DENOM)
           END-PERFORM
           PERFORM UNTIL WS-FIN-PIEZAS = 'S'
               DISPLAY "Denominacion de la pieza (blanco=terminar): "
               ACCEPT WS-ETIQUETA-CAP
               IF WS-ETIQUETA-CAP = SPACES
                   MOVE 'S' TO WS-FIN-PIEZAS
               ELSE
                   PERFORM CAPTURA-PIEZA
               END-IF
           END-PERFORM
           IF WS-PZA-USADAS = ZERO
               DISPLAY "SIN PIEZAS CAPTURADAS, NO SE EMITE CONSTANCIA"
               MOVE 'N' TO WS-CAPTURA-OK
           END-IF
           .

       CAPTURA-PIEZA.
           MOVE ZERO TO WS-DEN-HALLADA
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
                   UNTIL IDX-DENOM > 9
               IF DENOM-ETIQUETA(IDX-DENOM) = WS-ETIQUETA-CAP
                   SET WS-DEN-HALLADA TO IDX-DENOM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DEN-HALLADA = ZERO
                   DISPLAY "ERROR: DENOMINACION DESCONOCIDA: "
                       WS-ETIQUETA-CAP
               WHEN WS-PZA-USADAS >= 20
                   DISPLAY "ERROR: MAXIMO 20 PIEZAS POR CONSTANCIA; "
                       "LEVANTE OTRA PARA EL RESTO"
                   MOVE 'S' TO WS-FIN-PIEZAS
               WHEN OTHER
                   DISPLAY "Numero de serie: "
                   ACCEPT WS-SERIE-CAP
                   IF WS-SERIE-CAP = SPACES
                       DISPLAY "ERROR: FALTA EL NUMERO DE SERIE, "
                           "PIEZA NO REGISTRADA"
                   ELSE
                       ADD 1 TO WS-PZA-USADAS
                       MOVE WS-ETIQUETA-CAP
                           TO PZA-ETIQUETA(WS-PZA-USADAS)
                       MOVE DENOM-VALOR(WS-DEN-HALLADA)
                           TO PZA-VALOR(WS-PZA-USADAS)
                       MOVE WS-SERIE-CAP TO PZA-SERIE(WS-PZA-USADAS)
                       ADD DENOM-VALOR(WS-DEN-HALLADA)
                           TO WS-TOTAL-PIEZAS
                   END-IF
           END-EVALUATE
           .

      * El ultimo folio asignado vive en FOLFALSO.DAT; si el archivo
      * no existe la numeracion arranca en 000001.
       LEE-FOLIO.
           MOVE ZERO TO WS-FOLIO
           OPEN INPUT ARCH-FOLIO
           IF WS-FS-FOLIO = '00'
               READ ARCH-FOLIO
                   AT END
                       MOVE ZERO TO WS-FOLIO
                   NOT AT END
                       IF REG-FOLIO NUMERIC
                           MOVE REG-FOLIO TO WS-FOLIO
                       END-IF
               END-READ
               CLOSE ARCH-FOLIO
           END-IF
           .

       GRABA-FOLIO.
           OPEN OUTPUT ARCH-FOLIO
           MOVE WS-FOLIO TO REG-FOLIO
           WRITE REG-FOLIO
           CLOSE ARCH-FOLIO
           .

       REGISTRA-PIEZAS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND ARCH-FALSOS
           IF WS-FS-FALSOS = '35'
               OPEN OUTPUT ARCH-FALSOS
           END-IF
           PERFORM VARYING WS-PZA-SUB FROM 1 BY 1
                   UNTIL WS-PZA-SUB > WS-PZA-USADAS
               MOVE SPACES TO REG-FALSO
               MOVE WS-FOLIO TO FAL-FOLIO
               MOVE WS-PZA-SUB TO FAL-PIEZA
               MOVE WS-FECHA-FAL TO FAL-FECHA
               MOVE WS-TIMESTAMP(9:6) TO FAL-HORA
               MOVE WS-CAJERO-FAL TO FAL-CAJERO
               MOVE WS-SUCURSAL-FAL TO FAL-SUCURSAL
               MOVE WS-MONEDA-ACTIVA TO FAL-MONEDA
               MOVE PZA-ETIQUETA(WS-PZA-SUB) TO FAL-ETIQUETA
               MOVE PZA-VALOR(WS-PZA-SUB) TO FAL-VALOR
               MOVE PZA-SERIE(WS-PZA-SUB) TO FAL-SERIE
               MOVE WS-ORIGEN-FAL TO FAL-ORIGEN
               MOVE WS-DEPOSITANTE TO FAL-DEPOSITANTE
               MOVE WS-DEP-TIPO-ID TO FAL-DEP-TIPO-ID
               MOVE WS-DEP-ID TO FAL-DEP-ID
               MOVE 'R' TO FAL-ESTADO
               MOVE WS-OPERADOR TO FAL-OPERADOR
               WRITE REG-FALSO
           END-PERFORM
           CLOSE ARCH-FALSOS
           .

       ESCRIBE-CONSTANCIA.
           MOVE WS-TOTAL-PIEZAS TO WS-TOTAL-ED
           MOVE ALL "=" TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "CONSTANCIA DE RETENCION DE PIEZAS FALSAS"
               "        FOLIO: " WS-FOLIO
               DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "FECHA: " WS-FECHA-FAL(1:4) "-" WS-FECHA-FAL(5:2)
               "-" WS-FECHA-FAL(7:2)
               "   SUCURSAL: " WS-SUCURSAL-FAL
               "   CAJERO: " WS-CAJERO-FAL
               DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "DEPOSITANTE: " FUNCTION TRIM(WS-DEPOSITANTE)
               DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO
           IF WS-DEP-ID NOT = SPACES
               MOVE SPACES TO REG-RECIBO
               STRING "IDENTIFICACION: " FUNCTION TRIM(WS-DEP-TIPO-ID)
                   " " FUNCTION TRIM(WS-DEP-ID)
                   DELIMITED BY SIZE INTO REG-RECIBO
               WRITE REG-RECIBO
           END-IF
           MOVE SPACES TO REG-RECIBO
           STRING "DETECTADA EN: " WS-ORIGEN-FAL
               DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE "PIEZAS RETENIDAS:" TO REG-RECIBO
           WRITE REG-RECIBO
           PERFORM VARYING WS-PZA-SUB FROM 1 BY 1
                   UNTIL WS-PZA-SUB > WS-PZA-USADAS
               MOVE PZA-VALOR(WS-PZA-SUB) TO WS-VALOR-ED
               MOVE SPACES TO REG-RECIBO
               STRING "  " WS-PZA-SUB " " PZA-ETIQUETA(WS-PZA-SUB)
                   " SERIE: " PZA-SERIE(WS-PZA-SUB)
                   " VALOR: " FUNCTION TRIM(WS-VALOR-ED)
                   DELIMITED BY SIZE INTO REG-RECIBO
               WRITE REG-RECIBO
           END-PERFORM
           MOVE SPACES TO REG-RECIBO
           STRING "TOTAL PIEZAS: " WS-PZA-USADAS
               "   VALOR NOMINAL: " FUNCTION TRIM(WS-TOTAL-ED)
               " " WS-MONEDA-ACTIVA
               DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE "IMPORTE CON LETRA:" TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "  " FUNCTION TRIM(WS-RESULTADO)
               DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE "LAS PIEZAS QUEDAN RETENIDAS Y SE REMITEN AL BANCO"
               TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE "CENTRAL PARA SU DICTAMEN. SU IMPORTE NO SE ABONA."
               TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           WRITE REG-RECIBO
           MOVE SPACES TO REG-RECIBO
           STRING "RETIENE: ____________________"
               "      RECIBE: ____________________"
               DELIMITED BY SIZE INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE ALL "=" TO REG-RECIBO
           WRITE REG-RECIBO
           .

      *----------------------------------------------------------------
      * Remesa: lista las piezas retenidas hasta la fecha de corte por
      * moneda y denominacion, con serie y folio, y al confirmarse las
      * marca 'E' con la fecha de envio. FALSOS.DAT se reescribe
      * completo, asi que si no cabe en memoria no se marca nada.
      *----------------------------------------------------------------
       REMESA-BANCO-CENTRAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           DISPLAY "Incluir piezas retenidas hasta (AAAAMMDD, "
               "blanco=hoy): "
           ACCEPT WS-FECHA-CORTE-REM
           IF WS-FECHA-CORTE-REM = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE-REM
           END-IF
           PERFORM LEE-FALSOS
           MOVE ZERO TO WS-REM-PIEZAS
           OPEN OUTPUT ARCH-REMESA
           MOVE SPACES TO REG-REMESA
           STRING "REMESA DE PIEZAS FALSAS AL BANCO CENTRAL FECHA="
               WS-FECHA-HOY " RETENIDAS HASTA=" WS-FECHA-CORTE-REM
               DELIMITED BY SIZE INTO REG-REMESA
           WRITE REG-REMESA
           MOVE "MXN" TO WS-REM-MONEDA
           PERFORM ESCRIBE-REMESA-MONEDA
           MOVE "USD" TO WS-REM-MONEDA
           PERFORM ESCRIBE-REMESA-MONEDA
           MOVE SPACES TO REG-REMESA
           STRING "TOTAL PIEZAS EN LA REMESA=" WS-REM-PIEZAS
               DELIMITED BY SIZE INTO REG-REMESA
           WRITE REG-REMESA
           CLOSE ARCH-REMESA
           DISPLAY "Remesa generada en REMFALSO.RPT ("
               WS-REM-PIEZAS " pieza(s))"
           IF WS-REM-PIEZAS > ZERO
               IF WS-FAL-PERDIDOS > ZERO
                   DISPLAY "ERROR: FALSOS.DAT NO CABE EN MEMORIA, LAS "
                       "PIEZAS NO SE MARCAN COMO ENVIADAS"
               ELSE
                   DISPLAY "Marcar las piezas como enviadas? (S/N): "
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                       PERFORM MARCA-PIEZAS-ENVIADAS
                       PERFORM ESCRIBE-FALSOS
                       DISPLAY "Piezas marcadas como enviadas"
                   ELSE
                       MOVE ZERO TO WS-REM-PIEZAS
                   END-IF
               END-IF
           END-IF
           PERFORM ABRE-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " BILLETE-FALSO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " REMESA HASTA=" WS-FECHA-CORTE-REM
               " PIEZAS-ENVIADAS=" WS-REM-PIEZAS
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           CLOSE ARCH-AUDITORIA
           .

       LEE-FALSOS.
           MOVE ZERO TO WS-FAL-USADOS
           MOVE ZERO TO WS-FAL-PERDIDOS
           MOVE 'N' TO WS-FIN-FALSOS
           OPEN INPUT ARCH-FALSOS
           IF WS-FS-FALSOS = '00'
               PERFORM UNTIL WS-FIN-FALSOS = 'S'
                   READ ARCH-FALSOS
                       AT END
                           MOVE 'S' TO WS-FIN-FALSOS
                       NOT AT END
                           IF WS-FAL-USADOS < 2000
                               ADD 1 TO WS-FAL-USADOS
                               MOVE REG-FALSO
                                   TO FALT-REGISTRO(WS-FAL-USADOS)
                           ELSE
                               ADD 1 TO WS-FAL-PERDIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FALSOS
           END-IF
           .

      * Una seccion por moneda, denominacion por denominacion en el
      * orden del juego, con subtotal de piezas y valor.
       ESCRIBE-REMESA-MONEDA.
           MOVE WS-REM-MONEDA TO WS-MONEDA-ACTIVA
           PERFORM CARGA-TABLA-DENOMINACIONES
           MOVE ZERO TO WS-REM-TOTAL
           MOVE ZERO TO WS-REM-PIEZAS-MON
           MOVE SPACES TO REG-REMESA
           STRING "MONEDA " WS-REM-MONEDA
               DELIMITED BY SIZE INTO REG-REMESA
           WRITE REG-REMESA
           PERFORM VARYING WS-REM-DEN FROM 1 BY 1
                   UNTIL WS-REM-DEN > 9
               MOVE ZERO TO WS-REM-DEN-PIEZAS
               MOVE ZERO TO WS-REM-DEN-VALOR
               PERFORM VARYING WS-FAL-SUB FROM 1 BY 1
                       UNTIL WS-FAL-SUB > WS-FAL-USADOS
                   MOVE FALT-REGISTRO(WS-FAL-SUB) TO REG-FALSO
                   IF FAL-ESTADO = 'R'
                           AND FAL-MONEDA = WS-REM-MONEDA
                           AND FAL-ETIQUETA =
                               DENOM-ETIQUETA(WS-REM-DEN)
                           AND FAL-FECHA <= WS-FECHA-CORTE-REM
                       PERFORM ESCRIBE-RENGLON-REMESA
                   END-IF
               END-PERFORM
               IF WS-REM-DEN-PIEZAS > ZERO
                   MOVE WS-REM-DEN-VALOR TO WS-REM-TOTAL-ED
                   MOVE SPACES TO REG-REMESA
                   STRING "  SUBTOTAL " DENOM-ETIQUETA(WS-REM-DEN)
                       " PIEZAS=" WS-REM-DEN-PIEZAS
                       " VALOR=" FUNCTION TRIM(WS-REM-TOTAL-ED)
                       DELIMITED BY SIZE INTO REG-REMESA
                   WRITE REG-REMESA
               END-IF
           END-PERFORM
           MOVE WS-REM-TOTAL TO WS-REM-TOTAL-ED
           MOVE SPACES TO REG-REMESA
           STRING "TOTAL " WS-REM-MONEDA
               " PIEZAS=" WS-REM-PIEZAS-MON
               " VALOR NOMINAL=" FUNCTION TRIM(WS-REM-TOTAL-ED)
               DELIMITED BY SIZE INTO REG-REMESA
           WRITE REG-REMESA
           .

       ESCRIBE-RENGLON-REMESA.
           IF FAL-VALOR NOT NUMERIC
               MOVE ZERO TO FAL-VALOR
           END-IF
           ADD 1 TO WS-REM-PIEZAS
           ADD 1 TO WS-REM-PIEZAS-MON
           ADD 1 TO WS-REM-DEN-PIEZAS
           ADD FAL-VALOR TO WS-REM-DEN-VALOR
           ADD FAL-VALOR TO WS-REM-TOTAL
           MOVE SPACES TO REG-REMESA
           STRING "  " FAL-ETIQUETA
               " SERIE=" FAL-SERIE
               " FOLIO=" FAL-FOLIO "-" FAL-PIEZA
               " FECHA=" FAL-FECHA
               " SUCURSAL=" FAL-SUCURSAL
               " CAJERO=" FAL-CAJERO
               " ORIGEN=" FAL-ORIGEN
               DELIMITED BY SIZE INTO REG-REMESA
           WRITE REG-REMESA
           .

       MARCA-PIEZAS-ENVIADAS.
           PERFORM VARYING WS-FAL-SUB FROM 1 BY 1
                   UNTIL WS-FAL-SUB > WS-FAL-USADOS
               MOVE FALT-REGISTRO(WS-FAL-SUB) TO REG-FALSO
               IF FAL-ESTADO = 'R'
                       AND FAL-FECHA <= WS-FECHA-CORTE-REM
                   MOVE 'E' TO FAL-ESTADO
                   MOVE WS-FECHA-HOY TO FAL-FECHA-REMESA
                   MOVE REG-FALSO TO FALT-REGISTRO(WS-FAL-SUB)
               END-IF
           END-PERFORM
           .

       ESCRIBE-FALSOS.
           OPEN OUTPUT ARCH-FALSOS
           PERFORM VARYING WS-FAL-SUB FROM 1 BY 1
                   UNTIL WS-FAL-SUB > WS-FAL-USADOS
               MOVE FALT-REGISTRO(WS-FAL-SUB) TO REG-FALSO
               WRITE REG-FALSO
           END-PERFORM
           CLOSE ARCH-FALSOS
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
           STRING WS-TIMESTAMP " BILLETE-FALSO OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " FOLIO=" WS-FOLIO
               " CAJERO=" WS-CAJERO-FAL
               " SUCURSAL=" WS-SUCURSAL-FAL
               " FECHA=" WS-FECHA-FAL
               " ORIGEN=" FUNCTION TRIM(WS-ORIGEN-FAL)
               " MONEDA=" WS-MONEDA-ACTIVA
               " PIEZAS=" WS-PZA-USADAS
               " VALOR=" FUNCTION TRIM(WS-TOTAL-ED)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY DENOMPROC.
           COPY OPERPROC.

       END PROGRAM BILLETE-FALSO.
