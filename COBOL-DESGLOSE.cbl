               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDONDEO.
           SELECT ARCH-POSICION ASSIGN TO "POSICION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-LLAVE
               FILE STATUS IS WS-FS-POSICION.
           SELECT ARCH-KARDEX ASSIGN TO "KARDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCH-PARAM ASSIGN TO "PARAMNOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
           SELECT ARCH-CAJEROS ASSIGN TO "CAJEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAJEROS.
           SELECT ARCH-OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT ARCH-CORTE ASSIGN TO "CORTECAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORTE.
           SELECT ARCH-FALSOS ASSIGN TO "FALSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALSOS.
           SELECT ARCH-MOVLOTE ASSIGN TO "MOVLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVLOTE.
           SELECT ARCH-SECBOV ASSIGN TO "SECBOV.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-LLAVE
               FILE STATUS IS WS-FS-SECBOV.
           SELECT ARCH-DEMANDA ASSIGN TO "DEMANDA.HIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-LLAVE
               FILE STATUS IS WS-FS-DEMANDA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ENTRADA.
       01  REG-ENTRADA           PIC X(84).

       FD  ARCH-REPORTE.
       01  REG-REPORTE           PIC X(300).
       01  REG-GLCON              PIC X(81).

       FD  ARCH-CONCILIA-HIS.
       01  REG-CONCILIA-HIS       PIC X(88).

       FD  ARCH-LOTESPROC.
       01  REG-LOTEPROC.
           05 RED-SIGNO           PIC X.
           05 RED-TOTAL           PIC 9(9)V99.

      * Indexado por cajero+sucursal+fecha+moneda: cada detalle del
      * lote lee y reescribe solo su posicion.
       FD  ARCH-POSICION.
       01  REG-POSICION.
           05 POS-LLAVE.
              10 POS-CAJERO       PIC X(4).
              10 POS-SUCURSAL     PIC X(4).
              10 POS-FECHA        PIC X(8).
              10 POS-MONEDA       PIC X(3).
           05 POS-SIGNO           PIC X.
           05 POS-SALDO           PIC 9(9)V99.

           05 PRM-REDONDEO        PIC 9.
           05 PRM-REANUDAR        PIC X.

      * Maestro de cajeros (CAJEROS.DAT), mismo trazado que mantiene
      * el programa CAJEROS: sucursal asignada, estatus y topes en
      * pesos por operacion y por dia (cero = sin tope).
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

      * Conteo por denominacion de cada corte de caja (CORTECAJA.DAT),
      * en el orden del juego de la moneda del corte. El programa
      * FONDO-CAJA lo toma al cierre para devolver a la boveda lo
      * contado y lo marca como devuelto ('D'); 'P' = pendiente.
       FD  ARCH-CORTE.
       01  REG-CORTE.
           05 CTE-CAJERO          PIC X(4).
           05 CTE-FECHA           PIC X(8).
           05 CTE-MONEDA          PIC X(3).
           05 CTE-ESTADO          PIC X.
           05 CTE-CONTADO         PIC 9(8)V99.
           05 CTE-PIEZAS          PIC 9(4) OCCURS 9 TIMES.

      * Registro de piezas falsas retenidas, mismo trazado que
      * escribe BILLETE-FALSO. La conciliacion suma las del cajero,
      * fecha del corte y moneda: esa diferencia no es faltante.
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

      * Diario de detalles posteados (MOVLOTE.DAT): un registro por
      * detalle valido de cada lote terminado, con el numero de lote
      * y el renglon que ocupo en CANTIDADES.DAT (mismo numero que
      * RENGLON= en las excepciones). Es donde un REVERSO busca su
      * original. En un REVERSO, CAJERO/SUCURSAL/FECHA/MONEDA/MONTO
      * son los del original (la posicion que se corrigio), TIPO-
      * ORIGINAL su tipo y REF-LOTE/REF-RENGLON lo que reverso.
      * CLI-TIPO-ID/CLI-ID identifican al cliente cuando el detalle
      * lo trae (reporte de operaciones relevantes).
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

      * Archivo de trabajo del pedido a boveda: una seccion por
      * moneda/sucursal/cajero con sus piezas por denominacion. Se
      * crea vacio en cada corrida y la llave da el orden de
      * impresion.
       FD  ARCH-SECBOV.
       01  REG-SECBOV.
           05 SEC-LLAVE.
              10 SEC-MONEDA       PIC X(3).
              10 SEC-SUCURSAL     PIC X(4).
              10 SEC-CAJERO       PIC X(4).
           05 SEC-TOTAL OCCURS 9 TIMES PIC 9(6).

      * Historia de demanda por denominacion: un registro por fecha,
      * sucursal, moneda y tipo de operacion con las piezas que pidio
      * el desglose de cada detalle posteado. La lee PRONOSTICO-BOVEDA
      * para proyectar el pedido de la semana siguiente. Las piezas
      * van en el orden de DENOMTAB para la moneda de la llave.
       FD  ARCH-DEMANDA.
       01  REG-DEMANDA.
           05 DEM-LLAVE.
              10 DEM-FECHA        PIC X(8).
              10 DEM-SUCURSAL     PIC X(4).
              10 DEM-MONEDA       PIC X(3).
              10 DEM-TIPO         PIC X(8).
           05 DEM-OPERACIONES     PIC 9(7).
           05 DEM-IMPORTE         PIC 9(11)V99.
           05 DEM-PIEZAS OCCURS 9 TIMES PIC 9(9).
           05 DEM-ULTIMO-LOTE     PIC X(6).
           05 DEM-FECHA-PROCESO   PIC X(8).

       WORKING-STORAGE SECTION.
       01  CANTIDAD-ORIGINAL  PIC 9(9)V99.
       01  CANTIDAD           PIC 9(8)V99.
      * mensual TENDENCIA-CONCILIA pueda detectar al cajero que
      * falta dinero todos los martes.
       01  WS-FS-CONCILIA-HIS PIC XX.
       01  WS-FS-CORTE        PIC XX.
       01  WS-CAJERO-CONC     PIC X(4).
       01  WS-REG-CONCILIA.
           05 HIS-CAJERO      PIC X(4).
           05 HIS-DIFERENCIA  PIC 9(8)V99.
           05 HIS-RESULTADO   PIC X(20).
           05 HIS-ORIGEN      PIC X(8).
      * Piezas falsas retenidas al cajero ese dia y su valor; el
      * contado mas lo retenido es lo que se compara con el esperado.
           05 HIS-PZA-FALSAS  PIC 9(4).
           05 HIS-RETENIDO    PIC 9(8)V99.
       01  WS-FS-FALSOS       PIC XX.
       01  WS-FIN-FALSOS      PIC X.
       01  WS-PZA-FALSAS      PIC 9(4) VALUE ZERO.
       01  WS-MONTO-RETENIDO  PIC 9(8)V99 VALUE ZERO.
       01  WS-MONTO-RETENIDO-ED PIC Z(7)9.99.

      * Texto crudo del monto de CANTIDADES.DAT que CONVIERTE-ENTRADA
      * rechazo antes de poder convertirlo a numero (no numerico o
      * y numero de lote, 'D' detalle, 'T' trailer con cuenta de
      * registros y hash de importes). En el detalle, tras la 'D':
      * cajero (2-5), sucursal (6-9), fecha AAAAMMDD (10-17), tipo de
      * operacion (18-25, RETIRO/DEPOSITO/NOMINA/REVERSO), monto
      * con 2 decimales (26-37) y moneda MXN/USD (38-40, blanco =
      * MXN). Un REVERSO trae ademas el lote (41-46) y el renglon
      * (47-52) del detalle original y el usuario que solicito el
      * reverso (53-60). Opcionalmente el detalle identifica al
      * cliente para el reporte de operaciones relevantes: tipo de
      * identificacion (61-64, INE/PASP/CURP/RFC/OTRO) y numero
      * (65-84); si viene uno debe venir el otro. CONVIERTE-ENTRADA
      * valida el detalle campo por campo.
       01  WS-REG-ENTRADA.
           05 ENT-CAJERO         PIC X(4).
           05 ENT-SUCURSAL       PIC X(4).
           05 ENT-TIPO           PIC X(8).
           05 ENT-MONTO          PIC X(12).
           05 ENT-MONEDA         PIC X(3).
       01  WS-CLI-TIPO-ID        PIC X(4).
       01  WS-CLI-ID             PIC X(20).

      * Parametros de DIA-HABIL-CALC (calendario de dias habiles).
      * CONVIERTE-ENTRADA rechaza la fecha que no existe y marca el
      * detalle fechado en sabado, domingo o festivo de su sucursal;
      * el detalle se procesa igual pero sale senalado en el reporte
      * y la bitacora, y se cuenta al final del lote.
       01  WS-CAL-FUNCION        PIC X.
       01  WS-CAL-FECHA          PIC X(8).
       01  WS-CAL-SUCURSAL       PIC X(4).
       01  WS-CAL-FECHA-2        PIC X(8).
       01  WS-CAL-DIAS           PIC 9(5).
       01  WS-CAL-VALIDO         PIC X.
       01  WS-CAL-HABIL          PIC X.
       01  WS-CAL-MOTIVO         PIC X(30).
       01  WS-INHABIL-TEXTO      PIC X(45) VALUE SPACES.
       01  WS-CUENTA-INHABIL     PIC 9(6) VALUE ZERO.

      * Campos editados para nunca mostrar/loguear un PIC V99 crudo
      * (el punto decimal se veria como digitos pegados).

      * Acumulados del pedido a boveda por combinacion moneda/
      * sucursal/cajero para seccionar BOVEDA.RPT con subtotales
      * antes de los totales generales. Viven en SECBOV.TMP, que
      * por su llave los entrega ya ordenados por moneda+sucursal+
      * cajero.
       01  WS-FS-SECBOV       PIC XX.
       01  WS-SECBOV-ABIERTO  PIC X VALUE 'N'.
       01  WS-FIN-SECBOV      PIC X.
       01  WS-SEC-EXISTE      PIC X.
       01  WS-DEN-SUB         PIC 99.
       01  WS-MON-ANTERIOR    PIC X(3).
       01  WS-SUC-ANTERIOR    PIC X(4).
       01  TAB-SUBSUC.
           05 SUBSUC-TOTAL OCCURS 9 TIMES PIC 9(6).

      * captura manual queda solo como sustitucion de supervisor y
      * el origen del esperado viaja a CONCILIA.HIS y auditoria.
       01  WS-FS-POSICION     PIC XX.
       01  WS-FIN-POSICION    PIC X.
       01  WS-POS-ABIERTO     PIC X VALUE 'N'.
       01  WS-POS-EXISTE      PIC X.
       01  WS-POS-SALDO-TRAB  PIC S9(9)V99.
      * Retencion del libro de posiciones: antes de aplicar el lote
      * se borran los saldos con mas dias habiles que la retencion,
      * para que el archivo no crezca sin limite. La fecha limite
      * depende de los festivos de la sucursal, asi que se calcula
      * por sucursal y se guarda la ultima.
       01  WS-POS-RETENCION   PIC 9(3) VALUE 90.
       01  WS-POS-PURGADAS    PIC 9(5) VALUE ZERO.
       01  WS-POS-FECHA-LIM   PIC X(8).
       01  WS-POS-SUC-LIM     PIC X(4).
       01  WS-POS-LIM-LISTO   PIC X.
       01  WS-POS-FECHA-HOY   PIC X(8).
       01  WS-MONTO-POSICION  PIC 9(9)V99.
      * Historia de demanda (DEMANDA.HIS): se alimenta en la misma
      * pasada del libro de posiciones, asi que cada lote entra una
      * sola vez aunque la corrida se haya reanudado.
       01  WS-FS-DEMANDA      PIC XX.
       01  WS-DEM-ABIERTO     PIC X VALUE 'N'.
       01  WS-DEM-EXISTE      PIC X.
       01  WS-DEM-MONTO-GUARDA PIC 9(9)V99.
       01  WS-DEM-SUB         PIC 9(2).
       01  WS-RED-POS-ENTERO  PIC 9(9).
       01  WS-RED-POS-MITAD   PIC 9(10).
       01  WS-ESPERADO-LEDGER PIC S9(10)V99.
       01  WS-ORIGEN-ESPERADO PIC X(8).
       01  WS-ORIGEN-TEXTO    PIC X(30).
       01  WS-FECHA-CORTE     PIC X(8).
       01  WS-SUPERVISOR      PIC X(8).

      * Tasa USD del dia leida de TIPOCAMBIO.DAT y acumulados de
      * dolares del lote para FXMOV.DAT.
       01  WS-TOT-USD-ENTRADA PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-USD-SALIDA  PIC 9(12)V99 VALUE ZERO.

      * Control de cajeros del lote y del pedido a boveda: el
      * detalle de un cajero desconocido, suspendido, fuera de su
      * sucursal o por encima de sus topes se rechaza y se lista en
      * la seccion de excepciones del reporte. Los topes diarios se
      * acumulan por cajero/fecha/tipo con los montos aceptados del
      * lote, partiendo de lo que ya postearon lotes anteriores para
      * esa misma combinacion (MOVLOTE.DAT, menos sus reversos); un
      * USD se compara por su equivalente en pesos a la tasa de
      * compra del dia.
       01  WS-FS-CAJEROS      PIC XX.
       01  WS-FIN-CAJEROS     PIC X.
       01  WS-CAJEROS-OK      PIC X VALUE 'N'.
       01  WS-CAJ-USADOS      PIC 9(3) VALUE ZERO.
       01  WS-CAJ-SUB         PIC 9(3).
       01  WS-CAJ-HALLADO     PIC 9(3).
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
       01  WS-ACU-USADAS      PIC 9(3) VALUE ZERO.
       01  WS-ACU-SUB         PIC 9(3).
       01  WS-ACU-HALLADA     PIC 9(3).
       01  TAB-ACUMCAJ.
           05 ACU-ENTRY OCCURS 500 TIMES.
              10 ACU-CAJERO       PIC X(4).
              10 ACU-FECHA        PIC X(8).
              10 ACU-TIPO         PIC X(8).
              10 ACU-MONTO        PIC 9(11)V99.
       01  WS-MONTO-TOPE      PIC 9(11)V99.
       01  WS-FIN-SIEMBRA     PIC X.
       01  WS-ACU-SEMBRADOS   PIC 9(5).
       01  WS-TOPE-OPER       PIC 9(9)V99.
       01  WS-TOPE-DIA        PIC 9(9)V99.
       01  WS-RECHAZO-CAJERO  PIC X VALUE 'N'.
       01  WS-REGISTRA-EXC    PIC X VALUE 'S'.
       01  WS-RENGLON-ACTUAL  PIC 9(6).
       01  WS-EXC-USADAS      PIC 9(3) VALUE ZERO.
       01  WS-EXC-SUB         PIC 9(3).
       01  WS-EXC-OMITIDAS    PIC 9(6) VALUE ZERO.
       01  WS-EXC-TOTAL       PIC 9(6) VALUE ZERO.
       01  WS-EXC-MONTO-ED    PIC Z(8)9.99.
       01  WS-RENGLON-EXC     PIC X(100).
       01  TAB-EXCCAJ.
           05 EXC-ENTRY OCCURS 500 TIMES.
              10 EXC-RENGLON      PIC 9(6).
              10 EXC-CAJERO       PIC X(4).
              10 EXC-SUCURSAL     PIC X(4).
              10 EXC-FECHA        PIC X(8).
              10 EXC-TIPO         PIC X(8).
              10 EXC-MONEDA       PIC X(3).
              10 EXC-MONTO        PIC 9(9)V99.
              10 EXC-MOTIVO       PIC X(50).

      * Reversos del lote: un REVERSO deshace un detalle ya posteado
      * de un lote anterior (busca el original en MOVLOTE.DAT) y debe
      * traer el mismo cajero, sucursal, moneda y monto que el. La
      * tabla guarda los reversos aceptados en el lote en curso, por
      * renglon, para negar un segundo reverso del mismo original
      * dentro del lote y para que la pasada de posiciones aplique
      * exactamente los mismos sin volver a leer el diario.
       01  WS-FS-MOVLOTE      PIC XX.
       01  WS-FIN-MOVLOTE     PIC X.
       01  WS-REV-PASADA-POS  PIC X VALUE 'N'.
       01  WS-REV-LOTE        PIC X(6).
       01  WS-REV-RENGLON-X   PIC X(6).
       01  WS-REV-RENGLON     PIC 9(6).
       01  WS-REV-SOLICITANTE PIC X(8).
       01  WS-REV-ESTADO      PIC X.
       01  WS-REV-CAJERO      PIC X(4).
       01  WS-REV-SUCURSAL    PIC X(4).
       01  WS-REV-FECHA       PIC X(8).
       01  WS-REV-TIPO        PIC X(8).
       01  WS-REV-MONEDA      PIC X(3).
       01  WS-REV-MONTO       PIC 9(9)V99.
       01  WS-REV-TIPO-CAMBIO PIC 9(2)V9(4).
       01  WS-TIPO-POSTEO     PIC X(8).
       01  WS-REVL-USADOS     PIC 9(3) VALUE ZERO.
       01  WS-REVL-SUB        PIC 9(3).
       01  WS-REVL-HALLADO    PIC 9(3).
       01  TAB-REVLOTE.
           05 REVL-ENTRY OCCURS 500 TIMES.
              10 REVL-RENGLON      PIC 9(6).
              10 REVL-REF-LOTE     PIC X(6).
              10 REVL-REF-RENGLON  PIC 9(6).
              10 REVL-SOLICITANTE  PIC X(8).
              10 REVL-FECHA        PIC X(8).
              10 REVL-TIPO         PIC X(8).
              10 REVL-TIPO-CAMBIO  PIC 9(2)V9(4).
      * Dolares reversados en el lote, por el lado (entrada/salida)
      * que afecto el original; se restan del acumulado de FXMOV.DAT.
       01  WS-REV-USD-ENTRADA PIC 9(12)V99 VALUE ZERO.
       01  WS-REV-USD-SALIDA  PIC 9(12)V99 VALUE ZERO.
       01  WS-REV-CONTADOR    PIC 9(6) VALUE ZERO.

      * Texto "ETIQUETA=contador ..." armado desde la tabla de
      * denominaciones activa, para que reportes y auditoria muestren
      * las etiquetas correctas de la moneda del renglon en lugar de
       01  WS-DESGLOSE-TEXTO  PIC X(170).
       01  WS-DESGLOSE-PTR    PIC 9(3).

      * Operador firmado (la corrida desatendida firma como
      * NOCTURNO) y autorizacion del esperado capturado a mano en la
      * conciliacion contra el limite del supervisor.
           COPY OPERTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE
           MOVE "--------" TO ENT-FECHA
           MOVE "--------" TO ENT-TIPO
           MOVE "MXN" TO ENT-MONEDA
           MOVE "DESGLOSE" TO WS-OPR-PROGRAMA
           PERFORM LEE-PARAMETROS
           IF WS-MODO-AUTO = 'S'
               MOVE WS-PRM-MODO TO WS-MODO
               MOVE "NOCTURNO" TO WS-OPERADOR
               MOVE 'S' TO WS-ROL-OK
               DISPLAY "DESGLOSE EN MODO DESATENDIDO, OPCION "
                   WS-MODO " SEGUN PARAMNOC.DAT"
           ELSE
               DISPLAY "=== DESGLOSE DE EFECTIVO ==="
               PERFORM FIRMA-OPERADOR
           END-IF
           IF WS-MODO-AUTO NOT = 'S' AND WS-FIRMA-OK = 'S'
               DISPLAY "1. Modo interactivo (una cantidad)"
               DISPLAY "2. Modo batch (archivo de cantidades)"
               DISPLAY "3. Conciliacion de caja (esperado vs contado)"
               DISPLAY "5. Dispensado con inventario limitado"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-MODO
               PERFORM VERIFICA-ROL-DESGLOSE
           END-IF
           IF WS-ROL-OK = 'S'
               PERFORM EJECUTA-OPCION-DESGLOSE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'F' TO WS-CAL-FUNCION
           CALL "DIA-HABIL-CALC" USING WS-CAL-FUNCION WS-CAL-FECHA
               WS-CAL-SUCURSAL WS-CAL-FECHA-2 WS-CAL-DIAS
               WS-CAL-VALIDO WS-CAL-HABIL WS-CAL-MOTIVO
      * GOBACK y no STOP RUN: el programa tambien corre como paso
      * CALLed del encadenamiento nocturno (NOCTURNO), que revisa
      * RETURN-CODE para decidir si sigue la cadena.
           GOBACK.

      * Roles por opcion: la ventanilla desglosa y concilia su caja,
      * el lote es del jefe de cajeros o del supervisor y el pedido
      * y el dispensado de boveda son del custodio.
       VERIFICA-ROL-DESGLOSE.
           EVALUATE WS-MODO
               WHEN 1
                   MOVE "CJBS" TO WS-ROLES-PERMITIDOS
                   MOVE "DESGLOSE INTERACTIVO" TO WS-OPR-OPCION
               WHEN 2
                   MOVE "JS" TO WS-ROLES-PERMITIDOS
                   MOVE "LOTE" TO WS-OPR-OPCION
               WHEN 3
                   MOVE "CJS" TO WS-ROLES-PERMITIDOS
                   MOVE "CONCILIACION" TO WS-OPR-OPCION
               WHEN 4
                   MOVE "BJS" TO WS-ROLES-PERMITIDOS
                   MOVE "PEDIDO A BOVEDA" TO WS-OPR-OPCION
               WHEN 5
                   MOVE "BS" TO WS-ROLES-PERMITIDOS
                   MOVE "DISPENSADO" TO WS-OPR-OPCION
               WHEN OTHER
                   MOVE "CJBSA" TO WS-ROLES-PERMITIDOS
                   MOVE "MENU" TO WS-OPR-OPCION
           END-EVALUATE
           PERFORM VERIFICA-ROL
           .

       EJECUTA-OPCION-DESGLOSE.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM INICIO
                   DISPLAY "Opcion invalida."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .

      * Lee (y consume) las respuestas de la corrida desatendida.
      * Sin archivo, vacio o con modo invalido se sigue preguntando
           .

           COPY DENOMPROC.
           COPY OPERPROC.

      * Separa el renglon leido de CANTIDADES.DAT en sus campos
      * (cajero, sucursal, fecha, tipo, monto) y valida campo por
       CONVIERTE-ENTRADA.
           MOVE ZERO TO CANTIDAD-ORIGINAL
           MOVE 'N' TO WS-ENTRADA-ES-CRUDA
           MOVE 'N' TO WS-RECHAZO-CAJERO
           MOVE 'S' TO WS-CANTIDAD-VALIDA
           MOVE SPACES TO WS-MSG-ERROR
           MOVE REG-ENTRADA(2:39) TO WS-REG-ENTRADA
           MOVE REG-ENTRADA(61:4) TO WS-CLI-TIPO-ID
           MOVE REG-ENTRADA(65:20) TO WS-CLI-ID
           MOVE 'S' TO WS-CAL-HABIL
           MOVE SPACES TO WS-INHABIL-TEXTO
           MOVE 'N' TO WS-CAL-VALIDO
           IF ENT-FECHA NUMERIC
               MOVE 'V' TO WS-CAL-FUNCION
               PERFORM LLAMA-CALENDARIO
           END-IF
           EVALUATE TRUE
               WHEN ENT-CAJERO = SPACES
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REGISTRO INVALIDO: DIA FUERA DE RANGO"
                       TO WS-MSG-ERROR
               WHEN WS-CAL-VALIDO NOT = 'S'
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REGISTRO INVALIDO: FECHA INEXISTENTE"
                       TO WS-MSG-ERROR
               WHEN ENT-TIPO NOT = "RETIRO" AND "DEPOSITO" AND "NOMINA"
                       AND "REVERSO"
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REGISTRO INVALIDO: TIPO DESCONOCIDO"
                       TO WS-MSG-ERROR
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REGISTRO INVALIDO: MONEDA DESCONOCIDA"
                       TO WS-MSG-ERROR
               WHEN (WS-CLI-TIPO-ID = SPACES AND WS-CLI-ID NOT = SPACES)
                       OR (WS-CLI-TIPO-ID NOT = SPACES
                           AND WS-CLI-ID = SPACES)
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REGISTRO INVALIDO: IDENTIFICACION INCOMPLETA"
                       TO WS-MSG-ERROR
               WHEN WS-CLI-TIPO-ID NOT = SPACES AND "INE" AND "PASP"
                       AND "CURP" AND "RFC" AND "OTRO"
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REGISTRO INVALIDO: TIPO DE IDENTIFICACION"
                       TO WS-MSG-ERROR
               WHEN FUNCTION TEST-NUMVAL(ENT-MONTO) NOT = 0
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE ENT-MONTO TO WS-ENTRADA-CRUDA
                   PERFORM CARGA-TABLA-DENOMINACIONES
                   COMPUTE CANTIDAD-ORIGINAL =
                       FUNCTION NUMVAL(ENT-MONTO)
                   PERFORM REVISA-DIA-HABIL-ENTRADA
           END-EVALUATE
           .

      * Marca el detalle fechado en dia inhabil para su sucursal.
       REVISA-DIA-HABIL-ENTRADA.
           MOVE 'H' TO WS-CAL-FUNCION
           PERFORM LLAMA-CALENDARIO
           IF WS-CAL-HABIL = 'N'
               STRING "** DIA INHABIL: " FUNCTION TRIM(WS-CAL-MOTIVO)
                   " **"
                   DELIMITED BY SIZE INTO WS-INHABIL-TEXTO
           END-IF
           .

       LLAMA-CALENDARIO.
           MOVE ENT-FECHA TO WS-CAL-FECHA
           MOVE ENT-SUCURSAL TO WS-CAL-SUCURSAL
           CALL "DIA-HABIL-CALC" USING WS-CAL-FUNCION WS-CAL-FECHA
               WS-CAL-SUCURSAL WS-CAL-FECHA-2 WS-CAL-DIAS
               WS-CAL-VALIDO WS-CAL-HABIL WS-CAL-MOTIVO
           .

       DESGLOSA-CANTIDAD.
           MOVE CANTIDAD-ORIGINAL TO CANTIDAD.


       CONCILIA-CAJA.
           MOVE ZERO TO WS-MONTO-CONTADO
           MOVE 'N' TO WS-SUP-AUTORIZA
           DISPLAY "=== CONCILIACION DE CAJA ==="
           PERFORM PREGUNTA-MONEDA
           DISPLAY "Cajero: "
                   "; SE REQUIERE CAPTURA DE SUPERVISOR"
               PERFORM CAPTURA-ESPERADO-SUPERVISOR
           END-IF
      * Un esperado manual sin autorizacion valida no concilia nada:
      * el rechazo ya quedo en la bitacora con su motivo.
           IF WS-ORIGEN-ESPERADO = "MANUAL"
                   AND WS-SUP-AUTORIZA NOT = 'S'
               DISPLAY "CONCILIACION CANCELADA: EL ESPERADO MANUAL "
                   "NO FUE AUTORIZADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CONCILIA-CAJA-AUTORIZADA
           END-IF
           .

       CONCILIA-CAJA-AUTORIZADA.
      * El saldo del libro ya quedo con los montos redondeados del
      * lote, asi que el ajuste de REDONDEO.DAT solo aplica al
      * esperado capturado a mano; aplicarlo dos veces desviaria la
                   (DENOM-CONTADOR(IDX-DENOM) * DENOM-VALOR(IDX-DENOM))
           END-PERFORM

           PERFORM LEE-PIEZAS-RETENIDAS
           COMPUTE WS-DIFERENCIA = WS-MONTO-CONTADO + WS-MONTO-RETENIDO
               - WS-MONTO-ESPERADO
           MOVE WS-MONTO-ESPERADO TO WS-MONTO-ESPERADO-ED
           MOVE WS-MONTO-CONTADO TO WS-MONTO-CONTADO-ED
           MOVE WS-MONTO-RETENIDO TO WS-MONTO-RETENIDO-ED
           DISPLAY "Monto esperado: "
               FUNCTION TRIM(WS-MONTO-ESPERADO-ED)
           DISPLAY "Monto contado:  "
               FUNCTION TRIM(WS-MONTO-CONTADO-ED)
           IF WS-PZA-FALSAS > ZERO
               DISPLAY "Retenido falso: "
                   FUNCTION TRIM(WS-MONTO-RETENIDO-ED)
                   " (" WS-PZA-FALSAS " pieza(s) en FALSOS.DAT)"
           END-IF
           EVALUATE TRUE
               WHEN WS-DIFERENCIA = 0
                   MOVE "CAJA CUADRADA" TO WS-RESULTADO-CONCILIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA-CONCILIA
           CLOSE ARCH-AUDITORIA
           PERFORM ESCRIBE-HISTORIAL-CONCILIA
           PERFORM ESCRIBE-CORTE-CAJA
           PERFORM ESCRIBE-GL-CONCILIA
           .

      * Piezas falsas que BILLETE-FALSO registro a este cajero en la
      * fecha del corte y moneda activa, ya remitidas o no: salieron
      * del cajon con constancia, asi que explican la diferencia.
       LEE-PIEZAS-RETENIDAS.
           MOVE ZERO TO WS-PZA-FALSAS
           MOVE ZERO TO WS-MONTO-RETENIDO
           MOVE 'N' TO WS-FIN-FALSOS
           OPEN INPUT ARCH-FALSOS
           IF WS-FS-FALSOS = '00'
               PERFORM UNTIL WS-FIN-FALSOS = 'S'
                   READ ARCH-FALSOS
                       AT END
                           MOVE 'S' TO WS-FIN-FALSOS
                       NOT AT END
                           IF FAL-CAJERO = WS-CAJERO-CONC
                                   AND FAL-FECHA = WS-FECHA-CORTE
                                   AND FAL-MONEDA = WS-MONEDA-ACTIVA
                                   AND FAL-VALOR NUMERIC
                               ADD 1 TO WS-PZA-FALSAS
                               ADD FAL-VALOR TO WS-MONTO-RETENIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FALSOS
           END-IF
           .

      * Lee de REDONDEO.DAT el ajuste de redondeo acumulado por la
      * ultima corrida de lote para la moneda activa; sin archivo,
      * sin registro de la moneda o con fecha distinta a hoy (el
      * fecha del corte y moneda activa (todas las sucursales donde
      * opero ese dia). Sin archivo o sin registro que case no hay
      * esperado del sistema y la conciliacion exige supervisor.
      * La llave empieza por el cajero: se posiciona en su primer
      * registro y se lee solo mientras siga siendo el mismo.
       LEE-POSICION-ESPERADA.
           MOVE 'N' TO WS-POS-ENCONTRADA
           MOVE ZERO TO WS-ESPERADO-LEDGER
           MOVE 'N' TO WS-FIN-POSICION
           OPEN INPUT ARCH-POSICION
           IF WS-FS-POSICION = '00'
               MOVE LOW-VALUES TO POS-LLAVE
               MOVE WS-CAJERO-CONC TO POS-CAJERO
               START ARCH-POSICION KEY IS NOT LESS THAN POS-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-POSICION
               END-START
               PERFORM UNTIL WS-FIN-POSICION = 'S'
                   READ ARCH-POSICION NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-POSICION
                       NOT AT END
                           IF POS-CAJERO NOT = WS-CAJERO-CONC
                               MOVE 'S' TO WS-FIN-POSICION
                           ELSE
                               PERFORM SUMA-POSICION-ESPERADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-POSICION
           END-IF
           .

      * El esperado capturado a mano lo autoriza con usuario y PIN
      * un supervisor distinto del operador que concilia, y solo si
      * el monto (en pesos; USD al tipo de compra del dia) cabe en
      * su limite de autoridad.
       CAPTURA-ESPERADO-SUPERVISOR.
           MOVE "MANUAL" TO WS-ORIGEN-ESPERADO
           DISPLAY "Monto esperado segun el supervisor: "
           ACCEPT WS-MONTO-ESPERADO
           MOVE WS-MONTO-ESPERADO TO WS-OPR-MONTO
           MOVE "ESPERADO MANUAL" TO WS-OPR-OPCION
           MOVE 'N' TO WS-SUP-AUTORIZA
           MOVE 'S' TO WS-TC-OK
           IF WS-MONEDA-ACTIVA = "USD"
               PERFORM LEE-TIPO-CAMBIO
               IF WS-TC-OK = 'S'
                   COMPUTE WS-OPR-MONTO ROUNDED =
                       WS-MONTO-ESPERADO * WS-TC-COMPRA
               ELSE
                   DISPLAY "ERROR: SIN TIPO DE CAMBIO USD DE HOY EN "
                       "TIPOCAMBIO.DAT, NO SE PUEDE VALUAR"
               END-IF
           END-IF
           IF WS-TC-OK = 'S'
               PERFORM AUTORIZA-SUPERVISOR
           END-IF
           MOVE WS-SUP-USUARIO TO WS-SUPERVISOR
           .

      * Agrega el resultado del corte al historial acumulado. La
           MOVE WS-DIFERENCIA TO HIS-DIFERENCIA
           MOVE WS-RESULTADO-CONCILIA TO HIS-RESULTADO
           MOVE WS-ORIGEN-ESPERADO TO HIS-ORIGEN
           MOVE WS-PZA-FALSAS TO HIS-PZA-FALSAS
           MOVE WS-MONTO-RETENIDO TO HIS-RETENIDO
           OPEN EXTEND ARCH-CONCILIA-HIS
           IF WS-FS-CONCILIA-HIS = '35'
               OPEN OUTPUT ARCH-CONCILIA-HIS
           CLOSE ARCH-CONCILIA-HIS
           .

      * Deja el conteo fisico del corte pendiente de devolver a la
      * boveda; el efectivo sigue en el cajon hasta que FONDO-CAJA
      * lo recibe.
       ESCRIBE-CORTE-CAJA.
           MOVE SPACES TO REG-CORTE
           MOVE WS-CAJERO-CONC TO CTE-CAJERO
           MOVE WS-FECHA-CORTE TO CTE-FECHA
           MOVE WS-MONEDA-ACTIVA TO CTE-MONEDA
           MOVE 'P' TO CTE-ESTADO
           MOVE WS-MONTO-CONTADO TO CTE-CONTADO
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
                   UNTIL IDX-DENOM > 9
               MOVE DENOM-CONTADOR(IDX-DENOM) TO
                   CTE-PIEZAS(IDX-DENOM)
           END-PERFORM
           OPEN EXTEND ARCH-CORTE
           IF WS-FS-CORTE = '35'
               OPEN OUTPUT ARCH-CORTE
           END-IF
           WRITE REG-CORTE
           CLOSE ARCH-CORTE
           .

       REPORTE-BOVEDA.
           MOVE 'N' TO WS-VERIFICA-DUP
           PERFORM VALIDA-LOTE-ENTRADA
           IF WS-LOTE-OK = 'S'
               PERFORM VALIDA-MAESTRO-CAJEROS
           END-IF
           IF WS-LOTE-OK = 'N'
               PERFORM RECHAZA-LOTE
               OPEN OUTPUT ARCH-BOVEDA
           MOVE ZERO TO WS-CONTADOR-ERRORES
           MOVE ZERO TO WS-CONTADOR-VALIDOS
           MOVE ZERO TO WS-REG-PROCESADOS
      * La bitacora queda abierta toda la corrida para los rechazos
      * por maestro de cajeros y el renglon final.
           PERFORM ABRE-AUDITORIA
           PERFORM INICIA-CONTROL-CAJEROS
      * La tasa solo sirve aqui para comparar los USD contra los
      * topes en pesos del cajero; sin tasa se comparan por su
      * importe nominal.
           PERFORM LEE-TIPO-CAMBIO
           IF WS-TC-OK = 'N'
               DISPLAY "ADVERTENCIA: SIN TIPO DE CAMBIO USD DE HOY, "
                   "LOS TOPES DE CAJERO SE APLICAN AL IMPORTE USD "
                   "NOMINAL"
           END-IF
           PERFORM SIEMBRA-ACUMULADOS-CAJERO
           MOVE "MXN" TO TOTBOVM-MONEDA(1)
           MOVE "USD" TO TOTBOVM-MONEDA(2)
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       TOTBOVM-TOTAL(WS-MON-SUB, WS-DEN-SUB)
               END-PERFORM
           END-PERFORM
      * El pedido a boveda acumula todo en memoria y en SECBOV.TMP
      * (que se crea vacio en cada corrida) y escribe BOVEDA.RPT
      * completo al final, asi que tras una interrupcion
      * la recuperacion correcta es regenerarlo desde el principio:
      * no hay renglones ya escritos que pudieran duplicarse. El
      * checkpoint sirve para detectar y avisar de la interrupcion.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARCH-BOVEDA
               PERFORM ABRE-SECCIONES-BOVEDA

               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   READ ARCH-ENTRADA
               END-PERFORM

               CLOSE ARCH-ENTRADA
               IF WS-SECBOV-ABIERTO = 'S'
                   PERFORM ESCRIBE-SECCIONES-BOVEDA
                   CLOSE ARCH-SECBOV
                   MOVE 'N' TO WS-SECBOV-ABIERTO
               END-IF
               PERFORM ESCRIBE-RENGLON-BOVEDA
               PERFORM ESCRIBE-EXCEPCIONES-BOVEDA
               PERFORM ESCRIBE-RENGLON-BOVEDA-RESUMEN
               CLOSE ARCH-BOVEDA
               MOVE "TERMINADO" TO CHK-ESTADO
               END-IF
           END-IF

           PERFORM ESCRIBE-RENGLON-AUDITORIA-BOVEDA
           CLOSE ARCH-AUDITORIA
           .
           END-PERFORM
           .

      * SECBOV.TMP se crea vacio en cada corrida. Si no abre, el
      * pedido sale solo con los totales generales.
       ABRE-SECCIONES-BOVEDA.
           MOVE 'N' TO WS-SECBOV-ABIERTO
           OPEN OUTPUT ARCH-SECBOV
           IF WS-FS-SECBOV = '00'
               CLOSE ARCH-SECBOV
               OPEN I-O ARCH-SECBOV
           END-IF
           IF WS-FS-SECBOV = '00'
               MOVE 'S' TO WS-SECBOV-ABIERTO
           ELSE
               DISPLAY "ADVERTENCIA: NO SE PUDO CREAR SECBOV.TMP "
                   "(STATUS " WS-FS-SECBOV "), BOVEDA.RPT SALE SIN "
                   "SECCIONES POR SUCURSAL Y CAJERO"
           END-IF
           .

      * Suma el desglose del renglon en curso a la seccion de su
      * moneda/sucursal/cajero, dandola de alta si es la primera
      * vez que aparece.
       ACUMULA-SECCION-BOVEDA.
           IF WS-SECBOV-ABIERTO = 'S'
               MOVE 'S' TO WS-SEC-EXISTE
               MOVE ENT-MONEDA TO SEC-MONEDA
               MOVE ENT-SUCURSAL TO SEC-SUCURSAL
               MOVE ENT-CAJERO TO SEC-CAJERO
               READ ARCH-SECBOV
                   KEY IS SEC-LLAVE
                   INVALID KEY
                       MOVE 'N' TO WS-SEC-EXISTE
               END-READ
               IF WS-SEC-EXISTE = 'N'
                   MOVE ENT-MONEDA TO SEC-MONEDA
                   MOVE ENT-SUCURSAL TO SEC-SUCURSAL
                   MOVE ENT-CAJERO TO SEC-CAJERO
                   PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                           UNTIL WS-DEN-SUB > 9
                       MOVE ZERO TO SEC-TOTAL(WS-DEN-SUB)
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                       UNTIL WS-DEN-SUB > 9
                   ADD DENOM-CONTADOR(WS-DEN-SUB) TO
                       SEC-TOTAL(WS-DEN-SUB)
               END-PERFORM
               IF WS-SEC-EXISTE = 'S'
                   REWRITE REG-SECBOV
                       INVALID KEY
                           DISPLAY "ADVERTENCIA: SUCURSAL "
                               ENT-SUCURSAL " CAJERO " ENT-CAJERO
                               " SOLO EN TOTAL GENERAL"
                   END-REWRITE
               ELSE
                   WRITE REG-SECBOV
                       INVALID KEY
                           DISPLAY "ADVERTENCIA: SUCURSAL "
                               ENT-SUCURSAL " CAJERO " ENT-CAJERO
                               " SOLO EN TOTAL GENERAL"
                   END-WRITE
               END-IF
           END-IF
           .

       ESCRIBE-SECCIONES-BOVEDA.
           WRITE REG-BOVEDA
           MOVE SPACES TO WS-MON-ANTERIOR
           MOVE SPACES TO WS-SUC-ANTERIOR
           MOVE 'N' TO WS-FIN-SECBOV
           MOVE LOW-VALUES TO SEC-LLAVE
           START ARCH-SECBOV KEY IS NOT LESS THAN SEC-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-SECBOV
           END-START
           PERFORM UNTIL WS-FIN-SECBOV = 'S'
               READ ARCH-SECBOV NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-SECBOV
                   NOT AT END
                       PERFORM ESCRIBE-SECCION-BOVEDA
               END-READ
           END-PERFORM
           IF WS-SUC-ANTERIOR NOT = SPACES
               PERFORM ESCRIBE-SUBTOTAL-SUCURSAL
           END-IF
           .

       ESCRIBE-SECCION-BOVEDA.
           IF SEC-MONEDA NOT = WS-MON-ANTERIOR
                   OR SEC-SUCURSAL NOT = WS-SUC-ANTERIOR
               IF WS-SUC-ANTERIOR NOT = SPACES
                   PERFORM ESCRIBE-SUBTOTAL-SUCURSAL
               END-IF
               MOVE SEC-MONEDA TO WS-MON-ANTERIOR
               MOVE SEC-SUCURSAL TO WS-SUC-ANTERIOR
               IF WS-MON-ANTERIOR = "USD"
                   MOVE 2 TO WS-MON-SECCION
               ELSE
                   MOVE 1 TO WS-MON-SECCION
               END-IF
               PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                       UNTIL WS-DEN-SUB > 9
                   MOVE ZERO TO SUBSUC-TOTAL(WS-DEN-SUB)
               END-PERFORM
               MOVE SPACES TO REG-BOVEDA
               STRING "MONEDA " WS-MON-ANTERIOR
                   " SUCURSAL " WS-SUC-ANTERIOR
                   DELIMITED BY SIZE INTO REG-BOVEDA
               WRITE REG-BOVEDA
           END-IF
           MOVE SPACES TO REG-BOVEDA
           STRING "  CAJERO " SEC-CAJERO
               DELIMITED BY SIZE INTO REG-BOVEDA
           WRITE REG-BOVEDA
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               ADD SEC-TOTAL(WS-DEN-SUB) TO
                   SUBSUC-TOTAL(WS-DEN-SUB)
               MOVE SPACES TO REG-BOVEDA
               STRING "    "
                   TOTBOVM-ETIQUETA(WS-MON-SECCION, WS-DEN-SUB)
                   "=" SEC-TOTAL(WS-DEN-SUB)
                   DELIMITED BY SIZE INTO REG-BOVEDA
               WRITE REG-BOVEDA
           END-PERFORM
           .

       ESCRIBE-SUBTOTAL-SUCURSAL.
       ESCRIBE-RENGLON-AUDITORIA-SIN-INV.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " DISPENSA "
               "NO SE PUDO LEER INVENTARIO.DAT (STATUS "
               WS-FS-INVENTARIO ")"
               DELIMITED BY SIZE INTO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           PERFORM ARMA-TEXTO-DISPONIBLE
           STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
               FUNCTION TRIM(WS-OPERADOR)
               " DISPENSA INVENTARIO-RESTANTE"
               " MONEDA=" WS-MONEDA-ACTIVA
               WS-DESGLOSE-TEXTO(1:WS-DESGLOSE-PTR - 1)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           MOVE ZERO TO WS-CONTADOR-ERRORES
           MOVE ZERO TO WS-GL-REGISTROS
           MOVE ZERO TO WS-GL-HASH
           MOVE ZERO TO WS-CUENTA-INHABIL
           MOVE 'S' TO WS-VERIFICA-DUP
           PERFORM VALIDA-LOTE-ENTRADA
      * Sin la tasa USD de hoy el lote completo se rechaza desde el
           IF WS-LOTE-OK = 'S'
               PERFORM VALIDA-TIPO-CAMBIO
           END-IF
           IF WS-LOTE-OK = 'S'
               PERFORM VALIDA-MAESTRO-CAJEROS
           END-IF
           IF WS-LOTE-OK = 'N'
               PERFORM RECHAZA-LOTE
               OPEN OUTPUT ARCH-REPORTE
           PERFORM PREGUNTA-REDONDEO
           MOVE ZERO TO WS-TOT-RED-MXN
           MOVE ZERO TO WS-TOT-RED-USD
           PERFORM INICIA-CONTROL-CAJEROS
           PERFORM SIEMBRA-ACUMULADOS-CAJERO
           MOVE ZERO TO WS-REVL-USADOS
           MOVE 'N' TO WS-REV-PASADA-POS
           PERFORM LEE-CHECKPOINT-LOTE
           IF CHK-ESTADO = "EN-PROCESO"
      * Un checkpoint solo puede reanudar el MISMO lote: si el
               END-PERFORM

               CLOSE ARCH-ENTRADA
               PERFORM ESCRIBE-EXCEPCIONES-CAJERO
               PERFORM ESCRIBE-RESUMEN-INHABIL
               CLOSE ARCH-REPORTE
               PERFORM ESCRIBE-TRAILER-GL
               CLOSE ARCH-GL
               DISPLAY "Reporte generado en DESGLOSE.RPT"
               DISPLAY "Interfaz GL generada en GLINTERF.DAT ("
                   WS-GL-REGISTROS " posteos)"
               IF WS-EXC-TOTAL > 0
                   DISPLAY "ADVERTENCIA: " WS-EXC-TOTAL
                       " detalle(s) rechazado(s) por el maestro de "
                       "cajeros, ver DESGLOSE.RPT"
               END-IF
               IF WS-CUENTA-INHABIL > 0
                   DISPLAY "ADVERTENCIA: " WS-CUENTA-INHABIL
                       " detalle(s) fechado(s) en dia inhabil, ver "
                       "DESGLOSE.RPT"
               END-IF
           END-IF
           .

       ESCRIBE-RESUMEN-INHABIL.
           MOVE SPACES TO REG-REPORTE
           STRING "DETALLES FECHADOS EN DIA INHABIL (SABADO, DOMINGO "
               "O FESTIVO DE LA SUCURSAL): " WS-CUENTA-INHABIL
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           .

       PROCESA-DETALLE-LOTE.
           COMPUTE WS-RENGLON-ACTUAL = WS-REG-PROCESADOS + 1
           PERFORM CONVIERTE-ENTRADA
           IF WS-CANTIDAD-VALIDA = 'S'
               PERFORM VALIDA-CANTIDAD
           END-IF
           IF WS-CANTIDAD-VALIDA = 'S'
               PERFORM VALIDA-DETALLE-CONTRA-MAESTROS
           END-IF
           IF WS-CANTIDAD-VALIDA = 'N'
               ADD 1 TO WS-CONTADOR-ERRORES
      * El rechazo por maestro de cajeros va a la seccion de
      * excepciones al final del reporte, no entre los detalles.
               IF WS-RECHAZO-CAJERO = 'N'
                   PERFORM ESCRIBE-RENGLON-ERROR
               END-IF
               PERFORM ESCRIBE-RENGLON-AUDITORIA
           ELSE
               ADD 1 TO WS-CONTADOR-VALIDOS
               IF WS-CAL-HABIL = 'N'
                   ADD 1 TO WS-CUENTA-INHABIL
               END-IF
      * El reverso devuelve exactamente el monto ya posteado: no se
      * redondea ni se desglosa (no mueve efectivo).
               IF ENT-TIPO = "REVERSO"
                   MOVE SPACES TO WS-REDONDEO-TEXTO
                   PERFORM ESCRIBE-RENGLON-REPORTE-REVERSO
                   PERFORM ESCRIBE-POSTEO-GL
                   PERFORM ESCRIBE-RENGLON-AUDITORIA-REVERSO
               ELSE
                   PERFORM APLICA-REDONDEO
                   PERFORM DESGLOSA-CANTIDAD
                   PERFORM ESCRIBE-RENGLON-REPORTE
                   PERFORM ESCRIBE-POSTEO-GL
                   PERFORM ESCRIBE-RENGLON-AUDITORIA
               END-IF
           END-IF
           .

      * Un detalle normal se valida contra el maestro de cajeros; un
      * REVERSO contra su original en el diario de detalles (el
      * original ya paso por el maestro cuando se posteo).
       VALIDA-DETALLE-CONTRA-MAESTROS.
           IF ENT-TIPO = "REVERSO"
               PERFORM VALIDA-REVERSO
           ELSE
               PERFORM VALIDA-CAJERO-DETALLE
           END-IF
           .

      * Valida un REVERSO. En el ciclo principal (y al reconstruir
      * lo ya procesado de una corrida reanudada) busca el original
      * en MOVLOTE.DAT; en la pasada de posiciones solo toma de la
      * tabla del lote lo que el ciclo principal ya acepto.
       VALIDA-REVERSO.
           MOVE REG-ENTRADA(41:6) TO WS-REV-LOTE
           MOVE REG-ENTRADA(47:6) TO WS-REV-RENGLON-X
           MOVE REG-ENTRADA(53:8) TO WS-REV-SOLICITANTE
           IF WS-REV-PASADA-POS = 'S'
               PERFORM BUSCA-REVERSO-DEL-LOTE
           ELSE
               EVALUATE TRUE
                   WHEN WS-REV-LOTE NOT NUMERIC
                           OR WS-REV-RENGLON-X NOT NUMERIC
                       MOVE 'N' TO WS-CANTIDAD-VALIDA
                       MOVE "REVERSO RECHAZADO: REFERENCIA INVALIDA"
                           TO WS-MSG-ERROR
                   WHEN WS-REV-SOLICITANTE = SPACES
                       MOVE 'N' TO WS-CANTIDAD-VALIDA
                       MOVE "REVERSO RECHAZADO: FALTA EL SOLICITANTE"
                           TO WS-MSG-ERROR
                   WHEN WS-REV-LOTE = WS-HDR-NUMERO
                       MOVE 'N' TO WS-CANTIDAD-VALIDA
                       MOVE "REVERSO RECHAZADO: ORIGINAL DEL MISMO LOTE"
                           TO WS-MSG-ERROR
                   WHEN OTHER
                       MOVE WS-REV-RENGLON-X TO WS-REV-RENGLON
                       PERFORM BUSCA-ORIGINAL-REVERSO
               END-EVALUATE
           END-IF
           .

      * Recorre el diario: 'O' = original hallado, 'R' = el original
      * ya tiene un reverso de un lote anterior, 'X' = lo referido
      * es a su vez un reverso.
       BUSCA-ORIGINAL-REVERSO.
           MOVE SPACE TO WS-REV-ESTADO
           MOVE 'N' TO WS-FIN-MOVLOTE
           OPEN INPUT ARCH-MOVLOTE
           IF WS-FS-MOVLOTE = '00'
               PERFORM UNTIL WS-FIN-MOVLOTE = 'S'
                   READ ARCH-MOVLOTE
                       AT END
                           MOVE 'S' TO WS-FIN-MOVLOTE
                       NOT AT END
                           PERFORM REVISA-REG-MOVLOTE
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOVLOTE
           END-IF
           MOVE ZERO TO WS-REVL-HALLADO
           PERFORM VARYING WS-REVL-SUB FROM 1 BY 1
                   UNTIL WS-REVL-SUB > WS-REVL-USADOS
               IF REVL-REF-LOTE(WS-REVL-SUB) = WS-REV-LOTE
                       AND REVL-REF-RENGLON(WS-REVL-SUB) =
                           WS-REV-RENGLON
                   MOVE WS-REVL-SUB TO WS-REVL-HALLADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REV-ESTADO = 'X'
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REVERSO RECHAZADO: EL ORIGINAL ES UN REVERSO"
                       TO WS-MSG-ERROR
               WHEN WS-REV-ESTADO = 'R' OR WS-REVL-HALLADO > ZERO
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REVERSO RECHAZADO: ORIGINAL YA REVERSADO"
                       TO WS-MSG-ERROR
               WHEN WS-REV-ESTADO NOT = 'O'
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REVERSO RECHAZADO: ORIGINAL NO EXISTE"
                       TO WS-MSG-ERROR
               WHEN WS-REV-CAJERO NOT = ENT-CAJERO
                       OR WS-REV-SUCURSAL NOT = ENT-SUCURSAL
                       OR WS-REV-MONEDA NOT = ENT-MONEDA
                       OR WS-REV-MONTO NOT = CANTIDAD-ORIGINAL
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REVERSO RECHAZADO: NO COINCIDE CON ORIGINAL"
                       TO WS-MSG-ERROR
               WHEN WS-REVL-USADOS NOT < 500
                   MOVE 'N' TO WS-CANTIDAD-VALIDA
                   MOVE "REVERSO RECHAZADO: TABLA DE REVERSOS LLENA"
                       TO WS-MSG-ERROR
               WHEN OTHER
                   ADD 1 TO WS-REVL-USADOS
                   MOVE WS-RENGLON-ACTUAL TO
                       REVL-RENGLON(WS-REVL-USADOS)
                   MOVE WS-REV-LOTE TO REVL-REF-LOTE(WS-REVL-USADOS)
                   MOVE WS-REV-RENGLON TO
                       REVL-REF-RENGLON(WS-REVL-USADOS)
                   MOVE WS-REV-SOLICITANTE TO
                       REVL-SOLICITANTE(WS-REVL-USADOS)
                   MOVE WS-REV-FECHA TO REVL-FECHA(WS-REVL-USADOS)
                   MOVE WS-REV-TIPO TO REVL-TIPO(WS-REVL-USADOS)
                   MOVE WS-REV-TIPO-CAMBIO TO
                       REVL-TIPO-CAMBIO(WS-REVL-USADOS)
           END-EVALUATE
           .

       REVISA-REG-MOVLOTE.
           IF MOV-LOTE = WS-REV-LOTE AND MOV-RENGLON = WS-REV-RENGLON
               IF MOV-TIPO = "REVERSO"
                   MOVE 'X' TO WS-REV-ESTADO
               ELSE
                   IF WS-REV-ESTADO = SPACE
                       MOVE 'O' TO WS-REV-ESTADO
                   END-IF
                   MOVE MOV-CAJERO TO WS-REV-CAJERO
                   MOVE MOV-SUCURSAL TO WS-REV-SUCURSAL
                   MOVE MOV-FECHA TO WS-REV-FECHA
                   MOVE MOV-TIPO TO WS-REV-TIPO
                   MOVE MOV-MONEDA TO WS-REV-MONEDA
                   MOVE MOV-MONTO TO WS-REV-MONTO
                   MOVE MOV-TIPO-CAMBIO TO WS-REV-TIPO-CAMBIO
                   IF MOV-TIPO-CAMBIO NOT NUMERIC
                       MOVE ZERO TO WS-REV-TIPO-CAMBIO
                   END-IF
               END-IF
           END-IF
           IF MOV-TIPO = "REVERSO" AND MOV-REF-LOTE = WS-REV-LOTE
                   AND MOV-REF-RENGLON = WS-REV-RENGLON
               MOVE 'R' TO WS-REV-ESTADO
           END-IF
           .

       BUSCA-REVERSO-DEL-LOTE.
           MOVE ZERO TO WS-REVL-HALLADO
           PERFORM VARYING WS-REVL-SUB FROM 1 BY 1
                   UNTIL WS-REVL-SUB > WS-REVL-USADOS
               IF REVL-RENGLON(WS-REVL-SUB) = WS-RENGLON-ACTUAL
                   MOVE WS-REVL-SUB TO WS-REVL-HALLADO
               END-IF
           END-PERFORM
           IF WS-REVL-HALLADO = ZERO
               MOVE 'N' TO WS-CANTIDAD-VALIDA
               MOVE "REVERSO RECHAZADO EN EL CICLO PRINCIPAL"
                   TO WS-MSG-ERROR
           ELSE
               MOVE REVL-REF-LOTE(WS-REVL-HALLADO) TO WS-REV-LOTE
               MOVE REVL-REF-RENGLON(WS-REVL-HALLADO) TO
                   WS-REV-RENGLON
               MOVE REVL-SOLICITANTE(WS-REVL-HALLADO) TO
                   WS-REV-SOLICITANTE
               MOVE REVL-FECHA(WS-REVL-HALLADO) TO WS-REV-FECHA
               MOVE REVL-TIPO(WS-REVL-HALLADO) TO WS-REV-TIPO
               MOVE REVL-TIPO-CAMBIO(WS-REVL-HALLADO) TO
                   WS-REV-TIPO-CAMBIO
           END-IF
           .

       PROCESA-DETALLE-BOVEDA.
           COMPUTE WS-RENGLON-ACTUAL = WS-REG-PROCESADOS + 1
           PERFORM CONVIERTE-ENTRADA
           IF WS-CANTIDAD-VALIDA = 'S'
               PERFORM VALIDA-CANTIDAD
           END-IF
      * Un REVERSO corrige un posteo, no pide efectivo: no entra al
      * pedido a boveda ni cuenta como valido o invalido.
           IF WS-CANTIDAD-VALIDA = 'S' AND ENT-TIPO NOT = "REVERSO"
               PERFORM VALIDA-CAJERO-DETALLE
           END-IF
           EVALUATE TRUE
               WHEN WS-CANTIDAD-VALIDA = 'S' AND ENT-TIPO = "REVERSO"
                   CONTINUE
               WHEN WS-CANTIDAD-VALIDA = 'S'
                   ADD 1 TO WS-CONTADOR-VALIDOS
                   PERFORM DESGLOSA-CANTIDAD
                   PERFORM ACUMULA-TOTAL-BOVEDA
                   PERFORM ACUMULA-SECCION-BOVEDA
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-ERRORES
                   IF WS-RECHAZO-CAJERO = 'N'
                       PERFORM ESCRIBE-RENGLON-BOVEDA-ERROR
                   ELSE
                       PERFORM ESCRIBE-RENGLON-AUDITORIA-EXC-BOVEDA
                   END-IF
           END-EVALUATE
           .

      * Pasada de validacion del lote completo antes de procesar:
       ESCRIBE-RENGLON-AUDITORIA-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " LOTE-RECHAZADO LOTE="
               WS-HDR-NUMERO " FECHA-LOTE=" WS-HDR-FECHA
               " MOTIVO=" FUNCTION TRIM(WS-LOTE-MSG)
               DELIMITED BY SIZE INTO REG-AUDITORIA
      * Salta los renglones de CANTIDADES.DAT que la corrida
      * interrumpida ya proceso (ya estan en DESGLOSE.RPT y en
      * AUDITORIA.LOG), para reanudar justo despues del checkpoint.
      * Los detalles saltados se vuelven a pasar por el maestro de
      * cajeros (sin reporte ni auditoria) para reconstruir los
      * acumulados diarios y la lista de excepciones, que solo se
      * imprime al terminar el lote.
       SALTA-REGISTROS-ENTRADA.
           MOVE ZERO TO WS-REG-SALTADOS
           PERFORM UNTIL WS-REG-SALTADOS >= WS-REG-SALTAR
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-REG-SALTADOS
                       IF REG-ENTRADA(1:1) = 'D'
                           MOVE WS-REG-SALTADOS TO WS-RENGLON-ACTUAL
                           PERFORM REVISA-CAJERO-SALTADO
                       END-IF
               END-READ
           END-PERFORM
           .

       REVISA-CAJERO-SALTADO.
           PERFORM CONVIERTE-ENTRADA
           IF WS-CANTIDAD-VALIDA = 'S'
               PERFORM VALIDA-CANTIDAD
           END-IF
           IF WS-CANTIDAD-VALIDA = 'S'
               PERFORM VALIDA-DETALLE-CONTRA-MAESTROS
           END-IF
           IF WS-CANTIDAD-VALIDA = 'S' AND WS-CAL-HABIL = 'N'
               ADD 1 TO WS-CUENTA-INHABIL
           END-IF
           .

       LEE-CHECKPOINT-LOTE.
           MOVE SPACES TO WS-REG-CHECKPOINT
           OPEN INPUT ARCH-CHKLOTE
       ESCRIBE-RENGLON-AUDITORIA-REANUDA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " LOTE REANUDADO DESDE EL "
               "REGISTRO " CHK-REGISTROS
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
      * saltados: el lote completo se suma aqui exactamente una vez,
      * protegido del reproceso por el candado de LOTESPROC.DAT.
       ACTUALIZA-POSICION-LOTE.
           PERFORM ABRE-POSICIONES
           IF WS-POS-ABIERTO = 'S'
               PERFORM DEPURA-POSICIONES
           END-IF
           PERFORM ABRE-DEMANDA
      * Los acumulados diarios de cajero arrancan de cero para que
      * esta pasada rechace exactamente los mismos detalles que el
      * ciclo principal; las excepciones ya quedaron listadas.
           MOVE ZERO TO WS-ACU-USADAS
           MOVE 'N' TO WS-REGISTRA-EXC
           PERFORM SIEMBRA-ACUMULADOS-CAJERO
           MOVE ZERO TO WS-TOT-USD-ENTRADA
           MOVE ZERO TO WS-TOT-USD-SALIDA
      * Los reversos de esta pasada salen de la tabla que armo el
      * ciclo principal (mismos renglones aceptados); la misma
      * pasada deja cada detalle posteado en el diario MOVLOTE.DAT.
           MOVE ZERO TO WS-REV-USD-ENTRADA
           MOVE ZERO TO WS-REV-USD-SALIDA
           MOVE ZERO TO WS-REV-CONTADOR
           MOVE 'S' TO WS-REV-PASADA-POS
           MOVE ZERO TO WS-RENGLON-ACTUAL
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ARCH-ENTRADA
           IF WS-FS-ENTRADA = '00'
               OPEN EXTEND ARCH-MOVLOTE
               IF WS-FS-MOVLOTE = '35'
                   OPEN OUTPUT ARCH-MOVLOTE
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   READ ARCH-ENTRADA
                       AT END
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-RENGLON-ACTUAL
                           IF REG-ENTRADA(1:1) = 'D'
                               PERFORM ACUMULA-POSICION-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-ENTRADA
               CLOSE ARCH-MOVLOTE
               IF WS-POS-ABIERTO = 'S'
                   DISPLAY "Libro de posiciones actualizado en "
                       "POSICION.DAT"
               END-IF
               IF WS-REV-CONTADOR > ZERO
                   DISPLAY "Reversos aplicados: " WS-REV-CONTADOR
               END-IF
           END-IF
           IF WS-POS-ABIERTO = 'S'
               CLOSE ARCH-POSICION
               MOVE 'N' TO WS-POS-ABIERTO
           END-IF
           IF WS-DEM-ABIERTO = 'S'
               CLOSE ARCH-DEMANDA
               MOVE 'N' TO WS-DEM-ABIERTO
               DISPLAY "Historia de demanda actualizada en DEMANDA.HIS"
           END-IF
           MOVE 'N' TO WS-REV-PASADA-POS
           .

      * El libro se abre en I-O para toda la pasada del lote; la
      * primera vez se crea vacio. Si no abre, el lote se procesa
      * igual (diario y reportes) pero sin tocar posiciones.
       ABRE-POSICIONES.
           MOVE 'N' TO WS-POS-ABIERTO
           OPEN I-O ARCH-POSICION
           IF WS-FS-POSICION = '35'
               OPEN OUTPUT ARCH-POSICION
               CLOSE ARCH-POSICION
               OPEN I-O ARCH-POSICION
           END-IF
           IF WS-FS-POSICION = '00'
               MOVE 'S' TO WS-POS-ABIERTO
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR POSICION.DAT (STATUS "
                   WS-FS-POSICION "), EL LOTE NO ENTRA AL LIBRO DE "
                   "POSICIONES"
           END-IF
           .

      * La historia de demanda se abre igual que el libro: I-O para
      * toda la pasada y creada vacia la primera vez. Sin ella el
      * lote sigue, solo que no alimenta el pronostico.
       ABRE-DEMANDA.
           MOVE 'N' TO WS-DEM-ABIERTO
           OPEN I-O ARCH-DEMANDA
           IF WS-FS-DEMANDA = '35'
               OPEN OUTPUT ARCH-DEMANDA
               CLOSE ARCH-DEMANDA
               OPEN I-O ARCH-DEMANDA
           END-IF
           IF WS-FS-DEMANDA = '00'
               MOVE 'S' TO WS-DEM-ABIERTO
           ELSE
               DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR DEMANDA.HIS "
                   "(STATUS " WS-FS-DEMANDA "), EL LOTE NO ENTRA A LA "
                   "HISTORIA DE DEMANDA"
           END-IF
           .

      * Recorre el libro completo y borra los saldos con mas dias
      * habiles que la retencion (o con fecha danada).
       DEPURA-POSICIONES.
           MOVE ZERO TO WS-POS-PURGADAS
           MOVE 'N' TO WS-FIN-POSICION
           MOVE 'N' TO WS-POS-LIM-LISTO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-POS-FECHA-HOY
           MOVE LOW-VALUES TO POS-LLAVE
           START ARCH-POSICION KEY IS NOT LESS THAN POS-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-POSICION
           END-START
           PERFORM UNTIL WS-FIN-POSICION = 'S'
               READ ARCH-POSICION NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-POSICION
                   NOT AT END
                       PERFORM DEPURA-REG-POSICION
               END-READ
           END-PERFORM
           IF WS-POS-PURGADAS > ZERO
               DISPLAY "POSICIONES FUERA DE RETENCION DEPURADAS: "
                   WS-POS-PURGADAS " (MAS DE " WS-POS-RETENCION
                   " DIAS HABILES)"
           END-IF
           .

       DEPURA-REG-POSICION.
           IF WS-POS-LIM-LISTO = 'N'
                   OR POS-SUCURSAL NOT = WS-POS-SUC-LIM
               PERFORM CALCULA-LIMITE-RETENCION
           END-IF
           IF POS-FECHA NOT NUMERIC
                   OR POS-FECHA < WS-POS-FECHA-LIM
               DELETE ARCH-POSICION RECORD
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO DEPURAR LA POSICION "
                           "DE " POS-CAJERO " DEL " POS-FECHA
                   NOT INVALID KEY
                       ADD 1 TO WS-POS-PURGADAS
               END-DELETE
           END-IF
           .

      * Fecha mas vieja que conserva la sucursal del registro: la
      * de hace WS-POS-RETENCION dias habiles segun su calendario.
       CALCULA-LIMITE-RETENCION.
           MOVE 'R' TO WS-CAL-FUNCION
           MOVE WS-POS-FECHA-HOY TO WS-CAL-FECHA
           MOVE POS-SUCURSAL TO WS-CAL-SUCURSAL
           MOVE WS-POS-RETENCION TO WS-CAL-DIAS
           CALL "DIA-HABIL-CALC" USING WS-CAL-FUNCION WS-CAL-FECHA
               WS-CAL-SUCURSAL WS-CAL-FECHA-2 WS-CAL-DIAS
               WS-CAL-VALIDO WS-CAL-HABIL WS-CAL-MOTIVO
           MOVE WS-CAL-FECHA-2 TO WS-POS-FECHA-LIM
           MOVE POS-SUCURSAL TO WS-POS-SUC-LIM
           MOVE 'S' TO WS-POS-LIM-LISTO
           .

      * Reaplica al monto del detalle el mismo redondeo que uso el
               PERFORM VALIDA-CANTIDAD
           END-IF
           IF WS-CANTIDAD-VALIDA = 'S'
               PERFORM VALIDA-DETALLE-CONTRA-MAESTROS
           END-IF
           IF WS-CANTIDAD-VALIDA = 'S' AND ENT-TIPO = "REVERSO"
               PERFORM ACUMULA-POSICION-REVERSO
           END-IF
           IF WS-CANTIDAD-VALIDA = 'S' AND ENT-TIPO NOT = "REVERSO"
               MOVE CANTIDAD-ORIGINAL TO WS-MONTO-POSICION
               EVALUATE WS-MODO-REDONDEO
                   WHEN 1
                   END-IF
               END-IF
               PERFORM ACUMULA-POSICION
               PERFORM ESCRIBE-MOVLOTE
               PERFORM ACUMULA-DEMANDA
           END-IF
           .

      * El reverso saca de la posicion del original (su cajero,
      * sucursal, fecha y moneda) el monto que el original metio o
      * saco, y sus dolares se restan del lado que movio el original.
       ACUMULA-POSICION-REVERSO.
           ADD 1 TO WS-REV-CONTADOR
           MOVE CANTIDAD-ORIGINAL TO WS-MONTO-POSICION
           IF ENT-MONEDA = "USD"
               IF WS-REV-TIPO = "DEPOSITO"
                   ADD WS-MONTO-POSICION TO WS-REV-USD-ENTRADA
               ELSE
                   ADD WS-MONTO-POSICION TO WS-REV-USD-SALIDA
               END-IF
           END-IF
           MOVE WS-REV-FECHA TO ENT-FECHA
           PERFORM ACUMULA-POSICION
           PERFORM ESCRIBE-MOVLOTE
           PERFORM RESTA-DEMANDA-REVERSO
           .

      * Suma a la historia las piezas del desglose del monto
      * posteado (ya redondeado), bajo la fecha, sucursal, moneda y
      * tipo del detalle. La tabla de denominaciones ya quedo en la
      * moneda del detalle desde CONVIERTE-ENTRADA.
       ACUMULA-DEMANDA.
           IF WS-DEM-ABIERTO = 'S'
               MOVE CANTIDAD-ORIGINAL TO WS-DEM-MONTO-GUARDA
               MOVE WS-MONTO-POSICION TO CANTIDAD-ORIGINAL
               PERFORM DESGLOSA-CANTIDAD
               MOVE WS-DEM-MONTO-GUARDA TO CANTIDAD-ORIGINAL
               MOVE ENT-TIPO TO DEM-TIPO
               PERFORM LEE-DEMANDA
               ADD 1 TO DEM-OPERACIONES
               ADD WS-MONTO-POSICION TO DEM-IMPORTE
               PERFORM VARYING WS-DEM-SUB FROM 1 BY 1
                       UNTIL WS-DEM-SUB > 9
                   ADD DENOM-CONTADOR(WS-DEM-SUB)
                       TO DEM-PIEZAS(WS-DEM-SUB)
               END-PERFORM
               PERFORM GRABA-DEMANDA
           END-IF
           .

      * El reverso quita de la historia del original (su fecha y su
      * tipo) las piezas que el original habia sumado. Si el
      * original es anterior a la historia no hay nada que restar.
       RESTA-DEMANDA-REVERSO.
           IF WS-DEM-ABIERTO = 'S'
               PERFORM DESGLOSA-CANTIDAD
               MOVE WS-REV-TIPO TO DEM-TIPO
               PERFORM LEE-DEMANDA
               IF WS-DEM-EXISTE = 'S'
                   IF DEM-OPERACIONES > ZERO
                       SUBTRACT 1 FROM DEM-OPERACIONES
                   END-IF
                   IF DEM-IMPORTE > WS-MONTO-POSICION
                       SUBTRACT WS-MONTO-POSICION FROM DEM-IMPORTE
                   ELSE
                       MOVE ZERO TO DEM-IMPORTE
                   END-IF
                   PERFORM VARYING WS-DEM-SUB FROM 1 BY 1
                           UNTIL WS-DEM-SUB > 9
                       IF DEM-PIEZAS(WS-DEM-SUB) >
                               DENOM-CONTADOR(WS-DEM-SUB)
                           SUBTRACT DENOM-CONTADOR(WS-DEM-SUB)
                               FROM DEM-PIEZAS(WS-DEM-SUB)
                       ELSE
                           MOVE ZERO TO DEM-PIEZAS(WS-DEM-SUB)
                       END-IF
                   END-PERFORM
                   PERFORM GRABA-DEMANDA
               END-IF
           END-IF
           .

      * Lee el registro de la llave armada con el detalle; si no
      * existe deja uno nuevo en ceros listo para darse de alta.
       LEE-DEMANDA.
           MOVE ENT-FECHA TO DEM-FECHA
           MOVE ENT-SUCURSAL TO DEM-SUCURSAL
           MOVE ENT-MONEDA TO DEM-MONEDA
           MOVE 'S' TO WS-DEM-EXISTE
           READ ARCH-DEMANDA KEY IS DEM-LLAVE
               INVALID KEY
                   MOVE 'N' TO WS-DEM-EXISTE
           END-READ
           IF WS-DEM-EXISTE = 'N'
               MOVE ENT-FECHA TO DEM-FECHA
               MOVE ENT-SUCURSAL TO DEM-SUCURSAL
               MOVE ENT-MONEDA TO DEM-MONEDA
               MOVE ZERO TO DEM-OPERACIONES
               MOVE ZERO TO DEM-IMPORTE
               PERFORM VARYING WS-DEM-SUB FROM 1 BY 1
                       UNTIL WS-DEM-SUB > 9
                   MOVE ZERO TO DEM-PIEZAS(WS-DEM-SUB)
               END-PERFORM
           END-IF
           .

       GRABA-DEMANDA.
           MOVE WS-HDR-NUMERO TO DEM-ULTIMO-LOTE
           MOVE WS-FECHA-PROCESO TO DEM-FECHA-PROCESO
           IF WS-DEM-EXISTE = 'S'
               REWRITE REG-DEMANDA
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO ACTUALIZAR LA "
                           "DEMANDA DE " DEM-SUCURSAL " DEL " DEM-FECHA
               END-REWRITE
           ELSE
               WRITE REG-DEMANDA
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO GRABAR LA "
                           "DEMANDA DE " DEM-SUCURSAL " DEL " DEM-FECHA
               END-WRITE
           END-IF
           .

      * Renglon del diario de detalles posteados con la tasa que uso
      * su posteo GL, para que un reverso futuro devuelva el mismo
      * equivalente en pesos.
       ESCRIBE-MOVLOTE.
           MOVE SPACES TO REG-MOVLOTE
           MOVE WS-HDR-NUMERO TO MOV-LOTE
           MOVE WS-RENGLON-ACTUAL TO MOV-RENGLON
           MOVE WS-FECHA-PROCESO TO MOV-FECHA-PROCESO
           MOVE ENT-CAJERO TO MOV-CAJERO
           MOVE ENT-SUCURSAL TO MOV-SUCURSAL
           MOVE ENT-FECHA TO MOV-FECHA
           MOVE ENT-TIPO TO MOV-TIPO
           MOVE ENT-MONEDA TO MOV-MONEDA
           MOVE WS-MONTO-POSICION TO MOV-MONTO
           MOVE ZERO TO MOV-REF-RENGLON
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE WS-CLI-TIPO-ID TO MOV-CLI-TIPO-ID
           MOVE WS-CLI-ID TO MOV-CLI-ID
           IF ENT-TIPO = "REVERSO"
               MOVE WS-REV-TIPO-CAMBIO TO MOV-TIPO-CAMBIO
               MOVE WS-REV-TIPO TO MOV-TIPO-ORIGINAL
               MOVE WS-REV-LOTE TO MOV-REF-LOTE
               MOVE WS-REV-RENGLON TO MOV-REF-RENGLON
               MOVE WS-REV-SOLICITANTE TO MOV-SOLICITANTE
           ELSE
               IF ENT-MONEDA = "USD"
                   IF ENT-TIPO = "DEPOSITO"
                       MOVE WS-TC-COMPRA TO MOV-TIPO-CAMBIO
                   ELSE
                       MOVE WS-TC-VENTA TO MOV-TIPO-CAMBIO
                   END-IF
               ELSE
                   MOVE 1 TO MOV-TIPO-CAMBIO
               END-IF
           END-IF
           WRITE REG-MOVLOTE
           .

      * Lee la posicion del detalle por su llave, le aplica el
      * movimiento y la reescribe (o la da de alta si es la primera
      * del cajero en esa sucursal, fecha y moneda).
       ACUMULA-POSICION.
           IF WS-POS-ABIERTO = 'S'
               MOVE 'S' TO WS-POS-EXISTE
               MOVE ENT-CAJERO TO POS-CAJERO
               MOVE ENT-SUCURSAL TO POS-SUCURSAL
               MOVE ENT-FECHA TO POS-FECHA
               MOVE ENT-MONEDA TO POS-MONEDA
               READ ARCH-POSICION
                   KEY IS POS-LLAVE
                   INVALID KEY
                       MOVE 'N' TO WS-POS-EXISTE
               END-READ
               MOVE ZERO TO WS-POS-SALDO-TRAB
               IF WS-POS-EXISTE = 'S'
                   PERFORM CARGA-SALDO-POSICION
               END-IF
               IF ENT-TIPO = "DEPOSITO"
                       OR (ENT-TIPO = "REVERSO"
                           AND WS-REV-TIPO NOT = "DEPOSITO")
                   ADD WS-MONTO-POSICION TO WS-POS-SALDO-TRAB
               ELSE
                   SUBTRACT WS-MONTO-POSICION FROM WS-POS-SALDO-TRAB
               END-IF
               PERFORM GRABA-POSICION
           END-IF
           .

       CARGA-SALDO-POSICION.
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

       GRABA-POSICION.
           MOVE ENT-CAJERO TO POS-CAJERO
           MOVE ENT-SUCURSAL TO POS-SUCURSAL
           MOVE ENT-FECHA TO POS-FECHA
           MOVE ENT-MONEDA TO POS-MONEDA
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
                           "POSICION DE " ENT-CAJERO " DEL " ENT-FECHA
                           " (STATUS " WS-FS-POSICION ")"
               END-REWRITE
           ELSE
               WRITE REG-POSICION
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO DAR DE ALTA LA "
                           "POSICION DE " ENT-CAJERO " DEL " ENT-FECHA
                           " (STATUS " WS-FS-POSICION ")"
               END-WRITE
           END-IF
           .

      * Sin maestro de cajeros no hay forma de saber quien puede
      * operar: el lote (o el pedido a boveda) se rechaza completo
      * desde el arranque, igual que sin tipo de cambio.
       VALIDA-MAESTRO-CAJEROS.
           PERFORM LEE-CAJEROS
           IF WS-CAJEROS-OK = 'N'
               MOVE 'N' TO WS-LOTE-OK
               MOVE "NO SE PUDO ABRIR EL MAESTRO CAJEROS.DAT"
                   TO WS-LOTE-MSG
           END-IF
           .

       LEE-CAJEROS.
           MOVE 'N' TO WS-CAJEROS-OK
           MOVE ZERO TO WS-CAJ-USADOS
           MOVE 'N' TO WS-FIN-CAJEROS
           OPEN INPUT ARCH-CAJEROS
           IF WS-FS-CAJEROS = '00'
               MOVE 'S' TO WS-CAJEROS-OK
               PERFORM UNTIL WS-FIN-CAJEROS = 'S'
                   READ ARCH-CAJEROS
                       AT END
                           MOVE 'S' TO WS-FIN-CAJEROS
                       NOT AT END
                           PERFORM GUARDA-REG-CAJERO
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAJEROS
           END-IF
           .

      * Un tope no numerico cuenta como cero (sin tope) y un estatus
      * distinto de 'A' como suspendido.
       GUARDA-REG-CAJERO.
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
           IF WS-CAJ-USADOS < 500
               ADD 1 TO WS-CAJ-USADOS
               MOVE REG-CAJERO TO CAJT-ENTRY(WS-CAJ-USADOS)
           ELSE
               DISPLAY "ADVERTENCIA: DEMASIADOS REGISTROS EN "
                   "CAJEROS.DAT, SE IGNORA EL CAJERO " CAJ-CAJERO
           END-IF
           .

       INICIA-CONTROL-CAJEROS.
           MOVE ZERO TO WS-ACU-USADAS
           MOVE ZERO TO WS-EXC-USADAS
           MOVE ZERO TO WS-EXC-OMITIDAS
           MOVE ZERO TO WS-EXC-TOTAL
           MOVE 'S' TO WS-REGISTRA-EXC
           .

      * Valida el detalle ya convertido contra el maestro: cajero
      * dado de alta, activo, en su sucursal y dentro de sus topes.
      * Solo los montos aceptados suben al acumulado diario.
       VALIDA-CAJERO-DETALLE.
           MOVE ZERO TO WS-CAJ-HALLADO
           PERFORM VARYING WS-CAJ-SUB FROM 1 BY 1
                   UNTIL WS-CAJ-SUB > WS-CAJ-USADOS
               IF CAJT-CAJERO(WS-CAJ-SUB) = ENT-CAJERO
                   MOVE WS-CAJ-SUB TO WS-CAJ-HALLADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CAJ-HALLADO = ZERO
                   MOVE "CAJERO RECHAZADO: NO EXISTE EN EL MAESTRO"
                       TO WS-MSG-ERROR
                   PERFORM RECHAZA-DETALLE-CAJERO
               WHEN CAJT-ESTATUS(WS-CAJ-HALLADO) NOT = 'A'
                   MOVE "CAJERO RECHAZADO: CAJERO SUSPENDIDO"
                       TO WS-MSG-ERROR
                   PERFORM RECHAZA-DETALLE-CAJERO
               WHEN CAJT-SUCURSAL(WS-CAJ-HALLADO) NOT = ENT-SUCURSAL
                   MOVE "CAJERO RECHAZADO: SUCURSAL NO ASIGNADA"
                       TO WS-MSG-ERROR
                   PERFORM RECHAZA-DETALLE-CAJERO
               WHEN OTHER
                   PERFORM VALIDA-TOPES-CAJERO
           END-EVALUATE
           .

       VALIDA-TOPES-CAJERO.
           EVALUATE ENT-TIPO
               WHEN "DEPOSITO"
                   MOVE CAJT-DEP-OPER(WS-CAJ-HALLADO) TO WS-TOPE-OPER
                   MOVE CAJT-DEP-DIA(WS-CAJ-HALLADO) TO WS-TOPE-DIA
               WHEN "NOMINA"
                   MOVE CAJT-NOM-OPER(WS-CAJ-HALLADO) TO WS-TOPE-OPER
                   MOVE CAJT-NOM-DIA(WS-CAJ-HALLADO) TO WS-TOPE-DIA
               WHEN OTHER
                   MOVE CAJT-RET-OPER(WS-CAJ-HALLADO) TO WS-TOPE-OPER
                   MOVE CAJT-RET-DIA(WS-CAJ-HALLADO) TO WS-TOPE-DIA
           END-EVALUATE
           IF ENT-MONEDA = "USD" AND WS-TC-OK = 'S'
               COMPUTE WS-MONTO-TOPE ROUNDED =
                   CANTIDAD-ORIGINAL * WS-TC-COMPRA
           ELSE
               MOVE CANTIDAD-ORIGINAL TO WS-MONTO-TOPE
           END-IF
           PERFORM BUSCA-ACUMULADO-CAJERO
           EVALUATE TRUE
               WHEN WS-TOPE-OPER > ZERO
                       AND WS-MONTO-TOPE > WS-TOPE-OPER
                   MOVE "CAJERO RECHAZADO: EXCEDE TOPE POR OPERACION"
                       TO WS-MSG-ERROR
                   PERFORM RECHAZA-DETALLE-CAJERO
               WHEN WS-TOPE-DIA > ZERO AND WS-ACU-HALLADA > ZERO
                       AND ACU-MONTO(WS-ACU-HALLADA) + WS-MONTO-TOPE
                           > WS-TOPE-DIA
                   MOVE "CAJERO RECHAZADO: EXCEDE TOPE DIARIO"
                       TO WS-MSG-ERROR
                   PERFORM RECHAZA-DETALLE-CAJERO
               WHEN OTHER
                   IF WS-ACU-HALLADA > ZERO
                       ADD WS-MONTO-TOPE TO ACU-MONTO(WS-ACU-HALLADA)
                   END-IF
           END-EVALUATE
           .

      * Acumulado del dia por cajero/fecha/tipo, dado de alta en
      * ceros la primera vez. Con la tabla llena el tope diario de
      * esa combinacion no se puede vigilar y se avisa.
       BUSCA-ACUMULADO-CAJERO.
           MOVE ZERO TO WS-ACU-HALLADA
           PERFORM VARYING WS-ACU-SUB FROM 1 BY 1
                   UNTIL WS-ACU-SUB > WS-ACU-USADAS
               IF ACU-CAJERO(WS-ACU-SUB) = ENT-CAJERO
                       AND ACU-FECHA(WS-ACU-SUB) = ENT-FECHA
                       AND ACU-TIPO(WS-ACU-SUB) = ENT-TIPO
                   MOVE WS-ACU-SUB TO WS-ACU-HALLADA
               END-IF
           END-PERFORM
           IF WS-ACU-HALLADA = ZERO
               IF WS-ACU-USADAS < 500
                   ADD 1 TO WS-ACU-USADAS
                   MOVE WS-ACU-USADAS TO WS-ACU-HALLADA
                   MOVE ENT-CAJERO TO ACU-CAJERO(WS-ACU-HALLADA)
                   MOVE ENT-FECHA TO ACU-FECHA(WS-ACU-HALLADA)
                   MOVE ENT-TIPO TO ACU-TIPO(WS-ACU-HALLADA)
                   MOVE ZERO TO ACU-MONTO(WS-ACU-HALLADA)
               ELSE
                   DISPLAY "ADVERTENCIA: TABLA DE ACUMULADOS DE "
                       "CAJERO LLENA, SIN TOPE DIARIO PARA "
                       ENT-CAJERO " " ENT-FECHA
               END-IF
           END-IF
           .

      * Los topes diarios cuentan tambien lo que el cajero ya
      * posteo ese dia en lotes anteriores. Primero se dan de alta
      * en ceros las combinaciones cajero/fecha/tipo que trae el
      * lote; luego el diario MOVLOTE.DAT suma a cada una lo
      * posteado por otros lotes y le resta lo reversado (el reverso
      * viaja con la fecha y el tipo de su original). El lote en
      * curso se excluye por numero, para que una corrida reanudada
      * o el pedido a boveda de un lote ya posteado no lo cuenten
      * dos veces.
       SIEMBRA-ACUMULADOS-CAJERO.
           MOVE 'N' TO WS-FIN-SIEMBRA
           OPEN INPUT ARCH-ENTRADA
           IF WS-FS-ENTRADA = '00'
               PERFORM UNTIL WS-FIN-SIEMBRA = 'S'
                   READ ARCH-ENTRADA
                       AT END
                           MOVE 'S' TO WS-FIN-SIEMBRA
                       NOT AT END
                           IF REG-ENTRADA(1:1) = 'D'
                               MOVE REG-ENTRADA(2:39) TO WS-REG-ENTRADA
                               IF ENT-TIPO = "RETIRO" OR "DEPOSITO"
                                       OR "NOMINA"
                                   PERFORM BUSCA-ACUMULADO-CAJERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-ENTRADA
           END-IF
           MOVE ZERO TO WS-ACU-SEMBRADOS
           IF WS-ACU-USADAS > ZERO
               MOVE 'N' TO WS-FIN-MOVLOTE
               OPEN INPUT ARCH-MOVLOTE
               IF WS-FS-MOVLOTE = '00'
                   PERFORM UNTIL WS-FIN-MOVLOTE = 'S'
                       READ ARCH-MOVLOTE
                           AT END
                               MOVE 'S' TO WS-FIN-MOVLOTE
                           NOT AT END
                               IF MOV-LOTE NOT = WS-HDR-NUMERO
                                       AND MOV-MONTO NUMERIC
                                   PERFORM SIEMBRA-REG-MOVLOTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-MOVLOTE
               END-IF
           END-IF
           IF WS-ACU-SEMBRADOS > ZERO
               DISPLAY "TOPES DIARIOS: " WS-ACU-SEMBRADOS
                   " MOVIMIENTO(S) DE LOTES ANTERIORES TOMADOS DE "
                   "MOVLOTE.DAT"
           END-IF
           .

      * Solo busca: lo posteado para una combinacion que no trae el
      * lote no afecta ningun tope de esta corrida.
       SIEMBRA-REG-MOVLOTE.
           MOVE ZERO TO WS-ACU-HALLADA
           PERFORM VARYING WS-ACU-SUB FROM 1 BY 1
                   UNTIL WS-ACU-SUB > WS-ACU-USADAS
               IF ACU-CAJERO(WS-ACU-SUB) = MOV-CAJERO
                       AND ACU-FECHA(WS-ACU-SUB) = MOV-FECHA
                   IF (MOV-TIPO = "REVERSO"
                           AND ACU-TIPO(WS-ACU-SUB) = MOV-TIPO-ORIGINAL)
                           OR ACU-TIPO(WS-ACU-SUB) = MOV-TIPO
                       MOVE WS-ACU-SUB TO WS-ACU-HALLADA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACU-HALLADA > ZERO
               ADD 1 TO WS-ACU-SEMBRADOS
               IF MOV-MONEDA = "USD" AND WS-TC-OK = 'S'
                   COMPUTE WS-MONTO-TOPE ROUNDED =
                       MOV-MONTO * WS-TC-COMPRA
               ELSE
                   MOVE MOV-MONTO TO WS-MONTO-TOPE
               END-IF
               IF MOV-TIPO = "REVERSO"
                   IF ACU-MONTO(WS-ACU-HALLADA) > WS-MONTO-TOPE
                       SUBTRACT WS-MONTO-TOPE
                           FROM ACU-MONTO(WS-ACU-HALLADA)
                   ELSE
                       MOVE ZERO TO ACU-MONTO(WS-ACU-HALLADA)
                   END-IF
               ELSE
                   ADD WS-MONTO-TOPE TO ACU-MONTO(WS-ACU-HALLADA)
               END-IF
           END-IF
           .

       RECHAZA-DETALLE-CAJERO.
           MOVE 'N' TO WS-CANTIDAD-VALIDA
           MOVE 'S' TO WS-RECHAZO-CAJERO
           IF WS-REGISTRA-EXC = 'S'
               ADD 1 TO WS-EXC-TOTAL
               IF WS-EXC-USADAS < 500
                   ADD 1 TO WS-EXC-USADAS
                   MOVE WS-RENGLON-ACTUAL TO EXC-RENGLON(WS-EXC-USADAS)
                   MOVE ENT-CAJERO TO EXC-CAJERO(WS-EXC-USADAS)
                   MOVE ENT-SUCURSAL TO EXC-SUCURSAL(WS-EXC-USADAS)
                   MOVE ENT-FECHA TO EXC-FECHA(WS-EXC-USADAS)
                   MOVE ENT-TIPO TO EXC-TIPO(WS-EXC-USADAS)
                   MOVE ENT-MONEDA TO EXC-MONEDA(WS-EXC-USADAS)
                   MOVE CANTIDAD-ORIGINAL TO EXC-MONTO(WS-EXC-USADAS)
                   MOVE WS-MSG-ERROR TO EXC-MOTIVO(WS-EXC-USADAS)
               ELSE
                   ADD 1 TO WS-EXC-OMITIDAS
               END-IF
           END-IF
           .

      * Seccion de excepciones al final de DESGLOSE.RPT; el pedido a
      * boveda escribe la misma seccion en BOVEDA.RPT. Cada excepcion
      * ocupa dos renglones (datos y motivo) para caber en el ancho
      * de BOVEDA.RPT.
       ESCRIBE-EXCEPCIONES-CAJERO.
           MOVE SPACES TO REG-REPORTE
           STRING "EXCEPCIONES DE CAJERO (RECHAZADOS CONTRA "
               "CAJEROS.DAT)"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-USADAS
               PERFORM ARMA-RENGLON-EXCEPCION
               MOVE WS-RENGLON-EXC TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE SPACES TO REG-REPORTE
               STRING "    " FUNCTION TRIM(EXC-MOTIVO(WS-EXC-SUB))
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM
           PERFORM ARMA-RESUMEN-EXCEPCION
           MOVE WS-RENGLON-EXC TO REG-REPORTE
           WRITE REG-REPORTE
           .

       ESCRIBE-EXCEPCIONES-BOVEDA.
           MOVE SPACES TO REG-BOVEDA
           STRING "EXCEPCIONES DE CAJERO (RECHAZADOS CONTRA "
               "CAJEROS.DAT)"
               DELIMITED BY SIZE INTO REG-BOVEDA
           WRITE REG-BOVEDA
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-USADAS
               PERFORM ARMA-RENGLON-EXCEPCION
               MOVE WS-RENGLON-EXC TO REG-BOVEDA
               WRITE REG-BOVEDA
               MOVE SPACES TO REG-BOVEDA
               STRING "    " FUNCTION TRIM(EXC-MOTIVO(WS-EXC-SUB))
                   DELIMITED BY SIZE INTO REG-BOVEDA
               WRITE REG-BOVEDA
           END-PERFORM
           PERFORM ARMA-RESUMEN-EXCEPCION
           MOVE WS-RENGLON-EXC TO REG-BOVEDA
           WRITE REG-BOVEDA
           .

       ARMA-RENGLON-EXCEPCION.
           MOVE EXC-MONTO(WS-EXC-SUB) TO WS-EXC-MONTO-ED
           MOVE SPACES TO WS-RENGLON-EXC
           STRING "  REG=" EXC-RENGLON(WS-EXC-SUB)
               " CAJERO=" EXC-CAJERO(WS-EXC-SUB)
               " SUCURSAL=" EXC-SUCURSAL(WS-EXC-SUB)
               " FECHA=" EXC-FECHA(WS-EXC-SUB)
               " TIPO=" FUNCTION TRIM(EXC-TIPO(WS-EXC-SUB))
               " MONEDA=" EXC-MONEDA(WS-EXC-SUB)
               " CANTIDAD=" FUNCTION TRIM(WS-EXC-MONTO-ED)
               DELIMITED BY SIZE INTO WS-RENGLON-EXC
           .

       ARMA-RESUMEN-EXCEPCION.
           MOVE SPACES TO WS-RENGLON-EXC
           IF WS-EXC-OMITIDAS > ZERO
               STRING "TOTAL EXCEPCIONES DE CAJERO=" WS-EXC-TOTAL
                   " (" WS-EXC-OMITIDAS " NO LISTADAS, VER "
                   "AUDITORIA.LOG)"
                   DELIMITED BY SIZE INTO WS-RENGLON-EXC
           ELSE
               STRING "TOTAL EXCEPCIONES DE CAJERO=" WS-EXC-TOTAL
                   DELIMITED BY SIZE INTO WS-RENGLON-EXC
           END-IF
           .

       VALIDA-TIPO-CAMBIO.
       ESCRIBE-FXMOV-LOTE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM ACUMULA-FXMOV-PREVIO
      * Los reversos restan del lado que movio el original. Si el
      * original fue de otro dia y el acumulado de hoy no alcanza,
      * el resto se carga al lado contrario: la posicion neta del
      * dia queda igual y los acumulados nunca son negativos.
           IF WS-REV-USD-ENTRADA > WS-TOT-USD-ENTRADA
               COMPUTE WS-TOT-USD-SALIDA = WS-TOT-USD-SALIDA +
                   WS-REV-USD-ENTRADA - WS-TOT-USD-ENTRADA
               MOVE ZERO TO WS-TOT-USD-ENTRADA
           ELSE
               SUBTRACT WS-REV-USD-ENTRADA FROM WS-TOT-USD-ENTRADA
           END-IF
           IF WS-REV-USD-SALIDA > WS-TOT-USD-SALIDA
               COMPUTE WS-TOT-USD-ENTRADA = WS-TOT-USD-ENTRADA +
                   WS-REV-USD-SALIDA - WS-TOT-USD-SALIDA
               MOVE ZERO TO WS-TOT-USD-SALIDA
           ELSE
               SUBTRACT WS-REV-USD-SALIDA FROM WS-TOT-USD-SALIDA
           END-IF
           OPEN OUTPUT ARCH-FXMOV
           MOVE WS-TIMESTAMP(1:8) TO FXM-FECHA
           MOVE WS-TOT-USD-ENTRADA TO FXM-ENTRADA
       ESCRIBE-POSTEO-GL.
           MOVE SPACES TO WS-REG-GL
           MOVE 'D' TO GL-TIPO-REG
      * Un REVERSO va a la cuenta del tipo original con el cargo y
      * abono invertidos, bajo la referencia del original (su
      * cajero/sucursal/fecha) y a la tasa con que se posteo, para
      * que el libro mayor cancele exactamente lo enviado.
           IF ENT-TIPO = "REVERSO"
               MOVE WS-REV-TIPO TO WS-TIPO-POSTEO
           ELSE
               MOVE ENT-TIPO TO WS-TIPO-POSTEO
           END-IF
           EVALUATE WS-TIPO-POSTEO
               WHEN "DEPOSITO"
                   MOVE "11010001" TO GL-CUENTA
                   MOVE 'C' TO GL-CARGO-ABONO
                   MOVE "11020001" TO GL-CUENTA
                   MOVE 'A' TO GL-CARGO-ABONO
           END-EVALUATE
           IF ENT-TIPO = "REVERSO"
               IF GL-CARGO-ABONO = 'C'
                   MOVE 'A' TO GL-CARGO-ABONO
               ELSE
                   MOVE 'C' TO GL-CARGO-ABONO
               END-IF
           END-IF
           MOVE WS-FECHA-PROCESO TO GL-FECHA
           MOVE CANTIDAD-ORIGINAL TO GL-IMPORTE
           MOVE ENT-MONEDA TO GL-MONEDA
           MOVE "DESGLOSE" TO GL-PROGRAMA
           MOVE SPACES TO GL-REFERENCIA
           IF ENT-TIPO = "REVERSO"
               STRING ENT-CAJERO ENT-SUCURSAL WS-REV-FECHA
                   DELIMITED BY SIZE INTO GL-REFERENCIA
           ELSE
               STRING ENT-CAJERO ENT-SUCURSAL ENT-FECHA
                   DELIMITED BY SIZE INTO GL-REFERENCIA
           END-IF
      * Tasa del dia: compra cuando el banco recibe dolares
      * (DEPOSITO) y venta cuando los entrega; los posteos MXN
      * viajan con tasa 1 y el mismo importe.
           EVALUATE TRUE
               WHEN ENT-MONEDA NOT = "USD"
                   MOVE 1 TO GL-TIPO-CAMBIO
                   MOVE CANTIDAD-ORIGINAL TO GL-IMPORTE-MXN
               WHEN ENT-TIPO = "REVERSO" AND WS-REV-TIPO-CAMBIO > ZERO
                   MOVE WS-REV-TIPO-CAMBIO TO GL-TIPO-CAMBIO
                   COMPUTE GL-IMPORTE-MXN ROUNDED =
                       CANTIDAD-ORIGINAL * GL-TIPO-CAMBIO
               WHEN OTHER
                   IF WS-TIPO-POSTEO = "DEPOSITO"
                       MOVE WS-TC-COMPRA TO GL-TIPO-CAMBIO
                   ELSE
                       MOVE WS-TC-VENTA TO GL-TIPO-CAMBIO
                   END-IF
                   COMPUTE GL-IMPORTE-MXN ROUNDED =
                       CANTIDAD-ORIGINAL * GL-TIPO-CAMBIO
           END-EVALUATE
           MOVE WS-REG-GL TO REG-GL
           WRITE REG-GL
           ADD 1 TO WS-GL-REGISTROS
               " CANTIDAD=" FUNCTION TRIM(WS-CANTIDAD-ORIGINAL-ED)
               WS-DESGLOSE-TEXTO(1:WS-DESGLOSE-PTR - 1)
               " " FUNCTION TRIM(WS-REDONDEO-TEXTO)
               " " WS-INHABIL-TEXTO
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           .

      * Renglon del reverso en DESGLOSE.RPT: que detalle original
      * deshace y quien lo pidio.
       ESCRIBE-RENGLON-REPORTE-REVERSO.
           MOVE SPACES TO REG-REPORTE
           MOVE CANTIDAD-ORIGINAL TO WS-CANTIDAD-ORIGINAL-ED
           STRING "CAJERO=" ENT-CAJERO
               " SUCURSAL=" ENT-SUCURSAL
               " FECHA=" ENT-FECHA
               " TIPO=REVERSO"
               " MONEDA=" ENT-MONEDA
               " CANTIDAD=" FUNCTION TRIM(WS-CANTIDAD-ORIGINAL-ED)
               " ORIGINAL-LOTE=" WS-REV-LOTE
               " ORIGINAL-RENGLON=" WS-REV-RENGLON
               " ORIGINAL-TIPO=" FUNCTION TRIM(WS-REV-TIPO)
               " ORIGINAL-FECHA=" WS-REV-FECHA
               " SOLICITANTE=" FUNCTION TRIM(WS-REV-SOLICITANTE)
               " " WS-INHABIL-TEXTO
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           .

      * El renglon de auditoria del reverso amarra el lote y renglon
      * del reverso con el lote y renglon del original.
       ESCRIBE-RENGLON-AUDITORIA-REVERSO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           MOVE CANTIDAD-ORIGINAL TO WS-CANTIDAD-ORIGINAL-ED
           STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " REVERSO LOTE="
               WS-HDR-NUMERO " RENGLON=" WS-RENGLON-ACTUAL
               " ORIGINAL-LOTE=" WS-REV-LOTE
               " ORIGINAL-RENGLON=" WS-REV-RENGLON
               " ORIGINAL-TIPO=" FUNCTION TRIM(WS-REV-TIPO)
               " ORIGINAL-FECHA=" WS-REV-FECHA
               " SOLICITANTE=" FUNCTION TRIM(WS-REV-SOLICITANTE)
               " CAJERO=" ENT-CAJERO
               " SUCURSAL=" ENT-SUCURSAL
               " MONEDA=" ENT-MONEDA
               " CANTIDAD=" FUNCTION TRIM(WS-CANTIDAD-ORIGINAL-ED)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

       ESCRIBE-RENGLON-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           IF WS-CANTIDAD-VALIDA = 'S'
               MOVE CANTIDAD-ORIGINAL TO WS-CANTIDAD-ORIGINAL-ED
               PERFORM ARMA-TEXTO-DESGLOSE
               STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " CAJERO=" ENT-CAJERO
                   " SUCURSAL=" ENT-SUCURSAL
                   " FECHA=" ENT-FECHA
                   " TIPO=" FUNCTION TRIM(ENT-TIPO)
                   FUNCTION TRIM(WS-CANTIDAD-ORIGINAL-ED)
                   WS-DESGLOSE-TEXTO(1:WS-DESGLOSE-PTR - 1)
                   " " FUNCTION TRIM(WS-REDONDEO-TEXTO)
                   " " WS-INHABIL-TEXTO
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               IF WS-ENTRADA-ES-CRUDA = 'S'
                   STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
                       FUNCTION TRIM(WS-OPERADOR) " CAJERO=" ENT-CAJERO
                       " SUCURSAL=" ENT-SUCURSAL
                       " FECHA=" ENT-FECHA
                       " TIPO=" FUNCTION TRIM(ENT-TIPO)
                       DELIMITED BY SIZE INTO REG-AUDITORIA
               ELSE
                   MOVE CANTIDAD-ORIGINAL TO WS-CANTIDAD-ORIGINAL-ED
                   STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
                       FUNCTION TRIM(WS-OPERADOR) " CAJERO=" ENT-CAJERO
                       " SUCURSAL=" ENT-SUCURSAL
                       " FECHA=" ENT-FECHA
                       " TIPO=" FUNCTION TRIM(ENT-TIPO)
               MOVE "ORIGEN=SISTEMA" TO WS-ORIGEN-TEXTO
           END-IF
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " CONCILIACION CAJERO="
               WS-CAJERO-CONC
               " FECHA=" WS-FECHA-CORTE
               " MONEDA="
               " ESPERADO="
               FUNCTION TRIM(WS-MONTO-ESPERADO-ED)
               " CONTADO=" FUNCTION TRIM(WS-MONTO-CONTADO-ED)
               " PIEZAS-FALSAS=" WS-PZA-FALSAS
               " RETENIDO=" FUNCTION TRIM(WS-MONTO-RETENIDO-ED)
               " DIFERENCIA=" FUNCTION TRIM(WS-DIFERENCIA-ED)
               " RESULTADO=" FUNCTION TRIM(WS-RESULTADO-CONCILIA)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDITORIA
           IF WS-FS-ENTRADA NOT = '00'
               STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " REPORTE-BOVEDA "
                   "NO SE PUDO ABRIR CANTIDADES.DAT (STATUS "
                   WS-FS-ENTRADA ")"
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           ELSE
               STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
                   FUNCTION TRIM(WS-OPERADOR) " REPORTE-BOVEDA"
                   " RENGLONES-VALIDOS=" WS-CONTADOR-VALIDOS
                   " RENGLONES-INVALIDOS=" WS-CONTADOR-ERRORES
                   DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

      * Rechazo por maestro de cajeros en el pedido a boveda: igual
      * que en el lote, queda en la bitacora ademas de la seccion de
      * excepciones, que solo lista las primeras 500.
       ESCRIBE-RENGLON-AUDITORIA-EXC-BOVEDA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE CANTIDAD-ORIGINAL TO WS-CANTIDAD-ORIGINAL-ED
           MOVE SPACES TO REG-AUDITORIA
           STRING WS-TIMESTAMP " DESGLOSE OPERADOR="
               FUNCTION TRIM(WS-OPERADOR) " REPORTE-BOVEDA"
               " CAJERO=" ENT-CAJERO
               " SUCURSAL=" ENT-SUCURSAL
               " FECHA=" ENT-FECHA
               " TIPO=" FUNCTION TRIM(ENT-TIPO)
               " MONEDA=" ENT-MONEDA
               " CANTIDAD="
               FUNCTION TRIM(WS-CANTIDAD-ORIGINAL-ED)
               " " FUNCTION TRIM(WS-MSG-ERROR)
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

       ESCRIBE-RENGLON-ERROR.
           MOVE SPACES TO REG-REPORTE
           IF WS-ENTRADA-ES-CRUDA = 'S'
