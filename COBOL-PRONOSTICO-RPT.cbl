       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTICO-BOVEDA.

      * Pronostico de la demanda de efectivo de la semana siguiente
      * por denominacion, sacado de la historia que deja DESGLOSE en
      * DEMANDA.HIS. La demanda de un dia es lo que salio en RETIRO
      * y NOMINA; cada dia de la semana se proyecta con el promedio
      * de los mismos dias de la historia, y los dias de quincena
      * (15 y ultimo del mes, o el habil anterior) con el promedio
      * de las quincenas. El pronostico se compara contra la
      * existencia apta y los parametros de INVENTARIO.DAT y se
      * sugieren minimo y maximo nuevos. INVENTARIO.DAT solo se lee:
      * los parametros se cambian en INVENTARIO (FIJA-PARAMETROS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-DEMANDA ASSIGN TO "DEMANDA.HIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-LLAVE
               FILE STATUS IS WS-FS-DEMANDA.
           SELECT ARCH-INVENTARIO ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVENTARIO.
           SELECT ARCH-PRONOSTICO ASSIGN TO "PRONOSTICO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRONOSTICO.
           SELECT ARCH-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
      * Historia de demanda, mismo trazado que escribe DESGLOSE
      * (ACUMULA-DEMANDA): piezas en el orden de DENOMTAB para la
      * moneda de la llave.
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

      * Existencias y parametros de reposicion, mismo trazado que
      * mantiene el programa INVENTARIO.
       FD  ARCH-INVENTARIO.
       01  REG-INVENTARIO.
           05 INV-ETIQUETA        PIC X(10).
           05 INV-CANTIDAD        PIC 9(6).
           05 INV-MINIMO          PIC 9(6).
           05 INV-MAXIMO          PIC 9(6).
           05 INV-PAQUETE         PIC 9(6).
           05 INV-DETERIORADO     PIC 9(6).

       FD  ARCH-PRONOSTICO.
       01  REG-PRONOSTICO         PIC X(200).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA          PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP       PIC X(21).
       01  WS-FS-DEMANDA      PIC XX.
       01  WS-FS-INVENTARIO   PIC XX.
       01  WS-FS-PRONOSTICO   PIC XX.
       01  WS-FS-AUDITORIA    PIC XX.
       01  WS-FIN-DEMANDA     PIC X VALUE 'N'.
       01  WS-FIN-INVENTARIO  PIC X VALUE 'N'.
       01  WS-INVENTARIO-OK   PIC X VALUE 'N'.

      * VALIDA-CANTIDAD (DENOMPROC.cpy) referencia estos campos; aqui
      * solo se usa CARGA-TABLA-DENOMINACIONES, igual que hace
      * NOMINA-SOBRES.
       01  CANTIDAD-ORIGINAL  PIC 9(9)V99.
       01  WS-CANTIDAD-VALIDA PIC X VALUE 'S'.
       01  WS-MSG-ERROR       PIC X(50) VALUE SPACES.

           COPY DENOMTAB.

      * Parametros de DIA-HABIL-CALC.
       01  WS-CAL-FUNCION     PIC X.
       01  WS-CAL-FECHA       PIC X(8).
       01  WS-CAL-SUCURSAL    PIC X(4).
       01  WS-CAL-FECHA-2     PIC X(8).
       01  WS-CAL-DIAS        PIC 9(5).
       01  WS-CAL-VALIDO      PIC X.
       01  WS-CAL-HABIL       PIC X.
       01  WS-CAL-MOTIVO      PIC X(30).

      * Criterios: sucursal (blanco = todas, con el calendario
      * general) y semanas completas de historia hacia atras desde
      * ayer.
       01  WS-SUCURSAL-FILTRO PIC X(4) VALUE SPACES.
       01  WS-SUCURSAL-TEXTO  PIC X(6).
       01  WS-SEMANAS-TEXTO   PIC X(2) VALUE SPACES.
       01  WS-SEMANAS         PIC 9(2) VALUE 8.

      * Fechas como numero de dia (INTEGER-OF-DATE). La semana
      * pronosticada va del lunes siguiente a hoy al domingo.
       01  WS-FECHA-HOY       PIC X(8).
       01  WS-FECHA-AUX       PIC 9(8).
       01  WS-DIA-HOY         PIC 9(7).
       01  WS-DIA-INI-HIS     PIC 9(7).
       01  WS-DIA-FIN-HIS     PIC 9(7).
       01  WS-DIA-LUNES       PIC 9(7).
       01  WS-DIA-TRAB        PIC 9(7).
       01  WS-FECHA-INI-HIS   PIC X(8).
       01  WS-FECHA-FIN-HIS   PIC X(8).
       01  WS-FECHA-LUNES     PIC X(8).
       01  WS-FECHA-DOMINGO   PIC X(8).

      * Clasificacion de una fecha: clase 1-7 dia de la semana
      * (1 = lunes), 8 quincena, 0 festivo entre semana (no cuenta
      * para ningun promedio).
       01  WS-CLF-FECHA       PIC X(8).
       01  WS-CLF-FECHA-ANT   PIC X(8) VALUE SPACES.
       01  WS-CLF-CLASE       PIC 9.
       01  WS-CLF-SEMANA      PIC 9.
       01  WS-CLF-MOTIVO      PIC X(30).
       01  WS-CLF-DIA         PIC 9(7).

      * Quincenas efectivas del mes en turno: el 15 y el ultimo dia,
      * recorridos al habil anterior cuando caen en dia inhabil.
       01  WS-QNA-MES         PIC X(6) VALUE SPACES.
       01  WS-QNA-15          PIC X(8).
       01  WS-QNA-FIN         PIC X(8).
       01  WS-QNA-ANIO        PIC 9(4).
       01  WS-QNA-MES-N       PIC 9(2).
       01  WS-QNA-DIA         PIC 9(7).
       01  WS-QNA-FECHA       PIC X(8).
       01  WS-QNA-RECORRIDOS  PIC 9(2).

       01  WS-NOMBRES-DIA.
           05 FILLER          PIC X(9) VALUE "LUNES".
           05 FILLER          PIC X(9) VALUE "MARTES".
           05 FILLER          PIC X(9) VALUE "MIERCOLES".
           05 FILLER          PIC X(9) VALUE "JUEVES".
           05 FILLER          PIC X(9) VALUE "VIERNES".
           05 FILLER          PIC X(9) VALUE "SABADO".
           05 FILLER          PIC X(9) VALUE "DOMINGO".
           05 FILLER          PIC X(9) VALUE "QUINCENA".
       01  WS-TAB-NOMBRES REDEFINES WS-NOMBRES-DIA.
           05 WS-NOMBRE-DIA   PIC X(9) OCCURS 8 TIMES.

      * Historia acumulada por clase de dia: cuantas fechas de la
      * ventana son de la clase, en cuantas hubo NOMINA y las piezas
      * que salieron por denominacion.
       01  WS-CLS-SUB         PIC 9.
       01  TAB-CLASES.
           05 CLS-ENTRY OCCURS 8 TIMES.
              10 CLS-FECHAS        PIC 9(4).
              10 CLS-NOMINA        PIC 9(4).
              10 CLS-PIEZAS OCCURS 9 TIMES PIC 9(11).
       01  WS-NOMINA-FECHA    PIC X(8) VALUE SPACES.

      * Pronostico por dia de la semana siguiente.
       01  WS-PRO-SUB         PIC 9.
       01  TAB-PRONOSTICO.
           05 PRO-ENTRY OCCURS 7 TIMES.
              10 PRO-FECHA         PIC X(8).
              10 PRO-CLASE         PIC 9.
              10 PRO-BASE          PIC 9.
              10 PRO-QUINCENA      PIC X.
              10 PRO-PAGO          PIC X.
              10 PRO-MOTIVO        PIC X(30).
              10 PRO-PIEZAS OCCURS 9 TIMES PIC 9(9).

      * Resumen por denominacion para el comparativo.
       01  WS-DEN-SUB         PIC 9(2).
       01  TAB-RESUMEN.
           05 RES-ENTRY OCCURS 9 TIMES.
              10 RES-SEMANA        PIC 9(9).
              10 RES-PICO          PIC 9(9).
              10 RES-PICO-FECHA    PIC X(8).
              10 RES-PICO-QNA      PIC X.
              10 RES-SUG-MIN       PIC 9(9).
              10 RES-SUG-MAX       PIC 9(9).
       01  WS-REDONDEO-PAQ    PIC 9(9).
       01  WS-PAQUETES        PIC 9(9).
       01  WS-TOPE-PARAM      PIC 9(6) VALUE 999999.
       01  WS-PIEZAS-FALTAN   PIC 9(9).

       01  WS-REG-LEIDOS      PIC 9(7) VALUE ZERO.
       01  WS-REG-USADOS      PIC 9(7) VALUE ZERO.
       01  WS-REG-FESTIVO     PIC 9(7) VALUE ZERO.
       01  WS-REG-DEPOSITO    PIC 9(7) VALUE ZERO.
       01  WS-CUENTA-FALTANTE PIC 9 VALUE ZERO.
       01  WS-CUENTA-EXCESO   PIC 9 VALUE ZERO.
       01  WS-CUENTA-MINIMO   PIC 9 VALUE ZERO.

       01  WS-RENGLON-PIEZAS  PIC X(190).
       01  WS-PUNTERO         PIC 9(3).
       01  WS-PIEZAS-ED       PIC Z(8)9.
       01  WS-IMPORTE-ED      PIC Z(10)9.99.
       01  WS-IMPORTE-SEMANA  PIC 9(11)V99.
       01  WS-MARCAS          PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PRONOSTICO DE DEMANDA Y PEDIDO A BOVEDA ==="
           DISPLAY "Moneda (MXN/USD, blanco=MXN): "
           ACCEPT WS-MONEDA-ACTIVA
           IF WS-MONEDA-ACTIVA NOT = "USD"
               MOVE "MXN" TO WS-MONEDA-ACTIVA
           END-IF
           DISPLAY "Sucursal (blanco=todas): "
           ACCEPT WS-SUCURSAL-FILTRO
           DISPLAY "Semanas de historia (blanco=8): "
           ACCEPT WS-SEMANAS-TEXTO
           IF WS-SEMANAS-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SEMANAS-TEXTO) = 0
                       AND FUNCTION NUMVAL(WS-SEMANAS-TEXTO) >= 1
                   COMPUTE WS-SEMANAS =
                       FUNCTION NUMVAL(WS-SEMANAS-TEXTO)
               ELSE
                   DISPLAY "SEMANAS INVALIDAS, SE USAN 8"
               END-IF
           END-IF
           IF WS-SUCURSAL-FILTRO = SPACES
               MOVE "TODAS" TO WS-SUCURSAL-TEXTO
           ELSE
               MOVE WS-SUCURSAL-FILTRO TO WS-SUCURSAL-TEXTO
           END-IF

           OPEN INPUT ARCH-DEMANDA
           IF WS-FS-DEMANDA NOT = '00'
               DISPLAY "ERROR: NO SE PUDO ABRIR DEMANDA.HIS (STATUS "
                   WS-FS-DEMANDA "); SE LLENA AL PROCESAR LOTES EN "
                   "DESGLOSE"
               STOP RUN
           END-IF
           PERFORM CARGA-TABLA-DENOMINACIONES
           PERFORM CALCULA-PERIODOS
           PERFORM CUENTA-FECHAS-HISTORIA
           PERFORM CARGA-HISTORIA
           CLOSE ARCH-DEMANDA
           PERFORM PROYECTA-SEMANA
           PERFORM LEE-INVENTARIO
           PERFORM CALCULA-SUGERIDOS

           OPEN OUTPUT ARCH-PRONOSTICO
           PERFORM ESCRIBE-REPORTE-PRONOSTICO
           CLOSE ARCH-PRONOSTICO
           DISPLAY "Reporte generado en PRONOSTICO.RPT"
           DISPLAY "FALTANTES PROYECTADOS: " WS-CUENTA-FALTANTE
               " EXCESOS OCIOSOS: " WS-CUENTA-EXCESO
               " MINIMOS INSUFICIENTES: " WS-CUENTA-MINIMO
           PERFORM ABRE-AUDITORIA
           PERFORM ESCRIBE-RENGLON-AUDITORIA
           CLOSE ARCH-AUDITORIA
           MOVE 'F' TO WS-CAL-FUNCION
           PERFORM LLAMA-CALENDARIO
           STOP RUN.

      * Historia: las WS-SEMANAS semanas completas que terminan ayer
      * (el lote de hoy puede estar a medias). Pronostico: del lunes
      * siguiente a hoy al domingo.
       CALCULA-PERIODOS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
           COMPUTE WS-DIA-FIN-HIS = WS-DIA-HOY - 1
           COMPUTE WS-DIA-INI-HIS = WS-DIA-HOY - WS-SEMANAS * 7
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INI-HIS)
               TO WS-FECHA-AUX
           MOVE WS-FECHA-AUX TO WS-FECHA-INI-HIS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-FIN-HIS)
               TO WS-FECHA-AUX
           MOVE WS-FECHA-AUX TO WS-FECHA-FIN-HIS
           COMPUTE WS-DIA-LUNES = WS-DIA-HOY + 7
               - FUNCTION MOD(WS-DIA-HOY - 1, 7)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-LUNES)
               TO WS-FECHA-AUX
           MOVE WS-FECHA-AUX TO WS-FECHA-LUNES
           COMPUTE WS-DIA-TRAB = WS-DIA-LUNES + 6
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-TRAB)
               TO WS-FECHA-AUX
           MOVE WS-FECHA-AUX TO WS-FECHA-DOMINGO
           .

      * Cuantas fechas de cada clase tiene la ventana, haya o no
      * movimientos: un dia sin salidas tambien baja el promedio.
       CUENTA-FECHAS-HISTORIA.
           INITIALIZE TAB-CLASES
           PERFORM VARYING WS-DIA-TRAB FROM WS-DIA-INI-HIS BY 1
                   UNTIL WS-DIA-TRAB > WS-DIA-FIN-HIS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-TRAB)
                   TO WS-FECHA-AUX
               MOVE WS-FECHA-AUX TO WS-CLF-FECHA
               PERFORM CLASIFICA-FECHA
               IF WS-CLF-CLASE > ZERO
                   ADD 1 TO CLS-FECHAS(WS-CLF-CLASE)
               END-IF
           END-PERFORM
           .

      * Recorre DEMANDA.HIS en orden de fecha desde el inicio de la
      * ventana; la llave empieza por la fecha, asi que al pasar del
      * fin de la ventana ya no hay nada que leer.
       CARGA-HISTORIA.
           MOVE SPACES TO WS-CLF-FECHA-ANT
           MOVE 'N' TO WS-FIN-DEMANDA
           MOVE LOW-VALUES TO DEM-LLAVE
           MOVE WS-FECHA-INI-HIS TO DEM-FECHA
           START ARCH-DEMANDA KEY IS NOT LESS THAN DEM-LLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-DEMANDA
           END-START
           PERFORM UNTIL WS-FIN-DEMANDA = 'S'
               READ ARCH-DEMANDA NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-DEMANDA
                   NOT AT END
                       IF DEM-FECHA > WS-FECHA-FIN-HIS
                           MOVE 'S' TO WS-FIN-DEMANDA
                       ELSE
                           PERFORM ACUMULA-HISTORIA
                       END-IF
               END-READ
           END-PERFORM
           .

      * Solo cuentan RETIRO y NOMINA: el billete que entra en
      * DEPOSITO no siempre es apto para volver a salir.
       ACUMULA-HISTORIA.
           ADD 1 TO WS-REG-LEIDOS
           IF DEM-MONEDA = WS-MONEDA-ACTIVA
                   AND (WS-SUCURSAL-FILTRO = SPACES
                       OR DEM-SUCURSAL = WS-SUCURSAL-FILTRO)
               IF DEM-FECHA NOT = WS-CLF-FECHA-ANT
                   MOVE DEM-FECHA TO WS-CLF-FECHA
                   PERFORM CLASIFICA-FECHA
                   MOVE DEM-FECHA TO WS-CLF-FECHA-ANT
               END-IF
               EVALUATE TRUE
                   WHEN DEM-TIPO = "DEPOSITO"
                       ADD 1 TO WS-REG-DEPOSITO
                   WHEN DEM-TIPO NOT = "RETIRO" AND "NOMINA"
                       CONTINUE
                   WHEN WS-CLF-CLASE = ZERO
                       ADD 1 TO WS-REG-FESTIVO
                   WHEN OTHER
                       ADD 1 TO WS-REG-USADOS
                       PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                               UNTIL WS-DEN-SUB > 9
                           ADD DEM-PIEZAS(WS-DEN-SUB) TO
                               CLS-PIEZAS(WS-CLF-CLASE, WS-DEN-SUB)
                       END-PERFORM
                       IF DEM-TIPO = "NOMINA"
                               AND DEM-OPERACIONES > ZERO
                               AND DEM-FECHA NOT = WS-NOMINA-FECHA
                           ADD 1 TO CLS-NOMINA(WS-CLF-CLASE)
                           MOVE DEM-FECHA TO WS-NOMINA-FECHA
                       END-IF
               END-EVALUATE
           END-IF
           .

      * Un dia por renglon del lunes al domingo. El festivo entre
      * semana se pronostica en cero; la quincena usa el promedio de
      * quincenas si la historia tiene alguna y si no el de su dia.
       PROYECTA-SEMANA.
           PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
                   UNTIL WS-PRO-SUB > 7
               COMPUTE WS-DIA-TRAB = WS-DIA-LUNES + WS-PRO-SUB - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-TRAB)
                   TO WS-FECHA-AUX
               MOVE WS-FECHA-AUX TO WS-CLF-FECHA
               PERFORM CLASIFICA-FECHA
               MOVE WS-CLF-FECHA TO PRO-FECHA(WS-PRO-SUB)
               MOVE WS-CLF-CLASE TO PRO-CLASE(WS-PRO-SUB)
               MOVE WS-CLF-MOTIVO TO PRO-MOTIVO(WS-PRO-SUB)
               MOVE 'N' TO PRO-QUINCENA(WS-PRO-SUB)
               MOVE 'N' TO PRO-PAGO(WS-PRO-SUB)
               MOVE WS-CLF-CLASE TO PRO-BASE(WS-PRO-SUB)
               IF WS-CLF-CLASE = 8
                   MOVE 'S' TO PRO-QUINCENA(WS-PRO-SUB)
                   IF CLS-FECHAS(8) = ZERO
                       MOVE WS-PRO-SUB TO PRO-BASE(WS-PRO-SUB)
                   END-IF
               END-IF
               PERFORM PROYECTA-DIA
           END-PERFORM
           .

      * Promedio de piezas de la clase base, redondeado; es dia de
      * pago cuando la mitad o mas de las fechas de esa clase
      * tuvieron NOMINA.
       PROYECTA-DIA.
           MOVE PRO-BASE(WS-PRO-SUB) TO WS-CLS-SUB
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE ZERO TO PRO-PIEZAS(WS-PRO-SUB, WS-DEN-SUB)
           END-PERFORM
           IF WS-CLS-SUB > ZERO
               IF CLS-FECHAS(WS-CLS-SUB) > ZERO
                   PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                           UNTIL WS-DEN-SUB > 9
                       COMPUTE PRO-PIEZAS(WS-PRO-SUB, WS-DEN-SUB)
                           ROUNDED =
                           CLS-PIEZAS(WS-CLS-SUB, WS-DEN-SUB)
                           / CLS-FECHAS(WS-CLS-SUB)
                   END-PERFORM
                   IF CLS-NOMINA(WS-CLS-SUB) * 2
                           >= CLS-FECHAS(WS-CLS-SUB)
                       MOVE 'S' TO PRO-PAGO(WS-PRO-SUB)
                   END-IF
               END-IF
           END-IF
           .

      * Clase de WS-CLF-FECHA segun su dia de la semana, las
      * quincenas de su mes y el calendario de la sucursal pedida
      * (el general si es para todas).
       CLASIFICA-FECHA.
           MOVE WS-CLF-FECHA TO WS-FECHA-AUX
           COMPUTE WS-CLF-DIA = FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
           COMPUTE WS-CLF-SEMANA = FUNCTION MOD(WS-CLF-DIA - 1, 7)
           IF WS-CLF-FECHA(1:6) NOT = WS-QNA-MES
               PERFORM CALCULA-QUINCENAS-MES
           END-IF
           MOVE 'H' TO WS-CAL-FUNCION
           MOVE WS-CLF-FECHA TO WS-CAL-FECHA
           PERFORM LLAMA-CALENDARIO
           MOVE WS-CAL-MOTIVO TO WS-CLF-MOTIVO
           EVALUATE TRUE
               WHEN WS-CLF-FECHA = WS-QNA-15 OR WS-QNA-FIN
                   MOVE 8 TO WS-CLF-CLASE
               WHEN WS-CAL-HABIL = 'N' AND WS-CLF-SEMANA < 5
                   MOVE ZERO TO WS-CLF-CLASE
               WHEN OTHER
                   COMPUTE WS-CLF-CLASE = WS-CLF-SEMANA + 1
           END-EVALUATE
           .

       CALCULA-QUINCENAS-MES.
           MOVE WS-CLF-FECHA(1:6) TO WS-QNA-MES
           MOVE WS-QNA-MES(1:4) TO WS-QNA-ANIO
           MOVE WS-QNA-MES(5:2) TO WS-QNA-MES-N
           COMPUTE WS-FECHA-AUX = WS-QNA-ANIO * 10000
               + WS-QNA-MES-N * 100 + 15
           COMPUTE WS-QNA-DIA = FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
           PERFORM RECORRE-A-HABIL
           MOVE WS-QNA-FECHA TO WS-QNA-15
           IF WS-QNA-MES-N = 12
               ADD 1 TO WS-QNA-ANIO
               MOVE 1 TO WS-QNA-MES-N
           ELSE
               ADD 1 TO WS-QNA-MES-N
           END-IF
           COMPUTE WS-FECHA-AUX = WS-QNA-ANIO * 10000
               + WS-QNA-MES-N * 100 + 1
           COMPUTE WS-QNA-DIA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1
           PERFORM RECORRE-A-HABIL
           MOVE WS-QNA-FECHA TO WS-QNA-FIN
           .

      * Del dia WS-QNA-DIA hacia atras hasta el primer habil; el
      * tope evita un ciclo sin fin con un calendario todo festivo.
       RECORRE-A-HABIL.
           MOVE ZERO TO WS-QNA-RECORRIDOS
           MOVE 'N' TO WS-CAL-HABIL
           PERFORM UNTIL WS-CAL-HABIL = 'S' OR WS-QNA-RECORRIDOS > 14
               MOVE FUNCTION DATE-OF-INTEGER(WS-QNA-DIA)
                   TO WS-FECHA-AUX
               MOVE WS-FECHA-AUX TO WS-QNA-FECHA
               MOVE 'H' TO WS-CAL-FUNCION
               MOVE WS-QNA-FECHA TO WS-CAL-FECHA
               PERFORM LLAMA-CALENDARIO
               IF WS-CAL-HABIL = 'N'
                   SUBTRACT 1 FROM WS-QNA-DIA
                   ADD 1 TO WS-QNA-RECORRIDOS
               END-IF
           END-PERFORM
           .

       LLAMA-CALENDARIO.
           MOVE WS-SUCURSAL-FILTRO TO WS-CAL-SUCURSAL
           CALL "DIA-HABIL-CALC" USING WS-CAL-FUNCION WS-CAL-FECHA
               WS-CAL-SUCURSAL WS-CAL-FECHA-2 WS-CAL-DIAS
               WS-CAL-VALIDO WS-CAL-HABIL WS-CAL-MOTIVO
           .

      * Existencia apta y parametros de INVENTARIO.DAT por etiqueta
      * de la moneda; sin archivo el reporte sale sin comparativo.
       LEE-INVENTARIO.
           MOVE 'N' TO WS-INVENTARIO-OK
           MOVE 'N' TO WS-FIN-INVENTARIO
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
                   UNTIL IDX-DENOM > 9
               MOVE ZERO TO DENOM-DISPONIBLE(IDX-DENOM)
           END-PERFORM
           OPEN INPUT ARCH-INVENTARIO
           IF WS-FS-INVENTARIO = '00'
               MOVE 'S' TO WS-INVENTARIO-OK
               PERFORM UNTIL WS-FIN-INVENTARIO = 'S'
                   READ ARCH-INVENTARIO
                       AT END
                           MOVE 'S' TO WS-FIN-INVENTARIO
                       NOT AT END
                           PERFORM CLASIFICA-REG-INVENTARIO
                   END-READ
               END-PERFORM
               CLOSE ARCH-INVENTARIO
           ELSE
               DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR INVENTARIO.DAT "
                   "(STATUS " WS-FS-INVENTARIO "), EL REPORTE SALE "
                   "SIN COMPARATIVO DE EXISTENCIAS"
           END-IF
           .

       CLASIFICA-REG-INVENTARIO.
           IF INV-CANTIDAD NOT NUMERIC
               MOVE ZERO TO INV-CANTIDAD
           END-IF
           IF INV-MINIMO NOT NUMERIC
               MOVE ZERO TO INV-MINIMO
           END-IF
           IF INV-MAXIMO NOT NUMERIC
               MOVE ZERO TO INV-MAXIMO
           END-IF
           IF INV-PAQUETE NOT NUMERIC
               MOVE ZERO TO INV-PAQUETE
           END-IF
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
                   UNTIL IDX-DENOM > 9
               IF INV-ETIQUETA = DENOM-ETIQUETA(IDX-DENOM)
                   MOVE INV-CANTIDAD TO DENOM-DISPONIBLE(IDX-DENOM)
                   MOVE INV-MINIMO TO DENOM-MINIMO(IDX-DENOM)
                   MOVE INV-MAXIMO TO DENOM-MAXIMO(IDX-DENOM)
                   MOVE INV-PAQUETE TO DENOM-PAQUETE(IDX-DENOM)
               END-IF
           END-PERFORM
           .

      * Por denominacion: demanda de la semana y dia pico. El minimo
      * sugerido cubre el dia pico y el maximo la semana completa,
      * ambos en fajillas completas y con al menos una fajilla entre
      * uno y otro; una denominacion sin demanda sugiere cero (sin
      * control, la existencia se puede remesar).
       CALCULA-SUGERIDOS.
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE ZERO TO RES-SEMANA(WS-DEN-SUB)
               MOVE ZERO TO RES-PICO(WS-DEN-SUB)
               MOVE SPACES TO RES-PICO-FECHA(WS-DEN-SUB)
               MOVE 'N' TO RES-PICO-QNA(WS-DEN-SUB)
               PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
                       UNTIL WS-PRO-SUB > 7
                   ADD PRO-PIEZAS(WS-PRO-SUB, WS-DEN-SUB)
                       TO RES-SEMANA(WS-DEN-SUB)
                   IF PRO-PIEZAS(WS-PRO-SUB, WS-DEN-SUB)
                           > RES-PICO(WS-DEN-SUB)
                       MOVE PRO-PIEZAS(WS-PRO-SUB, WS-DEN-SUB)
                           TO RES-PICO(WS-DEN-SUB)
                       MOVE PRO-FECHA(WS-PRO-SUB)
                           TO RES-PICO-FECHA(WS-DEN-SUB)
                       MOVE PRO-QUINCENA(WS-PRO-SUB)
                           TO RES-PICO-QNA(WS-DEN-SUB)
                   END-IF
               END-PERFORM
               MOVE RES-PICO(WS-DEN-SUB) TO WS-REDONDEO-PAQ
               PERFORM REDONDEA-A-PAQUETE
               MOVE WS-REDONDEO-PAQ TO RES-SUG-MIN(WS-DEN-SUB)
               MOVE RES-SEMANA(WS-DEN-SUB) TO WS-REDONDEO-PAQ
               PERFORM REDONDEA-A-PAQUETE
               MOVE WS-REDONDEO-PAQ TO RES-SUG-MAX(WS-DEN-SUB)
               IF RES-SEMANA(WS-DEN-SUB) > ZERO
                       AND RES-SUG-MAX(WS-DEN-SUB)
                       < RES-SUG-MIN(WS-DEN-SUB)
                       + DENOM-PAQUETE(WS-DEN-SUB)
                   COMPUTE RES-SUG-MAX(WS-DEN-SUB) =
                       RES-SUG-MIN(WS-DEN-SUB)
                       + DENOM-PAQUETE(WS-DEN-SUB)
               END-IF
               IF RES-SUG-MIN(WS-DEN-SUB) > WS-TOPE-PARAM
                   MOVE WS-TOPE-PARAM TO RES-SUG-MIN(WS-DEN-SUB)
               END-IF
               IF RES-SUG-MAX(WS-DEN-SUB) > WS-TOPE-PARAM
                   MOVE WS-TOPE-PARAM TO RES-SUG-MAX(WS-DEN-SUB)
               END-IF
           END-PERFORM
           .

      * Sube WS-REDONDEO-PAQ al siguiente multiplo del paquete de la
      * denominacion (sin paquete quedan piezas sueltas).
       REDONDEA-A-PAQUETE.
           IF DENOM-PAQUETE(WS-DEN-SUB) > ZERO
               COMPUTE WS-PAQUETES =
                   (WS-REDONDEO-PAQ + DENOM-PAQUETE(WS-DEN-SUB) - 1)
                   / DENOM-PAQUETE(WS-DEN-SUB)
               COMPUTE WS-REDONDEO-PAQ =
                   WS-PAQUETES * DENOM-PAQUETE(WS-DEN-SUB)
           END-IF
           .

       ESCRIBE-REPORTE-PRONOSTICO.
           MOVE SPACES TO REG-PRONOSTICO
           STRING "PRONOSTICO DE DEMANDA DE EFECTIVO Y PEDIDO A "
               "BOVEDA"
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           MOVE SPACES TO REG-PRONOSTICO
           STRING "MONEDA=" WS-MONEDA-ACTIVA
               " SUCURSAL=" WS-SUCURSAL-TEXTO
               " HISTORIA=" WS-SEMANAS " SEMANAS DEL "
               WS-FECHA-INI-HIS " AL " WS-FECHA-FIN-HIS
               " SEMANA PRONOSTICADA DEL " WS-FECHA-LUNES
               " AL " WS-FECHA-DOMINGO
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           MOVE SPACES TO REG-PRONOSTICO
           STRING "DEMANDA = PIEZAS ENTREGADAS EN RETIRO Y NOMINA; "
               "QUINCENA = DIA 15 Y ULTIMO DEL MES O EL HABIL "
               "ANTERIOR"
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           MOVE SPACES TO REG-PRONOSTICO
           WRITE REG-PRONOSTICO

           MOVE SPACES TO REG-PRONOSTICO
           STRING "HISTORIA POR TIPO DE DIA"
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 8
               PERFORM ESCRIBE-RENGLON-CLASE
           END-PERFORM
           MOVE SPACES TO REG-PRONOSTICO
           WRITE REG-PRONOSTICO

           MOVE SPACES TO REG-PRONOSTICO
           STRING "PRONOSTICO POR DIA (PIEZAS)"
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
                   UNTIL WS-PRO-SUB > 7
               PERFORM ESCRIBE-RENGLON-DIA
           END-PERFORM
           MOVE SPACES TO REG-PRONOSTICO
           WRITE REG-PRONOSTICO

           MOVE SPACES TO REG-PRONOSTICO
           STRING "COMPARATIVO CONTRA INVENTARIO.DAT Y PARAMETROS "
               "SUGERIDOS"
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           IF WS-INVENTARIO-OK = 'N'
               MOVE SPACES TO REG-PRONOSTICO
               STRING "  SIN INVENTARIO.DAT: EXISTENCIAS Y PARAMETROS "
                   "ACTUALES EN CERO"
                   DELIMITED BY SIZE INTO REG-PRONOSTICO
               WRITE REG-PRONOSTICO
           END-IF
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               PERFORM ESCRIBE-RENGLON-DENOMINACION
           END-PERFORM
           MOVE SPACES TO REG-PRONOSTICO
           WRITE REG-PRONOSTICO

           MOVE SPACES TO REG-PRONOSTICO
           STRING "REGISTROS LEIDOS=" WS-REG-LEIDOS
               " USADOS=" WS-REG-USADOS
               " DEPOSITOS=" WS-REG-DEPOSITO
               " EN-FESTIVO=" WS-REG-FESTIVO
               " FALTANTES=" WS-CUENTA-FALTANTE
               " EXCESOS=" WS-CUENTA-EXCESO
               " MINIMOS-INSUFICIENTES=" WS-CUENTA-MINIMO
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           .

       ESCRIBE-RENGLON-CLASE.
           MOVE SPACES TO REG-PRONOSTICO
           STRING "  " WS-NOMBRE-DIA(WS-CLS-SUB)
               " FECHAS=" CLS-FECHAS(WS-CLS-SUB)
               " CON-NOMINA=" CLS-NOMINA(WS-CLS-SUB)
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           .

       ESCRIBE-RENGLON-DIA.
           MOVE SPACES TO WS-MARCAS
           MOVE 1 TO WS-PUNTERO
           IF PRO-QUINCENA(WS-PRO-SUB) = 'S'
               STRING "** QUINCENA ** "
                   DELIMITED BY SIZE INTO WS-MARCAS
                   WITH POINTER WS-PUNTERO
           END-IF
           IF PRO-PAGO(WS-PRO-SUB) = 'S'
               STRING "** DIA DE PAGO **"
                   DELIMITED BY SIZE INTO WS-MARCAS
                   WITH POINTER WS-PUNTERO
           END-IF
           MOVE PRO-BASE(WS-PRO-SUB) TO WS-CLS-SUB
           MOVE SPACES TO REG-PRONOSTICO
           IF PRO-CLASE(WS-PRO-SUB) = ZERO
               STRING "  " WS-NOMBRE-DIA(WS-PRO-SUB)
                   " " PRO-FECHA(WS-PRO-SUB)
                   " INHABIL: " PRO-MOTIVO(WS-PRO-SUB)
                   DELIMITED BY SIZE INTO REG-PRONOSTICO
           ELSE
               STRING "  " WS-NOMBRE-DIA(WS-PRO-SUB)
                   " " PRO-FECHA(WS-PRO-SUB)
                   " BASE=" WS-NOMBRE-DIA(WS-CLS-SUB)
                   " " WS-MARCAS
                   DELIMITED BY SIZE INTO REG-PRONOSTICO
           END-IF
           WRITE REG-PRONOSTICO
           MOVE SPACES TO WS-RENGLON-PIEZAS
           MOVE 1 TO WS-PUNTERO
           PERFORM VARYING WS-DEN-SUB FROM 1 BY 1
                   UNTIL WS-DEN-SUB > 9
               MOVE PRO-PIEZAS(WS-PRO-SUB, WS-DEN-SUB)
                   TO WS-PIEZAS-ED
               STRING FUNCTION TRIM(DENOM-ETIQUETA(WS-DEN-SUB))
                   "=" FUNCTION TRIM(WS-PIEZAS-ED) " "
                   DELIMITED BY SIZE INTO WS-RENGLON-PIEZAS
                   WITH POINTER WS-PUNTERO
           END-PERFORM
           MOVE SPACES TO REG-PRONOSTICO
           STRING "    " WS-RENGLON-PIEZAS
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           .

      * Un renglon de cifras por denominacion y uno por cada alerta.
       ESCRIBE-RENGLON-DENOMINACION.
           COMPUTE WS-IMPORTE-SEMANA =
               RES-SEMANA(WS-DEN-SUB) * DENOM-VALOR(WS-DEN-SUB)
           MOVE WS-IMPORTE-SEMANA TO WS-IMPORTE-ED
           MOVE SPACES TO REG-PRONOSTICO
           STRING "  " DENOM-ETIQUETA(WS-DEN-SUB)
               " SEMANA=" RES-SEMANA(WS-DEN-SUB)
               " IMPORTE=" FUNCTION TRIM(WS-IMPORTE-ED)
               " PICO=" RES-PICO(WS-DEN-SUB)
               " (" RES-PICO-FECHA(WS-DEN-SUB) ")"
               " EXISTENCIA=" DENOM-DISPONIBLE(WS-DEN-SUB)
               " MIN=" DENOM-MINIMO(WS-DEN-SUB)
               " MAX=" DENOM-MAXIMO(WS-DEN-SUB)
               " PAQ=" DENOM-PAQUETE(WS-DEN-SUB)
               " SUGERIDO MIN=" RES-SUG-MIN(WS-DEN-SUB)(4:6)
               " MAX=" RES-SUG-MAX(WS-DEN-SUB)(4:6)
               DELIMITED BY SIZE INTO REG-PRONOSTICO
           WRITE REG-PRONOSTICO
           IF DENOM-DISPONIBLE(WS-DEN-SUB) < RES-SEMANA(WS-DEN-SUB)
               ADD 1 TO WS-CUENTA-FALTANTE
               COMPUTE WS-PIEZAS-FALTAN = RES-SEMANA(WS-DEN-SUB)
                   - DENOM-DISPONIBLE(WS-DEN-SUB)
               MOVE SPACES TO REG-PRONOSTICO
               STRING "    ** FALTANTE PROYECTADO: FALTAN "
                   WS-PIEZAS-FALTAN " PIEZAS PARA LA SEMANA **"
                   DELIMITED BY SIZE INTO REG-PRONOSTICO
               WRITE REG-PRONOSTICO
           END-IF
           IF DENOM-DISPONIBLE(WS-DEN-SUB) > ZERO
                   AND DENOM-DISPONIBLE(WS-DEN-SUB)
                   > RES-SEMANA(WS-DEN-SUB) * 2
               ADD 1 TO WS-CUENTA-EXCESO
               MOVE SPACES TO REG-PRONOSTICO
               STRING "    ** EXCESO OCIOSO: LA EXISTENCIA PASA DEL "
                   "DOBLE DE LA DEMANDA DE LA SEMANA **"
                   DELIMITED BY SIZE INTO REG-PRONOSTICO
               WRITE REG-PRONOSTICO
           END-IF
           IF DENOM-MINIMO(WS-DEN-SUB) < RES-PICO(WS-DEN-SUB)
               ADD 1 TO WS-CUENTA-MINIMO
               MOVE SPACES TO REG-PRONOSTICO
               IF RES-PICO-QNA(WS-DEN-SUB) = 'S'
                   STRING "    ** MINIMO INSUFICIENTE PARA LA "
                       "QUINCENA DEL " RES-PICO-FECHA(WS-DEN-SUB)
                       " **"
                       DELIMITED BY SIZE INTO REG-PRONOSTICO
               ELSE
                   STRING "    ** MINIMO INSUFICIENTE PARA EL DIA "
                       "PICO DEL " RES-PICO-FECHA(WS-DEN-SUB) " **"
                       DELIMITED BY SIZE INTO REG-PRONOSTICO
               END-IF
               WRITE REG-PRONOSTICO
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
           STRING WS-TIMESTAMP
               " PRONOSTICO-BOVEDA OPERADOR=SISTEMA"
               " MONEDA=" WS-MONEDA-ACTIVA
               " SUCURSAL=" WS-SUCURSAL-TEXTO
               " SEMANAS=" WS-SEMANAS
               " DEL=" WS-FECHA-LUNES
               " FALTANTES=" WS-CUENTA-FALTANTE
               " EXCESOS=" WS-CUENTA-EXCESO
               " MINIMOS-INSUFICIENTES=" WS-CUENTA-MINIMO
               DELIMITED BY SIZE INTO REG-AUDITORIA
           WRITE REG-AUDITORIA
           .

           COPY DENOMPROC.

       END PROGRAM PRONOSTICO-BOVEDA.
