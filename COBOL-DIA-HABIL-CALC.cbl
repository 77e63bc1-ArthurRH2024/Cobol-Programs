       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA-HABIL-CALC.

      * Calendario de dias habiles compartido por DESGLOSE,
      * VALE-EFECTIVO, CONCILIA-GL y PRONOSTICO-BOVEDA. Sabado y
      * domingo son inhabiles siempre; los dias festivos salen de
      * CALENDARIO.DAT, que se mantiene con el programa CALENDARIO.
      * Un festivo con sucursal en blanco aplica a todas; con
      * sucursal, solo a esa.
      *
      * Funciones (LK-FUNCION):
      *   'V' valida que LK-FECHA sea una fecha AAAAMMDD que existe.
      *   'H' dice si LK-FECHA es habil para LK-SUCURSAL; si no lo
      *       es, LK-MOTIVO trae el porque (SABADO, DOMINGO o la
      *       descripcion del festivo).
      *   'C' cuenta en LK-DIAS los dias habiles despues de LK-FECHA
      *       y hasta LK-FECHA-2 inclusive (la antiguedad habil de
      *       algo fechado LK-FECHA vista el dia LK-FECHA-2).
      *   'R' regresa en LK-FECHA-2 la fecha mas vieja cuya
      *       antiguedad habil al dia LK-FECHA no pasa de LK-DIAS
      *       (limite de retencion: se depura lo anterior).
      *   'F' cierra CALENDARIO.DAT al terminar el programa que
      *       llama.
      * LK-VALIDO = 'N' cuando alguna fecha recibida no existe; en
      * ese caso LK-DIAS regresa en cero.
      *
      * El archivo se abre en la primera consulta y queda abierto
      * entre llamadas. Sin CALENDARIO.DAT solo se descuentan
      * sabados y domingos, con un aviso la primera vez.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-LLAVE
               FILE STATUS IS WS-FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
      * Mismo trazado que el programa CALENDARIO.
       FD  ARCH-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-LLAVE.
              10 CAL-FECHA        PIC X(8).
              10 CAL-SUCURSAL     PIC X(4).
           05 CAL-DESCRIPCION     PIC X(30).
           05 CAL-USUARIO         PIC X(8).
           05 CAL-FECHA-ALTA      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALENDARIO   PIC XX.
      * 'N' sin abrir, 'S' abierto, 'X' no existe (solo fines de
      * semana).
       01  WS-CAL-ESTADO      PIC X VALUE 'N'.
       01  WS-FECHA-TRAB      PIC X(8).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-FECHA-VALIDA    PIC X.
       01  WS-DIA-HABIL       PIC X.
       01  WS-MOTIVO          PIC X(30).
       01  WS-DIA-NUM         PIC 9(8).
       01  WS-DIA-DESDE       PIC 9(8).
       01  WS-DIA-HASTA       PIC 9(8).
       01  WS-DIA-SEMANA      PIC 9.
       01  WS-CUENTA          PIC 9(5).
       01  WS-FECHA-RES       PIC 9(8).
      * Tope de dias recorridos hacia atras en la funcion 'R', por
      * si el calendario marcara como inhabiles todos los dias.
       01  WS-TOPE-RECORRIDO  PIC 9(5) VALUE 3660.
       01  WS-RECORRIDOS      PIC 9(5).

       LINKAGE SECTION.
       01  LK-FUNCION         PIC X.
       01  LK-FECHA           PIC X(8).
       01  LK-SUCURSAL        PIC X(4).
       01  LK-FECHA-2         PIC X(8).
       01  LK-DIAS            PIC 9(5).
       01  LK-VALIDO          PIC X.
       01  LK-HABIL           PIC X.
       01  LK-MOTIVO          PIC X(30).

       PROCEDURE DIVISION USING LK-FUNCION LK-FECHA LK-SUCURSAL
               LK-FECHA-2 LK-DIAS LK-VALIDO LK-HABIL LK-MOTIVO.
       CALC-PRINCIPAL.
           MOVE 'S' TO LK-VALIDO
           MOVE SPACES TO LK-MOTIVO
           EVALUATE LK-FUNCION
               WHEN 'V'
                   MOVE LK-FECHA TO WS-FECHA-TRAB
                   PERFORM VALIDA-FECHA
                   MOVE WS-FECHA-VALIDA TO LK-VALIDO
                   IF WS-FECHA-VALIDA = 'N'
                       MOVE "FECHA INEXISTENTE" TO LK-MOTIVO
                   END-IF
               WHEN 'H'
                   PERFORM CONSULTA-DIA
               WHEN 'C'
                   PERFORM CUENTA-DIAS-HABILES
               WHEN 'R'
                   PERFORM RESTA-DIAS-HABILES
               WHEN 'F'
                   IF WS-CAL-ESTADO = 'S'
                       CLOSE ARCH-CALENDARIO
                   END-IF
                   MOVE 'N' TO WS-CAL-ESTADO
               WHEN OTHER
                   MOVE 'N' TO LK-VALIDO
                   MOVE "FUNCION DESCONOCIDA" TO LK-MOTIVO
           END-EVALUATE
           GOBACK
           .

      * La fecha debe ser numerica, existir en el calendario
      * gregoriano (mes 01-12, dia dentro del mes, 29 de febrero
      * solo en bisiesto) y no ser anterior a 1601, que es donde
      * empieza la numeracion de dias de INTEGER-OF-DATE.
       VALIDA-FECHA.
           MOVE 'S' TO WS-FECHA-VALIDA
           IF WS-FECHA-TRAB NOT NUMERIC
               MOVE 'N' TO WS-FECHA-VALIDA
           ELSE
               IF WS-FECHA-TRAB-N < 16010101
                   MOVE 'N' TO WS-FECHA-VALIDA
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-TRAB-N)
                           NOT = 0
                       MOVE 'N' TO WS-FECHA-VALIDA
                   END-IF
               END-IF
           END-IF
           .

       CONSULTA-DIA.
           MOVE 'N' TO LK-HABIL
           MOVE LK-FECHA TO WS-FECHA-TRAB
           PERFORM VALIDA-FECHA
           IF WS-FECHA-VALIDA = 'N'
               MOVE 'N' TO LK-VALIDO
               MOVE "FECHA INEXISTENTE" TO LK-MOTIVO
           ELSE
               COMPUTE WS-DIA-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TRAB-N)
               PERFORM REVISA-DIA
               MOVE WS-DIA-HABIL TO LK-HABIL
               MOVE WS-MOTIVO TO LK-MOTIVO
           END-IF
           .

       CUENTA-DIAS-HABILES.
           MOVE ZERO TO LK-DIAS
           MOVE LK-FECHA TO WS-FECHA-TRAB
           PERFORM VALIDA-FECHA
           IF WS-FECHA-VALIDA = 'S'
               COMPUTE WS-DIA-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TRAB-N)
               MOVE LK-FECHA-2 TO WS-FECHA-TRAB
               PERFORM VALIDA-FECHA
           END-IF
           IF WS-FECHA-VALIDA = 'N'
               MOVE 'N' TO LK-VALIDO
               MOVE "FECHA INEXISTENTE" TO LK-MOTIVO
           ELSE
               COMPUTE WS-DIA-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TRAB-N)
               MOVE ZERO TO WS-CUENTA
               ADD 1 TO WS-DIA-DESDE
               PERFORM VARYING WS-DIA-NUM FROM WS-DIA-DESDE BY 1
                       UNTIL WS-DIA-NUM > WS-DIA-HASTA
                   PERFORM REVISA-DIA
                   IF WS-DIA-HABIL = 'S'
                       ADD 1 TO WS-CUENTA
                   END-IF
               END-PERFORM
               MOVE WS-CUENTA TO LK-DIAS
           END-IF
           .

      * Camina hacia atras desde LK-FECHA contando dias habiles; el
      * habil numero LK-DIAS + 1 (contando LK-FECHA si es habil) es
      * la fecha mas vieja que todavia tiene antiguedad LK-DIAS.
       RESTA-DIAS-HABILES.
           MOVE LK-FECHA TO WS-FECHA-TRAB
           PERFORM VALIDA-FECHA
           IF WS-FECHA-VALIDA = 'N'
               MOVE 'N' TO LK-VALIDO
               MOVE "FECHA INEXISTENTE" TO LK-MOTIVO
               MOVE LK-FECHA TO LK-FECHA-2
           ELSE
               COMPUTE WS-DIA-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TRAB-N)
               MOVE ZERO TO WS-CUENTA
               MOVE ZERO TO WS-RECORRIDOS
               PERFORM UNTIL WS-CUENTA > LK-DIAS
                       OR WS-RECORRIDOS > WS-TOPE-RECORRIDO
                       OR WS-DIA-NUM <= 1
                   PERFORM REVISA-DIA
                   IF WS-DIA-HABIL = 'S'
                       ADD 1 TO WS-CUENTA
                   END-IF
                   IF WS-CUENTA NOT > LK-DIAS
                       SUBTRACT 1 FROM WS-DIA-NUM
                       ADD 1 TO WS-RECORRIDOS
                   END-IF
               END-PERFORM
               COMPUTE WS-FECHA-RES =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-NUM)
               MOVE WS-FECHA-RES TO LK-FECHA-2
           END-IF
           .

      * WS-DIA-NUM trae el dia (numeracion de INTEGER-OF-DATE, el 1
      * es lunes 16010101). Deja WS-DIA-HABIL y WS-MOTIVO.
       REVISA-DIA.
           MOVE 'S' TO WS-DIA-HABIL
           MOVE SPACES TO WS-MOTIVO
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-NUM - 1, 7)
           EVALUATE WS-DIA-SEMANA
               WHEN 5
                   MOVE 'N' TO WS-DIA-HABIL
                   MOVE "SABADO" TO WS-MOTIVO
               WHEN 6
                   MOVE 'N' TO WS-DIA-HABIL
                   MOVE "DOMINGO" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM BUSCA-FESTIVO
           END-EVALUATE
           .

       BUSCA-FESTIVO.
           IF WS-CAL-ESTADO = 'N'
               PERFORM ABRE-CALENDARIO
           END-IF
           IF WS-CAL-ESTADO = 'S'
               COMPUTE WS-FECHA-RES =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-NUM)
               MOVE WS-FECHA-RES TO CAL-FECHA
               MOVE SPACES TO CAL-SUCURSAL
               READ ARCH-CALENDARIO
                   KEY IS CAL-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-DIA-HABIL
                       MOVE CAL-DESCRIPCION TO WS-MOTIVO
               END-READ
               IF WS-DIA-HABIL = 'S' AND LK-SUCURSAL NOT = SPACES
                   MOVE WS-FECHA-RES TO CAL-FECHA
                   MOVE LK-SUCURSAL TO CAL-SUCURSAL
                   READ ARCH-CALENDARIO
                       KEY IS CAL-LLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-DIA-HABIL
                           MOVE CAL-DESCRIPCION TO WS-MOTIVO
                   END-READ
               END-IF
               IF WS-DIA-HABIL = 'N' AND WS-MOTIVO = SPACES
                   MOVE "DIA FESTIVO" TO WS-MOTIVO
               END-IF
           END-IF
           .

       ABRE-CALENDARIO.
           OPEN INPUT ARCH-CALENDARIO
           IF WS-FS-CALENDARIO = '00'
               MOVE 'S' TO WS-CAL-ESTADO
           ELSE
               MOVE 'X' TO WS-CAL-ESTADO
               DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR CALENDARIO.DAT "
                   "(STATUS " WS-FS-CALENDARIO "), SOLO SE DESCUENTAN "
                   "SABADOS Y DOMINGOS"
           END-IF
           .

       END PROGRAM DIA-HABIL-CALC.
