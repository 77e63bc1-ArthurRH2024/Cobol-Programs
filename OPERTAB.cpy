      * Operador firmado y copia en memoria de OPERADOR.DAT, para los
      * programas que exigen firma (DESGLOSE, INVENTARIO,
      * VALE-EFECTIVO, CAJEROS, OPERADOR, FONDO-CAJA, BILLETE-FALSO,
      * NOMINA-SOBRES, CALENDARIO).
      * Las rutinas viven en OPERPROC.cpy; cada programa declara su
      * FD de ARCH-OPERADOR con el trazado del maestro (mismo que la
      * tabla) y pone su nombre en WS-OPR-PROGRAMA antes de firmar,
      * para que los renglones de AUDITORIA.LOG salgan rotulados.
       01  WS-FS-OPERADOR     PIC XX.
       01  WS-FIN-OPERADOR    PIC X.
       01  WS-OPR-PROGRAMA    PIC X(13) VALUE SPACES.

      * Roles: C=cajero, J=jefe de cajeros, B=custodio de boveda,
      * S=supervisor, A=auditor. El limite de autoridad es en pesos
      * y cero significa sin facultad para autorizar montos.
       01  WS-OPERADOR        PIC X(8) VALUE SPACES.
       01  WS-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL    PIC X VALUE SPACE.
       01  WS-OPERADOR-LIMITE PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRMA-OK        PIC X VALUE 'N'.

      * Tres PIN equivocados seguidos bloquean al usuario; solo un
      * supervisor lo reactiva desde el programa OPERADOR.
       01  WS-OPR-MAX-INTENTOS PIC 9 VALUE 3.
       01  WS-OPR-USUARIO-CAP PIC X(8).
       01  WS-OPR-PIN-CAP     PIC X(6).
       01  WS-OPR-MOTIVO      PIC X(50).

      * Verificacion de rol por opcion: el programa deja en
      * WS-ROLES-PERMITIDOS los codigos de rol que pueden entrar y en
      * WS-OPR-OPCION el nombre de la opcion para la bitacora.
       01  WS-ROLES-PERMITIDOS PIC X(5).
       01  WS-OPR-OPCION      PIC X(20).
       01  WS-ROL-OK          PIC X VALUE 'N'.
       01  WS-ROL-CUENTA      PIC 9.

      * Autorizacion de supervisor: el monto (en pesos) se compara
      * contra el limite del supervisor que firma la autorizacion.
       01  WS-OPR-MONTO       PIC 9(11)V99.
       01  WS-OPR-MONTO-ED    PIC Z(10)9.99.
       01  WS-SUP-AUTORIZA    PIC X VALUE 'N'.
       01  WS-SUP-USUARIO     PIC X(8) VALUE SPACES.

       01  WS-OPR-USADOS      PIC 9(3) VALUE ZERO.
       01  WS-OPR-SUB         PIC 9(3).
       01  WS-OPR-HALLADO     PIC 9(3).
      * Registros que no cupieron en la tabla: mientras haya uno
      * OPERADOR.DAT no se reescribe (se perderian esos usuarios).
       01  WS-OPR-PERDIDOS    PIC 9(3) VALUE ZERO.
       01  TAB-OPERADOR.
           05 OPRT-ENTRY OCCURS 200 TIMES.
              10 OPRT-USUARIO     PIC X(8).
              10 OPRT-PIN         PIC X(6).
              10 OPRT-NOMBRE      PIC X(30).
              10 OPRT-ROL         PIC X.
              10 OPRT-LIMITE      PIC 9(9)V99.
              10 OPRT-ESTATUS     PIC X.
              10 OPRT-INTENTOS    PIC 9.
