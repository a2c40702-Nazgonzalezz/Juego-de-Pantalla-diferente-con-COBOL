      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:09/2026
      * Purpose: Caja de creditos prepagos de la recepcion. Cada
      *          jugador tiene un saldo de creditos en
      *          data/CREDITOS.DAT que el mostrador carga con una
      *          venta, baja con una devolucion o ajusta con una
      *          correccion; cada movimiento (y cada credito que el
      *          juego consume al registrar una sesion) queda en la
      *          bitacora de caja data/CAJALOG.DAT con el operador
      *          que lo hizo. Con el argumento CIERRE (Y OPCIONAL-
      *          MENTE LA FECHA AAAAMMDD) imprime el cierre de caja
      *          del dia: creditos vendidos, devueltos, corregidos y
      *          usados, cruzados contra las sesiones no anuladas de
      *          la auditoria de ese dia. Una sesion retomada de un
      *          checkpoint (evento RE) no se cobra y se lista como
      *          cubierta por el credito de la sesion original, y ese
      *          credito (que no tiene sesion cerrada) se lista como
      *          cubierto por la reanudacion. El mostrador abre los
      *          saldos y la bitacora solo mientras dura cada
      *          operacion, para no dejar sin caja a las terminales,
      *          y no registra movimientos con el local cerrado por
      *          mantenimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOCAJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITO-FILE ASSIGN TO "data/CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CRE-ID
               FILE STATUS IS WS-CRE-STATUS.

           SELECT CAJALOG-FILE ASSIGN TO "data/CAJALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJ-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "data/ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROSTER-ID
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT EVENT-FILE ASSIGN TO "data/EVENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT ESTADO-FILE ASSIGN TO "data/ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *SALDO DE CREDITOS POR JUGADOR Y FECHA/HORA DEL ULTIMO
      *MOVIMIENTO. UN JUGADOR SIN REGISTRO TIENE SALDO CERO.
       FD  CREDITO-FILE.
       01  WS-CREDITO-REC.
           05 WS-CRE-ID               PIC X(10).
           05 WS-CRE-SALDO            PIC 9(5).
           05 WS-CRE-ULTMOV           PIC X(14).

      *BITACORA DE CAJA: FECHA/HORA, ACCION (VTA VENTA, DEV
      *DEVOLUCION, COR CORRECCION, USO CREDITO CONSUMIDO POR EL
      *JUEGO), JUGADOR, SIGNO Y CANTIDAD DEL MOVIMIENTO, SALDO QUE
      *QUEDO, INICIALES DEL OPERADOR (EN BLANCO EN LOS USO) Y, EN LOS
      *USO, EL TIMESTAMP DE INICIO DE LA SESION QUE SE COBRO, QUE ES
      *EL MISMO QUE LLEVA SU REGISTRO DE AUDITORIA.
       FD  CAJALOG-FILE.
       01  WS-CAJALOG-REC.
           05 WS-CAJ-TIMESTAMP        PIC X(14).
           05 WS-CAJ-ACCION           PIC X(3).
           05 WS-CAJ-JUGADOR          PIC X(10).
           05 WS-CAJ-SIGNO            PIC X.
           05 WS-CAJ-CANTIDAD         PIC 9(5).
           05 WS-CAJ-SALDO            PIC 9(5).
           05 WS-CAJ-OPERADOR         PIC X(3).
           05 WS-CAJ-SESION           PIC X(14).

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
           05 WS-ROSTER-ID            PIC X(10).
           05 WS-ROSTER-PARTIDAS      PIC 9(5).
           05 WS-ROSTER-MEJOR         PIC 999.
           05 WS-ROSTER-ULTFECHA      PIC X(8).

       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 WS-AUD-INICIO           PIC X(14).
           05 WS-AUD-FIN              PIC X(14).
           05 WS-AUD-PUNTAJE          PIC 999.
           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

      *HISTORICO AUDIT-AAAAMM.DAT DEL MES DEL CIERRE: SI EL CIERRE
      *MENSUAL YA PASO LAS SESIONES DEL DIA AL HISTORICO, EL CRUCE
      *LAS BUSCA AHI.
       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

      *EVENTOS DEL JUEGO: SOLO INTERESAN LOS RE, QUE EL JUEGO GRABA
      *CON EL INICIO DE LA SESION CUANDO RETOMA UN CHECKPOINT.
       FD  EVENT-FILE.
       01  WS-EVENT-REC.
           05 WS-EVT-TIMESTAMP        PIC X(14).
           05 WS-EVT-JUGADOR          PIC X(10).
           05 WS-EVT-NIVEL            PIC 99.
           05 WS-EVT-TIPO             PIC X(2).
           05 WS-EVT-VALOR            PIC 999.
           05 WS-EVT-Y                PIC 99.
           05 WS-EVT-X                PIC 99.
           05 WS-EVT-TERMINAL         PIC X(4).
           05 WS-EVT-PAQUETE          PIC 999.

      *ESTADO DEL LOCAL QUE MANTIENEN JUEGONOC Y JUEGOBOR: "C"
      *MIENTRAS SE REESCRIBEN LOS ARCHIVOS, "A" ABIERTO.
       FD  ESTADO-FILE.
       01  WS-ESTADO-REC.
           05 WS-EST-ESTADO           PIC X.
           05 WS-EST-DESDE            PIC X(14).
           05 WS-EST-LIMITE           PIC X(14).
           05 WS-EST-REAPERTURA       PIC X(14).

       WORKING-STORAGE SECTION.
       77  WS-CRE-STATUS            PIC XX.
       77  WS-CAJ-STATUS            PIC XX.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-AUDIT-STATUS          PIC XX.
       77  WS-ARCH-STATUS           PIC XX.
       77  WS-EVT-STATUS            PIC XX.
       77  WS-EST-STATUS            PIC XX.

       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-TS-AHORA              PIC X(14).
       77  WS-ARG-MODO              PIC X(10) VALUE SPACES.
       77  WS-ARG-FECHA             PIC X(8) VALUE SPACES.
       77  WS-ARCH-FILENAME         PIC X(30).

      *ATENCION EN EL MOSTRADOR.
       77  WS-OPCION-MENU           PIC X VALUE SPACE.
       77  WS-OPERADOR              PIC X(3) VALUE SPACES.
       77  WS-ID-JUGADOR            PIC X(10).
       77  WS-ENTRADA-CANT          PIC X(5).
       77  WS-CANTIDAD              PIC 9(5).
       77  WS-SALDO-NUEVO           PIC 9(5).
       77  WS-RESP-CONFIRMA         PIC X.
       77  WS-CRE-EXISTE            PIC X.
       77  WS-ACCION                PIC X(3).
       77  WS-SIGNO                 PIC X.
       77  WS-CANT-LISTADOS         PIC 9(5).
       77  WS-SUMA-SALDOS           PIC 9(7).
       77  WS-LOCAL-CERRADO         PIC X.

      *LOS SALDOS Y LA BITACORA SE ABREN POR OPERACION: SI UNA
      *TERMINAL ESTA COBRANDO SE REINTENTA UNOS SEGUNDOS. EL SALDO
      *QUE VIO EL OPERADOR SE GUARDA PARA COMPROBAR, AL GRABAR, QUE
      *NADIE LO CAMBIO MIENTRAS TANTO.
       77  WS-CREDITO-ABIERTO       PIC X.
       77  WS-CAJA-ABIERTA          PIC X.
       77  WS-ABRIR-INTENTOS        PIC 99.
       77  WS-ESPERA-SEG            PIC 9 VALUE 1.
       77  WS-SALDO-VISTO           PIC 9(5).
       77  WS-SALDO-FIRME           PIC X.

      *TOPE DE CREDITOS POR OPERACION DE MOSTRADOR: ATAJA UN CERO DE
      *MAS TIPEADO EN LA CANTIDAD. UN SALDO CORREGIDO A MANO NO PUEDE
      *PASAR DE DIEZ VECES ESE TOPE.
       77  WS-TOPE-OPERACION        PIC 9(5) VALUE 500.
       77  WS-TOPE-SALDO            PIC 9(5).
       77  WS-ENTERO-VALIDO         PIC X.
       77  WS-VALOR-ENTRADA         PIC S9(5)V9(4).

      *VALIDACION DEL ID TIPEADO, CON LA MISMA REGLA QUE LAS ALTAS DE
      *LA RECEPCION Y DEL JUEGO.
       77  WS-CAR-IDX               PIC 99.
       77  WS-CAR                   PIC X.
       77  WS-HUBO-ESPACIO          PIC X.
       77  WS-ID-INVALIDO           PIC X.

      *CIERRE DE CAJA DEL DIA.
       77  WS-FECHA-CIERRE          PIC X(8).
       77  WS-TOT-VENDIDOS          PIC 9(7) VALUE 0.
       77  WS-TOT-DEVUELTOS         PIC 9(7) VALUE 0.
       77  WS-TOT-COR-MAS           PIC 9(7) VALUE 0.
       77  WS-TOT-COR-MENOS         PIC 9(7) VALUE 0.
       77  WS-TOT-USADOS            PIC 9(7) VALUE 0.
       77  WS-NETO-CAJA             PIC S9(7) VALUE 0.
       77  WS-NETO-EDIT             PIC -(7)9.
       77  WS-CANT-SESIONES         PIC 9(5) VALUE 0.
       77  WS-CANT-COBRADAS         PIC 9(5) VALUE 0.
       77  WS-CANT-SIN-CREDITO      PIC 9(5) VALUE 0.
       77  WS-CANT-SIN-CIERRE       PIC 9(5) VALUE 0.
       77  WS-CANT-ANULADAS         PIC 9(5) VALUE 0.
       77  WS-CANT-DEMO             PIC 9(5) VALUE 0.
       77  WS-CANT-RETOMADAS        PIC 9(5) VALUE 0.
       77  WS-CANT-CUBIERTOS        PIC 9(5) VALUE 0.
       77  WS-CANT-EXCEPCIONES      PIC 9(5) VALUE 0.

      *CREDITOS CONSUMIDOS POR SESIONES DEL DIA, PARA CRUZARLOS UNO A
      *UNO CONTRA LA AUDITORIA. LA MARCA QUEDA EN "N" HASTA QUE
      *APARECE LA SESION: "S" SESION VALIDA, "V" SESION ANULADA.
       01  WS-USOS.
           05 WS-USO-CANT           PIC 9(5) VALUE 0.
           05 WS-USO-TBL OCCURS 3000 TIMES.
               10 WS-USO-JUGADOR        PIC X(10).
               10 WS-USO-SESION         PIC X(14).
               10 WS-USO-MARCA          PIC X.

       77  WS-USO-IDX               PIC 9(5).
       77  WS-USO-IDX2              PIC 9(5).
       77  WS-USO-ENTRE             PIC X.
       77  WS-USO-HALLADO           PIC X.
       77  WS-USO-DESBORDE          PIC X VALUE "N".

      *SESIONES DEL DIA RETOMADAS DE UN CHECKPOINT (EVENTO RE): NO
      *SE COBRAN, LAS CUBRE EL CREDITO DE LA SESION QUE SE CAYO.
       01  WS-REANUDADAS.
           05 WS-RE-CANT            PIC 9(4) VALUE 0.
           05 WS-RE-TBL OCCURS 500 TIMES.
               10 WS-RE-JUGADOR         PIC X(10).
               10 WS-RE-TS              PIC X(14).

       77  WS-RE-IDX                PIC 9(4).
       77  WS-RE-HALLADA            PIC X.
       77  WS-RE-TS-HALLADA         PIC X(14).

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-MODO FROM ARGUMENT-VALUE
           IF WS-ARG-MODO = "CIERRE"
               PERFORM 5000-CIERRE-DE-CAJA
           ELSE
               PERFORM 0100-VERIFICAR-ARCHIVOS
               PERFORM 0200-PEDIR-OPERADOR
               PERFORM 1000-MENU
                   UNTIL WS-OPCION-MENU = "9"
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *SIN ARCHIVO DE SALDOS O SIN BITACORA NO SE ATIENDE: UN
      *MOVIMIENTO DE CAJA SIN ASIENTO NO SE PUEDE CONCILIAR. ACA SOLO
      *SE COMPRUEBA (CREANDOLOS SI FALTAN) QUE LOS DOS SE PUEDAN
      *ABRIR; MIENTRAS EL OPERADOR MIRA EL MENU QUEDAN CERRADOS.

       0100-VERIFICAR-ARCHIVOS.
           OPEN I-O CREDITO-FILE
           IF WS-CRE-STATUS = "35"
               OPEN OUTPUT CREDITO-FILE
               CLOSE CREDITO-FILE
               OPEN I-O CREDITO-FILE
           END-IF
           IF WS-CRE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CREDITOS.DAT, STATUS "
                       WS-CRE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CAJALOG-FILE
           IF WS-CAJ-STATUS = "35"
               OPEN OUTPUT CAJALOG-FILE
               CLOSE CAJALOG-FILE
               OPEN EXTEND CAJALOG-FILE
           END-IF
           IF WS-CAJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CAJALOG.DAT, STATUS "
                       WS-CAJ-STATUS
               CLOSE CREDITO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CAJALOG-FILE
           CLOSE CREDITO-FILE.

      *-----------------------------------------------------------------
      *ABRE LOS SALDOS PARA UNA OPERACION, IGUAL QUE EL JUEGO AL
      *COBRAR: VARIOS INTENTOS Y, SI NO HAY CASO, SE AVISA Y LA
      *OPERACION NO SE HACE.

       0110-ABRIR-CREDITOS.
           MOVE "N" TO WS-CREDITO-ABIERTO
           MOVE 0 TO WS-ABRIR-INTENTOS
           PERFORM UNTIL WS-CREDITO-ABIERTO = "S"
                   OR WS-ABRIR-INTENTOS > 4
               ADD 1 TO WS-ABRIR-INTENTOS
               OPEN I-O CREDITO-FILE
               IF WS-CRE-STATUS = "35"
                   OPEN OUTPUT CREDITO-FILE
                   CLOSE CREDITO-FILE
                   OPEN I-O CREDITO-FILE
               END-IF
               IF WS-CRE-STATUS = "00"
                   MOVE "S" TO WS-CREDITO-ABIERTO
               ELSE
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
               END-IF
           END-PERFORM
           IF WS-CREDITO-ABIERTO NOT = "S"
               DISPLAY "LOS SALDOS ESTAN OCUPADOS (STATUS "
                       WS-CRE-STATUS "), INTENTE DE NUEVO"
           END-IF.

      *-----------------------------------------------------------------

       0120-ABRIR-CAJALOG.
           MOVE "N" TO WS-CAJA-ABIERTA
           MOVE 0 TO WS-ABRIR-INTENTOS
           PERFORM UNTIL WS-CAJA-ABIERTA = "S"
                   OR WS-ABRIR-INTENTOS > 4
               ADD 1 TO WS-ABRIR-INTENTOS
               OPEN EXTEND CAJALOG-FILE
               IF WS-CAJ-STATUS = "35"
                   OPEN OUTPUT CAJALOG-FILE
                   CLOSE CAJALOG-FILE
                   OPEN EXTEND CAJALOG-FILE
               END-IF
               IF WS-CAJ-STATUS = "00"
                   MOVE "S" TO WS-CAJA-ABIERTA
               ELSE
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *CON EL LOCAL CERRADO (VENTANA NOCTURNA O BORRADO DE DATOS DE
      *UN JUGADOR) LA BITACORA DE CAJA SE PUEDE ESTAR REESCRIBIENDO:
      *NO SE REGISTRAN MOVIMIENTOS, SOLO SE CONSULTA. SIN ARCHIVO DE
      *ESTADO (O VACIO) EL LOCAL ESTA ABIERTO.

       0130-VERIFICAR-LOCAL.
           MOVE "N" TO WS-LOCAL-CERRADO
           OPEN INPUT ESTADO-FILE
           IF WS-EST-STATUS = "00"
               READ ESTADO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EST-ESTADO = "C"
                           MOVE "S" TO WS-LOCAL-CERRADO
                       END-IF
               END-READ
               CLOSE ESTADO-FILE
           END-IF
           IF WS-LOCAL-CERRADO = "S"
               DISPLAY "LOCAL CERRADO POR MANTENIMIENTO: NO SE "
                       "REGISTRAN MOVIMIENTOS, INTENTE MAS TARDE"
           END-IF.

      *-----------------------------------------------------------------
      *TODO MOVIMIENTO DE CAJA LLEVA LAS INICIALES DE QUIEN ATENDIO.

       0200-PEDIR-OPERADOR.
           PERFORM UNTIL WS-OPERADOR NOT = SPACES
               DISPLAY "INICIALES DEL OPERADOR DE CAJA: "
               ACCEPT WS-OPERADOR
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-MENU.
           DISPLAY " "
           DISPLAY "============== CAJA DE CREDITOS ================"
           DISPLAY " V) VENDER CREDITOS"
           DISPLAY " D) DEVOLVER CREDITOS"
           DISPLAY " C) CORREGIR EL SALDO DE UN JUGADOR"
           DISPLAY " S) CONSULTAR SALDO"
           DISPLAY " L) LISTAR SALDOS"
           DISPLAY " 9) SALIR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
           WHEN "V"
           WHEN "v"
               PERFORM 0130-VERIFICAR-LOCAL
               IF WS-LOCAL-CERRADO = "N"
                   PERFORM 2000-VENDER
               END-IF
           WHEN "D"
           WHEN "d"
               PERFORM 0130-VERIFICAR-LOCAL
               IF WS-LOCAL-CERRADO = "N"
                   PERFORM 3000-DEVOLVER
               END-IF
           WHEN "C"
           WHEN "c"
               PERFORM 0130-VERIFICAR-LOCAL
               IF WS-LOCAL-CERRADO = "N"
                   PERFORM 4000-CORREGIR
               END-IF
           WHEN "S"
           WHEN "s"
               PERFORM 4500-CONSULTAR
           WHEN "L"
           WHEN "l"
               PERFORM 4700-LISTAR
           WHEN "9"
               CONTINUE
           WHEN OTHER
               DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      *-----------------------------------------------------------------
      *VENTA: SUMA LA CANTIDAD AL SALDO DEL JUGADOR (CREANDO SU
      *REGISTRO SI ES LA PRIMERA COMPRA). UN ID QUE NO ESTA EN EL
      *PADRON SE VENDE SOLO CON CONFIRMACION, PORQUE CON EL PADRON
      *CERRADO ESE JUGADOR NO PODRA USAR LOS CREDITOS. LOS SALDOS SE
      *ABREN RECIEN CON TODOS LOS DATOS PEDIDOS.

       2000-VENDER.
           PERFORM 6000-PEDIR-ID
           IF WS-ID-JUGADOR NOT = SPACES
               PERFORM 6100-VERIFICAR-PADRON
               IF WS-RESP-CONFIRMA = "S"
                   PERFORM 6200-PEDIR-CANTIDAD
               END-IF
               IF WS-RESP-CONFIRMA = "S" AND WS-CANTIDAD > 0
                   PERFORM 0110-ABRIR-CREDITOS
               END-IF
               IF WS-RESP-CONFIRMA = "S" AND WS-CANTIDAD > 0
                       AND WS-CREDITO-ABIERTO = "S"
                   PERFORM 6300-LEER-SALDO
                   ADD WS-CANTIDAD TO WS-CRE-SALDO
                       ON SIZE ERROR
                           DISPLAY "EL SALDO EXCEDERIA EL MAXIMO, "
                                   "NO SE HACE NADA"
                           MOVE 0 TO WS-CANTIDAD
                   END-ADD
                   IF WS-CANTIDAD > 0
                       MOVE "VTA" TO WS-ACCION
                       MOVE "+"   TO WS-SIGNO
                       PERFORM 6400-GRABAR-SALDO
                   END-IF
                   CLOSE CREDITO-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *DEVOLUCION: SE RESTA DEL SALDO, NUNCA MAS DE LO QUE EL
      *JUGADOR TIENE CARGADO.

       3000-DEVOLVER.
           PERFORM 6000-PEDIR-ID
           IF WS-ID-JUGADOR NOT = SPACES
               PERFORM 6250-CONSULTAR-SALDO
           END-IF
           IF WS-ID-JUGADOR NOT = SPACES
                   AND WS-CREDITO-ABIERTO = "S"
               DISPLAY "SALDO ACTUAL DE " WS-ID-JUGADOR ": "
                       WS-SALDO-VISTO
               IF WS-SALDO-VISTO = 0
                   DISPLAY "EL JUGADOR NO TIENE CREDITOS PARA "
                           "DEVOLVER"
               ELSE
                   PERFORM 6200-PEDIR-CANTIDAD
                   IF WS-CANTIDAD > WS-SALDO-VISTO
                       DISPLAY "NO SE PUEDEN DEVOLVER MAS CREDITOS "
                               "QUE EL SALDO, NO SE HACE NADA"
                   ELSE
                       IF WS-CANTIDAD > 0
                           PERFORM 6600-RELEER-SALDO
                       END-IF
                       IF WS-CANTIDAD > 0 AND WS-SALDO-FIRME = "S"
                           SUBTRACT WS-CANTIDAD FROM WS-CRE-SALDO
                           MOVE "DEV" TO WS-ACCION
                           MOVE "-"   TO WS-SIGNO
                           PERFORM 6400-GRABAR-SALDO
                           CLOSE CREDITO-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *CORRECCION: EL OPERADOR INFORMA EL SALDO CORRECTO Y LA
      *BITACORA ASIENTA LA DIFERENCIA CON SU SIGNO, PARA QUE EL
      *CIERRE DE CAJA LA MUESTRE APARTE DE VENTAS Y DEVOLUCIONES.

       4000-CORREGIR.
           PERFORM 6000-PEDIR-ID
           IF WS-ID-JUGADOR NOT = SPACES
               PERFORM 6250-CONSULTAR-SALDO
           END-IF
           IF WS-ID-JUGADOR NOT = SPACES
                   AND WS-CREDITO-ABIERTO = "S"
               DISPLAY "SALDO ACTUAL DE " WS-ID-JUGADOR ": "
                       WS-SALDO-VISTO
               DISPLAY "SALDO CORRECTO: "
               ACCEPT WS-ENTRADA-CANT
               PERFORM 6210-VALIDAR-ENTERO
               COMPUTE WS-TOPE-SALDO = WS-TOPE-OPERACION * 10
               IF WS-ENTERO-VALIDO = "S"
                   IF FUNCTION NUMVAL(WS-ENTRADA-CANT) > WS-TOPE-SALDO
                       MOVE "N" TO WS-ENTERO-VALIDO
                   END-IF
               END-IF
               IF WS-ENTERO-VALIDO NOT = "S"
                   DISPLAY "SALDO NO VALIDO (0 A " WS-TOPE-SALDO
                           "), NO SE HACE NADA"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRADA-CANT)
                       TO WS-SALDO-NUEVO
                   IF WS-SALDO-NUEVO = WS-SALDO-VISTO
                       DISPLAY "EL SALDO NO CAMBIA, NO SE HACE NADA"
                   ELSE
                       IF WS-SALDO-NUEVO > WS-SALDO-VISTO
                           COMPUTE WS-CANTIDAD =
                               WS-SALDO-NUEVO - WS-SALDO-VISTO
                           MOVE "+" TO WS-SIGNO
                       ELSE
                           COMPUTE WS-CANTIDAD =
                               WS-SALDO-VISTO - WS-SALDO-NUEVO
                           MOVE "-" TO WS-SIGNO
                       END-IF
                       DISPLAY "SE CORRIGE EL SALDO DE " WS-SALDO-VISTO
                               " A " WS-SALDO-NUEVO
                               ". CONFIRMA? (S/N)"
                       ACCEPT WS-RESP-CONFIRMA
                       IF WS-RESP-CONFIRMA = "S"
                               OR WS-RESP-CONFIRMA = "s"
                           PERFORM 6600-RELEER-SALDO
                           IF WS-SALDO-FIRME = "S"
                               MOVE WS-SALDO-NUEVO TO WS-CRE-SALDO
                               MOVE "COR" TO WS-ACCION
                               PERFORM 6400-GRABAR-SALDO
                               CLOSE CREDITO-FILE
                           END-IF
                       ELSE
                           DISPLAY "CORRECCION CANCELADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4500-CONSULTAR.
           PERFORM 6000-PEDIR-ID
           IF WS-ID-JUGADOR NOT = SPACES
               PERFORM 0110-ABRIR-CREDITOS
           END-IF
           IF WS-ID-JUGADOR NOT = SPACES
                   AND WS-CREDITO-ABIERTO = "S"
               PERFORM 6300-LEER-SALDO
               IF WS-CRE-EXISTE = "S"
                   DISPLAY "SALDO DE " WS-ID-JUGADOR ": "
                           WS-CRE-SALDO " CREDITOS (ULTIMO "
                           "MOVIMIENTO " WS-CRE-ULTMOV ")"
               ELSE
                   DISPLAY WS-ID-JUGADOR " NUNCA COMPRO CREDITOS"
               END-IF
               CLOSE CREDITO-FILE
           END-IF.

      *-----------------------------------------------------------------

       4700-LISTAR.
           PERFORM 0110-ABRIR-CREDITOS
           IF WS-CREDITO-ABIERTO = "S"
               MOVE 0 TO WS-CANT-LISTADOS
               MOVE 0 TO WS-SUMA-SALDOS
               MOVE LOW-VALUES TO WS-CRE-ID
               START CREDITO-FILE KEY IS NOT LESS THAN WS-CRE-ID
                   INVALID KEY MOVE "23" TO WS-CRE-STATUS
               END-START
               DISPLAY "ID JUGADOR  SALDO  ULTIMO MOVIMIENTO"
               PERFORM UNTIL WS-CRE-STATUS NOT = "00"
                   READ CREDITO-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CRE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CANT-LISTADOS
                           ADD WS-CRE-SALDO TO WS-SUMA-SALDOS
                           DISPLAY WS-CRE-ID "  " WS-CRE-SALDO "  "
                                   WS-CRE-ULTMOV
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-CRE-STATUS
               CLOSE CREDITO-FILE
               DISPLAY "TOTAL: " WS-CANT-LISTADOS " JUGADORES, "
                       WS-SUMA-SALDOS " CREDITOS SIN USAR"
           END-IF.

      *-----------------------------------------------------------------
      *CIERRE DE CAJA DEL DIA (HOY O LA FECHA DEL ARGUMENTO 2).
      *PRIMERO SE SUMAN LOS MOVIMIENTOS DE LA BITACORA Y SE RETIENEN
      *LOS CREDITOS CONSUMIDOS POR SESIONES DEL DIA; DESPUES SE
      *RECORRE LA AUDITORIA (VIVA Y EL HISTORICO DEL MES) MARCANDO
      *CADA CREDITO CON SU SESION.

       5000-CIERRE-DE-CAJA.
           DISPLAY "================================================"
           DISPLAY "        CIERRE DE CAJA DE CREDITOS - JUEGOPAN"
           DISPLAY "================================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-FECHA-CIERRE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FECHA FROM ARGUMENT-VALUE
           IF WS-ARG-FECHA NOT = SPACES
               MOVE WS-ARG-FECHA TO WS-FECHA-CIERRE
           END-IF
           DISPLAY "FECHA DEL CIERRE    : " WS-FECHA-CIERRE
           PERFORM 5100-SUMAR-BITACORA
           PERFORM 5250-CARGAR-REANUDADAS
           PERFORM 5300-CRUZAR-AUDITORIA
           PERFORM 5600-CREDITOS-SIN-SESION
           PERFORM 5800-IMPRIMIR-CIERRE
           IF WS-CANT-EXCEPCIONES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------

       5100-SUMAR-BITACORA.
           OPEN INPUT CAJALOG-FILE
           IF WS-CAJ-STATUS NOT = "00"
               DISPLAY "AVISO: NO HAY BITACORA DE CAJA (STATUS "
                       WS-CAJ-STATUS ")"
           ELSE
               PERFORM UNTIL WS-CAJ-STATUS NOT = "00"
                   READ CAJALOG-FILE
                       AT END
                           MOVE "10" TO WS-CAJ-STATUS
                       NOT AT END
                           PERFORM 5200-ACUMULAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE CAJALOG-FILE
           END-IF.

      *-----------------------------------------------------------------
      *LAS VENTAS, DEVOLUCIONES Y CORRECCIONES CUENTAN POR LA FECHA
      *DEL MOVIMIENTO; LOS USO, POR LA FECHA DE INICIO DE LA SESION
      *COBRADA, QUE ES LA QUE SE CRUZA CON LA AUDITORIA.

       5200-ACUMULAR-MOVIMIENTO.
           IF WS-CAJ-TIMESTAMP(1:8) = WS-FECHA-CIERRE
               EVALUATE WS-CAJ-ACCION
               WHEN "VTA"
                   ADD WS-CAJ-CANTIDAD TO WS-TOT-VENDIDOS
               WHEN "DEV"
                   ADD WS-CAJ-CANTIDAD TO WS-TOT-DEVUELTOS
               WHEN "COR"
                   IF WS-CAJ-SIGNO = "-"
                       ADD WS-CAJ-CANTIDAD TO WS-TOT-COR-MENOS
                   ELSE
                       ADD WS-CAJ-CANTIDAD TO WS-TOT-COR-MAS
                   END-IF
               END-EVALUATE
           END-IF
           IF WS-CAJ-ACCION = "USO"
                   AND WS-CAJ-SESION(1:8) = WS-FECHA-CIERRE
               ADD WS-CAJ-CANTIDAD TO WS-TOT-USADOS
               IF WS-USO-CANT < 3000
                   ADD 1 TO WS-USO-CANT
                   MOVE WS-CAJ-JUGADOR TO WS-USO-JUGADOR(WS-USO-CANT)
                   MOVE WS-CAJ-SESION  TO WS-USO-SESION(WS-USO-CANT)
                   MOVE "N"            TO WS-USO-MARCA(WS-USO-CANT)
               ELSE
                   MOVE "S" TO WS-USO-DESBORDE
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       5250-CARGAR-REANUDADAS.
           OPEN INPUT EVENT-FILE
           IF WS-EVT-STATUS = "00"
               PERFORM UNTIL WS-EVT-STATUS NOT = "00"
                   READ EVENT-FILE
                       AT END
                           MOVE "10" TO WS-EVT-STATUS
                       NOT AT END
                           IF WS-EVT-TIPO = "RE"
                                   AND WS-EVT-TIMESTAMP(1:8)
                                       = WS-FECHA-CIERRE
                                   AND WS-RE-CANT < 500
                               ADD 1 TO WS-RE-CANT
                               MOVE WS-EVT-JUGADOR
                                   TO WS-RE-JUGADOR(WS-RE-CANT)
                               MOVE WS-EVT-TIMESTAMP
                                   TO WS-RE-TS(WS-RE-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

      *-----------------------------------------------------------------

       5300-CRUZAR-AUDITORIA.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           PERFORM 5400-CRUZAR-SESION
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING "data/AUDIT-"         DELIMITED BY SIZE
                  WS-FECHA-CIERRE(1:6)  DELIMITED BY SIZE
                  ".DAT"                DELIMITED BY SIZE
               INTO WS-ARCH-FILENAME
           END-STRING
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCH-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           MOVE WS-ARCH-REC TO WS-AUDIT-REC
                           PERFORM 5400-CRUZAR-SESION
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

      *-----------------------------------------------------------------
      *LAS SESIONES DEMO (MODO BATCH) NUNCA SE COBRAN Y QUEDAN FUERA
      *DEL CRUCE. UNA SESION ANULADA SE MARCA APARTE: SU CREDITO SE
      *CONSUMIO PERO LA SESION NO CUENTA, Y LA CAJA DECIDE SI LO
      *DEVUELVE. UNA SESION RETOMADA SIN CREDITO PROPIO NO ES
      *EXCEPCION: SE LISTA COMO CUBIERTA POR EL CREDITO ORIGINAL.

       5400-CRUZAR-SESION.
           IF WS-AUD-INICIO(1:8) = WS-FECHA-CIERRE
               IF WS-AUD-JUGADOR = "DEMO"
                   ADD 1 TO WS-CANT-DEMO
               ELSE
                   PERFORM 5500-BUSCAR-USO
                   IF WS-AUD-RESULTADO = "V"
                       IF WS-USO-HALLADO = "S"
                           MOVE "V" TO WS-USO-MARCA(WS-USO-IDX)
                           ADD 1 TO WS-CANT-ANULADAS
                           ADD 1 TO WS-CANT-EXCEPCIONES
                           DISPLAY "EXCEPCION: CREDITO COBRADO EN "
                                   "SESION ANULADA " WS-AUD-JUGADOR
                                   " " WS-AUD-INICIO
                       END-IF
                   ELSE
                       ADD 1 TO WS-CANT-SESIONES
                       IF WS-USO-HALLADO = "S"
                           MOVE "S" TO WS-USO-MARCA(WS-USO-IDX)
                           ADD 1 TO WS-CANT-COBRADAS
                       ELSE
                           PERFORM 5450-BUSCAR-REANUDADA
                           IF WS-RE-HALLADA = "S"
                               ADD 1 TO WS-CANT-RETOMADAS
                               DISPLAY "RETOMADA, CUBIERTA POR EL "
                                       "CREDITO ORIGINAL: "
                                       WS-AUD-JUGADOR " "
                                       WS-AUD-INICIO
                           ELSE
                               ADD 1 TO WS-CANT-SIN-CREDITO
                               ADD 1 TO WS-CANT-EXCEPCIONES
                               DISPLAY "EXCEPCION: SESION SIN CREDITO "
                                       "COBRADO " WS-AUD-JUGADOR " "
                                       WS-AUD-INICIO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       5450-BUSCAR-REANUDADA.
           MOVE "N" TO WS-RE-HALLADA
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-CANT
               IF WS-RE-JUGADOR(WS-RE-IDX) = WS-AUD-JUGADOR
                       AND WS-RE-TS(WS-RE-IDX) = WS-AUD-INICIO
                   MOVE "S" TO WS-RE-HALLADA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *BUSCA UN CREDITO TODAVIA SIN SESION DEL MISMO JUGADOR Y CON EL
      *MISMO TIMESTAMP DE INICIO. EN VERSUS CADA JUGADOR TIENE SU
      *PROPIO CREDITO Y SU PROPIO REGISTRO DE AUDITORIA.

       5500-BUSCAR-USO.
           MOVE "N" TO WS-USO-HALLADO
           PERFORM VARYING WS-USO-IDX FROM 1 BY 1
                   UNTIL WS-USO-IDX > WS-USO-CANT
                      OR WS-USO-HALLADO = "S"
               IF WS-USO-MARCA(WS-USO-IDX) = "N"
                       AND WS-USO-JUGADOR(WS-USO-IDX) = WS-AUD-JUGADOR
                       AND WS-USO-SESION(WS-USO-IDX) = WS-AUD-INICIO
                   MOVE "S" TO WS-USO-HALLADO
               END-IF
           END-PERFORM
           IF WS-USO-HALLADO = "S"
               SUBTRACT 1 FROM WS-USO-IDX
           END-IF.

      *-----------------------------------------------------------------
      *UN CREDITO SIN SESION AUDITADA ES UNA TERMINAL QUE SE CAYO
      *ANTES DEL FIN DE PARTIDA (O UNA SESION TODAVIA EN JUEGO SI EL
      *CIERRE SE CORRE CON EL SALON ABIERTO). SI EL JUGADOR RETOMO
      *ESA PARTIDA EL MISMO DIA EL CREDITO SE USO: LA SESION RETOMADA
      *NO SE COBRA Y SIGUE CON ESTE CREDITO, ASI QUE NO ES EXCEPCION.

       5600-CREDITOS-SIN-SESION.
           PERFORM VARYING WS-USO-IDX FROM 1 BY 1
                   UNTIL WS-USO-IDX > WS-USO-CANT
               IF WS-USO-MARCA(WS-USO-IDX) = "N"
                   PERFORM 5650-BUSCAR-REANUDACION
                   IF WS-RE-HALLADA = "S"
                       ADD 1 TO WS-CANT-CUBIERTOS
                       DISPLAY "CREDITO CUBIERTO POR LA REANUDACION "
                               "DE " WS-RE-TS-HALLADA ": "
                               WS-USO-JUGADOR(WS-USO-IDX) " "
                               WS-USO-SESION(WS-USO-IDX)
                   ELSE
                       ADD 1 TO WS-CANT-SIN-CIERRE
                       ADD 1 TO WS-CANT-EXCEPCIONES
                       DISPLAY "EXCEPCION: CREDITO USADO SIN SESION "
                               "CERRADA " WS-USO-JUGADOR(WS-USO-IDX)
                               " " WS-USO-SESION(WS-USO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *LA REANUDACION QUE CUBRE EL CREDITO WS-USO-IDX ES UN EVENTO RE
      *DEL MISMO JUGADOR POSTERIOR AL INICIO COBRADO, SIN OTRO
      *CREDITO DEL JUGADOR EN EL MEDIO: UN CREDITO POSTERIOR ES UNA
      *PARTIDA NUEVA Y LA REANUDACION LE CORRESPONDE A ESA.

       5650-BUSCAR-REANUDACION.
           MOVE "N" TO WS-RE-HALLADA
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-CANT
                      OR WS-RE-HALLADA = "S"
               IF WS-RE-JUGADOR(WS-RE-IDX)
                           = WS-USO-JUGADOR(WS-USO-IDX)
                       AND WS-RE-TS(WS-RE-IDX)
                           > WS-USO-SESION(WS-USO-IDX)
                   PERFORM 5660-BUSCAR-USO-INTERMEDIO
                   IF WS-USO-ENTRE = "N"
                       MOVE "S" TO WS-RE-HALLADA
                       MOVE WS-RE-TS(WS-RE-IDX) TO WS-RE-TS-HALLADA
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       5660-BUSCAR-USO-INTERMEDIO.
           MOVE "N" TO WS-USO-ENTRE
           PERFORM VARYING WS-USO-IDX2 FROM 1 BY 1
                   UNTIL WS-USO-IDX2 > WS-USO-CANT
               IF WS-USO-JUGADOR(WS-USO-IDX2)
                           = WS-USO-JUGADOR(WS-USO-IDX)
                       AND WS-USO-SESION(WS-USO-IDX2)
                           > WS-USO-SESION(WS-USO-IDX)
                       AND WS-USO-SESION(WS-USO-IDX2)
                           <= WS-RE-TS(WS-RE-IDX)
                   MOVE "S" TO WS-USO-ENTRE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       5800-IMPRIMIR-CIERRE.
           COMPUTE WS-NETO-CAJA = WS-TOT-VENDIDOS - WS-TOT-DEVUELTOS
                                + WS-TOT-COR-MAS - WS-TOT-COR-MENOS
           MOVE WS-NETO-CAJA TO WS-NETO-EDIT
           DISPLAY "------------------------------------------------"
           DISPLAY "CREDITOS VENDIDOS   : " WS-TOT-VENDIDOS
           DISPLAY "CREDITOS DEVUELTOS  : " WS-TOT-DEVUELTOS
           DISPLAY "CORRECCIONES (+)    : " WS-TOT-COR-MAS
           DISPLAY "CORRECCIONES (-)    : " WS-TOT-COR-MENOS
           DISPLAY "NETO CARGADO        : " WS-NETO-EDIT
           DISPLAY "CREDITOS USADOS     : " WS-TOT-USADOS
           DISPLAY "------------------------------------------------"
           DISPLAY "SESIONES AUDITADAS  : " WS-CANT-SESIONES
           DISPLAY "  CON CREDITO       : " WS-CANT-COBRADAS
           DISPLAY "  RETOMADAS         : " WS-CANT-RETOMADAS
           DISPLAY "  SIN CREDITO       : " WS-CANT-SIN-CREDITO
           DISPLAY "CREDITOS SIN CIERRE : " WS-CANT-SIN-CIERRE
           DISPLAY "CREDITOS RETOMADOS  : " WS-CANT-CUBIERTOS
           DISPLAY "CREDITOS EN ANULADAS: " WS-CANT-ANULADAS
           DISPLAY "SESIONES DEMO       : " WS-CANT-DEMO
           IF WS-USO-DESBORDE = "S"
               DISPLAY "AVISO: MAS DE 3000 CREDITOS USADOS EN EL DIA, "
                       "EL CRUCE QUEDO INCOMPLETO"
           END-IF
           IF WS-CANT-EXCEPCIONES = 0
               DISPLAY "CAJA CONCILIADA CONTRA LA AUDITORIA"
           ELSE
               DISPLAY "EXCEPCIONES         : " WS-CANT-EXCEPCIONES
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------

      *EL ID SE PASA A MAYUSCULAS Y SE VALIDA COMO EN LAS ALTAS:
      *SOLO LETRAS Y NUMEROS, SIN ESPACIOS INTERMEDIOS. UN SALDO A
      *NOMBRE DE UN ID QUE EL JUEGO NO ACEPTA (O DEL SEUDONIMO DE UN
      *JUGADOR BORRADO) NUNCA SE PODRIA USAR. SI NO ES VALIDO QUEDA
      *EN BLANCO Y EL QUE LLAMA NO HACE NADA.

       6000-PEDIR-ID.
           DISPLAY "ID DEL JUGADOR: "
           ACCEPT WS-ID-JUGADOR
           MOVE FUNCTION UPPER-CASE(WS-ID-JUGADOR) TO WS-ID-JUGADOR
           IF WS-ID-JUGADOR = SPACES
               DISPLAY "ID EN BLANCO, NO SE HACE NADA"
           ELSE
               PERFORM 6050-VALIDAR-ID
               IF WS-ID-INVALIDO = "S"
                   DISPLAY "EL ID " WS-ID-JUGADOR " NO ES VALIDO: "
                           "SOLO LETRAS Y NUMEROS, NO SE HACE NADA"
                   MOVE SPACES TO WS-ID-JUGADOR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6050-VALIDAR-ID.
           MOVE "N" TO WS-ID-INVALIDO
           MOVE "N" TO WS-HUBO-ESPACIO
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > 10
               MOVE WS-ID-JUGADOR(WS-CAR-IDX:1) TO WS-CAR
               IF WS-CAR = SPACE
                   MOVE "S" TO WS-HUBO-ESPACIO
               ELSE
                   IF WS-HUBO-ESPACIO = "S"
                       MOVE "S" TO WS-ID-INVALIDO
                   END-IF
                   IF NOT ((WS-CAR >= "A" AND WS-CAR <= "Z")
                           OR (WS-CAR >= "0" AND WS-CAR <= "9"))
                       MOVE "S" TO WS-ID-INVALIDO
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *DEJA WS-RESP-CONFIRMA EN "S" SI SE PUEDE SEGUIR CON LA VENTA.
      *EL PADRON SE ABRE SOLO PARA ESTA CONSULTA; SI NO SE PUEDE
      *ABRIR SE AVISA Y SE PIDE CONFIRMACION IGUAL QUE CON UN ID
      *DESCONOCIDO.

       6100-VERIFICAR-PADRON.
           MOVE "N" TO WS-RESP-CONFIRMA
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               MOVE WS-ID-JUGADOR TO WS-ROSTER-ID
               READ ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RESP-CONFIRMA
               END-READ
               CLOSE ROSTER-FILE
           END-IF
           IF WS-RESP-CONFIRMA NOT = "S"
               DISPLAY "EL ID " WS-ID-JUGADOR " NO ESTA EN EL "
                       "PADRON. VENDER IGUAL? (S/N)"
               ACCEPT WS-RESP-CONFIRMA
               IF WS-RESP-CONFIRMA = "s"
                   MOVE "S" TO WS-RESP-CONFIRMA
               END-IF
               IF WS-RESP-CONFIRMA NOT = "S"
                   DISPLAY "VENTA CANCELADA"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *CANTIDAD DE CREDITOS DE LA OPERACION: ENTERA, MAYOR QUE CERO Y
      *HASTA EL TOPE POR OPERACION. SI NO ES VALIDA QUEDA EN CERO Y
      *EL QUE LLAMA NO HACE NADA.

       6200-PEDIR-CANTIDAD.
           MOVE 0 TO WS-CANTIDAD
           DISPLAY "CANTIDAD DE CREDITOS: "
           ACCEPT WS-ENTRADA-CANT
           PERFORM 6210-VALIDAR-ENTERO
           IF WS-ENTERO-VALIDO = "S"
               MOVE FUNCTION NUMVAL(WS-ENTRADA-CANT) TO WS-CANTIDAD
           END-IF
           IF WS-CANTIDAD = 0 OR WS-CANTIDAD > WS-TOPE-OPERACION
               DISPLAY "CANTIDAD NO VALIDA (1 A " WS-TOPE-OPERACION
                       "), NO SE HACE NADA"
               MOVE 0 TO WS-CANTIDAD
           END-IF.

      *-----------------------------------------------------------------
      *LA ENTRADA DEL OPERADOR TIENE QUE SER UN NUMERO ENTERO NO
      *NEGATIVO: NUMVAL ACEPTA "-5" Y "2.5", QUE EN UN CAMPO SIN
      *SIGNO NI DECIMALES QUEDARIAN EN 5 Y EN 2 SIN AVISO.

       6210-VALIDAR-ENTERO.
           MOVE "N" TO WS-ENTERO-VALIDO
           IF WS-ENTRADA-CANT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENTRADA-CANT) = 0
               COMPUTE WS-VALOR-ENTRADA =
                   FUNCTION NUMVAL(WS-ENTRADA-CANT)
               IF WS-VALOR-ENTRADA >= 0
                       AND WS-VALOR-ENTRADA =
                           FUNCTION INTEGER(WS-VALOR-ENTRADA)
                   MOVE "S" TO WS-ENTERO-VALIDO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *SALDO PARA MOSTRARLE AL OPERADOR ANTES DE PEDIRLE DATOS: SE
      *ABRE, SE LEE Y SE CIERRA, Y QUEDA EN WS-SALDO-VISTO.

       6250-CONSULTAR-SALDO.
           PERFORM 0110-ABRIR-CREDITOS
           IF WS-CREDITO-ABIERTO = "S"
               PERFORM 6300-LEER-SALDO
               MOVE WS-CRE-SALDO TO WS-SALDO-VISTO
               CLOSE CREDITO-FILE
           END-IF.

      *-----------------------------------------------------------------
      *LEE EL SALDO DE WS-ID-JUGADOR; SI NO TIENE REGISTRO SE ARMA
      *UNO EN CERO QUE 6400 DA DE ALTA AL GRABAR.

       6300-LEER-SALDO.
           MOVE WS-ID-JUGADOR TO WS-CRE-ID
           READ CREDITO-FILE
               INVALID KEY
                   MOVE "N" TO WS-CRE-EXISTE
                   MOVE WS-ID-JUGADOR TO WS-CRE-ID
                   MOVE 0             TO WS-CRE-SALDO
                   MOVE SPACES        TO WS-CRE-ULTMOV
               NOT INVALID KEY
                   MOVE "S" TO WS-CRE-EXISTE
           END-READ.

      *-----------------------------------------------------------------
      *GRABA EL SALDO YA MODIFICADO Y LO ASIENTA EN LA BITACORA CON
      *LA ACCION, EL SIGNO Y LA CANTIDAD QUE DEJO EL QUE LLAMA. LOS
      *SALDOS LOS TIENE ABIERTOS EL QUE LLAMA; LA BITACORA SE ABRE
      *ANTES DE TOCAR EL SALDO, ASI NO QUEDA UN MOVIMIENTO SIN
      *ASIENTO, Y SE CIERRA ENSEGUIDA.

       6400-GRABAR-SALDO.
           PERFORM 0120-ABRIR-CAJALOG
           IF WS-CAJA-ABIERTA NOT = "S"
               DISPLAY "LA BITACORA DE CAJA ESTA OCUPADA (STATUS "
                       WS-CAJ-STATUS "), NO SE TOCO NADA"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
               MOVE WS-TS-AHORA TO WS-CRE-ULTMOV
               IF WS-CRE-EXISTE = "S"
                   REWRITE WS-CREDITO-REC
               ELSE
                   WRITE WS-CREDITO-REC
               END-IF
               IF WS-CRE-STATUS = "00"
                   MOVE WS-TS-AHORA   TO WS-CAJ-TIMESTAMP
                   MOVE WS-ACCION     TO WS-CAJ-ACCION
                   MOVE WS-ID-JUGADOR TO WS-CAJ-JUGADOR
                   MOVE WS-SIGNO      TO WS-CAJ-SIGNO
                   MOVE WS-CANTIDAD   TO WS-CAJ-CANTIDAD
                   MOVE WS-CRE-SALDO  TO WS-CAJ-SALDO
                   MOVE WS-OPERADOR   TO WS-CAJ-OPERADOR
                   MOVE SPACES        TO WS-CAJ-SESION
                   WRITE WS-CAJALOG-REC
                   DISPLAY "LISTO: SALDO DE " WS-ID-JUGADOR " = "
                           WS-CRE-SALDO " CREDITOS"
               ELSE
                   DISPLAY "NO SE PUDO GRABAR EL SALDO (STATUS "
                           WS-CRE-STATUS "), NO SE TOCO NADA"
               END-IF
               CLOSE CAJALOG-FILE
           END-IF.

      *-----------------------------------------------------------------
      *ANTES DE GRABAR UNA DEVOLUCION O UNA CORRECCION SE VUELVEN A
      *ABRIR LOS SALDOS Y SE RELEE EL DEL JUGADOR: SI NO ES EL QUE
      *VIO EL OPERADOR (UNA TERMINAL COBRO UN CREDITO MIENTRAS TANTO)
      *LA OPERACION SE CANCELA. CON WS-SALDO-FIRME EN "S" LOS SALDOS
      *QUEDAN ABIERTOS PARA QUE EL QUE LLAMA GRABE Y LOS CIERRE.

       6600-RELEER-SALDO.
           MOVE "N" TO WS-SALDO-FIRME
           PERFORM 0110-ABRIR-CREDITOS
           IF WS-CREDITO-ABIERTO = "S"
               PERFORM 6300-LEER-SALDO
               IF WS-CRE-SALDO = WS-SALDO-VISTO
                   MOVE "S" TO WS-SALDO-FIRME
               ELSE
                   DISPLAY "EL SALDO DE " WS-ID-JUGADOR " CAMBIO "
                           "MIENTRAS TANTO (AHORA " WS-CRE-SALDO
                           "), NO SE HACE NADA"
                   CLOSE CREDITO-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM JUEGOCAJ.
