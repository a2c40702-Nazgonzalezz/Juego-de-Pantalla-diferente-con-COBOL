               RECORD KEY IS WS-LGR-ID
               FILE STATUS IS WS-LGR-STATUS.

           SELECT CREDITO-FILE ASSIGN TO "data/CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CRE-ID
               FILE STATUS IS WS-CRE-STATUS.

           SELECT CAJALOG-FILE ASSIGN TO "data/CAJALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJ-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO "data/TERMINALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TER-STATUS.

           SELECT VERIF-FILE ASSIGN TO "data/RPLVERIF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRF-STATUS.

           SELECT COPA-FILE ASSIGN TO "data/COPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPA-STATUS.

           SELECT COPARES-FILE ASSIGN TO "data/COPARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRES-STATUS.

           SELECT PAQUETE-FILE ASSIGN TO "data/PAQUETES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ-STATUS.

           SELECT ESTADO-FILE ASSIGN TO "data/ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

      *LOG DE AUDITORIA: UNA LINEA POR JUGADOR Y SESION. EN VERSUS
      *LLEVA TAMBIEN EL ID DEL RIVAL (BLANCO EN SOLITARIO). AL FINAL,
      *LA VERSION DEL PAQUETE DE NIVELES CON QUE SE JUGO.
       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 WS-AUD-INICIO           PIC X(14).
           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

       FD  CHECKPOINT-FILE.
       01  WS-CKPT-REC.
              10 WS-CKPT-IT-ESTADO    PIC X.
           05 WS-CKPT-SPEED           PIC 999.
           05 WS-CKPT-ENEM-SESION     PIC 9(5).
           05 WS-CKPT-PAQUETE         PIC 999.

       FD  LEVEL-FILE.
       01  WS-LEVEL-REC.

      *ARCHIVO DE REPETICION DE UNA SESION: UNA LINEA DE CABECERA
      *("H" + TIMESTAMP DE INICIO + JUGADOR + NIVEL + MODO + JUGADOR 2
      *+ RESULTADO + PUNTAJE FINAL + TERMINAL + RATING CON EL QUE SE
      *AJUSTO LA DIFICULTAD + VERSION DEL PAQUETE DE NIVELES) Y LUEGO
      *UNA LINEA POR MOVIDA.
       FD  REPLAY-FILE.
       01  WS-REPLAY-REC              PIC X(52).

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
           05 WS-SES-NIVEL            PIC 99.
           05 WS-SES-PUNTAJE          PIC 999.
           05 WS-SES-ESTADO           PIC X.
           05 WS-SES-TERMINAL         PIC X(4).
           05 WS-SES-PAQUETE          PIC 999.

      *LOG DETALLADO DE EVENTOS DE JUEGO PARA LA ANALITICA DE
      *DISENO DE NIVELES (JUEGOANA): UNA LINEA POR EVENTO. TIPOS:
      *BO BONUS RECOGIDO, TR TRAMPA PISADA, TM TRAMPA MORTAL, VB
      *BOTAS RECOGIDAS, VX BOTAS AGOTADAS, EN ENEMIGO APARECIDO, NV
      *AVANCE DE NIVEL (EL VALOR ES EL NIVEL NUEVO), CA CAPTURA, IN
      *INICIO DE SESION Y RE SESION RETOMADA DE UN CHECKPOINT (ESTOS
      *DOS LLEVAN COMO TIMESTAMP EL INICIO DE LA SESION, EL MISMO DE
      *LA AUDITORIA, PARA PODER CRUZARLOS). CADA EVENTO LLEVA LA
      *VERSION DEL PAQUETE DE NIVELES PARA NO MEZCLAR DISENOS.
       FD  EVENT-FILE.
       01  WS-EVENT-REC.
           05 WS-EVT-TIMESTAMP        PIC X(14).
           05 WS-EVT-VALOR            PIC 999.
           05 WS-EVT-Y                PIC 99.
           05 WS-EVT-X                PIC 99.
           05 WS-EVT-TERMINAL         PIC X(4).
           05 WS-EVT-PAQUETE          PIC 999.

      *LOGROS GANADOS POR JUGADOR, UNA MARCA S/N POR INSIGNIA: LA
      *PRIMERA VICTORIA, LA RACHA DE 3 VICTORIAS SEGUIDAS (LA OTORGA
           05 WS-LGR-VERSUS           PIC X.
           05 WS-LGR-FECHA            PIC X(8).

      *SALDO DE CREDITOS PREPAGOS POR JUGADOR, CARGADO EN LA CAJA DE
      *LA RECEPCION (JUEGOCAJ). CADA SESION REGISTRADA CONSUME UN
      *CREDITO DE CADA JUGADOR.
       FD  CREDITO-FILE.
       01  WS-CREDITO-REC.
           05 WS-CRE-ID               PIC X(10).
           05 WS-CRE-SALDO            PIC 9(5).
           05 WS-CRE-ULTMOV           PIC X(14).

      *BITACORA DE CAJA: EL JUEGO ASIENTA UN "USO" POR CADA CREDITO
      *QUE CONSUME, CON EL TIMESTAMP DE INICIO DE LA SESION PARA QUE
      *EL CIERRE DE CAJA LO CRUCE CON LA AUDITORIA.
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

      *PADRON DE TERMINALES HABILITADAS: UNA LINEA POR MAQUINA CON SU
      *ID Y DONDE ESTA. CADA TERMINAL SE IDENTIFICA CON LA VARIABLE
      *DE ENTORNO JUEGOTERM DE SU PROPIO ARRANQUE.
       FD  TERMINAL-FILE.
       01  WS-TERMINAL-REC.
           05 WS-TER-ID               PIC X(4).
           05 WS-TER-DESCRIPCION      PIC X(30).

      *RESULTADO DE UNA VERIFICACION (ARGUMENTO 2 = VERIF): UNA LINEA
      *POR JUGADOR CON LO QUE DIO LA REPRODUCCION, PARA QUE EL
      *VERIFICADOR NOCTURNO (JUEGOVRP) LO COMPARE CON LOS REGISTROS.
       FD  VERIF-FILE.
       01  WS-VERIF-REC.
           05 WS-VRF-JUGADOR          PIC X(10).
           05 WS-VRF-RESULTADO        PIC X.
           05 WS-VRF-PUNTAJE          PIC 999.
           05 WS-VRF-NIVEL            PIC 99.

      *CUADRO DE LA COPA POR ELIMINACION QUE ARMA Y AVANZA JUEGOCOP.
      *EL JUEGO SOLO LO CONSULTA PARA RECONOCER UN PARTIDO PENDIENTE
      *(ESTADO "P") ENTRE LOS DOS JUGADORES DE UN VERSUS.
       FD  COPA-FILE.
       01  WS-COPA-REC.
           05 WS-COP-RONDA            PIC 99.
           05 WS-COP-LLAVE            PIC 999.
           05 WS-COP-JUG1             PIC X(10).
           05 WS-COP-SEM1             PIC 999.
           05 WS-COP-JUG2             PIC X(10).
           05 WS-COP-SEM2             PIC 999.
           05 WS-COP-GANADOR          PIC X(10).
           05 WS-COP-ESTADO           PIC X.
           05 WS-COP-FECHA            PIC X(14).

      *RESULTADOS DE PARTIDOS DE COPA JUGADOS EN LAS TERMINALES: EL
      *JUEGO LOS AGREGA Y JUEGOCOP LOS PASA AL CUADRO. GANADOR EN
      *BLANCO CUANDO NINGUNO DE LOS DOS GANO (EL PARTIDO SE REPITE).
       FD  COPARES-FILE.
       01  WS-COPARES-REC.
           05 WS-CRS-RONDA            PIC 99.
           05 WS-CRS-LLAVE            PIC 999.
           05 WS-CRS-JUG1             PIC X(10).
           05 WS-CRS-JUG2             PIC X(10).
           05 WS-CRS-GANADOR          PIC X(10).
           05 WS-CRS-INICIO           PIC X(14).
           05 WS-CRS-FIN              PIC X(14).

      *HISTORIAL DE VERSIONES DEL PAQUETE DE NIVELES QUE MANTIENE
      *JUEGOPAQ: EL ULTIMO RENGLON ES LA VERSION EN PRODUCCION.
       FD  PAQUETE-FILE.
       01  WS-PAQUETE-REC.
           05 WS-PAQ-VERSION          PIC 999.
           05 WS-PAQ-ANTERIOR         PIC 999.
           05 WS-PAQ-ACCION           PIC X(3).
           05 WS-PAQ-FECHA            PIC X(14).
           05 WS-PAQ-NIVELES          PIC 99.

      *ESTADO DEL LOCAL QUE MANTIENE EL CONDUCTOR NOCTURNO (JUEGONOC):
      *"C" MIENTRAS DURA LA VENTANA DE MANTENIMIENTO, CON LA HORA
      *LIMITE PARA TERMINAR LAS PARTIDAS EN CURSO Y LA DE REAPERTURA.
       FD  ESTADO-FILE.
       01  WS-ESTADO-REC.
           05 WS-EST-ESTADO           PIC X.
           05 WS-EST-DESDE            PIC X(14).
           05 WS-EST-LIMITE           PIC X(14).
           05 WS-EST-REAPERTURA       PIC X(14).

       WORKING-STORAGE SECTION.
       77  opcion                  PIC X.

       77  WS-NIVEL-INICIO          PIC 99 VALUE 1.
       77  WS-NIVEL-PARM            PIC X(10).
       77  WS-LEVEL-FILENAME        PIC X(30).
       77  WS-NIVEL-ARCH            PIC 99.

      *VERSION DEL PAQUETE DE NIVELES EN PRODUCCION Y VERSION CON LA
      *QUE SE JUEGA ESTA SESION. SOLO DIFIEREN AL RETOMAR UN
      *CHECKPOINT O REPRODUCIR UNA REPETICION DE UN PAQUETE YA
      *RETIRADO: ENTONCES LOS NIVELES SE LEEN DE SU COPIA GUARDADA
      *(data/PAQnnn) EN LUGAR DE LOS DE PRODUCCION.
       77  WS-PAQUETE-ACTUAL        PIC 999 VALUE 0.
       77  WS-PAQUETE-SESION        PIC 999 VALUE 0.

      *MODO CAMPANA: AL ALCANZAR LA META DEL NIVEL SE ENCADENA EL
      *NIVEL SIGUIENTE EN LUGAR DE TERMINAR LA PARTIDA. EL PUNTAJE ES
      *EN MEMORIA Y SE VUELCAN AL ARCHIVO RPL EN EL FIN DE PARTIDA,
      *CUANDO YA SE CONOCE EL RESULTADO PARA LA CABECERA. EN MODO
      *REPRODUCCION (ARGUMENTO 2 = PLAY) LAS MOVIDAS SE LEEN DE UNA
      *REPETICION ELEGIDA Y NO SE GRABA NADA EN LOS ARCHIVOS. LA
      *VERIFICACION (ARGUMENTO 2 = VERIF) ES UNA REPRODUCCION SIN
      *PANTALLA QUE SOLO DEJA EL RESULTADO EN data/RPLVERIF.TMP.
       77  WS-MODO-PLAYBACK         PIC X VALUE "N".
       77  WS-MODO-VERIF            PIC X VALUE "N".
       77  WS-RPL-RATING            PIC 9(3).
       77  WS-REPLAY-FILENAME       PIC X(44) VALUE SPACES.
       77  WS-REPLAY-ABIERTO        PIC X VALUE "N".
       01  WS-RPL-MOVIDAS.
       77  WS-ID-INTENTOS           PIC 9.
       77  WS-ID-ANONIMO            PIC X(10).

      *VALIDACION DEL ID TIPEADO, CON LA MISMA REGLA QUE LAS ALTAS DE
      *LA RECEPCION (JUEGOCAR): SOLO LETRAS MAYUSCULAS Y NUMEROS.
       77  WS-CAR-IDX               PIC 99.
       77  WS-CAR                   PIC X.
       77  WS-HUBO-ESPACIO          PIC X.
       77  WS-ID-INVALIDO           PIC X.

      *HANDICAP POR RATING: EL RATING DEL JUGADOR (100 = PROMEDIO)
      *ESCALA EL UMBRAL DE APARICION DE ENEMIGOS Y EL TOPE DE
      *PERSEGUIDORES DE LA SESION. EN VERSUS NO SE APLICA PORQUE UN
       77  WS-SES-J-IDX             PIC 9.
       77  WS-LATIDO-PUNTAJE        PIC 999.

      *VENTANA DE MANTENIMIENTO: EL LOCAL CERRADO NO ADMITE INGRESOS
      *NUEVOS, Y A LA PARTIDA EN CURSO SE LE AVISA HASTA QUE HORA
      *TIENE. SI EL CONDUCTOR YA LE CERRO LA SESION POR ABANDONO, LA
      *PARTIDA SE CORTA EN EL PROXIMO LATIDO CONSERVANDO EL CHECKPOINT.
       77  WS-LOCAL-CERRADO         PIC X VALUE "N".
       77  WS-AVISO-CIERRE          PIC X VALUE "N".
       77  WS-SESION-CERRADA-MANT   PIC X VALUE "N".
       77  WS-LIMITE-CIERRE         PIC X(14).
       77  WS-REAPERTURA            PIC X(14).

      *EVENTO DE JUEGO A GRABAR: EL QUE LLAMA CARGA TIPO, VALOR Y
      *CELDA Y 13000-GRABAR-EVENTO COMPLETA EL RESTO. SI EL LOG DE
      *EVENTOS NO SE PUEDE ABRIR LA PARTIDA SIGUE SIN EL: ES
       77  WS-EVT-VALOR-W           PIC 999.
       77  WS-EVT-Y-W               PIC 99.
       77  WS-EVT-X-W               PIC 99.
       77  WS-EVT-J-IDX             PIC 9.

      *OTORGAMIENTO Y MUESTRA DE LOGROS.
       77  WS-LOGRO-ABIERTO         PIC X.
       77  WS-LOGRO-EXISTE          PIC X.
       77  WS-CANT-LOGROS           PIC 9.

      *CREDITOS PREPAGOS: SIN SALDO NO SE ARRANCA LA SESION, Y AL
      *REGISTRARLA SE DESCUENTA UN CREDITO POR JUGADOR. LAS CORRIDAS
      *DEMO (BATCH) Y LAS REPRODUCCIONES NO SE COBRAN.
       77  WS-CREDITO-ABIERTO       PIC X.
       77  WS-CAJA-ABIERTA          PIC X.
       77  WS-SIN-CREDITO           PIC X VALUE "N".
       77  WS-CRE-J-IDX             PIC 9.
       77  WS-CRE-JUGADOR-W         PIC X(10).

      *TERMINAL EN LA QUE CORRE LA SESION: SE ESTAMPA EN AUDITORIA,
      *SESIONES, EVENTOS Y CABECERA DE LA REPETICION. UNA PARTIDA
      *INTERACTIVA SOLO ARRANCA EN UNA TERMINAL REGISTRADA.
       77  WS-TERMINAL-ID           PIC X(4) VALUE SPACES.
       77  WS-TERMINAL-HALLADA      PIC X VALUE "N".

      *MODO VERSUS (DOS JUGADORES POR TURNOS EN LA MISMA TERMINAL).
      *LOS CAMPOS DE JUEGO GLOBALES (MOVIMIENTO, ANTIGUO-LUGAR,
      *WS-PUNTAJE, WS-PUNTAJE-NIVEL, WS-SPEED-RESTANTE) SIEMPRE
       77  WS-GLIFO-ACTUAL          PIC X VALUE "X".
       77  WS-RESP-VERSUS           PIC X.

      *RIVAL DEL JUGADOR CUYA AUDITORIA SE ESTA GRABANDO (VERSUS).
       77  WS-OPONENTE-ID           PIC X(10) VALUE SPACES.

      *PARTIDO DE COPA QUE SE ESTA JUGANDO, SI EL VERSUS LO ES.
       77  WS-COPA-PARTIDO          PIC X VALUE "N".
       77  WS-COPA-RONDA            PIC 99.
       77  WS-COPA-LLAVE            PIC 999.

      *OBJETIVO DE PERSECUCION DEL ENEMIGO: EN MODO SOLITARIO ES EL
      *PERSONAJE; EN VERSUS, EL JUGADOR MAS CERCANO DE LOS DOS.
       77  WS-OBJ-EJEy              PIC 99.
       77  WS-SES-STATUS            PIC XX.
       77  WS-EVT-STATUS            PIC XX.
       77  WS-LGR-STATUS            PIC XX.
       77  WS-CRE-STATUS            PIC XX.
       77  WS-CAJ-STATUS            PIC XX.
       77  WS-TER-STATUS            PIC XX.
       77  WS-EST-STATUS            PIC XX.
       77  WS-VRF-STATUS            PIC XX.
       77  WS-COPA-STATUS           PIC XX.
       77  WS-CRES-STATUS           PIC XX.
       77  WS-PAQ-STATUS            PIC XX.

       77  WS-RANK-COUNT            PIC 99 VALUE 0.

       MAIN-PROCEDURE.
           PERFORM 0100-OBTENER-FECHA-HORA
           PERFORM 0200-CARGAR-PARAMETROS
           PERFORM 0250-CARGAR-PAQUETE
           PERFORM 0300-CARGAR-NIVEL
           PERFORM 0700-DETERMINAR-MODO
           IF WS-MODO-VERIF NOT = "S"
               PERFORM 0500-MOSTRAR-RANKING
           END-IF
           PERFORM 0720-IDENTIFICAR-TERMINAL
           PERFORM 0740-VERIFICAR-LOCAL-ABIERTO
           MOVE WS-TS-AHORA TO WS-TS-INICIO

      *PRIMERO SE IDENTIFICA AL JUGADOR Y RECIEN DESPUES SE BUSCA SU
      *PARTIDA GUARDADA, PORQUE CADA JUGADOR TIENE LA SUYA. EN
      *REPRODUCCION LOS JUGADORES VIENEN DE LA CABECERA DE LA
      *REPETICION, NO SE PREGUNTA NADA EN PANTALLA. EL SALDO SE
      *MIRA Y EL CREDITO SE COBRA RECIEN DESPUES DE MIRAR EL
      *CHECKPOINT: LA PARTIDA RETOMADA YA SE PAGO CUANDO EMPEZO. LA
      *SESION SE REGISTRA DESPUES DEL SALDO, ASI UN JUGADOR SIN
      *CREDITOS NO DEJA UNA SESION ABIERTA EN EL TABLERO. ANTES DE
      *REGISTRARLA SE VUELVE A MIRAR SI EL LOCAL SIGUE ABIERTO: PUDO
      *CERRARSE MIENTRAS EL JUGADOR CONTESTABA LAS PREGUNTAS.
           IF WS-MODO-PLAYBACK NOT = "S"
               PERFORM 0600-SOLICITAR-JUGADOR
               PERFORM 0630-CARGAR-RATING
           END-IF
           PERFORM 0800-VERIFICAR-CHECKPOINT
           IF WS-MODO-PLAYBACK NOT = "S"
               PERFORM 0740-VERIFICAR-LOCAL-ABIERTO
               IF WS-CHECKPOINT-CARGADO = "S"
                   PERFORM 0860-EVENTO-REANUDACION
               END-IF
               IF WS-CHECKPOINT-CARGADO NOT = "S"
                       AND WS-MODO-BATCH NOT = "S"
                   PERFORM 0690-VERIFICAR-CREDITOS
               END-IF
               PERFORM 0660-REGISTRAR-SESION
           END-IF
           IF WS-CHECKPOINT-CARGADO NOT = "S"
               PERFORM 1000-INICIALIZAR-MAPA
               IF WS-MODO-PLAYBACK NOT = "S"
                       AND WS-MODO-BATCH NOT = "S"
                   PERFORM 0694-COBRAR-CREDITOS
               END-IF
           END-IF
           PERFORM 2000-MOSTRAR-MAPA
           PERFORM 3000-RECIBIR-MOVIMIENTO
           END-IF
           MOVE WS-PARM-SCORE-GANAR TO WS-PROX-META.

      *-----------------------------------------------------------------
      *VERSION DEL PAQUETE DE NIVELES EN PRODUCCION: LA DEL ULTIMO
      *RENGLON DE data/PAQUETES.DAT. SIN HISTORIAL ES LA 000, EL
      *PAQUETE ORIGINAL.

       0250-CARGAR-PAQUETE.
           MOVE 0 TO WS-PAQUETE-ACTUAL
           OPEN INPUT PAQUETE-FILE
           IF WS-PAQ-STATUS = "00"
               PERFORM UNTIL WS-PAQ-STATUS NOT = "00"
                   READ PAQUETE-FILE
                       AT END
                           MOVE "10" TO WS-PAQ-STATUS
                       NOT AT END
                           IF WS-PAQ-VERSION IS NUMERIC
                               MOVE WS-PAQ-VERSION
                                   TO WS-PAQUETE-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAQUETE-FILE
           END-IF
           MOVE WS-PAQUETE-ACTUAL TO WS-PAQUETE-SESION.

      *-----------------------------------------------------------------
      *SELECCIONA EL NIVEL POR PARAMETRO DE ARRANQUE (ARGUMENTO 1) Y
      *CARGA SUS PUERTAS DESDE data/NIVELnn.DAT. SI NO HAY ARCHIVO DE
      *ARGUMENTO EN LA INVOCACION QUE REANUDA LA PARTIDA.

       0310-CARGAR-PUERTAS-NIVEL.
           MOVE WS-NIVEL-NUM TO WS-NIVEL-ARCH
           PERFORM 0315-ARMAR-NOMBRE-NIVEL
           MOVE 0 TO WS-NUM-PUERTAS
           MOVE 0 TO WS-NUM-ITEMS
           OPEN INPUT LEVEL-FILE
               PERFORM 0350-PUERTAS-POR-DEFECTO
           END-IF.

      *-----------------------------------------------------------------
      *NOMBRE DEL ARCHIVO DEL NIVEL WS-NIVEL-ARCH EN EL PAQUETE DE LA
      *SESION: EL DE PRODUCCION O LA COPIA GUARDADA DE OTRA VERSION.

       0315-ARMAR-NOMBRE-NIVEL.
           MOVE SPACES TO WS-LEVEL-FILENAME
           IF WS-PAQUETE-SESION = WS-PAQUETE-ACTUAL
               STRING "data/NIVEL"    DELIMITED BY SIZE
                      WS-NIVEL-ARCH   DELIMITED BY SIZE
                      ".DAT"          DELIMITED BY SIZE
                   INTO WS-LEVEL-FILENAME
               END-STRING
           ELSE
               STRING "data/PAQ"      DELIMITED BY SIZE
                      WS-PAQUETE-SESION DELIMITED BY SIZE
                      "/NIVEL"        DELIMITED BY SIZE
                      WS-NIVEL-ARCH   DELIMITED BY SIZE
                      ".DAT"          DELIMITED BY SIZE
                   INTO WS-LEVEL-FILENAME
               END-STRING
           END-IF.

      *-----------------------------------------------------------------

      *SE DESCARTA UNA PUERTA CUYAS COORDENADAS CAEN FUERA DEL MAPA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0480-ABRIR-CREDITO-IO.
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
           END-PERFORM.

      *-----------------------------------------------------------------

       0490-ABRIR-CAJA-EXTEND.
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
      *MUESTRA EL TOP 10 DE PUNTAJES ANTES DE EMPEZAR A JUGAR.


       0500-MOSTRAR-RANKING.
           DISPLAY WS-GUIONES
           DISPLAY "     TOP 10 PUNTAJES JUEGOPAN - PAQUETE "
                   WS-PAQUETE-ACTUAL
           MOVE 0 TO WS-RANK-COUNT
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = "00"
                       AT END
                           MOVE "10" TO WS-SCORE-STATUS
                       NOT AT END
                           PERFORM 0510-MOSTRAR-PUNTAJE
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
           END-IF
           DISPLAY WS-GUIONES.

      *-----------------------------------------------------------------
      *EL TABLERO SE MUESTRA SOLO CON LOS PUNTAJES DEL PAQUETE EN
      *PRODUCCION: LOS DE OTRAS VERSIONES SE JUGARON SOBRE OTROS
      *NIVELES Y NO SE COMPARAN. LOS PUNTAJES ANTERIORES AL CONTROL
      *DE VERSIONES CUENTAN COMO DEL PAQUETE 000.

       0510-MOSTRAR-PUNTAJE.
           IF WS-SCORE-PAQUETE IS NOT NUMERIC
               MOVE 0 TO WS-SCORE-PAQUETE
           END-IF
           IF WS-SCORE-PAQUETE = WS-PAQUETE-ACTUAL
               ADD 1 TO WS-RANK-COUNT
               DISPLAY WS-RANK-COUNT ") " WS-SCORE-PUNTAJE
                       " " WS-SCORE-INICIALES
                       " " WS-SCORE-JUGADOR
                       " NIVEL " WS-SCORE-NIVEL
           END-IF.

      *-----------------------------------------------------------------
      *PIDE EL ID DE JUGADOR Y LO DA DE ALTA EN EL PADRON SI ES NUEVO.

                   PERFORM 0605-PEDIR-JUGADOR
                   MOVE WS-JUGADOR-ID TO WS-JUG-ID(2)
                   MOVE WS-JUG-ID(1) TO WS-JUGADOR-ID
                   PERFORM 0698-BUSCAR-PARTIDO-COPA
               END-IF
           END-IF
           PERFORM 0620-ARMAR-NOMBRE-CHECKPOINT.
      *-----------------------------------------------------------------
      *PIDE EL ID Y LO PASA POR EL PADRON. CON EL PADRON CERRADO UN
      *ID NO REGISTRADO (INCLUIDO EL ANONIMO DEL QUE DEJA EL CAMPO
      *VACIO) SE RECHAZA Y SE VUELVE A PREGUNTAR, LO MISMO QUE UN ID
      *NUEVO CON CARACTERES QUE LA RECEPCION NO ACEPTA; AL TERCER
      *RECHAZO SE TERMINA Y EL JUGADOR PASA POR LA RECEPCION PARA
      *DARSE DE ALTA.

       0605-PEDIR-JUGADOR.
           MOVE 0 TO WS-ID-INTENTOS
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      *UN ID NUEVO SE VALIDA ANTES DE DARLO DE ALTA, IGUAL QUE EN
      *LAS ALTAS DE LA RECEPCION: SOLO LETRAS MAYUSCULAS Y NUMEROS,
      *SIN ESPACIOS INTERMEDIOS. ASI NADIE SE DA DE ALTA CON EL
      *SEUDONIMO DE UN JUGADOR BORRADO (BOR-NNNNNN) NI CON UN ID QUE
      *LA RECEPCION HUBIERA RECHAZADO. LOS IDS QUE YA ESTAN EN EL
      *PADRON ENTRAN COMO SIEMPRE.

       0607-VALIDAR-ID.
           MOVE "N" TO WS-ID-INVALIDO
           MOVE "N" TO WS-HUBO-ESPACIO
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > 10
               MOVE WS-JUGADOR-ID(WS-CAR-IDX:1) TO WS-CAR
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
      *DA DE ALTA EN EL PADRON AL JUGADOR WS-JUGADOR-ID SI ES NUEVO,
      *O LO SALUDA CON SUS TOTALES SI YA EXISTE. EL PADRON SE ABRE
                       DISPLAY "EL ID " WS-JUGADOR-ID " NO ESTA "
                               "REGISTRADO EN EL PADRON"
                   ELSE
                       PERFORM 0607-VALIDAR-ID
                   END-IF
                   IF WS-ALTA-RECHAZADA NOT = "S"
                           AND WS-ID-INVALIDO = "S"
                       MOVE "S" TO WS-ALTA-RECHAZADA
                       DISPLAY "EL ID " WS-JUGADOR-ID " NO ES VALIDO: "
                               "SOLO LETRAS MAYUSCULAS Y NUMEROS"
                   END-IF
                   IF WS-ALTA-RECHAZADA NOT = "S"
                       MOVE WS-JUGADOR-ID      TO WS-ROSTER-ID
                       MOVE 0                  TO WS-ROSTER-PARTIDAS
                       MOVE 0                  TO WS-ROSTER-MEJOR
           ELSE
               MOVE WS-JUGADOR-ID TO WS-SES-ID
               PERFORM 0670-GRABAR-SESION-VIVA
           END-IF
           PERFORM 0685-EVENTO-INICIO.

      *-----------------------------------------------------------------
      *ALTA O REUSO DEL RENGLON DEL JUGADOR EN EL TABLERO DE
           MOVE WS-TS-INICIO TO WS-SES-ULTACT
           MOVE WS-NIVEL-NUM TO WS-SES-NIVEL
           MOVE 0            TO WS-SES-PUNTAJE
           MOVE "A"          TO WS-SES-ESTADO
           MOVE WS-TERMINAL-ID TO WS-SES-TERMINAL
           MOVE WS-PAQUETE-SESION TO WS-SES-PAQUETE.

      *-----------------------------------------------------------------
      *EVENTO DE INICIO DE SESION, UNO POR JUGADOR: ES LO QUE PERMITE
      *AL INFORME DE TERMINALES (JUEGOTER) ENCONTRAR LAS SESIONES QUE
      *ARRANCARON Y NUNCA LLEGARON A GRABAR SU AUDITORIA.

       0685-EVENTO-INICIO.
           MOVE "IN" TO WS-EVT-TIPO-W
           MOVE 0    TO WS-EVT-VALOR-W
           MOVE 0    TO WS-EVT-Y-W
           MOVE 0    TO WS-EVT-X-W
           IF WS-MODO-VERSUS = "S"
               PERFORM VARYING WS-EVT-J-IDX FROM 1 BY 1
                       UNTIL WS-EVT-J-IDX > 2
                   MOVE WS-JUG-ID(WS-EVT-J-IDX) TO WS-JUGADOR-ID
                   PERFORM 13000-GRABAR-EVENTO
               END-PERFORM
               MOVE WS-JUG-ID(1) TO WS-JUGADOR-ID
           ELSE
               PERFORM 13000-GRABAR-EVENTO
           END-IF.

      *-----------------------------------------------------------------
      *SIN CREDITOS NO SE JUEGA: SE MIRA EL SALDO DEL JUGADOR (EN
      *VERSUS, EL DE LOS DOS) ANTES DE ARRANCAR UNA PARTIDA NUEVA;
      *LA RETOMADA DE UN CHECKPOINT NO SE MIRA PORQUE YA ESTA PAGA.
      *SI ALGUNO NO TIENE SALDO, O SI LA CAJA NO SE PUEDE CONSULTAR,
      *LA SESION NO ARRANCA Y SE MANDA AL JUGADOR A LA RECEPCION.

       0690-VERIFICAR-CREDITOS.
           MOVE "N" TO WS-SIN-CREDITO
           PERFORM 0480-ABRIR-CREDITO-IO
           IF WS-CREDITO-ABIERTO NOT = "S"
               DISPLAY "LA CAJA DE CREDITOS ESTA OCUPADA (STATUS "
                       WS-CRE-STATUS "), INTENTE DE NUEVO"
               PERFORM 12500-CERRAR-ARCHIVOS
               STOP RUN
           END-IF
           IF WS-MODO-VERSUS = "S"
               PERFORM VARYING WS-CRE-J-IDX FROM 1 BY 1
                       UNTIL WS-CRE-J-IDX > 2
                   MOVE WS-JUG-ID(WS-CRE-J-IDX) TO WS-CRE-JUGADOR-W
                   PERFORM 0692-SALDO-DE-JUGADOR
               END-PERFORM
           ELSE
               MOVE WS-JUGADOR-ID TO WS-CRE-JUGADOR-W
               PERFORM 0692-SALDO-DE-JUGADOR
           END-IF
           CLOSE CREDITO-FILE
           IF WS-SIN-CREDITO = "S"
               DISPLAY "SIN CREDITOS NO SE PUEDE JUGAR; PASAR POR LA "
                       "CAJA DE LA RECEPCION PARA CARGAR"
               PERFORM 12500-CERRAR-ARCHIVOS
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------

       0692-SALDO-DE-JUGADOR.
           MOVE WS-CRE-JUGADOR-W TO WS-CRE-ID
           READ CREDITO-FILE
               INVALID KEY
                   MOVE 0 TO WS-CRE-SALDO
           END-READ
           IF WS-CRE-SALDO = 0
               MOVE "S" TO WS-SIN-CREDITO
               DISPLAY "EL JUGADOR " WS-CRE-JUGADOR-W
                       " NO TIENE CREDITOS"
           ELSE
               DISPLAY "CREDITOS DE " WS-CRE-JUGADOR-W ": "
                       WS-CRE-SALDO
           END-IF.

      *-----------------------------------------------------------------
      *COBRA UN CREDITO A CADA JUGADOR DE LA SESION RECIEN
      *REGISTRADA Y LO ASIENTA EN LA BITACORA DE CAJA COMO "USO" CON
      *EL TIMESTAMP DE INICIO DE LA SESION. UNA PARTIDA RETOMADA DE UN
      *CHECKPOINT NO SE COBRA: LA CUBRE EL CREDITO DE LA SESION
      *ORIGINAL (JUEGOCAJ LA CRUZA POR SU EVENTO RE). SI LA CAJA QUEDO
      *TOMADA LA PARTIDA SIGUE IGUAL (EL SALDO YA SE VERIFICO AL
      *ARRANCAR) Y EL CIERRE DE CAJA DENUNCIA LA SESION SIN CREDITO.

       0694-COBRAR-CREDITOS.
           PERFORM 0480-ABRIR-CREDITO-IO
           IF WS-CREDITO-ABIERTO NOT = "S"
               DISPLAY "AVISO: NO SE PUDO DESCONTAR EL CREDITO "
                       "(STATUS " WS-CRE-STATUS ")"
           ELSE
               PERFORM 0490-ABRIR-CAJA-EXTEND
               IF WS-MODO-VERSUS = "S"
                   PERFORM VARYING WS-CRE-J-IDX FROM 1 BY 1
                           UNTIL WS-CRE-J-IDX > 2
                       MOVE WS-JUG-ID(WS-CRE-J-IDX)
                           TO WS-CRE-JUGADOR-W
                       PERFORM 0696-COBRAR-A-JUGADOR
                   END-PERFORM
               ELSE
                   MOVE WS-JUGADOR-ID TO WS-CRE-JUGADOR-W
                   PERFORM 0696-COBRAR-A-JUGADOR
               END-IF
               IF WS-CAJA-ABIERTA = "S"
                   CLOSE CAJALOG-FILE
               END-IF
               CLOSE CREDITO-FILE
           END-IF.

      *-----------------------------------------------------------------

       0696-COBRAR-A-JUGADOR.
           MOVE WS-CRE-JUGADOR-W TO WS-CRE-ID
           READ CREDITO-FILE
               INVALID KEY
                   DISPLAY "AVISO: " WS-CRE-JUGADOR-W
                           " YA NO TIENE REGISTRO DE CREDITOS"
               NOT INVALID KEY
                   IF WS-CRE-SALDO = 0
                       DISPLAY "AVISO: " WS-CRE-JUGADOR-W
                               " SE QUEDO SIN CREDITOS AL REGISTRAR"
                   ELSE
                       SUBTRACT 1 FROM WS-CRE-SALDO
                       MOVE WS-TS-INICIO TO WS-CRE-ULTMOV
                       REWRITE WS-CREDITO-REC
                       IF WS-CAJA-ABIERTA = "S"
                           MOVE WS-TS-INICIO     TO WS-CAJ-TIMESTAMP
                           MOVE "USO"            TO WS-CAJ-ACCION
                           MOVE WS-CRE-JUGADOR-W TO WS-CAJ-JUGADOR
                           MOVE "-"              TO WS-CAJ-SIGNO
                           MOVE 1                TO WS-CAJ-CANTIDAD
                           MOVE WS-CRE-SALDO     TO WS-CAJ-SALDO
                           MOVE SPACES           TO WS-CAJ-OPERADOR
                           MOVE WS-TS-INICIO     TO WS-CAJ-SESION
                           WRITE WS-CAJALOG-REC
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *UN VERSUS ENTRE DOS JUGADORES QUE TIENEN PENDIENTE UN PARTIDO
      *DE LA COPA (EN CUALQUIER ORDEN DE TURNO) ES ESE PARTIDO: SE
      *ANUNCIA Y AL TERMINAR SE REGISTRA EL RESULTADO PARA JUEGOCOP.

       0698-BUSCAR-PARTIDO-COPA.
           MOVE "N" TO WS-COPA-PARTIDO
           OPEN INPUT COPA-FILE
           IF WS-COPA-STATUS = "00"
               PERFORM UNTIL WS-COPA-STATUS NOT = "00"
                   READ COPA-FILE
                       AT END
                           MOVE "10" TO WS-COPA-STATUS
                       NOT AT END
                           IF WS-COP-ESTADO = "P"
                              AND ((WS-COP-JUG1 = WS-JUG-ID(1)
                                    AND WS-COP-JUG2 = WS-JUG-ID(2))
                                OR (WS-COP-JUG1 = WS-JUG-ID(2)
                                    AND WS-COP-JUG2 = WS-JUG-ID(1)))
                               MOVE "S" TO WS-COPA-PARTIDO
                               MOVE WS-COP-RONDA TO WS-COPA-RONDA
                               MOVE WS-COP-LLAVE TO WS-COPA-LLAVE
                               MOVE "10" TO WS-COPA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPA-FILE
           END-IF
           IF WS-COPA-PARTIDO = "S"
               DISPLAY "PARTIDO DE COPA: RONDA " WS-COPA-RONDA
                       " LLAVE " WS-COPA-LLAVE
           END-IF.

      *-----------------------------------------------------------------
      *ARMA EL NOMBRE DEL ARCHIVO DE PARTIDA GUARDADA DEL JUGADOR
           END-IF
           IF WS-PARM-MODO = "PLAY"
               PERFORM 0750-ABRIR-REPETICION
           END-IF
      *UNA VERIFICACION QUE NO PUEDE ABRIR LA REPETICION NO CAE AL
      *MODO INTERACTIVO: TERMINA SIN RESULTADO Y EL VERIFICADOR LA
      *DA POR ILEGIBLE.
           IF WS-PARM-MODO = "VERIF"
               MOVE "S" TO WS-MODO-VERIF
               PERFORM 0750-ABRIR-REPETICION
               IF WS-MODO-PLAYBACK NOT = "S"
                   STOP RUN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *LA TERMINAL SE IDENTIFICA POR LA VARIABLE DE ENTORNO JUEGOTERM
      *DE SU ARRANQUE Y SE BUSCA EN EL PADRON data/TERMINALES.DAT.
      *UNA PARTIDA INTERACTIVA EN UNA TERMINAL SIN ID O NO REGISTRADA
      *NO ARRANCA: SUS SESIONES NO SE PODRIAN ATRIBUIR A NINGUNA
      *MAQUINA. LAS CORRIDAS DEMO (BATCH) TOMAN EL ID SI LO HAY, SIN
      *EXIGIRLO; LA REPRODUCCION YA TRAE EL DE SU CABECERA.

       0720-IDENTIFICAR-TERMINAL.
           IF WS-MODO-PLAYBACK NOT = "S"
               MOVE SPACES TO WS-TERMINAL-ID
               ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "JUEGOTERM"
               IF WS-MODO-BATCH NOT = "S"
                   PERFORM 0730-BUSCAR-TERMINAL
                   IF WS-TERMINAL-HALLADA NOT = "S"
                       DISPLAY "TERMINAL SIN REGISTRAR (JUEGOTERM = '"
                               WS-TERMINAL-ID "'); NO SE PUEDE JUGAR "
                               "EN ESTA MAQUINA, AVISAR A MANTENIMIENTO"
                       PERFORM 12500-CERRAR-ARCHIVOS
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       0730-BUSCAR-TERMINAL.
           MOVE "N" TO WS-TERMINAL-HALLADA
           IF WS-TERMINAL-ID NOT = SPACES
               OPEN INPUT TERMINAL-FILE
               IF WS-TER-STATUS = "00"
                   PERFORM UNTIL WS-TER-STATUS NOT = "00"
                           OR WS-TERMINAL-HALLADA = "S"
                       READ TERMINAL-FILE
                           AT END
                               MOVE "10" TO WS-TER-STATUS
                           NOT AT END
                               IF WS-TER-ID = WS-TERMINAL-ID
                                   MOVE "S" TO WS-TERMINAL-HALLADA
                                   DISPLAY "TERMINAL " WS-TER-ID " - "
                                           WS-TER-DESCRIPCION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERMINAL-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *CON EL LOCAL CERRADO POR LA VENTANA DE MANTENIMIENTO NO SE
      *ADMITEN INGRESOS NUEVOS: SE MUESTRA LA HORA DE REAPERTURA Y EL
      *PROGRAMA TERMINA SIN PEDIR JUGADOR. LA REPRODUCCION Y LA DEMO
      *ESCRIPTADA NO SON INGRESOS DE JUGADORES Y SIGUEN ANDANDO.

       0740-VERIFICAR-LOCAL-ABIERTO.
           IF WS-MODO-PLAYBACK NOT = "S"
                   AND WS-MODO-BATCH NOT = "S"
               PERFORM 0745-LEER-ESTADO-LOCAL
               IF WS-LOCAL-CERRADO = "S"
                   DISPLAY "EL LOCAL ESTA CERRADO POR MANTENIMIENTO; "
                           "NO SE ADMITEN PARTIDAS NUEVAS"
                   DISPLAY "REABRE EL " WS-REAPERTURA(7:2) "/"
                           WS-REAPERTURA(5:2) "/"
                           WS-REAPERTURA(1:4) " A LAS "
                           WS-REAPERTURA(9:2) ":"
                           WS-REAPERTURA(11:2)
                   PERFORM 12500-CERRAR-ARCHIVOS
                   STOP RUN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *SIN ARCHIVO DE ESTADO (O VACIO) EL LOCAL ESTA ABIERTO.

       0745-LEER-ESTADO-LOCAL.
           MOVE "N" TO WS-LOCAL-CERRADO
           OPEN INPUT ESTADO-FILE
           IF WS-EST-STATUS = "00"
               READ ESTADO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EST-ESTADO = "C"
                           MOVE "S" TO WS-LOCAL-CERRADO
                           MOVE WS-EST-LIMITE TO WS-LIMITE-CIERRE
                           MOVE WS-EST-REAPERTURA TO WS-REAPERTURA
                       END-IF
               END-READ
               CLOSE ESTADO-FILE
           END-IF.

      *-----------------------------------------------------------------
                           MOVE "S" TO WS-REPLAY-ABIERTO
                           MOVE WS-REPLAY-REC(16:10) TO WS-JUGADOR-ID
                           MOVE WS-REPLAY-REC(26:2)  TO WS-NIVEL-NUM
                           PERFORM 0770-PAQUETE-DE-REPETICION
                           PERFORM 0310-CARGAR-PUERTAS-NIVEL
                           IF WS-REPLAY-REC(28:1) = "V"
                               MOVE "S" TO WS-MODO-VERSUS
                               MOVE WS-REPLAY-REC(29:10)
                                   TO WS-JUG-ID(2)
                           END-IF
                           MOVE WS-REPLAY-REC(43:4) TO WS-TERMINAL-ID
                           PERFORM 0760-RATING-DE-REPETICION
                           DISPLAY "REPRODUCIENDO PARTIDA DE "
                                   WS-REPLAY-REC(16:10)
                                   " DEL " WS-REPLAY-REC(2:8)
                                   " NIVEL " WS-REPLAY-REC(26:2)
                                   " TERMINAL " WS-REPLAY-REC(43:4)
                       ELSE
                           DISPLAY "EL ARCHIVO NO ES UNA REPETICION"
                           CLOSE REPLAY-FILE
                       "SE CONTINUA EN MODO INTERACTIVO"
           END-IF.

      *-----------------------------------------------------------------
      *LA REPRODUCCION TIENE QUE JUGARSE CON LA MISMA DIFICULTAD QUE
      *LA SESION ORIGINAL: SI LA CABECERA TRAE EL RATING CON EL QUE
      *SE AJUSTO UNA PARTIDA SOLITARIA, SE APLICA EL MISMO HANDICAP.
      *LAS REPETICIONES SIN ESE DATO SE REPRODUCEN CON LA DIFICULTAD
      *GLOBAL, COMO SIEMPRE.

       0760-RATING-DE-REPETICION.
           IF WS-REPLAY-REC(28:1) = "S"
                   AND WS-REPLAY-REC(47:3) IS NUMERIC
               MOVE WS-REPLAY-REC(47:3) TO WS-RPL-RATING
               IF WS-RPL-RATING >= 50 AND WS-RPL-RATING <= 200
                   MOVE WS-RPL-RATING TO WS-RATING-JUGADOR
                   PERFORM 0640-APLICAR-HANDICAP
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *LA REPRODUCCION SE JUEGA SOBRE EL PAQUETE DE NIVELES DE LA
      *SESION ORIGINAL, QUE VIENE EN LA CABECERA. LAS REPETICIONES
      *ANTERIORES AL CONTROL DE VERSIONES SON DEL PAQUETE 000.

       0770-PAQUETE-DE-REPETICION.
           IF WS-REPLAY-REC(50:3) IS NUMERIC
               MOVE WS-REPLAY-REC(50:3) TO WS-PAQUETE-SESION
           ELSE
               MOVE 0 TO WS-PAQUETE-SESION
           END-IF
           IF WS-PAQUETE-SESION NOT = WS-PAQUETE-ACTUAL
                   AND WS-MODO-VERIF NOT = "S"
               DISPLAY "LA PARTIDA SE JUGO CON EL PAQUETE DE NIVELES "
                       WS-PAQUETE-SESION
           END-IF.

      *-----------------------------------------------------------------
      *OFRECE REANUDAR DESDE EL ULTIMO CHECKPOINT GUARDADO POR
      *12000-GRABAR-CHECKPOINT EN LUGAR DE EMPEZAR DE CERO.
      *INVOCACION), PARA QUE WS-PUERTA COINCIDA CON LOS GLIFOS DE
      *PUERTA YA DIBUJADOS EN EL MAT-1 RESTAURADO.
       0850-RESTAURAR-CHECKPOINT.
      *LA PARTIDA SIGUE CON EL PAQUETE DE NIVELES CON EL QUE EMPEZO,
      *AUNQUE EN EL MEDIO SE HAYA PROMOVIDO OTRO.
           IF WS-CKPT-PAQUETE IS NUMERIC
               MOVE WS-CKPT-PAQUETE TO WS-PAQUETE-SESION
           END-IF
           MOVE WS-CKPT-NIVEL      TO WS-NIVEL-NUM
           PERFORM 0310-CARGAR-PUERTAS-NIVEL
           MOVE WS-CKPT-MAT-1      TO MAT-1
               MOVE WS-CKPT-EN-EJEx(WS-EN-IDX) TO ENEMY-EJEx(WS-EN-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
      *UNA SESION RETOMADA ARRANCA A MITAD DE PARTIDA, ASI QUE SU
      *REPETICION NO SE PUEDE REPRODUCIR DESDE CERO: SE DEJA ASENTADO
      *PARA QUE EL VERIFICADOR NOCTURNO (JUEGOVRP) NO LA RECLAME.

       0860-EVENTO-REANUDACION.
           MOVE "RE"            TO WS-EVT-TIPO-W
           MOVE WS-NIVEL-NUM    TO WS-EVT-VALOR-W
           MOVE 0               TO WS-EVT-Y-W
           MOVE 0               TO WS-EVT-X-W
           PERFORM 13000-GRABAR-EVENTO.

      */////////////////////////////////////////////////////////////////

       1000-INICIALIZAR-MAPA.
      *-----------------------------------------------------------------

       2000-MOSTRAR-MAPA.
           IF WS-MODO-VERIF NOT = "S"
               DISPLAY WS-ASTERISCOS
               DISPLAY WS-HEADER
               MOVE 0 TO J
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 30
                    DISPLAY MAT-1(j)
               END-PERFORM
               IF WS-AVISO-CIERRE = "S"
                   DISPLAY "AVISO: EL LOCAL CIERRA POR MANTENIMIENTO; "
                           "TERMINE LA PARTIDA ANTES DE LAS "
                           WS-LIMITE-CIERRE(9:2) ":"
                           WS-LIMITE-CIERRE(11:2)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *EN MODO INTERACTIVO LEE EL TECLADO; EN MODO BATCH/DEMO (REQUEST
               IF FUNCTION MOD(WS-MOVE-COUNT, WS-PARM-CHECKPT-N) = 0
                       AND WS-MODO-PLAYBACK NOT = "S"
                   PERFORM 12800-LATIDO-SESION
                   IF WS-SESION-CERRADA-MANT = "S"
                       PERFORM 12880-SALIR-POR-MANTENIMIENTO
                   END-IF
               END-IF
           END-IF.


       7200-AVANZAR-NIVEL.
           COMPUTE WS-NIVEL-PROX = WS-NIVEL-NUM + 1
           MOVE WS-NIVEL-PROX TO WS-NIVEL-ARCH
           PERFORM 0315-ARMAR-NOMBRE-NIVEL
           OPEN INPUT LEVEL-FILE
           IF WS-LEVEL-STATUS = "00"
               CLOSE LEVEL-FILE
               PERFORM 12600-GRABAR-REPLAY
               PERFORM 12450-LIMPIAR-CHECKPOINT
           END-IF
           IF WS-MODO-VERIF = "S"
               PERFORM 12680-GRABAR-VERIFICACION
           END-IF
           PERFORM 12500-CERRAR-ARCHIVOS
           STOP RUN.

                   MOVE WS-JUG-ID(WS-J-IDX)      TO WS-JUGADOR-ID
                   MOVE WS-JUG-PUNTAJE(WS-J-IDX) TO WS-GO-PUNTAJE
                   MOVE WS-JUG-CAUSA(WS-J-IDX)   TO WS-CAUSA-FIN
                   COMPUTE WS-RIVAL-IDX = 3 - WS-J-IDX
                   MOVE WS-JUG-ID(WS-RIVAL-IDX)  TO WS-OPONENTE-ID
                   PERFORM 12100-GRABAR-AUDITORIA
                   PERFORM 12200-ACTUALIZAR-RANKING
                   PERFORM 12300-ACTUALIZAR-ROSTER
                   PERFORM 12900-CERRAR-SESION
                   PERFORM 13100-OTORGAR-LOGROS
               END-PERFORM
               IF WS-COPA-PARTIDO = "S"
                   PERFORM 13200-REGISTRAR-COPA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
           MOVE WS-PUNTAJE-NIVEL TO WS-CKPT-PUNTAJE-NIVEL
           MOVE WS-SPEED-RESTANTE TO WS-CKPT-SPEED
           MOVE WS-ENEMIGOS-SESION TO WS-CKPT-ENEM-SESION
           MOVE WS-PAQUETE-SESION TO WS-CKPT-PAQUETE
           MOVE WS-NUM-ITEMS   TO WS-CKPT-NUM-ITEMS
           PERFORM VARYING WS-I-IDX FROM 1 BY 1
                   UNTIL WS-I-IDX > WS-NUM-ITEMS
               MOVE WS-CAUSA-FIN    TO WS-AUD-RESULTADO
               MOVE WS-JUGADOR-ID   TO WS-AUD-JUGADOR
               MOVE WS-NIVEL-NUM    TO WS-AUD-NIVEL
               MOVE WS-TERMINAL-ID  TO WS-AUD-TERMINAL
               MOVE WS-OPONENTE-ID  TO WS-AUD-OPONENTE
               MOVE WS-PAQUETE-SESION TO WS-AUD-PAQUETE
               WRITE WS-AUDIT-REC
               CLOSE AUDIT-FILE
           ELSE
           MOVE WS-JUGADOR-ID        TO WS-SCORE-JUGADOR
           MOVE WS-TS-FIN(1:8)       TO WS-SCORE-FECHA
           MOVE WS-NIVEL-NUM         TO WS-SCORE-NIVEL
           MOVE WS-PAQUETE-SESION    TO WS-SCORE-PAQUETE
           MOVE "N" TO WS-SK-GRABADO
           MOVE 0   TO WS-SK-RETRY
      *EL CONTADOR DE REINTENTOS SE INCREMENTA EN CADA VUELTA (Y NO
                   MOVE WS-CAUSA-FIN  TO WS-REPLAY-REC(39:1)
                   MOVE WS-GO-PUNTAJE TO WS-REPLAY-REC(40:3)
               END-IF
               MOVE WS-TERMINAL-ID TO WS-REPLAY-REC(43:4)
               MOVE WS-RATING-JUGADOR TO WS-REPLAY-REC(47:3)
               MOVE WS-PAQUETE-SESION TO WS-REPLAY-REC(50:3)
               WRITE WS-REPLAY-REC
               PERFORM VARYING WS-RPL-IDX FROM 1 BY 1
                       UNTIL WS-RPL-IDX > WS-RPL-CANT
                       WS-REPLAY-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *DEJA EL RESULTADO DE LA REPRODUCCION VERIFICADA: JUGADOR,
      *RESULTADO, PUNTAJE Y NIVEL FINAL, UNA LINEA POR JUGADOR.

       12680-GRABAR-VERIFICACION.
           OPEN OUTPUT VERIF-FILE
           IF WS-VRF-STATUS = "00"
               IF WS-MODO-VERSUS = "S"
                   PERFORM VARYING WS-J-IDX FROM 1 BY 1
                           UNTIL WS-J-IDX > 2
                       MOVE WS-JUG-ID(WS-J-IDX)      TO WS-VRF-JUGADOR
                       MOVE WS-JUG-CAUSA(WS-J-IDX)   TO WS-VRF-RESULTADO
                       MOVE WS-JUG-PUNTAJE(WS-J-IDX) TO WS-VRF-PUNTAJE
                       MOVE WS-NIVEL-NUM             TO WS-VRF-NIVEL
                       WRITE WS-VERIF-REC
                   END-PERFORM
               ELSE
                   MOVE WS-JUGADOR-ID TO WS-VRF-JUGADOR
                   MOVE WS-CAUSA-FIN  TO WS-VRF-RESULTADO
                   MOVE WS-GO-PUNTAJE TO WS-VRF-PUNTAJE
                   MOVE WS-NIVEL-NUM  TO WS-VRF-NIVEL
                   WRITE WS-VERIF-REC
               END-IF
               CLOSE VERIF-FILE
           ELSE
               DISPLAY "NO SE PUDO GRABAR LA VERIFICACION, STATUS "
                       WS-VRF-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *RETOQUE DEL RATING AL FINAL DE LA SESION, PARA QUE EL HANDICAP
      *SIGA AL JUGADOR SIN ESPERAR AL RECALCULO NOCTURNO DE JUEGORTG:
                   PERFORM 12850-LATIDO-DE-JUGADOR
               END-IF
               CLOSE SESION-FILE
           END-IF
           PERFORM 0745-LEER-ESTADO-LOCAL
           MOVE WS-LOCAL-CERRADO TO WS-AVISO-CIERRE.

      *-----------------------------------------------------------------
      *REFRESCA EL RENGLON DEL JUGADOR EN WS-SES-ID CON EL PUNTAJE
                   MOVE WS-NIVEL-NUM TO WS-SES-NIVEL
                   MOVE WS-LATIDO-PUNTAJE TO WS-SES-PUNTAJE
                   MOVE "A"          TO WS-SES-ESTADO
                   MOVE WS-TERMINAL-ID TO WS-SES-TERMINAL
                   MOVE WS-PAQUETE-SESION TO WS-SES-PAQUETE
                   WRITE WS-SESION-REC
               NOT INVALID KEY
      *UN RENGLON EN "F" EN MEDIO DE LA PARTIDA SOLO PUEDE SER EL
      *CIERRE POR ABANDONO DE LA VENTANA DE MANTENIMIENTO: LA
      *AUDITORIA Y EL TORNEO YA LO REGISTRARON, NO SE LO REVIVE.
                   IF WS-SES-ESTADO = "F"
                       MOVE "S" TO WS-SESION-CERRADA-MANT
                   ELSE
                       MOVE WS-TS-LATIDO TO WS-SES-ULTACT
                       MOVE WS-NIVEL-NUM TO WS-SES-NIVEL
                       MOVE WS-LATIDO-PUNTAJE TO WS-SES-PUNTAJE
                       MOVE "A"          TO WS-SES-ESTADO
                       MOVE WS-PAQUETE-SESION TO WS-SES-PAQUETE
                       REWRITE WS-SESION-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *LA SESION YA FUE CERRADA POR ABANDONO DURANTE LA VENTANA DE
      *MANTENIMIENTO: NO SE GRABA OTRO RESULTADO NI SE BORRA EL
      *CHECKPOINT, QUE QUEDA PARA REANUDAR CUANDO REABRA EL LOCAL.

       12880-SALIR-POR-MANTENIMIENTO.
           DISPLAY WS-GUIONES
           DISPLAY "SU SESION FUE CERRADA POR LA VENTANA DE "
                   "MANTENIMIENTO"
           IF WS-MODO-VERSUS NOT = "S"
               DISPLAY "LA PARTIDA QUEDO GUARDADA; PODRA REANUDARLA "
                       "CUANDO REABRA EL LOCAL"
           END-IF
           DISPLAY WS-GUIONES
           PERFORM 12500-CERRAR-ARCHIVOS
           STOP RUN.

      *-----------------------------------------------------------------
      *AL FIN DE PARTIDA EL RENGLON DEL JUGADOR PASA A "F": EL
      *MONITOR DEJA DE LISTARLO. SI LA TERMINAL SE CAE ANTES DE
                   OPEN EXTEND EVENT-FILE
               END-IF
               IF WS-EVT-STATUS = "00"
                   IF WS-EVT-TIPO-W = "IN" OR WS-EVT-TIPO-W = "RE"
                       MOVE WS-TS-INICIO TO WS-EVT-TIMESTAMP
                   ELSE
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATETIME
                       MOVE WS-CURRENT-DATETIME(1:14)
                           TO WS-EVT-TIMESTAMP
                   END-IF
                   MOVE WS-JUGADOR-ID  TO WS-EVT-JUGADOR
                   MOVE WS-NIVEL-NUM   TO WS-EVT-NIVEL
                   MOVE WS-EVT-TIPO-W  TO WS-EVT-TIPO
                   MOVE WS-EVT-VALOR-W TO WS-EVT-VALOR
                   MOVE WS-EVT-Y-W     TO WS-EVT-Y
                   MOVE WS-EVT-X-W     TO WS-EVT-X
                   MOVE WS-TERMINAL-ID TO WS-EVT-TERMINAL
                   MOVE WS-PAQUETE-SESION TO WS-EVT-PAQUETE
                   WRITE WS-EVENT-REC
                   CLOSE EVENT-FILE
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *RESULTADO DEL PARTIDO DE COPA: LOS DOS JUGADORES, EL GANADOR
      *(BLANCO SI NINGUNO GANO) E INICIO Y FIN DE LA SESION, QUE SON
      *LOS MISMOS DE SUS REGISTROS DE AUDITORIA.

       13200-REGISTRAR-COPA.
           OPEN EXTEND COPARES-FILE
           IF WS-CRES-STATUS = "35"
               OPEN OUTPUT COPARES-FILE
               CLOSE COPARES-FILE
               OPEN EXTEND COPARES-FILE
           END-IF
           IF WS-CRES-STATUS = "00"
               MOVE WS-COPA-RONDA TO WS-CRS-RONDA
               MOVE WS-COPA-LLAVE TO WS-CRS-LLAVE
               MOVE WS-JUG-ID(1)  TO WS-CRS-JUG1
               MOVE WS-JUG-ID(2)  TO WS-CRS-JUG2
               MOVE SPACES        TO WS-CRS-GANADOR
               IF WS-JUG-CAUSA(1) = "G"
                   MOVE WS-JUG-ID(1) TO WS-CRS-GANADOR
               END-IF
               IF WS-JUG-CAUSA(2) = "G"
                   MOVE WS-JUG-ID(2) TO WS-CRS-GANADOR
               END-IF
               MOVE WS-TS-INICIO  TO WS-CRS-INICIO
               MOVE WS-TS-FIN     TO WS-CRS-FIN
               WRITE WS-COPARES-REC
               CLOSE COPARES-FILE
               IF WS-CRS-GANADOR = SPACES
                   DISPLAY "PARTIDO DE COPA SIN GANADOR: SE DEBE "
                           "VOLVER A JUGAR"
               ELSE
                   DISPLAY "PARTIDO DE COPA REGISTRADO, PASA "
                           WS-CRS-GANADOR
               END-IF
           ELSE
               DISPLAY "NO SE PUDO REGISTRAR EL PARTIDO DE COPA, "
                       "STATUS " WS-CRES-STATUS
           END-IF.

      *-----------------------------------------------------------------

      *LOS ARCHIVOS COMPARTIDOS YA SE CERRARON EN SU PROPIA VENTANA
