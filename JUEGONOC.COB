      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:09/2026
      * Purpose: Conductor de la corrida nocturna: ejecuta en orden
      *          JUEGOREP, JUEGOCHK, JUEGOVRP, JUEGORTG, JUEGOLGR, la
      *          publicacion del salon (JUEGOPUB) y el resguardo de
      *          JUEGOREC, y con el argumento MENSUAL agrega
      *          JUEGOARC, JUEGOACK y el informe de retencion JUEGORET
      *          al final. Cada paso queda asentado en
      *          data/NOCHECTL.DAT con inicio, fin y
      *          codigo de retorno; si un paso falla la cadena se
      *          corta ahi, y al relanzar el conductor en la misma
      *          fecha los pasos ya terminados bien se saltean, asi
      *          el operador de madrugada no rehace todo ni adivina
      *          donde quedo; el paso que falla queda como alerta en
      *          data/ALERTAS.DAT. Mientras corre, el local queda
      *          cerrado por mantenimiento (data/ESTADO.DAT, con la
      *          hora de reapertura segun VENTANA-MIN de PARAMS.DAT)
      *          y JUEGOPAN no admite ingresos nuevos. Al abrir la
      *          ventana, las sesiones cuyo ultimo latido supera el
      *          umbral de JUEGOMON (MONITOR-MIN) se cierran como
      *          abandono ("A") en AUDITLOG y TORNEO (con el rival si
      *          era un versus) y quedan marcadas con un evento CN en
      *          data/EVENTOS.DAT, conservando el
      *          checkpoint para reanudar; a las que siguen vivas se
      *          les avisa y se las espera GRACIA-MIN minutos. Si al
      *          vencer la gracia sigue habiendo partidas en curso no
      *          se corre nada, para que la poda mensual nunca le
      *          gane de mano a una terminal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS WS-SES-ID
               FILE STATUS IS WS-SES-STATUS.

           SELECT ALERTA-FILE ASSIGN TO "data/ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ALR-ID
               FILE STATUS IS WS-ALR-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ESTADO-FILE ASSIGN TO "data/ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EVENT-FILE ASSIGN TO "data/EVENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "data/TORNEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-STATUS.

           SELECT SCORE-FILE ASSIGN TO "data/SCOREBOARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SCORE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "data/ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROSTER-ID
               FILE STATUS IS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-SES-NIVEL            PIC 99.
           05 WS-SES-PUNTAJE          PIC 999.
           05 WS-SES-ESTADO           PIC X.
           05 WS-SES-TERMINAL         PIC X(4).
           05 WS-SES-PAQUETE          PIC 999.

      *ARCHIVO COMUN DE ALERTAS DE LA MESA DEL OPERADOR (JUEGOALR).
       FD  ALERTA-FILE.
       01  WS-ALERTA-REC.
           05 WS-ALR-ID               PIC 9(6).
           05 WS-ALR-ORIGEN           PIC X(8).
           05 WS-ALR-SEVERIDAD        PIC X.
           05 WS-ALR-OBJETO           PIC X(30).
           05 WS-ALR-DESCRIPCION      PIC X(60).
           05 WS-ALR-ESTADO           PIC X.
           05 WS-ALR-OCURRENCIAS      PIC 9(5).
           05 WS-ALR-PRIMERA          PIC X(14).
           05 WS-ALR-ULTIMA           PIC X(14).
           05 WS-ALR-ATENCION         PIC X(14).
           05 WS-ALR-INICIALES        PIC X(3).
           05 WS-ALR-NOTA             PIC X(40).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 WS-PARM-CLAVE            PIC X(15).
           05 WS-PARM-VALOR-REC        PIC 9(3).

      *ESTADO DEL LOCAL: "C" DURANTE LA VENTANA DE MANTENIMIENTO, CON
      *LA HORA LIMITE DE LA GRACIA Y LA DE REAPERTURA; "A" ABIERTO.
       FD  ESTADO-FILE.
       01  WS-ESTADO-REC.
           05 WS-EST-ESTADO           PIC X.
           05 WS-EST-DESDE            PIC X(14).
           05 WS-EST-LIMITE           PIC X(14).
           05 WS-EST-REAPERTURA       PIC X(14).

      *RESULTADOS DE LAS SESIONES CERRADAS POR ABANDONO: LOS MISMOS
      *REGISTROS QUE DEJA JUEGOPAN AL TERMINAR UNA PARTIDA.
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

      *EVENTOS DEL JUEGO: DE AHI SALE EL RIVAL DE UN VERSUS (LOS DOS
      *JUGADORES DEJAN SU EVENTO IN CON EL MISMO INICIO EN LA MISMA
      *TERMINAL) Y AHI QUEDA LA MARCA CN DE CADA CIERRE POR ABANDONO,
      *CON EL INICIO DE LA SESION, PARA QUE JUEGOTER LA SIGA CONTANDO
      *SIN CIERRE Y JUEGOVRP NO LE RECLAME REPETICION.
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

       FD  INTERFACE-FILE.
       01  WS-IFACE-REC.
           05 WS-IF-JUGADOR           PIC X(10).
           05 WS-IF-PUNTAJE           PIC 999.
           05 WS-IF-RESULTADO         PIC X.
           05 WS-IF-TIMESTAMP         PIC X(14).

       FD  SCORE-FILE.
       01  WS-SCORE-REC.
           05 WS-SCORE-KEY.
              10 WS-SK-INV-SCORE      PIC 9(3).
              10 WS-SK-SEQ            PIC 9(14).
           05 WS-SCORE-PUNTAJE        PIC 999.
           05 WS-SCORE-INICIALES      PIC X(3).
           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
           05 WS-ROSTER-ID            PIC X(10).
           05 WS-ROSTER-PARTIDAS      PIC 9(5).
           05 WS-ROSTER-MEJOR         PIC 999.
           05 WS-ROSTER-ULTFECHA      PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-CTL-STATUS            PIC XX.

      *CADENA DE PASOS. LA TOLERANCIA ADMITE EL CODIGO 4 DE LOS
      *PASOS QUE TERMINAN BIEN PERO CON DIFERENCIAS PARA REVISAR
      *(JUEGOCHK, JUEGOVRP Y JUEGOACK); CUALQUIER CODIGO MAYOR CORTA LA
      *CADENA.
       01  WS-PASOS.
           05 WS-CANT-PASOS         PIC 99 VALUE 0.
           05 WS-PASO-TBL OCCURS 12 TIMES.
               10 WS-PASO-NOMBRE        PIC X(8).
               10 WS-PASO-CMD           PIC X(30).
               10 WS-PASO-TOLERA        PIC 9(4).
               10 WS-PASO-HECHO         PIC X.

       77  WS-PASO-IDX              PIC 99.
       77  WS-PASO-RC               PIC 9(4).
       77  WS-COMANDO               PIC X(30).
       77  WS-CADENA-CORTADA        PIC X VALUE "N".
       77  WS-CANT-SALTEADOS        PIC 99 VALUE 0.
       77  WS-CANT-EJECUTADOS       PIC 99 VALUE 0.

      *CONTROL DE SESIONES VIVAS ANTES DE ARRANCAR. EL UMBRAL DE
      *ABANDONO ES EL MISMO DEL MONITOR DE PISO (MONITOR-MIN); LA
      *DURACION ESTIMADA DE LA VENTANA (VENTANA-MIN) DA LA HORA DE
      *REAPERTURA QUE VE EL JUGADOR Y GRACIA-MIN ES LO QUE SE ESPERA
      *A LAS PARTIDAS EN CURSO ANTES DE DAR LA NOCHE POR PERDIDA.
       77  WS-PARM-STATUS           PIC XX.
       77  WS-EST-STATUS            PIC XX.
       77  WS-AUDIT-STATUS          PIC XX.
       77  WS-IFACE-STATUS          PIC XX.
       77  WS-EVT-STATUS            PIC XX.
       77  WS-SCORE-STATUS          PIC XX.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-UMBRAL-MIN            PIC 9(3) VALUE 5.
       77  WS-VENTANA-MIN           PIC 9(3) VALUE 60.
       77  WS-GRACIA-MIN            PIC 9(3) VALUE 10.
       77  WS-MIN-ESPERADOS         PIC 9(3) VALUE 0.
       77  WS-ESPERA-SEG            PIC 9(4) COMP VALUE 60.
       77  WS-CANT-ACTIVAS          PIC 9(3) VALUE 0.
       77  WS-DIAS                  PIC S9(5).
       77  WS-SEG-LATIDO            PIC 9(5).
       77  WS-SEG-AHORA             PIC 9(5).
       77  WS-MINUTOS               PIC S9(7).
       77  WS-MINUTOS-ED            PIC Z(6)9.
       77  WS-TS-LIMITE             PIC X(14).
       77  WS-TS-REAPERTURA         PIC X(14).

      *SUMA DE MINUTOS A LA HORA ACTUAL (LIMITE Y REAPERTURA).
       77  WS-SUMA-MIN              PIC 9(3).
       77  WS-DIA-INT               PIC 9(7).
       77  WS-SEG-CALC              PIC 9(7).
       77  WS-DIAS-EXTRA            PIC 9(3).
       77  WS-SEG-RESTO             PIC 9(5).
       77  WS-MIN-RESTO             PIC 9(5).
       01  WS-TS-CALC.
           05 WS-TC-FECHA           PIC 9(8).
           05 WS-TC-HH              PIC 99.
           05 WS-TC-MM              PIC 99.
           05 WS-TC-SS              PIC 99.

      *SESIONES CERRADAS POR ABANDONO EN ESTA CORRIDA, PARA EL
      *RESUMEN FINAL. PASADO EL TOPE DE LA TABLA SOLO SE CUENTAN.
       77  WS-CANT-CERRADAS         PIC 9(3) VALUE 0.
       77  WS-CER-IDX               PIC 9(3).
       77  WS-SK-GRABADO            PIC X.
       77  WS-SK-RETRY              PIC 99.
       77  WS-OPONENTE-ID           PIC X(10).
       01  WS-CERRADAS.
           05 WS-CER-TBL OCCURS 99 TIMES.
               10 WS-CER-ID             PIC X(10).
               10 WS-CER-TERMINAL       PIC X(4).
               10 WS-CER-INICIO         PIC X(14).
               10 WS-CER-ULTACT         PIC X(14).
               10 WS-CER-NIVEL          PIC 99.
               10 WS-CER-PUNTAJE        PIC 999.

      *ALERTA PARA LA MESA DEL OPERADOR: QUIEN LA LEVANTA CARGA LA
      *SEVERIDAD (A ALTA, M MEDIA, B BAJA), EL JUGADOR O ARCHIVO
      *AFECTADO Y LA DESCRIPCION, Y HACE PERFORM 9800.
       77  WS-ALR-STATUS            PIC XX.
       77  WS-ALERTA-SEVERIDAD      PIC X.
       77  WS-ALERTA-OBJETO         PIC X(30).
       77  WS-ALERTA-DESC           PIC X(60).
       77  WS-ALERTA-HALLADA        PIC X.
       77  WS-ALERTA-ULT-ID         PIC 9(6).
       77  WS-ALERTA-TS             PIC X(21).
       77  WS-CANT-ALERTAS          PIC 9(5) VALUE 0.

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
           IF WS-PARM-MODO = "MENSUAL"
               MOVE "S" TO WS-MODO-MENSUAL
           END-IF
           PERFORM 1500-CARGAR-PARAMETROS
           PERFORM 1600-CERRAR-LOCAL
           PERFORM 2000-CONTROLAR-SESIONES-VIVAS
           PERFORM 2400-ESPERAR-SESIONES-VIVAS
           IF WS-CANT-ACTIVAS > 0
               DISPLAY "HAY " WS-CANT-ACTIVAS " PARTIDAS EN CURSO "
                       "AL VENCER LA GRACIA; LA CORRIDA NO ARRANCA"
               MOVE "A" TO WS-ALERTA-SEVERIDAD
               MOVE "data/SESIONES.DAT" TO WS-ALERTA-OBJETO
               MOVE SPACES TO WS-ALERTA-DESC
               STRING "PARTIDAS EN CURSO AL VENCER LA GRACIA; "
                      "NO HUBO CORRIDA"
                      DELIMITED BY SIZE
                   INTO WS-ALERTA-DESC
               END-STRING
               PERFORM 9800-REGISTRAR-ALERTA
               PERFORM 1700-ABRIR-LOCAL
               PERFORM 5100-INFORMAR-CERRADAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-DETERMINAR-CORRIDA
           PERFORM 1000-ARMAR-CADENA
           PERFORM 3000-LEER-PASOS-HECHOS
           PERFORM 4000-EJECUTAR-CADENA
           PERFORM 1700-ABRIR-LOCAL
           PERFORM 5000-IMPRIMIR-RESUMEN
           IF WS-CADENA-CORTADA = "S"
               MOVE 8 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      *LA VERIFICACION DE REPETICIONES RECIBE LA FECHA DE LA CORRIDA,
      *QUE AL REANUDAR DESPUES DE MEDIANOCHE NO ES LA DE HOY.

       1000-ARMAR-CADENA.
           MOVE 7 TO WS-CANT-PASOS
           MOVE "REPORTE"   TO WS-PASO-NOMBRE(1)
           MOVE "./JUEGOREP" TO WS-PASO-CMD(1)
           MOVE 0 TO WS-PASO-TOLERA(1)
           MOVE "CONTROL"   TO WS-PASO-NOMBRE(2)
           MOVE "./JUEGOCHK" TO WS-PASO-CMD(2)
           MOVE 4 TO WS-PASO-TOLERA(2)
           MOVE "REPETIC"   TO WS-PASO-NOMBRE(3)
           MOVE SPACES TO WS-PASO-CMD(3)
           STRING "./JUEGOVRP "    DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
               INTO WS-PASO-CMD(3)
           END-STRING
           MOVE 4 TO WS-PASO-TOLERA(3)
           MOVE "RATINGS"   TO WS-PASO-NOMBRE(4)
           MOVE "./JUEGORTG" TO WS-PASO-CMD(4)
           MOVE 0 TO WS-PASO-TOLERA(4)
           MOVE "LOGROS"    TO WS-PASO-NOMBRE(5)
           MOVE "./JUEGOLGR" TO WS-PASO-CMD(5)
           MOVE 0 TO WS-PASO-TOLERA(5)
           MOVE "VITRINA"   TO WS-PASO-NOMBRE(6)
           MOVE "./JUEGOPUB" TO WS-PASO-CMD(6)
           MOVE 0 TO WS-PASO-TOLERA(6)
           MOVE "RESGUARD"  TO WS-PASO-NOMBRE(7)
           MOVE "./JUEGOREC BACKUP" TO WS-PASO-CMD(7)
           MOVE 0 TO WS-PASO-TOLERA(7)
           IF WS-MODO-MENSUAL = "S"
               MOVE 10 TO WS-CANT-PASOS
               MOVE "CIERRE"    TO WS-PASO-NOMBRE(8)
               MOVE "./JUEGOARC" TO WS-PASO-CMD(8)
               MOVE 0 TO WS-PASO-TOLERA(8)
               MOVE "ACUSES"    TO WS-PASO-NOMBRE(9)
               MOVE "./JUEGOACK" TO WS-PASO-CMD(9)
               MOVE 4 TO WS-PASO-TOLERA(9)
               MOVE "RETENC"    TO WS-PASO-NOMBRE(10)
               MOVE "./JUEGORET" TO WS-PASO-CMD(10)
               MOVE 0 TO WS-PASO-TOLERA(10)
           END-IF
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-CANT-PASOS
           END-PERFORM.

      *-----------------------------------------------------------------
      *UMBRALES DE LA VENTANA DE MANTENIMIENTO. SIN PARAMS.DAT O SIN
      *LA CLAVE QUEDAN LOS VALORES POR DEFECTO.

       1500-CARGAR-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-STATUS NOT = "00"
                   READ PARM-FILE
                       AT END
                           MOVE "10" TO WS-PARM-STATUS
                       NOT AT END
                           EVALUATE WS-PARM-CLAVE
                           WHEN "MONITOR-MIN"
                               IF WS-PARM-VALOR-REC > 0
                                   MOVE WS-PARM-VALOR-REC
                                       TO WS-UMBRAL-MIN
                               END-IF
                           WHEN "VENTANA-MIN"
                               IF WS-PARM-VALOR-REC > 0
                                   MOVE WS-PARM-VALOR-REC
                                       TO WS-VENTANA-MIN
                               END-IF
                           WHEN "GRACIA-MIN"
                               MOVE WS-PARM-VALOR-REC TO WS-GRACIA-MIN
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

      *-----------------------------------------------------------------
      *ABRE LA VENTANA: EL LOCAL QUEDA CERRADO CON LA HORA LIMITE PARA
      *LAS PARTIDAS EN CURSO (AHORA + GRACIA) Y LA DE REAPERTURA
      *ESTIMADA (AHORA + VENTANA), QUE JUEGOPAN MUESTRA EN PANTALLA.

       1600-CERRAR-LOCAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           MOVE WS-GRACIA-MIN TO WS-SUMA-MIN
           PERFORM 1800-SUMAR-MINUTOS
           MOVE WS-TS-CALC TO WS-TS-LIMITE
           MOVE WS-VENTANA-MIN TO WS-SUMA-MIN
           PERFORM 1800-SUMAR-MINUTOS
           MOVE WS-TS-CALC TO WS-TS-REAPERTURA
           OPEN OUTPUT ESTADO-FILE
           IF WS-EST-STATUS = "00"
               MOVE "C"              TO WS-EST-ESTADO
               MOVE WS-TS-AHORA      TO WS-EST-DESDE
               MOVE WS-TS-LIMITE     TO WS-EST-LIMITE
               MOVE WS-TS-REAPERTURA TO WS-EST-REAPERTURA
               WRITE WS-ESTADO-REC
               CLOSE ESTADO-FILE
               DISPLAY "LOCAL CERRADO POR MANTENIMIENTO; REAPERTURA "
                       "ESTIMADA " WS-TS-REAPERTURA(9:2) ":"
                       WS-TS-REAPERTURA(11:2)
           ELSE
               DISPLAY "AVISO: NO SE PUDO GRABAR ESTADO.DAT, STATUS "
                       WS-EST-STATUS "; LAS TERMINALES NO SE ENTERAN "
                       "DEL CIERRE"
           END-IF.

      *-----------------------------------------------------------------
      *CIERRA LA VENTANA: EL LOCAL VUELVE A ADMITIR PARTIDAS, TANTO SI
      *LA CADENA TERMINO COMO SI SE CORTO O NI SIQUIERA ARRANCO.

       1700-ABRIR-LOCAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN OUTPUT ESTADO-FILE
           IF WS-EST-STATUS = "00"
               MOVE SPACES TO WS-ESTADO-REC
               MOVE "A" TO WS-EST-ESTADO
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-EST-DESDE
               WRITE WS-ESTADO-REC
               CLOSE ESTADO-FILE
               DISPLAY "LOCAL ABIERTO NUEVAMENTE"
           ELSE
               DISPLAY "AVISO: NO SE PUDO REABRIR EL LOCAL EN "
                       "ESTADO.DAT, STATUS " WS-EST-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *WS-TS-CALC = WS-TS-AHORA + WS-SUMA-MIN MINUTOS, PASANDO DE DIA
      *CUANDO HACE FALTA.

       1800-SUMAR-MINUTOS.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS-AHORA(1:8)))
           COMPUTE WS-SEG-CALC =
               FUNCTION NUMVAL(WS-TS-AHORA(9:2)) * 3600
             + FUNCTION NUMVAL(WS-TS-AHORA(11:2)) * 60
             + FUNCTION NUMVAL(WS-TS-AHORA(13:2))
             + WS-SUMA-MIN * 60
           DIVIDE WS-SEG-CALC BY 86400 GIVING WS-DIAS-EXTRA
               REMAINDER WS-SEG-RESTO
           ADD WS-DIAS-EXTRA TO WS-DIA-INT
           COMPUTE WS-TC-FECHA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           DIVIDE WS-SEG-RESTO BY 3600 GIVING WS-TC-HH
               REMAINDER WS-MIN-RESTO
           DIVIDE WS-MIN-RESTO BY 60 GIVING WS-TC-MM
               REMAINDER WS-TC-SS.

      *-----------------------------------------------------------------
      *RECORRE EL TABLERO DE SESIONES. UNA SESION "A" CUYO ULTIMO
      *LATIDO SUPERA EL UMBRAL DEL MONITOR ES UNA TERMINAL ABANDONADA
      *O CAIDA: SE LA CIERRA COMO ABANDONO. LAS DEMAS SON PARTIDAS EN
      *CURSO; JUEGOPAN LES AVISA EL CIERRE EN CADA LATIDO.

       2000-CONTROLAR-SESIONES-VIVAS.
           MOVE 0 TO WS-CANT-ACTIVAS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           OPEN I-O SESION-FILE
           IF WS-SES-STATUS = "00"
               MOVE LOW-VALUES TO WS-SES-ID
               START SESION-FILE KEY IS NOT LESS THAN WS-SES-ID
             + FUNCTION NUMVAL(WS-TS-AHORA(13:2))
           COMPUTE WS-MINUTOS =
               (WS-DIAS * 86400 + WS-SEG-AHORA - WS-SEG-LATIDO) / 60
           IF WS-MINUTOS > WS-UMBRAL-MIN
               PERFORM 2200-CERRAR-POR-ABANDONO
           ELSE
               ADD 1 TO WS-CANT-ACTIVAS
               DISPLAY "PARTIDA EN CURSO: " WS-SES-ID
                       " TERMINAL " WS-SES-TERMINAL
                       "; SE LE AVISA EL CIERRE"
           END-IF.

      *-----------------------------------------------------------------
      *CIERRE POR ABANDONO: EL RENGLON PASA A "F" Y LA PARTIDA DEJA
      *LOS MISMOS RASTROS QUE UN ABANDONO EN LA TERMINAL (AUDITORIA,
      *TORNEO, TABLERO DE PUNTAJES Y PADRON, ASI JUEGOCHK Y JUEGOREC
      *SIGUEN CUADRANDO) CON RESULTADO "A", MAS LA MARCA CN EN
      *EVENTOS QUE LO DISTINGUE DE UN ABANDONO REAL. EL CHECKPOINT DEL
      *JUGADOR NO SE TOCA: QUEDA PARA REANUDAR CUANDO REABRA EL LOCAL.

       2200-CERRAR-POR-ABANDONO.
           ADD 1 TO WS-CANT-CERRADAS
           IF WS-CANT-CERRADAS <= 99
               MOVE WS-SES-ID       TO WS-CER-ID(WS-CANT-CERRADAS)
               MOVE WS-SES-TERMINAL TO WS-CER-TERMINAL(WS-CANT-CERRADAS)
               MOVE WS-SES-INICIO   TO WS-CER-INICIO(WS-CANT-CERRADAS)
               MOVE WS-SES-ULTACT   TO WS-CER-ULTACT(WS-CANT-CERRADAS)
               MOVE WS-SES-NIVEL    TO WS-CER-NIVEL(WS-CANT-CERRADAS)
               MOVE WS-SES-PUNTAJE  TO WS-CER-PUNTAJE(WS-CANT-CERRADAS)
           END-IF
           MOVE WS-MINUTOS TO WS-MINUTOS-ED
           DISPLAY "SESION ABANDONADA: " WS-SES-ID
                   " TERMINAL " WS-SES-TERMINAL " ("
                   FUNCTION TRIM(WS-MINUTOS-ED)
                   " MIN SIN LATIDO); SE CIERRA"
           PERFORM 2205-BUSCAR-OPONENTE
           PERFORM 2210-GRABAR-AUDITORIA
           PERFORM 2215-GRABAR-MARCA-CIERRE
           PERFORM 2220-EXPORTAR-TORNEO
           PERFORM 2230-GRABAR-PUNTAJE
           PERFORM 2240-ACTUALIZAR-PADRON
           MOVE WS-TS-AHORA TO WS-SES-ULTACT
           MOVE "F"         TO WS-SES-ESTADO
           REWRITE WS-SESION-REC
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO CERRAR EL RENGLON DE "
                           WS-SES-ID " EN SESIONES.DAT"
           END-REWRITE.

      *-----------------------------------------------------------------
      *EN VERSUS LOS DOS JUGADORES ARRANCAN JUNTOS EN LA MISMA
      *TERMINAL: EL RIVAL ES EL OTRO EVENTO IN CON EL MISMO INICIO Y
      *LA MISMA TERMINAL. EN UNA PARTIDA DE A UNO NO HAY OTRO Y EL
      *RIVAL QUEDA EN BLANCO.

       2205-BUSCAR-OPONENTE.
           MOVE SPACES TO WS-OPONENTE-ID
           OPEN INPUT EVENT-FILE
           IF WS-EVT-STATUS = "00"
               PERFORM UNTIL WS-EVT-STATUS NOT = "00"
                   READ EVENT-FILE
                       AT END
                           MOVE "10" TO WS-EVT-STATUS
                       NOT AT END
                           IF WS-EVT-TIPO = "IN"
                                   AND WS-EVT-TIMESTAMP = WS-SES-INICIO
                                   AND WS-EVT-TERMINAL
                                       = WS-SES-TERMINAL
                                   AND WS-EVT-JUGADOR NOT = WS-SES-ID
                               MOVE WS-EVT-JUGADOR TO WS-OPONENTE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

      *-----------------------------------------------------------------

       2210-GRABAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE WS-SES-INICIO   TO WS-AUD-INICIO
               MOVE WS-TS-AHORA     TO WS-AUD-FIN
               MOVE WS-SES-PUNTAJE  TO WS-AUD-PUNTAJE
               MOVE "A"             TO WS-AUD-RESULTADO
               MOVE WS-SES-ID       TO WS-AUD-JUGADOR
               MOVE WS-SES-NIVEL    TO WS-AUD-NIVEL
               MOVE WS-SES-TERMINAL TO WS-AUD-TERMINAL
               MOVE WS-OPONENTE-ID  TO WS-AUD-OPONENTE
               MOVE WS-SES-PAQUETE  TO WS-AUD-PAQUETE
               WRITE WS-AUDIT-REC
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO GRABAR LA AUDITORIA DE "
                       WS-SES-ID ", STATUS " WS-AUDIT-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *MARCA CN: EL TIMESTAMP ES EL INICIO DE LA SESION, COMO EN LOS
      *EVENTOS IN Y RE, Y EL VALOR ES EL PUNTAJE CON QUE SE CERRO.

       2215-GRABAR-MARCA-CIERRE.
           OPEN EXTEND EVENT-FILE
           IF WS-EVT-STATUS = "35"
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               OPEN EXTEND EVENT-FILE
           END-IF
           IF WS-EVT-STATUS = "00"
               MOVE WS-SES-INICIO   TO WS-EVT-TIMESTAMP
               MOVE WS-SES-ID       TO WS-EVT-JUGADOR
               MOVE WS-SES-NIVEL    TO WS-EVT-NIVEL
               MOVE "CN"            TO WS-EVT-TIPO
               MOVE WS-SES-PUNTAJE  TO WS-EVT-VALOR
               MOVE 0               TO WS-EVT-Y
               MOVE 0               TO WS-EVT-X
               MOVE WS-SES-TERMINAL TO WS-EVT-TERMINAL
               MOVE WS-SES-PAQUETE  TO WS-EVT-PAQUETE
               WRITE WS-EVENT-REC
               CLOSE EVENT-FILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO GRABAR LA MARCA DE CIERRE "
                       "DE " WS-SES-ID ", STATUS " WS-EVT-STATUS
           END-IF.

      *-----------------------------------------------------------------

       2220-EXPORTAR-TORNEO.
           OPEN EXTEND INTERFACE-FILE
           IF WS-IFACE-STATUS = "35"
               OPEN OUTPUT INTERFACE-FILE
               CLOSE INTERFACE-FILE
               OPEN EXTEND INTERFACE-FILE
           END-IF
           IF WS-IFACE-STATUS = "00"
               MOVE WS-SES-ID      TO WS-IF-JUGADOR
               MOVE WS-SES-PUNTAJE TO WS-IF-PUNTAJE
               MOVE "A"            TO WS-IF-RESULTADO
               MOVE WS-TS-AHORA    TO WS-IF-TIMESTAMP
               WRITE WS-IFACE-REC
               CLOSE INTERFACE-FILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO EXPORTAR AL TORNEO EL "
                       "ABANDONO DE " WS-SES-ID ", STATUS "
                       WS-IFACE-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *LA CLAVE INVERTIDA Y LOS REINTENTOS SON LOS DE JUEGOPAN.

       2230-GRABAR-PUNTAJE.
           OPEN I-O SCORE-FILE
           IF WS-SCORE-STATUS = "35"
               OPEN OUTPUT SCORE-FILE
               CLOSE SCORE-FILE
               OPEN I-O SCORE-FILE
           END-IF
           IF WS-SCORE-STATUS = "00"
               COMPUTE WS-SK-INV-SCORE = 999 - WS-SES-PUNTAJE
               MOVE WS-TS-AHORA          TO WS-SK-SEQ
               MOVE WS-SES-PUNTAJE       TO WS-SCORE-PUNTAJE
               MOVE WS-SES-ID(1:3)       TO WS-SCORE-INICIALES
               MOVE WS-SES-ID            TO WS-SCORE-JUGADOR
               MOVE WS-TS-AHORA(1:8)     TO WS-SCORE-FECHA
               MOVE WS-SES-NIVEL         TO WS-SCORE-NIVEL
               MOVE WS-SES-PAQUETE       TO WS-SCORE-PAQUETE
               MOVE "N" TO WS-SK-GRABADO
               MOVE 0   TO WS-SK-RETRY
               PERFORM UNTIL WS-SK-GRABADO = "S" OR WS-SK-RETRY > 9
                   ADD 1 TO WS-SK-RETRY
                   WRITE WS-SCORE-REC
                       INVALID KEY
                           ADD 1 TO WS-SK-SEQ
                       NOT INVALID KEY
                           MOVE "S" TO WS-SK-GRABADO
                   END-WRITE
               END-PERFORM
               CLOSE SCORE-FILE
               IF WS-SK-GRABADO NOT = "S"
                   DISPLAY "AVISO: NO SE PUDO GUARDAR EL PUNTAJE DE "
                           WS-SES-ID
               END-IF
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR SCOREBOARD.DAT, "
                       "STATUS " WS-SCORE-STATUS
           END-IF.

      *-----------------------------------------------------------------

       2240-ACTUALIZAR-PADRON.
           OPEN I-O ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               MOVE WS-SES-ID TO WS-ROSTER-ID
               READ ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROSTER-PARTIDAS
                       IF WS-SES-PUNTAJE > WS-ROSTER-MEJOR
                           MOVE WS-SES-PUNTAJE TO WS-ROSTER-MEJOR
                       END-IF
                       MOVE WS-TS-AHORA(1:8) TO WS-ROSTER-ULTFECHA
                       REWRITE WS-ROSTER-REC
               END-READ
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ACTUALIZAR EL PADRON, "
                       "STATUS " WS-ROSTER-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *GRACIA PARA LAS PARTIDAS EN CURSO: SE VUELVE A MIRAR EL TABLERO
      *MINUTO A MINUTO HASTA QUE TERMINEN (O SE QUEDEN SIN LATIDO Y SE
      *CIERREN POR ABANDONO) O HASTA QUE SE AGOTE GRACIA-MIN.

       2400-ESPERAR-SESIONES-VIVAS.
           MOVE 0 TO WS-MIN-ESPERADOS
           PERFORM UNTIL WS-CANT-ACTIVAS = 0
                      OR WS-MIN-ESPERADOS >= WS-GRACIA-MIN
               DISPLAY "ESPERANDO " WS-CANT-ACTIVAS " PARTIDAS EN "
                       "CURSO, HASTA LAS " WS-TS-LIMITE(9:2) ":"
                       WS-TS-LIMITE(11:2)
               CALL "C$SLEEP" USING WS-ESPERA-SEG
               ADD 1 TO WS-MIN-ESPERADOS
               PERFORM 2000-CONTROLAR-SESIONES-VIVAS
           END-PERFORM.

      *-----------------------------------------------------------------
      *MIRA EL ULTIMO RENGLON DE LA BITACORA: SI QUEDO EN ER O EJ LA
      *CADENA ANTERIOR NO TERMINO Y SE REANUDA CON SU MISMA FECHA DE
                       "CORTA ACA"
               DISPLAY "CORREGIR Y RELANZAR: SE RETOMA DESDE ESTE "
                       "PASO"
               MOVE "A" TO WS-ALERTA-SEVERIDAD
               MOVE WS-PASO-CMD(WS-PASO-IDX) TO WS-ALERTA-OBJETO
               MOVE SPACES TO WS-ALERTA-DESC
               STRING "FALLO EL PASO " WS-PASO-NOMBRE(WS-PASO-IDX)
                      " DE LA CORRIDA NOCTURNA"
                      DELIMITED BY SIZE
                   INTO WS-ALERTA-DESC
               END-STRING
               PERFORM 9800-REGISTRAR-ALERTA
           END-IF.

      *-----------------------------------------------------------------
           ELSE
               DISPLAY "CORRIDA NOCTURNA COMPLETA"
           END-IF
           PERFORM 5100-INFORMAR-CERRADAS.

      *-----------------------------------------------------------------
      *LISTADO DE LAS SESIONES QUE LA VENTANA CERRO POR ABANDONO: EL
      *JUGADOR PUEDE REANUDAR DESDE SU CHECKPOINT CUANDO REABRA.

       5100-INFORMAR-CERRADAS.
           DISPLAY "------------------------------------------------"
           DISPLAY "SESIONES CERRADAS POR ABANDONO: " WS-CANT-CERRADAS
           IF WS-CANT-CERRADAS > 0
               DISPLAY "JUGADOR     TERM INICIO         "
                       "ULT. LATIDO    NV PTS"
               PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                       UNTIL WS-CER-IDX > WS-CANT-CERRADAS
                          OR WS-CER-IDX > 99
                   DISPLAY WS-CER-ID(WS-CER-IDX) "  "
                           WS-CER-TERMINAL(WS-CER-IDX) " "
                           WS-CER-INICIO(WS-CER-IDX) " "
                           WS-CER-ULTACT(WS-CER-IDX) " "
                           WS-CER-NIVEL(WS-CER-IDX) " "
                           WS-CER-PUNTAJE(WS-CER-IDX)
               END-PERFORM
               IF WS-CANT-CERRADAS > 99
                   DISPLAY "(SE LISTAN LAS PRIMERAS 99)"
               END-IF
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------
      *DEJA LA EXCEPCION EN EL ARCHIVO COMUN DE ALERTAS. SI YA HAY UNA
      *ALERTA NO CERRADA DE ESTE PROGRAMA CON EL MISMO OBJETO Y LA
      *MISMA DESCRIPCION SOLO SE LE SUMA UNA OCURRENCIA; SI NO, SE
      *ABRE UNA NUEVA CON EL NUMERO SIGUIENTE AL ULTIMO. SI EL ARCHIVO
      *NO SE PUEDE ABRIR SE AVISA PERO EL PROCESO SIGUE.

       9800-REGISTRAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERTA-TS
           OPEN I-O ALERTA-FILE
           IF WS-ALR-STATUS = "35"
               OPEN OUTPUT ALERTA-FILE
               CLOSE ALERTA-FILE
               OPEN I-O ALERTA-FILE
           END-IF
           IF WS-ALR-STATUS NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ABRIR ALERTAS.DAT, STATUS "
                       WS-ALR-STATUS
           ELSE
               ADD 1 TO WS-CANT-ALERTAS
               MOVE "N" TO WS-ALERTA-HALLADA
               MOVE 0 TO WS-ALERTA-ULT-ID
               MOVE 0 TO WS-ALR-ID
               START ALERTA-FILE KEY IS NOT LESS THAN WS-ALR-ID
                   INVALID KEY MOVE "23" TO WS-ALR-STATUS
               END-START
               PERFORM UNTIL WS-ALR-STATUS NOT = "00"
                       OR WS-ALERTA-HALLADA = "S"
                   READ ALERTA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ALR-STATUS
                       NOT AT END
                           MOVE WS-ALR-ID TO WS-ALERTA-ULT-ID
                           IF WS-ALR-ORIGEN = "JUEGONOC"
                                   AND WS-ALR-OBJETO = WS-ALERTA-OBJETO
                                   AND WS-ALR-DESCRIPCION =
                                       WS-ALERTA-DESC
                                   AND WS-ALR-ESTADO NOT = "C"
                               MOVE "S" TO WS-ALERTA-HALLADA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ALERTA-HALLADA = "S"
                   ADD 1 TO WS-ALR-OCURRENCIAS
                   MOVE WS-ALERTA-TS(1:14) TO WS-ALR-ULTIMA
                   REWRITE WS-ALERTA-REC
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO ACTUALIZAR LA "
                                   "ALERTA " WS-ALR-ID
                   END-REWRITE
               ELSE
                   MOVE SPACES TO WS-ALERTA-REC
                   COMPUTE WS-ALR-ID = WS-ALERTA-ULT-ID + 1
                   MOVE "JUEGONOC"            TO WS-ALR-ORIGEN
                   MOVE WS-ALERTA-SEVERIDAD TO WS-ALR-SEVERIDAD
                   MOVE WS-ALERTA-OBJETO    TO WS-ALR-OBJETO
                   MOVE WS-ALERTA-DESC      TO WS-ALR-DESCRIPCION
                   MOVE "A"                 TO WS-ALR-ESTADO
                   MOVE 1                   TO WS-ALR-OCURRENCIAS
                   MOVE WS-ALERTA-TS(1:14)  TO WS-ALR-PRIMERA
                   MOVE WS-ALERTA-TS(1:14)  TO WS-ALR-ULTIMA
                   WRITE WS-ALERTA-REC
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO GRABAR LA "
                                   "ALERTA " WS-ALR-ID
                   END-WRITE
               END-IF
               CLOSE ALERTA-FILE
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM JUEGONOC.
