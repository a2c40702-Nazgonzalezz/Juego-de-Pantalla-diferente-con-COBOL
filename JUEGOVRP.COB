      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Verificador nocturno de repeticiones. Vuelve a jugar
      *          sin pantalla cada repeticion grabada en el dia
      *          (data/RPL<inicio>-<jugador>.DAT) con las mismas
      *          reglas del juego (JUEGOPAN en modo VERIF) y compara
      *          el puntaje, el resultado y el nivel final con la
      *          cabecera de la repeticion, con el registro de
      *          auditoria y con el extracto de torneo de la sesion.
      *          Las diferencias, las repeticiones que no se pueden
      *          leer o reproducir y las sesiones auditadas que no
      *          tienen repeticion (salvo las retomadas de un
      *          checkpoint y las cerradas por abandono en el cierre
      *          nocturno, que no graban) quedan en la lista de
      *          excepciones data/RPLEXCEP.DAT para que la mesa de
      *          torneo revise cada caso y, si corresponde, lo anule
      *          con JUEGOANU. El dia es el del argumento 1
      *          (AAAAMMDD); sin argumento, hoy. RETURN-CODE 4 cuando
      *          hay excepciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOVRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "data/TORNEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-STATUS.

           SELECT EVENT-FILE ASSIGN TO "data/EVENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT LISTA-FILE ASSIGN TO "data/RPLLISTA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.

           SELECT REPLAY-FILE ASSIGN DYNAMIC WS-REPLAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAY-STATUS.

           SELECT VERIF-FILE ASSIGN TO "data/RPLVERIF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRF-STATUS.

           SELECT EXCEP-FILE ASSIGN TO "data/RPLEXCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *HISTORICO AUDIT-AAAAMM.DAT DEL MES DEL DIA VERIFICADO, POR SI
      *EL CIERRE MENSUAL YA SE LLEVO LAS SESIONES DE ESE DIA.
       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

       FD  INTERFACE-FILE.
       01  WS-IFACE-REC.
           05 WS-IF-JUGADOR           PIC X(10).
           05 WS-IF-PUNTAJE           PIC 999.
           05 WS-IF-RESULTADO         PIC X.
           05 WS-IF-TIMESTAMP         PIC X(14).

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

      *NOMBRES DE LAS REPETICIONES DEL DIA, UNO POR LINEA.
       FD  LISTA-FILE.
       01  WS-LISTA-REC               PIC X(60).

      *REPETICION: SOLO SE LEE LA CABECERA (VER JUEGOPAN).
       FD  REPLAY-FILE.
       01  WS-REPLAY-REC              PIC X(52).

      *LO QUE DEJA JUEGOPAN AL REPRODUCIR: UNA LINEA POR JUGADOR.
       FD  VERIF-FILE.
       01  WS-VERIF-REC.
           05 WS-VRF-JUGADOR          PIC X(10).
           05 WS-VRF-RESULTADO        PIC X.
           05 WS-VRF-PUNTAJE          PIC 999.
           05 WS-VRF-NIVEL            PIC 99.

      *LISTA DE EXCEPCIONES PARA LA MESA DE TORNEO. CODIGOS: IL
      *REPETICION ILEGIBLE O QUE NO SE PUDO REPRODUCIR, DR DIFIERE DE
      *SU CABECERA, DA DIFIERE DE LA AUDITORIA, DT DIFIERE DEL
      *TORNEO, ST SESION SIN EXTRACTO DE TORNEO, SR SESION AUDITADA
      *SIN REPETICION, SA REPETICION SIN SESION AUDITADA.
       FD  EXCEP-FILE.
       01  WS-EXCEP-REC.
           05 WS-EXC-INICIO           PIC X(14).
           05 WS-EXC-JUGADOR          PIC X(10).
           05 WS-EXC-CODIGO           PIC X(2).
           05 WS-EXC-DETALLE          PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS          PIC XX.
       77  WS-ARCH-STATUS           PIC XX.
       77  WS-IFACE-STATUS          PIC XX.
       77  WS-EVT-STATUS            PIC XX.
       77  WS-LISTA-STATUS          PIC XX.
       77  WS-REPLAY-STATUS         PIC XX.
       77  WS-VRF-STATUS            PIC XX.
       77  WS-EXC-STATUS            PIC XX.

       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-ARG-FECHA             PIC X(10).
       77  WS-FECHA                 PIC X(8).
       77  WS-FECHA-NUM             PIC 9(8).
       77  WS-ARCH-FILENAME         PIC X(30).
       77  WS-REPLAY-FILENAME       PIC X(60).
       77  WS-COMANDO               PIC X(120).

      *SESIONES AUDITADAS EN EL DIA (POR SU INICIO). CADA UNA GUARDA
      *SU EXTRACTO DE TORNEO (EL PRIMERO QUE NO ES REVERSA, CRUZADO
      *POR JUGADOR Y TIMESTAMP DE FIN) Y SI APARECIO SU REPETICION.
       01  WS-AUDITADAS.
           05 WS-AT-CANT            PIC 9(4) VALUE 0.
           05 WS-AT-TBL OCCURS 3000 TIMES.
               10 WS-AT-INICIO          PIC X(14).
               10 WS-AT-FIN             PIC X(14).
               10 WS-AT-PUNTAJE         PIC 999.
               10 WS-AT-RESULTADO       PIC X.
               10 WS-AT-JUGADOR         PIC X(10).
               10 WS-AT-NIVEL           PIC 99.
               10 WS-AT-TOR-HALLADO     PIC X.
               10 WS-AT-TOR-PUNTAJE     PIC 999.
               10 WS-AT-TOR-RESULTADO   PIC X.
               10 WS-AT-RPL-HALLADA     PIC X.

       77  WS-AT-IDX                PIC 9(4).
       77  WS-AT-LLENA              PIC X VALUE "N".

      *SESIONES RETOMADAS DE UN CHECKPOINT (EVENTO RE) O CERRADAS
      *POR ABANDONO EN EL CIERRE NOCTURNO (EVENTO CN): NO GRABAN
      *REPETICION Y NO SE RECLAMAN.
       01  WS-REANUDADAS.
           05 WS-RE-CANT            PIC 9(4) VALUE 0.
           05 WS-RE-TBL OCCURS 500 TIMES.
               10 WS-RE-JUGADOR         PIC X(10).
               10 WS-RE-TS              PIC X(14).

       77  WS-RE-IDX                PIC 9(4).
       77  WS-RE-HALLADA            PIC X.

      *JUGADORES DE LA REPETICION EN CURSO (DOS EN VERSUS) CON LA
      *SESION AUDITADA QUE LES CORRESPONDE (0 = NINGUNA).
       01  WS-CABECERA.
           05 WS-CAB-INICIO         PIC X(14).
           05 WS-CAB-MODO           PIC X.
           05 WS-CAB-NIVEL          PIC 99.
           05 WS-CAB-RESULTADO      PIC X.
           05 WS-CAB-PUNTAJE        PIC 999.
           05 WS-CAB-CANT-JUG       PIC 9.
           05 WS-CAB-JUG OCCURS 2 TIMES.
               10 WS-CAB-JUGADOR        PIC X(10).
               10 WS-CAB-AUD-IDX        PIC 9(4).

       77  WS-J-IDX                 PIC 9.
       77  WS-RPL-LEGIBLE           PIC X.

      *RESULTADO DE LA REPRODUCCION.
       01  WS-REPRODUCCION.
           05 WS-VR-CANT            PIC 9 VALUE 0.
           05 WS-VR-TBL OCCURS 2 TIMES.
               10 WS-VR-JUGADOR         PIC X(10).
               10 WS-VR-RESULTADO       PIC X.
               10 WS-VR-PUNTAJE         PIC 999.
               10 WS-VR-NIVEL           PIC 99.

       77  WS-CANT-REPETICIONES     PIC 9(5) VALUE 0.
       77  WS-CANT-CORRECTAS        PIC 9(5) VALUE 0.
       77  WS-CANT-EXCEPCIONES      PIC 9(5) VALUE 0.
       77  WS-EXC-EN-REPETICION     PIC 9(5).

       77  WS-DETALLE-W             PIC X(60).

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 1000-DETERMINAR-FECHA
           DISPLAY "================================================"
           DISPLAY "   VERIFICACION DE REPETICIONES - JUEGOPAN"
           DISPLAY "   DIA " WS-FECHA
           DISPLAY "================================================"
           OPEN OUTPUT EXCEP-FILE
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR data/RPLEXCEP.DAT, STATUS "
                       WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CARGAR-AUDITORIA
           PERFORM 2500-CARGAR-REANUDADAS
           PERFORM 3000-CARGAR-TORNEO
           PERFORM 4000-VERIFICAR-REPETICIONES
           PERFORM 6000-BUSCAR-SIN-REPETICION
           CLOSE EXCEP-FILE
           PERFORM 7000-IMPRIMIR-RESUMEN
           IF WS-CANT-EXCEPCIONES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *EL DIA A VERIFICAR VIENE EN EL ARGUMENTO 1; SIN ARGUMENTO (LA
      *CORRIDA NOCTURNA) ES EL DIA DE HOY.

       1000-DETERMINAR-FECHA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-FECHA
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FECHA FROM ARGUMENT-VALUE
           IF WS-ARG-FECHA NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ARG-FECHA) = 0
               MOVE FUNCTION NUMVAL(WS-ARG-FECHA) TO WS-FECHA-NUM
               MOVE WS-FECHA-NUM TO WS-FECHA
           END-IF.

      *-----------------------------------------------------------------
      *JUNTA LAS SESIONES QUE ARRANCARON EN EL DIA, DEL HISTORICO DE
      *ESE MES Y DEL LOG VIVO. LAS ANULADAS ENTRAN IGUAL: SU
      *REPETICION NO ES UNA "SIN SESION", PERO NO SE COMPARAN.

       2000-CARGAR-AUDITORIA.
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING "data/AUDIT-"   DELIMITED BY SIZE
                  WS-FECHA(1:6)   DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
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
                           PERFORM 2100-AGREGAR-AUDITADA
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           PERFORM 2100-AGREGAR-AUDITADA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------

       2100-AGREGAR-AUDITADA.
           IF WS-AUD-INICIO(1:8) = WS-FECHA
               IF WS-AT-CANT < 3000
                   ADD 1 TO WS-AT-CANT
                   MOVE WS-AUD-INICIO    TO WS-AT-INICIO(WS-AT-CANT)
                   MOVE WS-AUD-FIN       TO WS-AT-FIN(WS-AT-CANT)
                   MOVE WS-AUD-PUNTAJE   TO WS-AT-PUNTAJE(WS-AT-CANT)
                   MOVE WS-AUD-RESULTADO TO WS-AT-RESULTADO(WS-AT-CANT)
                   MOVE WS-AUD-JUGADOR   TO WS-AT-JUGADOR(WS-AT-CANT)
                   MOVE WS-AUD-NIVEL     TO WS-AT-NIVEL(WS-AT-CANT)
                   MOVE "N" TO WS-AT-TOR-HALLADO(WS-AT-CANT)
                   MOVE 0   TO WS-AT-TOR-PUNTAJE(WS-AT-CANT)
                   MOVE " " TO WS-AT-TOR-RESULTADO(WS-AT-CANT)
                   MOVE "N" TO WS-AT-RPL-HALLADA(WS-AT-CANT)
               ELSE
                   IF WS-AT-LLENA = "N"
                       DISPLAY "AVISO: MAS DE 3000 SESIONES EN EL DIA, "
                               "LAS EXCEDENTES NO SE VERIFICAN"
                       MOVE "S" TO WS-AT-LLENA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *EL JUEGO DEJA UN EVENTO RE CON EL INICIO DE LA SESION CUANDO
      *LA RETOMA DE UN CHECKPOINT; JUEGONOC DEJA UN EVENTO CN CON EL
      *INICIO DE LA SESION QUE CIERRA POR ABANDONO.

       2500-CARGAR-REANUDADAS.
           OPEN INPUT EVENT-FILE
           IF WS-EVT-STATUS = "00"
               PERFORM UNTIL WS-EVT-STATUS NOT = "00"
                   READ EVENT-FILE
                       AT END
                           MOVE "10" TO WS-EVT-STATUS
                       NOT AT END
                           IF (WS-EVT-TIPO = "RE" OR WS-EVT-TIPO = "CN")
                                   AND WS-EVT-TIMESTAMP(1:8) = WS-FECHA
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
      *EL EXTRACTO DE TORNEO LLEVA COMO TIMESTAMP EL FIN DE LA SESION
      *(QUE PUEDE CAER EL DIA SIGUIENTE AL INICIO). LAS REVERSAS "V"
      *DE JUEGOANU NO SON EL RESULTADO INFORMADO Y SE SALTEAN.

       3000-CARGAR-TORNEO.
           OPEN INPUT INTERFACE-FILE
           IF WS-IFACE-STATUS = "00"
               PERFORM UNTIL WS-IFACE-STATUS NOT = "00"
                   READ INTERFACE-FILE
                       AT END
                           MOVE "10" TO WS-IFACE-STATUS
                       NOT AT END
                           IF WS-IF-RESULTADO NOT = "V"
                                   AND WS-IF-TIMESTAMP(1:8)
                                       >= WS-FECHA
                               PERFORM 3100-CRUZAR-TORNEO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFACE-FILE
           END-IF.

      *-----------------------------------------------------------------

       3100-CRUZAR-TORNEO.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-CANT
               IF WS-AT-JUGADOR(WS-AT-IDX) = WS-IF-JUGADOR
                       AND WS-AT-FIN(WS-AT-IDX) = WS-IF-TIMESTAMP
                       AND WS-AT-TOR-HALLADO(WS-AT-IDX) = "N"
                   MOVE "S" TO WS-AT-TOR-HALLADO(WS-AT-IDX)
                   MOVE WS-IF-PUNTAJE
                       TO WS-AT-TOR-PUNTAJE(WS-AT-IDX)
                   MOVE WS-IF-RESULTADO
                       TO WS-AT-TOR-RESULTADO(WS-AT-IDX)
                   MOVE WS-AT-CANT TO WS-AT-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *LA LISTA DE REPETICIONES DEL DIA LA ARMA EL SISTEMA OPERATIVO
      *EN UN ARCHIVO DE TRABAJO; SIN REPETICIONES QUEDA VACIA.

       4000-VERIFICAR-REPETICIONES.
           MOVE SPACES TO WS-COMANDO
           STRING "ls data/RPL"             DELIMITED BY SIZE
                  WS-FECHA                  DELIMITED BY SIZE
                  "*.DAT > data/RPLLISTA.TMP 2>/dev/null"
                                            DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           CALL "SYSTEM" USING WS-COMANDO
           MOVE 0 TO RETURN-CODE
           OPEN INPUT LISTA-FILE
           IF WS-LISTA-STATUS = "00"
               PERFORM UNTIL WS-LISTA-STATUS NOT = "00"
                   READ LISTA-FILE
                       AT END
                           MOVE "10" TO WS-LISTA-STATUS
                       NOT AT END
                           IF WS-LISTA-REC NOT = SPACES
                               MOVE WS-LISTA-REC TO WS-REPLAY-FILENAME
                               PERFORM 5000-VERIFICAR-REPETICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-FILE
           ELSE
               DISPLAY "NO SE PUDO LEER LA LISTA DE REPETICIONES, "
                       "STATUS " WS-LISTA-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *UNA REPETICION: CABECERA, SESIONES AUDITADAS QUE LE
      *CORRESPONDEN, REPRODUCCION Y COMPARACION.

       5000-VERIFICAR-REPETICION.
           ADD 1 TO WS-CANT-REPETICIONES
           MOVE WS-CANT-EXCEPCIONES TO WS-EXC-EN-REPETICION
           PERFORM 5100-LEER-CABECERA
           IF WS-RPL-LEGIBLE = "S"
               PERFORM 5200-UBICAR-AUDITADAS
               PERFORM 5300-REPRODUCIR
               IF WS-VR-CANT < WS-CAB-CANT-JUG
                   MOVE "LA REPRODUCCION NO TERMINO" TO WS-DETALLE-W
                   PERFORM 5900-EXCEPCION-ARCHIVO
               ELSE
                   PERFORM 5400-COMPARAR-CABECERA
                   PERFORM VARYING WS-J-IDX FROM 1 BY 1
                           UNTIL WS-J-IDX > WS-CAB-CANT-JUG
                       IF WS-CAB-AUD-IDX(WS-J-IDX) > 0
                           MOVE WS-CAB-AUD-IDX(WS-J-IDX) TO WS-AT-IDX
                           IF WS-AT-RESULTADO(WS-AT-IDX) NOT = "V"
                               PERFORM 5500-COMPARAR-AUDITORIA
                               PERFORM 5600-COMPARAR-TORNEO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-CANT-EXCEPCIONES = WS-EXC-EN-REPETICION
               ADD 1 TO WS-CANT-CORRECTAS
           END-IF.

      *-----------------------------------------------------------------

       5100-LEER-CABECERA.
           MOVE "N" TO WS-RPL-LEGIBLE
           OPEN INPUT REPLAY-FILE
           IF WS-REPLAY-STATUS = "00"
               READ REPLAY-FILE
                   AT END
                       MOVE "REPETICION VACIA" TO WS-DETALLE-W
                   NOT AT END
                       IF WS-REPLAY-REC(1:1) = "H"
                           MOVE "S" TO WS-RPL-LEGIBLE
                       ELSE
                           MOVE "LA PRIMERA LINEA NO ES UNA CABECERA"
                               TO WS-DETALLE-W
                       END-IF
               END-READ
               CLOSE REPLAY-FILE
           ELSE
               MOVE SPACES TO WS-DETALLE-W
               STRING "NO SE PUDO ABRIR, STATUS " DELIMITED BY SIZE
                      WS-REPLAY-STATUS            DELIMITED BY SIZE
                   INTO WS-DETALLE-W
               END-STRING
           END-IF
           IF WS-RPL-LEGIBLE = "S"
               MOVE WS-REPLAY-REC(2:14)  TO WS-CAB-INICIO
               MOVE WS-REPLAY-REC(28:1)  TO WS-CAB-MODO
               MOVE WS-REPLAY-REC(26:2)  TO WS-CAB-NIVEL
               MOVE WS-REPLAY-REC(39:1)  TO WS-CAB-RESULTADO
               MOVE WS-REPLAY-REC(40:3)  TO WS-CAB-PUNTAJE
               MOVE WS-REPLAY-REC(16:10) TO WS-CAB-JUGADOR(1)
               MOVE 0 TO WS-CAB-AUD-IDX(1)
               MOVE 0 TO WS-CAB-AUD-IDX(2)
               IF WS-CAB-MODO = "V"
                   MOVE 2 TO WS-CAB-CANT-JUG
                   MOVE WS-REPLAY-REC(29:10) TO WS-CAB-JUGADOR(2)
               ELSE
                   MOVE 1 TO WS-CAB-CANT-JUG
                   MOVE SPACES TO WS-CAB-JUGADOR(2)
               END-IF
           ELSE
               PERFORM 5900-EXCEPCION-ARCHIVO
           END-IF.

      *-----------------------------------------------------------------
      *CADA JUGADOR DE LA CABECERA TIENE QUE TENER SU SESION AUDITADA
      *CON EL MISMO INICIO. LA QUE APARECE QUEDA MARCADA COMO CON
      *REPETICION AUNQUE DESPUES LA REPRODUCCION FALLE.

       5200-UBICAR-AUDITADAS.
           PERFORM VARYING WS-J-IDX FROM 1 BY 1
                   UNTIL WS-J-IDX > WS-CAB-CANT-JUG
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                       UNTIL WS-AT-IDX > WS-AT-CANT
                   IF WS-AT-JUGADOR(WS-AT-IDX)
                           = WS-CAB-JUGADOR(WS-J-IDX)
                           AND WS-AT-INICIO(WS-AT-IDX) = WS-CAB-INICIO
                           AND WS-AT-RPL-HALLADA(WS-AT-IDX) = "N"
                       MOVE "S" TO WS-AT-RPL-HALLADA(WS-AT-IDX)
                       MOVE WS-AT-IDX TO WS-CAB-AUD-IDX(WS-J-IDX)
                       MOVE WS-AT-CANT TO WS-AT-IDX
                   END-IF
               END-PERFORM
               IF WS-CAB-AUD-IDX(WS-J-IDX) = 0
                   MOVE WS-CAB-INICIO TO WS-EXC-INICIO
                   MOVE WS-CAB-JUGADOR(WS-J-IDX) TO WS-EXC-JUGADOR
                   MOVE "SA" TO WS-EXC-CODIGO
                   MOVE "REPETICION SIN SESION AUDITADA"
                       TO WS-EXC-DETALLE
                   PERFORM 5950-GRABAR-EXCEPCION
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *SE VACIA EL RESULTADO ANTERIOR Y SE JUEGA LA REPETICION CON
      *JUEGOPAN EN MODO VERIF. SI EL JUEGO NO LLEGA AL FIN DE PARTIDA
      *EL ARCHIVO QUEDA CON MENOS LINEAS QUE JUGADORES.

       5300-REPRODUCIR.
           MOVE 0 TO WS-VR-CANT
           OPEN OUTPUT VERIF-FILE
           CLOSE VERIF-FILE
           MOVE SPACES TO WS-COMANDO
           STRING "./JUEGOPAN "             DELIMITED BY SIZE
                  WS-CAB-NIVEL              DELIMITED BY SIZE
                  " VERIF "                 DELIMITED BY SIZE
                  WS-REPLAY-FILENAME        DELIMITED BY SPACE
                  " > /dev/null 2>&1"       DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           MOVE 0 TO RETURN-CODE
           OPEN INPUT VERIF-FILE
           IF WS-VRF-STATUS = "00"
               PERFORM UNTIL WS-VRF-STATUS NOT = "00"
                   READ VERIF-FILE
                       AT END
                           MOVE "10" TO WS-VRF-STATUS
                       NOT AT END
                           IF WS-VR-CANT < 2
                               ADD 1 TO WS-VR-CANT
                               MOVE WS-VRF-JUGADOR
                                   TO WS-VR-JUGADOR(WS-VR-CANT)
                               MOVE WS-VRF-RESULTADO
                                   TO WS-VR-RESULTADO(WS-VR-CANT)
                               MOVE WS-VRF-PUNTAJE
                                   TO WS-VR-PUNTAJE(WS-VR-CANT)
                               MOVE WS-VRF-NIVEL
                                   TO WS-VR-NIVEL(WS-VR-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERIF-FILE
           END-IF.

      *-----------------------------------------------------------------
      *LA CABECERA GUARDA EL RESULTADO Y EL PUNTAJE DEL PRIMER
      *JUGADOR; LA REPRODUCCION TIENE QUE DAR LO MISMO.

       5400-COMPARAR-CABECERA.
           IF WS-VR-JUGADOR(1) NOT = WS-CAB-JUGADOR(1)
                   OR WS-VR-RESULTADO(1) NOT = WS-CAB-RESULTADO
                   OR WS-VR-PUNTAJE(1) NOT = WS-CAB-PUNTAJE
               MOVE WS-CAB-INICIO    TO WS-EXC-INICIO
               MOVE WS-CAB-JUGADOR(1) TO WS-EXC-JUGADOR
               MOVE "DR" TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-DETALLE
               STRING "CABECERA "         DELIMITED BY SIZE
                      WS-CAB-RESULTADO    DELIMITED BY SIZE
                      "/"                 DELIMITED BY SIZE
                      WS-CAB-PUNTAJE      DELIMITED BY SIZE
                      " REPRODUCIDA "     DELIMITED BY SIZE
                      WS-VR-RESULTADO(1)  DELIMITED BY SIZE
                      "/"                 DELIMITED BY SIZE
                      WS-VR-PUNTAJE(1)    DELIMITED BY SIZE
                   INTO WS-EXC-DETALLE
               END-STRING
               PERFORM 5950-GRABAR-EXCEPCION
           END-IF.

      *-----------------------------------------------------------------
      *RESULTADO, PUNTAJE Y NIVEL FINAL DEL JUGADOR CONTRA SU SESION
      *AUDITADA (WS-AT-IDX).

       5500-COMPARAR-AUDITORIA.
           IF WS-VR-RESULTADO(WS-J-IDX) NOT = WS-AT-RESULTADO(WS-AT-IDX)
                   OR WS-VR-PUNTAJE(WS-J-IDX)
                       NOT = WS-AT-PUNTAJE(WS-AT-IDX)
                   OR WS-VR-NIVEL(WS-J-IDX) NOT = WS-AT-NIVEL(WS-AT-IDX)
               MOVE WS-CAB-INICIO TO WS-EXC-INICIO
               MOVE WS-AT-JUGADOR(WS-AT-IDX) TO WS-EXC-JUGADOR
               MOVE "DA" TO WS-EXC-CODIGO
               MOVE SPACES TO WS-EXC-DETALLE
               STRING "AUDITORIA "               DELIMITED BY SIZE
                      WS-AT-RESULTADO(WS-AT-IDX) DELIMITED BY SIZE
                      "/"                        DELIMITED BY SIZE
                      WS-AT-PUNTAJE(WS-AT-IDX)   DELIMITED BY SIZE
                      " NIVEL "                  DELIMITED BY SIZE
                      WS-AT-NIVEL(WS-AT-IDX)     DELIMITED BY SIZE
                      " REPRODUCIDA "            DELIMITED BY SIZE
                      WS-VR-RESULTADO(WS-J-IDX)  DELIMITED BY SIZE
                      "/"                        DELIMITED BY SIZE
                      WS-VR-PUNTAJE(WS-J-IDX)    DELIMITED BY SIZE
                      " NIVEL "                  DELIMITED BY SIZE
                      WS-VR-NIVEL(WS-J-IDX)      DELIMITED BY SIZE
                   INTO WS-EXC-DETALLE
               END-STRING
               PERFORM 5950-GRABAR-EXCEPCION
           END-IF.

      *-----------------------------------------------------------------

       5600-COMPARAR-TORNEO.
           MOVE WS-CAB-INICIO TO WS-EXC-INICIO
           MOVE WS-AT-JUGADOR(WS-AT-IDX) TO WS-EXC-JUGADOR
           IF WS-AT-TOR-HALLADO(WS-AT-IDX) = "N"
               MOVE "ST" TO WS-EXC-CODIGO
               MOVE "SESION SIN EXTRACTO DE TORNEO" TO WS-EXC-DETALLE
               PERFORM 5950-GRABAR-EXCEPCION
           ELSE
               IF WS-VR-RESULTADO(WS-J-IDX)
                       NOT = WS-AT-TOR-RESULTADO(WS-AT-IDX)
                       OR WS-VR-PUNTAJE(WS-J-IDX)
                           NOT = WS-AT-TOR-PUNTAJE(WS-AT-IDX)
                   MOVE "DT" TO WS-EXC-CODIGO
                   MOVE SPACES TO WS-EXC-DETALLE
                   STRING "TORNEO "                DELIMITED BY SIZE
                          WS-AT-TOR-RESULTADO(WS-AT-IDX)
                                                   DELIMITED BY SIZE
                          "/"                      DELIMITED BY SIZE
                          WS-AT-TOR-PUNTAJE(WS-AT-IDX)
                                                   DELIMITED BY SIZE
                          " REPRODUCIDA "          DELIMITED BY SIZE
                          WS-VR-RESULTADO(WS-J-IDX)
                                                   DELIMITED BY SIZE
                          "/"                      DELIMITED BY SIZE
                          WS-VR-PUNTAJE(WS-J-IDX)  DELIMITED BY SIZE
                       INTO WS-EXC-DETALLE
                   END-STRING
                   PERFORM 5950-GRABAR-EXCEPCION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *EXCEPCION DE UN ARCHIVO QUE NO SE PUDO LEER O REPRODUCIR: EL
      *INICIO Y EL JUGADOR SALEN DEL NOMBRE (data/RPL<INICIO>-<ID>).
      *LA SESION DE ESE JUGADOR TIENE REPETICION (LA ILEGIBLE), ASI
      *QUE NO SE LA VUELVE A RECLAMAR COMO SIN REPETICION.

       5900-EXCEPCION-ARCHIVO.
           MOVE WS-REPLAY-FILENAME(9:14) TO WS-EXC-INICIO
           MOVE SPACES TO WS-EXC-JUGADOR
           UNSTRING WS-REPLAY-FILENAME(24:)
               DELIMITED BY ".DAT" OR SPACE
               INTO WS-EXC-JUGADOR
           END-UNSTRING
           MOVE "IL" TO WS-EXC-CODIGO
           MOVE WS-DETALLE-W TO WS-EXC-DETALLE
           PERFORM 5950-GRABAR-EXCEPCION
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-CANT
               IF WS-AT-JUGADOR(WS-AT-IDX) = WS-EXC-JUGADOR
                       AND WS-AT-INICIO(WS-AT-IDX) = WS-EXC-INICIO
                   MOVE "S" TO WS-AT-RPL-HALLADA(WS-AT-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       5950-GRABAR-EXCEPCION.
           ADD 1 TO WS-CANT-EXCEPCIONES
           WRITE WS-EXCEP-REC
           DISPLAY WS-EXC-CODIGO " " WS-EXC-INICIO " " WS-EXC-JUGADOR
                   " " WS-EXC-DETALLE.

      *-----------------------------------------------------------------
      *TODA SESION AUDITADA DEL DIA TIENE QUE HABER DEJADO SU
      *REPETICION, SALVO LAS ANULADAS, LAS RETOMADAS DE UN
      *CHECKPOINT Y LAS CERRADAS POR ABANDONO EN EL CIERRE NOCTURNO.

       6000-BUSCAR-SIN-REPETICION.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-CANT
               IF WS-AT-RPL-HALLADA(WS-AT-IDX) = "N"
                       AND WS-AT-RESULTADO(WS-AT-IDX) NOT = "V"
                   PERFORM 6100-BUSCAR-REANUDADA
                   IF WS-RE-HALLADA = "N"
                       MOVE WS-AT-INICIO(WS-AT-IDX) TO WS-EXC-INICIO
                       MOVE WS-AT-JUGADOR(WS-AT-IDX) TO WS-EXC-JUGADOR
                       MOVE "SR" TO WS-EXC-CODIGO
                       MOVE "SESION AUDITADA SIN REPETICION"
                           TO WS-EXC-DETALLE
                       PERFORM 5950-GRABAR-EXCEPCION
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       6100-BUSCAR-REANUDADA.
           MOVE "N" TO WS-RE-HALLADA
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-CANT
               IF WS-RE-JUGADOR(WS-RE-IDX) = WS-AT-JUGADOR(WS-AT-IDX)
                       AND WS-RE-TS(WS-RE-IDX) = WS-AT-INICIO(WS-AT-IDX)
                   MOVE "S" TO WS-RE-HALLADA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       7000-IMPRIMIR-RESUMEN.
           DISPLAY "------------------------------------------------"
           DISPLAY "SESIONES AUDITADAS  : " WS-AT-CANT
           DISPLAY "REPETICIONES        : " WS-CANT-REPETICIONES
           DISPLAY "SIN DIFERENCIAS     : " WS-CANT-CORRECTAS
           DISPLAY "EXCEPCIONES         : " WS-CANT-EXCEPCIONES
           IF WS-CANT-EXCEPCIONES > 0
               DISPLAY "DETALLE EN data/RPLEXCEP.DAT; LAS SESIONES "
                       "EN DISPUTA SE ANULAN CON JUEGOANU"
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------
       END PROGRAM JUEGOVRP.
