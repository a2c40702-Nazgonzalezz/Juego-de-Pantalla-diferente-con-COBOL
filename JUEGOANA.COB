      *          detalla cuantas derrotas causa cada trampa mortal y
      *          senala la trampa mas letal del paquete. Hasta ahora
      *          los niveles se retocaban a ciegas; esto dice que
      *          cambiar. Analiza una sola version del paquete de
      *          niveles (argumento 1, por defecto la vigente segun
      *          data/PAQUETES.DAT): solo cuenta los eventos jugados
      *          con esa version y lee sus niveles de data/ si es la
      *          vigente o de data/PAQnnn si es una anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT PAQUETE-FILE ASSIGN TO "data/PAQUETES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-EVT-VALOR            PIC 999.
           05 WS-EVT-Y                PIC 99.
           05 WS-EVT-X                PIC 99.
           05 WS-EVT-TERMINAL         PIC X(4).
           05 WS-EVT-PAQUETE          PIC 999.

       FD  LEVEL-FILE.
       01  WS-LEVEL-REC.
           05 WS-LVL-X1               PIC 99.
           05 WS-LVL-X2               PIC 99.

      *HISTORIAL DE VERSIONES DEL PAQUETE DE NIVELES (JUEGOPAQ): EL
      *ULTIMO RENGLON ES LA VERSION EN PRODUCCION.
       FD  PAQUETE-FILE.
       01  WS-PAQUETE-REC.
           05 WS-PAQ-VERSION          PIC 999.
           05 WS-PAQ-ANTERIOR         PIC 999.
           05 WS-PAQ-ACCION           PIC X(3).
           05 WS-PAQ-FECHA            PIC X(14).
           05 WS-PAQ-NIVELES          PIC 99.

       WORKING-STORAGE SECTION.
       77  WS-EVT-STATUS            PIC XX.
       77  WS-LEVEL-STATUS          PIC XX.
       77  WS-LEVEL-FILENAME        PIC X(30).
       77  WS-PAQ-STATUS            PIC XX.

      *VERSION ANALIZADA Y VERSION EN PRODUCCION. LOS EVENTOS SIN
      *VERSION SON DEL PAQUETE ORIGINAL, EL 000.
       77  WS-PAQUETE-ACTUAL        PIC 999 VALUE 0.
       77  WS-PAQUETE-ANALIZADO     PIC 999 VALUE 0.
       77  WS-PAQUETE-PARM          PIC X(10).

      *RESUMEN POR NIVEL, SUBINDICADO POR EL NUMERO DE NIVEL.
       01  WS-NIVELES.
           DISPLAY "================================================"
           DISPLAY "   ANALITICA DE DISENO DE NIVELES - JUEGOPAN"
           DISPLAY "================================================"
           PERFORM 0500-ELEGIR-PAQUETE
           PERFORM 1000-CARGAR-EVENTOS
           IF WS-CANT-EVENTOS = 0
               DISPLAY "SIN EVENTOS REGISTRADOS TODAVIA; JUGAR "
           DISPLAY "================================================"
           STOP RUN.

      *-----------------------------------------------------------------
      *VERSION DEL PAQUETE A ANALIZAR: LA DEL ARGUMENTO 1 O, SIN
      *ARGUMENTO, LA VIGENTE (ULTIMO RENGLON DE data/PAQUETES.DAT).

       0500-ELEGIR-PAQUETE.
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
           MOVE WS-PAQUETE-ACTUAL TO WS-PAQUETE-ANALIZADO
           MOVE SPACES TO WS-PAQUETE-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PAQUETE-PARM FROM ARGUMENT-VALUE
           IF WS-PAQUETE-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PAQUETE-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-PAQUETE-PARM)
                       TO WS-PAQUETE-ANALIZADO
               ELSE
                   DISPLAY "AVISO: VERSION DE PAQUETE INVALIDA ("
                           FUNCTION TRIM(WS-PAQUETE-PARM)
                           "), SE ANALIZA LA VIGENTE"
               END-IF
           END-IF
           IF WS-PAQUETE-ANALIZADO = WS-PAQUETE-ACTUAL
               DISPLAY "PAQUETE DE NIVELES: " WS-PAQUETE-ANALIZADO
                       " (VIGENTE)"
           ELSE
               DISPLAY "PAQUETE DE NIVELES: " WS-PAQUETE-ANALIZADO
                       " (VIGENTE " WS-PAQUETE-ACTUAL ")"
           END-IF.

      *-----------------------------------------------------------------

       1000-CARGAR-EVENTOS.
                       AT END
                           MOVE "10" TO WS-EVT-STATUS
                       NOT AT END
                           IF WS-EVT-PAQUETE IS NOT NUMERIC
                               MOVE 0 TO WS-EVT-PAQUETE
                           END-IF
                           IF WS-EVT-NIVEL >= 1
                                   AND WS-EVT-NIVEL <= 99
                                   AND WS-EVT-PAQUETE =
                                       WS-PAQUETE-ANALIZADO
                               ADD 1 TO WS-CANT-EVENTOS
                               PERFORM 1100-ACUMULAR-EVENTO
                           END-IF

       3000-INFORMAR-NIVEL.
           MOVE SPACES TO WS-LEVEL-FILENAME
           IF WS-PAQUETE-ANALIZADO = WS-PAQUETE-ACTUAL
               STRING "data/NIVEL" DELIMITED BY SIZE
                      WS-NIVEL-NUM DELIMITED BY SIZE
                      ".DAT"       DELIMITED BY SIZE
                   INTO WS-LEVEL-FILENAME
               END-STRING
           ELSE
               STRING "data/PAQ"   DELIMITED BY SIZE
                      WS-PAQUETE-ANALIZADO DELIMITED BY SIZE
                      "/NIVEL"     DELIMITED BY SIZE
                      WS-NIVEL-NUM DELIMITED BY SIZE
                      ".DAT"       DELIMITED BY SIZE
                   INTO WS-LEVEL-FILENAME
               END-STRING
           END-IF
           OPEN INPUT LEVEL-FILE
           IF WS-LEVEL-STATUS = "00"
               PERFORM 3100-IMPRIMIR-CABECERA
