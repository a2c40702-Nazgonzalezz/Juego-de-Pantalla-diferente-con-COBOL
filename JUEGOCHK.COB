      * Purpose: Control de integridad cruzada de los archivos del
      *          juego (SCOREBOARD, ROSTER, AUDITLOG y TORNEO). Se
      *          corre cada manana antes de abrir las terminales y
      *          lista las excepciones encontradas; cada una queda
      *          ademas como alerta en data/ALERTAS.DAT para la mesa
      *          del operador (JUEGOALR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ALERTA-FILE ASSIGN TO "data/ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ALR-ID
               FILE STATUS IS WS-ALR-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
      *HISTORICOS AUDIT-AAAAMM.DAT DEL CIERRE MENSUAL: LAS SESIONES
      *ARCHIVADAS SIGUEN CONTANDO CONTRA EL TOTAL DEL PADRON.
       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

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

       WORKING-STORAGE SECTION.
       77  WS-SCORE-STATUS          PIC XX.
       77  WS-INV-ESPERADO          PIC 9(3).

      *MAPA DE IDS CORREGIDOS/FUSIONADOS Y LISTA DE BAJAS, CARGADOS
      *DE LA BITACORA DEL MANTENIMIENTO DEL PADRON (LOS SEUDONIMOS DE
      *UN BORRADO DE DATOS, ACCION BOR, CUENTAN COMO BAJA).
       01  WS-MAPA-IDS.
           05 WS-MAPA-CANT          PIC 9(3) VALUE 0.
           05 WS-MAPA-TBL OCCURS 100 TIMES.

      *PISO DEL TABLERO PODADO: UN MEJOR PUNTAJE POR DEBAJO DEL
      *MINIMO RETENIDO PUDO HABER SALIDO POR LA PODA DEL TOP-N Y NO
      *ES EXCEPCION. LA PODA ES POR VERSION DEL PAQUETE DE NIVELES,
      *ASI QUE SE TOMA EL MINIMO DE CADA VERSION (SUBINDICE = VERSION
      *+ 1) Y EL PISO ES EL MAYOR DE ESOS MINIMOS.
       77  WS-SCORE-MIN             PIC 999 VALUE 999.
       77  WS-SCORE-HAY             PIC X VALUE "N".
       01  WS-PISO-PAQUETES.
           05 WS-PISO-PAQ OCCURS 1000 TIMES.
              10 WS-PISO-MIN        PIC 999 VALUE 999.
              10 WS-PISO-HAY        PIC X VALUE "N".
       77  WS-PISO-IDX              PIC 9(4).

      *RECORRIDA DE HISTORICOS: SE PRUEBAN LOS ULTIMOS 36 MESES.
       01  WS-ARCH-MES-COMP.
       77  WS-CANT-ROSTER           PIC 9(5) VALUE 0.
       77  WS-CANT-TORNEO           PIC 9(5) VALUE 0.

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

                                       WS-MAPA-DEST(WS-MAPA-CANT)
                               END-IF
                           WHEN "BAJ"
                           WHEN "BOR"
                               IF WS-BAJA-CANT < 100
                                   ADD 1 TO WS-BAJA-CANT
                                   MOVE WS-LOG-ID-ORIG TO
                       ADD 1 TO WS-CANT-EXCEPCIONES
                       DISPLAY "EXCEPCION: MAS DE 200 JUGADORES, EL "
                               "CRUCE QUEDA INCOMPLETO"
                       MOVE "M" TO WS-ALERTA-SEVERIDAD
                       MOVE "data/ROSTER.DAT" TO WS-ALERTA-OBJETO
                       MOVE SPACES TO WS-ALERTA-DESC
                       STRING "MAS DE 200 JUGADORES, EL CRUCE QUEDA "
                              "INCOMPLETO"
                              DELIMITED BY SIZE
                           INTO WS-ALERTA-DESC
                       END-STRING
                       PERFORM 9800-REGISTRAR-ALERTA
                   END-IF
               END-IF
           END-IF.
                   DISPLAY "EXCEPCION: AUDITORIA DE " WS-AUD-JUGADOR
                           " CON FIN " WS-AUD-FIN
                           " ANTERIOR AL INICIO " WS-AUD-INICIO
                   MOVE "M" TO WS-ALERTA-SEVERIDAD
                   MOVE WS-AUD-JUGADOR TO WS-ALERTA-OBJETO
                   MOVE SPACES TO WS-ALERTA-DESC
                   STRING "AUDITORIA CON FIN ANTERIOR AL INICIO, "
                          "SESION " WS-AUD-INICIO
                          DELIMITED BY SIZE
                       INTO WS-ALERTA-DESC
                   END-STRING
                   PERFORM 9800-REGISTRAR-ALERTA
               END-IF
               MOVE WS-AUD-JUGADOR TO WS-ID-BUSCADO
               PERFORM 0600-MAPEAR-ID
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
               MOVE 0 TO WS-SCORE-MIN
               PERFORM VARYING WS-PISO-IDX FROM 1 BY 1
                       UNTIL WS-PISO-IDX > 1000
                   IF WS-PISO-HAY(WS-PISO-IDX) = "S"
                           AND WS-PISO-MIN(WS-PISO-IDX) > WS-SCORE-MIN
                       MOVE WS-PISO-MIN(WS-PISO-IDX) TO WS-SCORE-MIN
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
               DISPLAY "EXCEPCION: CLAVE INVERTIDA " WS-SK-INV-SCORE
                       " NO CORRESPONDE AL PUNTAJE " WS-SCORE-PUNTAJE
                       " DE " WS-SCORE-JUGADOR
               MOVE "M" TO WS-ALERTA-SEVERIDAD
               MOVE WS-SCORE-JUGADOR TO WS-ALERTA-OBJETO
               MOVE SPACES TO WS-ALERTA-DESC
               STRING "CLAVE INVERTIDA " WS-SK-INV-SCORE
                      " NO CORRESPONDE AL PUNTAJE " WS-SCORE-PUNTAJE
                      DELIMITED BY SIZE
                   INTO WS-ALERTA-DESC
               END-STRING
               PERFORM 9800-REGISTRAR-ALERTA
           END-IF
           MOVE "S" TO WS-SCORE-HAY
           IF WS-SCORE-PAQUETE IS NOT NUMERIC
               MOVE 0 TO WS-SCORE-PAQUETE
           END-IF
           COMPUTE WS-PISO-IDX = WS-SCORE-PAQUETE + 1
           MOVE "S" TO WS-PISO-HAY(WS-PISO-IDX)
           IF WS-SCORE-PUNTAJE < WS-PISO-MIN(WS-PISO-IDX)
               MOVE WS-SCORE-PUNTAJE TO WS-PISO-MIN(WS-PISO-IDX)
           END-IF
           MOVE WS-SCORE-JUGADOR TO WS-ID-BUSCADO
           PERFORM 0600-MAPEAR-ID
                               WS-JT-MEJOR(WS-JT-IDX) " DE "
                               WS-JT-ID(WS-JT-IDX)
                               " SIN REGISTRO EN EL SCOREBOARD"
                       MOVE "M" TO WS-ALERTA-SEVERIDAD
                       MOVE WS-JT-ID(WS-JT-IDX) TO WS-ALERTA-OBJETO
                       MOVE SPACES TO WS-ALERTA-DESC
                       STRING "MEJOR PUNTAJE "
                              WS-JT-MEJOR(WS-JT-IDX)
                              " DEL PADRON SIN REGISTRO EN EL "
                              "SCOREBOARD"
                              DELIMITED BY SIZE
                           INTO WS-ALERTA-DESC
                       END-STRING
                       PERFORM 9800-REGISTRAR-ALERTA
                   END-IF
                   IF WS-AUDIT-OK = "S"
                           AND WS-JT-PARTIDAS(WS-JT-IDX) NOT =
                               " PARTIDAS EN EL PADRON Y "
                               WS-JT-SESIONES(WS-JT-IDX)
                               " SESIONES AUDITADAS"
                       MOVE "M" TO WS-ALERTA-SEVERIDAD
                       MOVE WS-JT-ID(WS-JT-IDX) TO WS-ALERTA-OBJETO
                       MOVE SPACES TO WS-ALERTA-DESC
                       STRING "PARTIDAS DEL PADRON DISTINTAS DE LAS "
                              "SESIONES AUDITADAS"
                              DELIMITED BY SIZE
                           INTO WS-ALERTA-DESC
                       END-STRING
                       PERFORM 9800-REGISTRAR-ALERTA
                   END-IF
               ELSE
                   IF WS-ROSTER-OK = "S"
                           DISPLAY "EXCEPCION: " WS-JT-ID(WS-JT-IDX)
                                   " APARECE EN LOS ARCHIVOS PERO "
                                   "NO ESTA EN EL PADRON"
                           MOVE "M" TO WS-ALERTA-SEVERIDAD
                           MOVE WS-JT-ID(WS-JT-IDX)
                               TO WS-ALERTA-OBJETO
                           MOVE SPACES TO WS-ALERTA-DESC
                           STRING "APARECE EN LOS ARCHIVOS "
                                  "PERO NO ESTA EN EL PADRON"
                                  DELIMITED BY SIZE
                               INTO WS-ALERTA-DESC
                           END-STRING
                           PERFORM 9800-REGISTRAR-ALERTA
                       END-IF
                   END-IF
               END-IF
               DISPLAY "SIN EXCEPCIONES: LOS ARCHIVOS ESTAN EN ORDEN"
           ELSE
               DISPLAY "TOTAL DE EXCEPCIONES: " WS-CANT-EXCEPCIONES
               DISPLAY "ALERTAS A LA MESA   : " WS-CANT-ALERTAS
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
                           IF WS-ALR-ORIGEN = "JUEGOCHK"
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
                   MOVE "JUEGOCHK"            TO WS-ALR-ORIGEN
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
       END PROGRAM JUEGOCHK.
