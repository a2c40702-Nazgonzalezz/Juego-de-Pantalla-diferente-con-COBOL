      *          huecos en la cadena de niveles que cortarian una
      *          campana antes de tiempo. Cada nivel sale LIMPIO o
      *          SUCIO y el RETURN-CODE 4 marca un paquete no jugable.
      *          Los niveles sucios y los huecos del paquete de
      *          produccion quedan como alertas en data/ALERTAS.DAT.
      *          El argumento 1 indica el directorio del paquete a
      *          revisar (por defecto data, el de produccion); la
      *          promocion de paquetes (JUEGOPAQ) lo corre sobre
      *          data/STAGING antes de pasar nada a produccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT ALERTA-FILE ASSIGN TO "data/ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ALR-ID
               FILE STATUS IS WS-ALR-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-LVL-X1               PIC 99.
           05 WS-LVL-X2               PIC 99.

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
       77  WS-LEVEL-STATUS          PIC XX.
       77  WS-LEVEL-FILENAME        PIC X(60).

      *DIRECTORIO DEL PAQUETE A VALIDAR (ARGUMENTO 1). SOLO EL
      *PAQUETE DE PRODUCCION LEVANTA ALERTAS: LA VALIDACION DEL
      *PAQUETE EN ESPERA LA PIDE JUEGOPAQ Y SU RESULTADO YA FRENA LA
      *PROMOCION EN LA CARA DEL OPERADOR.
       77  WS-DIR-PAQUETE           PIC X(40) VALUE SPACES.
       77  WS-ALERTAR               PIC X VALUE "N".

      *EL ITERADOR ES DE TRES DIGITOS PARA QUE EL LAZO HASTA 99
      *TERMINE; EL NUMERO DE DOS DIGITOS ARMA EL NOMBRE NIVELnn.
       77  WS-SALIDA-X              PIC 99.
       77  WS-SALIDA-Y              PIC 99.

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

           DISPLAY "================================================"
           DISPLAY "  VALIDACION DE ARCHIVOS DE NIVEL - JUEGOPAN"
           DISPLAY "================================================"
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DIR-PAQUETE FROM ARGUMENT-VALUE
           IF WS-DIR-PAQUETE = SPACES
               MOVE "data" TO WS-DIR-PAQUETE
           END-IF
           IF WS-DIR-PAQUETE = "data"
               MOVE "S" TO WS-ALERTAR
           END-IF
           DISPLAY "PAQUETE EN: " FUNCTION TRIM(WS-DIR-PAQUETE)
           PERFORM VARYING WS-NIVEL-ITER FROM 1 BY 1
                   UNTIL WS-NIVEL-ITER > 99
               MOVE WS-NIVEL-ITER TO WS-NIVEL-NUM
      *HUECOS SE CONTROLAN AL FINAL CONTRA EL NIVEL MAS ALTO VISTO.

       1000-VALIDAR-NIVEL.
           PERFORM 1100-ARMAR-NOMBRE-NIVEL
           OPEN INPUT LEVEL-FILE
           IF WS-LEVEL-STATUS = "00"
               ADD 1 TO WS-CANT-NIVELES
               PERFORM 6000-VEREDICTO-NIVEL
           END-IF.

      *-----------------------------------------------------------------

       1100-ARMAR-NOMBRE-NIVEL.
           MOVE SPACES TO WS-LEVEL-FILENAME
           STRING WS-DIR-PAQUETE DELIMITED BY SPACE
                  "/NIVEL"     DELIMITED BY SIZE
                  WS-NIVEL-NUM DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO WS-LEVEL-FILENAME
           END-STRING.

      *-----------------------------------------------------------------
      *VALIDA UN REGISTRO CON LOS MISMOS CRITERIOS CON QUE JUEGOPAN
      *LO DESCARTARIA EN SILENCIO, PERO DEJANDO CONSTANCIA.
               ADD WS-ERRORES-NIVEL TO WS-ERRORES-TOTAL
               DISPLAY "NIVEL " WS-NIVEL-NUM " : SUCIO ("
                       WS-ERRORES-NIVEL " OBSERVACIONES)"
               IF WS-ALERTAR = "S"
                   MOVE "A" TO WS-ALERTA-SEVERIDAD
                   MOVE WS-LEVEL-FILENAME TO WS-ALERTA-OBJETO
                   MOVE SPACES TO WS-ALERTA-DESC
                   STRING "NIVEL SUCIO: VER LAS OBSERVACIONES CON "
                          "JUEGOVAL"
                          DELIMITED BY SIZE
                       INTO WS-ALERTA-DESC
                   END-STRING
                   PERFORM 9800-REGISTRAR-ALERTA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
           PERFORM VARYING WS-NIVEL-ITER FROM 1 BY 1
                   UNTIL WS-NIVEL-ITER >= WS-ULTIMO-NIVEL
               MOVE WS-NIVEL-ITER TO WS-NIVEL-NUM
               PERFORM 1100-ARMAR-NOMBRE-NIVEL
               OPEN INPUT LEVEL-FILE
               IF WS-LEVEL-STATUS = "00"
                   CLOSE LEVEL-FILE
                           WS-NIVEL-NUM " Y EXISTE EL "
                           WS-ULTIMO-NIVEL "; LA CAMPANA TERMINARIA "
                           "ANTES DE TIEMPO"
                   IF WS-ALERTAR = "S"
                       MOVE "A" TO WS-ALERTA-SEVERIDAD
                       MOVE WS-LEVEL-FILENAME TO WS-ALERTA-OBJETO
                       MOVE SPACES TO WS-ALERTA-DESC
                       STRING "FALTA EL NIVEL Y EXISTE EL "
                              WS-ULTIMO-NIVEL
                              ": LA CAMPANA SE CORTA ACA"
                              DELIMITED BY SIZE
                           INTO WS-ALERTA-DESC
                       END-STRING
                       PERFORM 9800-REGISTRAR-ALERTA
                   END-IF
               END-IF
           END-PERFORM.

           ELSE
               DISPLAY "CORREGIR EL PAQUETE ANTES DE ABRIR LAS "
                       "TERMINALES"
               IF WS-ALERTAR = "S"
                   DISPLAY "ALERTAS A LA MESA   : " WS-CANT-ALERTAS
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
                           IF WS-ALR-ORIGEN = "JUEGOVAL"
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
                   MOVE "JUEGOVAL"            TO WS-ALR-ORIGEN
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
       END PROGRAM JUEGOVAL.
