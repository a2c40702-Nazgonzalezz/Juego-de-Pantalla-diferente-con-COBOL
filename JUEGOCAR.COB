      *          del lote. Con el padron cargado desde la recepcion,
      *          el juego puede rechazar IDS NO REGISTRADOS EN VEZ DE
      *          CREAR ANONIMOS (CLAVE ALTACERRADA DE PARAMS.DAT).
      *          Cada rechazo queda ademas como alerta en
      *          data/ALERTAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTLOG-STATUS.

           SELECT ALERTA-FILE ASSIGN TO "data/ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ALR-ID
               FILE STATUS IS WS-ALR-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-LOG-ID-ORIG          PIC X(10).
           05 WS-LOG-ID-DEST          PIC X(10).

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
       77  WS-ALTAS-STATUS          PIC XX.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-CANT-CARGADOS         PIC 9(5) VALUE 0.
       77  WS-CANT-RECHAZADOS       PIC 9(5) VALUE 0.

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

           MOVE WS-ALTA-NOMBRE TO WS-RECH-NOMBRE
           MOVE WS-MOTIVO      TO WS-RECH-MOTIVO
           WRITE WS-RECHAZO-REC
           DISPLAY "RECHAZADO: " WS-ALTA-ID " (" WS-MOTIVO ")"
           MOVE "B" TO WS-ALERTA-SEVERIDAD
           IF WS-ALTA-ID = SPACES
               MOVE "data/ALTAS.DAT" TO WS-ALERTA-OBJETO
           ELSE
               MOVE WS-ALTA-ID TO WS-ALERTA-OBJETO
           END-IF
           MOVE SPACES TO WS-ALERTA-DESC
           STRING "ALTA RECHAZADA: " WS-MOTIVO
                  DELIMITED BY SIZE
               INTO WS-ALERTA-DESC
           END-STRING
           PERFORM 9800-REGISTRAR-ALERTA.

      *-----------------------------------------------------------------

           IF WS-CANT-RECHAZADOS > 0
               DISPLAY "REVISAR data/ALTASREJ.DAT Y REENVIAR LOS "
                       "CORREGIDOS"
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
                           IF WS-ALR-ORIGEN = "JUEGOCAR"
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
                   MOVE "JUEGOCAR"            TO WS-ALR-ORIGEN
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
       END PROGRAM JUEGOCAR.
