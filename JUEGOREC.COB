           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

       FD  MANTLOG-FILE.
       01  WS-MANTLOG-REC.
           05 WS-PARM-VALOR-REC        PIC 9(3).

       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

       FD  BKP-FILE.
       01  WS-BKP-REC                 PIC X(46).

       FD  BKP2-FILE.
       01  WS-BKP2-REC                PIC X(46).

       WORKING-STORAGE SECTION.
       77  WS-SCORE-STATUS          PIC XX.

      *MAPA DE IDS Y BAJAS DE LA BITACORA DEL PADRON: LOS IDS VIEJOS
      *SE LLEVAN AL DEFINITIVO Y LAS BAJAS ASENTADAS NO SE VUELVEN A
      *DAR DE ALTA EN EL PADRON RECONSTRUIDO. UN BORRADO DE DATOS
      *(ACCION BOR, CON EL SEUDONIMO) CUENTA COMO BAJA.
       01  WS-MAPA-IDS.
           05 WS-MAPA-CANT          PIC 9(3) VALUE 0.
           05 WS-MAPA-TBL OCCURS 100 TIMES.

       77  WS-TOPN                  PIC 9(3) VALUE 50.

      *EL TOP-N SE CUENTA POR VERSION DEL PAQUETE DE NIVELES, IGUAL
      *QUE EN EL CIERRE MENSUAL (SUBINDICE = VERSION + 1).
       01  WS-PODA-PAQUETES.
           05 WS-PODA-CANT OCCURS 1000 TIMES PIC 9(5) VALUE 0.
       77  WS-PODA-IDX              PIC 9(4).

      *REINTENTO DE CLAVE REPETIDA AL ESCRIBIR UN PUNTAJE, IGUAL QUE
      *12250-ESCRIBIR-PUNTAJE DEL JUEGO.
       77  WS-SK-GRABADO            PIC X.
                                       WS-MAPA-DEST(WS-MAPA-CANT)
                               END-IF
                           WHEN "BAJ"
                           WHEN "BOR"
                               IF WS-BAJA-CANT < 100
                                   ADD 1 TO WS-BAJA-CANT
                                   MOVE WS-LOG-ID-ORIG TO
           MOVE WS-ID-MAPEADO        TO WS-SCORE-JUGADOR
           MOVE WS-AUD-FIN(1:8)      TO WS-SCORE-FECHA
           MOVE WS-AUD-NIVEL         TO WS-SCORE-NIVEL
           IF WS-AUD-PAQUETE IS NUMERIC
               MOVE WS-AUD-PAQUETE   TO WS-SCORE-PAQUETE
           ELSE
               MOVE 0                TO WS-SCORE-PAQUETE
           END-IF
           MOVE "N" TO WS-SK-GRABADO
           MOVE 0   TO WS-SK-RETRY
           PERFORM UNTIL WS-SK-GRABADO = "S" OR WS-SK-RETRY > 9
                           MOVE "10" TO WS-SCORE-STATUS
                       NOT AT END
                           ADD 1 TO WS-SCORE-LEIDOS
                           IF WS-SCORE-PAQUETE IS NOT NUMERIC
                               MOVE 0 TO WS-SCORE-PAQUETE
                           END-IF
                           COMPUTE WS-PODA-IDX = WS-SCORE-PAQUETE + 1
                           ADD 1 TO WS-PODA-CANT(WS-PODA-IDX)
                           IF WS-PODA-CANT(WS-PODA-IDX) > WS-TOPN
                               DELETE SCORE-FILE RECORD
                                   INVALID KEY
                                       MOVE "S" TO WS-HUBO-ERROR
                               MOVE "10" TO WS-SCORE-STATUS
                           NOT AT END
                               MOVE SPACES TO WS-BKP-REC
                               MOVE WS-SCORE-REC TO WS-BKP-REC(1:46)
                               WRITE WS-BKP-REC
                               ADD 1 TO WS-BKP-ESCRITOS
                       END-READ
