           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

       FD  AUDIT-FILE.
       01  WS-AUDIT-REC               PIC X(61).

       FD  INTERFACE-FILE.
       01  WS-IFACE-REC               PIC X(28).
           05 WS-PARM-VALOR-REC        PIC 9(3).

       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

       WORKING-STORAGE SECTION.
       77  WS-SCORE-STATUS          PIC XX.

       77  WS-TOPN                  PIC 9(3) VALUE 50.

      *EL TOP-N SE CUENTA POR VERSION DEL PAQUETE DE NIVELES (EL
      *SUBINDICE ES LA VERSION + 1): CADA VERSION TIENE SU PROPIO
      *TABLERO Y UN PAQUETE NUEVO NO PIERDE SUS PUNTAJES PORQUE LOS
      *DEL ANTERIOR SEAN MAS ALTOS.
       01  WS-PODA-PAQUETES.
           05 WS-PODA-CANT OCCURS 1000 TIMES PIC 9(5) VALUE 0.
       77  WS-PODA-IDX              PIC 9(4).

      *LOS REGISTROS QUE SE CONSERVAN SE RETIENEN EN MEMORIA Y EL
      *ARCHIVO SE REESCRIBE RECIEN CUANDO TODO SALIO BIEN; SI LA
      *TABLA NO ALCANZA SE ABORTA SIN TOCAR NADA.
       01  WS-RETENIDOS.
           05 WS-RET-CANT           PIC 9(5) VALUE 0.
           05 WS-RET-TBL OCCURS 5000 TIMES PIC X(61).

       77  WS-RET-IDX               PIC 9(5).
       77  WS-RET-DESBORDE          PIC X VALUE "N".

      *-----------------------------------------------------------------
      *PODA EL TABLERO AL TOP-N: COMO LA CLAVE INVERTIDA YA ORDENA DE
      *MEJOR A PEOR, SE LEEN LOS PRIMEROS N DE CADA VERSION DEL
      *PAQUETE Y SE BORRA EL RESTO, ASI EL ORDEN QUE USA EL RANKING
      *EN PANTALLA QUEDA INTACTO. LOS PUNTAJES SIN VERSION SON DEL
      *PAQUETE 000.

       4000-PODAR-SCOREBOARD.
           OPEN I-O SCORE-FILE
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
