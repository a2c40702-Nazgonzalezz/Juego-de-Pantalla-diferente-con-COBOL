           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
      *CUENTA LOS INCLUYE PARA QUE LA PODA MENSUAL NO RECORTE LA
      *HISTORIA DEL JUGADOR.
       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

      *INSIGNIAS GANADAS POR EL JUGADOR (LAS OTORGAN EL JUEGO AL FIN
      *DE PARTIDA Y EL BATCH NOCTURNO JUEGOLGR); EL ESTADO DE CUENTA
