           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

       FD  MANTLOG-FILE.
       01  WS-MANTLOG-REC.
           05 WS-LOG-ID-DEST          PIC X(10).

       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

       FD  LOGRO-FILE.
       01  WS-LOGRO-REC.
