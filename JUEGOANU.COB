           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

       FD  SCORE-FILE.
       01  WS-SCORE-REC.
           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
      *RENGLON MARCADO (MISMO ESQUEMA QUE JUEGOMNT).
       01  WS-RETENIDOS.
           05 WS-RET-CANT           PIC 9(5) VALUE 0.
           05 WS-RET-TBL OCCURS 5000 TIMES PIC X(61).

       77  WS-RET-IDX               PIC 9(5).
       77  WS-RET-DESBORDE          PIC X VALUE "N".
