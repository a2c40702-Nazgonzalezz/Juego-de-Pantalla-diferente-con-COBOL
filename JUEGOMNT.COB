      *          correccion arrastra los puntajes del tablero al ID
      *          definitivo y queda asentada en data/MANTLOG.DAT para
      *          que el escritorio de torneo pueda auditar el padron.
      *          El saldo de creditos prepagos y las llaves de la copa
      *          tambien pasan al ID definitivo; el pase de saldo se
      *          asienta en data/CAJALOG.DAT como un par de
      *          correcciones (COR) para que el cierre de caja siga
      *          conciliando.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-STATUS.

           SELECT CREDITO-FILE ASSIGN TO "data/CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CRE-ID
               FILE STATUS IS WS-CRE-STATUS.

           SELECT CAJALOG-FILE ASSIGN TO "data/CAJALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJ-STATUS.

           SELECT COPA-FILE ASSIGN TO "data/COPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPA-STATUS.

           SELECT COPARES-FILE ASSIGN TO "data/COPARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRES-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

      *BITACORA DE CORRECCIONES DEL PADRON: FECHA/HORA, ACCION (REN,
      *MRG O BAJ), ID ORIGEN E ID DESTINO (BLANCO EN LA BAJA).
      *COMPLETOS CUANDO UNA CORRECCION O FUSION CAMBIA UN ID, PARA
      *QUE EL HISTORIAL Y LOS CRUCES SIGAN CERRANDO CON EL PADRON.
       FD  AUDIT-FILE.
       01  WS-AUDIT-REC               PIC X(61).

       FD  INTERFACE-FILE.
       01  WS-IFACE-REC               PIC X(28).

      *SALDOS DE CREDITOS Y BITACORA DE CAJA, LOS MISMOS QUE USAN LA
      *CAJA (JUEGOCAJ) Y EL JUEGO AL COBRAR.
       FD  CREDITO-FILE.
       01  WS-CREDITO-REC.
           05 WS-CRE-ID               PIC X(10).
           05 WS-CRE-SALDO            PIC 9(5).
           05 WS-CRE-ULTMOV           PIC X(14).

       FD  CAJALOG-FILE.
       01  WS-CAJALOG-REC.
           05 WS-CAJ-TIMESTAMP        PIC X(14).
           05 WS-CAJ-ACCION           PIC X(3).
           05 WS-CAJ-JUGADOR          PIC X(10).
           05 WS-CAJ-SIGNO            PIC X.
           05 WS-CAJ-CANTIDAD         PIC 9(5).
           05 WS-CAJ-SALDO            PIC 9(5).
           05 WS-CAJ-OPERADOR         PIC X(3).
           05 WS-CAJ-SESION           PIC X(14).

      *CUADRO DE LA COPA (JUEGOCOP) Y PARTIDOS DE COPA QUE EL JUEGO
      *REGISTRO Y TODAVIA NO SE APLICARON.
       FD  COPA-FILE.
       01  WS-COPA-REC.
           05 WS-COP-RONDA            PIC 99.
           05 WS-COP-LLAVE            PIC 999.
           05 WS-COP-JUG1             PIC X(10).
           05 WS-COP-SEM1             PIC 999.
           05 WS-COP-JUG2             PIC X(10).
           05 WS-COP-SEM2             PIC 999.
           05 WS-COP-GANADOR          PIC X(10).
           05 WS-COP-ESTADO           PIC X.
           05 WS-COP-FECHA            PIC X(14).

       FD  COPARES-FILE.
       01  WS-COPARES-REC.
           05 WS-CRS-RONDA            PIC 99.
           05 WS-CRS-LLAVE            PIC 999.
           05 WS-CRS-JUG1             PIC X(10).
           05 WS-CRS-JUG2             PIC X(10).
           05 WS-CRS-GANADOR          PIC X(10).
           05 WS-CRS-INICIO           PIC X(14).
           05 WS-CRS-FIN              PIC X(14).

       WORKING-STORAGE SECTION.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-SCORE-STATUS          PIC XX.
       77  WS-MANTLOG-STATUS        PIC XX.
       77  WS-AUDIT-STATUS          PIC XX.
       77  WS-IFACE-STATUS          PIC XX.
       77  WS-CRE-STATUS            PIC XX.
       77  WS-CAJ-STATUS            PIC XX.
       77  WS-COPA-STATUS           PIC XX.
       77  WS-CRES-STATUS           PIC XX.

       77  WS-OPCION-MENU           PIC X VALUE SPACE.
       77  WS-ID-ORIGEN             PIC X(10).
      *CON EL ID CORREGIDO (MISMO ESQUEMA QUE EL CIERRE MENSUAL).
       01  WS-RETENIDOS.
           05 WS-RET-CANT           PIC 9(5).
           05 WS-RET-TBL OCCURS 5000 TIMES PIC X(63).

       77  WS-RET-IDX               PIC 9(5).
       77  WS-RET-DESBORDE          PIC X.
       77  WS-CANT-SESIONES         PIC 9(5).
       77  WS-CANT-ENVIOS           PIC 9(5).
       77  WS-CANT-LLAVES           PIC 9(5).

      *PASE DEL SALDO DE CREDITOS: LOS SALDOS Y LA BITACORA DE CAJA
      *SON COMPARTIDOS CON LAS TERMINALES, ASI QUE SE ABREN SOLO PARA
      *EL PASE, CON REINTENTOS COMO EN LA CAJA.
       01  WS-CRE-GUARDADO.
           05 WS-CRG-ID               PIC X(10).
           05 WS-CRG-SALDO            PIC 9(5).
           05 WS-CRG-ULTMOV           PIC X(14).

       77  WS-CREDITO-ABIERTO       PIC X.
       77  WS-CAJA-ABIERTA          PIC X.
       77  WS-CRE-MOVIDO            PIC X.
       77  WS-ABRIR-INTENTOS        PIC 99.
       77  WS-ESPERA-SEG            PIC 9 VALUE 1.

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.
                               PERFORM 6000-ARRASTRAR-PUNTAJES
                               PERFORM 6500-ARRASTRAR-AUDITORIA
                               PERFORM 6600-ARRASTRAR-TORNEO
                               PERFORM 6700-ARRASTRAR-CREDITOS
                               PERFORM 6800-ARRASTRAR-COPA
                               MOVE "REN" TO WS-ACCION
                               PERFORM 7000-ASENTAR
                               DISPLAY "LISTO: " WS-ID-ORIGEN
                       PERFORM 6000-ARRASTRAR-PUNTAJES
                       PERFORM 6500-ARRASTRAR-AUDITORIA
                       PERFORM 6600-ARRASTRAR-TORNEO
                       PERFORM 6700-ARRASTRAR-CREDITOS
                       PERFORM 6800-ARRASTRAR-COPA
                       MOVE "MRG" TO WS-ACCION
                       PERFORM 7000-ASENTAR
                       DISPLAY "LISTO: " WS-ID-ORIGEN

      *-----------------------------------------------------------------
      *PASA AL ID DESTINO LAS SESIONES DEL LOG DE AUDITORIA VIVO
      *(EL JUGADOR OCUPA LAS POSICIONES 33 A 42 DEL REGISTRO Y EL
      *RIVAL DE UN VERSUS LAS 49 A 58, QUE TAMBIEN SE PASA). SE
      *RETIENE TODO EN MEMORIA Y SE REESCRIBE EL ARCHIVO COMPLETO;
      *SI LA TABLA NO ALCANZA SE DEJA EL LOG COMO ESTABA Y SE AVISA.
      *LOS HISTORICOS AUDIT-AAAAMM DEL CIERRE MENSUAL NO SE TOCAN:
                                   TO WS-AUDIT-REC(33:10)
                               ADD 1 TO WS-CANT-SESIONES
                           END-IF
                           IF WS-AUDIT-REC(49:10) = WS-ID-ORIGEN
                               MOVE WS-ID-DESTINO
                                   TO WS-AUDIT-REC(49:10)
                           END-IF
                           IF WS-RET-CANT < 5000
                               ADD 1 TO WS-RET-CANT
                               MOVE WS-AUDIT-REC
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *PASA AL ID DESTINO EL SALDO DE CREDITOS DEL ORIGEN: SI EL
      *DESTINO YA TIENE SALDO SE SUMAN. EL PASE SE ASIENTA EN LA
      *BITACORA DE CAJA COMO UNA CORRECCION EN MENOS AL ORIGEN Y OTRA
      *EN MAS AL DESTINO, QUE EN EL CIERRE DE CAJA SE COMPENSAN. SIN
      *BITACORA O SIN SALDOS NO SE TOCA NADA Y SE AVISA, PARA QUE LA
      *CAJA LO PASE A MANO.

       6700-ARRASTRAR-CREDITOS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           PERFORM 6710-ABRIR-CAJALOG
           IF WS-CAJA-ABIERTA NOT = "S"
               DISPLAY "AVISO: LA BITACORA DE CAJA ESTA OCUPADA "
                       "(STATUS " WS-CAJ-STATUS "), EL SALDO DE "
                       WS-ID-ORIGEN " NO SE PASO; CORREGIRLO EN CAJA"
           ELSE
               PERFORM 6720-ABRIR-CREDITOS
               IF WS-CREDITO-ABIERTO NOT = "S"
                   DISPLAY "AVISO: LOS SALDOS ESTAN OCUPADOS (STATUS "
                           WS-CRE-STATUS "), EL SALDO DE "
                           WS-ID-ORIGEN " NO SE PASO; CORREGIRLO EN "
                           "CAJA"
               ELSE
                   MOVE WS-ID-ORIGEN TO WS-CRE-ID
                   READ CREDITO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 6750-MOVER-CREDITO
                   END-READ
                   CLOSE CREDITO-FILE
               END-IF
               CLOSE CAJALOG-FILE
           END-IF.

      *-----------------------------------------------------------------

       6710-ABRIR-CAJALOG.
           MOVE "N" TO WS-CAJA-ABIERTA
           MOVE 0 TO WS-ABRIR-INTENTOS
           PERFORM UNTIL WS-CAJA-ABIERTA = "S"
                   OR WS-ABRIR-INTENTOS > 4
               ADD 1 TO WS-ABRIR-INTENTOS
               OPEN EXTEND CAJALOG-FILE
               IF WS-CAJ-STATUS = "35"
                   OPEN OUTPUT CAJALOG-FILE
                   CLOSE CAJALOG-FILE
                   OPEN EXTEND CAJALOG-FILE
               END-IF
               IF WS-CAJ-STATUS = "00"
                   MOVE "S" TO WS-CAJA-ABIERTA
               ELSE
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       6720-ABRIR-CREDITOS.
           MOVE "N" TO WS-CREDITO-ABIERTO
           MOVE 0 TO WS-ABRIR-INTENTOS
           PERFORM UNTIL WS-CREDITO-ABIERTO = "S"
                   OR WS-ABRIR-INTENTOS > 4
               ADD 1 TO WS-ABRIR-INTENTOS
               OPEN I-O CREDITO-FILE
               IF WS-CRE-STATUS = "35"
                   OPEN OUTPUT CREDITO-FILE
                   CLOSE CREDITO-FILE
                   OPEN I-O CREDITO-FILE
               END-IF
               IF WS-CRE-STATUS = "00"
                   MOVE "S" TO WS-CREDITO-ABIERTO
               ELSE
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *IGUAL QUE AL CORREGIR UN ID EN EL PADRON, EL REGISTRO DEL
      *ORIGEN SE BORRA SOLO CUANDO EL SALDO YA QUEDO GRABADO EN EL
      *DESTINO, ASI NUNCA SE PIERDEN CREDITOS PAGOS.

       6750-MOVER-CREDITO.
           MOVE WS-CREDITO-REC TO WS-CRE-GUARDADO
           MOVE "N" TO WS-CRE-MOVIDO
           MOVE WS-ID-DESTINO TO WS-CRE-ID
           READ CREDITO-FILE
               INVALID KEY
                   MOVE WS-CRE-GUARDADO TO WS-CREDITO-REC
                   MOVE WS-ID-DESTINO   TO WS-CRE-ID
                   MOVE WS-TS-AHORA     TO WS-CRE-ULTMOV
                   WRITE WS-CREDITO-REC
                   IF WS-CRE-STATUS = "00"
                       MOVE "S" TO WS-CRE-MOVIDO
                   END-IF
               NOT INVALID KEY
                   ADD WS-CRG-SALDO TO WS-CRE-SALDO
                       ON SIZE ERROR
                           MOVE "99" TO WS-CRE-STATUS
                       NOT ON SIZE ERROR
                           MOVE WS-TS-AHORA TO WS-CRE-ULTMOV
                           REWRITE WS-CREDITO-REC
                           IF WS-CRE-STATUS = "00"
                               MOVE "S" TO WS-CRE-MOVIDO
                           END-IF
                   END-ADD
           END-READ
           IF WS-CRE-MOVIDO NOT = "S"
               DISPLAY "AVISO: NO SE PUDO PASAR EL SALDO DE "
                       WS-ID-ORIGEN " (STATUS " WS-CRE-STATUS
                       "); CORREGIRLO EN CAJA"
           ELSE
               MOVE WS-ID-ORIGEN TO WS-CRE-ID
               DELETE CREDITO-FILE RECORD
               IF WS-CRE-STATUS NOT = "00"
                   DISPLAY "AVISO: NO SE PUDO BORRAR EL SALDO DE "
                           WS-ID-ORIGEN " (STATUS " WS-CRE-STATUS
                           "); CORREGIRLO EN CAJA"
               END-IF
               IF WS-CRG-SALDO > 0
                   MOVE WS-TS-AHORA   TO WS-CAJ-TIMESTAMP
                   MOVE "COR"         TO WS-CAJ-ACCION
                   MOVE WS-ID-ORIGEN  TO WS-CAJ-JUGADOR
                   MOVE "-"           TO WS-CAJ-SIGNO
                   MOVE WS-CRG-SALDO  TO WS-CAJ-CANTIDAD
                   MOVE 0             TO WS-CAJ-SALDO
                   MOVE "MNT"         TO WS-CAJ-OPERADOR
                   MOVE SPACES        TO WS-CAJ-SESION
                   WRITE WS-CAJALOG-REC
                   MOVE WS-ID-DESTINO TO WS-CAJ-JUGADOR
                   MOVE "+"           TO WS-CAJ-SIGNO
                   MOVE WS-CRE-SALDO  TO WS-CAJ-SALDO
                   WRITE WS-CAJALOG-REC
                   DISPLAY "CREDITOS PASADOS A " WS-ID-DESTINO ": "
                           WS-CRG-SALDO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *PASA AL ID DESTINO LAS LLAVES DE LA COPA (LOS DOS JUGADORES Y
      *EL GANADOR) PARA QUE EL JUEGO RECONOZCA EL PARTIDO PENDIENTE
      *CON EL ID NUEVO, Y DESPUES LOS PARTIDOS REGISTRADOS QUE LA
      *COPA TODAVIA NO APLICO. MISMO ESQUEMA QUE EL EXTRACTO DE
      *TORNEO; SIN COPA EN CURSO NO HAY NADA QUE HACER.

       6800-ARRASTRAR-COPA.
           MOVE 0 TO WS-RET-CANT
           MOVE "N" TO WS-RET-DESBORDE
           MOVE 0 TO WS-CANT-LLAVES
           OPEN INPUT COPA-FILE
           IF WS-COPA-STATUS = "00"
               PERFORM UNTIL WS-COPA-STATUS NOT = "00"
                   READ COPA-FILE
                       AT END
                           MOVE "10" TO WS-COPA-STATUS
                       NOT AT END
                           IF WS-COP-JUG1 = WS-ID-ORIGEN
                                   OR WS-COP-JUG2 = WS-ID-ORIGEN
                               ADD 1 TO WS-CANT-LLAVES
                           END-IF
                           IF WS-COP-JUG1 = WS-ID-ORIGEN
                               MOVE WS-ID-DESTINO TO WS-COP-JUG1
                           END-IF
                           IF WS-COP-JUG2 = WS-ID-ORIGEN
                               MOVE WS-ID-DESTINO TO WS-COP-JUG2
                           END-IF
                           IF WS-COP-GANADOR = WS-ID-ORIGEN
                               MOVE WS-ID-DESTINO TO WS-COP-GANADOR
                           END-IF
                           IF WS-RET-CANT < 5000
                               ADD 1 TO WS-RET-CANT
                               MOVE WS-COPA-REC
                                   TO WS-RET-TBL(WS-RET-CANT)
                           ELSE
                               MOVE "S" TO WS-RET-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPA-FILE
               IF WS-RET-DESBORDE = "S"
                   DISPLAY "AVISO: CUADRO DE COPA DEMASIADO GRANDE, "
                           "NO SE ARRASTRO"
               ELSE
                   IF WS-CANT-LLAVES > 0
                       OPEN OUTPUT COPA-FILE
                       IF WS-COPA-STATUS = "00"
                           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                                   UNTIL WS-RET-IDX > WS-RET-CANT
                               MOVE WS-RET-TBL(WS-RET-IDX)
                                   TO WS-COPA-REC
                               WRITE WS-COPA-REC
                           END-PERFORM
                           CLOSE COPA-FILE
                           DISPLAY "LLAVES DE COPA ACTUALIZADAS: "
                                   WS-CANT-LLAVES
                       ELSE
                           DISPLAY "AVISO: NO SE PUDO REESCRIBIR EL "
                                   "CUADRO DE COPA, STATUS "
                                   WS-COPA-STATUS
                       END-IF
                   END-IF
               END-IF
               PERFORM 6850-ARRASTRAR-PARTIDOS-COPA
           END-IF.

      *-----------------------------------------------------------------

       6850-ARRASTRAR-PARTIDOS-COPA.
           MOVE 0 TO WS-RET-CANT
           MOVE "N" TO WS-RET-DESBORDE
           MOVE 0 TO WS-CANT-LLAVES
           OPEN INPUT COPARES-FILE
           IF WS-CRES-STATUS = "00"
               PERFORM UNTIL WS-CRES-STATUS NOT = "00"
                   READ COPARES-FILE
                       AT END
                           MOVE "10" TO WS-CRES-STATUS
                       NOT AT END
                           IF WS-CRS-JUG1 = WS-ID-ORIGEN
                                   OR WS-CRS-JUG2 = WS-ID-ORIGEN
                               ADD 1 TO WS-CANT-LLAVES
                           END-IF
                           IF WS-CRS-JUG1 = WS-ID-ORIGEN
                               MOVE WS-ID-DESTINO TO WS-CRS-JUG1
                           END-IF
                           IF WS-CRS-JUG2 = WS-ID-ORIGEN
                               MOVE WS-ID-DESTINO TO WS-CRS-JUG2
                           END-IF
                           IF WS-CRS-GANADOR = WS-ID-ORIGEN
                               MOVE WS-ID-DESTINO TO WS-CRS-GANADOR
                           END-IF
                           IF WS-RET-CANT < 5000
                               ADD 1 TO WS-RET-CANT
                               MOVE WS-COPARES-REC
                                   TO WS-RET-TBL(WS-RET-CANT)
                           ELSE
                               MOVE "S" TO WS-RET-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPARES-FILE
               IF WS-RET-DESBORDE = "S"
                   DISPLAY "AVISO: PARTIDOS DE COPA DEMASIADOS, "
                           "NO SE ARRASTRARON"
               ELSE
                   IF WS-CANT-LLAVES > 0
                       OPEN OUTPUT COPARES-FILE
                       IF WS-CRES-STATUS = "00"
                           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                                   UNTIL WS-RET-IDX > WS-RET-CANT
                               MOVE WS-RET-TBL(WS-RET-IDX)
                                   TO WS-COPARES-REC
                               WRITE WS-COPARES-REC
                           END-PERFORM
                           CLOSE COPARES-FILE
                           DISPLAY "PARTIDOS DE COPA ACTUALIZADOS: "
                                   WS-CANT-LLAVES
                       ELSE
                           DISPLAY "AVISO: NO SE PUDO REESCRIBIR LOS "
                                   "PARTIDOS DE COPA, STATUS "
                                   WS-CRES-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *DEJA ASENTADA LA CORRECCION EN LA BITACORA DEL PADRON.

