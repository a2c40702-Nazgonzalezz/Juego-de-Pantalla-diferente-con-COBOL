      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Copa por eliminacion directa jugada en modo versus.
      *          Con el argumento SORTEO arma el cuadro en
      *          data/COPA.DAT sembrando a los jugadores del padron
      *          por su valor actual de data/RATING.DAT (el argumento
      *          2 limita la cantidad de inscriptos a los mejores N);
      *          si la cantidad no es potencia de 2 los mejores
      *          sembrados pasan la primera ronda libres. Sin
      *          argumento pasa al cuadro los partidos que el juego
      *          registro en data/COPARES.DAT al reconocer un versus
      *          entre dos rivales de la copa (las sesiones anuladas
      *          con JUEGOANU no cuentan), hace avanzar a los
      *          ganadores ronda por ronda e imprime el cuadro y, al
      *          terminar la final, las posiciones. Con el argumento
      *          WO el operador carga un partido ganado por no
      *          presentacion del rival.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOCOP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-FILE ASSIGN TO "data/RATING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RTG-ID
               FILE STATUS IS WS-RTG-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "data/ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROSTER-ID
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT COPA-FILE ASSIGN TO "data/COPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPA-STATUS.

           SELECT COPARES-FILE ASSIGN TO "data/COPARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRES-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RATING-FILE.
       01  WS-RATING-REC.
           05 WS-RTG-ID               PIC X(10).
           05 WS-RTG-VALOR            PIC 9(3).
           05 WS-RTG-SESIONES         PIC 9(5).
           05 WS-RTG-FECHA            PIC X(8).

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
           05 WS-ROSTER-ID            PIC X(10).
           05 WS-ROSTER-PARTIDAS      PIC 9(5).
           05 WS-ROSTER-MEJOR         PIC 999.
           05 WS-ROSTER-ULTFECHA      PIC X(8).

      *CUADRO DE LA COPA: UN RENGLON POR PARTIDO, ORDENADO POR RONDA
      *Y LLAVE, CON LOS DOS JUGADORES Y SU NUMERO DE SIEMBRA. ESTADO
      *E ESPERA RIVALES DE LA RONDA ANTERIOR, P PENDIENTE DE JUGAR,
      *J JUGADO, W GANADO POR NO PRESENTACION Y B PASE LIBRE. LA
      *FECHA ES LA DEL FIN DE LA SESION O LA DE LA CARGA DEL
      *OPERADOR. EL GANADOR DE LA LLAVE K PASA A LA LLAVE (K+1)/2
      *DE LA RONDA SIGUIENTE, ARRIBA SI K ES IMPAR.
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

      *PARTIDOS DE COPA QUE EL JUEGO REGISTRO AL TERMINAR UN VERSUS.
       FD  COPARES-FILE.
       01  WS-COPARES-REC.
           05 WS-CRS-RONDA            PIC 99.
           05 WS-CRS-LLAVE            PIC 999.
           05 WS-CRS-JUG1             PIC X(10).
           05 WS-CRS-JUG2             PIC X(10).
           05 WS-CRS-GANADOR          PIC X(10).
           05 WS-CRS-INICIO           PIC X(14).
           05 WS-CRS-FIN              PIC X(14).

       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 WS-AUD-INICIO           PIC X(14).
           05 WS-AUD-FIN              PIC X(14).
           05 WS-AUD-PUNTAJE          PIC 999.
           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

       WORKING-STORAGE SECTION.
       77  WS-RTG-STATUS            PIC XX.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-COPA-STATUS           PIC XX.
       77  WS-CRES-STATUS           PIC XX.
       77  WS-AUDIT-STATUS          PIC XX.

       77  WS-PARM-MODO             PIC X(10) VALUE SPACES.
       77  WS-ARG-CANTIDAD          PIC X(10) VALUE SPACES.
       77  WS-TOPE-INSCRIPTOS       PIC 9(3) VALUE 128.
       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-TS-AHORA              PIC X(14).
       77  WS-HUBO-ERROR            PIC X VALUE "N".

      *INSCRIPTOS DEL SORTEO, ORDENADOS POR RATING (EL 1 ES EL MEJOR
      *SEMBRADO). A IGUAL RATING VA PRIMERO EL DE MAS SESIONES.
       01  WS-INSCRIPTOS.
           05 WS-INS-CANT           PIC 9(3) VALUE 0.
           05 WS-INS-TBL OCCURS 500 TIMES.
               10 WS-INS-ID             PIC X(10).
               10 WS-INS-RATING         PIC 9(3).
               10 WS-INS-SESIONES       PIC 9(5).

       77  WS-INS-IDX               PIC 9(3).
       77  WS-INS-IDX2              PIC 9(3).
       01  WS-INS-TEMP.
           05 WS-INS-TEMP-ID        PIC X(10).
           05 WS-INS-TEMP-RATING    PIC 9(3).
           05 WS-INS-TEMP-SESIONES  PIC 9(5).

      *ORDEN DE SIEMBRA DEL CUADRO: POSICION -> NUMERO DE SIEMBRA,
      *ARMADO DE MODO QUE LOS DOS MEJORES SOLO SE CRUCEN EN LA FINAL
      *(1-8, 4-5, 2-7, 3-6 CON OCHO LUGARES). LAS SIEMBRAS MAYORES
      *QUE LA CANTIDAD DE INSCRIPTOS SON PASES LIBRES.
       01  WS-ORDEN-SIEMBRA.
           05 WS-ORD-TBL OCCURS 128 TIMES PIC 9(3).
       01  WS-ORDEN-NUEVO.
           05 WS-ORN-TBL OCCURS 128 TIMES PIC 9(3).

       77  WS-ORD-CANT              PIC 9(3).
       77  WS-ORD-IDX               PIC 9(3).
       77  WS-LUGARES               PIC 9(3).
       77  WS-CANT-RONDAS           PIC 99.
       77  WS-SEMBRADO-W            PIC 9(3).

      *CUADRO EN MEMORIA (HASTA 128 INSCRIPTOS = 127 PARTIDOS).
       01  WS-CUADRO.
           05 WS-CUA-CANT           PIC 9(3) VALUE 0.
           05 WS-CUA-TBL OCCURS 127 TIMES.
               10 WS-CUA-RONDA          PIC 99.
               10 WS-CUA-LLAVE          PIC 999.
               10 WS-CUA-JUG1           PIC X(10).
               10 WS-CUA-SEM1           PIC 999.
               10 WS-CUA-JUG2           PIC X(10).
               10 WS-CUA-SEM2           PIC 999.
               10 WS-CUA-GANADOR        PIC X(10).
               10 WS-CUA-ESTADO         PIC X.
               10 WS-CUA-FECHA          PIC X(14).

       77  WS-CUA-IDX               PIC 9(3).
       77  WS-CUA-DESTINO           PIC 9(3).
       77  WS-CUA-ORIGEN            PIC 9(3).
       77  WS-RONDA-W               PIC 99.
       77  WS-LLAVE-W               PIC 999.
       77  WS-PARTIDOS-RONDA        PIC 9(3).
       77  WS-GANADOR-W             PIC X(10).
       77  WS-SEM-GANADOR-W         PIC 999.
       77  WS-FECHA-W               PIC X(14).
       77  WS-ESTADO-W              PIC X.

      *SESIONES ANULADAS DEL LOG VIVO (JUGADOR + INICIO): UN PARTIDO
      *DE COPA CUYA SESION SE ANULO NO HACE AVANZAR A NADIE.
       01  WS-ANULADAS.
           05 WS-ANU-CANT           PIC 9(4) VALUE 0.
           05 WS-ANU-TBL OCCURS 1000 TIMES.
               10 WS-ANU-JUGADOR        PIC X(10).
               10 WS-ANU-INICIO         PIC X(14).

       77  WS-ANU-IDX               PIC 9(4).
       77  WS-ANULADA               PIC X.

       77  WS-CANT-APLICADOS        PIC 9(3) VALUE 0.
       77  WS-CANT-PENDIENTES       PIC 9(3) VALUE 0.

      *CARGA DE UNA NO PRESENTACION.
       77  WS-WO-RONDA              PIC 99.
       77  WS-WO-LLAVE              PIC 999.
       77  WS-WO-GANADOR            PIC X(10).
       77  WS-RESP-CONFIRMA         PIC X.

      *IMPRESION DEL CUADRO Y DE LAS POSICIONES.
       77  WS-NOMBRE-RONDA          PIC X(12).
       77  WS-LADO1                 PIC X(17).
       77  WS-LADO2                 PIC X(17).
       77  WS-SEM-ED                PIC ZZ9.
       77  WS-ESTADO-ED             PIC X(16).
       77  WS-PUESTO                PIC 9(3).
       77  WS-PUESTO-ED             PIC ZZ9.
       77  WS-PERDEDOR-W            PIC X(10).

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-MODO FROM ARGUMENT-VALUE
           DISPLAY "================================================"
           DISPLAY "   COPA POR ELIMINACION - JUEGOPAN"
           DISPLAY "================================================"
           EVALUATE WS-PARM-MODO
               WHEN "SORTEO"
                   PERFORM 1000-SORTEO
               WHEN "WO"
                   PERFORM 4000-CARGAR-CUADRO
                   IF WS-HUBO-ERROR = "N"
                       PERFORM 6000-CARGAR-NO-PRESENTACION
                   END-IF
               WHEN SPACES
                   PERFORM 4000-CARGAR-CUADRO
                   IF WS-HUBO-ERROR = "N"
                       PERFORM 5000-APLICAR-RESULTADOS
                   END-IF
               WHEN OTHER
                   DISPLAY "MODO NO RECONOCIDO: " WS-PARM-MODO
                   PERFORM 9100-MOSTRAR-USO
                   MOVE "S" TO WS-HUBO-ERROR
           END-EVALUATE
           IF WS-HUBO-ERROR = "N"
               PERFORM 8000-IMPRIMIR-CUADRO
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *SORTEO DE UNA COPA NUEVA. NO SE PISA UNA COPA CON LA FINAL
      *TODAVIA SIN JUGAR.

       1000-SORTEO.
           PERFORM 1050-TOMAR-CANTIDAD
           IF WS-HUBO-ERROR = "N"
               PERFORM 1100-CONTROLAR-COPA-EN-CURSO
           END-IF
           IF WS-HUBO-ERROR = "N"
               PERFORM 1200-CARGAR-INSCRIPTOS
           END-IF
           IF WS-HUBO-ERROR = "N"
               PERFORM 1400-ORDENAR-INSCRIPTOS
               PERFORM 1500-ARMAR-ORDEN-SIEMBRA
               PERFORM 1600-ARMAR-CUADRO
               PERFORM 7000-GRABAR-CUADRO
      *LOS RESULTADOS DE LA COPA ANTERIOR NO SIRVEN PARA ESTA.
               OPEN OUTPUT COPARES-FILE
               CLOSE COPARES-FILE
               DISPLAY "SORTEO REALIZADO: " WS-INS-CANT
                       " INSCRIPTOS, CUADRO DE " WS-LUGARES
           END-IF.

      *-----------------------------------------------------------------
      *TOPE DE INSCRIPTOS DEL ARGUMENTO 2, ENTRE 2 Y 128. SE CONTROLA
      *YA CORTADO A ENTERO, COMO VA A QUEDAR EN EL CUADRO: UN TOPE
      *QUE NO ALCANZA PARA UN PARTIDO NO ARMA COPA.

       1050-TOMAR-CANTIDAD.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-CANTIDAD FROM ARGUMENT-VALUE
           IF WS-ARG-CANTIDAD NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-CANTIDAD) = 0
                   EVALUATE TRUE
                   WHEN FUNCTION NUMVAL(WS-ARG-CANTIDAD) > 128
                       MOVE 128 TO WS-TOPE-INSCRIPTOS
                   WHEN FUNCTION NUMVAL(WS-ARG-CANTIDAD) < 2
                       MOVE 0 TO WS-TOPE-INSCRIPTOS
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(WS-ARG-CANTIDAD)
                           TO WS-TOPE-INSCRIPTOS
                   END-EVALUATE
               ELSE
                   MOVE 0 TO WS-TOPE-INSCRIPTOS
               END-IF
               IF WS-TOPE-INSCRIPTOS < 2
                   DISPLAY "CANTIDAD DE INSCRIPTOS INVALIDA: "
                           WS-ARG-CANTIDAD
                   PERFORM 9100-MOSTRAR-USO
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1100-CONTROLAR-COPA-EN-CURSO.
           PERFORM 4000-CARGAR-CUADRO
           IF WS-HUBO-ERROR = "S"
      *SIN CUADRO ANTERIOR NO HAY NADA QUE CONTROLAR.
               MOVE "N" TO WS-HUBO-ERROR
           ELSE
               IF WS-CUA-ESTADO(WS-CUA-CANT) = "E"
                       OR WS-CUA-ESTADO(WS-CUA-CANT) = "P"
                   DISPLAY "HAY UNA COPA EN CURSO (LA FINAL NO SE "
                           "JUGO TODAVIA); NO SE SORTEA OTRA"
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
           END-IF
           MOVE 0 TO WS-CUA-CANT.

      *-----------------------------------------------------------------
      *INSCRIPTOS: LOS JUGADORES CON RATING QUE SIGUEN EN EL PADRON
      *(LOS DADOS DE BAJA YA NO ESTAN), SIN LOS IDS COMPARTIDOS DE
      *LA CORRIDA DEMO Y DE LOS ANONIMOS.

       1200-CARGAR-INSCRIPTOS.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL PADRON, STATUS "
                       WS-ROSTER-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           END-IF
           IF WS-HUBO-ERROR = "N"
               OPEN INPUT RATING-FILE
               IF WS-RTG-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR RATING.DAT, STATUS "
                           WS-RTG-STATUS
                   MOVE "S" TO WS-HUBO-ERROR
                   CLOSE ROSTER-FILE
               END-IF
           END-IF
           IF WS-HUBO-ERROR = "N"
               MOVE LOW-VALUES TO WS-RTG-ID
               START RATING-FILE KEY IS NOT LESS THAN WS-RTG-ID
                   INVALID KEY MOVE "23" TO WS-RTG-STATUS
               END-START
               PERFORM UNTIL WS-RTG-STATUS NOT = "00"
                   READ RATING-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RTG-STATUS
                       NOT AT END
                           PERFORM 1300-EVALUAR-INSCRIPTO
                   END-READ
               END-PERFORM
               CLOSE RATING-FILE
               CLOSE ROSTER-FILE
               IF WS-INS-CANT < 2
                   DISPLAY "HACEN FALTA AL MENOS 2 JUGADORES CON "
                           "RATING PARA SORTEAR UNA COPA"
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1300-EVALUAR-INSCRIPTO.
           IF WS-RTG-ID NOT = "DEMO"
                   AND WS-RTG-ID NOT = "ANONIMO"
                   AND WS-RTG-ID NOT = "ANONIMO2"
               MOVE WS-RTG-ID TO WS-ROSTER-ID
               READ ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-INS-CANT < 500
                           ADD 1 TO WS-INS-CANT
                           MOVE WS-RTG-ID TO WS-INS-ID(WS-INS-CANT)
                           MOVE WS-RTG-VALOR
                               TO WS-INS-RATING(WS-INS-CANT)
                           MOVE WS-RTG-SESIONES
                               TO WS-INS-SESIONES(WS-INS-CANT)
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      *ORDEN POR RATING DESCENDENTE (BURBUJA, COMO EL RANKING DE
      *JUEGOLIG) Y CORTE EN EL TOPE DE INSCRIPTOS.

       1400-ORDENAR-INSCRIPTOS.
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX >= WS-INS-CANT
               PERFORM VARYING WS-INS-IDX2 FROM 1 BY 1
                       UNTIL WS-INS-IDX2 > WS-INS-CANT - WS-INS-IDX
                   IF WS-INS-RATING(WS-INS-IDX2)
                           < WS-INS-RATING(WS-INS-IDX2 + 1)
                      OR (WS-INS-RATING(WS-INS-IDX2)
                           = WS-INS-RATING(WS-INS-IDX2 + 1)
                       AND WS-INS-SESIONES(WS-INS-IDX2)
                           < WS-INS-SESIONES(WS-INS-IDX2 + 1))
                       MOVE WS-INS-TBL(WS-INS-IDX2) TO WS-INS-TEMP
                       MOVE WS-INS-TBL(WS-INS-IDX2 + 1)
                           TO WS-INS-TBL(WS-INS-IDX2)
                       MOVE WS-INS-TEMP
                           TO WS-INS-TBL(WS-INS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-INS-CANT > WS-TOPE-INSCRIPTOS
               MOVE WS-TOPE-INSCRIPTOS TO WS-INS-CANT
           END-IF.

      *-----------------------------------------------------------------
      *EL CUADRO TIENE LA POTENCIA DE 2 QUE ALCANZA PARA TODOS. EL
      *ORDEN DE SIEMBRA SE DUPLICA RONDA A RONDA: CADA SIEMBRA S DE
      *UN CUADRO DE L LUGARES SE ENFRENTA CON LA 2L+1-S DEL CUADRO
      *DEL DOBLE DE LUGARES.

       1500-ARMAR-ORDEN-SIEMBRA.
           MOVE 2 TO WS-LUGARES
           MOVE 1 TO WS-CANT-RONDAS
           PERFORM UNTIL WS-LUGARES >= WS-INS-CANT
               COMPUTE WS-LUGARES = WS-LUGARES * 2
               ADD 1 TO WS-CANT-RONDAS
           END-PERFORM
           MOVE 1 TO WS-ORD-TBL(1)
           MOVE 2 TO WS-ORD-TBL(2)
           MOVE 2 TO WS-ORD-CANT
           PERFORM UNTIL WS-ORD-CANT >= WS-LUGARES
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-ORD-CANT
                   MOVE WS-ORD-TBL(WS-ORD-IDX)
                       TO WS-ORN-TBL(WS-ORD-IDX * 2 - 1)
                   COMPUTE WS-ORN-TBL(WS-ORD-IDX * 2) =
                       WS-ORD-CANT * 2 + 1 - WS-ORD-TBL(WS-ORD-IDX)
               END-PERFORM
               COMPUTE WS-ORD-CANT = WS-ORD-CANT * 2
               MOVE WS-ORDEN-NUEVO TO WS-ORDEN-SIEMBRA
           END-PERFORM.

      *-----------------------------------------------------------------
      *TODOS LOS PARTIDOS DE TODAS LAS RONDAS QUEDAN EN EL CUADRO
      *DESDE EL SORTEO; LOS DE LAS RONDAS SIGUIENTES ESPERAN A SUS
      *RIVALES. UN PASE LIBRE SE RESUELVE EN EL ACTO.

       1600-ARMAR-CUADRO.
           MOVE 0 TO WS-CUA-CANT
           COMPUTE WS-PARTIDOS-RONDA = WS-LUGARES / 2
           PERFORM VARYING WS-RONDA-W FROM 1 BY 1
                   UNTIL WS-RONDA-W > WS-CANT-RONDAS
               PERFORM VARYING WS-LLAVE-W FROM 1 BY 1
                       UNTIL WS-LLAVE-W > WS-PARTIDOS-RONDA
                   ADD 1 TO WS-CUA-CANT
                   MOVE WS-RONDA-W TO WS-CUA-RONDA(WS-CUA-CANT)
                   MOVE WS-LLAVE-W TO WS-CUA-LLAVE(WS-CUA-CANT)
                   MOVE SPACES TO WS-CUA-JUG1(WS-CUA-CANT)
                   MOVE SPACES TO WS-CUA-JUG2(WS-CUA-CANT)
                   MOVE 0      TO WS-CUA-SEM1(WS-CUA-CANT)
                   MOVE 0      TO WS-CUA-SEM2(WS-CUA-CANT)
                   MOVE SPACES TO WS-CUA-GANADOR(WS-CUA-CANT)
                   MOVE "E"    TO WS-CUA-ESTADO(WS-CUA-CANT)
                   MOVE SPACES TO WS-CUA-FECHA(WS-CUA-CANT)
               END-PERFORM
               COMPUTE WS-PARTIDOS-RONDA = WS-PARTIDOS-RONDA / 2
           END-PERFORM
           COMPUTE WS-PARTIDOS-RONDA = WS-LUGARES / 2
           PERFORM VARYING WS-CUA-IDX FROM 1 BY 1
                   UNTIL WS-CUA-IDX > WS-PARTIDOS-RONDA
               MOVE WS-ORD-TBL(WS-CUA-IDX * 2 - 1) TO WS-SEMBRADO-W
               IF WS-SEMBRADO-W <= WS-INS-CANT
                   MOVE WS-INS-ID(WS-SEMBRADO-W)
                       TO WS-CUA-JUG1(WS-CUA-IDX)
                   MOVE WS-SEMBRADO-W TO WS-CUA-SEM1(WS-CUA-IDX)
               END-IF
               MOVE WS-ORD-TBL(WS-CUA-IDX * 2) TO WS-SEMBRADO-W
               IF WS-SEMBRADO-W <= WS-INS-CANT
                   MOVE WS-INS-ID(WS-SEMBRADO-W)
                       TO WS-CUA-JUG2(WS-CUA-IDX)
                   MOVE WS-SEMBRADO-W TO WS-CUA-SEM2(WS-CUA-IDX)
               END-IF
               IF WS-CUA-JUG2(WS-CUA-IDX) = SPACES
                   MOVE WS-CUA-JUG1(WS-CUA-IDX) TO WS-GANADOR-W
                   MOVE "B" TO WS-ESTADO-W
                   MOVE WS-TS-AHORA TO WS-FECHA-W
                   PERFORM 5500-RESOLVER-PARTIDO
               ELSE
                   IF WS-CUA-JUG1(WS-CUA-IDX) = SPACES
                       MOVE WS-CUA-JUG2(WS-CUA-IDX) TO WS-GANADOR-W
                       MOVE "B" TO WS-ESTADO-W
                       MOVE WS-TS-AHORA TO WS-FECHA-W
                       PERFORM 5500-RESOLVER-PARTIDO
                   ELSE
                       MOVE "P" TO WS-CUA-ESTADO(WS-CUA-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4000-CARGAR-CUADRO.
           MOVE 0 TO WS-CUA-CANT
           MOVE 0 TO WS-CANT-RONDAS
           OPEN INPUT COPA-FILE
           IF WS-COPA-STATUS NOT = "00"
               IF WS-PARM-MODO NOT = "SORTEO"
                   DISPLAY "NO HAY COPA SORTEADA (data/COPA.DAT, "
                           "STATUS " WS-COPA-STATUS ")"
               END-IF
               MOVE "S" TO WS-HUBO-ERROR
           ELSE
               PERFORM UNTIL WS-COPA-STATUS NOT = "00"
                   READ COPA-FILE
                       AT END
                           MOVE "10" TO WS-COPA-STATUS
                       NOT AT END
                           IF WS-CUA-CANT < 127
                               ADD 1 TO WS-CUA-CANT
                               MOVE WS-COPA-REC
                                   TO WS-CUA-TBL(WS-CUA-CANT)
                               MOVE WS-COP-RONDA TO WS-CANT-RONDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPA-FILE
               IF WS-CUA-CANT = 0
                   DISPLAY "EL CUADRO DE LA COPA ESTA VACIO"
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *PASA AL CUADRO LOS PARTIDOS REGISTRADOS POR EL JUEGO. SOLO
      *CUENTA EL PRIMERO CON GANADOR DE CADA PARTIDO PENDIENTE; LOS
      *DE PARTIDOS YA RESUELTOS SE IGNORAN, ASI QUE VOLVER A CORRER
      *NO CAMBIA NADA.

       5000-APLICAR-RESULTADOS.
           PERFORM 5100-CARGAR-ANULADAS
           OPEN INPUT COPARES-FILE
           IF WS-CRES-STATUS = "00"
               PERFORM UNTIL WS-CRES-STATUS NOT = "00"
                   READ COPARES-FILE
                       AT END
                           MOVE "10" TO WS-CRES-STATUS
                       NOT AT END
                           PERFORM 5200-APLICAR-PARTIDO
                   END-READ
               END-PERFORM
               CLOSE COPARES-FILE
           END-IF
           PERFORM 7000-GRABAR-CUADRO
           DISPLAY "PARTIDOS PASADOS AL CUADRO: " WS-CANT-APLICADOS.

      *-----------------------------------------------------------------

       5100-CARGAR-ANULADAS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           IF WS-AUD-RESULTADO = "V"
                                   AND WS-AUD-OPONENTE NOT = SPACES
                                   AND WS-ANU-CANT < 1000
                               ADD 1 TO WS-ANU-CANT
                               MOVE WS-AUD-JUGADOR
                                   TO WS-ANU-JUGADOR(WS-ANU-CANT)
                               MOVE WS-AUD-INICIO
                                   TO WS-ANU-INICIO(WS-ANU-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------

       5200-APLICAR-PARTIDO.
           MOVE WS-CRS-RONDA TO WS-RONDA-W
           MOVE WS-CRS-LLAVE TO WS-LLAVE-W
           PERFORM 5400-UBICAR-PARTIDO
           IF WS-CUA-IDX > 0
               IF WS-CUA-ESTADO(WS-CUA-IDX) = "P"
                  AND ((WS-CUA-JUG1(WS-CUA-IDX) = WS-CRS-JUG1
                        AND WS-CUA-JUG2(WS-CUA-IDX) = WS-CRS-JUG2)
                    OR (WS-CUA-JUG1(WS-CUA-IDX) = WS-CRS-JUG2
                        AND WS-CUA-JUG2(WS-CUA-IDX) = WS-CRS-JUG1))
                   PERFORM 5300-VER-ANULADA
                   EVALUATE TRUE
                       WHEN WS-ANULADA = "S"
                           DISPLAY "PARTIDO " WS-CRS-JUG1 " - "
                                   WS-CRS-JUG2 " DEL " WS-CRS-INICIO
                                   " ANULADO, NO CUENTA"
                       WHEN WS-CRS-GANADOR = SPACES
                           DISPLAY "PARTIDO " WS-CRS-JUG1 " - "
                                   WS-CRS-JUG2 " DEL " WS-CRS-INICIO
                                   " SIN GANADOR, SE REPITE"
                       WHEN OTHER
                           MOVE WS-CRS-GANADOR TO WS-GANADOR-W
                           MOVE "J" TO WS-ESTADO-W
                           MOVE WS-CRS-FIN TO WS-FECHA-W
                           PERFORM 5500-RESOLVER-PARTIDO
                           ADD 1 TO WS-CANT-APLICADOS
                   END-EVALUATE
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       5300-VER-ANULADA.
           MOVE "N" TO WS-ANULADA
           PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                   UNTIL WS-ANU-IDX > WS-ANU-CANT
               IF WS-ANU-INICIO(WS-ANU-IDX) = WS-CRS-INICIO
                       AND (WS-ANU-JUGADOR(WS-ANU-IDX) = WS-CRS-JUG1
                         OR WS-ANU-JUGADOR(WS-ANU-IDX) = WS-CRS-JUG2)
                   MOVE "S" TO WS-ANULADA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *DEJA EN WS-CUA-IDX EL PARTIDO DE WS-RONDA-W / WS-LLAVE-W, O
      *CERO SI NO EXISTE.

       5400-UBICAR-PARTIDO.
           MOVE 0 TO WS-CUA-DESTINO
           PERFORM VARYING WS-CUA-IDX FROM 1 BY 1
                   UNTIL WS-CUA-IDX > WS-CUA-CANT
               IF WS-CUA-RONDA(WS-CUA-IDX) = WS-RONDA-W
                       AND WS-CUA-LLAVE(WS-CUA-IDX) = WS-LLAVE-W
                   MOVE WS-CUA-IDX TO WS-CUA-DESTINO
               END-IF
           END-PERFORM
           MOVE WS-CUA-DESTINO TO WS-CUA-IDX.

      *-----------------------------------------------------------------
      *CIERRA EL PARTIDO WS-CUA-IDX CON WS-GANADOR-W Y LO PASA A SU
      *LLAVE DE LA RONDA SIGUIENTE; CUANDO ESA LLAVE COMPLETA SUS DOS
      *RIVALES QUEDA PENDIENTE DE JUGAR. WS-CUA-IDX VUELVE COMO VINO.

       5500-RESOLVER-PARTIDO.
           MOVE WS-CUA-IDX TO WS-CUA-ORIGEN
           MOVE WS-GANADOR-W TO WS-CUA-GANADOR(WS-CUA-IDX)
           MOVE WS-ESTADO-W  TO WS-CUA-ESTADO(WS-CUA-IDX)
           MOVE WS-FECHA-W   TO WS-CUA-FECHA(WS-CUA-IDX)
           IF WS-GANADOR-W = WS-CUA-JUG1(WS-CUA-IDX)
               MOVE WS-CUA-SEM1(WS-CUA-IDX) TO WS-SEM-GANADOR-W
           ELSE
               MOVE WS-CUA-SEM2(WS-CUA-IDX) TO WS-SEM-GANADOR-W
           END-IF
           IF WS-CUA-RONDA(WS-CUA-IDX) < WS-CANT-RONDAS
               COMPUTE WS-RONDA-W = WS-CUA-RONDA(WS-CUA-ORIGEN) + 1
               COMPUTE WS-LLAVE-W =
                   (WS-CUA-LLAVE(WS-CUA-ORIGEN) + 1) / 2
               PERFORM 5400-UBICAR-PARTIDO
               IF FUNCTION MOD(WS-CUA-LLAVE(WS-CUA-ORIGEN), 2) = 1
                   MOVE WS-GANADOR-W TO WS-CUA-JUG1(WS-CUA-IDX)
                   MOVE WS-SEM-GANADOR-W TO WS-CUA-SEM1(WS-CUA-IDX)
               ELSE
                   MOVE WS-GANADOR-W TO WS-CUA-JUG2(WS-CUA-IDX)
                   MOVE WS-SEM-GANADOR-W TO WS-CUA-SEM2(WS-CUA-IDX)
               END-IF
               IF WS-CUA-JUG1(WS-CUA-IDX) NOT = SPACES
                       AND WS-CUA-JUG2(WS-CUA-IDX) NOT = SPACES
                       AND WS-CUA-ESTADO(WS-CUA-IDX) = "E"
                   MOVE "P" TO WS-CUA-ESTADO(WS-CUA-IDX)
               END-IF
           END-IF
           MOVE WS-CUA-ORIGEN TO WS-CUA-IDX.

      *-----------------------------------------------------------------
      *NO PRESENTACION: EL OPERADOR ELIGE EL PARTIDO PENDIENTE Y EL
      *JUGADOR QUE SE PRESENTO, QUE PASA DE RONDA SIN JUGAR.

       6000-CARGAR-NO-PRESENTACION.
           DISPLAY "PARTIDOS PENDIENTES:"
           PERFORM VARYING WS-CUA-IDX FROM 1 BY 1
                   UNTIL WS-CUA-IDX > WS-CUA-CANT
               IF WS-CUA-ESTADO(WS-CUA-IDX) = "P"
                   DISPLAY "  RONDA " WS-CUA-RONDA(WS-CUA-IDX)
                           " LLAVE " WS-CUA-LLAVE(WS-CUA-IDX) ": "
                           WS-CUA-JUG1(WS-CUA-IDX) " - "
                           WS-CUA-JUG2(WS-CUA-IDX)
               END-IF
           END-PERFORM
           DISPLAY "RONDA: "
           ACCEPT WS-WO-RONDA
           DISPLAY "LLAVE: "
           ACCEPT WS-WO-LLAVE
           MOVE WS-WO-RONDA TO WS-RONDA-W
           MOVE WS-WO-LLAVE TO WS-LLAVE-W
           PERFORM 5400-UBICAR-PARTIDO
           IF WS-CUA-IDX = 0
               DISPLAY "NO EXISTE ESE PARTIDO, NO SE HACE NADA"
           ELSE
               IF WS-CUA-ESTADO(WS-CUA-IDX) NOT = "P"
                   DISPLAY "ESE PARTIDO NO ESTA PENDIENTE, NO SE "
                           "HACE NADA"
               ELSE
                   DISPLAY "ID DEL JUGADOR QUE SE PRESENTO: "
                   ACCEPT WS-WO-GANADOR
                   IF WS-WO-GANADOR NOT = WS-CUA-JUG1(WS-CUA-IDX)
                           AND WS-WO-GANADOR
                               NOT = WS-CUA-JUG2(WS-CUA-IDX)
                       DISPLAY WS-WO-GANADOR " NO JUEGA ESE PARTIDO, "
                               "NO SE HACE NADA"
                   ELSE
                       DISPLAY "PASA " WS-WO-GANADOR
                               " POR NO PRESENTACION DEL RIVAL. "
                               "CONFIRMA? (S/N)"
                       ACCEPT WS-RESP-CONFIRMA
                       IF WS-RESP-CONFIRMA = "S"
                               OR WS-RESP-CONFIRMA = "s"
                           MOVE WS-WO-GANADOR TO WS-GANADOR-W
                           MOVE "W" TO WS-ESTADO-W
                           MOVE WS-TS-AHORA TO WS-FECHA-W
                           PERFORM 5500-RESOLVER-PARTIDO
                           PERFORM 7000-GRABAR-CUADRO
                           DISPLAY "NO PRESENTACION REGISTRADA"
                       ELSE
                           DISPLAY "CARGA CANCELADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       7000-GRABAR-CUADRO.
           OPEN OUTPUT COPA-FILE
           IF WS-COPA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR data/COPA.DAT, STATUS "
                       WS-COPA-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           ELSE
               PERFORM VARYING WS-CUA-IDX FROM 1 BY 1
                       UNTIL WS-CUA-IDX > WS-CUA-CANT
                   MOVE WS-CUA-TBL(WS-CUA-IDX) TO WS-COPA-REC
                   WRITE WS-COPA-REC
               END-PERFORM
               CLOSE COPA-FILE
           END-IF.

      *-----------------------------------------------------------------
      *CUADRO RONDA POR RONDA Y, CON LA FINAL JUGADA, LAS POSICIONES:
      *CAMPEON, FINALISTA Y LOS ELIMINADOS DE CADA RONDA COMPARTIENDO
      *EL PUESTO (3 LOS DE SEMIFINAL, 5 LOS DE CUARTOS, ...).

       8000-IMPRIMIR-CUADRO.
           MOVE 0 TO WS-CANT-PENDIENTES
           MOVE 0 TO WS-RONDA-W
           PERFORM VARYING WS-CUA-IDX FROM 1 BY 1
                   UNTIL WS-CUA-IDX > WS-CUA-CANT
               IF WS-CUA-RONDA(WS-CUA-IDX) NOT = WS-RONDA-W
                   MOVE WS-CUA-RONDA(WS-CUA-IDX) TO WS-RONDA-W
                   PERFORM 8100-NOMBRE-RONDA
                   DISPLAY "------------------------------------------"
                           "------"
                   DISPLAY WS-NOMBRE-RONDA
               END-IF
               PERFORM 8200-IMPRIMIR-PARTIDO
           END-PERFORM
           DISPLAY "------------------------------------------------"
           IF WS-CUA-ESTADO(WS-CUA-CANT) = "E"
                   OR WS-CUA-ESTADO(WS-CUA-CANT) = "P"
               DISPLAY "PARTIDOS PENDIENTES DE JUGAR: "
                       WS-CANT-PENDIENTES
           ELSE
               PERFORM 8300-IMPRIMIR-POSICIONES
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------

       8100-NOMBRE-RONDA.
           EVALUATE TRUE
               WHEN WS-RONDA-W = WS-CANT-RONDAS
                   MOVE "FINAL" TO WS-NOMBRE-RONDA
               WHEN WS-RONDA-W + 1 = WS-CANT-RONDAS
                   MOVE "SEMIFINALES" TO WS-NOMBRE-RONDA
               WHEN WS-RONDA-W + 2 = WS-CANT-RONDAS
                   MOVE "CUARTOS" TO WS-NOMBRE-RONDA
               WHEN OTHER
                   MOVE SPACES TO WS-NOMBRE-RONDA
                   STRING "RONDA " DELIMITED BY SIZE
                          WS-RONDA-W DELIMITED BY SIZE
                       INTO WS-NOMBRE-RONDA
                   END-STRING
           END-EVALUATE.

      *-----------------------------------------------------------------

       8200-IMPRIMIR-PARTIDO.
           MOVE SPACES TO WS-LADO1
           MOVE SPACES TO WS-LADO2
           IF WS-CUA-JUG1(WS-CUA-IDX) = SPACES
               IF WS-CUA-RONDA(WS-CUA-IDX) = 1
                   MOVE "(LIBRE)" TO WS-LADO1
               ELSE
                   MOVE "(A DEFINIR)" TO WS-LADO1
               END-IF
           ELSE
               MOVE WS-CUA-SEM1(WS-CUA-IDX) TO WS-SEM-ED
               STRING "(" WS-SEM-ED ") " WS-CUA-JUG1(WS-CUA-IDX)
                   DELIMITED BY SIZE INTO WS-LADO1
               END-STRING
           END-IF
           IF WS-CUA-JUG2(WS-CUA-IDX) = SPACES
               IF WS-CUA-RONDA(WS-CUA-IDX) = 1
                   MOVE "(LIBRE)" TO WS-LADO2
               ELSE
                   MOVE "(A DEFINIR)" TO WS-LADO2
               END-IF
           ELSE
               MOVE WS-CUA-SEM2(WS-CUA-IDX) TO WS-SEM-ED
               STRING "(" WS-SEM-ED ") " WS-CUA-JUG2(WS-CUA-IDX)
                   DELIMITED BY SIZE INTO WS-LADO2
               END-STRING
           END-IF
           EVALUATE WS-CUA-ESTADO(WS-CUA-IDX)
               WHEN "P"
                   MOVE "PENDIENTE" TO WS-ESTADO-ED
                   ADD 1 TO WS-CANT-PENDIENTES
               WHEN "E"
                   MOVE SPACES TO WS-ESTADO-ED
                   ADD 1 TO WS-CANT-PENDIENTES
               WHEN "J"
                   MOVE "GANA" TO WS-ESTADO-ED
               WHEN "W"
                   MOVE "GANA (NO PRES.)" TO WS-ESTADO-ED
               WHEN "B"
                   MOVE "PASA LIBRE" TO WS-ESTADO-ED
               WHEN OTHER
                   MOVE "?" TO WS-ESTADO-ED
           END-EVALUATE
           IF WS-CUA-GANADOR(WS-CUA-IDX) = SPACES
               DISPLAY " " WS-CUA-LLAVE(WS-CUA-IDX) " " WS-LADO1
                       " VS " WS-LADO2 " " WS-ESTADO-ED
           ELSE
               DISPLAY " " WS-CUA-LLAVE(WS-CUA-IDX) " " WS-LADO1
                       " VS " WS-LADO2 " " WS-ESTADO-ED " "
                       WS-CUA-GANADOR(WS-CUA-IDX)
           END-IF.

      *-----------------------------------------------------------------

       8300-IMPRIMIR-POSICIONES.
           DISPLAY "POSICIONES FINALES"
           DISPLAY "  CAMPEON    : " WS-CUA-GANADOR(WS-CUA-CANT)
           MOVE WS-CUA-CANT TO WS-CUA-IDX
           PERFORM 8400-PERDEDOR-PARTIDO
           DISPLAY "  FINALISTA  : " WS-PERDEDOR-W
           PERFORM VARYING WS-RONDA-W FROM WS-CANT-RONDAS BY -1
                   UNTIL WS-RONDA-W < 2
               COMPUTE WS-PUESTO =
                   2 ** (WS-CANT-RONDAS - WS-RONDA-W + 1) + 1
               MOVE WS-PUESTO TO WS-PUESTO-ED
               PERFORM VARYING WS-CUA-IDX FROM 1 BY 1
                       UNTIL WS-CUA-IDX > WS-CUA-CANT
                   IF WS-CUA-RONDA(WS-CUA-IDX) = WS-RONDA-W - 1
                       PERFORM 8400-PERDEDOR-PARTIDO
                       IF WS-PERDEDOR-W NOT = SPACES
                           DISPLAY "  PUESTO " WS-PUESTO-ED " : "
                                   WS-PERDEDOR-W
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------

       8400-PERDEDOR-PARTIDO.
           IF WS-CUA-GANADOR(WS-CUA-IDX) = WS-CUA-JUG1(WS-CUA-IDX)
               MOVE WS-CUA-JUG2(WS-CUA-IDX) TO WS-PERDEDOR-W
           ELSE
               MOVE WS-CUA-JUG1(WS-CUA-IDX) TO WS-PERDEDOR-W
           END-IF.

      *-----------------------------------------------------------------

       9100-MOSTRAR-USO.
           DISPLAY "USO: JUEGOCOP [SORTEO [CANTIDAD] | WO]".

      *-----------------------------------------------------------------
       END PROGRAM JUEGOCOP.
