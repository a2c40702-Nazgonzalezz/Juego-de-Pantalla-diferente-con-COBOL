      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Informe semanal de uso y fallas por terminal. Para
      *          cada maquina del padron data/TERMINALES.DAT (y para
      *          cualquier otra que aparezca en los registros) da las
      *          sesiones jugadas, las horas de uso, las horas del
      *          dia mas concurridas, el porcentaje de abandonos y
      *          las sesiones que arrancaron (evento IN del log de
      *          eventos) y nunca grabaron su registro de auditoria,
      *          que es la huella de una terminal que se cayo en
      *          medio de la partida (tambien las que el cierre
      *          nocturno cerro por abandono, que llevan la marca CN
      *          en el log de eventos). Cierra senalando la terminal a
      *          revisar primero. La semana es la de los 7 dias que
      *          empiezan en la fecha del argumento 1 (AAAAMMDD); sin
      *          argumento, los 7 dias anteriores a hoy. RETURN-CODE 4
      *          cuando hay sesiones sin cierre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT EVENT-FILE ASSIGN TO "data/EVENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT TERMINAL-FILE ASSIGN TO "data/TERMINALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TER-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *HISTORICOS AUDIT-AAAAMM.DAT DEL CIERRE MENSUAL: UNA SEMANA QUE
      *YA SE ARCHIVO (O QUE CRUZA UN CAMBIO DE MES) SE BUSCA AHI.
       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

       FD  EVENT-FILE.
       01  WS-EVENT-REC.
           05 WS-EVT-TIMESTAMP        PIC X(14).
           05 WS-EVT-JUGADOR          PIC X(10).
           05 WS-EVT-NIVEL            PIC 99.
           05 WS-EVT-TIPO             PIC X(2).
           05 WS-EVT-VALOR            PIC 999.
           05 WS-EVT-Y                PIC 99.
           05 WS-EVT-X                PIC 99.
           05 WS-EVT-TERMINAL         PIC X(4).
           05 WS-EVT-PAQUETE          PIC 999.

       FD  TERMINAL-FILE.
       01  WS-TERMINAL-REC.
           05 WS-TER-ID               PIC X(4).
           05 WS-TER-DESCRIPCION      PIC X(30).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS          PIC XX.
       77  WS-ARCH-STATUS           PIC XX.
       77  WS-EVT-STATUS            PIC XX.
       77  WS-TER-STATUS            PIC XX.

       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-ARG-FECHA             PIC X(10).
       77  WS-FECHA-DESDE           PIC X(8).
       77  WS-FECHA-HASTA           PIC X(8).
       77  WS-FECHA-NUM             PIC 9(8).
       77  WS-DIA-INT               PIC 9(7).

      *MESES DE HISTORICO A MIRAR: EL DEL PRIMER DIA Y EL DEL ULTIMO
      *DIA DE LA SEMANA (SON EL MISMO SI LA SEMANA NO CRUZA DE MES).
       77  WS-ARCH-FILENAME         PIC X(30).
       77  WS-ARCH-MES-W            PIC X(6).

      *TABLA DE TERMINALES: PRIMERO LAS DEL PADRON, ASI SALEN EN EL
      *INFORME AUNQUE NO SE HAYAN USADO EN LA SEMANA, Y DESPUES LAS
      *QUE APARECEN EN LOS REGISTROS SIN ESTAR REGISTRADAS. "----"
      *JUNTA LAS SESIONES SIN TERMINAL (LAS ANTERIORES A LA
      *IDENTIFICACION DE TERMINALES).
       01  WS-TERMINALES.
           05 WS-TRM-CANT           PIC 99 VALUE 0.
           05 WS-TRM-TBL OCCURS 50 TIMES.
               10 WS-TRM-ID             PIC X(4).
               10 WS-TRM-DESC           PIC X(30).
               10 WS-TRM-SESIONES       PIC 9(5).
               10 WS-TRM-SEGUNDOS       PIC 9(9).
               10 WS-TRM-ABANDONOS      PIC 9(5).
               10 WS-TRM-SIN-CIERRE     PIC 9(5).
               10 WS-TRM-HORA OCCURS 24 TIMES PIC 9(5).

       77  WS-TRM-IDX               PIC 99.
       77  WS-TRM-BUSCADA           PIC X(4).
       77  WS-TRM-DESC-W            PIC X(30).
       77  WS-TRM-HALLADA           PIC X.
       77  WS-TRM-LLENA             PIC X VALUE "N".

      *SESIONES ARRANCADAS EN LA SEMANA (EVENTOS IN), QUE SE VAN
      *MARCANDO A MEDIDA QUE APARECE SU REGISTRO DE AUDITORIA. LAS
      *QUE QUEDAN SIN MARCA SON LAS SESIONES SIN CIERRE. LAS QUE
      *CERRO JUEGONOC POR ABANDONO (EVENTO CN) QUEDAN CON "F" Y SU
      *AUDITORIA NO LAS CIERRA: LA TERMINAL SE CAYO IGUAL.
       01  WS-INICIOS.
           05 WS-INI-CANT           PIC 9(5) VALUE 0.
           05 WS-INI-TBL OCCURS 5000 TIMES.
               10 WS-INI-JUGADOR        PIC X(10).
               10 WS-INI-TS             PIC X(14).
               10 WS-INI-TERMINAL       PIC X(4).
               10 WS-INI-CERRADA        PIC X.

       77  WS-INI-IDX               PIC 9(5).
       77  WS-INI-LLENA             PIC X VALUE "N".
       77  WS-INI-FORZADA           PIC X.

      *DURACION DE CADA SESION A PARTIR DE LOS DOS TIMESTAMPS.
       77  WS-DIAS                  PIC S9(5).
       77  WS-SEG-INICIO            PIC 9(5).
       77  WS-SEG-FIN               PIC 9(5).
       77  WS-DURACION              PIC S9(7).

       77  WS-HORA-IDX              PIC 99.
       77  WS-HORA-MAX-IDX          PIC 99.
       77  WS-HORA-MAX              PIC 9(5).
       77  WS-PICO-ITER             PIC 9.
       77  WS-HORA-W                PIC 99.

      *COPIA DE TRABAJO DE LAS HORAS DE UNA TERMINAL PARA ELEGIR LAS
      *TRES MAS CONCURRIDAS SIN TOCAR LOS ACUMULADOS.
       01  WS-HORAS-W.
           05 WS-HW-TBL OCCURS 24 TIMES PIC 9(5).

       77  WS-LINEA-PICO            PIC X(40).
       77  WS-PICO-PTR              PIC 99.

       77  WS-CANT-SESIONES         PIC 9(5) VALUE 0.
       77  WS-CANT-SIN-CIERRE       PIC 9(5) VALUE 0.
       77  WS-ABANDONO-PCT          PIC 999.

      *TERMINAL A REVISAR PRIMERO: LA DE MAS SESIONES SIN CIERRE Y,
      *A IGUALDAD, LA DE MAYOR PORCENTAJE DE ABANDONO.
       77  WS-PEOR-IDX              PIC 99 VALUE 0.
       77  WS-PEOR-PCT              PIC 999 VALUE 0.

      *CAMPOS EDITADOS.
       77  WS-HORAS-ED              PIC ZZZ9.9.
       77  WS-HORAS-USO             PIC 9(4)V9.
       77  WS-SESIONES-ED           PIC ZZZZ9.
       77  WS-SIN-CIERRE-ED         PIC ZZZZ9.
       77  WS-CANT-HORA-ED          PIC ZZZ9.

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 1000-DETERMINAR-SEMANA
           DISPLAY "================================================"
           DISPLAY "   USO Y FALLAS POR TERMINAL - JUEGOPAN"
           DISPLAY "   SEMANA DEL " WS-FECHA-DESDE " AL "
                   WS-FECHA-HASTA
           DISPLAY "================================================"
           PERFORM 1500-CARGAR-TERMINALES
           PERFORM 2000-CARGAR-INICIOS
           PERFORM 3000-LEER-AUDITORIA
           PERFORM 4000-CONTAR-SIN-CIERRE
           PERFORM 5000-IMPRIMIR-TERMINALES
           PERFORM 6000-LISTAR-SIN-CIERRE
           PERFORM 7000-IMPRIMIR-RESUMEN
           IF WS-CANT-SIN-CIERRE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *LA SEMANA SON 7 DIAS CORRIDOS DESDE LA FECHA DEL ARGUMENTO 1;
      *SIN ARGUMENTO (LA CORRIDA DE LOS LUNES) SON LOS 7 DIAS
      *ANTERIORES A HOY.

       1000-DETERMINAR-SEMANA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FECHA FROM ARGUMENT-VALUE
           IF WS-ARG-FECHA NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ARG-FECHA) = 0
               MOVE FUNCTION NUMVAL(WS-ARG-FECHA) TO WS-FECHA-NUM
               COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           ELSE
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-FECHA-DESDE
               COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-FECHA-DESDE)) - 7
           END-IF
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           MOVE WS-FECHA-NUM TO WS-FECHA-DESDE
           COMPUTE WS-FECHA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT + 6)
           MOVE WS-FECHA-NUM TO WS-FECHA-HASTA.

      *-----------------------------------------------------------------
      *SIEMBRA LA TABLA CON EL PADRON DE TERMINALES. SIN PADRON EL
      *INFORME SALE IGUAL CON LAS TERMINALES QUE TRAIGAN LOS
      *REGISTROS.

       1500-CARGAR-TERMINALES.
           OPEN INPUT TERMINAL-FILE
           IF WS-TER-STATUS = "00"
               PERFORM UNTIL WS-TER-STATUS NOT = "00"
                   READ TERMINAL-FILE
                       AT END
                           MOVE "10" TO WS-TER-STATUS
                       NOT AT END
                           IF WS-TER-ID NOT = SPACES
                               MOVE WS-TER-ID TO WS-TRM-BUSCADA
                               MOVE WS-TER-DESCRIPCION
                                   TO WS-TRM-DESC-W
                               IF WS-TRM-DESC-W = SPACES
                                   MOVE "(SIN DESCRIPCION)"
                                       TO WS-TRM-DESC-W
                               END-IF
                               PERFORM 8000-UBICAR-TERMINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMINAL-FILE
           ELSE
               DISPLAY "AVISO: SIN PADRON DE TERMINALES (STATUS "
                       WS-TER-STATUS ")"
           END-IF.

      *-----------------------------------------------------------------
      *JUNTA LAS SESIONES QUE ARRANCARON EN LA SEMANA: EL JUEGO GRABA
      *UN EVENTO IN POR JUGADOR AL REGISTRAR LA SESION, CON EL MISMO
      *TIMESTAMP DE INICIO QUE DESPUES LLEVA LA AUDITORIA. EL CIERRE
      *NOCTURNO DEJA DESPUES UN EVENTO CN CON ESE MISMO INICIO. LAS
      *CORRIDAS DEMO NO SON USO DE UNA TERMINAL Y NO SE CUENTAN.

       2000-CARGAR-INICIOS.
           OPEN INPUT EVENT-FILE
           IF WS-EVT-STATUS = "00"
               PERFORM UNTIL WS-EVT-STATUS NOT = "00"
                   READ EVENT-FILE
                       AT END
                           MOVE "10" TO WS-EVT-STATUS
                       NOT AT END
                           IF WS-EVT-JUGADOR NOT = "DEMO"
                                   AND WS-EVT-TIMESTAMP(1:8)
                                       >= WS-FECHA-DESDE
                                   AND WS-EVT-TIMESTAMP(1:8)
                                       <= WS-FECHA-HASTA
                               EVALUATE WS-EVT-TIPO
                               WHEN "IN"
                                   PERFORM 2100-AGREGAR-INICIO
                               WHEN "CN"
                                   PERFORM 2200-MARCAR-FORZADA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

      *-----------------------------------------------------------------

       2100-AGREGAR-INICIO.
           IF WS-INI-CANT < 5000
               ADD 1 TO WS-INI-CANT
               MOVE WS-EVT-JUGADOR   TO WS-INI-JUGADOR(WS-INI-CANT)
               MOVE WS-EVT-TIMESTAMP TO WS-INI-TS(WS-INI-CANT)
               MOVE WS-EVT-TERMINAL  TO WS-INI-TERMINAL(WS-INI-CANT)
               MOVE "N"              TO WS-INI-CERRADA(WS-INI-CANT)
           ELSE
               IF WS-INI-LLENA = "N"
                   DISPLAY "AVISO: MAS DE 5000 INICIOS EN LA SEMANA, "
                           "LOS EXCEDENTES NO SE CONTROLAN"
                   MOVE "S" TO WS-INI-LLENA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-MARCAR-FORZADA.
           PERFORM VARYING WS-INI-IDX FROM 1 BY 1
                   UNTIL WS-INI-IDX > WS-INI-CANT
               IF WS-INI-TS(WS-INI-IDX) = WS-EVT-TIMESTAMP
                       AND WS-INI-JUGADOR(WS-INI-IDX) = WS-EVT-JUGADOR
                   MOVE "F" TO WS-INI-CERRADA(WS-INI-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *RECORRE LOS HISTORICOS DE LOS MESES QUE TOCA LA SEMANA Y EL LOG
      *VIVO. CADA REGISTRO DE LA SEMANA CIERRA SU INICIO; LOS NO
      *ANULADOS Y QUE NO SON DEMO ADEMAS SUMAN AL USO DE SU TERMINAL,
      *SALVO LOS DE UNA SESION CERRADA POR JUEGONOC: SU FIN ES LA HORA
      *DEL CIERRE NOCTURNO Y NO LA DE LA CAIDA, Y LA DURACION NO SIRVE.

       3000-LEER-AUDITORIA.
           MOVE WS-FECHA-DESDE(1:6) TO WS-ARCH-MES-W
           PERFORM 3200-LEER-HISTORICO-MES
           IF WS-FECHA-HASTA(1:6) NOT = WS-FECHA-DESDE(1:6)
               MOVE WS-FECHA-HASTA(1:6) TO WS-ARCH-MES-W
               PERFORM 3200-LEER-HISTORICO-MES
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           PERFORM 3100-PROCESAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------

       3100-PROCESAR-REGISTRO.
           IF WS-AUD-INICIO(1:8) >= WS-FECHA-DESDE
                   AND WS-AUD-INICIO(1:8) <= WS-FECHA-HASTA
                   AND WS-AUD-JUGADOR NOT = "DEMO"
               PERFORM 3300-CERRAR-INICIO
               IF WS-AUD-RESULTADO NOT = "V"
                       AND WS-INI-FORZADA = "N"
                   MOVE WS-AUD-TERMINAL TO WS-TRM-BUSCADA
                   MOVE SPACES TO WS-TRM-DESC-W
                   PERFORM 8000-UBICAR-TERMINAL
                   IF WS-TRM-HALLADA = "S"
                       PERFORM 3400-SUMAR-SESION
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3200-LEER-HISTORICO-MES.
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING "data/AUDIT-"  DELIMITED BY SIZE
                  WS-ARCH-MES-W  DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
               INTO WS-ARCH-FILENAME
           END-STRING
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS NOT = "00"
                   READ ARCH-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           MOVE WS-ARCH-REC TO WS-AUDIT-REC
                           PERFORM 3100-PROCESAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

      *-----------------------------------------------------------------
      *EL REGISTRO DE AUDITORIA CIERRA EL INICIO DEL MISMO JUGADOR
      *CON EL MISMO TIMESTAMP. UNA ANULADA TAMBIEN CIERRA: LA SESION
      *TERMINO BIEN, LO QUE SE ANULO FUE SU RESULTADO. UN INICIO "F"
      *NO SE CIERRA Y QUEDA SENALADO EN WS-INI-FORZADA.

       3300-CERRAR-INICIO.
           MOVE "N" TO WS-INI-FORZADA
           PERFORM VARYING WS-INI-IDX FROM 1 BY 1
                   UNTIL WS-INI-IDX > WS-INI-CANT
               IF WS-INI-TS(WS-INI-IDX) = WS-AUD-INICIO
                       AND WS-INI-JUGADOR(WS-INI-IDX) = WS-AUD-JUGADOR
                   EVALUATE WS-INI-CERRADA(WS-INI-IDX)
                   WHEN "N"
                       MOVE "S" TO WS-INI-CERRADA(WS-INI-IDX)
                   WHEN "F"
                       MOVE "S" TO WS-INI-FORZADA
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *SESION JUGADA: SUMA DURACION, ABANDONO Y HORA DE ARRANQUE A
      *SU TERMINAL. CUENTA COMO ABANDONO TODO LO QUE NO ES GANADA NI
      *PERDIDA.

       3400-SUMAR-SESION.
           ADD 1 TO WS-CANT-SESIONES
           ADD 1 TO WS-TRM-SESIONES(WS-TRM-IDX)
           IF WS-AUD-RESULTADO NOT = "G"
                   AND WS-AUD-RESULTADO NOT = "P"
               ADD 1 TO WS-TRM-ABANDONOS(WS-TRM-IDX)
           END-IF
           PERFORM 3500-CALCULAR-DURACION
           ADD WS-DURACION TO WS-TRM-SEGUNDOS(WS-TRM-IDX)
           COMPUTE WS-HORA-IDX =
               FUNCTION NUMVAL(WS-AUD-INICIO(9:2)) + 1
           IF WS-HORA-IDX >= 1 AND WS-HORA-IDX <= 24
               ADD 1 TO WS-TRM-HORA(WS-TRM-IDX, WS-HORA-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *DURACION EN SEGUNDOS ENTRE INICIO Y FIN, CONTEMPLANDO EL CRUCE
      *DE MEDIANOCHE (MISMO ESQUEMA QUE JUEGOHIS). UN FIN ANTERIOR AL
      *INICIO QUEDA EN CERO.

       3500-CALCULAR-DURACION.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AUD-FIN(1:8)))
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AUD-INICIO(1:8)))
           COMPUTE WS-SEG-INICIO =
               FUNCTION NUMVAL(WS-AUD-INICIO(9:2)) * 3600
             + FUNCTION NUMVAL(WS-AUD-INICIO(11:2)) * 60
             + FUNCTION NUMVAL(WS-AUD-INICIO(13:2))
           COMPUTE WS-SEG-FIN =
               FUNCTION NUMVAL(WS-AUD-FIN(9:2)) * 3600
             + FUNCTION NUMVAL(WS-AUD-FIN(11:2)) * 60
             + FUNCTION NUMVAL(WS-AUD-FIN(13:2))
           COMPUTE WS-DURACION =
               WS-DIAS * 86400 + WS-SEG-FIN - WS-SEG-INICIO
           IF WS-DURACION < 0
               MOVE 0 TO WS-DURACION
           END-IF.

      *-----------------------------------------------------------------
      *LOS INICIOS QUE NINGUN REGISTRO DE AUDITORIA CERRO, Y LOS QUE
      *CERRO EL CIERRE NOCTURNO, SON SESIONES SIN CIERRE DE SU
      *TERMINAL.

       4000-CONTAR-SIN-CIERRE.
           PERFORM VARYING WS-INI-IDX FROM 1 BY 1
                   UNTIL WS-INI-IDX > WS-INI-CANT
               IF WS-INI-CERRADA(WS-INI-IDX) NOT = "S"
                   ADD 1 TO WS-CANT-SIN-CIERRE
                   MOVE WS-INI-TERMINAL(WS-INI-IDX) TO WS-TRM-BUSCADA
                   MOVE SPACES TO WS-TRM-DESC-W
                   PERFORM 8000-UBICAR-TERMINAL
                   IF WS-TRM-HALLADA = "S"
                       ADD 1 TO WS-TRM-SIN-CIERRE(WS-TRM-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       5000-IMPRIMIR-TERMINALES.
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-CANT
               PERFORM 5100-IMPRIMIR-TERMINAL
           END-PERFORM.

      *-----------------------------------------------------------------

       5100-IMPRIMIR-TERMINAL.
           MOVE 0 TO WS-ABANDONO-PCT
           IF WS-TRM-SESIONES(WS-TRM-IDX) > 0
               COMPUTE WS-ABANDONO-PCT ROUNDED =
                   WS-TRM-ABANDONOS(WS-TRM-IDX) * 100
                   / WS-TRM-SESIONES(WS-TRM-IDX)
           END-IF
           COMPUTE WS-HORAS-USO ROUNDED =
               WS-TRM-SEGUNDOS(WS-TRM-IDX) / 3600
           MOVE WS-HORAS-USO TO WS-HORAS-ED
           MOVE WS-TRM-SESIONES(WS-TRM-IDX) TO WS-SESIONES-ED
           MOVE WS-TRM-SIN-CIERRE(WS-TRM-IDX) TO WS-SIN-CIERRE-ED
           PERFORM 5200-ARMAR-HORAS-PICO
           DISPLAY "------------------------------------------------"
           DISPLAY "TERMINAL " WS-TRM-ID(WS-TRM-IDX) " "
                   WS-TRM-DESC(WS-TRM-IDX)
           DISPLAY "  SESIONES JUGADAS  : " WS-SESIONES-ED
           DISPLAY "  HORAS DE USO      : " WS-HORAS-ED
           DISPLAY "  ABANDONOS         : " WS-ABANDONO-PCT " %"
           DISPLAY "  SIN CIERRE        : " WS-SIN-CIERRE-ED
           DISPLAY "  HORAS PICO        : " WS-LINEA-PICO
           IF WS-TRM-SIN-CIERRE(WS-TRM-IDX) > 0
               IF WS-PEOR-IDX = 0
                   MOVE WS-TRM-IDX TO WS-PEOR-IDX
                   MOVE WS-ABANDONO-PCT TO WS-PEOR-PCT
               ELSE
                   IF WS-TRM-SIN-CIERRE(WS-TRM-IDX)
                           > WS-TRM-SIN-CIERRE(WS-PEOR-IDX)
                       OR (WS-TRM-SIN-CIERRE(WS-TRM-IDX)
                           = WS-TRM-SIN-CIERRE(WS-PEOR-IDX)
                           AND WS-ABANDONO-PCT > WS-PEOR-PCT)
                       MOVE WS-TRM-IDX TO WS-PEOR-IDX
                       MOVE WS-ABANDONO-PCT TO WS-PEOR-PCT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *LAS TRES HORAS DEL DIA CON MAS ARRANQUES DE SESION, DE MAYOR A
      *MENOR, CON LA CANTIDAD ENTRE PARENTESIS. LAS HORAS SIN USO NO
      *SE MUESTRAN.

       5200-ARMAR-HORAS-PICO.
           MOVE SPACES TO WS-LINEA-PICO
           MOVE 1 TO WS-PICO-PTR
           PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
                   UNTIL WS-HORA-IDX > 24
               MOVE WS-TRM-HORA(WS-TRM-IDX, WS-HORA-IDX)
                   TO WS-HW-TBL(WS-HORA-IDX)
           END-PERFORM
           PERFORM VARYING WS-PICO-ITER FROM 1 BY 1
                   UNTIL WS-PICO-ITER > 3
               MOVE 0 TO WS-HORA-MAX
               MOVE 0 TO WS-HORA-MAX-IDX
               PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
                       UNTIL WS-HORA-IDX > 24
                   IF WS-HW-TBL(WS-HORA-IDX) > WS-HORA-MAX
                       MOVE WS-HW-TBL(WS-HORA-IDX) TO WS-HORA-MAX
                       MOVE WS-HORA-IDX TO WS-HORA-MAX-IDX
                   END-IF
               END-PERFORM
               IF WS-HORA-MAX-IDX > 0
                   COMPUTE WS-HORA-W = WS-HORA-MAX-IDX - 1
                   MOVE WS-HORA-MAX TO WS-CANT-HORA-ED
                   STRING WS-HORA-W       DELIMITED BY SIZE
                          "HS("           DELIMITED BY SIZE
                          WS-CANT-HORA-ED DELIMITED BY SIZE
                          ") "            DELIMITED BY SIZE
                       INTO WS-LINEA-PICO
                       WITH POINTER WS-PICO-PTR
                   END-STRING
                   MOVE 0 TO WS-HW-TBL(WS-HORA-MAX-IDX)
               END-IF
           END-PERFORM
           IF WS-LINEA-PICO = SPACES
               MOVE "SIN USO EN LA SEMANA" TO WS-LINEA-PICO
           END-IF.

      *-----------------------------------------------------------------
      *DETALLE DE LAS SESIONES SIN CIERRE PARA QUE MANTENIMIENTO PUEDA
      *CRUZARLAS CON LO QUE VIO EL OPERADOR DE PISO. LAS QUE CERRO EL
      *CIERRE NOCTURNO SE ACLARAN.

       6000-LISTAR-SIN-CIERRE.
           IF WS-CANT-SIN-CIERRE > 0
               DISPLAY "-----------------------------------------------"
                       "-"
               DISPLAY "SESIONES SIN REGISTRO DE CIERRE:"
               DISPLAY "TERM INICIO         JUGADOR"
               PERFORM VARYING WS-INI-IDX FROM 1 BY 1
                       UNTIL WS-INI-IDX > WS-INI-CANT
                   EVALUATE WS-INI-CERRADA(WS-INI-IDX)
                   WHEN "N"
                       DISPLAY WS-INI-TERMINAL(WS-INI-IDX) " "
                               WS-INI-TS(WS-INI-IDX) " "
                               WS-INI-JUGADOR(WS-INI-IDX)
                   WHEN "F"
                       DISPLAY WS-INI-TERMINAL(WS-INI-IDX) " "
                               WS-INI-TS(WS-INI-IDX) " "
                               WS-INI-JUGADOR(WS-INI-IDX)
                               " (CERRADA EN EL CIERRE NOCTURNO)"
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       7000-IMPRIMIR-RESUMEN.
           DISPLAY "------------------------------------------------"
           DISPLAY "TERMINALES          : " WS-TRM-CANT
           DISPLAY "SESIONES JUGADAS    : " WS-CANT-SESIONES
           DISPLAY "SESIONES SIN CIERRE : " WS-CANT-SIN-CIERRE
           IF WS-PEOR-IDX > 0
               DISPLAY "REVISAR PRIMERO     : TERMINAL "
                       WS-TRM-ID(WS-PEOR-IDX) " ("
                       WS-TRM-SIN-CIERRE(WS-PEOR-IDX)
                       " SIN CIERRE, " WS-PEOR-PCT " % ABANDONOS)"
           ELSE
               DISPLAY "NINGUNA TERMINAL DEJO SESIONES SIN CIERRE"
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------
      *DEJA EN WS-TRM-IDX EL RENGLON DE LA TERMINAL WS-TRM-BUSCADA,
      *DANDOLA DE ALTA SI NO ESTA. UNA TERMINAL QUE NO VINO DEL
      *PADRON SE MARCA COMO NO REGISTRADA. CON LA TABLA LLENA
      *WS-TRM-HALLADA QUEDA EN "N" Y EL QUE LLAMA NO ACUMULA.

       8000-UBICAR-TERMINAL.
           IF WS-TRM-BUSCADA = SPACES
               MOVE "----" TO WS-TRM-BUSCADA
               MOVE "(SESIONES SIN TERMINAL)" TO WS-TRM-DESC-W
           END-IF
           MOVE "N" TO WS-TRM-HALLADA
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-CANT
                   OR WS-TRM-HALLADA = "S"
               IF WS-TRM-ID(WS-TRM-IDX) = WS-TRM-BUSCADA
                   MOVE "S" TO WS-TRM-HALLADA
               END-IF
           END-PERFORM
           IF WS-TRM-HALLADA = "S"
               SUBTRACT 1 FROM WS-TRM-IDX
           ELSE
               IF WS-TRM-CANT < 50
                   ADD 1 TO WS-TRM-CANT
                   MOVE WS-TRM-CANT TO WS-TRM-IDX
                   INITIALIZE WS-TRM-TBL(WS-TRM-IDX)
                   MOVE WS-TRM-BUSCADA TO WS-TRM-ID(WS-TRM-IDX)
                   IF WS-TRM-DESC-W = SPACES
                       MOVE "** NO REGISTRADA **"
                           TO WS-TRM-DESC(WS-TRM-IDX)
                   ELSE
                       MOVE WS-TRM-DESC-W TO WS-TRM-DESC(WS-TRM-IDX)
                   END-IF
                   MOVE "S" TO WS-TRM-HALLADA
               ELSE
                   IF WS-TRM-LLENA = "N"
                       DISPLAY "AVISO: MAS DE 50 TERMINALES, LAS "
                               "EXCEDENTES NO SE INFORMAN"
                       MOVE "S" TO WS-TRM-LLENA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM JUEGOTER.
