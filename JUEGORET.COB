      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Informe mensual de retencion de jugadores. Junta el
      *          padron (ROSTER.DAT), las altas de la recepcion (ALT
      *          de MANTLOG.DAT) y la auditoria completa (historicos
      *          AUDIT-AAAAMM de los ultimos 36 meses y el log vivo,
      *          con los IDs llevados al definitivo por la bitacora)
      *          y da, para los ultimos 12 meses: las cohortes por
      *          mes de alta con el porcentaje de cada una que volvio
      *          a jugar en cada mes posterior; los jugadores nuevos,
      *          los que vuelven y los que se perdieron en cada mes;
      *          y cuantos jugadores del padron nunca jugaron. Cierra
      *          con la lista para la recepcion de los jugadores del
      *          padron sin partidas en los ultimos N dias (clave
      *          INACTIVO-DIAS de PARAMS.DAT, 30 por defecto) con su
      *          ultima fecha, mejor puntaje e insignias, para
      *          invitarlos a volver. Las sesiones anuladas ("V") y
      *          la corrida DEMO no cuentan; los anonimos tampoco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGORET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "data/ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROSTER-ID
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MANTLOG-FILE ASSIGN TO "data/MANTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTLOG-STATUS.

           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT LOGRO-FILE ASSIGN TO "data/LOGROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LGR-ID
               FILE STATUS IS WS-LGR-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
           05 WS-ROSTER-ID            PIC X(10).
           05 WS-ROSTER-PARTIDAS      PIC 9(5).
           05 WS-ROSTER-MEJOR         PIC 999.
           05 WS-ROSTER-ULTFECHA      PIC X(8).

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

      *BITACORA DEL MANTENIMIENTO DEL PADRON: LAS ALTAS DE LA
      *RECEPCION DAN EL MES DE ALTA; LAS CORRECCIONES Y FUSIONES
      *LLEVAN LOS IDS VIEJOS AL DEFINITIVO.
       FD  MANTLOG-FILE.
       01  WS-MANTLOG-REC.
           05 WS-LOG-TIMESTAMP        PIC X(14).
           05 WS-LOG-ACCION           PIC X(3).
           05 WS-LOG-ID-ORIG          PIC X(10).
           05 WS-LOG-ID-DEST          PIC X(10).

      *HISTORICOS AUDIT-AAAAMM.DAT DEL CIERRE MENSUAL.
       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

       FD  LOGRO-FILE.
       01  WS-LOGRO-REC.
           05 WS-LGR-ID               PIC X(10).
           05 WS-LGR-PRIMERA          PIC X.
           05 WS-LGR-RACHA3           PIC X.
           05 WS-LGR-CAMPANA          PIC X.
           05 WS-LGR-LIMPIO           PIC X.
           05 WS-LGR-VERSUS           PIC X.
           05 WS-LGR-FECHA            PIC X(8).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 WS-PARM-CLAVE            PIC X(15).
           05 WS-PARM-VALOR-REC        PIC 9(3).

       WORKING-STORAGE SECTION.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-AUDIT-STATUS          PIC XX.
       77  WS-MANTLOG-STATUS        PIC XX.
       77  WS-ARCH-STATUS           PIC XX.
       77  WS-LGR-STATUS            PIC XX.
       77  WS-PARM-STATUS           PIC XX.

      *DIAS SIN PARTIDAS PARA ENTRAR EN LA LISTA DE LA RECEPCION.
       77  WS-INACTIVO-DIAS         PIC 9(3) VALUE 30.

      *RECORRIDA DE HISTORICOS (ULTIMOS 36 MESES, DEL MAS VIEJO AL
      *ACTUAL, COMO EN JUEGOHIS).
       01  WS-ARCH-MES-COMP.
           05 WS-ARCH-ANO           PIC 9(4).
           05 WS-ARCH-MES           PIC 99.
       77  WS-ARCH-FILENAME         PIC X(30).
       77  WS-MES-ITER              PIC 99.
       77  WS-TOT-MESES             PIC 9(6).
       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-FECHA-HOY             PIC X(8).

      *LOS MESES SE MANEJAN COMO AAAA * 12 + MM PARA PODER RESTARLOS.
      *LA VENTANA DEL INFORME SON LOS 12 MESES QUE TERMINAN EN EL
      *ACTUAL (POSICIONES 2 A 13); LA POSICION 1 ES EL MES ANTERIOR A
      *LA VENTANA Y SOLO SIRVE PARA SABER QUIEN SE PERDIO EN EL
      *PRIMER MES INFORMADO.
       77  WS-MES-ACTUAL            PIC 9(6).
       77  WS-MES-BASE              PIC 9(6).
       77  WS-MES-SESION            PIC 9(6).
       77  WS-MES-POS               PIC S9(6).
       77  WS-MES-IDX               PIC 99.
       77  WS-MES-IDX2              PIC 99.
       77  WS-MES-NOMBRE            PIC X(7).
       01  WS-MES-ARMADO.
           05 WS-MA-ANO             PIC 9(4).
           05 WS-MA-MES             PIC 99.
       77  WS-MES-CALC              PIC 9(6).

      *UN RENGLON POR JUGADOR CONOCIDO (PADRON, ALTAS O AUDITORIA).
      *ALTA Y PRIMERA SESION EN AAAA * 12 + MM (CERO SI NO SE SABE);
      *UNA MARCA POR MES DE LA VENTANA EN QUE JUGO.
       01  WS-JUGADORES.
           05 WS-JUG-CANT           PIC 9(3) VALUE 0.
           05 WS-JUG-TBL OCCURS 500 TIMES.
               10 WS-JUG-ID             PIC X(10).
               10 WS-JUG-ALTA           PIC 9(6).
               10 WS-JUG-PRIMERA        PIC 9(6).
               10 WS-JUG-ULTFECHA       PIC X(8).
               10 WS-JUG-PADRON         PIC X.
               10 WS-JUG-PARTIDAS       PIC 9(5).
               10 WS-JUG-MEJOR          PIC 999.
               10 WS-JUG-ULTPADRON      PIC X(8).
               10 WS-JUG-MES OCCURS 13 TIMES PIC X.

       77  WS-JUG-IDX               PIC 9(3).
       77  WS-JUG-HALLADO           PIC X.
       77  WS-TBL-LLENA             PIC X VALUE "N".
       77  WS-ID-BUSCADO            PIC X(10).

      *MAPA DE IDS DE LA BITACORA DEL PADRON.
       01  WS-MAPA-IDS.
           05 WS-MAPA-CANT          PIC 9(3) VALUE 0.
           05 WS-MAPA-TBL OCCURS 100 TIMES.
               10 WS-MAPA-ORIG          PIC X(10).
               10 WS-MAPA-DEST          PIC X(10).

       77  WS-MAPA-IDX              PIC 9(3).
       77  WS-MAPA-SALTOS           PIC 9.
       77  WS-MAPA-SEGUIR           PIC X.
       77  WS-ID-MAPEADO            PIC X(10).

      *ALTAS DE LA RECEPCION, GUARDADAS HASTA TENER EL MAPA COMPLETO
      *(UNA CORRECCION POSTERIOR AL ALTA TAMBIEN SE APLICA).
       01  WS-ALTAS.
           05 WS-ALTA-CANT          PIC 9(3) VALUE 0.
           05 WS-ALTA-TBL OCCURS 500 TIMES.
               10 WS-ALTA-ID            PIC X(10).
               10 WS-ALTA-FECHA         PIC X(8).

       77  WS-ALTA-IDX              PIC 9(3).

      *TOTALES DEL INFORME.
       77  WS-CANT-SESIONES         PIC 9(7) VALUE 0.
       77  WS-CANT-NUNCA            PIC 9(5) VALUE 0.
       77  WS-CANT-INACTIVOS        PIC 9(5) VALUE 0.
       77  WS-COHORTE-TAM           PIC 9(5).
       77  WS-COHORTE-VOLVIO        PIC 9(5).
       77  WS-PORCENTAJE            PIC 999.
       77  WS-PCT-ED                PIC ZZ9.
       77  WS-TAM-ED                PIC ZZZZ9.
       77  WS-CANT-ALTAS-MES        PIC 9(5).
       77  WS-CANT-NUEVOS           PIC 9(5).
       77  WS-CANT-VUELVEN          PIC 9(5).
       77  WS-CANT-PERDIDOS         PIC 9(5).
       77  WS-CANT-ACTIVOS          PIC 9(5).
       77  WS-ED-1                  PIC ZZZZ9.
       77  WS-ED-2                  PIC ZZZZ9.
       77  WS-ED-3                  PIC ZZZZ9.
       77  WS-ED-4                  PIC ZZZZ9.
       77  WS-ED-5                  PIC ZZZZ9.

      *RENGLON DE COHORTE: MES, TAMANO Y UN PORCENTAJE POR MES
      *POSTERIOR (HASTA 11).
       01  WS-LINEA-COHORTE.
           05 WS-LC-MES             PIC X(7).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-LC-TAM             PIC ZZZZ9.
           05 WS-LC-CELDA OCCURS 11 TIMES.
               10 FILLER                PIC X VALUE SPACE.
               10 WS-LC-PCT             PIC X(4).

      *LISTA DE LA RECEPCION.
       77  WS-DIAS-SIN-JUGAR        PIC S9(7).
       77  WS-DIAS-ED               PIC ZZZZ9 BLANK WHEN ZERO.
       77  WS-FECHA-REF             PIC X(8).
       77  WS-FECHA-ED              PIC X(10).
       77  WS-INSIGNIAS             PIC X(40).
       77  WS-INS-PTR               PIC 99.
       77  WS-LOGROS-ABIERTO        PIC X VALUE "N".

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-FECHA-HOY
           COMPUTE WS-MES-ACTUAL =
               FUNCTION NUMVAL(WS-FECHA-HOY(1:4)) * 12
             + FUNCTION NUMVAL(WS-FECHA-HOY(5:2))
           COMPUTE WS-MES-BASE = WS-MES-ACTUAL - 12
           PERFORM 1000-CARGAR-PARAMETROS
           PERFORM 1100-CARGAR-BITACORA
           PERFORM 1300-CARGAR-PADRON
           PERFORM 1400-APLICAR-ALTAS
           PERFORM 2000-LEER-HISTORICOS
           PERFORM 2200-LEER-LOG-VIVO
           PERFORM 3000-COMPLETAR-ALTAS
           DISPLAY "================================================"
           DISPLAY "   INFORME MENSUAL DE RETENCION - JUEGOPAN"
           DISPLAY "   EMITIDO EL " WS-FECHA-HOY(7:2) "/"
                   WS-FECHA-HOY(5:2) "/" WS-FECHA-HOY(1:4)
           DISPLAY "================================================"
           PERFORM 4000-IMPRIMIR-COHORTES
           PERFORM 5000-IMPRIMIR-MOVIMIENTO
           PERFORM 6000-IMPRIMIR-NUNCA-JUGARON
           PERFORM 7000-LISTA-RECEPCION
           DISPLAY "================================================"
           STOP RUN.

      *-----------------------------------------------------------------
      *DIAS DE INACTIVIDAD PARA LA LISTA DE LA RECEPCION. SIN LA
      *CLAVE (O EN CERO) QUEDAN LOS 30 DIAS POR DEFECTO.

       1000-CARGAR-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-STATUS NOT = "00"
                   READ PARM-FILE
                       AT END
                           MOVE "10" TO WS-PARM-STATUS
                       NOT AT END
                           IF WS-PARM-CLAVE = "INACTIVO-DIAS"
                                   AND WS-PARM-VALOR-REC > 0
                               MOVE WS-PARM-VALOR-REC
                                   TO WS-INACTIVO-DIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

      *-----------------------------------------------------------------
      *CARGA EL MAPA DE CORRECCIONES/FUSIONES Y GUARDA LAS ALTAS DE
      *LA RECEPCION. SIN BITACORA NO HAY NADA QUE MAPEAR Y TODOS LOS
      *MESES DE ALTA SALEN DE LA PRIMERA PARTIDA.

       1100-CARGAR-BITACORA.
           OPEN INPUT MANTLOG-FILE
           IF WS-MANTLOG-STATUS = "00"
               PERFORM UNTIL WS-MANTLOG-STATUS NOT = "00"
                   READ MANTLOG-FILE
                       AT END
                           MOVE "10" TO WS-MANTLOG-STATUS
                       NOT AT END
                           EVALUATE WS-LOG-ACCION
                           WHEN "REN"
                           WHEN "MRG"
                               IF WS-MAPA-CANT < 100
                                   ADD 1 TO WS-MAPA-CANT
                                   MOVE WS-LOG-ID-ORIG TO
                                       WS-MAPA-ORIG(WS-MAPA-CANT)
                                   MOVE WS-LOG-ID-DEST TO
                                       WS-MAPA-DEST(WS-MAPA-CANT)
                               END-IF
                           WHEN "ALT"
                               IF WS-ALTA-CANT < 500
                                   ADD 1 TO WS-ALTA-CANT
                                   MOVE WS-LOG-ID-ORIG TO
                                       WS-ALTA-ID(WS-ALTA-CANT)
                                   MOVE WS-LOG-TIMESTAMP(1:8) TO
                                       WS-ALTA-FECHA(WS-ALTA-CANT)
                               END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE MANTLOG-FILE
           END-IF.

      *-----------------------------------------------------------------
      *LLEVA WS-ID-MAPEADO A SU ID DEFINITIVO SIGUIENDO EL MAPA
      *(HASTA 5 SALTOS POR SI HUBO CORRECCIONES ENCADENADAS).

       1200-MAPEAR-ID.
           MOVE "S" TO WS-MAPA-SEGUIR
           MOVE 0 TO WS-MAPA-SALTOS
           PERFORM UNTIL WS-MAPA-SEGUIR NOT = "S"
                   OR WS-MAPA-SALTOS > 4
               ADD 1 TO WS-MAPA-SALTOS
               MOVE "N" TO WS-MAPA-SEGUIR
               PERFORM VARYING WS-MAPA-IDX FROM 1 BY 1
                       UNTIL WS-MAPA-IDX > WS-MAPA-CANT
                   IF WS-MAPA-ORIG(WS-MAPA-IDX) = WS-ID-MAPEADO
                       MOVE WS-MAPA-DEST(WS-MAPA-IDX)
                           TO WS-ID-MAPEADO
                       MOVE "S" TO WS-MAPA-SEGUIR
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      *TODOS LOS JUGADORES DEL PADRON ENTRAN AL INFORME, HAYAN JUGADO
      *O NO: SON LA BASE DE LOS QUE NUNCA JUGARON Y DE LA LISTA DE LA
      *RECEPCION.

       1300-CARGAR-PADRON.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "AVISO: PADRON NO DISPONIBLE, STATUS "
                       WS-ROSTER-STATUS
           ELSE
               MOVE LOW-VALUES TO WS-ROSTER-ID
               START ROSTER-FILE KEY IS NOT LESS THAN WS-ROSTER-ID
                   INVALID KEY MOVE "23" TO WS-ROSTER-STATUS
               END-START
               PERFORM UNTIL WS-ROSTER-STATUS NOT = "00"
                   READ ROSTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ROSTER-STATUS
                       NOT AT END
                           MOVE WS-ROSTER-ID TO WS-ID-BUSCADO
                           PERFORM 1900-UBICAR-JUGADOR
                           IF WS-JUG-HALLADO = "S"
                               MOVE "S" TO WS-JUG-PADRON(WS-JUG-IDX)
                               MOVE WS-ROSTER-PARTIDAS
                                   TO WS-JUG-PARTIDAS(WS-JUG-IDX)
                               MOVE WS-ROSTER-MEJOR
                                   TO WS-JUG-MEJOR(WS-JUG-IDX)
                               MOVE WS-ROSTER-ULTFECHA
                                   TO WS-JUG-ULTPADRON(WS-JUG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

      *-----------------------------------------------------------------
      *EL MES DE ALTA ES EL DE LA PRIMERA ALTA DE LA RECEPCION DEL
      *JUGADOR (CON SU ID LLEVADO AL DEFINITIVO).

       1400-APLICAR-ALTAS.
           PERFORM VARYING WS-ALTA-IDX FROM 1 BY 1
                   UNTIL WS-ALTA-IDX > WS-ALTA-CANT
               MOVE WS-ALTA-ID(WS-ALTA-IDX) TO WS-ID-MAPEADO
               PERFORM 1200-MAPEAR-ID
               MOVE WS-ID-MAPEADO TO WS-ID-BUSCADO
               PERFORM 1900-UBICAR-JUGADOR
               IF WS-JUG-HALLADO = "S"
                   COMPUTE WS-MES-CALC =
                       FUNCTION NUMVAL(WS-ALTA-FECHA(WS-ALTA-IDX)(1:4))
                           * 12
                     + FUNCTION NUMVAL(WS-ALTA-FECHA(WS-ALTA-IDX)(5:2))
                   IF WS-JUG-ALTA(WS-JUG-IDX) = 0
                           OR WS-MES-CALC < WS-JUG-ALTA(WS-JUG-IDX)
                       MOVE WS-MES-CALC TO WS-JUG-ALTA(WS-JUG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *BUSCA WS-ID-BUSCADO EN LA TABLA Y LO AGREGA SI NO ESTA. DEMO Y
      *LOS ANONIMOS NO SON JUGADORES IDENTIFICABLES Y QUEDAN AFUERA
      *(WS-JUG-HALLADO EN "N"). CON LA TABLA LLENA SE AVISA UNA VEZ.

       1900-UBICAR-JUGADOR.
           MOVE "N" TO WS-JUG-HALLADO
           IF WS-ID-BUSCADO NOT = "DEMO"
                   AND WS-ID-BUSCADO NOT = "ANONIMO"
                   AND WS-ID-BUSCADO NOT = "ANONIMO2"
                   AND WS-ID-BUSCADO NOT = SPACES
               PERFORM VARYING WS-JUG-IDX FROM 1 BY 1
                       UNTIL WS-JUG-IDX > WS-JUG-CANT
                          OR WS-JUG-HALLADO = "S"
                   IF WS-JUG-ID(WS-JUG-IDX) = WS-ID-BUSCADO
                       MOVE "S" TO WS-JUG-HALLADO
                   END-IF
               END-PERFORM
               IF WS-JUG-HALLADO = "S"
                   SUBTRACT 1 FROM WS-JUG-IDX
               ELSE
                   IF WS-JUG-CANT < 500
                       ADD 1 TO WS-JUG-CANT
                       MOVE WS-JUG-CANT TO WS-JUG-IDX
                       MOVE WS-ID-BUSCADO TO WS-JUG-ID(WS-JUG-IDX)
                       MOVE 0      TO WS-JUG-ALTA(WS-JUG-IDX)
                       MOVE 0      TO WS-JUG-PRIMERA(WS-JUG-IDX)
                       MOVE SPACES TO WS-JUG-ULTFECHA(WS-JUG-IDX)
                       MOVE "N"    TO WS-JUG-PADRON(WS-JUG-IDX)
                       MOVE 0      TO WS-JUG-PARTIDAS(WS-JUG-IDX)
                       MOVE 0      TO WS-JUG-MEJOR(WS-JUG-IDX)
                       MOVE SPACES TO WS-JUG-ULTPADRON(WS-JUG-IDX)
                       PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                               UNTIL WS-MES-IDX > 13
                           MOVE "N" TO WS-JUG-MES(WS-JUG-IDX,
                                                  WS-MES-IDX)
                       END-PERFORM
                       MOVE "S" TO WS-JUG-HALLADO
                   ELSE
                       IF WS-TBL-LLENA = "N"
                           MOVE "S" TO WS-TBL-LLENA
                           DISPLAY "AVISO: MAS DE 500 JUGADORES, EL "
                                   "INFORME QUEDA INCOMPLETO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *RECORRE LOS HISTORICOS AUDIT-AAAAMM.DAT DE LOS ULTIMOS 36
      *MESES, DEL MAS VIEJO AL ACTUAL: SIN ELLOS LA PRIMERA PARTIDA
      *DE CASI TODOS SERIA EL ULTIMO CIERRE MENSUAL.

       2000-LEER-HISTORICOS.
           COMPUTE WS-TOT-MESES =
               FUNCTION NUMVAL(WS-CURRENT-DATETIME(1:4)) * 12
             + FUNCTION NUMVAL(WS-CURRENT-DATETIME(5:2)) - 35
           COMPUTE WS-ARCH-ANO = (WS-TOT-MESES - 1) / 12
           COMPUTE WS-ARCH-MES =
               WS-TOT-MESES - (WS-ARCH-ANO * 12)
           PERFORM VARYING WS-MES-ITER FROM 1 BY 1
                   UNTIL WS-MES-ITER > 36
               PERFORM 2100-LEER-HISTORICO-MES
               IF WS-ARCH-MES = 12
                   MOVE 1 TO WS-ARCH-MES
                   ADD 1 TO WS-ARCH-ANO
               ELSE
                   ADD 1 TO WS-ARCH-MES
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2100-LEER-HISTORICO-MES.
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING "data/AUDIT-"    DELIMITED BY SIZE
                  WS-ARCH-MES-COMP DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
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
                           PERFORM 2300-ACUMULAR-SESION
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

      *-----------------------------------------------------------------

       2200-LEER-LOG-VIVO.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           PERFORM 2300-ACUMULAR-SESION
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      *UNA SESION NO ANULADA MARCA EL MES EN QUE SE JUGO, ADELANTA LA
      *ULTIMA FECHA DEL JUGADOR Y, SI ES LA MAS VIEJA VISTA, FIJA SU
      *PRIMERA PARTIDA.

       2300-ACUMULAR-SESION.
           IF WS-AUD-RESULTADO NOT = "V"
               MOVE WS-AUD-JUGADOR TO WS-ID-MAPEADO
               PERFORM 1200-MAPEAR-ID
               MOVE WS-ID-MAPEADO TO WS-ID-BUSCADO
               PERFORM 1900-UBICAR-JUGADOR
               IF WS-JUG-HALLADO = "S"
                   ADD 1 TO WS-CANT-SESIONES
                   COMPUTE WS-MES-SESION =
                       FUNCTION NUMVAL(WS-AUD-INICIO(1:4)) * 12
                     + FUNCTION NUMVAL(WS-AUD-INICIO(5:2))
                   IF WS-JUG-PRIMERA(WS-JUG-IDX) = 0
                           OR WS-MES-SESION <
                               WS-JUG-PRIMERA(WS-JUG-IDX)
                       MOVE WS-MES-SESION TO WS-JUG-PRIMERA(WS-JUG-IDX)
                   END-IF
                   IF WS-AUD-INICIO(1:8) > WS-JUG-ULTFECHA(WS-JUG-IDX)
                           OR WS-JUG-ULTFECHA(WS-JUG-IDX) = SPACES
                       MOVE WS-AUD-INICIO(1:8)
                           TO WS-JUG-ULTFECHA(WS-JUG-IDX)
                   END-IF
                   COMPUTE WS-MES-POS = WS-MES-SESION - WS-MES-BASE + 1
                   IF WS-MES-POS >= 1 AND WS-MES-POS <= 13
                       MOVE WS-MES-POS TO WS-MES-IDX
                       MOVE "S" TO WS-JUG-MES(WS-JUG-IDX, WS-MES-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *LOS JUGADORES QUE SE DIERON DE ALTA SOLOS EN LA TERMINAL NO
      *TIENEN ALTA EN LA BITACORA: SU MES DE ALTA ES EL DE SU PRIMERA
      *PARTIDA. UNA PARTIDA ANTERIOR A LA ALTA DE LA RECEPCION
      *(JUGADOR QUE SE CARGO DESPUES) TAMBIEN ADELANTA EL ALTA.

       3000-COMPLETAR-ALTAS.
           PERFORM VARYING WS-JUG-IDX FROM 1 BY 1
                   UNTIL WS-JUG-IDX > WS-JUG-CANT
               IF WS-JUG-PRIMERA(WS-JUG-IDX) NOT = 0
                   IF WS-JUG-ALTA(WS-JUG-IDX) = 0
                           OR WS-JUG-PRIMERA(WS-JUG-IDX) <
                               WS-JUG-ALTA(WS-JUG-IDX)
                       MOVE WS-JUG-PRIMERA(WS-JUG-IDX)
                           TO WS-JUG-ALTA(WS-JUG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *COHORTES: UN RENGLON POR MES DE ALTA DE LA VENTANA CON LA
      *CANTIDAD DE ALTAS Y, PARA CADA MES POSTERIOR HASTA EL ACTUAL,
      *EL PORCENTAJE DE ESA COHORTE QUE JUGO EN ESE MES.

       4000-IMPRIMIR-COHORTES.
           DISPLAY "COHORTES POR MES DE ALTA: % QUE JUGO EN CADA MES "
                   "POSTERIOR"
           DISPLAY "MES     ALTAS  +1   +2   +3   +4   +5   +6   +7  "
                   " +8   +9  +10  +11"
           PERFORM VARYING WS-MES-IDX FROM 2 BY 1
                   UNTIL WS-MES-IDX > 13
               PERFORM 4100-IMPRIMIR-COHORTE
           END-PERFORM
           DISPLAY "------------------------------------------------".

      *-----------------------------------------------------------------

       4100-IMPRIMIR-COHORTE.
           COMPUTE WS-MES-CALC = WS-MES-BASE + WS-MES-IDX - 1
           PERFORM 8000-ARMAR-NOMBRE-MES
           MOVE 0 TO WS-COHORTE-TAM
           PERFORM VARYING WS-JUG-IDX FROM 1 BY 1
                   UNTIL WS-JUG-IDX > WS-JUG-CANT
               IF WS-JUG-ALTA(WS-JUG-IDX) = WS-MES-CALC
                   ADD 1 TO WS-COHORTE-TAM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-COHORTE
           MOVE WS-MES-NOMBRE  TO WS-LC-MES
           MOVE WS-COHORTE-TAM TO WS-LC-TAM
           PERFORM VARYING WS-MES-IDX2 FROM 1 BY 1
                   UNTIL WS-MES-IDX2 > 11
                      OR WS-MES-IDX + WS-MES-IDX2 > 13
               IF WS-COHORTE-TAM = 0
                   MOVE "   -" TO WS-LC-PCT(WS-MES-IDX2)
               ELSE
                   MOVE 0 TO WS-COHORTE-VOLVIO
                   PERFORM VARYING WS-JUG-IDX FROM 1 BY 1
                           UNTIL WS-JUG-IDX > WS-JUG-CANT
                       IF WS-JUG-ALTA(WS-JUG-IDX) = WS-MES-CALC
                               AND WS-JUG-MES(WS-JUG-IDX,
                                   WS-MES-IDX + WS-MES-IDX2) = "S"
                           ADD 1 TO WS-COHORTE-VOLVIO
                       END-IF
                   END-PERFORM
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-COHORTE-VOLVIO * 100 / WS-COHORTE-TAM
                   MOVE WS-PORCENTAJE TO WS-PCT-ED
                   STRING WS-PCT-ED "%" DELIMITED BY SIZE
                       INTO WS-LC-PCT(WS-MES-IDX2)
                   END-STRING
               END-IF
           END-PERFORM
           DISPLAY WS-LINEA-COHORTE.

      *-----------------------------------------------------------------
      *MOVIMIENTO MES A MES: ALTAS, JUGADORES NUEVOS (PRIMERA PARTIDA
      *EN EL MES), LOS QUE VUELVEN (JUGARON EN EL MES Y YA HABIAN
      *JUGADO ANTES), LOS PERDIDOS (JUGARON EL MES ANTERIOR Y ESTE NO)
      *Y EL TOTAL DE ACTIVOS.

       5000-IMPRIMIR-MOVIMIENTO.
           DISPLAY "MOVIMIENTO DE JUGADORES POR MES"
           DISPLAY "MES      ALTAS NUEVOS VUELVEN PERDIDOS ACTIVOS"
           PERFORM VARYING WS-MES-IDX FROM 2 BY 1
                   UNTIL WS-MES-IDX > 13
               PERFORM 5100-CONTAR-MES
           END-PERFORM
           DISPLAY "------------------------------------------------".

      *-----------------------------------------------------------------

       5100-CONTAR-MES.
           COMPUTE WS-MES-CALC = WS-MES-BASE + WS-MES-IDX - 1
           PERFORM 8000-ARMAR-NOMBRE-MES
           MOVE 0 TO WS-CANT-ALTAS-MES
           MOVE 0 TO WS-CANT-NUEVOS
           MOVE 0 TO WS-CANT-VUELVEN
           MOVE 0 TO WS-CANT-PERDIDOS
           MOVE 0 TO WS-CANT-ACTIVOS
           PERFORM VARYING WS-JUG-IDX FROM 1 BY 1
                   UNTIL WS-JUG-IDX > WS-JUG-CANT
               IF WS-JUG-ALTA(WS-JUG-IDX) = WS-MES-CALC
                   ADD 1 TO WS-CANT-ALTAS-MES
               END-IF
               IF WS-JUG-MES(WS-JUG-IDX, WS-MES-IDX) = "S"
                   ADD 1 TO WS-CANT-ACTIVOS
                   IF WS-JUG-PRIMERA(WS-JUG-IDX) = WS-MES-CALC
                       ADD 1 TO WS-CANT-NUEVOS
                   ELSE
                       ADD 1 TO WS-CANT-VUELVEN
                   END-IF
               ELSE
                   IF WS-JUG-MES(WS-JUG-IDX, WS-MES-IDX - 1) = "S"
                       ADD 1 TO WS-CANT-PERDIDOS
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CANT-ALTAS-MES TO WS-ED-1
           MOVE WS-CANT-NUEVOS    TO WS-ED-2
           MOVE WS-CANT-VUELVEN   TO WS-ED-3
           MOVE WS-CANT-PERDIDOS  TO WS-ED-4
           MOVE WS-CANT-ACTIVOS   TO WS-ED-5
           DISPLAY WS-MES-NOMBRE "  " WS-ED-1 "  " WS-ED-2 "   "
                   WS-ED-3 "    " WS-ED-4 "   " WS-ED-5.

      *-----------------------------------------------------------------
      *JUGADORES DEL PADRON SIN NINGUNA PARTIDA: NI EN LA AUDITORIA
      *NI EN EL CONTADOR DEL PADRON (QUE CUBRE TAMBIEN LO ANTERIOR A
      *LOS 36 MESES DE HISTORICOS).

       6000-IMPRIMIR-NUNCA-JUGARON.
           PERFORM VARYING WS-JUG-IDX FROM 1 BY 1
                   UNTIL WS-JUG-IDX > WS-JUG-CANT
               IF WS-JUG-PADRON(WS-JUG-IDX) = "S"
                       AND WS-JUG-PRIMERA(WS-JUG-IDX) = 0
                       AND WS-JUG-PARTIDAS(WS-JUG-IDX) = 0
                   ADD 1 TO WS-CANT-NUNCA
               END-IF
           END-PERFORM
           MOVE WS-CANT-NUNCA TO WS-TAM-ED
           DISPLAY "JUGADORES DEL PADRON QUE NUNCA JUGARON: "
                   WS-TAM-ED
           DISPLAY "SESIONES COMPUTADAS                   : "
                   WS-CANT-SESIONES
           DISPLAY "------------------------------------------------".

      *-----------------------------------------------------------------
      *LISTA PARA LA RECEPCION: JUGADORES DEL PADRON CUYA ULTIMA
      *PARTIDA TIENE MAS DE INACTIVO-DIAS DIAS (O QUE NUNCA JUGARON),
      *CON LA ULTIMA FECHA, EL MEJOR PUNTAJE Y LAS INSIGNIAS. UN
      *JUGADOR CON PARTIDAS ANTERIORES A LOS HISTORICOS TOMA LA
      *ULTIMA FECHA DEL PADRON.

       7000-LISTA-RECEPCION.
           DISPLAY "JUGADORES PARA INVITAR A VOLVER (SIN PARTIDAS EN "
                   "LOS ULTIMOS " WS-INACTIVO-DIAS " DIAS)"
           DISPLAY "ID JUGADOR ULTIMA PART.  DIAS MEJOR INSIGNIAS"
           OPEN INPUT LOGRO-FILE
           IF WS-LGR-STATUS = "00"
               MOVE "S" TO WS-LOGROS-ABIERTO
           END-IF
           PERFORM VARYING WS-JUG-IDX FROM 1 BY 1
                   UNTIL WS-JUG-IDX > WS-JUG-CANT
               IF WS-JUG-PADRON(WS-JUG-IDX) = "S"
                   PERFORM 7100-EVALUAR-INACTIVO
               END-IF
           END-PERFORM
           IF WS-LOGROS-ABIERTO = "S"
               CLOSE LOGRO-FILE
           END-IF
           IF WS-CANT-INACTIVOS = 0
               DISPLAY "  (NINGUNO)"
           END-IF
           MOVE WS-CANT-INACTIVOS TO WS-TAM-ED
           DISPLAY "JUGADORES A INVITAR: " WS-TAM-ED
           DISPLAY "INSIGNIAS: 1V PRIMERA VICTORIA, R3 RACHA DE 3, "
                   "CC CAMPANA COMPLETA,"
           DISPLAY "           SE SIN ENEMIGOS, VS VICTORIA EN VERSUS".

      *-----------------------------------------------------------------

       7100-EVALUAR-INACTIVO.
           IF WS-JUG-ULTFECHA(WS-JUG-IDX) = SPACES
                   AND WS-JUG-PARTIDAS(WS-JUG-IDX) > 0
               MOVE WS-JUG-ULTPADRON(WS-JUG-IDX)
                   TO WS-JUG-ULTFECHA(WS-JUG-IDX)
           END-IF
      *QUIEN NUNCA JUGO SE CUENTA DESDE LA FECHA DEL PADRON, QUE ES LA
      *DE SU ALTA: RECIEN ANOTADO NO HACE FALTA INVITARLO TODAVIA.
           IF WS-JUG-ULTFECHA(WS-JUG-IDX) = SPACES
               MOVE WS-JUG-ULTPADRON(WS-JUG-IDX) TO WS-FECHA-REF
               MOVE "NUNCA JUGO" TO WS-FECHA-ED
           ELSE
               MOVE WS-JUG-ULTFECHA(WS-JUG-IDX) TO WS-FECHA-REF
               MOVE SPACES TO WS-FECHA-ED
               STRING WS-FECHA-REF(7:2) "/" WS-FECHA-REF(5:2) "/"
                      WS-FECHA-REF(1:4)
                      DELIMITED BY SIZE
                   INTO WS-FECHA-ED
               END-STRING
           END-IF
           IF WS-FECHA-REF IS NUMERIC
               COMPUTE WS-DIAS-SIN-JUGAR =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-FECHA-HOY))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-FECHA-REF))
           ELSE
               COMPUTE WS-DIAS-SIN-JUGAR = WS-INACTIVO-DIAS + 1
           END-IF
           IF WS-DIAS-SIN-JUGAR > WS-INACTIVO-DIAS
               IF WS-JUG-ULTFECHA(WS-JUG-IDX) = SPACES
                   MOVE 0 TO WS-DIAS-ED
               ELSE
                   MOVE WS-DIAS-SIN-JUGAR TO WS-DIAS-ED
               END-IF
               PERFORM 7300-LISTAR-INACTIVO
           END-IF.

      *-----------------------------------------------------------------

       7300-LISTAR-INACTIVO.
           ADD 1 TO WS-CANT-INACTIVOS
           MOVE SPACES TO WS-INSIGNIAS
           IF WS-LOGROS-ABIERTO = "S"
               MOVE WS-JUG-ID(WS-JUG-IDX) TO WS-LGR-ID
               READ LOGRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 7400-ARMAR-INSIGNIAS
               END-READ
           END-IF
           DISPLAY WS-JUG-ID(WS-JUG-IDX) " " WS-FECHA-ED " "
                   WS-DIAS-ED "  " WS-JUG-MEJOR(WS-JUG-IDX) "  "
                   WS-INSIGNIAS.

      *-----------------------------------------------------------------

       7400-ARMAR-INSIGNIAS.
           MOVE 1 TO WS-INS-PTR
           IF WS-LGR-PRIMERA = "S"
               STRING "1V " DELIMITED BY SIZE
                   INTO WS-INSIGNIAS WITH POINTER WS-INS-PTR
               END-STRING
           END-IF
           IF WS-LGR-RACHA3 = "S"
               STRING "R3 " DELIMITED BY SIZE
                   INTO WS-INSIGNIAS WITH POINTER WS-INS-PTR
               END-STRING
           END-IF
           IF WS-LGR-CAMPANA = "S"
               STRING "CC " DELIMITED BY SIZE
                   INTO WS-INSIGNIAS WITH POINTER WS-INS-PTR
               END-STRING
           END-IF
           IF WS-LGR-LIMPIO = "S"
               STRING "SE " DELIMITED BY SIZE
                   INTO WS-INSIGNIAS WITH POINTER WS-INS-PTR
               END-STRING
           END-IF
           IF WS-LGR-VERSUS = "S"
               STRING "VS " DELIMITED BY SIZE
                   INTO WS-INSIGNIAS WITH POINTER WS-INS-PTR
               END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *PASA WS-MES-CALC (AAAA * 12 + MM) A "AAAA-MM".

       8000-ARMAR-NOMBRE-MES.
           COMPUTE WS-MA-ANO = (WS-MES-CALC - 1) / 12
           COMPUTE WS-MA-MES = WS-MES-CALC - (WS-MA-ANO * 12)
           MOVE SPACES TO WS-MES-NOMBRE
           STRING WS-MA-ANO "-" WS-MA-MES DELIMITED BY SIZE
               INTO WS-MES-NOMBRE
           END-STRING.

      *-----------------------------------------------------------------
       END PROGRAM JUEGORET.
