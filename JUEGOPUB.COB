      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Publicacion para la pantalla del salon y la pagina
      *          del local. Arma en data/VITRINA.HTM (pantalla) y
      *          data/VITRINA.CSV (pagina) el top 10 del tablero del
      *          paquete en produccion, la tabla de posiciones de la
      *          temporada de la liga (mismo calculo que JUEGOLIG,
      *          desde la fecha de data/LIGATEMP.DAT que deja el
      *          fixture), los jugadores que ganaron insignias en
      *          LOGROS.DAT esta semana (desde el lunes) y cuantas
      *          partidas hay en curso en SESIONES.DAT (latido dentro
      *          del umbral MONITOR-MIN de JUEGOMON). Los jugadores
      *          dados de baja en JUEGOMNT no aparecen en ninguna
      *          parte, y las sesiones anuladas ("V") no suman a la
      *          tabla ni dejan su puntaje en el top aunque haya
      *          quedado en el tablero. Corre como paso de JUEGONOC y
      *          a pedido en horario de atencion; los archivos se
      *          arman aparte y se reemplazan al final, asi la
      *          pantalla nunca levanta uno a medio escribir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOPUB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-FILE ASSIGN TO "data/SCOREBOARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SCORE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

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

           SELECT SESION-FILE ASSIGN TO "data/SESIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SES-ID
               FILE STATUS IS WS-SES-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAQUETE-FILE ASSIGN TO "data/PAQUETES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ-STATUS.

           SELECT TEMPORADA-FILE ASSIGN TO "data/LIGATEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT HTML-FILE ASSIGN TO "data/VITRINA.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTML-STATUS.

           SELECT CSV-FILE ASSIGN TO "data/VITRINACSV.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCORE-FILE.
       01  WS-SCORE-REC.
           05 WS-SCORE-KEY.
              10 WS-SK-INV-SCORE      PIC 9(3).
              10 WS-SK-SEQ            PIC 9(14).
           05 WS-SCORE-PUNTAJE        PIC 999.
           05 WS-SCORE-INICIALES      PIC X(3).
           05 WS-SCORE-JUGADOR        PIC X(10).
           05 WS-SCORE-FECHA          PIC X(8).
           05 WS-SCORE-NIVEL          PIC 99.
           05 WS-SCORE-PAQUETE        PIC 999.

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

      *BITACORA DEL MANTENIMIENTO DEL PADRON: LAS CORRECCIONES Y
      *FUSIONES LLEVAN LOS IDS VIEJOS AL DEFINITIVO Y LAS BAJAS DICEN
      *QUIEN NO SE PUBLICA.
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

       FD  SESION-FILE.
       01  WS-SESION-REC.
           05 WS-SES-ID               PIC X(10).
           05 WS-SES-INICIO           PIC X(14).
           05 WS-SES-ULTACT           PIC X(14).
           05 WS-SES-NIVEL            PIC 99.
           05 WS-SES-PUNTAJE          PIC 999.
           05 WS-SES-ESTADO           PIC X.
           05 WS-SES-TERMINAL         PIC X(4).
           05 WS-SES-PAQUETE          PIC 999.

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 WS-PARM-CLAVE            PIC X(15).
           05 WS-PARM-VALOR-REC        PIC 9(3).

       FD  PAQUETE-FILE.
       01  WS-PAQUETE-REC.
           05 WS-PAQ-VERSION          PIC 999.
           05 WS-PAQ-ANTERIOR         PIC 999.
           05 WS-PAQ-ACCION           PIC X(3).
           05 WS-PAQ-FECHA            PIC X(14).
           05 WS-PAQ-NIVELES          PIC 99.

      *INICIO DE LA TEMPORADA EN CURSO (AAAAMMDD), QUE DEJA JUEGOLIG
      *AL GENERAR EL FIXTURE.
       FD  TEMPORADA-FILE.
       01  WS-TEMPORADA-REC.
           05 WS-TEMP-INICIO          PIC X(8).

      *PAGINA PARA LA PANTALLA DEL SALON.
       FD  HTML-FILE.
       01  WS-HTML-REC                PIC X(200).

      *EXTRACTO PARA LA PAGINA DEL LOCAL, UN RENGLON POR DATO CON LA
      *SECCION ADELANTE:
      *  RANKING,PUESTO,JUGADOR,INICIALES,PUNTAJE,NIVEL
      *  LIGA,PUESTO,JUGADOR,PJ,G,P,A,PTS
      *  LOGROS,JUGADOR,FECHA,INSIGNIAS (CODIGOS SEPARADOS POR BLANCO)
      *  ENCURSO,CANTIDAD
      *EL PRIMER RENGLON ES GENERADO,AAAAMMDDHHMMSS,PAQUETE,TEMPORADA.
       FD  CSV-FILE.
       01  WS-CSV-REC                 PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-SCORE-STATUS          PIC XX.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-AUDIT-STATUS          PIC XX.
       77  WS-MANTLOG-STATUS        PIC XX.
       77  WS-ARCH-STATUS           PIC XX.
       77  WS-LGR-STATUS            PIC XX.
       77  WS-SES-STATUS            PIC XX.
       77  WS-PARM-STATUS           PIC XX.
       77  WS-PAQ-STATUS            PIC XX.
       77  WS-TEMP-STATUS           PIC XX.
       77  WS-HTML-STATUS           PIC XX.
       77  WS-CSV-STATUS            PIC XX.

       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-TS-AHORA              PIC X(14).
       77  WS-FECHA-HOY             PIC X(8).
       77  WS-PAQUETE-ACTUAL        PIC 999 VALUE 0.
       77  WS-FECHA-TEMPORADA       PIC X(8) VALUE SPACES.

      *UMBRAL DE JUEGOMON: UNA SESION ACTIVA CON EL ULTIMO LATIDO MAS
      *VIEJO QUE ESTO YA NO SE CUENTA COMO PARTIDA EN CURSO.
       77  WS-UMBRAL-MIN            PIC 9(3) VALUE 5.

      *SEMANA DE LAS INSIGNIAS: DEL LUNES A HOY.
       77  WS-DIA-NUM               PIC 9(7).
       77  WS-LUNES-NUM             PIC 9(7).
       77  WS-LUNES-FECHA           PIC 9(8).
       77  WS-FECHA-LUNES           PIC X(8).

      *RECORRIDA DE HISTORICOS (ULTIMOS 36 MESES, DEL MAS VIEJO AL
      *ACTUAL, COMO EN JUEGOHIS).
       01  WS-ARCH-MES-COMP.
           05 WS-ARCH-ANO           PIC 9(4).
           05 WS-ARCH-MES           PIC 99.
       77  WS-ARCH-FILENAME         PIC X(30).
       77  WS-MES-ITER              PIC 99.
       77  WS-TOT-MESES             PIC 9(6).

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

      *BAJAS DE LA BITACORA (TAMBIEN LOS SEUDONIMOS DE UN BORRADO DE
      *DATOS, ACCION BOR). UN ID CON BAJA QUE VOLVIO A ESTAR EN EL
      *PADRON (REINSCRIPTO DESPUES) SE PUBLICA DE NUEVO.
       01  WS-BAJAS.
           05 WS-BAJA-CANT          PIC 9(3) VALUE 0.
           05 WS-BAJA-TBL OCCURS 500 TIMES PIC X(10).

       77  WS-BAJA-IDX              PIC 9(3).
       77  WS-ID-BUSCADO            PIC X(10).
       77  WS-DADO-DE-BAJA          PIC X.
       77  WS-PADRON-ABIERTO        PIC X VALUE "N".

      *SESIONES ANULADAS: JUGADOR (YA MAPEADO), FIN Y PUNTAJE, QUE
      *SON LOS DATOS CON QUE JUEGOANU UBICA EL PUNTAJE EN EL TABLERO.
       01  WS-ANULADAS.
           05 WS-ANU-CANT           PIC 9(3) VALUE 0.
           05 WS-ANU-TBL OCCURS 999 TIMES.
               10 WS-ANU-JUGADOR        PIC X(10).
               10 WS-ANU-FIN            PIC 9(14).
               10 WS-ANU-PUNTAJE        PIC 999.

       77  WS-ANU-IDX               PIC 9(3).
       77  WS-ANU-HALLADA           PIC X.
       77  WS-ANU-LLENA             PIC X VALUE "N".

      *TOP 10 DEL TABLERO YA FILTRADO.
       01  WS-RANKING.
           05 WS-RANK-CANT          PIC 99 VALUE 0.
           05 WS-RANK-TBL OCCURS 10 TIMES.
               10 WS-RANK-JUGADOR       PIC X(10).
               10 WS-RANK-INICIALES     PIC X(3).
               10 WS-RANK-PUNTAJE       PIC 999.
               10 WS-RANK-NIVEL         PIC 99.

       77  WS-RANK-IDX              PIC 99.

      *TABLA DE POSICIONES DE LA TEMPORADA (MISMO CALCULO QUE
      *JUEGOLIG: 3 POR GANADA, 1 POR PERDIDA, 0 POR ABANDONO).
       01  WS-TABLA.
           05 WS-TAB-CANT           PIC 9(3) VALUE 0.
           05 WS-TAB-TBL OCCURS 200 TIMES.
               10 WS-TAB-ID             PIC X(10).
               10 WS-TAB-PJ             PIC 9(5).
               10 WS-TAB-G              PIC 9(5).
               10 WS-TAB-P              PIC 9(5).
               10 WS-TAB-A              PIC 9(5).
               10 WS-TAB-PTS            PIC 9(5).
               10 WS-TAB-SUMA           PIC 9(7).

       77  WS-TAB-IDX               PIC 9(3).
       77  WS-TAB-IDX2              PIC 9(3).
       77  WS-TAB-HALLADO           PIC X.
       77  WS-TBL-LLENA             PIC X VALUE "N".
       77  WS-PUESTO                PIC 9(3) VALUE 0.

      *AREA DE INTERCAMBIO PARA EL ORDENAMIENTO DE LA TABLA.
       01  WS-TAB-TEMP.
           05 WS-TT-ID              PIC X(10).
           05 WS-TT-PJ              PIC 9(5).
           05 WS-TT-G               PIC 9(5).
           05 WS-TT-P               PIC 9(5).
           05 WS-TT-A               PIC 9(5).
           05 WS-TT-PTS             PIC 9(5).
           05 WS-TT-SUMA            PIC 9(7).

       77  WS-CAMBIAR               PIC X.

      *INSIGNIAS GANADAS ESTA SEMANA.
       01  WS-SEMANA.
           05 WS-SEM-CANT           PIC 99 VALUE 0.
           05 WS-SEM-TBL OCCURS 50 TIMES.
               10 WS-SEM-ID             PIC X(10).
               10 WS-SEM-FECHA          PIC X(8).
               10 WS-SEM-CODIGOS        PIC X(15).
               10 WS-SEM-NOMBRES        PIC X(90).

       77  WS-SEM-IDX               PIC 99.
       77  WS-INS-PTR               PIC 99.
       77  WS-NOM-PTR               PIC 99.

      *PARTIDAS EN CURSO.
       77  WS-CANT-EN-CURSO         PIC 9(3) VALUE 0.
       77  WS-DIAS                  PIC S9(5).
       77  WS-SEG-LATIDO            PIC 9(5).
       77  WS-SEG-AHORA             PIC 9(5).
       77  WS-MINUTOS               PIC S9(7).

      *CONTADORES DE LO QUE SE DEJO AFUERA, PARA EL RESUMEN.
       77  WS-CANT-SESIONES         PIC 9(7) VALUE 0.
       77  WS-OMITIDOS-BAJA         PIC 9(5) VALUE 0.
       77  WS-OMITIDOS-ANULADA      PIC 9(5) VALUE 0.

      *CAMPOS EDITADOS PARA ARMAR LOS RENGLONES.
       77  WS-ED-PUESTO             PIC ZZ9.
       77  WS-ED-PUNTAJE            PIC ZZ9.
       77  WS-ED-NIVEL              PIC Z9.
       77  WS-ED-PJ                 PIC ZZZZ9.
       77  WS-ED-G                  PIC ZZZZ9.
       77  WS-ED-P                  PIC ZZZZ9.
       77  WS-ED-A                  PIC ZZZZ9.
       77  WS-ED-PTS                PIC ZZZZ9.
       77  WS-ED-CANT               PIC ZZ9.
       77  WS-FECHA-ED              PIC X(10).
       77  WS-HORA-ED               PIC X(5).

       77  WS-HUBO-ERROR            PIC X VALUE "N".
       77  WS-COMANDO               PIC X(120).

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-FECHA-HOY
           COMPUTE WS-DIA-NUM =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY))
      *EL DIA 1 DEL CALENDARIO (01/01/1601) FUE LUNES.
           COMPUTE WS-LUNES-NUM =
               WS-DIA-NUM - FUNCTION MOD(WS-DIA-NUM - 1, 7)
           COMPUTE WS-LUNES-FECHA =
               FUNCTION DATE-OF-INTEGER(WS-LUNES-NUM)
           MOVE WS-LUNES-FECHA TO WS-FECHA-LUNES
           PERFORM 1000-CARGAR-PARAMETROS
           PERFORM 1050-CARGAR-PAQUETE
           PERFORM 1100-CARGAR-BITACORA
           PERFORM 1150-CARGAR-TEMPORADA
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               MOVE "S" TO WS-PADRON-ABIERTO
           END-IF
           PERFORM 2000-LEER-HISTORICOS
           PERFORM 2200-LEER-LOG-VIVO
           PERFORM 3000-ARMAR-RANKING
           PERFORM 4000-ORDENAR-TABLA
           PERFORM 5000-CARGAR-INSIGNIAS
           IF WS-PADRON-ABIERTO = "S"
               CLOSE ROSTER-FILE
           END-IF
           PERFORM 6000-CONTAR-EN-CURSO
           PERFORM 7000-ESCRIBIR-HTML
           IF WS-HUBO-ERROR = "N"
               PERFORM 7500-ESCRIBIR-CSV
           END-IF
           IF WS-HUBO-ERROR = "N"
               PERFORM 8000-PUBLICAR
           END-IF
           PERFORM 9000-IMPRIMIR-RESUMEN
           IF WS-HUBO-ERROR = "S"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *UMBRAL DE PARTIDA EN CURSO, EL MISMO DE JUEGOMON.

       1000-CARGAR-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-STATUS NOT = "00"
                   READ PARM-FILE
                       AT END
                           MOVE "10" TO WS-PARM-STATUS
                       NOT AT END
                           IF WS-PARM-CLAVE = "MONITOR-MIN"
                                   AND WS-PARM-VALOR-REC > 0
                               MOVE WS-PARM-VALOR-REC
                                   TO WS-UMBRAL-MIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

      *-----------------------------------------------------------------
      *VERSION DEL PAQUETE DE NIVELES EN PRODUCCION: LA DEL ULTIMO
      *RENGLON DE data/PAQUETES.DAT (COMO EN JUEGOPAN). EL TOP SOLO
      *MUESTRA LOS PUNTAJES DE ESE PAQUETE.

       1050-CARGAR-PAQUETE.
           OPEN INPUT PAQUETE-FILE
           IF WS-PAQ-STATUS = "00"
               PERFORM UNTIL WS-PAQ-STATUS NOT = "00"
                   READ PAQUETE-FILE
                       AT END
                           MOVE "10" TO WS-PAQ-STATUS
                       NOT AT END
                           IF WS-PAQ-VERSION IS NUMERIC
                               MOVE WS-PAQ-VERSION
                                   TO WS-PAQUETE-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAQUETE-FILE
           END-IF.

      *-----------------------------------------------------------------
      *CARGA EL MAPA DE CORRECCIONES/FUSIONES Y LA LISTA DE BAJAS.

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
                           WHEN "BAJ"
                           WHEN "BOR"
                               IF WS-BAJA-CANT < 500
                                   ADD 1 TO WS-BAJA-CANT
                                   MOVE WS-LOG-ID-ORIG TO
                                       WS-BAJA-TBL(WS-BAJA-CANT)
                               ELSE
                                   DISPLAY "AVISO: MAS DE 500 BAJAS EN "
                                           "LA BITACORA"
                                   MOVE "S" TO WS-HUBO-ERROR
                               END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE MANTLOG-FILE
           END-IF.

      *-----------------------------------------------------------------
      *INICIO DE LA TEMPORADA EN CURSO. SIN ARCHIVO (NUNCA SE GENERO
      *UN FIXTURE) LA TABLA TOMA TODA LA HISTORIA, COMO JUEGOLIG SIN
      *FECHA.

       1150-CARGAR-TEMPORADA.
           OPEN INPUT TEMPORADA-FILE
           IF WS-TEMP-STATUS = "00"
               READ TEMPORADA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-TEMP-INICIO IS NUMERIC
                           MOVE WS-TEMP-INICIO TO WS-FECHA-TEMPORADA
                       END-IF
               END-READ
               CLOSE TEMPORADA-FILE
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
      *WS-ID-BUSCADO ESTA DADO DE BAJA SI TIENE UNA BAJA EN LA
      *BITACORA Y YA NO FIGURA EN EL PADRON. SIN PADRON PARA
      *CONSULTAR, TODA BAJA ASENTADA CUENTA: ANTE LA DUDA NO SE
      *PUBLICA.

       1300-VERIFICAR-BAJA.
           MOVE "N" TO WS-DADO-DE-BAJA
           PERFORM VARYING WS-BAJA-IDX FROM 1 BY 1
                   UNTIL WS-BAJA-IDX > WS-BAJA-CANT
                      OR WS-DADO-DE-BAJA = "S"
               IF WS-BAJA-TBL(WS-BAJA-IDX) = WS-ID-BUSCADO
                   MOVE "S" TO WS-DADO-DE-BAJA
               END-IF
           END-PERFORM
           IF WS-DADO-DE-BAJA = "S" AND WS-PADRON-ABIERTO = "S"
               MOVE WS-ID-BUSCADO TO WS-ROSTER-ID
               READ ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-DADO-DE-BAJA
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      *RECORRE LOS HISTORICOS AUDIT-AAAAMM.DAT DE LOS ULTIMOS 36
      *MESES, DEL MAS VIEJO AL ACTUAL: LA TEMPORADA PUEDE HABER
      *EMPEZADO ANTES DEL ULTIMO CIERRE MENSUAL, Y LAS ANULACIONES
      *VIEJAS TAMBIEN QUEDARON AHI.

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
                           PERFORM 2300-PROCESAR-SESION
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
                           PERFORM 2300-PROCESAR-SESION
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      *UNA SESION ANULADA SE GUARDA PARA SACAR SU PUNTAJE DEL TOP SI
      *QUEDO EN EL TABLERO; LAS DEMAS DE LA TEMPORADA SUMAN A LA
      *TABLA (FILTRO DE JUEGOLIG).

       2300-PROCESAR-SESION.
           MOVE WS-AUD-JUGADOR TO WS-ID-MAPEADO
           PERFORM 1200-MAPEAR-ID
           IF WS-AUD-RESULTADO = "V"
               IF WS-ANU-CANT < 999
                   ADD 1 TO WS-ANU-CANT
                   MOVE WS-ID-MAPEADO TO WS-ANU-JUGADOR(WS-ANU-CANT)
                   MOVE WS-AUD-FIN TO WS-ANU-FIN(WS-ANU-CANT)
                   MOVE WS-AUD-PUNTAJE TO WS-ANU-PUNTAJE(WS-ANU-CANT)
               ELSE
                   IF WS-ANU-LLENA = "N"
                       MOVE "S" TO WS-ANU-LLENA
                       DISPLAY "AVISO: MAS DE 999 SESIONES ANULADAS, "
                               "NO SE PUEDE GARANTIZAR EL TOP"
                       MOVE "S" TO WS-HUBO-ERROR
                   END-IF
               END-IF
           ELSE
               IF WS-FECHA-TEMPORADA = SPACES
                       OR WS-AUD-INICIO(1:8) >= WS-FECHA-TEMPORADA
                   PERFORM 2400-ACUMULAR-SESION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *SUMA LA SESION AL RENGLON DEL JUGADOR: 3 PUNTOS LA GANADA, 1
      *LA PERDIDA JUGADA, 0 EL ABANDONO. EL PUNTAJE ACUMULADO QUEDA
      *COMO DESEMPATE.

       2400-ACUMULAR-SESION.
           ADD 1 TO WS-CANT-SESIONES
           PERFORM 2500-UBICAR-RENGLON
           IF WS-TAB-HALLADO = "S"
               ADD 1 TO WS-TAB-PJ(WS-TAB-IDX)
               ADD WS-AUD-PUNTAJE TO WS-TAB-SUMA(WS-TAB-IDX)
               EVALUATE WS-AUD-RESULTADO
               WHEN "G"
                   ADD 1 TO WS-TAB-G(WS-TAB-IDX)
                   ADD 3 TO WS-TAB-PTS(WS-TAB-IDX)
               WHEN "P"
                   ADD 1 TO WS-TAB-P(WS-TAB-IDX)
                   ADD 1 TO WS-TAB-PTS(WS-TAB-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TAB-A(WS-TAB-IDX)
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      *BUSCA EL RENGLON DE WS-ID-MAPEADO EN LA TABLA Y LO AGREGA SI
      *NO ESTA. CON LA TABLA LLENA SE AVISA UNA SOLA VEZ.

       2500-UBICAR-RENGLON.
           MOVE "N" TO WS-TAB-HALLADO
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-TAB-CANT
                      OR WS-TAB-HALLADO = "S"
               IF WS-TAB-ID(WS-TAB-IDX) = WS-ID-MAPEADO
                   MOVE "S" TO WS-TAB-HALLADO
               END-IF
           END-PERFORM
           IF WS-TAB-HALLADO = "S"
               SUBTRACT 1 FROM WS-TAB-IDX
           ELSE
               IF WS-TAB-CANT < 200
                   ADD 1 TO WS-TAB-CANT
                   MOVE WS-TAB-CANT TO WS-TAB-IDX
                   MOVE WS-ID-MAPEADO TO WS-TAB-ID(WS-TAB-IDX)
                   MOVE 0 TO WS-TAB-PJ(WS-TAB-IDX)
                   MOVE 0 TO WS-TAB-G(WS-TAB-IDX)
                   MOVE 0 TO WS-TAB-P(WS-TAB-IDX)
                   MOVE 0 TO WS-TAB-A(WS-TAB-IDX)
                   MOVE 0 TO WS-TAB-PTS(WS-TAB-IDX)
                   MOVE 0 TO WS-TAB-SUMA(WS-TAB-IDX)
                   MOVE "S" TO WS-TAB-HALLADO
               ELSE
                   IF WS-TBL-LLENA = "N"
                       MOVE "S" TO WS-TBL-LLENA
                       DISPLAY "AVISO: MAS DE 200 JUGADORES, LA "
                               "TABLA QUEDA INCOMPLETA"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *TOP 10 DEL PAQUETE EN PRODUCCION EN ORDEN DE CLAVE (MAYOR
      *PUNTAJE PRIMERO), SALTEANDO BAJAS Y PUNTAJES DE SESIONES
      *ANULADAS. LOS PUNTAJES SIN PAQUETE CUENTAN COMO DEL 000.

       3000-ARMAR-RANKING.
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = "00"
               MOVE LOW-VALUES TO WS-SCORE-KEY
               START SCORE-FILE KEY IS NOT LESS THAN WS-SCORE-KEY
                   INVALID KEY MOVE "23" TO WS-SCORE-STATUS
               END-START
               PERFORM UNTIL WS-SCORE-STATUS NOT = "00"
                          OR WS-RANK-CANT >= 10
                   READ SCORE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SCORE-STATUS
                       NOT AT END
                           PERFORM 3100-EVALUAR-PUNTAJE
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
           END-IF.

      *-----------------------------------------------------------------

       3100-EVALUAR-PUNTAJE.
           IF WS-SCORE-PAQUETE IS NOT NUMERIC
               MOVE 0 TO WS-SCORE-PAQUETE
           END-IF
           IF WS-SCORE-PAQUETE = WS-PAQUETE-ACTUAL
               MOVE WS-SCORE-JUGADOR TO WS-ID-BUSCADO
               PERFORM 1300-VERIFICAR-BAJA
               PERFORM 3200-BUSCAR-ANULADA
               EVALUATE TRUE
               WHEN WS-DADO-DE-BAJA = "S"
                   ADD 1 TO WS-OMITIDOS-BAJA
               WHEN WS-ANU-HALLADA = "S"
                   ADD 1 TO WS-OMITIDOS-ANULADA
               WHEN OTHER
                   ADD 1 TO WS-RANK-CANT
                   MOVE WS-SCORE-JUGADOR
                       TO WS-RANK-JUGADOR(WS-RANK-CANT)
                   MOVE WS-SCORE-INICIALES
                       TO WS-RANK-INICIALES(WS-RANK-CANT)
                   MOVE WS-SCORE-PUNTAJE
                       TO WS-RANK-PUNTAJE(WS-RANK-CANT)
                   MOVE WS-SCORE-NIVEL
                       TO WS-RANK-NIVEL(WS-RANK-CANT)
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      *EL PUNTAJE ES DE UNA SESION ANULADA SI COINCIDEN JUGADOR Y
      *PUNTAJE Y EL SECUENCIAL DE LA CLAVE ES EL FIN DE ESA SESION
      *(MAS HASTA 9 SI AL GRABARSE HUBO CHOQUE, COMO EN JUEGOANU).

       3200-BUSCAR-ANULADA.
           MOVE "N" TO WS-ANU-HALLADA
           PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                   UNTIL WS-ANU-IDX > WS-ANU-CANT
                      OR WS-ANU-HALLADA = "S"
               IF WS-ANU-JUGADOR(WS-ANU-IDX) = WS-SCORE-JUGADOR
                       AND WS-ANU-PUNTAJE(WS-ANU-IDX) =
                           WS-SCORE-PUNTAJE
                       AND WS-SK-SEQ >= WS-ANU-FIN(WS-ANU-IDX)
                       AND WS-SK-SEQ <= WS-ANU-FIN(WS-ANU-IDX) + 9
                   MOVE "S" TO WS-ANU-HALLADA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *ORDENA LA TABLA DE MAYOR A MENOR POR PUNTOS; A IGUAL PUNTAJE
      *DESEMPATA EL PUNTAJE ACUMULADO Y LUEGO EL ID ALFABETICO.

       4000-ORDENAR-TABLA.
           MOVE "S" TO WS-CAMBIAR
           PERFORM UNTIL WS-CAMBIAR NOT = "S"
               MOVE "N" TO WS-CAMBIAR
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                       UNTIL WS-TAB-IDX >= WS-TAB-CANT
                   COMPUTE WS-TAB-IDX2 = WS-TAB-IDX + 1
                   IF WS-TAB-PTS(WS-TAB-IDX2) >
                           WS-TAB-PTS(WS-TAB-IDX)
                       OR (WS-TAB-PTS(WS-TAB-IDX2) =
                               WS-TAB-PTS(WS-TAB-IDX)
                           AND WS-TAB-SUMA(WS-TAB-IDX2) >
                               WS-TAB-SUMA(WS-TAB-IDX))
                       OR (WS-TAB-PTS(WS-TAB-IDX2) =
                               WS-TAB-PTS(WS-TAB-IDX)
                           AND WS-TAB-SUMA(WS-TAB-IDX2) =
                               WS-TAB-SUMA(WS-TAB-IDX)
                           AND WS-TAB-ID(WS-TAB-IDX2) <
                               WS-TAB-ID(WS-TAB-IDX))
                       PERFORM 4100-INTERCAMBIAR
                       MOVE "S" TO WS-CAMBIAR
                   END-IF
               END-PERFORM
           END-PERFORM
      *LAS BAJAS SALEN DE LA TABLA PUBLICADA: SE MARCAN CON ID EN
      *BLANCO Y LOS PUESTOS SE NUMERAN SIN ELLAS.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-TAB-CANT
               MOVE WS-TAB-ID(WS-TAB-IDX) TO WS-ID-BUSCADO
               PERFORM 1300-VERIFICAR-BAJA
               IF WS-DADO-DE-BAJA = "S"
                   MOVE SPACES TO WS-TAB-ID(WS-TAB-IDX)
                   ADD 1 TO WS-OMITIDOS-BAJA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4100-INTERCAMBIAR.
           MOVE WS-TAB-TBL(WS-TAB-IDX)  TO WS-TAB-TEMP
           MOVE WS-TAB-TBL(WS-TAB-IDX2) TO WS-TAB-TBL(WS-TAB-IDX)
           MOVE WS-TAB-TEMP             TO WS-TAB-TBL(WS-TAB-IDX2).

      *-----------------------------------------------------------------
      *JUGADORES QUE SUMARON ALGUNA INSIGNIA DESDE EL LUNES (LA FECHA
      *DE LOGROS ES LA DE LA ULTIMA INSIGNIA OTORGADA). SIN ARCHIVO
      *DE LOGROS LA SECCION SALE VACIA.

       5000-CARGAR-INSIGNIAS.
           OPEN INPUT LOGRO-FILE
           IF WS-LGR-STATUS = "00"
               MOVE LOW-VALUES TO WS-LGR-ID
               START LOGRO-FILE KEY IS NOT LESS THAN WS-LGR-ID
                   INVALID KEY MOVE "23" TO WS-LGR-STATUS
               END-START
               PERFORM UNTIL WS-LGR-STATUS NOT = "00"
                   READ LOGRO-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-LGR-STATUS
                       NOT AT END
                           IF WS-LGR-FECHA >= WS-FECHA-LUNES
                                   AND WS-LGR-FECHA <= WS-FECHA-HOY
                               PERFORM 5100-AGREGAR-INSIGNIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGRO-FILE
           END-IF.

      *-----------------------------------------------------------------

       5100-AGREGAR-INSIGNIAS.
           MOVE WS-LGR-ID TO WS-ID-BUSCADO
           PERFORM 1300-VERIFICAR-BAJA
           IF WS-DADO-DE-BAJA = "S"
               ADD 1 TO WS-OMITIDOS-BAJA
           ELSE
               IF WS-SEM-CANT < 50
                   ADD 1 TO WS-SEM-CANT
                   MOVE WS-LGR-ID TO WS-SEM-ID(WS-SEM-CANT)
                   MOVE WS-LGR-FECHA TO WS-SEM-FECHA(WS-SEM-CANT)
                   MOVE SPACES TO WS-SEM-CODIGOS(WS-SEM-CANT)
                   MOVE SPACES TO WS-SEM-NOMBRES(WS-SEM-CANT)
                   PERFORM 5200-ARMAR-INSIGNIAS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *CODIGOS (PARA LA PAGINA) Y NOMBRES (PARA LA PANTALLA) DE LAS
      *INSIGNIAS DEL JUGADOR, CON LOS MISMOS CODIGOS DE JUEGORET.

       5200-ARMAR-INSIGNIAS.
           MOVE 1 TO WS-INS-PTR
           MOVE 1 TO WS-NOM-PTR
           IF WS-LGR-PRIMERA = "S"
               STRING "1V " DELIMITED BY SIZE
                   INTO WS-SEM-CODIGOS(WS-SEM-CANT)
                   WITH POINTER WS-INS-PTR
               END-STRING
               STRING "PRIMERA VICTORIA. " DELIMITED BY SIZE
                   INTO WS-SEM-NOMBRES(WS-SEM-CANT)
                   WITH POINTER WS-NOM-PTR
               END-STRING
           END-IF
           IF WS-LGR-RACHA3 = "S"
               STRING "R3 " DELIMITED BY SIZE
                   INTO WS-SEM-CODIGOS(WS-SEM-CANT)
                   WITH POINTER WS-INS-PTR
               END-STRING
               STRING "RACHA DE 3. " DELIMITED BY SIZE
                   INTO WS-SEM-NOMBRES(WS-SEM-CANT)
                   WITH POINTER WS-NOM-PTR
               END-STRING
           END-IF
           IF WS-LGR-CAMPANA = "S"
               STRING "CC " DELIMITED BY SIZE
                   INTO WS-SEM-CODIGOS(WS-SEM-CANT)
                   WITH POINTER WS-INS-PTR
               END-STRING
               STRING "CAMPANA COMPLETA. " DELIMITED BY SIZE
                   INTO WS-SEM-NOMBRES(WS-SEM-CANT)
                   WITH POINTER WS-NOM-PTR
               END-STRING
           END-IF
           IF WS-LGR-LIMPIO = "S"
               STRING "SE " DELIMITED BY SIZE
                   INTO WS-SEM-CODIGOS(WS-SEM-CANT)
                   WITH POINTER WS-INS-PTR
               END-STRING
               STRING "SIN ENEMIGOS. " DELIMITED BY SIZE
                   INTO WS-SEM-NOMBRES(WS-SEM-CANT)
                   WITH POINTER WS-NOM-PTR
               END-STRING
           END-IF
           IF WS-LGR-VERSUS = "S"
               STRING "VS " DELIMITED BY SIZE
                   INTO WS-SEM-CODIGOS(WS-SEM-CANT)
                   WITH POINTER WS-INS-PTR
               END-STRING
               STRING "VICTORIA EN VERSUS. " DELIMITED BY SIZE
                   INTO WS-SEM-NOMBRES(WS-SEM-CANT)
                   WITH POINTER WS-NOM-PTR
               END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *PARTIDAS EN CURSO: SESIONES ACTIVAS CON LATIDO DENTRO DEL
      *UMBRAL DE JUEGOMON (LAS ESTANCADAS NO CUENTAN).

       6000-CONTAR-EN-CURSO.
           OPEN INPUT SESION-FILE
           IF WS-SES-STATUS = "00"
               MOVE LOW-VALUES TO WS-SES-ID
               START SESION-FILE KEY IS NOT LESS THAN WS-SES-ID
                   INVALID KEY MOVE "23" TO WS-SES-STATUS
               END-START
               PERFORM UNTIL WS-SES-STATUS NOT = "00"
                   READ SESION-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SES-STATUS
                       NOT AT END
                           IF WS-SES-ESTADO = "A"
                               PERFORM 6100-CALCULAR-MINUTOS
                               IF WS-MINUTOS <= WS-UMBRAL-MIN
                                   ADD 1 TO WS-CANT-EN-CURSO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESION-FILE
           END-IF.

      *-----------------------------------------------------------------
      *MINUTOS DESDE EL ULTIMO LATIDO, CONTEMPLANDO EL CRUCE DE
      *MEDIANOCHE (MISMO ESQUEMA QUE JUEGOMON). UN LATIDO CON FECHA
      *FUTURA QUEDA EN CERO.

       6100-CALCULAR-MINUTOS.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS-AHORA(1:8)))
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SES-ULTACT(1:8)))
           COMPUTE WS-SEG-LATIDO =
               FUNCTION NUMVAL(WS-SES-ULTACT(9:2)) * 3600
             + FUNCTION NUMVAL(WS-SES-ULTACT(11:2)) * 60
             + FUNCTION NUMVAL(WS-SES-ULTACT(13:2))
           COMPUTE WS-SEG-AHORA =
               FUNCTION NUMVAL(WS-TS-AHORA(9:2)) * 3600
             + FUNCTION NUMVAL(WS-TS-AHORA(11:2)) * 60
             + FUNCTION NUMVAL(WS-TS-AHORA(13:2))
           COMPUTE WS-MINUTOS =
               (WS-DIAS * 86400 + WS-SEG-AHORA - WS-SEG-LATIDO) / 60
           IF WS-MINUTOS < 0
               MOVE 0 TO WS-MINUTOS
           END-IF.

      *-----------------------------------------------------------------
      *PAGINA PARA LA PANTALLA DEL SALON. SE REFRESCA SOLA CADA
      *MINUTO PARA LEVANTAR LA ULTIMA PUBLICACION.

       7000-ESCRIBIR-HTML.
           OPEN OUTPUT HTML-FILE
           IF WS-HTML-STATUS NOT = "00"
               DISPLAY "NO SE PUDO CREAR LA PAGINA DE LA PANTALLA, "
                       "STATUS " WS-HTML-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           ELSE
               MOVE SPACES TO WS-FECHA-ED
               STRING WS-FECHA-HOY(7:2) "/" WS-FECHA-HOY(5:2) "/"
                      WS-FECHA-HOY(1:4)
                      DELIMITED BY SIZE
                   INTO WS-FECHA-ED
               END-STRING
               MOVE SPACES TO WS-HORA-ED
               STRING WS-TS-AHORA(9:2) ":" WS-TS-AHORA(11:2)
                      DELIMITED BY SIZE
                   INTO WS-HORA-ED
               END-STRING
               MOVE "<!DOCTYPE html>" TO WS-HTML-REC
               WRITE WS-HTML-REC
               MOVE "<html><head><meta charset=""utf-8"">"
                   TO WS-HTML-REC
               WRITE WS-HTML-REC
               MOVE "<meta http-equiv=""refresh"" content=""60"">"
                   TO WS-HTML-REC
               WRITE WS-HTML-REC
               MOVE "<title>JUEGOPAN</title></head><body>"
                   TO WS-HTML-REC
               WRITE WS-HTML-REC
               MOVE "<h1>JUEGOPAN</h1>" TO WS-HTML-REC
               WRITE WS-HTML-REC
               MOVE WS-CANT-EN-CURSO TO WS-ED-CANT
               MOVE SPACES TO WS-HTML-REC
               STRING "<p>ACTUALIZADO EL " WS-FECHA-ED " A LAS "
                      WS-HORA-ED " - PARTIDAS EN CURSO: "
                      FUNCTION TRIM(WS-ED-CANT) "</p>"
                      DELIMITED BY SIZE
                   INTO WS-HTML-REC
               END-STRING
               WRITE WS-HTML-REC
               PERFORM 7100-HTML-RANKING
               PERFORM 7200-HTML-LIGA
               PERFORM 7300-HTML-INSIGNIAS
               MOVE "</body></html>" TO WS-HTML-REC
               WRITE WS-HTML-REC
               CLOSE HTML-FILE
           END-IF.

      *-----------------------------------------------------------------

       7100-HTML-RANKING.
           MOVE WS-PAQUETE-ACTUAL TO WS-ED-PUNTAJE
           MOVE SPACES TO WS-HTML-REC
           STRING "<h2>TOP 10 PUNTAJES - PAQUETE "
                  FUNCTION TRIM(WS-ED-PUNTAJE) "</h2>"
                  DELIMITED BY SIZE
               INTO WS-HTML-REC
           END-STRING
           WRITE WS-HTML-REC
           IF WS-RANK-CANT = 0
               MOVE "<p>TODAVIA NO HAY PUNTAJES REGISTRADOS</p>"
                   TO WS-HTML-REC
               WRITE WS-HTML-REC
           ELSE
               MOVE SPACES TO WS-HTML-REC
               STRING "<table><tr><th>#</th><th>JUGADOR</th>"
                      "<th>INICIALES</th><th>PUNTAJE</th>"
                      "<th>NIVEL</th></tr>"
                      DELIMITED BY SIZE
                   INTO WS-HTML-REC
               END-STRING
               WRITE WS-HTML-REC
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-RANK-IDX > WS-RANK-CANT
                   MOVE WS-RANK-IDX TO WS-ED-PUESTO
                   MOVE WS-RANK-PUNTAJE(WS-RANK-IDX) TO WS-ED-PUNTAJE
                   MOVE WS-RANK-NIVEL(WS-RANK-IDX) TO WS-ED-NIVEL
                   MOVE SPACES TO WS-HTML-REC
                   STRING "<tr><td>" FUNCTION TRIM(WS-ED-PUESTO)
                          "</td><td>"
                          FUNCTION TRIM(WS-RANK-JUGADOR(WS-RANK-IDX))
                          "</td><td>" WS-RANK-INICIALES(WS-RANK-IDX)
                          "</td><td>" FUNCTION TRIM(WS-ED-PUNTAJE)
                          "</td><td>" FUNCTION TRIM(WS-ED-NIVEL)
                          "</td></tr>"
                          DELIMITED BY SIZE
                       INTO WS-HTML-REC
                   END-STRING
                   WRITE WS-HTML-REC
               END-PERFORM
               MOVE "</table>" TO WS-HTML-REC
               WRITE WS-HTML-REC
           END-IF.

      *-----------------------------------------------------------------

       7200-HTML-LIGA.
           MOVE SPACES TO WS-HTML-REC
           IF WS-FECHA-TEMPORADA = SPACES
               MOVE "<h2>TABLA DE POSICIONES DE LA LIGA</h2>"
                   TO WS-HTML-REC
           ELSE
               STRING "<h2>TABLA DE POSICIONES DE LA LIGA - "
                      "TEMPORADA DESDE EL "
                      WS-FECHA-TEMPORADA(7:2) "/"
                      WS-FECHA-TEMPORADA(5:2) "/"
                      WS-FECHA-TEMPORADA(1:4) "</h2>"
                      DELIMITED BY SIZE
                   INTO WS-HTML-REC
               END-STRING
           END-IF
           WRITE WS-HTML-REC
           MOVE SPACES TO WS-HTML-REC
           STRING "<table><tr><th>POS</th><th>JUGADOR</th>"
                  "<th>PJ</th><th>G</th><th>P</th><th>A</th>"
                  "<th>PTS</th></tr>"
                  DELIMITED BY SIZE
               INTO WS-HTML-REC
           END-STRING
           WRITE WS-HTML-REC
           MOVE 0 TO WS-PUESTO
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-TAB-CANT
               IF WS-TAB-ID(WS-TAB-IDX) NOT = SPACES
                   ADD 1 TO WS-PUESTO
                   PERFORM 7250-EDITAR-RENGLON-LIGA
                   MOVE SPACES TO WS-HTML-REC
                   STRING "<tr><td>" FUNCTION TRIM(WS-ED-PUESTO)
                          "</td><td>"
                          FUNCTION TRIM(WS-TAB-ID(WS-TAB-IDX))
                          "</td><td>" FUNCTION TRIM(WS-ED-PJ)
                          "</td><td>" FUNCTION TRIM(WS-ED-G)
                          "</td><td>" FUNCTION TRIM(WS-ED-P)
                          "</td><td>" FUNCTION TRIM(WS-ED-A)
                          "</td><td>" FUNCTION TRIM(WS-ED-PTS)
                          "</td></tr>"
                          DELIMITED BY SIZE
                       INTO WS-HTML-REC
                   END-STRING
                   WRITE WS-HTML-REC
               END-IF
           END-PERFORM
           MOVE "</table>" TO WS-HTML-REC
           WRITE WS-HTML-REC
           IF WS-PUESTO = 0
               MOVE "<p>SIN SESIONES EN LA TEMPORADA</p>"
                   TO WS-HTML-REC
               WRITE WS-HTML-REC
           END-IF.

      *-----------------------------------------------------------------

       7250-EDITAR-RENGLON-LIGA.
           MOVE WS-PUESTO TO WS-ED-PUESTO
           MOVE WS-TAB-PJ(WS-TAB-IDX) TO WS-ED-PJ
           MOVE WS-TAB-G(WS-TAB-IDX) TO WS-ED-G
           MOVE WS-TAB-P(WS-TAB-IDX) TO WS-ED-P
           MOVE WS-TAB-A(WS-TAB-IDX) TO WS-ED-A
           MOVE WS-TAB-PTS(WS-TAB-IDX) TO WS-ED-PTS.

      *-----------------------------------------------------------------

       7300-HTML-INSIGNIAS.
           MOVE SPACES TO WS-HTML-REC
           STRING "<h2>INSIGNIAS DE LA SEMANA (DESDE EL LUNES "
                  WS-FECHA-LUNES(7:2) "/" WS-FECHA-LUNES(5:2)
                  ")</h2>"
                  DELIMITED BY SIZE
               INTO WS-HTML-REC
           END-STRING
           WRITE WS-HTML-REC
           IF WS-SEM-CANT = 0
               MOVE "<p>NADIE GANO INSIGNIAS ESTA SEMANA TODAVIA</p>"
                   TO WS-HTML-REC
               WRITE WS-HTML-REC
           ELSE
               MOVE "<ul>" TO WS-HTML-REC
               WRITE WS-HTML-REC
               PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                       UNTIL WS-SEM-IDX > WS-SEM-CANT
                   MOVE SPACES TO WS-HTML-REC
                   STRING "<li>"
                          FUNCTION TRIM(WS-SEM-ID(WS-SEM-IDX))
                          ": "
                          FUNCTION TRIM(WS-SEM-NOMBRES(WS-SEM-IDX))
                          "</li>"
                          DELIMITED BY SIZE
                       INTO WS-HTML-REC
                   END-STRING
                   WRITE WS-HTML-REC
               END-PERFORM
               MOVE "</ul>" TO WS-HTML-REC
               WRITE WS-HTML-REC
           END-IF.

      *-----------------------------------------------------------------
      *EXTRACTO PARA LA PAGINA DEL LOCAL (FORMATO EN LA FD).

       7500-ESCRIBIR-CSV.
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL EXTRACTO DE LA PAGINA, "
                       "STATUS " WS-CSV-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           ELSE
               MOVE SPACES TO WS-CSV-REC
               STRING "GENERADO," WS-TS-AHORA "," WS-PAQUETE-ACTUAL
                      "," WS-FECHA-TEMPORADA
                      DELIMITED BY SIZE
                   INTO WS-CSV-REC
               END-STRING
               WRITE WS-CSV-REC
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-RANK-IDX > WS-RANK-CANT
                   MOVE WS-RANK-IDX TO WS-ED-PUESTO
                   MOVE WS-RANK-PUNTAJE(WS-RANK-IDX) TO WS-ED-PUNTAJE
                   MOVE WS-RANK-NIVEL(WS-RANK-IDX) TO WS-ED-NIVEL
                   MOVE SPACES TO WS-CSV-REC
                   STRING "RANKING," FUNCTION TRIM(WS-ED-PUESTO) ","
                          FUNCTION TRIM(WS-RANK-JUGADOR(WS-RANK-IDX))
                          "," WS-RANK-INICIALES(WS-RANK-IDX) ","
                          FUNCTION TRIM(WS-ED-PUNTAJE) ","
                          FUNCTION TRIM(WS-ED-NIVEL)
                          DELIMITED BY SIZE
                       INTO WS-CSV-REC
                   END-STRING
                   WRITE WS-CSV-REC
               END-PERFORM
               MOVE 0 TO WS-PUESTO
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                       UNTIL WS-TAB-IDX > WS-TAB-CANT
                   IF WS-TAB-ID(WS-TAB-IDX) NOT = SPACES
                       ADD 1 TO WS-PUESTO
                       PERFORM 7250-EDITAR-RENGLON-LIGA
                       MOVE SPACES TO WS-CSV-REC
                       STRING "LIGA," FUNCTION TRIM(WS-ED-PUESTO) ","
                              FUNCTION TRIM(WS-TAB-ID(WS-TAB-IDX)) ","
                              FUNCTION TRIM(WS-ED-PJ) ","
                              FUNCTION TRIM(WS-ED-G) ","
                              FUNCTION TRIM(WS-ED-P) ","
                              FUNCTION TRIM(WS-ED-A) ","
                              FUNCTION TRIM(WS-ED-PTS)
                              DELIMITED BY SIZE
                           INTO WS-CSV-REC
                       END-STRING
                       WRITE WS-CSV-REC
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                       UNTIL WS-SEM-IDX > WS-SEM-CANT
                   MOVE SPACES TO WS-CSV-REC
                   STRING "LOGROS,"
                          FUNCTION TRIM(WS-SEM-ID(WS-SEM-IDX)) ","
                          WS-SEM-FECHA(WS-SEM-IDX) ","
                          FUNCTION TRIM(WS-SEM-CODIGOS(WS-SEM-IDX))
                          DELIMITED BY SIZE
                       INTO WS-CSV-REC
                   END-STRING
                   WRITE WS-CSV-REC
               END-PERFORM
               MOVE WS-CANT-EN-CURSO TO WS-ED-CANT
               MOVE SPACES TO WS-CSV-REC
               STRING "ENCURSO," FUNCTION TRIM(WS-ED-CANT)
                      DELIMITED BY SIZE
                   INTO WS-CSV-REC
               END-STRING
               WRITE WS-CSV-REC
               CLOSE CSV-FILE
           END-IF.

      *-----------------------------------------------------------------
      *REEMPLAZA LA PUBLICACION ANTERIOR POR LA NUEVA DE UNA SOLA VEZ,
      *ASI LA PANTALLA Y LA PAGINA NUNCA TOMAN UN ARCHIVO A MEDIAS.

       8000-PUBLICAR.
           MOVE SPACES TO WS-COMANDO
           STRING "mv -f data/VITRINA.NEW data/VITRINA.HTM && "
                  "mv -f data/VITRINACSV.NEW data/VITRINA.CSV"
                  DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY "NO SE PUDO REEMPLAZAR LA PUBLICACION (RC "
                       RETURN-CODE ")"
               MOVE "S" TO WS-HUBO-ERROR
           END-IF
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------

       9000-IMPRIMIR-RESUMEN.
           DISPLAY "================================================"
           DISPLAY "     PUBLICACION PARA EL SALON - JUEGOPAN"
           DISPLAY "     " WS-TS-AHORA(1:8) " " WS-TS-AHORA(9:2) ":"
                   WS-TS-AHORA(11:2)
           DISPLAY "================================================"
           DISPLAY "PUNTAJES EN EL TOP      : " WS-RANK-CANT
           DISPLAY "JUGADORES EN LA TABLA   : " WS-PUESTO
           DISPLAY "SESIONES DE LA TEMPORADA: " WS-CANT-SESIONES
           DISPLAY "INSIGNIAS DE LA SEMANA  : " WS-SEM-CANT
           DISPLAY "PARTIDAS EN CURSO       : " WS-CANT-EN-CURSO
           DISPLAY "OMITIDOS POR BAJA       : " WS-OMITIDOS-BAJA
           DISPLAY "PUNTAJES ANULADOS       : " WS-OMITIDOS-ANULADA
           IF WS-HUBO-ERROR = "S"
               DISPLAY "LA PUBLICACION NO SE ACTUALIZO; QUEDA LA "
                       "ANTERIOR"
           ELSE
               DISPLAY "PUBLICADO EN data/VITRINA.HTM Y "
                       "data/VITRINA.CSV"
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------
       END PROGRAM JUEGOPUB.
