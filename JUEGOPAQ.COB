      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Control de versiones del paquete de niveles. Los
      *          disenadores ya no tocan data/NIVELnn.DAT: dejan el
      *          paquete completo en data/STAGING y este programa lo
      *          pasa a produccion. Con el argumento PROMOVER corre
      *          JUEGOVAL sobre todo el paquete en espera y se niega
      *          si algun nivel sale SUCIO; si esta limpio guarda el
      *          paquete de produccion bajo su numero de version
      *          (data/PAQnnn), copia el nuevo a data/PAQnnn con el
      *          numero siguiente y lo pone en produccion. Con
      *          REVERTIR vuelve a la version anterior a la vigente.
      *          Sin argumento muestra la version vigente y el
      *          historial. Cada cambio queda en data/PAQUETES.DAT,
      *          cuyo ultimo renglon es la version que el juego
      *          estampa en sesiones, eventos, auditoria y tablero.
      *          Con partidas en curso no se cambia nada. RETURN-CODE
      *          8 cuando la promocion o la vuelta atras se rechaza o
      *          el argumento no es ninguno de los dos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOPAQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAQUETE-FILE ASSIGN TO "data/PAQUETES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ-STATUS.

           SELECT SESION-FILE ASSIGN TO "data/SESIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SES-ID
               FILE STATUS IS WS-SES-STATUS.

           SELECT LEVEL-FILE ASSIGN DYNAMIC WS-LEVEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT PARM-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *HISTORIAL DE VERSIONES: UN RENGLON POR CAMBIO DE PAQUETE EN
      *PRODUCCION. ACCION PRO (PROMOCION) O REV (VUELTA ATRAS);
      *ANTERIOR ES LA VERSION A LA QUE VOLVERIA UN REVERTIR.
       FD  PAQUETE-FILE.
       01  WS-PAQUETE-REC.
           05 WS-PAQ-VERSION          PIC 999.
           05 WS-PAQ-ANTERIOR         PIC 999.
           05 WS-PAQ-ACCION           PIC X(3).
           05 WS-PAQ-FECHA            PIC X(14).
           05 WS-PAQ-NIVELES          PIC 99.

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

       FD  LEVEL-FILE.
       01  WS-LEVEL-REC               PIC X(7).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 WS-PARM-CLAVE            PIC X(15).
           05 WS-PARM-VALOR-REC        PIC 9(3).

       WORKING-STORAGE SECTION.
       77  WS-PAQ-STATUS            PIC XX.
       77  WS-SES-STATUS            PIC XX.
       77  WS-LEVEL-STATUS          PIC XX.
       77  WS-PARM-STATUS           PIC XX.

       77  WS-PARM-MODO             PIC X(10) VALUE SPACES.
       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-TS-AHORA              PIC X(14).

      *HISTORIAL EN MEMORIA, PARA LISTARLO Y PARA BUSCAR LA VERSION
      *ANTERIOR DE UNA VERSION AL VOLVER ATRAS.
       01  WS-HISTORIAL.
           05 WS-HIS-CANT           PIC 9(3) VALUE 0.
           05 WS-HIS-TBL OCCURS 500 TIMES.
               10 WS-HIS-VERSION        PIC 999.
               10 WS-HIS-ANTERIOR       PIC 999.
               10 WS-HIS-ACCION         PIC X(3).
               10 WS-HIS-FECHA          PIC X(14).
               10 WS-HIS-NIVELES        PIC 99.

       77  WS-HIS-IDX               PIC 9(3).
       77  WS-HIS-LLENO             PIC X VALUE "N".

      *VERSION VIGENTE (0 = EL PAQUETE ORIGINAL, ANTERIOR A ESTE
      *CONTROL), LA QUE RECUPERARIA UN REVERTIR Y LA MAS ALTA USADA:
      *UNA PROMOCION SIEMPRE TOMA UN NUMERO NUEVO, AUNQUE ANTES SE
      *HAYA VUELTO ATRAS.
       77  WS-VERSION-ACTUAL        PIC 999 VALUE 0.
       77  WS-VERSION-ANTERIOR      PIC 999 VALUE 0.
       77  WS-VERSION-MAXIMA        PIC 999 VALUE 0.
       77  WS-VERSION-NUEVA         PIC 999.
       77  WS-ANTERIOR-NUEVA        PIC 999.

      *DIRECTORIOS DE TRABAJO.
       77  WS-DIR-PAQUETE           PIC X(20).
       77  WS-DIR-VIGENTE           PIC X(20).
       77  WS-DIR-NUEVO             PIC X(20).
       77  WS-LEVEL-FILENAME        PIC X(40).
       77  WS-NIVEL-ITER            PIC 9(3).
       77  WS-NIVEL-NUM             PIC 99.
       77  WS-CANT-NIVELES          PIC 99.
       77  WS-CANT-PRODUCCION       PIC 99.
       77  WS-CANT-NUEVO            PIC 99.

       77  WS-COMANDO               PIC X(120).
       77  WS-CMD-RC                PIC 9(4).
       77  WS-RECHAZADO             PIC X VALUE "N".
       77  WS-RESP-CONFIRMA         PIC X.

      *CONTROL DE SESIONES VIVAS, CON EL MISMO CRITERIO QUE EL
      *CONDUCTOR NOCTURNO: LATIDO DENTRO DEL UMBRAL DE JUEGOMON
      *(MONITOR-MIN DE PARAMS.DAT) = PARTIDA EN CURSO.
       77  WS-UMBRAL-MIN            PIC 9(3) VALUE 5.
       77  WS-CANT-ACTIVAS          PIC 9(3) VALUE 0.
       77  WS-DIAS                  PIC S9(5).
       77  WS-SEG-LATIDO            PIC 9(5).
       77  WS-SEG-AHORA             PIC 9(5).
       77  WS-MINUTOS               PIC S9(7).

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "================================================"
           DISPLAY "   VERSIONES DEL PAQUETE DE NIVELES - JUEGOPAN"
           DISPLAY "================================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-MODO FROM ARGUMENT-VALUE
           PERFORM 1000-LEER-HISTORIAL
           PERFORM 1500-CARGAR-PARAMETROS
           EVALUATE WS-PARM-MODO
           WHEN "PROMOVER"
               PERFORM 3000-PROMOVER
           WHEN "REVERTIR"
               PERFORM 4000-REVERTIR
           WHEN SPACES
               CONTINUE
           WHEN OTHER
               DISPLAY "MODO NO RECONOCIDO: " WS-PARM-MODO
               PERFORM 9100-MOSTRAR-USO
               MOVE "S" TO WS-RECHAZADO
           END-EVALUATE
           PERFORM 8000-IMPRIMIR-ESTADO
           IF WS-RECHAZADO = "S"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      *LEE EL HISTORIAL COMPLETO: EL ULTIMO RENGLON ES LA VERSION
      *VIGENTE. SIN HISTORIAL, LA VIGENTE ES LA 000.

       1000-LEER-HISTORIAL.
           OPEN INPUT PAQUETE-FILE
           IF WS-PAQ-STATUS = "00"
               PERFORM UNTIL WS-PAQ-STATUS NOT = "00"
                   READ PAQUETE-FILE
                       AT END
                           MOVE "10" TO WS-PAQ-STATUS
                       NOT AT END
                           IF WS-PAQ-VERSION IS NUMERIC
                               PERFORM 1100-AGREGAR-HISTORIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAQUETE-FILE
           END-IF.

      *-----------------------------------------------------------------

       1100-AGREGAR-HISTORIAL.
           MOVE WS-PAQ-VERSION  TO WS-VERSION-ACTUAL
           MOVE WS-PAQ-ANTERIOR TO WS-VERSION-ANTERIOR
           IF WS-PAQ-VERSION > WS-VERSION-MAXIMA
               MOVE WS-PAQ-VERSION TO WS-VERSION-MAXIMA
           END-IF
           IF WS-HIS-CANT < 500
               ADD 1 TO WS-HIS-CANT
               MOVE WS-PAQ-VERSION  TO WS-HIS-VERSION(WS-HIS-CANT)
               MOVE WS-PAQ-ANTERIOR TO WS-HIS-ANTERIOR(WS-HIS-CANT)
               MOVE WS-PAQ-ACCION   TO WS-HIS-ACCION(WS-HIS-CANT)
               MOVE WS-PAQ-FECHA    TO WS-HIS-FECHA(WS-HIS-CANT)
               MOVE WS-PAQ-NIVELES  TO WS-HIS-NIVELES(WS-HIS-CANT)
           ELSE
               MOVE "S" TO WS-HIS-LLENO
           END-IF.

      *-----------------------------------------------------------------
      *UMBRAL DE PARTIDA EN CURSO, EL MISMO DE JUEGOMON.

       1500-CARGAR-PARAMETROS.
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
      *UNA SESION "A" CON LATIDO DENTRO DEL UMBRAL ES UNA PARTIDA EN
      *CURSO: CAMBIARLE LOS NIVELES DEBAJO LA DEJARIA JUGANDO UN
      *PAQUETE MEZCLADO. LAS "A" VIEJAS SON TERMINALES CAIDAS QUE
      *EL MONITOR YA DENUNCIA; AVISAN PERO NO FRENAN.

       2000-CONTROLAR-SESIONES-VIVAS.
           MOVE 0 TO WS-CANT-ACTIVAS
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
                               PERFORM 2100-EVALUAR-SESION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESION-FILE
           END-IF
           IF WS-CANT-ACTIVAS > 0
               MOVE "S" TO WS-RECHAZADO
               DISPLAY "HAY " WS-CANT-ACTIVAS " PARTIDAS EN CURSO; "
                       "EL PAQUETE NO SE CAMBIA HASTA QUE TERMINEN"
           END-IF.

      *-----------------------------------------------------------------

       2100-EVALUAR-SESION.
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
           IF WS-MINUTOS <= WS-UMBRAL-MIN
               ADD 1 TO WS-CANT-ACTIVAS
               DISPLAY "PARTIDA EN CURSO: " WS-SES-ID
                       " TERMINAL " WS-SES-TERMINAL
           ELSE
               DISPLAY "AVISO: SESION SOSPECHOSA DE " WS-SES-ID
                       " TERMINAL " WS-SES-TERMINAL
                       " (SIN CIERRE); NO FRENA EL CAMBIO"
           END-IF.

      *-----------------------------------------------------------------
      *CUENTA LOS NIVELES PRESENTES EN WS-DIR-PAQUETE.

       2500-CONTAR-NIVELES.
           MOVE 0 TO WS-CANT-NIVELES
           PERFORM VARYING WS-NIVEL-ITER FROM 1 BY 1
                   UNTIL WS-NIVEL-ITER > 99
               MOVE WS-NIVEL-ITER TO WS-NIVEL-NUM
               MOVE SPACES TO WS-LEVEL-FILENAME
               STRING WS-DIR-PAQUETE DELIMITED BY SPACE
                      "/NIVEL"       DELIMITED BY SIZE
                      WS-NIVEL-NUM   DELIMITED BY SIZE
                      ".DAT"         DELIMITED BY SIZE
                   INTO WS-LEVEL-FILENAME
               END-STRING
               OPEN INPUT LEVEL-FILE
               IF WS-LEVEL-STATUS = "00"
                   ADD 1 TO WS-CANT-NIVELES
                   CLOSE LEVEL-FILE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *ARMA EN WS-DIR-PAQUETE EL DIRECTORIO DE LA VERSION
      *WS-VERSION-NUEVA (data/PAQnnn).

       2600-ARMAR-DIRECTORIO.
           MOVE SPACES TO WS-DIR-PAQUETE
           STRING "data/PAQ"       DELIMITED BY SIZE
                  WS-VERSION-NUEVA DELIMITED BY SIZE
               INTO WS-DIR-PAQUETE
           END-STRING.

      *-----------------------------------------------------------------
      *EJECUTA WS-COMANDO Y DEJA SU CODIGO DE SALIDA EN WS-CMD-RC.

       2800-EJECUTAR-COMANDO.
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-CMD-RC
           MOVE 0 TO RETURN-CODE
      *EN ALGUNAS PLATAFORMAS EL CODIGO DE SALIDA DEL COMANDO VIENE
      *MULTIPLICADO POR 256; SE LO BAJA A SU VALOR REAL.
           IF WS-CMD-RC > 255
               COMPUTE WS-CMD-RC = WS-CMD-RC / 256
           END-IF.

      *-----------------------------------------------------------------
      *PROMOCION DEL PAQUETE EN ESPERA. SE PROMUEVE SIEMPRE EL
      *PAQUETE COMPLETO: LO QUE NO ESTE EN data/STAGING DEJA DE
      *ESTAR EN PRODUCCION.

       3000-PROMOVER.
           DISPLAY "PROMOCION DEL PAQUETE EN ESPERA (data/STAGING)"
           PERFORM 2000-CONTROLAR-SESIONES-VIVAS
           IF WS-RECHAZADO = "N"
               MOVE "data/STAGING" TO WS-DIR-PAQUETE
               PERFORM 2500-CONTAR-NIVELES
               MOVE WS-CANT-NIVELES TO WS-CANT-NUEVO
               IF WS-CANT-NUEVO = 0
                   MOVE "S" TO WS-RECHAZADO
                   DISPLAY "NO HAY NIVELES EN data/STAGING; NADA QUE "
                           "PROMOVER"
               END-IF
           END-IF
           IF WS-RECHAZADO = "N"
               IF WS-VERSION-MAXIMA = 999
                   MOVE "S" TO WS-RECHAZADO
                   DISPLAY "SE AGOTARON LOS NUMEROS DE VERSION"
               END-IF
           END-IF
           IF WS-RECHAZADO = "N"
               PERFORM 3100-VALIDAR-ESPERA
           END-IF
           IF WS-RECHAZADO = "N"
               PERFORM 3200-ARCHIVAR-VIGENTE
           END-IF
           IF WS-RECHAZADO = "N"
               PERFORM 3300-PUBLICAR-NUEVO
           END-IF
           IF WS-RECHAZADO = "N"
               MOVE WS-VERSION-NUEVA   TO WS-PAQ-VERSION
               MOVE WS-VERSION-ACTUAL  TO WS-PAQ-ANTERIOR
               MOVE "PRO"              TO WS-PAQ-ACCION
               MOVE WS-CANT-NUEVO      TO WS-PAQ-NIVELES
               PERFORM 5000-ASENTAR-CAMBIO
               MOVE "rm -f data/STAGING/NIVEL??.DAT" TO WS-COMANDO
               PERFORM 2800-EJECUTAR-COMANDO
               DISPLAY "PAQUETE " WS-VERSION-NUEVA " EN PRODUCCION ("
                       WS-CANT-NUEVO " NIVELES); EL ANTERIOR QUEDA "
                       "GUARDADO EN "
                       FUNCTION TRIM(WS-DIR-VIGENTE)
           ELSE
               DISPLAY "PROMOCION RECHAZADA: PRODUCCION SIGUE EN LA "
                       "VERSION " WS-VERSION-ACTUAL
           END-IF.

      *-----------------------------------------------------------------
      *CORRE EL VALIDADOR SOBRE TODO EL PAQUETE EN ESPERA: RC 4 ES
      *UN NIVEL SUCIO (O UN HUECO EN LA CADENA) Y CUALQUIER OTRO
      *CODIGO DISTINTO DE 0 ES QUE NO SE PUDO VALIDAR.

       3100-VALIDAR-ESPERA.
           MOVE "./JUEGOVAL data/STAGING" TO WS-COMANDO
           PERFORM 2800-EJECUTAR-COMANDO
           EVALUATE WS-CMD-RC
           WHEN 0
               CONTINUE
           WHEN 4
               MOVE "S" TO WS-RECHAZADO
               DISPLAY "EL PAQUETE EN ESPERA TIENE NIVELES SUCIOS; "
                       "CORREGIRLOS EN data/STAGING"
           WHEN OTHER
               MOVE "S" TO WS-RECHAZADO
               DISPLAY "NO SE PUDO VALIDAR EL PAQUETE (RC "
                       WS-CMD-RC ")"
           END-EVALUATE.

      *-----------------------------------------------------------------
      *GUARDA EL PAQUETE DE PRODUCCION BAJO SU NUMERO DE VERSION
      *ANTES DE PISARLO. SE REHACE AUNQUE EL DIRECTORIO YA EXISTA:
      *LO QUE QUEDA GUARDADO ES LO QUE REALMENTE SE JUGO.

       3200-ARCHIVAR-VIGENTE.
           MOVE WS-VERSION-ACTUAL TO WS-VERSION-NUEVA
           PERFORM 2600-ARMAR-DIRECTORIO
           MOVE WS-DIR-PAQUETE TO WS-DIR-VIGENTE
           MOVE "data" TO WS-DIR-PAQUETE
           PERFORM 2500-CONTAR-NIVELES
           MOVE WS-CANT-NIVELES TO WS-CANT-PRODUCCION
           MOVE SPACES TO WS-COMANDO
           IF WS-CANT-PRODUCCION > 0
               STRING "mkdir -p "        DELIMITED BY SIZE
                      WS-DIR-VIGENTE     DELIMITED BY SPACE
                      " && rm -f "       DELIMITED BY SIZE
                      WS-DIR-VIGENTE     DELIMITED BY SPACE
                      "/NIVEL??.DAT && cp data/NIVEL??.DAT "
                                         DELIMITED BY SIZE
                      WS-DIR-VIGENTE     DELIMITED BY SPACE
                   INTO WS-COMANDO
               END-STRING
           ELSE
               STRING "mkdir -p "        DELIMITED BY SIZE
                      WS-DIR-VIGENTE     DELIMITED BY SPACE
                   INTO WS-COMANDO
               END-STRING
           END-IF
           PERFORM 2800-EJECUTAR-COMANDO
           IF WS-CMD-RC NOT = 0
               MOVE "S" TO WS-RECHAZADO
               DISPLAY "NO SE PUDO GUARDAR EL PAQUETE VIGENTE EN "
                       FUNCTION TRIM(WS-DIR-VIGENTE)
                       " (RC " WS-CMD-RC ")"
           END-IF.

      *-----------------------------------------------------------------
      *COPIA EL PAQUETE EN ESPERA A SU DIRECTORIO DE VERSION Y DE
      *AHI A PRODUCCION. SI FALLA EL PASE A PRODUCCION SE REPONE EL
      *PAQUETE RECIEN GUARDADO PARA NO DEJAR LAS TERMINALES CON UN
      *PAQUETE A MEDIAS.

       3300-PUBLICAR-NUEVO.
           COMPUTE WS-VERSION-NUEVA = WS-VERSION-MAXIMA + 1
           PERFORM 2600-ARMAR-DIRECTORIO
           MOVE WS-DIR-PAQUETE TO WS-DIR-NUEVO
           MOVE SPACES TO WS-COMANDO
           STRING "mkdir -p "        DELIMITED BY SIZE
                  WS-DIR-NUEVO       DELIMITED BY SPACE
                  " && rm -f "       DELIMITED BY SIZE
                  WS-DIR-NUEVO       DELIMITED BY SPACE
                  "/NIVEL??.DAT && cp data/STAGING/NIVEL??.DAT "
                                     DELIMITED BY SIZE
                  WS-DIR-NUEVO       DELIMITED BY SPACE
               INTO WS-COMANDO
           END-STRING
           PERFORM 2800-EJECUTAR-COMANDO
           IF WS-CMD-RC NOT = 0
               MOVE "S" TO WS-RECHAZADO
               DISPLAY "NO SE PUDO COPIAR EL PAQUETE A "
                       FUNCTION TRIM(WS-DIR-NUEVO)
                       " (RC " WS-CMD-RC ")"
           ELSE
               MOVE WS-DIR-NUEVO TO WS-DIR-PAQUETE
               PERFORM 3400-PASAR-A-PRODUCCION
               IF WS-CMD-RC NOT = 0
                   MOVE "S" TO WS-RECHAZADO
                   DISPLAY "NO SE PUDO PASAR EL PAQUETE A "
                           "PRODUCCION (RC " WS-CMD-RC "); SE "
                           "REPONE LA VERSION " WS-VERSION-ACTUAL
                   IF WS-CANT-PRODUCCION > 0
                       MOVE WS-DIR-VIGENTE TO WS-DIR-PAQUETE
                       PERFORM 3400-PASAR-A-PRODUCCION
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *REEMPLAZA LOS NIVELES DE PRODUCCION POR LOS DE WS-DIR-PAQUETE.

       3400-PASAR-A-PRODUCCION.
           MOVE SPACES TO WS-COMANDO
           STRING "rm -f data/NIVEL??.DAT && cp "
                                     DELIMITED BY SIZE
                  WS-DIR-PAQUETE     DELIMITED BY SPACE
                  "/NIVEL??.DAT data/"
                                     DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           PERFORM 2800-EJECUTAR-COMANDO.

      *-----------------------------------------------------------------
      *VUELTA A LA VERSION ANTERIOR A LA VIGENTE, CON CONFIRMACION.
      *LA VERSION ANTERIOR DE LA RECUPERADA SE TOMA DE SU PROPIA
      *PROMOCION, ASI UN SEGUNDO REVERTIR SIGUE BAJANDO LA CADENA.

       4000-REVERTIR.
           IF WS-HIS-CANT = 0
                   OR WS-VERSION-ANTERIOR = WS-VERSION-ACTUAL
               MOVE "S" TO WS-RECHAZADO
               DISPLAY "NO HAY VERSION ANTERIOR A LA "
                       WS-VERSION-ACTUAL " A LA QUE VOLVER"
           END-IF
           IF WS-RECHAZADO = "N"
               MOVE WS-VERSION-ANTERIOR TO WS-VERSION-NUEVA
               PERFORM 2600-ARMAR-DIRECTORIO
               MOVE WS-DIR-PAQUETE TO WS-DIR-NUEVO
               PERFORM 2500-CONTAR-NIVELES
               MOVE WS-CANT-NIVELES TO WS-CANT-NUEVO
               IF WS-CANT-NUEVO = 0
                   MOVE "S" TO WS-RECHAZADO
                   DISPLAY "NO SE ENCUENTRA EL PAQUETE GUARDADO EN "
                           FUNCTION TRIM(WS-DIR-NUEVO)
               END-IF
           END-IF
           IF WS-RECHAZADO = "N"
               PERFORM 2000-CONTROLAR-SESIONES-VIVAS
           END-IF
           IF WS-RECHAZADO = "N"
               DISPLAY "SE VUELVE DE LA VERSION " WS-VERSION-ACTUAL
                       " A LA " WS-VERSION-NUEVA " (" WS-CANT-NUEVO
                       " NIVELES). CONFIRMA? (S/N)"
               ACCEPT WS-RESP-CONFIRMA
               IF WS-RESP-CONFIRMA NOT = "S"
                       AND WS-RESP-CONFIRMA NOT = "s"
                   MOVE "S" TO WS-RECHAZADO
                   DISPLAY "VUELTA ATRAS CANCELADA"
               END-IF
           END-IF
           IF WS-RECHAZADO = "N"
               PERFORM 3400-PASAR-A-PRODUCCION
               IF WS-CMD-RC NOT = 0
                   MOVE "S" TO WS-RECHAZADO
                   DISPLAY "NO SE PUDO PASAR "
                           FUNCTION TRIM(WS-DIR-NUEVO)
                           " A PRODUCCION (RC " WS-CMD-RC "); "
                           "REVISAR data/NIVELnn.DAT A MANO"
               END-IF
           END-IF
           IF WS-RECHAZADO = "N"
               PERFORM 4100-BUSCAR-ANTERIOR
               MOVE WS-VERSION-NUEVA   TO WS-PAQ-VERSION
               MOVE WS-ANTERIOR-NUEVA  TO WS-PAQ-ANTERIOR
               MOVE "REV"              TO WS-PAQ-ACCION
               MOVE WS-CANT-NUEVO      TO WS-PAQ-NIVELES
               PERFORM 5000-ASENTAR-CAMBIO
               DISPLAY "PAQUETE " WS-VERSION-NUEVA
                       " DE NUEVO EN PRODUCCION"
           END-IF.

      *-----------------------------------------------------------------
      *LA ANTERIOR DE LA VERSION RECUPERADA ES LA QUE FIGURA EN SU
      *ULTIMA PROMOCION; LA 000 NO TIENE ANTERIOR.

       4100-BUSCAR-ANTERIOR.
           MOVE WS-VERSION-NUEVA TO WS-ANTERIOR-NUEVA
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-CANT
               IF WS-HIS-VERSION(WS-HIS-IDX) = WS-VERSION-NUEVA
                       AND WS-HIS-ACCION(WS-HIS-IDX) = "PRO"
                   MOVE WS-HIS-ANTERIOR(WS-HIS-IDX)
                       TO WS-ANTERIOR-NUEVA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *AGREGA EL CAMBIO AL HISTORIAL; DESDE ESTE MOMENTO LAS
      *TERMINALES ESTAMPAN LA VERSION NUEVA.

       5000-ASENTAR-CAMBIO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-PAQ-FECHA
           OPEN EXTEND PAQUETE-FILE
           IF WS-PAQ-STATUS = "35"
               OPEN OUTPUT PAQUETE-FILE
               CLOSE PAQUETE-FILE
               OPEN EXTEND PAQUETE-FILE
           END-IF
           IF WS-PAQ-STATUS = "00"
               WRITE WS-PAQUETE-REC
               CLOSE PAQUETE-FILE
               MOVE WS-PAQ-VERSION  TO WS-VERSION-ACTUAL
               MOVE WS-PAQ-ANTERIOR TO WS-VERSION-ANTERIOR
               IF WS-PAQ-VERSION > WS-VERSION-MAXIMA
                   MOVE WS-PAQ-VERSION TO WS-VERSION-MAXIMA
               END-IF
               IF WS-HIS-CANT < 500
                   ADD 1 TO WS-HIS-CANT
                   MOVE WS-PAQ-VERSION  TO WS-HIS-VERSION(WS-HIS-CANT)
                   MOVE WS-PAQ-ANTERIOR TO WS-HIS-ANTERIOR(WS-HIS-CANT)
                   MOVE WS-PAQ-ACCION   TO WS-HIS-ACCION(WS-HIS-CANT)
                   MOVE WS-PAQ-FECHA    TO WS-HIS-FECHA(WS-HIS-CANT)
                   MOVE WS-PAQ-NIVELES  TO WS-HIS-NIVELES(WS-HIS-CANT)
               END-IF
           ELSE
               MOVE "S" TO WS-RECHAZADO
               DISPLAY "ERROR: LOS NIVELES YA CAMBIARON PERO NO SE "
                       "PUDO ASENTAR EN PAQUETES.DAT (STATUS "
                       WS-PAQ-STATUS "); AGREGAR EL RENGLON A MANO"
           END-IF.

      *-----------------------------------------------------------------

       8000-IMPRIMIR-ESTADO.
           DISPLAY "------------------------------------------------"
           DISPLAY "VERSION VIGENTE     : " WS-VERSION-ACTUAL
           IF WS-VERSION-ANTERIOR NOT = WS-VERSION-ACTUAL
               DISPLAY "REVERTIR VOLVERIA A : " WS-VERSION-ANTERIOR
           END-IF
           IF WS-HIS-CANT = 0
               DISPLAY "SIN CAMBIOS REGISTRADOS: RIGE EL PAQUETE "
                       "ORIGINAL"
           ELSE
               DISPLAY "HISTORIAL:"
               PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                       UNTIL WS-HIS-IDX > WS-HIS-CANT
                   DISPLAY "  " WS-HIS-FECHA(WS-HIS-IDX) " "
                           WS-HIS-ACCION(WS-HIS-IDX) " VERSION "
                           WS-HIS-VERSION(WS-HIS-IDX) " ("
                           WS-HIS-NIVELES(WS-HIS-IDX)
                           " NIVELES) ANTERIOR "
                           WS-HIS-ANTERIOR(WS-HIS-IDX)
               END-PERFORM
               IF WS-HIS-LLENO = "S"
                   DISPLAY "  (HISTORIAL RECORTADO A 500 RENGLONES)"
               END-IF
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------

       9100-MOSTRAR-USO.
           DISPLAY "USO: JUEGOPAQ [PROMOVER | REVERTIR]".

      *-----------------------------------------------------------------
       END PROGRAM JUEGOPAQ.
