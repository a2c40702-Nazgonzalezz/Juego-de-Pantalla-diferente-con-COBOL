      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Borrado de los datos de un jugador que lo pide. El
      *          ID (y los IDs viejos que la bitacora del padron lleva
      *          a el) se reemplaza en todos los archivos por un
      *          seudonimo generado (BOR-NNNNNN, con un guion que ni
      *          la recepcion ni el juego aceptan en un ID), asi los
      *          totales de liga, rating y analisis siguen cerrando:
      *          log de auditoria y sus historicos AUDIT-AAAAMM,
      *          extracto de torneo con sus historicos, reenvio y
      *          acuses, eventos, caja, copa, liga, excepciones y
      *          archivos de repeticion (renombrados al seudonimo),
      *          tablero y su resguardo, rating, logros, creditos,
      *          sesiones, alertas y la propia bitacora. Lo personal
      *          se borra sin mas: el registro del padron y sus
      *          resguardos, los renglones de la recepcion (altas y
      *          rechazos, que llevan el nombre) y la partida guardada
      *          (CHECKPT). La accion queda en la bitacora del padron
      *          con la accion BOR y el seudonimo, nunca el ID
      *          original; JUEGOREC y JUEGOCHK la tratan como una
      *          baja. Por cada sesion del extracto de torneo sale un
      *          aviso con resultado "B" (seudonimo, puntaje y
      *          timestamp de la sesion) para que el seguimiento de
      *          torneos la pase al seudonimo. Mientras reescribe los
      *          archivos el local queda cerrado en data/ESTADO.DAT,
      *          como en la ventana nocturna, y no arranca si hay
      *          alguna partida en curso ni si el local ya estaba
      *          cerrado por otro proceso. Imprime un certificado con
      *          cada archivo tocado y la cantidad de registros
      *          afectados, sin el ID original.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOBOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "data/ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROSTER-ID
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT SCORE-FILE ASSIGN TO "data/SCOREBOARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SCORE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT RATING-FILE ASSIGN TO "data/RATING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RTG-ID
               FILE STATUS IS WS-RTG-STATUS.

           SELECT LOGRO-FILE ASSIGN TO "data/LOGROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LGR-ID
               FILE STATUS IS WS-LGR-STATUS.

           SELECT CREDITO-FILE ASSIGN TO "data/CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CRE-ID
               FILE STATUS IS WS-CRE-STATUS.

           SELECT SESION-FILE ASSIGN TO "data/SESIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SES-ID
               FILE STATUS IS WS-SES-STATUS.

           SELECT ALERTA-FILE ASSIGN TO "data/ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ALR-ID
               FILE STATUS IS WS-ALR-STATUS.

           SELECT MANTLOG-FILE ASSIGN TO "data/MANTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTLOG-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "data/TORNEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-STATUS.

           SELECT ESTADO-FILE ASSIGN TO "data/ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

      *CUALQUIERA DE LOS SECUENCIALES CON IDS: SE LEE POR ACA Y SE
      *COPIA, YA CORREGIDO, AL ARCHIVO DE TRABAJO QUE DESPUES LO
      *REEMPLAZA.
           SELECT GEN-FILE ASSIGN DYNAMIC WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT TMP-FILE ASSIGN TO "data/BORRADO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

           SELECT LISTA-FILE ASSIGN TO "data/BORLISTA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ROSTER-FILE.
       01  WS-ROSTER-REC.
           05 WS-ROSTER-ID            PIC X(10).
           05 WS-ROSTER-PARTIDAS      PIC 9(5).
           05 WS-ROSTER-MEJOR         PIC 999.
           05 WS-ROSTER-ULTFECHA      PIC X(8).

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

       FD  RATING-FILE.
       01  WS-RATING-REC.
           05 WS-RTG-ID               PIC X(10).
           05 WS-RTG-VALOR            PIC 9(3).
           05 WS-RTG-SESIONES         PIC 9(5).
           05 WS-RTG-FECHA            PIC X(8).

       FD  LOGRO-FILE.
       01  WS-LOGRO-REC.
           05 WS-LGR-ID               PIC X(10).
           05 WS-LGR-PRIMERA          PIC X.
           05 WS-LGR-RACHA3           PIC X.
           05 WS-LGR-CAMPANA          PIC X.
           05 WS-LGR-LIMPIO           PIC X.
           05 WS-LGR-VERSUS           PIC X.
           05 WS-LGR-FECHA            PIC X(8).

       FD  CREDITO-FILE.
       01  WS-CREDITO-REC.
           05 WS-CRE-ID               PIC X(10).
           05 WS-CRE-SALDO            PIC 9(5).
           05 WS-CRE-ULTMOV           PIC X(14).

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

      *ARCHIVO COMUN DE ALERTAS DE LA MESA DEL OPERADOR (JUEGOALR).
       FD  ALERTA-FILE.
       01  WS-ALERTA-REC.
           05 WS-ALR-ID               PIC 9(6).
           05 WS-ALR-ORIGEN           PIC X(8).
           05 WS-ALR-SEVERIDAD        PIC X.
           05 WS-ALR-OBJETO           PIC X(30).
           05 WS-ALR-DESCRIPCION      PIC X(60).
           05 WS-ALR-ESTADO           PIC X.
           05 WS-ALR-OCURRENCIAS      PIC 9(5).
           05 WS-ALR-PRIMERA          PIC X(14).
           05 WS-ALR-ULTIMA           PIC X(14).
           05 WS-ALR-ATENCION         PIC X(14).
           05 WS-ALR-INICIALES        PIC X(3).
           05 WS-ALR-NOTA             PIC X(40).

       FD  MANTLOG-FILE.
       01  WS-MANTLOG-REC.
           05 WS-LOG-TIMESTAMP        PIC X(14).
           05 WS-LOG-ACCION           PIC X(3).
           05 WS-LOG-ID-ORIG          PIC X(10).
           05 WS-LOG-ID-DEST          PIC X(10).

       FD  INTERFACE-FILE.
       01  WS-IFACE-REC.
           05 WS-IF-JUGADOR           PIC X(10).
           05 WS-IF-PUNTAJE           PIC 999.
           05 WS-IF-RESULTADO         PIC X.
           05 WS-IF-TIMESTAMP         PIC X(14).

      *ESTADO DEL LOCAL, EL MISMO QUE MANTIENE JUEGONOC: "C" CERRADO
      *CON LA HORA LIMITE Y LA DE REAPERTURA, "A" ABIERTO.
       FD  ESTADO-FILE.
       01  WS-ESTADO-REC.
           05 WS-EST-ESTADO           PIC X.
           05 WS-EST-DESDE            PIC X(14).
           05 WS-EST-LIMITE           PIC X(14).
           05 WS-EST-REAPERTURA       PIC X(14).

       FD  GEN-FILE.
       01  WS-GEN-REC                 PIC X(200).

       FD  TMP-FILE.
       01  WS-TMP-REC                 PIC X(200).

       FD  LISTA-FILE.
       01  WS-LISTA-REC               PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-SCORE-STATUS          PIC XX.
       77  WS-RTG-STATUS            PIC XX.
       77  WS-LGR-STATUS            PIC XX.
       77  WS-CRE-STATUS            PIC XX.
       77  WS-SES-STATUS            PIC XX.
       77  WS-ALR-STATUS            PIC XX.
       77  WS-MANTLOG-STATUS        PIC XX.
       77  WS-IFACE-STATUS          PIC XX.
       77  WS-GEN-STATUS            PIC XX.
       77  WS-TMP-STATUS            PIC XX.
       77  WS-LISTA-STATUS          PIC XX.
       77  WS-EST-STATUS            PIC XX.

       77  WS-ID-PEDIDO             PIC X(10).
       77  WS-OPERADOR              PIC X(3).
       77  WS-RESP-CONFIRMA         PIC X.
       77  WS-SEGUIR                PIC X VALUE "S".

      *"S" SI ESTE PROGRAMA CERRO EL LOCAL Y POR LO TANTO LO TIENE
      *QUE REABRIR AL TERMINAR. SI YA ESTABA CERRADO NO SE BORRA
      *NADA Y LO REABRE EL QUE LO CERRO.
       77  WS-LOCAL-CERRADO-ACA     PIC X VALUE "N".
       77  WS-SES-EN-CURSO          PIC 9(4) VALUE 0.

       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-TS-AHORA              PIC X(14).

      *SEUDONIMO: PREFIJO FIJO CON GUION (LA RECEPCION Y EL JUEGO
      *SOLO ACEPTAN LETRAS Y NUMEROS, ASI QUE NO PUEDE CHOCAR CON UN
      *ID REAL NI NADIE PUEDE ENTRAR CON EL) Y
      *EL NUMERO SIGUIENTE AL ULTIMO BORRADO DE LA BITACORA.
       01  WS-SEUDONIMO.
           05 WS-SEU-PREFIJO          PIC X(4) VALUE "BOR-".
           05 WS-SEU-NUMERO           PIC 9(6) VALUE 0.
       77  WS-SEU-ULTIMO            PIC 9(6) VALUE 0.
       77  WS-SEU-LIBRE             PIC X.

      *MAPA DE IDS DE LA BITACORA DEL PADRON (REN/MRG), IGUAL QUE EN
      *LA RECONSTRUCCION.
       01  WS-MAPA-IDS.
           05 WS-MAPA-CANT          PIC 9(3) VALUE 0.
           05 WS-MAPA-TBL OCCURS 100 TIMES.
               10 WS-MAPA-ORIG          PIC X(10).
               10 WS-MAPA-DEST          PIC X(10).

       77  WS-MAPA-IDX              PIC 9(3).
       77  WS-MAPA-IDX-EXT          PIC 9(3).
       77  WS-MAPA-SALTOS           PIC 9.
       77  WS-MAPA-SEGUIR           PIC X.
       77  WS-ID-MAPEADO            PIC X(10).
       77  WS-MAPA-DESBORDE         PIC X VALUE "N".

      *CONJUNTO DE IDS A REEMPLAZAR: EL PEDIDO (SIEMPRE PRIMERO) Y
      *TODOS LOS QUE LA BITACORA LLEVA A EL.
       01  WS-CONJUNTO.
           05 WS-CJ-CANT            PIC 99 VALUE 0.
           05 WS-CJ-TBL OCCURS 20 TIMES PIC X(10).

       77  WS-CJ-IDX                PIC 99.
       77  WS-CJ-DESBORDE           PIC X VALUE "N".
       77  WS-ID-PRUEBA             PIC X(10).
       77  WS-EN-CONJUNTO           PIC X.

      *ARCHIVO SECUENCIAL EN CURSO: NOMBRE, POSICIONES DONDE HAY UN
      *ID (0 = SIN USO), SI EL RENGLON SE CORRIGE ("S") O SE ELIMINA
      *("E") Y EL TRATAMIENTO PARTICULAR: "A" ACUSES/REENVIO SIN
      *AVISO, "T" EXTRACTO DE TORNEO (ARMA LOS AVISOS), "B" RESGUARDO
      *DEL TABLERO (INICIALES), "M" BITACORA DEL PADRON, "R"
      *REPETICION (SOLO LA CABECERA, Y SE RENOMBRA).
       77  WS-GEN-FILENAME          PIC X(60).
       77  WS-GEN-NUEVO             PIC X(60).
       01  WS-GEN-POSICIONES.
           05 WS-GEN-POS OCCURS 3 TIMES PIC 999.
       77  WS-POS-IDX               PIC 9.
       77  WS-POS                   PIC 999.
       77  WS-GEN-ACCION            PIC X.
       77  WS-GEN-TIPO              PIC X.
       77  WS-GEN-CAMBIADOS         PIC 9(7).
       77  WS-GEN-ELIMINADOS        PIC 9(7).
       77  WS-REN-TOCADO            PIC X.
       77  WS-REN-ELIMINAR          PIC X.
       77  WS-REN-ORIG-EN           PIC X.
       77  WS-REN-DEST-EN           PIC X.
       77  WS-COMANDO               PIC X(150).

      *AVISOS AL SEGUIMIENTO DE TORNEOS: UNO POR SESION ENVIADA.
       01  WS-AVISOS.
           05 WS-AVI-CANT           PIC 9(4) VALUE 0.
           05 WS-AVI-TBL OCCURS 3000 TIMES.
               10 WS-AVI-PUNTAJE        PIC 999.
               10 WS-AVI-TIMESTAMP      PIC X(14).
       77  WS-AVI-IDX               PIC 9(4).
       77  WS-AVI-DESBORDE          PIC X VALUE "N".

      *REGISTRO GUARDADO MIENTRAS SE CAMBIA LA CLAVE DE UN INDEXADO.
       77  WS-REG-GUARDADO          PIC X(60).
       77  WS-SALDO-GUARDADO        PIC 9(5).
       77  WS-IDX-STATUS            PIC XX.

      *RENGLONES DEL CERTIFICADO: ARCHIVO, REGISTROS CAMBIADOS Y
      *ELIMINADOS, Y UNA NOTA (BORRADO, RENOMBRADO, ERROR).
       01  WS-CERTIFICADO.
           05 WS-CERT-CANT          PIC 9(4) VALUE 0.
           05 WS-CERT-TBL OCCURS 2000 TIMES.
               10 WS-CERT-ARCHIVO       PIC X(40).
               10 WS-CERT-CAMBIADOS     PIC 9(7).
               10 WS-CERT-ELIMINADOS    PIC 9(7).
               10 WS-CERT-NOTA          PIC X(10).
       77  WS-CERT-IDX              PIC 9(4).
       77  WS-CERT-SOBRANTES        PIC 9(5) VALUE 0.
       77  WS-CERT-NOTA-NUEVA       PIC X(10).

       77  WS-TOT-ARCHIVOS          PIC 9(5) VALUE 0.
       77  WS-TOT-CAMBIADOS         PIC 9(9) VALUE 0.
       77  WS-TOT-ELIMINADOS        PIC 9(9) VALUE 0.
       77  WS-TOT-REVISADOS         PIC 9(5) VALUE 0.
       77  WS-CANT-ED               PIC Z(6)9.
       77  WS-CANT-ED2              PIC Z(6)9.

       77  WS-HUBO-ERROR            PIC X VALUE "N".

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "================================================"
           DISPLAY "   BORRADO DE DATOS DE UN JUGADOR - JUEGOPAN"
           DISPLAY "================================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           PERFORM 1000-PEDIR-DATOS
           PERFORM 1100-CARGAR-BITACORA
           IF WS-SEGUIR = "S"
               PERFORM 1200-ARMAR-CONJUNTO
           END-IF
           IF WS-SEGUIR = "S"
               PERFORM 1280-CERRAR-LOCAL
           END-IF
           IF WS-SEGUIR = "S"
               PERFORM 1300-VERIFICAR-SESIONES
           END-IF
           IF WS-SEGUIR = "S"
               PERFORM 1400-ASIGNAR-SEUDONIMO
               PERFORM 1500-CONFIRMAR-BORRADO
           END-IF
           IF WS-SEGUIR = "S"
               PERFORM 2000-SEUDONIMIZAR-SECUENCIALES
               PERFORM 3000-SEUDONIMIZAR-REPETICIONES
               PERFORM 4000-ELIMINAR-PERSONALES
               PERFORM 5000-SEUDONIMIZAR-INDEXADOS
               PERFORM 6000-ASENTAR-BORRADO
               PERFORM 6500-AVISAR-AL-TORNEO
               PERFORM 6800-REGENERAR-VITRINA
               PERFORM 9000-IMPRIMIR-CERTIFICADO
           END-IF
           IF WS-LOCAL-CERRADO-ACA = "S"
               PERFORM 6900-ABRIR-LOCAL
           END-IF
           IF WS-HUBO-ERROR = "S"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------

       1000-PEDIR-DATOS.
           DISPLAY "ID DEL JUGADOR A BORRAR: "
           ACCEPT WS-ID-PEDIDO
           DISPLAY "INICIALES DEL OPERADOR: "
           ACCEPT WS-OPERADOR
           IF WS-ID-PEDIDO = SPACES OR WS-OPERADOR = SPACES
               DISPLAY "DATOS INCOMPLETOS, NO SE HACE NADA"
               STOP RUN
           END-IF
           IF WS-ID-PEDIDO(1:4) = WS-SEU-PREFIJO
               DISPLAY "EL ID YA ES UN SEUDONIMO DE UN BORRADO "
                       "ANTERIOR, NO SE HACE NADA"
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      *LA BITACORA DA EL MAPA DE IDS Y EL ULTIMO SEUDONIMO USADO. SI
      *EXISTE Y NO SE PUEDE LEER NO SE SIGUE: SIN ELLA NO SE SABE
      *QUE IDS VIEJOS ARRASTRAR NI QUE NUMERO TOCA.

       1100-CARGAR-BITACORA.
           OPEN INPUT MANTLOG-FILE
           EVALUATE WS-MANTLOG-STATUS
           WHEN "35"
               CONTINUE
           WHEN "00"
               PERFORM UNTIL WS-MANTLOG-STATUS NOT = "00"
                   READ MANTLOG-FILE
                       AT END
                           MOVE "10" TO WS-MANTLOG-STATUS
                       NOT AT END
                           PERFORM 1150-TOMAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE MANTLOG-FILE
               IF WS-MAPA-DESBORDE = "S"
                   DISPLAY "MAS DE 100 CORRECCIONES EN LA BITACORA, "
                           "NO SE PUEDE ARMAR EL MAPA COMPLETO; NO "
                           "SE HACE NADA"
                   MOVE "S" TO WS-HUBO-ERROR
                   MOVE "N" TO WS-SEGUIR
               END-IF
           WHEN OTHER
               DISPLAY "NO SE PUDO LEER LA BITACORA DEL PADRON, "
                       "STATUS " WS-MANTLOG-STATUS "; NO SE HACE NADA"
               MOVE "S" TO WS-HUBO-ERROR
               MOVE "N" TO WS-SEGUIR
           END-EVALUATE.

      *-----------------------------------------------------------------

       1150-TOMAR-ASIENTO.
           EVALUATE WS-LOG-ACCION
           WHEN "REN"
           WHEN "MRG"
               IF WS-MAPA-CANT < 100
                   ADD 1 TO WS-MAPA-CANT
                   MOVE WS-LOG-ID-ORIG TO WS-MAPA-ORIG(WS-MAPA-CANT)
                   MOVE WS-LOG-ID-DEST TO WS-MAPA-DEST(WS-MAPA-CANT)
               ELSE
                   MOVE "S" TO WS-MAPA-DESBORDE
               END-IF
           WHEN "BOR"
               IF WS-LOG-ID-ORIG(1:4) = WS-SEU-PREFIJO
                       AND WS-LOG-ID-ORIG(5:6) IS NUMERIC
                   IF WS-LOG-ID-ORIG(5:6) > WS-SEU-ULTIMO
                       MOVE WS-LOG-ID-ORIG(5:6) TO WS-SEU-ULTIMO
                   END-IF
               END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

       1160-MAPEAR-ID.
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
      *SOLO SE BORRA UN ID VIGENTE: SI LA BITACORA LO LLEVA A OTRO,
      *EL PEDIDO TIENE QUE HACERSE CON ESE. AL CONJUNTO SE SUMAN LOS
      *IDS VIEJOS QUE TERMINAN EN EL, PARA QUE NINGUN ARCHIVO NI LA
      *RECONSTRUCCION LOS VUELVA A LIGAR CON EL JUGADOR.

       1200-ARMAR-CONJUNTO.
           MOVE WS-ID-PEDIDO TO WS-ID-MAPEADO
           PERFORM 1160-MAPEAR-ID
           IF WS-ID-MAPEADO NOT = WS-ID-PEDIDO
               DISPLAY "EL ID " WS-ID-PEDIDO " FUE CORREGIDO A "
                       WS-ID-MAPEADO "; PEDIR EL BORRADO CON EL ID "
                       "VIGENTE"
               MOVE "N" TO WS-SEGUIR
           ELSE
               MOVE 1 TO WS-CJ-CANT
               MOVE WS-ID-PEDIDO TO WS-CJ-TBL(1)
               PERFORM VARYING WS-MAPA-IDX FROM 1 BY 1
                       UNTIL WS-MAPA-IDX > WS-MAPA-CANT
                   PERFORM 1250-EVALUAR-ID-VIEJO
               END-PERFORM
               IF WS-CJ-DESBORDE = "S"
                   DISPLAY "MAS DE 20 IDS VIEJOS LLEVAN A ESTE "
                           "JUGADOR; NO SE HACE NADA"
                   MOVE "S" TO WS-HUBO-ERROR
                   MOVE "N" TO WS-SEGUIR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *1160 RECORRE LA TABLA CON SU PROPIO INDICE, ASI QUE SE GUARDA
      *EL DE LA RECORRIDA EXTERNA.

       1250-EVALUAR-ID-VIEJO.
           MOVE WS-MAPA-ORIG(WS-MAPA-IDX) TO WS-ID-PRUEBA
           MOVE WS-MAPA-IDX TO WS-MAPA-IDX-EXT
           MOVE WS-ID-PRUEBA TO WS-ID-MAPEADO
           PERFORM 1160-MAPEAR-ID
           MOVE WS-MAPA-IDX-EXT TO WS-MAPA-IDX
           IF WS-ID-MAPEADO = WS-ID-PEDIDO
               PERFORM 9100-VERIFICAR-CONJUNTO
               IF WS-EN-CONJUNTO = "N"
                   IF WS-CJ-CANT < 20
                       ADD 1 TO WS-CJ-CANT
                       MOVE WS-ID-PRUEBA TO WS-CJ-TBL(WS-CJ-CANT)
                   ELSE
                       MOVE "S" TO WS-CJ-DESBORDE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *LOS SECUENCIALES SE REESCRIBEN CON UNA COPIA Y UN MV: UN
      *RENGLON QUE UNA TERMINAL O LA CAJA AGREGUE EN EL MEDIO SE
      *PERDERIA. POR ESO EL LOCAL SE CIERRA ANTES DE MIRAR LAS
      *SESIONES, IGUAL QUE EN LA VENTANA NOCTURNA (JUEGONOC 1600): EL
      *JUEGO NO ADMITE PARTIDAS NUEVAS Y LA CAJA NO REGISTRA
      *MOVIMIENTOS. EL BORRADO DURA POCO, ASI QUE LA HORA LIMITE Y LA
      *DE REAPERTURA QUE VEN LAS TERMINALES SON LA DEL CIERRE.
      *SI EL LOCAL YA ESTA CERRADO NO SE SIGUE: LO CERRO LA VENTANA
      *NOCTURNA, CUYA CADENA ARCHIVA Y RESPALDA LOS MISMOS ARCHIVOS
      *QUE ACA SE REESCRIBEN, U OTRO BORRADO QUE TODAVIA CORRE.

       1280-CERRAR-LOCAL.
           OPEN INPUT ESTADO-FILE
           IF WS-EST-STATUS = "00"
               READ ESTADO-FILE
                   AT END
                       MOVE SPACES TO WS-ESTADO-REC
               END-READ
               CLOSE ESTADO-FILE
           ELSE
               MOVE SPACES TO WS-ESTADO-REC
           END-IF
           IF WS-EST-ESTADO = "C"
               DISPLAY "EL LOCAL YA ESTA CERRADO POR OTRO PROCESO "
                       "DESDE " WS-EST-DESDE "; NO SE HACE NADA, "
                       "INTENTE CUANDO REABRA"
               MOVE "N" TO WS-SEGUIR
           ELSE
               OPEN OUTPUT ESTADO-FILE
               IF WS-EST-STATUS = "00"
                   MOVE "C"         TO WS-EST-ESTADO
                   MOVE WS-TS-AHORA TO WS-EST-DESDE
                   MOVE WS-TS-AHORA TO WS-EST-LIMITE
                   MOVE WS-TS-AHORA TO WS-EST-REAPERTURA
                   WRITE WS-ESTADO-REC
                   CLOSE ESTADO-FILE
                   MOVE "S" TO WS-LOCAL-CERRADO-ACA
                   DISPLAY "LOCAL CERRADO MIENTRAS DURA EL BORRADO"
               ELSE
                   DISPLAY "NO SE PUDO CERRAR EL LOCAL EN ESTADO.DAT, "
                           "STATUS " WS-EST-STATUS "; NO SE HACE NADA"
                   MOVE "S" TO WS-HUBO-ERROR
                   MOVE "N" TO WS-SEGUIR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *CON CUALQUIER PARTIDA EN CURSO NO SE SIGUE: LA TERMINAL DEL
      *JUGADOR SEGUIRIA GRABANDO EL ID ORIGINAL Y CUALQUIER OTRA
      *AGREGA RENGLONES A LOS ARCHIVOS QUE SE REESCRIBEN. HAY QUE
      *ESPERAR A QUE TERMINEN O A QUE LA VENTANA NOCTURNA CIERRE LAS
      *ABANDONADAS.

       1300-VERIFICAR-SESIONES.
           MOVE 0 TO WS-SES-EN-CURSO
           OPEN INPUT SESION-FILE
           EVALUATE WS-SES-STATUS
           WHEN "35"
               CONTINUE
           WHEN "00"
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
                               ADD 1 TO WS-SES-EN-CURSO
                               DISPLAY "PARTIDA EN CURSO EN LA "
                                       "TERMINAL " WS-SES-TERMINAL
                                       " DESDE " WS-SES-INICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESION-FILE
               IF WS-SES-EN-CURSO > 0
                   DISPLAY "HAY PARTIDAS EN CURSO; NO SE HACE NADA"
                   MOVE "N" TO WS-SEGUIR
               END-IF
           WHEN OTHER
               DISPLAY "NO SE PUDO LEER SESIONES.DAT, STATUS "
                       WS-SES-STATUS "; NO SE HACE NADA"
               MOVE "S" TO WS-HUBO-ERROR
               MOVE "N" TO WS-SEGUIR
           END-EVALUATE.

      *-----------------------------------------------------------------
      *EL NUMERO SIGUE AL ULTIMO BORRADO ASENTADO; SI POR ALGUN
      *MOTIVO EL PADRON YA TIENE ESE ID SE SALTA AL SIGUIENTE.

       1400-ASIGNAR-SEUDONIMO.
           COMPUTE WS-SEU-NUMERO = WS-SEU-ULTIMO + 1
           MOVE "N" TO WS-SEU-LIBRE
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-SEU-LIBRE = "S"
                   MOVE WS-SEUDONIMO TO WS-ROSTER-ID
                   READ ROSTER-FILE
                       INVALID KEY
                           MOVE "S" TO WS-SEU-LIBRE
                       NOT INVALID KEY
                           ADD 1 TO WS-SEU-NUMERO
                   END-READ
               END-PERFORM
               MOVE WS-ID-PEDIDO TO WS-ROSTER-ID
               READ ROSTER-FILE
                   INVALID KEY
                       DISPLAY "EL ID NO ESTA EN EL PADRON (BAJA O "
                               "NUNCA REGISTRADO); SE BUSCA IGUAL EN "
                               "TODOS LOS ARCHIVOS"
                   NOT INVALID KEY
                       DISPLAY "EN EL PADRON: " WS-ROSTER-PARTIDAS
                               " PARTIDAS, MEJOR " WS-ROSTER-MEJOR
                               ", ULTIMA " WS-ROSTER-ULTFECHA
               END-READ
               CLOSE ROSTER-FILE
           END-IF.

      *-----------------------------------------------------------------

       1500-CONFIRMAR-BORRADO.
           IF WS-CJ-CANT > 1
               SUBTRACT 1 FROM WS-CJ-CANT GIVING WS-CANT-ED
               DISPLAY "IDS ANTERIORES DEL MISMO JUGADOR: " WS-CANT-ED
           END-IF
           DISPLAY "SE REEMPLAZARA EL ID EN TODOS LOS ARCHIVOS POR "
                   "EL SEUDONIMO " WS-SEUDONIMO " Y SE BORRARAN SUS "
                   "DATOS PERSONALES. NO SE PUEDE DESHACER. "
                   "CONFIRMAR? (S/N)"
           ACCEPT WS-RESP-CONFIRMA
           IF WS-RESP-CONFIRMA = "S" OR WS-RESP-CONFIRMA = "s"
               CONTINUE
           ELSE
               DISPLAY "BORRADO CANCELADO"
               MOVE "N" TO WS-SEGUIR
           END-IF.

      *-----------------------------------------------------------------
      *LOS SECUENCIALES CON IDS, CADA UNO CON LAS POSICIONES DE SUS
      *CAMPOS DE JUGADOR. LOS HISTORICOS DEL CIERRE MENSUAL SE TOMAN
      *TODOS, NO SOLO LOS 36 MESES QUE LEEN LOS PROCESOS NOCTURNOS.

       2000-SEUDONIMIZAR-SECUENCIALES.
           MOVE "data/AUDITLOG.DAT" TO WS-GEN-FILENAME
           PERFORM 2010-PREPARAR-AUDITORIA
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE SPACES TO WS-COMANDO
           STRING "ls data/AUDIT-*.DAT data/TORNEO-*.DAT "
                  "> data/BORLISTA.TMP 2>/dev/null"
                  DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           CALL "SYSTEM" USING WS-COMANDO
           MOVE 0 TO RETURN-CODE
           OPEN INPUT LISTA-FILE
           IF WS-LISTA-STATUS = "00"
               PERFORM UNTIL WS-LISTA-STATUS NOT = "00"
                   READ LISTA-FILE
                       AT END
                           MOVE "10" TO WS-LISTA-STATUS
                       NOT AT END
                           IF WS-LISTA-REC NOT = SPACES
                               MOVE WS-LISTA-REC TO WS-GEN-FILENAME
                               IF WS-GEN-FILENAME(6:6) = "AUDIT-"
                                   PERFORM 2010-PREPARAR-AUDITORIA
                               ELSE
                                   PERFORM 2020-PREPARAR-TORNEO
                               END-IF
                               PERFORM 2100-REESCRIBIR-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-FILE
           ELSE
               DISPLAY "NO SE PUDO LEER LA LISTA DE HISTORICOS, "
                       "STATUS " WS-LISTA-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           END-IF
           MOVE "data/TORNEO.DAT" TO WS-GEN-FILENAME
           PERFORM 2020-PREPARAR-TORNEO
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE "data/TORNRESEND.DAT" TO WS-GEN-FILENAME
           PERFORM 2020-PREPARAR-TORNEO
           MOVE "A" TO WS-GEN-TIPO
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE "data/TORNACK.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
      *EVENTOS Y EXCEPCIONES DE REPETICION: JUGADOR DESPUES DEL
      *TIMESTAMP.
           MOVE 15 TO WS-GEN-POS(1)
           MOVE 0  TO WS-GEN-POS(2)
           MOVE 0  TO WS-GEN-POS(3)
           MOVE "S" TO WS-GEN-ACCION
           MOVE " " TO WS-GEN-TIPO
           MOVE "data/EVENTOS.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE "data/RPLEXCEP.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
      *CAJA: TIMESTAMP Y ACCION ANTES DEL JUGADOR.
           MOVE 18 TO WS-GEN-POS(1)
           MOVE "data/CAJALOG.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
      *COPA: LOS DOS JUGADORES DE LA LLAVE Y EL GANADOR.
           MOVE 6  TO WS-GEN-POS(1)
           MOVE 19 TO WS-GEN-POS(2)
           MOVE 32 TO WS-GEN-POS(3)
           MOVE "data/COPA.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE 6  TO WS-GEN-POS(1)
           MOVE 16 TO WS-GEN-POS(2)
           MOVE 26 TO WS-GEN-POS(3)
           MOVE "data/COPARES.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
      *FIXTURE DE LIGA: JORNADA Y LOS DOS JUGADORES.
           MOVE 4  TO WS-GEN-POS(1)
           MOVE 14 TO WS-GEN-POS(2)
           MOVE 0  TO WS-GEN-POS(3)
           MOVE "data/LIGAFIX.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
      *RESGUARDOS DEL TABLERO (MISMO REGISTRO QUE EL INDEXADO).
           MOVE 24 TO WS-GEN-POS(1)
           MOVE 0  TO WS-GEN-POS(2)
           MOVE "B" TO WS-GEN-TIPO
           MOVE "data/SCOREBD-BK1.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE "data/SCOREBD-BK2.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO.

      *-----------------------------------------------------------------

       2010-PREPARAR-AUDITORIA.
           MOVE 33 TO WS-GEN-POS(1)
           MOVE 49 TO WS-GEN-POS(2)
           MOVE 0  TO WS-GEN-POS(3)
           MOVE "S" TO WS-GEN-ACCION
           MOVE " " TO WS-GEN-TIPO.

      *-----------------------------------------------------------------

       2020-PREPARAR-TORNEO.
           MOVE 1 TO WS-GEN-POS(1)
           MOVE 0 TO WS-GEN-POS(2)
           MOVE 0 TO WS-GEN-POS(3)
           MOVE "S" TO WS-GEN-ACCION
           MOVE "T" TO WS-GEN-TIPO.

      *-----------------------------------------------------------------
      *COPIA EL ARCHIVO AL DE TRABAJO CORRIGIENDO O SALTEANDO LOS
      *RENGLONES DEL JUGADOR, Y SOLO SI HUBO ALGO QUE CAMBIAR LO
      *REEMPLAZA. UN ARCHIVO QUE NO EXISTE NO ES ERROR.

       2100-REESCRIBIR-ARCHIVO.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE WS-GEN-FILENAME TO WS-GEN-NUEVO
           OPEN INPUT GEN-FILE
           EVALUATE TRUE
           WHEN WS-GEN-STATUS = "35"
               CONTINUE
           WHEN WS-GEN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " WS-GEN-FILENAME
                       ", STATUS " WS-GEN-STATUS
               PERFORM 2900-ERROR-SECUENCIAL
           WHEN OTHER
               OPEN OUTPUT TMP-FILE
               IF WS-TMP-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE TRABAJO, "
                           "STATUS " WS-TMP-STATUS
                   CLOSE GEN-FILE
                   PERFORM 2900-ERROR-SECUENCIAL
               ELSE
                   PERFORM 2150-COPIAR-ARCHIVO
                   PERFORM 2180-REEMPLAZAR-ARCHIVO
               END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

       2150-COPIAR-ARCHIVO.
           ADD 1 TO WS-TOT-REVISADOS
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               READ GEN-FILE
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       PERFORM 2200-TRATAR-RENGLON
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           CLOSE TMP-FILE.

      *-----------------------------------------------------------------
      *SIN CAMBIOS EL ARCHIVO DE TRABAJO SE DESCARTA; CON CAMBIOS
      *PISA AL ORIGINAL (O LO REEMPLAZA CON OTRO NOMBRE, SI ES UNA
      *REPETICION DEL JUGADOR).

       2180-REEMPLAZAR-ARCHIVO.
           MOVE SPACES TO WS-COMANDO
           IF WS-GEN-CAMBIADOS = 0 AND WS-GEN-ELIMINADOS = 0
               MOVE "rm -f data/BORRADO.TMP" TO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE 0 TO RETURN-CODE
           ELSE
               STRING "mv -f data/BORRADO.TMP " DELIMITED BY SIZE
                      WS-GEN-NUEVO              DELIMITED BY SPACE
                   INTO WS-COMANDO
               END-STRING
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-COMANDO
               IF RETURN-CODE NOT = 0
                   DISPLAY "NO SE PUDO REEMPLAZAR " WS-GEN-FILENAME
                           " (RC " RETURN-CODE ")"
                   MOVE 0 TO RETURN-CODE
                   PERFORM 2900-ERROR-SECUENCIAL
               ELSE
                   MOVE SPACES TO WS-CERT-NOTA-NUEVA
                   IF WS-GEN-NUEVO NOT = WS-GEN-FILENAME
                       MOVE SPACES TO WS-COMANDO
                       STRING "rm -f "        DELIMITED BY SIZE
                              WS-GEN-FILENAME DELIMITED BY SPACE
                           INTO WS-COMANDO
                       END-STRING
                       CALL "SYSTEM" USING WS-COMANDO
                       MOVE 0 TO RETURN-CODE
                       MOVE WS-GEN-NUEVO TO WS-GEN-FILENAME
                       MOVE "RENOMBRADO" TO WS-CERT-NOTA-NUEVA
                   END-IF
                   PERFORM 9200-ANOTAR-CERTIFICADO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-TRATAR-RENGLON.
           MOVE "N" TO WS-REN-TOCADO
           MOVE "N" TO WS-REN-ELIMINAR
           EVALUATE WS-GEN-TIPO
           WHEN "M"
               PERFORM 2400-TRATAR-ASIENTO
           WHEN "R"
               IF WS-GEN-REC(1:1) = "H"
                   PERFORM 2500-TRATAR-CABECERA
               END-IF
           WHEN OTHER
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > 3
                   IF WS-GEN-POS(WS-POS-IDX) > 0
                       MOVE WS-GEN-POS(WS-POS-IDX) TO WS-POS
                       PERFORM 2300-TRATAR-CAMPO
                   END-IF
               END-PERFORM
           END-EVALUATE
           IF WS-REN-TOCADO = "S"
               EVALUATE WS-GEN-TIPO
               WHEN "B"
                   MOVE WS-SEUDONIMO(1:3) TO WS-GEN-REC(21:3)
               WHEN "T"
                   PERFORM 2600-ANOTAR-AVISO
               END-EVALUATE
           END-IF
           IF WS-REN-ELIMINAR = "S"
               ADD 1 TO WS-GEN-ELIMINADOS
           ELSE
               IF WS-REN-TOCADO = "S"
                   ADD 1 TO WS-GEN-CAMBIADOS
               END-IF
               MOVE WS-GEN-REC TO WS-TMP-REC
               WRITE WS-TMP-REC
           END-IF.

      *-----------------------------------------------------------------

       2300-TRATAR-CAMPO.
           MOVE WS-GEN-REC(WS-POS:10) TO WS-ID-PRUEBA
           PERFORM 9100-VERIFICAR-CONJUNTO
           IF WS-EN-CONJUNTO = "S"
               IF WS-GEN-ACCION = "E"
                   MOVE "S" TO WS-REN-ELIMINAR
               ELSE
                   MOVE WS-SEUDONIMO TO WS-GEN-REC(WS-POS:10)
                   MOVE "S" TO WS-REN-TOCADO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *BITACORA DEL PADRON: UNA CORRECCION ENTRE DOS IDS DEL MISMO
      *JUGADOR QUEDARIA DEL SEUDONIMO AL SEUDONIMO Y NO DICE NADA,
      *ASI QUE SE QUITA; EN LOS DEMAS ASIENTOS EL ID SE REEMPLAZA.

       2400-TRATAR-ASIENTO.
           MOVE WS-GEN-REC(18:10) TO WS-ID-PRUEBA
           PERFORM 9100-VERIFICAR-CONJUNTO
           MOVE WS-EN-CONJUNTO TO WS-REN-ORIG-EN
           MOVE WS-GEN-REC(28:10) TO WS-ID-PRUEBA
           PERFORM 9100-VERIFICAR-CONJUNTO
           MOVE WS-EN-CONJUNTO TO WS-REN-DEST-EN
           IF WS-REN-ORIG-EN = "S" AND WS-REN-DEST-EN = "S"
               MOVE "S" TO WS-REN-ELIMINAR
           ELSE
               IF WS-REN-ORIG-EN = "S"
                   MOVE WS-SEUDONIMO TO WS-GEN-REC(18:10)
                   MOVE "S" TO WS-REN-TOCADO
               END-IF
               IF WS-REN-DEST-EN = "S"
                   MOVE WS-SEUDONIMO TO WS-GEN-REC(28:10)
                   MOVE "S" TO WS-REN-TOCADO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *CABECERA DE UNA REPETICION: JUGADOR 1 Y, EN VERSUS, JUGADOR 2.
      *SI EL JUGADOR 1 ES EL BORRADO EL ARCHIVO SE RENOMBRA, PORQUE
      *EL NOMBRE LLEVA EL ID (RPL<INICIO>-<JUGADOR>.DAT).

       2500-TRATAR-CABECERA.
           MOVE 16 TO WS-POS
           PERFORM 2300-TRATAR-CAMPO
           IF WS-REN-TOCADO = "S"
               MOVE SPACES TO WS-GEN-NUEVO
               STRING "data/RPL"           DELIMITED BY SIZE
                      WS-GEN-REC(2:14)     DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      WS-SEUDONIMO         DELIMITED BY SIZE
                      ".DAT"               DELIMITED BY SIZE
                   INTO WS-GEN-NUEVO
               END-STRING
           END-IF
           IF WS-GEN-REC(28:1) = "V"
               MOVE 29 TO WS-POS
               PERFORM 2300-TRATAR-CAMPO
           END-IF.

      *-----------------------------------------------------------------
      *SESION DEL EXTRACTO PASADA AL SEUDONIMO: SE GUARDA PUNTAJE Y
      *TIMESTAMP PARA EL AVISO. LAS REVERSAS ("V") COMPARTEN EL
      *TIMESTAMP DE SU SESION Y LOS AVISOS ("B") YA SON DEL
      *SEUDONIMO, ASI QUE NINGUNO GENERA OTRO AVISO.

       2600-ANOTAR-AVISO.
           IF WS-GEN-REC(14:1) NOT = "V"
                   AND WS-GEN-REC(14:1) NOT = "B"
               IF WS-AVI-CANT < 3000
                   ADD 1 TO WS-AVI-CANT
                   MOVE WS-GEN-REC(11:3)
                       TO WS-AVI-PUNTAJE(WS-AVI-CANT)
                   MOVE WS-GEN-REC(15:14)
                       TO WS-AVI-TIMESTAMP(WS-AVI-CANT)
               ELSE
                   MOVE "S" TO WS-AVI-DESBORDE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *UNA REPETICION CON ERROR SE CERTIFICA SIN LA PARTE DEL NOMBRE
      *QUE LLEVA EL ID DEL JUGADOR.

       2900-ERROR-SECUENCIAL.
           IF WS-GEN-TIPO = "R"
               MOVE WS-GEN-FILENAME(1:22) TO WS-GEN-NUEVO
               MOVE WS-GEN-NUEVO TO WS-GEN-FILENAME
           END-IF
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "ERROR" TO WS-CERT-NOTA-NUEVA
           PERFORM 9200-ANOTAR-CERTIFICADO
           MOVE "S" TO WS-HUBO-ERROR.

      *-----------------------------------------------------------------
      *TODAS LAS REPETICIONES GRABADAS: LA LISTA LA ARMA EL SISTEMA
      *OPERATIVO COMO EN LA VERIFICACION NOCTURNA.

       3000-SEUDONIMIZAR-REPETICIONES.
           MOVE SPACES TO WS-COMANDO
           STRING "ls data/RPL[0-9]*.DAT > data/BORLISTA.TMP "
                  "2>/dev/null"
                  DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           CALL "SYSTEM" USING WS-COMANDO
           MOVE 0 TO RETURN-CODE
           MOVE "S" TO WS-GEN-ACCION
           MOVE "R" TO WS-GEN-TIPO
           OPEN INPUT LISTA-FILE
           IF WS-LISTA-STATUS = "00"
               PERFORM UNTIL WS-LISTA-STATUS NOT = "00"
                   READ LISTA-FILE
                       AT END
                           MOVE "10" TO WS-LISTA-STATUS
                       NOT AT END
                           IF WS-LISTA-REC NOT = SPACES
                               MOVE WS-LISTA-REC TO WS-GEN-FILENAME
                               PERFORM 2100-REESCRIBIR-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-FILE
           ELSE
               DISPLAY "NO SE PUDO LEER LA LISTA DE REPETICIONES, "
                       "STATUS " WS-LISTA-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           END-IF
           MOVE SPACES TO WS-COMANDO
           MOVE "rm -f data/BORLISTA.TMP" TO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *LO PERSONAL NO SE SEUDONIMIZA, SE BORRA: LOS RENGLONES DE LA
      *RECEPCION (LLEVAN EL NOMBRE), LOS RESGUARDOS DEL PADRON Y LA
      *PARTIDA GUARDADA DE CADA ID DEL CONJUNTO. EL REGISTRO DEL
      *PADRON SE BORRA CON LOS INDEXADOS.

       4000-ELIMINAR-PERSONALES.
           MOVE 1 TO WS-GEN-POS(1)
           MOVE 0 TO WS-GEN-POS(2)
           MOVE 0 TO WS-GEN-POS(3)
           MOVE "E" TO WS-GEN-ACCION
           MOVE " " TO WS-GEN-TIPO
           MOVE "data/ALTAS.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE "data/ALTASREJ.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE "data/ROSTER-BK1.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           MOVE "data/ROSTER-BK2.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > WS-CJ-CANT
               PERFORM 4100-BORRAR-PARTIDA-GUARDADA
           END-PERFORM.

      *-----------------------------------------------------------------
      *EL NOMBRE DEL ARCHIVO LLEVA EL ID, ASI QUE EN EL CERTIFICADO
      *FIGURA SOLO COMO PARTIDA GUARDADA.

       4100-BORRAR-PARTIDA-GUARDADA.
           MOVE SPACES TO WS-GEN-FILENAME
           STRING "data/CHECKPT-"       DELIMITED BY SIZE
                  WS-CJ-TBL(WS-CJ-IDX)  DELIMITED BY SPACE
                  ".DAT"                DELIMITED BY SIZE
               INTO WS-GEN-FILENAME
           END-STRING
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "35"
               IF WS-GEN-STATUS = "00"
                   CLOSE GEN-FILE
               END-IF
               MOVE SPACES TO WS-COMANDO
               STRING "rm -f "        DELIMITED BY SIZE
                      WS-GEN-FILENAME DELIMITED BY SPACE
                   INTO WS-COMANDO
               END-STRING
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-COMANDO
               MOVE "data/CHECKPT (PARTIDA GUARDADA)"
                   TO WS-GEN-FILENAME
               MOVE 0 TO WS-GEN-CAMBIADOS
               MOVE 1 TO WS-GEN-ELIMINADOS
               IF RETURN-CODE = 0
                   MOVE "BORRADO" TO WS-CERT-NOTA-NUEVA
               ELSE
                   MOVE 0 TO RETURN-CODE
                   MOVE 0 TO WS-GEN-ELIMINADOS
                   MOVE "ERROR" TO WS-CERT-NOTA-NUEVA
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               PERFORM 9200-ANOTAR-CERTIFICADO
           END-IF.

      *-----------------------------------------------------------------

       5000-SEUDONIMIZAR-INDEXADOS.
           PERFORM 5100-QUITAR-DEL-PADRON
           PERFORM 5200-SEUDONIMIZAR-TABLERO
           PERFORM 5300-SEUDONIMIZAR-RATING
           PERFORM 5400-SEUDONIMIZAR-LOGROS
           PERFORM 5500-SEUDONIMIZAR-CREDITOS
           PERFORM 5600-SEUDONIMIZAR-SESIONES
           PERFORM 5700-SEUDONIMIZAR-ALERTAS.

      *-----------------------------------------------------------------

       5100-QUITAR-DEL-PADRON.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "data/ROSTER.DAT" TO WS-GEN-FILENAME
           OPEN I-O ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               ADD 1 TO WS-TOT-REVISADOS
               PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                       UNTIL WS-CJ-IDX > WS-CJ-CANT
                   MOVE WS-CJ-TBL(WS-CJ-IDX) TO WS-ROSTER-ID
                   READ ROSTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ROSTER-FILE RECORD
                           ADD 1 TO WS-GEN-ELIMINADOS
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
               IF WS-GEN-ELIMINADOS > 0
                   MOVE SPACES TO WS-CERT-NOTA-NUEVA
                   PERFORM 9200-ANOTAR-CERTIFICADO
               END-IF
           ELSE
               MOVE WS-ROSTER-STATUS TO WS-IDX-STATUS
               PERFORM 5900-ERROR-INDEXADO
           END-IF.

      *-----------------------------------------------------------------
      *EL TABLERO NO ESTA INDEXADO POR JUGADOR: SE RECORRE ENTERO.
      *LAS INICIALES SALEN DEL ID, ASI QUE TAMBIEN SE REEMPLAZAN.

       5200-SEUDONIMIZAR-TABLERO.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "data/SCOREBOARD.DAT" TO WS-GEN-FILENAME
           OPEN I-O SCORE-FILE
           IF WS-SCORE-STATUS = "00"
               ADD 1 TO WS-TOT-REVISADOS
               MOVE 0 TO WS-SK-INV-SCORE
               MOVE 0 TO WS-SK-SEQ
               START SCORE-FILE KEY IS NOT LESS THAN WS-SCORE-KEY
                   INVALID KEY MOVE "23" TO WS-SCORE-STATUS
               END-START
               PERFORM UNTIL WS-SCORE-STATUS NOT = "00"
                   READ SCORE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SCORE-STATUS
                       NOT AT END
                           MOVE WS-SCORE-JUGADOR TO WS-ID-PRUEBA
                           PERFORM 9100-VERIFICAR-CONJUNTO
                           IF WS-EN-CONJUNTO = "S"
                               MOVE WS-SEUDONIMO TO WS-SCORE-JUGADOR
                               MOVE WS-SEUDONIMO(1:3)
                                   TO WS-SCORE-INICIALES
                               REWRITE WS-SCORE-REC
                               ADD 1 TO WS-GEN-CAMBIADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
               IF WS-GEN-CAMBIADOS > 0
                   MOVE SPACES TO WS-CERT-NOTA-NUEVA
                   PERFORM 9200-ANOTAR-CERTIFICADO
               END-IF
           ELSE
               MOVE WS-SCORE-STATUS TO WS-IDX-STATUS
               PERFORM 5900-ERROR-INDEXADO
           END-IF.

      *-----------------------------------------------------------------
      *LOS INDEXADOS POR ID: EL REGISTRO SE BORRA Y SE GRABA DE NUEVO
      *BAJO EL SEUDONIMO. EL DEL ID PEDIDO VA PRIMERO; SI UN ID VIEJO
      *TAMBIEN TENIA REGISTRO, EL SEUDONIMO YA ESTA OCUPADO Y ESE
      *REGISTRO VIEJO SOLO SE BORRA (RATING Y LOGROS LOS RECALCULA
      *EL PROCESO NOCTURNO).

       5300-SEUDONIMIZAR-RATING.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "data/RATING.DAT" TO WS-GEN-FILENAME
           OPEN I-O RATING-FILE
           IF WS-RTG-STATUS = "00"
               ADD 1 TO WS-TOT-REVISADOS
               PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                       UNTIL WS-CJ-IDX > WS-CJ-CANT
                   MOVE WS-CJ-TBL(WS-CJ-IDX) TO WS-RTG-ID
                   READ RATING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-RATING-REC TO WS-REG-GUARDADO
                           DELETE RATING-FILE RECORD
                           MOVE WS-REG-GUARDADO TO WS-RATING-REC
                           MOVE WS-SEUDONIMO TO WS-RTG-ID
                           WRITE WS-RATING-REC
                               INVALID KEY
                                   ADD 1 TO WS-GEN-ELIMINADOS
                               NOT INVALID KEY
                                   ADD 1 TO WS-GEN-CAMBIADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE RATING-FILE
               PERFORM 5950-CERTIFICAR-INDEXADO
           ELSE
               MOVE WS-RTG-STATUS TO WS-IDX-STATUS
               PERFORM 5900-ERROR-INDEXADO
           END-IF.

      *-----------------------------------------------------------------

       5400-SEUDONIMIZAR-LOGROS.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "data/LOGROS.DAT" TO WS-GEN-FILENAME
           OPEN I-O LOGRO-FILE
           IF WS-LGR-STATUS = "00"
               ADD 1 TO WS-TOT-REVISADOS
               PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                       UNTIL WS-CJ-IDX > WS-CJ-CANT
                   MOVE WS-CJ-TBL(WS-CJ-IDX) TO WS-LGR-ID
                   READ LOGRO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-LOGRO-REC TO WS-REG-GUARDADO
                           DELETE LOGRO-FILE RECORD
                           MOVE WS-REG-GUARDADO TO WS-LOGRO-REC
                           MOVE WS-SEUDONIMO TO WS-LGR-ID
                           WRITE WS-LOGRO-REC
                               INVALID KEY
                                   ADD 1 TO WS-GEN-ELIMINADOS
                               NOT INVALID KEY
                                   ADD 1 TO WS-GEN-CAMBIADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE LOGRO-FILE
               PERFORM 5950-CERTIFICAR-INDEXADO
           ELSE
               MOVE WS-LGR-STATUS TO WS-IDX-STATUS
               PERFORM 5900-ERROR-INDEXADO
           END-IF.

      *-----------------------------------------------------------------
      *LOS CREDITOS SON PLATA DEL JUGADOR: EL SALDO DE UN ID VIEJO SE
      *SUMA AL DEL SEUDONIMO EN LUGAR DE PERDERSE, ASI LA CAJA SIGUE
      *CERRANDO CONTRA SU BITACORA.

       5500-SEUDONIMIZAR-CREDITOS.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "data/CREDITOS.DAT" TO WS-GEN-FILENAME
           OPEN I-O CREDITO-FILE
           IF WS-CRE-STATUS = "00"
               ADD 1 TO WS-TOT-REVISADOS
               PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                       UNTIL WS-CJ-IDX > WS-CJ-CANT
                   MOVE WS-CJ-TBL(WS-CJ-IDX) TO WS-CRE-ID
                   READ CREDITO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 5550-MOVER-CREDITO
                   END-READ
               END-PERFORM
               CLOSE CREDITO-FILE
               PERFORM 5950-CERTIFICAR-INDEXADO
           ELSE
               MOVE WS-CRE-STATUS TO WS-IDX-STATUS
               PERFORM 5900-ERROR-INDEXADO
           END-IF.

      *-----------------------------------------------------------------

       5550-MOVER-CREDITO.
           MOVE WS-CREDITO-REC TO WS-REG-GUARDADO
           MOVE WS-CRE-SALDO TO WS-SALDO-GUARDADO
           DELETE CREDITO-FILE RECORD
           MOVE WS-REG-GUARDADO TO WS-CREDITO-REC
           MOVE WS-SEUDONIMO TO WS-CRE-ID
           WRITE WS-CREDITO-REC
               INVALID KEY
                   MOVE WS-SEUDONIMO TO WS-CRE-ID
                   READ CREDITO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-SALDO-GUARDADO TO WS-CRE-SALDO
                           REWRITE WS-CREDITO-REC
                   END-READ
                   ADD 1 TO WS-GEN-ELIMINADOS
               NOT INVALID KEY
                   ADD 1 TO WS-GEN-CAMBIADOS
           END-WRITE.

      *-----------------------------------------------------------------

       5600-SEUDONIMIZAR-SESIONES.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "data/SESIONES.DAT" TO WS-GEN-FILENAME
           OPEN I-O SESION-FILE
           IF WS-SES-STATUS = "00"
               ADD 1 TO WS-TOT-REVISADOS
               PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                       UNTIL WS-CJ-IDX > WS-CJ-CANT
                   MOVE WS-CJ-TBL(WS-CJ-IDX) TO WS-SES-ID
                   READ SESION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-SESION-REC TO WS-REG-GUARDADO
                           DELETE SESION-FILE RECORD
                           MOVE WS-REG-GUARDADO TO WS-SESION-REC
                           MOVE WS-SEUDONIMO TO WS-SES-ID
                           WRITE WS-SESION-REC
                               INVALID KEY
                                   ADD 1 TO WS-GEN-ELIMINADOS
                               NOT INVALID KEY
                                   ADD 1 TO WS-GEN-CAMBIADOS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SESION-FILE
               PERFORM 5950-CERTIFICAR-INDEXADO
           ELSE
               MOVE WS-SES-STATUS TO WS-IDX-STATUS
               PERFORM 5900-ERROR-INDEXADO
           END-IF.

      *-----------------------------------------------------------------
      *ALERTAS CUYO OBJETO ES EL ID DEL JUGADOR (CRUCE, MONITOR,
      *TORNEO, RECEPCION).

       5700-SEUDONIMIZAR-ALERTAS.
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           MOVE "data/ALERTAS.DAT" TO WS-GEN-FILENAME
           OPEN I-O ALERTA-FILE
           IF WS-ALR-STATUS = "00"
               ADD 1 TO WS-TOT-REVISADOS
               MOVE 0 TO WS-ALR-ID
               START ALERTA-FILE KEY IS NOT LESS THAN WS-ALR-ID
                   INVALID KEY MOVE "23" TO WS-ALR-STATUS
               END-START
               PERFORM UNTIL WS-ALR-STATUS NOT = "00"
                   READ ALERTA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ALR-STATUS
                       NOT AT END
                           MOVE WS-ALR-OBJETO(1:10) TO WS-ID-PRUEBA
                           PERFORM 9100-VERIFICAR-CONJUNTO
                           IF WS-EN-CONJUNTO = "S"
                                   AND WS-ALR-OBJETO(11:20) = SPACES
                               MOVE WS-SEUDONIMO TO WS-ALR-OBJETO
                               REWRITE WS-ALERTA-REC
                               ADD 1 TO WS-GEN-CAMBIADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTA-FILE
               PERFORM 5950-CERTIFICAR-INDEXADO
           ELSE
               MOVE WS-ALR-STATUS TO WS-IDX-STATUS
               PERFORM 5900-ERROR-INDEXADO
           END-IF.

      *-----------------------------------------------------------------
      *UN INDEXADO QUE TODAVIA NO EXISTE NO TIENE NADA DEL JUGADOR;
      *CUALQUIER OTRO PROBLEMA DE APERTURA DEJA EL BORRADO INCOMPLETO.

       5900-ERROR-INDEXADO.
           IF WS-IDX-STATUS NOT = "35"
               DISPLAY "NO SE PUDO ABRIR " WS-GEN-FILENAME
                       ", STATUS " WS-IDX-STATUS
               MOVE "ERROR" TO WS-CERT-NOTA-NUEVA
               PERFORM 9200-ANOTAR-CERTIFICADO
               MOVE "S" TO WS-HUBO-ERROR
           END-IF.

      *-----------------------------------------------------------------

       5950-CERTIFICAR-INDEXADO.
           IF WS-GEN-CAMBIADOS > 0 OR WS-GEN-ELIMINADOS > 0
               MOVE SPACES TO WS-CERT-NOTA-NUEVA
               PERFORM 9200-ANOTAR-CERTIFICADO
           END-IF.

      *-----------------------------------------------------------------
      *LA BITACORA SE CORRIGE COMO LOS DEMAS SECUENCIALES Y RECIEN
      *DESPUES SE LE AGREGA EL BORRADO: ACCION BOR CON EL SEUDONIMO
      *Y SIN DESTINO. EL ID ORIGINAL NO QUEDA EN NINGUN LADO.

       6000-ASENTAR-BORRADO.
           MOVE 0 TO WS-GEN-POS(1)
           MOVE 0 TO WS-GEN-POS(2)
           MOVE 0 TO WS-GEN-POS(3)
           MOVE "S" TO WS-GEN-ACCION
           MOVE "M" TO WS-GEN-TIPO
           MOVE "data/MANTLOG.DAT" TO WS-GEN-FILENAME
           PERFORM 2100-REESCRIBIR-ARCHIVO
           OPEN EXTEND MANTLOG-FILE
           IF WS-MANTLOG-STATUS = "35"
               OPEN OUTPUT MANTLOG-FILE
               CLOSE MANTLOG-FILE
               OPEN EXTEND MANTLOG-FILE
           END-IF
           IF WS-MANTLOG-STATUS = "00"
               MOVE WS-TS-AHORA  TO WS-LOG-TIMESTAMP
               MOVE "BOR"        TO WS-LOG-ACCION
               MOVE WS-SEUDONIMO TO WS-LOG-ID-ORIG
               MOVE SPACES       TO WS-LOG-ID-DEST
               WRITE WS-MANTLOG-REC
               CLOSE MANTLOG-FILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ASENTAR EL BORRADO EN LA "
                       "BITACORA, STATUS " WS-MANTLOG-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           END-IF.

      *-----------------------------------------------------------------
      *AVISOS AL SEGUIMIENTO DE TORNEOS POR LA MISMA INTERFAZ: POR
      *CADA SESION YA ENVIADA, SEUDONIMO + PUNTAJE + RESULTADO "B" +
      *TIMESTAMP DE LA SESION, PARA QUE LA UBIQUE Y LA PASE AL
      *SEUDONIMO SIN RECIBIR EL ID ORIGINAL.

       6500-AVISAR-AL-TORNEO.
           IF WS-AVI-DESBORDE = "S"
               DISPLAY "AVISO: MAS DE 3000 SESIONES EN EL EXTRACTO, "
                       "LAS SOBRANTES NO SE AVISAN AL TORNEO"
               MOVE "S" TO WS-HUBO-ERROR
           END-IF
           IF WS-AVI-CANT > 0
               OPEN EXTEND INTERFACE-FILE
               IF WS-IFACE-STATUS = "35"
                   OPEN OUTPUT INTERFACE-FILE
                   CLOSE INTERFACE-FILE
                   OPEN EXTEND INTERFACE-FILE
               END-IF
               IF WS-IFACE-STATUS = "00"
                   PERFORM VARYING WS-AVI-IDX FROM 1 BY 1
                           UNTIL WS-AVI-IDX > WS-AVI-CANT
                       MOVE WS-SEUDONIMO TO WS-IF-JUGADOR
                       MOVE WS-AVI-PUNTAJE(WS-AVI-IDX)
                           TO WS-IF-PUNTAJE
                       MOVE "B" TO WS-IF-RESULTADO
                       MOVE WS-AVI-TIMESTAMP(WS-AVI-IDX)
                           TO WS-IF-TIMESTAMP
                       WRITE WS-IFACE-REC
                   END-PERFORM
                   CLOSE INTERFACE-FILE
                   MOVE "data/TORNEO.DAT (AVISOS)" TO WS-GEN-FILENAME
                   MOVE WS-AVI-CANT TO WS-GEN-CAMBIADOS
                   MOVE 0 TO WS-GEN-ELIMINADOS
                   MOVE "AGREGADOS" TO WS-CERT-NOTA-NUEVA
                   PERFORM 9200-ANOTAR-CERTIFICADO
               ELSE
                   DISPLAY "AVISO: NO SE PUDIERON ENVIAR LOS AVISOS "
                           "AL TORNEO, STATUS " WS-IFACE-STATUS
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *LA VITRINA PUBLICADA EN EL SALON PUEDE MOSTRAR EL ID: SE
      *VUELVE A GENERAR EN EL ACTO EN LUGAR DE ESPERAR A LA NOCHE.

       6800-REGENERAR-VITRINA.
           MOVE SPACES TO WS-COMANDO
           MOVE "./JUEGOPUB > /dev/null 2>&1" TO WS-COMANDO
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           MOVE "data/VITRINA.HTM Y .CSV" TO WS-GEN-FILENAME
           MOVE 0 TO WS-GEN-CAMBIADOS
           MOVE 0 TO WS-GEN-ELIMINADOS
           IF RETURN-CODE = 0
               MOVE "REGENERADA" TO WS-CERT-NOTA-NUEVA
           ELSE
               DISPLAY "AVISO: NO SE PUDO REGENERAR LA VITRINA (RC "
                       RETURN-CODE "); CORRER JUEGOPUB A MANO"
               MOVE 0 TO RETURN-CODE
               MOVE "ERROR" TO WS-CERT-NOTA-NUEVA
               MOVE "S" TO WS-HUBO-ERROR
           END-IF
           PERFORM 9200-ANOTAR-CERTIFICADO.

      *-----------------------------------------------------------------
      *REABRE EL LOCAL QUE CERRO 1280, TANTO SI EL BORRADO SE HIZO
      *COMO SI SE CANCELO O SE RECHAZO, IGUAL QUE JUEGONOC 1700.

       6900-ABRIR-LOCAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN OUTPUT ESTADO-FILE
           IF WS-EST-STATUS = "00"
               MOVE SPACES TO WS-ESTADO-REC
               MOVE "A" TO WS-EST-ESTADO
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-EST-DESDE
               WRITE WS-ESTADO-REC
               CLOSE ESTADO-FILE
               DISPLAY "LOCAL ABIERTO NUEVAMENTE"
           ELSE
               DISPLAY "AVISO: NO SE PUDO REABRIR EL LOCAL EN "
                       "ESTADO.DAT, STATUS " WS-EST-STATUS
               MOVE "S" TO WS-HUBO-ERROR
           END-IF.

      *-----------------------------------------------------------------
      *CERTIFICADO DEL BORRADO. NO LLEVA EL ID ORIGINAL: SOLO EL
      *SEUDONIMO, LA FECHA, EL OPERADOR Y LO QUE SE TOCO.

       9000-IMPRIMIR-CERTIFICADO.
           DISPLAY "================================================"
           DISPLAY "        CERTIFICADO DE BORRADO DE DATOS"
           DISPLAY "================================================"
           DISPLAY "SEUDONIMO ASIGNADO : " WS-SEUDONIMO
           DISPLAY "FECHA Y HORA       : " WS-TS-AHORA(7:2) "/"
                   WS-TS-AHORA(5:2) "/" WS-TS-AHORA(1:4) " "
                   WS-TS-AHORA(9:2) ":" WS-TS-AHORA(11:2)
           DISPLAY "OPERADOR           : " WS-OPERADOR
           MOVE WS-CJ-CANT TO WS-CANT-ED
           DISPLAY "IDS REEMPLAZADOS   : " WS-CANT-ED
           DISPLAY "------------------------------------------------"
           DISPLAY "ARCHIVO                                  "
                   "CAMBIADOS ELIMINADOS"
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-CANT
               MOVE WS-CERT-CAMBIADOS(WS-CERT-IDX) TO WS-CANT-ED
               MOVE WS-CERT-ELIMINADOS(WS-CERT-IDX) TO WS-CANT-ED2
               DISPLAY WS-CERT-ARCHIVO(WS-CERT-IDX) " " WS-CANT-ED
                       "    " WS-CANT-ED2 " "
                       WS-CERT-NOTA(WS-CERT-IDX)
           END-PERFORM
           IF WS-CERT-SOBRANTES > 0
               DISPLAY "... Y " WS-CERT-SOBRANTES " ARCHIVOS MAS"
           END-IF
           DISPLAY "------------------------------------------------"
           DISPLAY "ARCHIVOS REVISADOS     : " WS-TOT-REVISADOS
           DISPLAY "ARCHIVOS MODIFICADOS   : " WS-TOT-ARCHIVOS
           DISPLAY "REGISTROS CAMBIADOS    : " WS-TOT-CAMBIADOS
           DISPLAY "REGISTROS ELIMINADOS   : " WS-TOT-ELIMINADOS
           IF WS-HUBO-ERROR = "S"
               DISPLAY "BORRADO INCOMPLETO: REVISAR LOS ARCHIVOS CON "
                       "ERROR"
           ELSE
               DISPLAY "BORRADO COMPLETO"
           END-IF
           DISPLAY "================================================".

      *-----------------------------------------------------------------

       9100-VERIFICAR-CONJUNTO.
           MOVE "N" TO WS-EN-CONJUNTO
           IF WS-ID-PRUEBA NOT = SPACES
               PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                       UNTIL WS-CJ-IDX > WS-CJ-CANT
                          OR WS-EN-CONJUNTO = "S"
                   IF WS-CJ-TBL(WS-CJ-IDX) = WS-ID-PRUEBA
                       MOVE "S" TO WS-EN-CONJUNTO
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       9200-ANOTAR-CERTIFICADO.
           IF WS-CERT-NOTA-NUEVA NOT = "ERROR"
                   AND WS-CERT-NOTA-NUEVA NOT = "REGENERADA"
                   AND WS-CERT-NOTA-NUEVA NOT = "AGREGADOS"
               ADD 1 TO WS-TOT-ARCHIVOS
           END-IF
           ADD WS-GEN-CAMBIADOS TO WS-TOT-CAMBIADOS
           ADD WS-GEN-ELIMINADOS TO WS-TOT-ELIMINADOS
           IF WS-CERT-CANT < 2000
               ADD 1 TO WS-CERT-CANT
               MOVE WS-GEN-FILENAME
                   TO WS-CERT-ARCHIVO(WS-CERT-CANT)
               MOVE WS-GEN-CAMBIADOS
                   TO WS-CERT-CAMBIADOS(WS-CERT-CANT)
               MOVE WS-GEN-ELIMINADOS
                   TO WS-CERT-ELIMINADOS(WS-CERT-CANT)
               MOVE WS-CERT-NOTA-NUEVA
                   TO WS-CERT-NOTA(WS-CERT-CANT)
           ELSE
               ADD 1 TO WS-CERT-SOBRANTES
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM JUEGOBOR.
