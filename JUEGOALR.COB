      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI; TRONCOSO LEANDRO
      * Date:10/2026
      * Purpose: Mesa de alertas del operador. JUEGOCHK, JUEGOVAL,
      *          JUEGOMON, JUEGOACK, JUEGOCAR y JUEGONOC dejan sus
      *          excepciones en el archivo comun data/ALERTAS.DAT
      *          (programa de origen, severidad, jugador o archivo
      *          afectado y descripcion); la misma excepcion repetida
      *          en otra corrida suma una ocurrencia a la alerta que
      *          sigue abierta en vez de abrir otra. Esta pantalla
      *          lista las alertas abiertas por severidad (ALTA,
      *          MEDIA, BAJA) y deja al operador reconocerlas o
      *          cerrarlas con una nota y sus iniciales. Las cerradas
      *          no se borran: quedan para auditoria y se pueden
      *          listar aparte. El archivo se abre solo mientras dura
      *          cada consulta o grabacion, para no dejar afuera a los
      *          procesos que levantan alertas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUEGOALR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "data/ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ALR-ID
               FILE STATUS IS WS-ALR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *ALERTA COMUN DE LOS PROCESOS BATCH Y DEL MONITOR. SEVERIDAD A
      *(ALTA), M (MEDIA) O B (BAJA); ESTADO A (ABIERTA), R
      *(RECONOCIDA: EL OPERADOR LA VIO Y LA ESTA SIGUIENDO) O C
      *(CERRADA). PRIMERA Y ULTIMA SON LAS FECHAS/HORAS DE LA PRIMERA
      *Y DE LA ULTIMA OCURRENCIA; ATENCION, INICIALES Y NOTA SON LAS
      *DEL ULTIMO RECONOCIMIENTO O CIERRE.
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

       WORKING-STORAGE SECTION.
       77  WS-ALR-STATUS            PIC XX.

       77  WS-CURRENT-DATETIME      PIC X(21).
       77  WS-TS-AHORA              PIC X(14).

      *ATENCION DE LA MESA.
       77  WS-OPCION-MENU           PIC X VALUE SPACE.
       77  WS-OPERADOR              PIC X(3) VALUE SPACES.
       77  WS-ENTRADA-ID            PIC X(6).
       77  WS-ID-BUSCADO            PIC 9(6).
       77  WS-NOTA                  PIC X(40).
       77  WS-RESP-CONFIRMA         PIC X.
       77  WS-ESTADO-NUEVO          PIC X.
       77  WS-ALR-HALLADA           PIC X.

      *APERTURA POR OPERACION: SI UN PROCESO ESTA GRABANDO UNA ALERTA
      *SE REINTENTA UNOS SEGUNDOS ANTES DE AVISAR AL OPERADOR.
       77  WS-ALR-ABIERTO           PIC X.
       77  WS-ABRIR-INTENTOS        PIC 99.
       77  WS-ESPERA-SEG            PIC 9 VALUE 1.

      *LISTADO POR SEVERIDAD: UNA PASADA POR CADA NIVEL, DE LA MAS
      *GRAVE A LA MAS LEVE.
       01  WS-SEVERIDADES.
           05 FILLER                PIC X VALUE "A".
           05 FILLER                PIC X VALUE "M".
           05 FILLER                PIC X VALUE "B".
       01  WS-SEVERIDADES-R REDEFINES WS-SEVERIDADES.
           05 WS-SEV-COD OCCURS 3 TIMES PIC X.
       77  WS-SEV-IDX               PIC 9.
       77  WS-SEV-NOMBRE            PIC X(5).
       77  WS-ESTADO-NOMBRE         PIC X(10).
       77  WS-CANT-SEVERIDAD        PIC 9(5).
       77  WS-CANT-LISTADAS         PIC 9(5).

      */////////////////////////////////////////////////////////////////
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 0100-ABRIR-ARCHIVO
           PERFORM 0200-PEDIR-OPERADOR
           PERFORM 1000-MENU
               UNTIL WS-OPCION-MENU = "9"
           STOP RUN.

      *-----------------------------------------------------------------
      *SI TODAVIA NINGUN PROCESO LEVANTO UNA ALERTA EL ARCHIVO SE
      *CREA VACIO, IGUAL QUE LOS DEMAS MAESTROS. ACA SOLO SE
      *COMPRUEBA QUE SE PUEDA ABRIR: MIENTRAS EL OPERADOR MIRA EL
      *MENU EL ARCHIVO QUEDA CERRADO.

       0100-ABRIR-ARCHIVO.
           OPEN I-O ALERTA-FILE
           IF WS-ALR-STATUS = "35"
               OPEN OUTPUT ALERTA-FILE
               CLOSE ALERTA-FILE
               OPEN I-O ALERTA-FILE
           END-IF
           IF WS-ALR-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ALERTAS.DAT, STATUS "
                       WS-ALR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ALERTA-FILE.

      *-----------------------------------------------------------------
      *CADA OPCION DEL MENU ABRE EL ARCHIVO CON ESTE PARRAFO Y LO
      *CIERRA ANTES DE VOLVER AL MENU.

       0110-ABRIR-ALERTAS.
           MOVE "N" TO WS-ALR-ABIERTO
           MOVE 0 TO WS-ABRIR-INTENTOS
           PERFORM UNTIL WS-ALR-ABIERTO = "S"
                   OR WS-ABRIR-INTENTOS > 4
               ADD 1 TO WS-ABRIR-INTENTOS
               OPEN I-O ALERTA-FILE
               IF WS-ALR-STATUS = "00"
                   MOVE "S" TO WS-ALR-ABIERTO
               ELSE
                   CALL "C$SLEEP" USING WS-ESPERA-SEG
               END-IF
           END-PERFORM
           IF WS-ALR-ABIERTO NOT = "S"
               DISPLAY "ALERTAS.DAT OCUPADO POR OTRO PROCESO (STATUS "
                       WS-ALR-STATUS "), INTENTE DE NUEVO"
           END-IF.

      *-----------------------------------------------------------------
      *TODO RECONOCIMIENTO O CIERRE LLEVA LAS INICIALES DE QUIEN LO
      *HIZO.

       0200-PEDIR-OPERADOR.
           PERFORM UNTIL WS-OPERADOR NOT = SPACES
               DISPLAY "INICIALES DEL OPERADOR: "
               ACCEPT WS-OPERADOR
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-MENU.
           DISPLAY " "
           DISPLAY "=============== MESA DE ALERTAS ================"
           DISPLAY " L) LISTAR ALERTAS ABIERTAS POR SEVERIDAD"
           DISPLAY " R) RECONOCER UNA ALERTA"
           DISPLAY " C) CERRAR UNA ALERTA"
           DISPLAY " H) HISTORIAL DE ALERTAS CERRADAS"
           DISPLAY " 9) SALIR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
           WHEN "L"
           WHEN "l"
               PERFORM 2000-LISTAR-ABIERTAS
           WHEN "R"
           WHEN "r"
               MOVE "R" TO WS-ESTADO-NUEVO
               PERFORM 3000-ATENDER-ALERTA
           WHEN "C"
           WHEN "c"
               MOVE "C" TO WS-ESTADO-NUEVO
               PERFORM 3000-ATENDER-ALERTA
           WHEN "H"
           WHEN "h"
               PERFORM 4000-LISTAR-CERRADAS
           WHEN "9"
               CONTINUE
           WHEN OTHER
               DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      *-----------------------------------------------------------------
      *ABIERTAS Y RECONOCIDAS, AGRUPADAS POR SEVERIDAD. DENTRO DE
      *CADA GRUPO SALEN EN EL ORDEN EN QUE SE ABRIERON.

       2000-LISTAR-ABIERTAS.
           PERFORM 0110-ABRIR-ALERTAS
           IF WS-ALR-ABIERTO = "S"
               MOVE 0 TO WS-CANT-LISTADAS
               PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                       UNTIL WS-SEV-IDX > 3
                   PERFORM 2100-LISTAR-SEVERIDAD
               END-PERFORM
               CLOSE ALERTA-FILE
               IF WS-CANT-LISTADAS = 0
                   DISPLAY "NO HAY ALERTAS ABIERTAS"
               ELSE
                   DISPLAY "TOTAL ABIERTAS: " WS-CANT-LISTADAS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2100-LISTAR-SEVERIDAD.
           MOVE WS-SEV-COD(WS-SEV-IDX) TO WS-ALR-SEVERIDAD
           PERFORM 8100-NOMBRE-SEVERIDAD
           MOVE 0 TO WS-CANT-SEVERIDAD
           MOVE 0 TO WS-ALR-ID
           START ALERTA-FILE KEY IS NOT LESS THAN WS-ALR-ID
               INVALID KEY MOVE "23" TO WS-ALR-STATUS
           END-START
           PERFORM UNTIL WS-ALR-STATUS NOT = "00"
               READ ALERTA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ALR-STATUS
                   NOT AT END
                       IF WS-ALR-SEVERIDAD = WS-SEV-COD(WS-SEV-IDX)
                               AND WS-ALR-ESTADO NOT = "C"
                           IF WS-CANT-SEVERIDAD = 0
                               DISPLAY "------------------------------"
                                       "------------------"
                               DISPLAY "SEVERIDAD " WS-SEV-NOMBRE
                           END-IF
                           ADD 1 TO WS-CANT-SEVERIDAD
                           ADD 1 TO WS-CANT-LISTADAS
                           PERFORM 2200-MOSTRAR-ALERTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ALR-STATUS.

      *-----------------------------------------------------------------

       2200-MOSTRAR-ALERTA.
           PERFORM 8200-NOMBRE-ESTADO
           DISPLAY WS-ALR-ID " " WS-ALR-ORIGEN " " WS-ESTADO-NOMBRE
                   " " WS-ALR-OBJETO
           DISPLAY "       " WS-ALR-DESCRIPCION
           DISPLAY "       OCURRENCIAS " WS-ALR-OCURRENCIAS
                   " PRIMERA " WS-ALR-PRIMERA
                   " ULTIMA " WS-ALR-ULTIMA
           IF WS-ALR-ESTADO NOT = "A"
               DISPLAY "       " WS-ALR-INICIALES " "
                       WS-ALR-ATENCION ": " WS-ALR-NOTA
           END-IF.

      *-----------------------------------------------------------------
      *RECONOCER (R) O CERRAR (C) UNA ALERTA POR SU NUMERO. UNA
      *CERRADA YA NO SE TOCA: SI LA EXCEPCION VUELVE, EL PROCESO QUE
      *LA DETECTA ABRE UNA ALERTA NUEVA. EL ARCHIVO NO QUEDA ABIERTO
      *MIENTRAS EL OPERADOR ESCRIBE LA NOTA: SE LEE, SE CIERRA Y SE
      *VUELVE A LEER AL GRABAR.

       3000-ATENDER-ALERTA.
           PERFORM 3100-PEDIR-ALERTA
           IF WS-ALR-HALLADA = "S"
               PERFORM 3200-PEDIR-NOTA
               IF WS-NOTA NOT = SPACES
                   IF WS-ESTADO-NUEVO = "C"
                       DISPLAY "SE CIERRA LA ALERTA " WS-ID-BUSCADO
                               ". CONFIRMA? (S/N)"
                   ELSE
                       DISPLAY "SE RECONOCE LA ALERTA " WS-ID-BUSCADO
                               ". CONFIRMA? (S/N)"
                   END-IF
                   ACCEPT WS-RESP-CONFIRMA
                   IF WS-RESP-CONFIRMA = "S"
                           OR WS-RESP-CONFIRMA = "s"
                       PERFORM 3300-GRABAR-ATENCION
                   ELSE
                       DISPLAY "OPERACION CANCELADA"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *DEJA WS-ALR-HALLADA EN "S" SI LA ALERTA EXISTE Y NO ESTA
      *CERRADA, Y LA MUESTRA ANTES DE SOLTAR EL ARCHIVO.

       3100-PEDIR-ALERTA.
           MOVE "N" TO WS-ALR-HALLADA
           DISPLAY "NUMERO DE ALERTA: "
           ACCEPT WS-ENTRADA-ID
           IF WS-ENTRADA-ID = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-ENTRADA-ID) NOT = 0
               DISPLAY "NUMERO NO VALIDO, NO SE HACE NADA"
           ELSE
               MOVE FUNCTION NUMVAL(WS-ENTRADA-ID) TO WS-ID-BUSCADO
               PERFORM 0110-ABRIR-ALERTAS
               IF WS-ALR-ABIERTO = "S"
                   MOVE WS-ID-BUSCADO TO WS-ALR-ID
                   READ ALERTA-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE LA ALERTA "
                                   WS-ID-BUSCADO
                       NOT INVALID KEY
                           IF WS-ALR-ESTADO = "C"
                               DISPLAY "LA ALERTA " WS-ALR-ID
                                       " YA ESTA CERRADA"
                           ELSE
                               MOVE "S" TO WS-ALR-HALLADA
                               PERFORM 2200-MOSTRAR-ALERTA
                           END-IF
                   END-READ
                   CLOSE ALERTA-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *LA NOTA ES OBLIGATORIA: UN CIERRE SIN EXPLICACION NO SIRVE
      *PARA LA AUDITORIA.

       3200-PEDIR-NOTA.
           DISPLAY "NOTA: "
           ACCEPT WS-NOTA
           IF WS-NOTA = SPACES
               DISPLAY "NOTA EN BLANCO, NO SE HACE NADA"
           END-IF.

      *-----------------------------------------------------------------
      *SE RELEE LA ALERTA ANTES DE GRABAR: MIENTRAS TANTO UN PROCESO
      *PUDO SUMARLE OCURRENCIAS (QUE NO SE PIERDEN) U OTRO OPERADOR
      *PUDO CERRARLA (Y ENTONCES NO SE TOCA).

       3300-GRABAR-ATENCION.
           PERFORM 0110-ABRIR-ALERTAS
           IF WS-ALR-ABIERTO = "S"
               MOVE WS-ID-BUSCADO TO WS-ALR-ID
               READ ALERTA-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE LA ALERTA " WS-ID-BUSCADO
                   NOT INVALID KEY
                       IF WS-ALR-ESTADO = "C"
                           DISPLAY "LA ALERTA " WS-ALR-ID " FUE "
                                   "CERRADA MIENTRAS TANTO, NO SE "
                                   "HACE NADA"
                       ELSE
                           PERFORM 3350-REGRABAR-ALERTA
                       END-IF
               END-READ
               CLOSE ALERTA-FILE
           END-IF.

      *-----------------------------------------------------------------

       3350-REGRABAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-TS-AHORA
           MOVE WS-ESTADO-NUEVO TO WS-ALR-ESTADO
           MOVE WS-TS-AHORA     TO WS-ALR-ATENCION
           MOVE WS-OPERADOR     TO WS-ALR-INICIALES
           MOVE WS-NOTA         TO WS-ALR-NOTA
           REWRITE WS-ALERTA-REC
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA ALERTA, STATUS "
                           WS-ALR-STATUS
               NOT INVALID KEY
                   IF WS-ESTADO-NUEVO = "C"
                       DISPLAY "ALERTA " WS-ALR-ID " CERRADA"
                   ELSE
                       DISPLAY "ALERTA " WS-ALR-ID " RECONOCIDA"
                   END-IF
           END-REWRITE.

      *-----------------------------------------------------------------
      *HISTORIAL PARA AUDITORIA: LAS CERRADAS CON QUIEN LAS CERRO,
      *CUANDO Y POR QUE.

       4000-LISTAR-CERRADAS.
           PERFORM 0110-ABRIR-ALERTAS
           IF WS-ALR-ABIERTO = "S"
               MOVE 0 TO WS-CANT-LISTADAS
               MOVE 0 TO WS-ALR-ID
               START ALERTA-FILE KEY IS NOT LESS THAN WS-ALR-ID
                   INVALID KEY MOVE "23" TO WS-ALR-STATUS
               END-START
               PERFORM UNTIL WS-ALR-STATUS NOT = "00"
                   READ ALERTA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ALR-STATUS
                       NOT AT END
                           IF WS-ALR-ESTADO = "C"
                               ADD 1 TO WS-CANT-LISTADAS
                               PERFORM 8100-NOMBRE-SEVERIDAD
                               DISPLAY "SEVERIDAD " WS-SEV-NOMBRE
                               PERFORM 2200-MOSTRAR-ALERTA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-ALR-STATUS
               CLOSE ALERTA-FILE
               DISPLAY "TOTAL CERRADAS: " WS-CANT-LISTADAS
           END-IF.

      *-----------------------------------------------------------------

       8100-NOMBRE-SEVERIDAD.
           EVALUATE WS-ALR-SEVERIDAD
           WHEN "A"
               MOVE "ALTA"  TO WS-SEV-NOMBRE
           WHEN "M"
               MOVE "MEDIA" TO WS-SEV-NOMBRE
           WHEN OTHER
               MOVE "BAJA"  TO WS-SEV-NOMBRE
           END-EVALUATE.

      *-----------------------------------------------------------------

       8200-NOMBRE-ESTADO.
           EVALUATE WS-ALR-ESTADO
           WHEN "A"
               MOVE "ABIERTA"    TO WS-ESTADO-NOMBRE
           WHEN "R"
               MOVE "RECONOCIDA" TO WS-ESTADO-NOMBRE
           WHEN OTHER
               MOVE "CERRADA"    TO WS-ESTADO-NOMBRE
           END-EVALUATE.

      *-----------------------------------------------------------------
       END PROGRAM JUEGOALR.
