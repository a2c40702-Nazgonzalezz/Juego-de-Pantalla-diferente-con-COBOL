      *          cierre (3 puntos por ganada, 1 por perdida jugada,
      *          0 por abandono; desempata el puntaje total
      *          acumulado) y la imprime para publicar en la pizarra.
      *          Al generar el fixture deja la fecha de inicio de la
      *          temporada en data/LIGATEMP.DAT, que es la que toma la
      *          publicacion del salon (JUEGOPUB).
      *          La fecha de inicio de temporada (AAAAMMDD) puede ir
      *          como argumento 1 o detras de la palabra TABLA.
      * Tectonics: cobc
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT TEMPORADA-FILE ASSIGN TO "data/LIGATEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WS-AUD-RESULTADO        PIC X.
           05 WS-AUD-JUGADOR          PIC X(10).
           05 WS-AUD-NIVEL            PIC 99.
           05 WS-AUD-TERMINAL         PIC X(4).
           05 WS-AUD-OPONENTE         PIC X(10).
           05 WS-AUD-PAQUETE          PIC 999.

      *BITACORA DEL MANTENIMIENTO DEL PADRON: LAS CORRECCIONES Y
      *FUSIONES LLEVAN LOS IDS VIEJOS DEL LOG AL ID DEFINITIVO, PARA
      *HISTORICOS AUDIT-AAAAMM.DAT DEL CIERRE MENSUAL: LA TEMPORADA
      *CUBRE TAMBIEN LAS SESIONES YA ARCHIVADAS.
       FD  ARCH-FILE.
       01  WS-ARCH-REC                PIC X(61).

      *INICIO DE LA TEMPORADA EN CURSO (AAAAMMDD): LA FECHA EN QUE SE
      *GENERO SU FIXTURE.
       FD  TEMPORADA-FILE.
       01  WS-TEMPORADA-REC.
           05 WS-TEMP-INICIO          PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-ROSTER-STATUS         PIC XX.
       77  WS-MANTLOG-STATUS        PIC XX.
       77  WS-FIX-STATUS            PIC XX.
       77  WS-ARCH-STATUS           PIC XX.
       77  WS-TEMP-STATUS           PIC XX.

      *RECORRIDA DE HISTORICOS (ULTIMOS 36 MESES, DEL MAS VIEJO AL
      *ACTUAL, COMO EN JUEGOHIS).
                           " PARTIDOS EN " WS-JORNADA " JORNADAS"
                   DISPLAY "  (JUGADORES: " WS-PLA-CANT
                           ", JORNADAS: " WS-JORNADA ")"
                   PERFORM 1400-ASENTAR-TEMPORADA
               END-IF
           END-IF.

           END-PERFORM
           MOVE WS-PLA-TEMP TO WS-PLA-TBL(2).

      *-----------------------------------------------------------------
      *UN FIXTURE NUEVO ABRE UNA TEMPORADA NUEVA: SU FECHA QUEDA COMO
      *INICIO PARA LA TABLA QUE SE PUBLICA EN EL SALON.

       1400-ASENTAR-TEMPORADA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN OUTPUT TEMPORADA-FILE
           IF WS-TEMP-STATUS NOT = "00"
               DISPLAY "AVISO: NO SE PUDO GRABAR LIGATEMP.DAT, STATUS "
                       WS-TEMP-STATUS
           ELSE
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-TEMP-INICIO
               WRITE WS-TEMPORADA-REC
               CLOSE TEMPORADA-FILE
               DISPLAY "TEMPORADA DESDE EL " WS-TEMP-INICIO
           END-IF.

      *-----------------------------------------------------------------
      *TABLA DE POSICIONES: RECORRE LA AUDITORIA COMPLETA (PRIMERO
      *LOS HISTORICOS DEL CIERRE MENSUAL, DESPUES EL LOG VIVO, COMO
