      *          toma 90 dias y solo revision.
      * Tectonics: cobc
      * Mod. history:
      *   - Every deactivation is written to the OPERMST change
      *     history OPERHIST (copybook CLOPRHIS) with origin 'D'. The
      *     PARM takes an optional acting legajo, 'DDD M nnnnnnnn',
      *     recorded as zeros when absent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ06.
           SELECT ARCH-REPORTE       ASSIGN TO "REPDORM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-HISTORIA      ASSIGN TO "OPERHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-HISTORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-REPORTE                       PIC X(100).

       FD  ARCH-HISTORIA
           RECORDING MODE IS F.
       01  REG-HISTORIA.
           COPY CLOPRHIS.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-LEGAJO-TRABAJO              PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-TRABAJO               PIC 9(08) VALUE ZEROS.
           02 WS-ULTIMA-ACTIVIDAD            PIC 9(08) VALUE ZEROS.
           02 WS-LEGAJO-ACTUANTE             PIC 9(08) VALUE ZEROS.
           02 WS-HIS-ESTADO-ANTERIOR         PIC X(01) VALUE SPACE.

       01  WS-PARAMETROS-EJECUCION.
           02 WS-PARM-EJECUCION              PIC X(16) VALUE SPACES.
           02 WS-FS-AUDITORIA                PIC X(02) VALUE '00'.
           02 WS-FS-AUD-MENSUAL              PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.
           02 WS-FS-HISTORIA                 PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-ARCHIVO              PIC X(01) VALUE 'N'.
              88 WS-MAESTRO-ABIERTO                VALUE 'S'.
           02 WS-SW-TABLA-DESBORDADA         PIC X(01) VALUE 'N'.
              88 WS-TABLA-DESBORDADA               VALUE 'S'.
           02 WS-SW-HISTORIA-ABIERTA         PIC X(01) VALUE 'N'.
              88 WS-HISTORIA-ABIERTA               VALUE 'S'.

       01  WS-TOTALES.
           02 WS-TOT-OPERADORES              PIC 9(06) VALUE ZEROS.
              MOVE 'D'                       TO WS-MODO-REVISION
           END-IF.

           IF WS-PARM-EJECUCION (7:8) IS NUMERIC
              MOVE WS-PARM-EJECUCION (7:8)   TO WS-LEGAJO-ACTUANTE
           END-IF.

           COMPUTE WS-ENTERO-CORTE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - WS-DIAS-UMBRAL.
              STOP RUN
           END-IF.

      * EN MODO 'D' CADA DESACTIVACION QUEDA EN EL HISTORIAL; SIN EL
      * NO SE DESACTIVA A NADIE
           IF WS-MODO-DESACTIVAR
              OPEN EXTEND ARCH-HISTORIA
              IF WS-FS-HISTORIA NOT = '00'
                 CLOSE ARCH-HISTORIA
                 OPEN OUTPUT ARCH-HISTORIA
              END-IF
              IF WS-FS-HISTORIA = '00'
                 MOVE 'S'                    TO WS-SW-HISTORIA-ABIERTA
              ELSE
                 DISPLAY 'No se pudo abrir el historial OPERHIST - '
                         'FS: ' WS-FS-HISTORIA
                 CLOSE ARCH-REPORTE
                       ARCH-OPERADORES
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           MOVE WS-FECHA-CORTE               TO WS-TIT-FECHA-CORTE.
           MOVE WS-DIAS-UMBRAL               TO WS-TIT-DIAS.
           MOVE WS-LIN-TITULO                TO REG-REPORTE.

           IF WS-MODO-DESACTIVAR
              AND NOT WS-TABLA-DESBORDADA
              MOVE OPR-ESTADO                TO WS-HIS-ESTADO-ANTERIOR
              MOVE 'I'                       TO OPR-ESTADO
              REWRITE REG-OPERADOR
                  INVALID KEY
                  NOT INVALID KEY
                      ADD 1                  TO WS-TOT-DESACTIVADOS
                      MOVE 'DESACTIVADO '    TO WS-LIN-ACCION
                      PERFORM 3500-GRABAR-HISTORIA
                         THRU 3500-GRABAR-HISTORIA-EXIT
              END-REWRITE
           ELSE
              MOVE 'REVISAR     '            TO WS-LIN-ACCION
       3400-MARCAR-DORMIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEJAR LA DESACTIVACION EN OPERHIST: LOS PERMISOS NO CAMBIAN,   *
      * SOLO EL ESTADO                                                 *
      *----------------------------------------------------------------*
       3500-GRABAR-HISTORIA.

           MOVE SPACES                       TO REG-HISTORIA.
           MOVE OPR-LEGAJO                   TO HIS-LEGAJO.
           MOVE WS-FECHA-HOY                 TO HIS-FECHA.
           ACCEPT HIS-HORA FROM TIME.
           MOVE 'D'                          TO HIS-ORIGEN.
           MOVE 'B'                          TO HIS-ACCION.
           MOVE WS-LEGAJO-ACTUANTE           TO HIS-LEGAJO-ACTUANTE.
           MOVE WS-HIS-ESTADO-ANTERIOR       TO HIS-ESTADO-ANTERIOR.
           MOVE OPR-PERMISOS                 TO HIS-PERMISOS-ANTERIOR.
           MOVE OPR-ESTADO                   TO HIS-ESTADO-NUEVO.
           MOVE OPR-PERMISOS                 TO HIS-PERMISOS-NUEVO.

           WRITE REG-HISTORIA.
           IF WS-FS-HISTORIA NOT = '00'
              DISPLAY 'No se pudo grabar el historial del legajo '
                      OPR-LEGAJO ' - FS: ' WS-FS-HISTORIA
           END-IF.

       3500-GRABAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR LOS TOTALES Y CERRAR                                    *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-MAESTRO-ABIERTO
              CLOSE ARCH-OPERADORES
           END-IF.
           IF WS-HISTORIA-ABIERTA
              CLOSE ARCH-HISTORIA
           END-IF.

           DISPLAY 'CL25EJ06 - Operadores: ' WS-TOT-OPERADORES
                   ' activos: ' WS-TOT-ACTIVOS
