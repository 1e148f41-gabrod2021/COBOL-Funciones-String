      * Mod. history:
      *   - Cover the new function 7 (estandarizar) in the daily
      *     per-function breakdown.
      *   - Cover the new function 8 (documento, CUIT/CUIL y DNI) in
      *     the daily per-function breakdown.
      *   - Print the severity, responsible area and corrective action
      *     from the ERRCAT catalog next to each top error code, and
      *     flag codes missing from the catalog.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ03.
           SELECT ARCH-REPORTE       ASSIGN TO "REPDIA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-CATALOGO-ERRORES ASSIGN TO "ERRCAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ERC-CODIGO
                  FILE STATUS IS WS-FS-CATALOGO.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-REPORTE                       PIC X(132).

       FD  ARCH-CATALOGO-ERRORES.
       01  REG-CATALOGO-ERROR.
           COPY CLERRCAT.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-FS-LOG-ERRORES              PIC X(02) VALUE '00'.
           02 WS-FS-SALIDA-LOTE              PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.
           02 WS-FS-CATALOGO                 PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-AUDITORIA            PIC X(01) VALUE 'N'.
              88 WS-HAY-ERRLOG                     VALUE 'S'.
           02 WS-SW-HAY-LOTEOUT              PIC X(01) VALUE 'N'.
              88 WS-HAY-LOTEOUT                    VALUE 'S'.
           02 WS-SW-HAY-CATALOGO             PIC X(01) VALUE 'N'.
              88 WS-HAY-CATALOGO                   VALUE 'S'.

       01  WS-HORA-TRABAJO.
           02 WS-HORA-HH                     PIC 9(02).
              03 WS-LEG-ERRORES              PIC 9(06).

       01  WS-TABLA-FUNCIONES.
           02 WS-ENT-FUNCION                 OCCURS 8 TIMES.
              03 WS-FUN-EXITOS               PIC 9(06).
              03 WS-FUN-ERRORES              PIC 9(06).

              03 FILLER                      PIC X(13) VALUE
                 '  CANTIDAD '.
              03 WS-DET-COD-CANTIDAD         PIC ZZZZZ9.
              03 FILLER                      PIC X(02) VALUE SPACES.
              03 WS-DET-COD-SEVERIDAD        PIC X(13).
              03 FILLER                      PIC X(02) VALUE SPACES.
              03 WS-DET-COD-AREA             PIC X(20).
              03 FILLER                      PIC X(02) VALUE SPACES.
              03 WS-DET-COD-ACCION           PIC X(60).
           02 WS-LIN-CONCILIACION.
              03 FILLER                      PIC X(14) VALUE
                 '  AUDITORIAS '.
              MOVE 'S'                       TO WS-SW-FIN-LOTEOUT
           END-IF.

           OPEN INPUT ARCH-CATALOGO-ERRORES.
           IF WS-FS-CATALOGO = '00'
              MOVE 'S'                       TO WS-SW-HAY-CATALOGO
           ELSE
              DISPLAY 'Sin catalogo de errores ERRCAT - FS: '
                      WS-FS-CATALOGO
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
                 THRU 6200-SUMAR-LEGAJO-EXIT
           END-IF.

           IF WS-ACU-FUNCION >= '1' AND WS-ACU-FUNCION <= '8'
              MOVE WS-ACU-FUNCION            TO WS-FUNCION-NUM
              IF WS-ACU-ES-ERROR = 'S'
                 ADD 1            TO WS-FUN-ERRORES(WS-FUNCION-NUM)
           PERFORM 4200-IMPRIMIR-FUNCION
              THRU 4200-IMPRIMIR-FUNCION-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > 8.

           MOVE 'OPERACIONES POR BANDA HORARIA' TO REG-REPORTE.
           WRITE REG-REPORTE.
              MOVE WS-COD-CANTIDAD(WS-INDICE-MAX)
                                          TO WS-DET-COD-CANTIDAD
              MOVE 'S'            TO WS-COD-IMPRESO(WS-INDICE-MAX)
              PERFORM 4420-BUSCAR-CATALOGO
                 THRU 4420-BUSCAR-CATALOGO-EXIT
              MOVE WS-LIN-CODIGO             TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.
       4410-BUSCAR-MAXIMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRAER DEL CATALOGO ERRCAT LA SEVERIDAD, EL AREA Y LA ACCION    *
      * DEL CODIGO A IMPRIMIR; SI NO ESTA SE INFORMA COMO TAL          *
      *----------------------------------------------------------------*
       4420-BUSCAR-CATALOGO.

           MOVE 'NO CATALOGADO'              TO WS-DET-COD-SEVERIDAD.
           MOVE SPACES                       TO WS-DET-COD-AREA.
           MOVE 'DAR DE ALTA EL CODIGO EN ERRCAT (CL25EJ14)'
                                             TO WS-DET-COD-ACCION.

           IF WS-HAY-CATALOGO
              MOVE WS-DET-CODIGO             TO ERC-CODIGO
              READ ARCH-CATALOGO-ERRORES
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN ERC-ADVERTENCIA
                               MOVE 'ADVERTENCIA'
                                             TO WS-DET-COD-SEVERIDAD
                          WHEN ERC-ERROR
                               MOVE 'ERROR'  TO WS-DET-COD-SEVERIDAD
                          WHEN ERC-FATAL
                               MOVE 'FATAL'  TO WS-DET-COD-SEVERIDAD
                          WHEN OTHER
                               MOVE 'SEV. INVALIDA'
                                             TO WS-DET-COD-SEVERIDAD
                      END-EVALUATE
                      MOVE ERC-AREA          TO WS-DET-COD-AREA
                      MOVE ERC-ACCION        TO WS-DET-COD-ACCION
              END-READ
           END-IF.

       4420-BUSCAR-CATALOGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINEA DE CONCILIACION: AUDITORIAS + ERRORES DEL DIA CONTRA EL  *
      * DETALLE DE LOTEOUT                                             *
      *----------------------------------------------------------------*
           IF WS-HAY-LOTEOUT
              CLOSE ARCH-SALIDA-LOTE
           END-IF.
           IF WS-HAY-CATALOGO
              CLOSE ARCH-CATALOGO-ERRORES
           END-IF.
           CLOSE ARCH-REPORTE.

           DISPLAY 'CL25EJ03 - Informe generado en REPDIA para el '
