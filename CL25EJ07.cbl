      *          mes actual. Reporte en REPTREND.
      * Tectonics: cobc
      * Mod. history:
      *   - Cover the new function 8 (documento, CUIT/CUIL y DNI) in
      *     the monthly per-function breakdown.
      *   - Print the severity, responsible area and corrective action
      *     from the ERRCAT catalog next to each top error code, and
      *     flag codes missing from the catalog.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ07.
           SELECT ARCH-REPORTE       ASSIGN TO "REPTREND"
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
           02 WS-FS-AUD-MENSUAL              PIC X(02) VALUE '00'.
           02 WS-FS-ERR-MENSUAL              PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.
           02 WS-FS-CATALOGO                 PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-ARCHIVO              PIC X(01) VALUE 'N'.
              88 WS-ACUMULADO                      VALUE 'S'.
           02 WS-SW-LEGAJOS-DESBORDADOS      PIC X(01) VALUE 'N'.
              88 WS-LEGAJOS-DESBORDADOS            VALUE 'S'.
           02 WS-SW-HAY-CATALOGO             PIC X(01) VALUE 'N'.
              88 WS-HAY-CATALOGO                   VALUE 'S'.

      * ACUMULADORES POR MES DEL RANGO PEDIDO (HASTA 24 MESES)
       01  WS-TABLA-MESES.
              03 WS-MES-PERIODO              PIC 9(06).
              03 WS-MES-OPERACIONES          PIC 9(09).
              03 WS-MES-ERRORES              PIC 9(09).
              03 WS-MES-OPS-FUNCION          OCCURS 8 TIMES
                                             PIC 9(09).
              03 WS-MES-CANT-LEGAJOS         PIC 9(02).
              03 WS-MES-LEG-DESBORDE         PIC X(01).
              03 WS-DET-CODIGO               PIC X(04).
              03 FILLER                      PIC X(03) VALUE ' : '.
              03 WS-DET-COD-CANT             PIC ZZZZZ9.
              03 FILLER                      PIC X(02) VALUE SPACES.
              03 WS-DET-COD-SEVERIDAD        PIC X(13).
              03 FILLER                      PIC X(02) VALUE SPACES.
              03 WS-DET-COD-AREA             PIC X(20).
              03 FILLER                      PIC X(02) VALUE SPACES.
              03 WS-DET-COD-ACCION           PIC X(60).
              03 FILLER                      PIC X(10) VALUE SPACES.
           02 WS-LIN-TENDENCIA.
              03 FILLER                      PIC X(04) VALUE 'MES '.
              03 WS-TEN-MES                  PIC 9(06).
              STOP RUN
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
           IF NOT WS-FIN-ARCHIVO
              AND REG-AUM-LEGAJO IS NUMERIC
              ADD 1             TO WS-MES-OPERACIONES(WS-INDICE-MES)
              IF REG-AUM-FUNCION >= '1' AND REG-AUM-FUNCION <= '8'
                 MOVE REG-AUM-FUNCION        TO WS-FUNCION-NUM
                 ADD 1                       TO WS-MES-OPS-FUNCION
                                         (WS-INDICE-MES WS-FUNCION-NUM)
              AND REG-LOG-LEGAJO IS NUMERIC
              ADD 1             TO WS-MES-OPERACIONES(WS-INDICE-MES)
                                   WS-MES-ERRORES(WS-INDICE-MES)
              IF REG-LOG-FUNCION >= '1' AND REG-LOG-FUNCION <= '8'
                 MOVE REG-LOG-FUNCION        TO WS-FUNCION-NUM
                 ADD 1                       TO WS-MES-OPS-FUNCION
                                         (WS-INDICE-MES WS-FUNCION-NUM)
           PERFORM 4200-IMPRIMIR-FUNCION-MES
              THRU 4200-IMPRIMIR-FUNCION-MES-EXIT
              VARYING WS-FUNCION-NUM FROM 1 BY 1
              UNTIL WS-FUNCION-NUM > 8.

           PERFORM 4300-IMPRIMIR-LEGAJO-MES
              THRU 4300-IMPRIMIR-LEGAJO-MES-EXIT
                                             TO WS-DET-COD-CANT
              MOVE 'S'
                 TO WS-MES-COD-IMPRESO(WS-INDICE-MES WS-INDICE-MAX)
              PERFORM 4420-BUSCAR-CATALOGO
                 THRU 4420-BUSCAR-CATALOGO-EXIT
              MOVE WS-LIN-CODIGO             TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.
       4410-BUSCAR-MAXIMO-CODIGO-EXIT.
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
      * UNA LINEA DE TENDENCIA POR MES CONTRA EL ANTERIOR: DELTA DE    *
      * OPERACIONES Y DELTA DE LA TASA DE ERROR EN PUNTOS              *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-HAY-CATALOGO
              CLOSE ARCH-CATALOGO-ERRORES
           END-IF.
           CLOSE ARCH-REPORTE.

           DISPLAY 'CL25EJ07 - Tendencia del periodo ' WS-MES-DESDE
