      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Distribucion de LOTEOUT por sucursal. Lee el LOTEOUT
      *          tal como lo grabo CL25EJ01 (fijo o delimitado) y
      *          devuelve a cada origen solo lo suyo: un archivo de
      *          retorno RET-origen-fecha por cada grupo con
      *          - 'D' + cada detalle del grupo,
      *          - 'R' + cada registro de RECHAZOS del grupo (mismo
      *            origen, fecha y numero de corrida), y
      *          - 'T' + el trailer del grupo, con sus mismos totales.
      *          Un grupo DUPLICADO no se distribuye (su archivo ya
      *          salio con la corrida original). El informe REPDIST
      *          concilia la suma de los archivos de sucursal contra
      *          el trailer de corrida de LOTEOUT, para que en la
      *          particion nada se pierda ni se duplique.
      *          RETURN-CODE 4 si quedo algun grupo sin distribuir y
      *          16 si no concilia o falta el trailer de corrida.
      * Tectonics: cobc
      * Mod. history:
      *   - Distribute only a released LOTEOUT: the run number of the
      *     run trailer must have an approval in RUNLIBER (CL25EJ16).
      *     A rejected or unreleased run ends with RETURN-CODE 16,
      *     writes no return file and says so in REPDIST.
      *   - Check that the RECHAZOS records sent in each return file
      *     match the rechazados of the group trailers that went into
      *     it; a group that does not is shown as DIFERENCIA and the
      *     distribution does not reconcile.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ15.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-SALIDA-LOTE   ASSIGN TO "LOTEOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA-LOTE.

           SELECT ARCH-RECHAZOS      ASSIGN TO "RECHAZOS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-RECHAZOS.

           SELECT ARCH-RETORNO       ASSIGN TO DYNAMIC
                                                WS-NOMBRE-RETORNO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-RETORNO.

           SELECT ARCH-REPORTE       ASSIGN TO "REPDIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-LIBERACIONES  ASSIGN TO "RUNLIBER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LIB-CORRIDA
                  FILE STATUS IS WS-FS-LIBERACIONES.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      * LOTEOUT TAL COMO LO GRABA CL25EJ01: DETALLES, UN TRAILER POR
      * GRUPO H-DETALLES-T Y EL TRAILER DE LA CORRIDA AL FINAL. EN EL
      * FORMATO FIJO LA SEGUNDA POSICION ES SIEMPRE UN BLANCO; EN EL
      * DELIMITADO ES EL SEPARADOR ELEGIDO PARA LA CORRIDA.
       FD  ARCH-SALIDA-LOTE
           RECORDING MODE IS F.
       01  REG-SALIDA-LOTE.
           02 REG-SAL-TIPO                   PIC X(01).
           02 REG-SAL-SEGUNDA-POS            PIC X(01).
           02 FILLER                         PIC X(2683).

       01  REG-SALIDA-GRUPO.
           02 REG-GRP-TIPO                   PIC X(01).
           02 REG-GRP-TEXTO-ORIGEN           PIC X(09).
           02 REG-GRP-ORIGEN                 PIC X(10).
           02 REG-GRP-TEXTO-FECHA            PIC X(08).
           02 REG-GRP-FECHA                  PIC 9(08).
           02 REG-GRP-TEXTO-LEIDOS           PIC X(09).
           02 REG-GRP-LEIDOS                 PIC 9(09).
           02 REG-GRP-TEXTO-PROCESADOS       PIC X(13).
           02 REG-GRP-PROCESADOS             PIC 9(09).
           02 REG-GRP-TEXTO-RECHAZADOS       PIC X(13).
           02 REG-GRP-RECHAZADOS             PIC 9(09).
           02 REG-GRP-TEXTO-CONTROL          PIC X(10).
           02 REG-GRP-RESULTADO-CONTROL      PIC X(14).

       01  REG-SALIDA-TRAILER.
           02 REG-TRL-TIPO                   PIC X(01).
           02 REG-TRL-TEXTO-LEIDOS           PIC X(09).
           02 REG-TRL-LEIDOS                 PIC 9(09).
           02 REG-TRL-TEXTO-PROCESADOS       PIC X(13).
           02 REG-TRL-PROCESADOS             PIC 9(09).
           02 REG-TRL-TEXTO-RECHAZADOS       PIC X(13).
           02 REG-TRL-RECHAZADOS             PIC 9(09).
           02 REG-TRL-TEXTO-CONTROL          PIC X(10).
           02 REG-TRL-RESULTADO-CONTROL      PIC X(14).
           02 REG-TRL-TEXTO-ADVERTENCIAS     PIC X(15).
           02 REG-TRL-ADVERTENCIAS           PIC 9(09).
           02 REG-TRL-TEXTO-ERRORES          PIC X(10).
           02 REG-TRL-ERRORES                PIC 9(09).
           02 REG-TRL-TEXTO-FATALES          PIC X(10).
           02 REG-TRL-FATALES                PIC 9(09).
           02 REG-TRL-TEXTO-NO-CATALOGADOS   PIC X(17).
           02 REG-TRL-NO-CATALOGADOS         PIC 9(09).
           02 REG-TRL-TEXTO-CORRIDA          PIC X(10).
           02 REG-TRL-CORRIDA                PIC X(06).

      * RECHAZOS DE CL25EJ01: REGISTRO ORIGINAL, MOTIVO, Y EL ORIGEN,
      * LA FECHA Y LA CORRIDA QUE PERMITEN DEVOLVERLO A SU SUCURSAL
       FD  ARCH-RECHAZOS
           RECORDING MODE IS F.
       01  REG-RECHAZO.
           02 REG-RCH-DATOS                  PIC X(1298).
           02 FILLER                         PIC X(01).
           02 REG-RCH-MOTIVO                 PIC X(04).
           02 FILLER                         PIC X(01).
           02 REG-RCH-ORIGEN                 PIC X(10).
           02 REG-RCH-FECHA                  PIC X(08).
           02 REG-RCH-CORRIDA                PIC X(06).

      * ARCHIVO DE RETORNO DE UNA SUCURSAL: TIPO ('D' DETALLE, 'R'
      * RECHAZO, 'T' TRAILER DEL GRUPO) Y EL REGISTRO TAL COMO ESTA
      * EN LOTEOUT O EN RECHAZOS
       FD  ARCH-RETORNO
           RECORDING MODE IS F.
       01  REG-RETORNO.
           02 REG-RET-TIPO                   PIC X(01).
           02 REG-RET-DATOS                  PIC X(2685).

       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                       PIC X(132).

      * DECISIONES DE LIBERACION DE LOTEOUT QUE GRABA CL25EJ16
       FD  ARCH-LIBERACIONES.
       01  REG-LIBERACION.
           COPY CLRUNLIB.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-FECHA-ACTUAL                PIC 9(08) VALUE ZEROS.
           02 WS-SEPARADOR                   PIC X(01) VALUE SPACE.
           02 WS-CANT-CAMPOS                 PIC 9(02) VALUE ZEROS.
           02 WS-CORRIDA-LOTE                PIC 9(06) VALUE ZEROS.
           02 WS-INDICE                      PIC 9(03) VALUE ZEROS.
           02 WS-INDICE-GRUPO                PIC 9(03) VALUE ZEROS.
           02 WS-INDICE-ANTERIOR             PIC 9(03) VALUE ZEROS.
           02 WS-INDICE-MISMO-ARCHIVO        PIC 9(03) VALUE ZEROS.
           02 WS-RECHAZADOS-ARCHIVO          PIC 9(09) VALUE ZEROS.

       01  WS-NOMBRES-ARCHIVO.
           02 WS-NOMBRE-RETORNO              PIC X(24) VALUE SPACES.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-SALIDA-LOTE              PIC X(02) VALUE '00'.
           02 WS-FS-RECHAZOS                 PIC X(02) VALUE '00'.
           02 WS-FS-RETORNO                  PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.
           02 WS-FS-LIBERACIONES             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-LOTEOUT              PIC X(01) VALUE 'N'.
              88 WS-FIN-LOTEOUT                    VALUE 'S'.
           02 WS-SW-FIN-RECHAZOS             PIC X(01) VALUE 'N'.
              88 WS-FIN-RECHAZOS                   VALUE 'S'.
           02 WS-SW-TRAILER-CORRIDA          PIC X(01) VALUE 'N'.
              88 WS-HAY-TRAILER-CORRIDA            VALUE 'S'.
           02 WS-SW-ES-GRUPO                 PIC X(01) VALUE 'N'.
              88 WS-ES-TRAILER-GRUPO               VALUE 'S'.
           02 WS-SW-RETORNO-ABIERTO          PIC X(01) VALUE 'N'.
              88 WS-RETORNO-ABIERTO                VALUE 'S'.
           02 WS-SW-CLAVE-REPETIDA           PIC X(01) VALUE 'N'.
              88 WS-CLAVE-REPETIDA                 VALUE 'S'.
           02 WS-SW-CONCILIA                 PIC X(01) VALUE 'S'.
              88 WS-CONCILIA                       VALUE 'S'.
           02 WS-SW-CORRIDA-LIBERADA         PIC X(01) VALUE 'N'.
              88 WS-CORRIDA-LIBERADA               VALUE 'S'.

      * CAMPOS DE UN TRAILER DELIMITADO. GRUPO: T, ORIGEN, FECHA,
      * LEIDOS, PROCESADOS, RECHAZADOS Y CONTROL (7 CAMPOS). CORRIDA:
      * T, LEIDOS, PROCESADOS, RECHAZADOS, CONTROL, ADVERTENCIAS,
      * ERRORES, FATALES, NO CATALOGADOS Y NUMERO DE CORRIDA
       01  WS-CAMPOS-TRAILER.
           02 WS-CAMPO                       PIC X(20)
                                             OCCURS 10 TIMES.

      * GRUPOS DE LOTEOUT EN EL ORDEN EN QUE APARECEN SUS TRAILERS.
      * LA PRIMERA PASADA CARGA LOS TOTALES DE CADA TRAILER; LA
      * SEGUNDA CUENTA LO QUE REALMENTE SE GRABO EN CADA RETORNO
       01  WS-TABLA-GRUPOS.
           02 WS-CANT-GRUPOS                 PIC 9(03) VALUE ZEROS.
           02 WS-ENT-GRUPO                   OCCURS 200 TIMES.
              03 WS-GRP-ORIGEN               PIC X(10).
              03 WS-GRP-FECHA                PIC 9(08).
              03 WS-GRP-LEIDOS               PIC 9(09).
              03 WS-GRP-PROCESADOS           PIC 9(09).
              03 WS-GRP-RECHAZADOS           PIC 9(09).
              03 WS-GRP-CONTROL              PIC X(14).
                 88 WS-GRP-DUPLICADO               VALUE 'DUPLICADO'.
              03 WS-GRP-DETALLES             PIC 9(09).
              03 WS-GRP-REG-RECHAZO          PIC 9(09).
              03 WS-GRP-ARCHIVO              PIC X(24).

       01  WS-TOTALES.
           02 WS-TOT-DETALLES-LOTEOUT        PIC 9(09) VALUE ZEROS.
           02 WS-TOT-SIN-GRUPO               PIC 9(09) VALUE ZEROS.
           02 WS-TRL-LEIDOS                  PIC 9(09) VALUE ZEROS.
           02 WS-TRL-PROCESADOS              PIC 9(09) VALUE ZEROS.
           02 WS-TRL-RECHAZADOS              PIC 9(09) VALUE ZEROS.
           02 WS-TRL-CONTROL                 PIC X(14) VALUE SPACES.
           02 WS-DIS-LEIDOS                  PIC 9(09) VALUE ZEROS.
           02 WS-DIS-PROCESADOS              PIC 9(09) VALUE ZEROS.
           02 WS-DIS-RECHAZADOS              PIC 9(09) VALUE ZEROS.
           02 WS-DIS-DETALLES                PIC 9(09) VALUE ZEROS.
           02 WS-DIS-REG-RECHAZO             PIC 9(09) VALUE ZEROS.
           02 WS-DIS-ARCHIVOS                PIC 9(03) VALUE ZEROS.
           02 WS-NOD-LEIDOS                  PIC 9(09) VALUE ZEROS.
           02 WS-NOD-PROCESADOS              PIC 9(09) VALUE ZEROS.
           02 WS-NOD-RECHAZADOS              PIC 9(09) VALUE ZEROS.
           02 WS-NOD-DETALLES                PIC 9(09) VALUE ZEROS.
           02 WS-NOD-GRUPOS                  PIC 9(03) VALUE ZEROS.
           02 WS-SUMA-LEIDOS                 PIC 9(10) VALUE ZEROS.
           02 WS-SUMA-RESULTADOS             PIC 9(10) VALUE ZEROS.
           02 WS-SUMA-DETALLES               PIC 9(10) VALUE ZEROS.
           02 WS-TRL-RESULTADOS              PIC 9(10) VALUE ZEROS.

       01  WS-LINEAS-REPORTE.
           02 WS-LIN-TITULO.
              03 FILLER                      PIC X(48) VALUE
                 'CL25EJ15 - DISTRIBUCION DE LOTEOUT POR SUCURSAL '.
              03 FILLER                      PIC X(09) VALUE
                 'CORRIDA '.
              03 WS-TIT-CORRIDA              PIC 9(06).
              03 FILLER                      PIC X(10) VALUE
                 ' - FECHA '.
              03 WS-TIT-FECHA                PIC 9(08).
              03 FILLER                      PIC X(51) VALUE SPACES.
           02 WS-LIN-ENCABEZADO.
              03 FILLER                      PIC X(45) VALUE
                 'ORIGEN     FECHA    ARCHIVO                  '.
              03 FILLER                      PIC X(40) VALUE
                 '   LEIDOS PROCESADO RECHAZADO  DETALLES '.
              03 FILLER                      PIC X(31) VALUE
                 'REG.RECH. CONTROL        ESTADO'.
              03 FILLER                      PIC X(16) VALUE SPACES.
           02 WS-LIN-GRUPO.
              03 WS-DET-ORIGEN               PIC X(10).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-FECHA                PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-ARCHIVO              PIC X(24).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-LEIDOS               PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-PROCESADOS           PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-RECHAZADOS           PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-DETALLES             PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-REG-RECHAZO          PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-CONTROL              PIC X(14).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-ESTADO               PIC X(12).
              03 FILLER                      PIC X(10) VALUE SPACES.
           02 WS-LIN-TOTAL.
              03 WS-LIN-TOT-TEXTO            PIC X(45).
              03 WS-LIN-TOT-LEIDOS           PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-LIN-TOT-PROCESADOS       PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-LIN-TOT-RECHAZADOS       PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-LIN-TOT-DETALLES         PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-LIN-TOT-REG-RECHAZO      PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(38) VALUE SPACES.
           02 WS-LIN-RESULTADO.
              03 FILLER                      PIC X(33) VALUE
                 'RESULTADO DE LA CONCILIACION  : '.
              03 WS-RES-TEXTO                PIC X(11).
              03 FILLER                      PIC X(88) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-LEER-TRAILERS
              THRU 2000-LEER-TRAILERS-EXIT.

           IF WS-HAY-TRAILER-CORRIDA
              PERFORM 2600-VERIFICAR-LIBERACION
                 THRU 2600-VERIFICAR-LIBERACION-EXIT
              IF WS-CORRIDA-LIBERADA
                 PERFORM 3000-DISTRIBUIR
                    THRU 3000-DISTRIBUIR-EXIT
                 PERFORM 4000-IMPRIMIR-INFORME
                    THRU 4000-IMPRIMIR-INFORME-EXIT
              ELSE
                 MOVE 16                     TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'LOTEOUT sin trailer de corrida: archivo '
                      'incompleto, no se distribuye'
              MOVE 'LOTEOUT SIN TRAILER DE CORRIDA - NO SE DISTRIBUYE'
                                             TO REG-REPORTE
              WRITE REG-REPORTE
              MOVE 16                        TO RETURN-CODE
           END-IF.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * ABRIR EL REPORTE. LOTEOUT SE ABRE EN CADA PASADA               *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           INITIALIZE WS-TABLA-GRUPOS.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.

           OPEN OUTPUT ARCH-REPORTE.
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'No se pudo abrir el reporte REPDIST - FS: '
                      WS-FS-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMERA PASADA: CARGAR LOS TRAILERS DE GRUPO EN LA TABLA Y     *
      * TOMAR LOS TOTALES Y EL NUMERO DEL TRAILER DE LA CORRIDA        *
      *----------------------------------------------------------------*
       2000-LEER-TRAILERS.

           OPEN INPUT ARCH-SALIDA-LOTE.
           IF WS-FS-SALIDA-LOTE NOT = '00'
              DISPLAY 'No se pudo abrir LOTEOUT - FS: '
                      WS-FS-SALIDA-LOTE
              MOVE 'LOTEOUT NO DISPONIBLE'   TO REG-REPORTE
              WRITE REG-REPORTE
              CLOSE ARCH-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N'                          TO WS-SW-FIN-LOTEOUT.
           PERFORM 2100-LEER-LOTEOUT
              THRU 2100-LEER-LOTEOUT-EXIT.

           PERFORM 2200-CLASIFICAR-REGISTRO
              THRU 2200-CLASIFICAR-REGISTRO-EXIT
              UNTIL WS-FIN-LOTEOUT.

           CLOSE ARCH-SALIDA-LOTE.

       2000-LEER-TRAILERS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-LOTEOUT.

           READ ARCH-SALIDA-LOTE
               AT END MOVE 'S' TO WS-SW-FIN-LOTEOUT
           END-READ.

       2100-LEER-LOTEOUT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CLASIFICAR-REGISTRO.

           IF REG-SAL-TIPO = 'T'
              PERFORM 2300-IDENTIFICAR-TRAILER
                 THRU 2300-IDENTIFICAR-TRAILER-EXIT
              IF WS-ES-TRAILER-GRUPO
                 PERFORM 2400-CARGAR-GRUPO
                    THRU 2400-CARGAR-GRUPO-EXIT
              ELSE
                 PERFORM 2500-CARGAR-TRAILER-CORRIDA
                    THRU 2500-CARGAR-TRAILER-CORRIDA-EXIT
              END-IF
           ELSE
              ADD 1                          TO WS-TOT-DETALLES-LOTEOUT
           END-IF.

           PERFORM 2100-LEER-LOTEOUT
              THRU 2100-LEER-LOTEOUT-EXIT.

       2200-CLASIFICAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DECIDIR SI EL TRAILER ES DE GRUPO O DE CORRIDA. EN EL FORMATO  *
      * FIJO EL DE GRUPO EMPIEZA CON ' ORIGEN: '; EN EL DELIMITADO EL  *
      * DE GRUPO TIENE EXACTAMENTE 7 CAMPOS                            *
      *----------------------------------------------------------------*
       2300-IDENTIFICAR-TRAILER.

           MOVE 'N'                          TO WS-SW-ES-GRUPO.

           IF REG-SAL-SEGUNDA-POS = SPACE
              MOVE SPACE                     TO WS-SEPARADOR
              IF REG-GRP-TEXTO-ORIGEN = ' ORIGEN: '
                 MOVE 'S'                    TO WS-SW-ES-GRUPO
              END-IF
           ELSE
              MOVE REG-SAL-SEGUNDA-POS       TO WS-SEPARADOR
              MOVE SPACES                    TO WS-CAMPOS-TRAILER
              MOVE ZEROS                     TO WS-CANT-CAMPOS
              UNSTRING REG-SALIDA-LOTE DELIMITED BY WS-SEPARADOR
                  INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
                       WS-CAMPO(4) WS-CAMPO(5) WS-CAMPO(6)
                       WS-CAMPO(7) WS-CAMPO(8) WS-CAMPO(9)
                       WS-CAMPO(10)
                  TALLYING IN WS-CANT-CAMPOS
              END-UNSTRING
              IF WS-CANT-CAMPOS = 7
                 MOVE 'S'                    TO WS-SW-ES-GRUPO
              END-IF
           END-IF.

       2300-IDENTIFICAR-TRAILER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-CARGAR-GRUPO.

           IF WS-CANT-GRUPOS NOT < 200
              DISPLAY 'LOTEOUT con mas de 200 grupos: no se '
                      'distribuye'
              MOVE 'LOTEOUT CON MAS DE 200 GRUPOS - NO SE DISTRIBUYE'
                                             TO REG-REPORTE
              WRITE REG-REPORTE
              CLOSE ARCH-SALIDA-LOTE
                    ARCH-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                             TO WS-CANT-GRUPOS.
           MOVE WS-CANT-GRUPOS               TO WS-INDICE-GRUPO.

           IF WS-SEPARADOR = SPACE
              MOVE REG-GRP-ORIGEN    TO WS-GRP-ORIGEN(WS-INDICE-GRUPO)
              MOVE REG-GRP-FECHA     TO WS-GRP-FECHA(WS-INDICE-GRUPO)
              MOVE REG-GRP-LEIDOS    TO WS-GRP-LEIDOS(WS-INDICE-GRUPO)
              MOVE REG-GRP-PROCESADOS
                                  TO WS-GRP-PROCESADOS(WS-INDICE-GRUPO)
              MOVE REG-GRP-RECHAZADOS
                                  TO WS-GRP-RECHAZADOS(WS-INDICE-GRUPO)
              MOVE REG-GRP-RESULTADO-CONTROL
                                  TO WS-GRP-CONTROL(WS-INDICE-GRUPO)
           ELSE
              MOVE WS-CAMPO(2)       TO WS-GRP-ORIGEN(WS-INDICE-GRUPO)
              COMPUTE WS-GRP-FECHA(WS-INDICE-GRUPO) =
                      FUNCTION NUMVAL(WS-CAMPO(3))
              COMPUTE WS-GRP-LEIDOS(WS-INDICE-GRUPO) =
                      FUNCTION NUMVAL(WS-CAMPO(4))
              COMPUTE WS-GRP-PROCESADOS(WS-INDICE-GRUPO) =
                      FUNCTION NUMVAL(WS-CAMPO(5))
              COMPUTE WS-GRP-RECHAZADOS(WS-INDICE-GRUPO) =
                      FUNCTION NUMVAL(WS-CAMPO(6))
              MOVE WS-CAMPO(7)       TO WS-GRP-CONTROL(WS-INDICE-GRUPO)
           END-IF.

           IF WS-GRP-DUPLICADO(WS-INDICE-GRUPO)
              MOVE SPACES            TO WS-GRP-ARCHIVO(WS-INDICE-GRUPO)
           ELSE
              MOVE SPACES                    TO WS-NOMBRE-RETORNO
              STRING 'RET-'
                     WS-GRP-ORIGEN(WS-INDICE-GRUPO) DELIMITED BY SPACE
                     '-'
                     WS-GRP-FECHA(WS-INDICE-GRUPO) DELIMITED BY SIZE
                     INTO WS-NOMBRE-RETORNO
              END-STRING
              MOVE WS-NOMBRE-RETORNO TO WS-GRP-ARCHIVO(WS-INDICE-GRUPO)
           END-IF.

       2400-CARGAR-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-CARGAR-TRAILER-CORRIDA.

           MOVE 'S'                          TO WS-SW-TRAILER-CORRIDA.
           MOVE ZEROS                        TO WS-CORRIDA-LOTE.

           IF WS-SEPARADOR = SPACE
              MOVE REG-TRL-LEIDOS            TO WS-TRL-LEIDOS
              MOVE REG-TRL-PROCESADOS        TO WS-TRL-PROCESADOS
              MOVE REG-TRL-RECHAZADOS        TO WS-TRL-RECHAZADOS
              MOVE REG-TRL-RESULTADO-CONTROL TO WS-TRL-CONTROL
              IF REG-TRL-CORRIDA IS NUMERIC
                 MOVE REG-TRL-CORRIDA        TO WS-CORRIDA-LOTE
              END-IF
           ELSE
              COMPUTE WS-TRL-LEIDOS =
                      FUNCTION NUMVAL(WS-CAMPO(2))
              COMPUTE WS-TRL-PROCESADOS =
                      FUNCTION NUMVAL(WS-CAMPO(3))
              COMPUTE WS-TRL-RECHAZADOS =
                      FUNCTION NUMVAL(WS-CAMPO(4))
              MOVE WS-CAMPO(5)               TO WS-TRL-CONTROL
              IF WS-CANT-CAMPOS NOT < 10
                 COMPUTE WS-CORRIDA-LOTE =
                         FUNCTION NUMVAL(WS-CAMPO(10))
              END-IF
           END-IF.

       2500-CARGAR-TRAILER-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LA CORRIDA DEL TRAILER DEBE ESTAR APROBADA EN RUNLIBER; SI     *
      * ESTA RECHAZADA O SIN LIBERAR SE DEJA CONSTANCIA EN REPDIST     *
      *----------------------------------------------------------------*
       2600-VERIFICAR-LIBERACION.

           MOVE SPACE                        TO LIB-DECISION.

           OPEN INPUT ARCH-LIBERACIONES.
           IF WS-FS-LIBERACIONES = '00'
              MOVE WS-CORRIDA-LOTE           TO LIB-CORRIDA
              READ ARCH-LIBERACIONES
                  INVALID KEY
                      MOVE SPACE             TO LIB-DECISION
              END-READ
              CLOSE ARCH-LIBERACIONES
           ELSE
              DISPLAY 'Sin registro de liberaciones RUNLIBER - FS: '
                      WS-FS-LIBERACIONES
           END-IF.

           MOVE SPACES                       TO REG-REPORTE.
           EVALUATE TRUE
               WHEN WS-CORRIDA-LOTE = ZEROS
                    DISPLAY 'LOTEOUT sin numero de corrida en el '
                            'trailer: no se puede verificar su '
                            'liberacion'
                    STRING 'LOTEOUT SIN NUMERO DE CORRIDA - NO SE '
                           'DISTRIBUYE'
                           DELIMITED BY SIZE
                           INTO REG-REPORTE
                    END-STRING
               WHEN LIB-APROBADA
                    MOVE 'S'                 TO WS-SW-CORRIDA-LIBERADA
                    DISPLAY 'CL25EJ15 - Corrida ' WS-CORRIDA-LOTE
                            ' liberada por el legajo '
                            LIB-LEGAJO-LIBERADOR
               WHEN LIB-RECHAZADA
                    DISPLAY 'La corrida ' WS-CORRIDA-LOTE
                            ' fue RECHAZADA en la liberacion por el '
                            'legajo ' LIB-LEGAJO-LIBERADOR
                            ': no se distribuye'
                    STRING 'CORRIDA ' WS-CORRIDA-LOTE
                           ' RECHAZADA EN LA LIBERACION POR EL LEGAJO '
                           LIB-LEGAJO-LIBERADOR
                           ' - NO SE DISTRIBUYE - MOTIVO: '
                           LIB-MOTIVO
                           DELIMITED BY SIZE
                           INTO REG-REPORTE
                    END-STRING
               WHEN OTHER
                    DISPLAY 'La corrida ' WS-CORRIDA-LOTE
                            ' no esta liberada (CL25EJ16): no se '
                            'distribuye'
                    STRING 'CORRIDA ' WS-CORRIDA-LOTE
                           ' SIN LIBERAR (CL25EJ16) - NO SE DISTRIBUYE'
                           DELIMITED BY SIZE
                           INTO REG-REPORTE
                    END-STRING
           END-EVALUATE.

           IF NOT WS-CORRIDA-LIBERADA
              WRITE REG-REPORTE
           END-IF.

       2600-VERIFICAR-LIBERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PASADA: CADA DETALLE VA AL RETORNO DEL GRUPO CUYO      *
      * TRAILER VIENE DESPUES; AL LLEGAR A ESE TRAILER SE AGREGAN LOS  *
      * RECHAZOS DEL GRUPO Y EL TRAILER, Y SE PASA AL GRUPO SIGUIENTE. *
      * LOS DETALLES POSTERIORES AL ULTIMO TRAILER DE GRUPO QUEDAN     *
      * SIN GRUPO Y NO SE DISTRIBUYEN                                  *
      *----------------------------------------------------------------*
       3000-DISTRIBUIR.

           IF WS-CORRIDA-LOTE = ZEROS
              DISPLAY 'LOTEOUT sin numero de corrida en el trailer: '
                      'no se agregan los registros de RECHAZOS'
           END-IF.

           MOVE 1                            TO WS-INDICE-GRUPO.
           MOVE 'N'                          TO WS-SW-FIN-LOTEOUT
                                                WS-SW-RETORNO-ABIERTO.

           OPEN INPUT ARCH-SALIDA-LOTE.
           PERFORM 2100-LEER-LOTEOUT
              THRU 2100-LEER-LOTEOUT-EXIT.

           PERFORM 3100-DISTRIBUIR-REGISTRO
              THRU 3100-DISTRIBUIR-REGISTRO-EXIT
              UNTIL WS-FIN-LOTEOUT.

           CLOSE ARCH-SALIDA-LOTE.

           IF WS-RETORNO-ABIERTO
              CLOSE ARCH-RETORNO
              MOVE 'N'                       TO WS-SW-RETORNO-ABIERTO
           END-IF.

       3000-DISTRIBUIR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-DISTRIBUIR-REGISTRO.

           IF REG-SAL-TIPO = 'T'
              PERFORM 2300-IDENTIFICAR-TRAILER
                 THRU 2300-IDENTIFICAR-TRAILER-EXIT
              IF WS-ES-TRAILER-GRUPO
                 PERFORM 3400-CERRAR-GRUPO
                    THRU 3400-CERRAR-GRUPO-EXIT
              END-IF
           ELSE
              PERFORM 3200-GRABAR-DETALLE
                 THRU 3200-GRABAR-DETALLE-EXIT
           END-IF.

           PERFORM 2100-LEER-LOTEOUT
              THRU 2100-LEER-LOTEOUT-EXIT.

       3100-DISTRIBUIR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-DETALLE.

           IF WS-INDICE-GRUPO > WS-CANT-GRUPOS
              ADD 1                          TO WS-TOT-SIN-GRUPO
           ELSE
              ADD 1               TO WS-GRP-DETALLES(WS-INDICE-GRUPO)
              IF NOT WS-GRP-DUPLICADO(WS-INDICE-GRUPO)
                 PERFORM 3300-ABRIR-RETORNO
                    THRU 3300-ABRIR-RETORNO-EXIT
                 MOVE 'D'                    TO REG-RET-TIPO
                 MOVE REG-SALIDA-LOTE        TO REG-RET-DATOS
                 WRITE REG-RETORNO
              END-IF
           END-IF.

       3200-GRABAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR EL RETORNO DEL GRUPO EN CURSO SI NO ESTA ABIERTO.        *
      * SI UN GRUPO ANTERIOR DE ESTA MISMA CORRIDA YA USO EL NOMBRE    *
      * (MISMO ORIGEN Y FECHA) SE AGREGA AL FINAL EN LUGAR DE PISARLO  *
      *----------------------------------------------------------------*
       3300-ABRIR-RETORNO.

           IF NOT WS-RETORNO-ABIERTO
              MOVE WS-GRP-ARCHIVO(WS-INDICE-GRUPO)
                                             TO WS-NOMBRE-RETORNO
              PERFORM 3310-BUSCAR-CLAVE-ANTERIOR
                 THRU 3310-BUSCAR-CLAVE-ANTERIOR-EXIT
              IF WS-CLAVE-REPETIDA
                 OPEN EXTEND ARCH-RETORNO
              ELSE
                 OPEN OUTPUT ARCH-RETORNO
              END-IF
              IF WS-FS-RETORNO = '00'
                 MOVE 'S'                    TO WS-SW-RETORNO-ABIERTO
              ELSE
                 DISPLAY 'No se pudo abrir el retorno '
                         WS-NOMBRE-RETORNO ' - FS: ' WS-FS-RETORNO
                 CLOSE ARCH-SALIDA-LOTE
                       ARCH-REPORTE
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       3300-ABRIR-RETORNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3310-BUSCAR-CLAVE-ANTERIOR.

           MOVE 'N'                          TO WS-SW-CLAVE-REPETIDA.

           PERFORM 3315-COMPARAR-CLAVE
              THRU 3315-COMPARAR-CLAVE-EXIT
              VARYING WS-INDICE-ANTERIOR FROM 1 BY 1
              UNTIL WS-INDICE-ANTERIOR NOT < WS-INDICE-GRUPO
                 OR WS-CLAVE-REPETIDA.

       3310-BUSCAR-CLAVE-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3315-COMPARAR-CLAVE.

           IF WS-GRP-ARCHIVO(WS-INDICE-ANTERIOR) =
              WS-GRP-ARCHIVO(WS-INDICE-GRUPO)
              MOVE 'S'                       TO WS-SW-CLAVE-REPETIDA
           END-IF.

       3315-COMPARAR-CLAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRAILER DE GRUPO: COMPLETAR EL RETORNO CON LOS RECHAZOS DEL    *
      * GRUPO Y SU TRAILER, CERRARLO Y PASAR AL GRUPO SIGUIENTE        *
      *----------------------------------------------------------------*
       3400-CERRAR-GRUPO.

           IF WS-INDICE-GRUPO > WS-CANT-GRUPOS
              DISPLAY 'LOTEOUT cambio entre pasadas: hay mas '
                      'trailers de grupo que en la primera lectura'
              CLOSE ARCH-SALIDA-LOTE
                    ARCH-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WS-GRP-DUPLICADO(WS-INDICE-GRUPO)
              PERFORM 3300-ABRIR-RETORNO
                 THRU 3300-ABRIR-RETORNO-EXIT
              IF NOT WS-CLAVE-REPETIDA
                 AND WS-CORRIDA-LOTE > ZEROS
                 PERFORM 3500-AGREGAR-RECHAZOS
                    THRU 3500-AGREGAR-RECHAZOS-EXIT
              END-IF
              MOVE 'T'                       TO REG-RET-TIPO
              MOVE REG-SALIDA-LOTE           TO REG-RET-DATOS
              WRITE REG-RETORNO
              CLOSE ARCH-RETORNO
              MOVE 'N'                       TO WS-SW-RETORNO-ABIERTO
           END-IF.

           ADD 1                             TO WS-INDICE-GRUPO.

       3400-CERRAR-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGAR AL RETORNO LOS RECHAZOS DE ESTA CORRIDA CON EL ORIGEN  *
      * Y LA FECHA DEL GRUPO. RECHAZOS SE ACUMULA ENTRE CORRIDAS, POR  *
      * ESO SE FILTRA POR NUMERO DE CORRIDA                            *
      *----------------------------------------------------------------*
       3500-AGREGAR-RECHAZOS.

           OPEN INPUT ARCH-RECHAZOS.
           IF WS-FS-RECHAZOS NOT = '00'
              DISPLAY 'Sin archivo RECHAZOS - FS: ' WS-FS-RECHAZOS
           ELSE
              MOVE 'N'                       TO WS-SW-FIN-RECHAZOS
              PERFORM 3510-LEER-RECHAZO
                 THRU 3510-LEER-RECHAZO-EXIT
              PERFORM 3520-FILTRAR-RECHAZO
                 THRU 3520-FILTRAR-RECHAZO-EXIT
                 UNTIL WS-FIN-RECHAZOS
              CLOSE ARCH-RECHAZOS
           END-IF.

       3500-AGREGAR-RECHAZOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-LEER-RECHAZO.

           READ ARCH-RECHAZOS
               AT END MOVE 'S' TO WS-SW-FIN-RECHAZOS
           END-READ.

       3510-LEER-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3520-FILTRAR-RECHAZO.

           IF REG-RCH-CORRIDA IS NUMERIC
              AND REG-RCH-FECHA IS NUMERIC
              IF REG-RCH-CORRIDA = WS-CORRIDA-LOTE
                 AND REG-RCH-ORIGEN = WS-GRP-ORIGEN(WS-INDICE-GRUPO)
                 AND REG-RCH-FECHA = WS-GRP-FECHA(WS-INDICE-GRUPO)
                 MOVE 'R'                    TO REG-RET-TIPO
                 MOVE REG-RECHAZO            TO REG-RET-DATOS
                 WRITE REG-RETORNO
                 ADD 1        TO WS-GRP-REG-RECHAZO(WS-INDICE-GRUPO)
              END-IF
           END-IF.

           PERFORM 3510-LEER-RECHAZO
              THRU 3510-LEER-RECHAZO-EXIT.

       3520-FILTRAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INFORME DE DISTRIBUCION: UNA LINEA POR GRUPO, TOTALES DE LOS   *
      * ARCHIVOS DE SUCURSAL, DE LO NO DISTRIBUIDO Y DEL TRAILER DE    *
      * CORRIDA, Y EL RESULTADO DE LA CONCILIACION                     *
      *----------------------------------------------------------------*
       4000-IMPRIMIR-INFORME.

           MOVE WS-CORRIDA-LOTE              TO WS-TIT-CORRIDA.
           MOVE WS-FECHA-ACTUAL              TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO                TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES                       TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-LIN-ENCABEZADO            TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM 4100-IMPRIMIR-GRUPO
              THRU 4100-IMPRIMIR-GRUPO-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-GRUPOS.

           PERFORM 4200-CONCILIAR
              THRU 4200-CONCILIAR-EXIT.

           MOVE SPACES                       TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'TOTAL ARCHIVOS DE SUCURSAL'  TO WS-LIN-TOT-TEXTO.
           MOVE WS-DIS-LEIDOS                TO WS-LIN-TOT-LEIDOS.
           MOVE WS-DIS-PROCESADOS            TO WS-LIN-TOT-PROCESADOS.
           MOVE WS-DIS-RECHAZADOS            TO WS-LIN-TOT-RECHAZADOS.
           MOVE WS-DIS-DETALLES              TO WS-LIN-TOT-DETALLES.
           MOVE WS-DIS-REG-RECHAZO           TO WS-LIN-TOT-REG-RECHAZO.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'GRUPOS NO DISTRIBUIDOS (DUPLICADOS)'
                                             TO WS-LIN-TOT-TEXTO.
           MOVE WS-NOD-LEIDOS                TO WS-LIN-TOT-LEIDOS.
           MOVE WS-NOD-PROCESADOS            TO WS-LIN-TOT-PROCESADOS.
           MOVE WS-NOD-RECHAZADOS            TO WS-LIN-TOT-RECHAZADOS.
           MOVE WS-NOD-DETALLES              TO WS-LIN-TOT-DETALLES.
           MOVE ZEROS                        TO WS-LIN-TOT-REG-RECHAZO.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'DETALLES SIN GRUPO (NO DISTRIBUIDOS)'
                                             TO WS-LIN-TOT-TEXTO.
           MOVE ZEROS                        TO WS-LIN-TOT-LEIDOS
                                                WS-LIN-TOT-PROCESADOS
                                                WS-LIN-TOT-RECHAZADOS
                                                WS-LIN-TOT-REG-RECHAZO.
           MOVE WS-TOT-SIN-GRUPO             TO WS-LIN-TOT-DETALLES.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'TRAILER DE CORRIDA / DETALLES LOTEOUT'
                                             TO WS-LIN-TOT-TEXTO.
           MOVE WS-TRL-LEIDOS                TO WS-LIN-TOT-LEIDOS.
           MOVE WS-TRL-PROCESADOS            TO WS-LIN-TOT-PROCESADOS.
           MOVE WS-TRL-RECHAZADOS            TO WS-LIN-TOT-RECHAZADOS.
           MOVE WS-TOT-DETALLES-LOTEOUT      TO WS-LIN-TOT-DETALLES.
           MOVE ZEROS                        TO WS-LIN-TOT-REG-RECHAZO.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES                       TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-CONCILIA
              MOVE 'CONCILIA'                TO WS-RES-TEXTO
           ELSE
              MOVE 'NO CONCILIA'             TO WS-RES-TEXTO
           END-IF.
           MOVE WS-LIN-RESULTADO             TO REG-REPORTE.
           WRITE REG-REPORTE.

           EVALUATE TRUE
               WHEN NOT WS-CONCILIA
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-NOD-GRUPOS > ZEROS
                 OR WS-TOT-SIN-GRUPO > ZEROS
                    MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                    MOVE ZEROS               TO RETURN-CODE
           END-EVALUATE.

       4000-IMPRIMIR-INFORME-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR GRUPO. UN GRUPO CUYOS DETALLES EN LOTEOUT NO     *
      * COINCIDEN CON PROCESADOS + RECHAZADOS DE SU TRAILER QUEDA CON  *
      * DIFERENCIA Y LA DISTRIBUCION NO CONCILIA                       *
      *----------------------------------------------------------------*
       4100-IMPRIMIR-GRUPO.

           MOVE WS-GRP-ORIGEN(WS-INDICE)     TO WS-DET-ORIGEN.
           MOVE WS-GRP-FECHA(WS-INDICE)      TO WS-DET-FECHA.
           MOVE WS-GRP-ARCHIVO(WS-INDICE)    TO WS-DET-ARCHIVO.
           MOVE WS-GRP-LEIDOS(WS-INDICE)     TO WS-DET-LEIDOS.
           MOVE WS-GRP-PROCESADOS(WS-INDICE) TO WS-DET-PROCESADOS.
           MOVE WS-GRP-RECHAZADOS(WS-INDICE) TO WS-DET-RECHAZADOS.
           MOVE WS-GRP-DETALLES(WS-INDICE)   TO WS-DET-DETALLES.
           MOVE WS-GRP-REG-RECHAZO(WS-INDICE)
                                             TO WS-DET-REG-RECHAZO.
           MOVE WS-GRP-CONTROL(WS-INDICE)    TO WS-DET-CONTROL.

           IF WS-GRP-DUPLICADO(WS-INDICE)
              MOVE 'NO DISTRIB.'             TO WS-DET-ESTADO
              ADD 1                          TO WS-NOD-GRUPOS
              ADD WS-GRP-LEIDOS(WS-INDICE)   TO WS-NOD-LEIDOS
              ADD WS-GRP-PROCESADOS(WS-INDICE)
                                             TO WS-NOD-PROCESADOS
              ADD WS-GRP-RECHAZADOS(WS-INDICE)
                                             TO WS-NOD-RECHAZADOS
              ADD WS-GRP-DETALLES(WS-INDICE) TO WS-NOD-DETALLES
           ELSE
              MOVE 'DISTRIBUIDO'             TO WS-DET-ESTADO
              ADD 1                          TO WS-DIS-ARCHIVOS
              ADD WS-GRP-LEIDOS(WS-INDICE)   TO WS-DIS-LEIDOS
              ADD WS-GRP-PROCESADOS(WS-INDICE)
                                             TO WS-DIS-PROCESADOS
              ADD WS-GRP-RECHAZADOS(WS-INDICE)
                                             TO WS-DIS-RECHAZADOS
              ADD WS-GRP-DETALLES(WS-INDICE) TO WS-DIS-DETALLES
              ADD WS-GRP-REG-RECHAZO(WS-INDICE)
                                             TO WS-DIS-REG-RECHAZO
           END-IF.

           IF WS-GRP-DETALLES(WS-INDICE) NOT =
              WS-GRP-PROCESADOS(WS-INDICE) +
              WS-GRP-RECHAZADOS(WS-INDICE)
              MOVE 'DIFERENCIA'              TO WS-DET-ESTADO
              MOVE 'N'                       TO WS-SW-CONCILIA
           END-IF.

           IF NOT WS-GRP-DUPLICADO(WS-INDICE)
              AND WS-CORRIDA-LOTE > ZEROS
              PERFORM 4110-CONTROLAR-RECHAZOS
                 THRU 4110-CONTROLAR-RECHAZOS-EXIT
           END-IF.

           MOVE WS-LIN-GRUPO                 TO REG-REPORTE.
           WRITE REG-REPORTE.

       4100-IMPRIMIR-GRUPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOS REGISTROS 'R' DEL RETORNO TIENEN QUE SER LOS RECHAZADOS DE *
      * SU TRAILER. LOS RECHAZOS SE AGREGAN UNA SOLA VEZ POR ARCHIVO,  *
      * EN EL PRIMER GRUPO QUE LO USA (3400), ASI QUE AHI SE COMPARAN  *
      * CONTRA LOS RECHAZADOS DE TODOS LOS GRUPOS DE ESE ARCHIVO       *
      *----------------------------------------------------------------*
       4110-CONTROLAR-RECHAZOS.

           MOVE WS-INDICE                    TO WS-INDICE-GRUPO.
           PERFORM 3310-BUSCAR-CLAVE-ANTERIOR
              THRU 3310-BUSCAR-CLAVE-ANTERIOR-EXIT.

           IF NOT WS-CLAVE-REPETIDA
              MOVE ZEROS                     TO WS-RECHAZADOS-ARCHIVO
              PERFORM 4120-SUMAR-RECHAZADOS
                 THRU 4120-SUMAR-RECHAZADOS-EXIT
                 VARYING WS-INDICE-MISMO-ARCHIVO FROM WS-INDICE BY 1
                 UNTIL WS-INDICE-MISMO-ARCHIVO > WS-CANT-GRUPOS
              IF WS-GRP-REG-RECHAZO(WS-INDICE) NOT =
                 WS-RECHAZADOS-ARCHIVO
                 DISPLAY 'Retorno ' WS-GRP-ARCHIVO(WS-INDICE)
                         ': registros de RECHAZOS '
                         WS-GRP-REG-RECHAZO(WS-INDICE)
                         ' - rechazados del trailer: '
                         WS-RECHAZADOS-ARCHIVO
                 MOVE 'DIFERENCIA'           TO WS-DET-ESTADO
                 MOVE 'N'                    TO WS-SW-CONCILIA
              END-IF
           END-IF.

       4110-CONTROLAR-RECHAZOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4120-SUMAR-RECHAZADOS.

           IF WS-GRP-ARCHIVO(WS-INDICE-MISMO-ARCHIVO) =
              WS-GRP-ARCHIVO(WS-INDICE)
              AND NOT WS-GRP-DUPLICADO(WS-INDICE-MISMO-ARCHIVO)
              ADD WS-GRP-RECHAZADOS(WS-INDICE-MISMO-ARCHIVO)
                                             TO WS-RECHAZADOS-ARCHIVO
           END-IF.

       4120-SUMAR-RECHAZADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONCILIAR LA PARTICION CONTRA LOTEOUT:                         *
      * - LEIDOS DE TODOS LOS GRUPOS + DETALLES SIN GRUPO CONTRA LOS   *
      *   LEIDOS DEL TRAILER DE CORRIDA;                               *
      * - PROCESADOS + RECHAZADOS DE TODOS LOS GRUPOS + SIN GRUPO      *
      *   CONTRA LOS DEL TRAILER DE CORRIDA;                           *
      * - DETALLES GRABADOS EN RETORNOS + NO DISTRIBUIDOS CONTRA LOS   *
      *   DETALLES LEIDOS DE LOTEOUT                                   *
      *----------------------------------------------------------------*
       4200-CONCILIAR.

           COMPUTE WS-SUMA-LEIDOS = WS-DIS-LEIDOS + WS-NOD-LEIDOS
                                  + WS-TOT-SIN-GRUPO.
           COMPUTE WS-SUMA-RESULTADOS =
                   WS-DIS-PROCESADOS + WS-DIS-RECHAZADOS
                 + WS-NOD-PROCESADOS + WS-NOD-RECHAZADOS
                 + WS-TOT-SIN-GRUPO.
           COMPUTE WS-TRL-RESULTADOS =
                   WS-TRL-PROCESADOS + WS-TRL-RECHAZADOS.
           COMPUTE WS-SUMA-DETALLES = WS-DIS-DETALLES + WS-NOD-DETALLES
                                    + WS-TOT-SIN-GRUPO.

           IF WS-SUMA-LEIDOS NOT = WS-TRL-LEIDOS
              DISPLAY 'Leidos de los grupos + sin grupo: '
                      WS-SUMA-LEIDOS ' - trailer de corrida: '
                      WS-TRL-LEIDOS
              MOVE 'N'                       TO WS-SW-CONCILIA
           END-IF.

           IF WS-SUMA-RESULTADOS NOT = WS-TRL-RESULTADOS
              DISPLAY 'Procesados + rechazados de los grupos + sin '
                      'grupo: ' WS-SUMA-RESULTADOS
                      ' - trailer de corrida: ' WS-TRL-RESULTADOS
              MOVE 'N'                       TO WS-SW-CONCILIA
           END-IF.

           IF WS-SUMA-DETALLES NOT = WS-TOT-DETALLES-LOTEOUT
              DISPLAY 'Detalles repartidos: ' WS-SUMA-DETALLES
                      ' - detalles en LOTEOUT: '
                      WS-TOT-DETALLES-LOTEOUT
              MOVE 'N'                       TO WS-SW-CONCILIA
           END-IF.

       4200-CONCILIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE ARCH-REPORTE.

           DISPLAY 'CL25EJ15 - Corrida ' WS-CORRIDA-LOTE ': '
                   WS-DIS-ARCHIVOS ' archivos de sucursal, '
                   WS-NOD-GRUPOS ' grupos no distribuidos - '
                   'informe en REPDIST'.

       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ15.
