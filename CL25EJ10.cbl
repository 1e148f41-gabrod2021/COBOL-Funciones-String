      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Certificacion trimestral de accesos: lista cada
      *          operador activo de OPERMST con sus permisos vigentes
      *          de funcion y de modo lote y, para cada permiso, la
      *          fecha en que se otorgo por ultima vez y el legajo que
      *          lo otorgo, tomados del historial OPERHIST que graban
      *          CL25EJ02 y CL25EJ06. Deja el reporte REPCERT con lugar
      *          para la firma del supervisor. Un permiso vigente sin
      *          otorgamiento en el historial (anterior al historial)
      *          se informa como tal, no se deja en blanco.
      * Tectonics: cobc
      * Mod. history:
      *   - Certify the new LOTEOUT release permission
      *     (OPR-PERM-LIBERACION) as permission 10, with its last
      *     grant taken from OPERHIST like the others.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ10.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-OPERADORES    ASSIGN TO "OPERMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPR-LEGAJO
                  FILE STATUS IS WS-FS-OPERADORES.

           SELECT ARCH-HISTORIA      ASSIGN TO "OPERHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-HISTORIA.

           SELECT ARCH-REPORTE       ASSIGN TO "REPCERT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADORES.
       01  REG-OPERADOR.
           COPY CLOPERM.

       FD  ARCH-HISTORIA
           RECORDING MODE IS F.
       01  REG-HISTORIA.
           COPY CLOPRHIS.

       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-FECHA-HOY                   PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
              03 WS-HOY-AAAA                 PIC 9(04).
              03 WS-HOY-MM                   PIC 9(02).
              03 WS-HOY-DD                   PIC 9(02).
           02 WS-TRIMESTRE                   PIC 9(01) VALUE ZEROS.
           02 WS-INDICE                      PIC 9(04) VALUE ZEROS.
           02 WS-INDICE-LEGAJO               PIC 9(04) VALUE ZEROS.
           02 WS-INDICE-PERMISO              PIC 9(02) VALUE ZEROS.
           02 WS-CANT-PERMISOS               PIC 9(02) VALUE 10.
           02 WS-LEGAJO-TRABAJO              PIC 9(08) VALUE ZEROS.
           02 WS-ORIGEN-TEXTO                PIC X(08) VALUE SPACES.
           02 WS-TEXTO-SIN-OTORGAMIENTO      PIC X(52) VALUE
                 'SIN OTORGAMIENTO EN OPERHIST (ANTERIOR AL HISTORIAL)'.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-OPERADORES               PIC X(02) VALUE '00'.
           02 WS-FS-HISTORIA                 PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-ARCHIVO              PIC X(01) VALUE 'N'.
              88 WS-FIN-ARCHIVO                    VALUE 'S'.
           02 WS-SW-FIN-MAESTRO              PIC X(01) VALUE 'N'.
              88 WS-FIN-MAESTRO                    VALUE 'S'.
           02 WS-SW-ENCONTRADO               PIC X(01) VALUE 'N'.
              88 WS-ENCONTRADO                     VALUE 'S'.
           02 WS-SW-TABLA-DESBORDADA         PIC X(01) VALUE 'N'.
              88 WS-TABLA-DESBORDADA               VALUE 'S'.
           02 WS-SW-SIN-HISTORIA             PIC X(01) VALUE 'N'.
              88 WS-SIN-HISTORIA                   VALUE 'S'.

       01  WS-TOTALES.
           02 WS-TOT-HISTORIA                PIC 9(06) VALUE ZEROS.
           02 WS-TOT-OPERADORES              PIC 9(06) VALUE ZEROS.
           02 WS-TOT-ACTIVOS                 PIC 9(06) VALUE ZEROS.
           02 WS-TOT-PERMISOS                PIC 9(06) VALUE ZEROS.
           02 WS-TOT-SIN-OTORGAMIENTO        PIC 9(06) VALUE ZEROS.

      * ULTIMO OTORGAMIENTO DE CADA PERMISO POR LEGAJO, ARMADO DESDE
      * OPERHIST. PERMISO 1 A 8 = OPR-PERM-FUNCION, 9 = OPR-PERM-LOTE,
      * 10 = OPR-PERM-LIBERACION, EN EL MISMO ORDEN QUE OCUPAN EN
      * OPR-PERMISOS
       01  WS-TABLA-OTORGAMIENTOS.
           02 WS-CANT-LEGAJOS                PIC 9(04) VALUE ZEROS.
           02 WS-ENT-LEGAJO                  OCCURS 500 TIMES.
              03 WS-OTG-LEGAJO               PIC 9(08).
              03 WS-OTG-PERMISO              OCCURS 10 TIMES.
                 04 WS-OTG-FECHA             PIC 9(08).
                 04 WS-OTG-ACTUANTE          PIC 9(08).
                 04 WS-OTG-ORIGEN            PIC X(01).

       01  WS-LINEAS-REPORTE.
           02 WS-LIN-TITULO.
              03 FILLER                      PIC X(49) VALUE
                 'CL25EJ10 - CERTIFICACION DE ACCESOS - TRIMESTRE '.
              03 WS-TIT-AAAA                 PIC 9(04).
              03 FILLER                      PIC X(02) VALUE '-T'.
              03 WS-TIT-TRIMESTRE            PIC 9(01).
              03 FILLER                      PIC X(11) VALUE
                 ' - EMITIDO '.
              03 WS-TIT-FECHA                PIC 9(08).
              03 FILLER                      PIC X(25) VALUE SPACES.
           02 WS-LIN-OPERADOR.
              03 FILLER                      PIC X(02) VALUE SPACES.
              03 WS-LIN-LEGAJO               PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-LIN-NOMBRE               PIC X(30).
              03 FILLER                      PIC X(16) VALUE
                 ' FUNCIONES 1-8: '.
              03 WS-LIN-FUNCIONES            PIC X(08).
              03 FILLER                      PIC X(07) VALUE
                 ' LOTE: '.
              03 WS-LIN-LOTE                 PIC X(01).
              03 FILLER                      PIC X(13) VALUE
                 ' LIBERACION: '.
              03 WS-LIN-LIBERACION           PIC X(01).
              03 FILLER                      PIC X(13) VALUE SPACES.
           02 WS-LIN-PERMISO.
              03 FILLER                      PIC X(06) VALUE SPACES.
              03 WS-LIN-PERM-NOMBRE          PIC X(12).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-LIN-PERM-DETALLE         PIC X(70).
              03 FILLER                      PIC X(11) VALUE SPACES.
           02 WS-LIN-NOMBRE-FUNCION.
              03 FILLER                      PIC X(08) VALUE
                 'FUNCION '.
              03 WS-LIN-NRO-FUNCION          PIC 9(01).
              03 FILLER                      PIC X(03) VALUE SPACES.
           02 WS-LIN-TOTAL.
              03 WS-LIN-TOT-TEXTO            PIC X(26).
              03 WS-LIN-TOT-CANTIDAD         PIC ZZZZZ9.
              03 FILLER                      PIC X(68) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CARGAR-OTORGAMIENTOS
              THRU 2000-CARGAR-OTORGAMIENTOS-EXIT.

           PERFORM 3000-CERTIFICAR-OPERADORES
              THRU 3000-CERTIFICAR-OPERADORES-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * CALCULAR EL TRIMESTRE, ABRIR EL REPORTE Y EL MAESTRO Y GRABAR  *
      * EL TITULO                                                      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           COMPUTE WS-TRIMESTRE = (WS-HOY-MM + 2) / 3.

           OPEN OUTPUT ARCH-REPORTE.
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'No se pudo abrir el reporte REPCERT - FS: '
                      WS-FS-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ARCH-OPERADORES.
           IF WS-FS-OPERADORES NOT = '00'
              DISPLAY 'No se pudo abrir el maestro de operadores '
                      'OPERMST - FS: ' WS-FS-OPERADORES
              CLOSE ARCH-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-HOY-AAAA                  TO WS-TIT-AAAA.
           MOVE WS-TRIMESTRE                 TO WS-TIT-TRIMESTRE.
           MOVE WS-FECHA-HOY                 TO WS-TIT-FECHA.
           MOVE WS-LIN-TITULO                TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRER OPERHIST EN ORDEN CRONOLOGICO Y GUARDAR POR LEGAJO Y  *
      * PERMISO EL ULTIMO OTORGAMIENTO. SIN HISTORIAL TODOS LOS        *
      * PERMISOS VIGENTES SALEN COMO ANTERIORES AL HISTORIAL           *
      *----------------------------------------------------------------*
       2000-CARGAR-OTORGAMIENTOS.

           OPEN INPUT ARCH-HISTORIA.
           IF WS-FS-HISTORIA = '00'
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              PERFORM 2100-LEER-HISTORIA
                 THRU 2100-LEER-HISTORIA-EXIT
                 UNTIL WS-FIN-ARCHIVO
              CLOSE ARCH-HISTORIA
           ELSE
              MOVE 'S'                       TO WS-SW-SIN-HISTORIA
              DISPLAY 'Sin historial OPERHIST - FS: ' WS-FS-HISTORIA
           END-IF.

       2000-CARGAR-OTORGAMIENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-HISTORIA.

           READ ARCH-HISTORIA
               AT END MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              AND HIS-LEGAJO IS NUMERIC
              ADD 1                          TO WS-TOT-HISTORIA
              MOVE HIS-LEGAJO                TO WS-LEGAJO-TRABAJO
              PERFORM 2200-UBICAR-LEGAJO
                 THRU 2200-UBICAR-LEGAJO-EXIT
              IF WS-INDICE-LEGAJO > ZEROS
                 PERFORM 2300-EVALUAR-PERMISO
                    THRU 2300-EVALUAR-PERMISO-EXIT
                    VARYING WS-INDICE-PERMISO FROM 1 BY 1
                    UNTIL WS-INDICE-PERMISO > WS-CANT-PERMISOS
              END-IF
           END-IF.

       2100-LEER-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEJAR EN WS-INDICE-LEGAJO LA ENTRADA DEL LEGAJO, AGREGANDOLA   *
      * SI ES NUEVA. CON LA TABLA LLENA QUEDA EN CERO Y SE AVISA       *
      *----------------------------------------------------------------*
       2200-UBICAR-LEGAJO.

           MOVE ZEROS                        TO WS-INDICE-LEGAJO.
           MOVE 'N'                          TO WS-SW-ENCONTRADO.

           PERFORM 2210-COMPARAR-LEGAJO
              THRU 2210-COMPARAR-LEGAJO-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-LEGAJOS
                 OR WS-ENCONTRADO.

           IF NOT WS-ENCONTRADO
              IF WS-CANT-LEGAJOS < 500
                 ADD 1                       TO WS-CANT-LEGAJOS
                 MOVE WS-CANT-LEGAJOS        TO WS-INDICE-LEGAJO
                 INITIALIZE WS-ENT-LEGAJO(WS-INDICE-LEGAJO)
                 MOVE WS-LEGAJO-TRABAJO
                    TO WS-OTG-LEGAJO(WS-INDICE-LEGAJO)
              ELSE
                 IF NOT WS-TABLA-DESBORDADA
                    MOVE 'S'                 TO WS-SW-TABLA-DESBORDADA
                    DISPLAY 'Tabla de otorgamientos completa (500): '
                            'los legajos que no entran salen como '
                            'anteriores al historial'
                 END-IF
              END-IF
           END-IF.

       2200-UBICAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-COMPARAR-LEGAJO.

           IF WS-OTG-LEGAJO(WS-INDICE) = WS-LEGAJO-TRABAJO
              MOVE WS-INDICE                 TO WS-INDICE-LEGAJO
              MOVE 'S'                       TO WS-SW-ENCONTRADO
           END-IF.

       2210-COMPARAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UN PERMISO SE OTORGA CUANDO PASA A 'S' SIN HABERLO TENIDO      *
      * ANTES. UNA REACTIVACION TAMBIEN CUENTA COMO OTORGAMIENTO DE    *
      * LOS PERMISOS QUE EL OPERADOR CONSERVA, PORQUE HASTA ESE        *
      * MOMENTO NO PODIA USARLOS                                       *
      *----------------------------------------------------------------*
       2300-EVALUAR-PERMISO.

           IF HIS-PERMISOS-NUEVO (WS-INDICE-PERMISO:1) = 'S'
              AND (HIS-PERMISOS-ANTERIOR (WS-INDICE-PERMISO:1)
                   NOT = 'S'
               OR (HIS-ESTADO-NUEVO = 'A'
                   AND HIS-ESTADO-ANTERIOR NOT = 'A'))
              MOVE HIS-FECHA
                 TO WS-OTG-FECHA(WS-INDICE-LEGAJO, WS-INDICE-PERMISO)
              MOVE HIS-LEGAJO-ACTUANTE
                 TO WS-OTG-ACTUANTE(WS-INDICE-LEGAJO,
                                    WS-INDICE-PERMISO)
              MOVE HIS-ORIGEN
                 TO WS-OTG-ORIGEN(WS-INDICE-LEGAJO, WS-INDICE-PERMISO)
           END-IF.

       2300-EVALUAR-PERMISO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRER EL MAESTRO Y CERTIFICAR CADA OPERADOR ACTIVO          *
      *----------------------------------------------------------------*
       3000-CERTIFICAR-OPERADORES.

           PERFORM 3100-LEER-OPERADOR
              THRU 3100-LEER-OPERADOR-EXIT.

           PERFORM 3200-EVALUAR-OPERADOR
              THRU 3200-EVALUAR-OPERADOR-EXIT
              UNTIL WS-FIN-MAESTRO.

       3000-CERTIFICAR-OPERADORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LEER-OPERADOR.

           READ ARCH-OPERADORES
               AT END MOVE 'S' TO WS-SW-FIN-MAESTRO
           END-READ.

           IF NOT WS-FIN-MAESTRO
              ADD 1                          TO WS-TOT-OPERADORES
           END-IF.

       3100-LEER-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-EVALUAR-OPERADOR.

           IF OPR-ACTIVO
              ADD 1                          TO WS-TOT-ACTIVOS
              PERFORM 3300-LISTAR-OPERADOR
                 THRU 3300-LISTAR-OPERADOR-EXIT
           END-IF.

           PERFORM 3100-LEER-OPERADOR
              THRU 3100-LEER-OPERADOR-EXIT.

       3200-EVALUAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR OPERADOR CON SUS PERMISOS Y UNA LINEA POR CADA   *
      * PERMISO VIGENTE CON SU ULTIMO OTORGAMIENTO                     *
      *----------------------------------------------------------------*
       3300-LISTAR-OPERADOR.

           MOVE OPR-LEGAJO                   TO WS-LIN-LEGAJO
                                                WS-LEGAJO-TRABAJO.
           MOVE OPR-NOMBRE                   TO WS-LIN-NOMBRE.
           MOVE OPR-PERMISOS (1:8)           TO WS-LIN-FUNCIONES.
           MOVE OPR-PERM-LOTE                TO WS-LIN-LOTE.
           MOVE OPR-PERM-LIBERACION          TO WS-LIN-LIBERACION.
           MOVE WS-LIN-OPERADOR              TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE ZEROS                        TO WS-INDICE-LEGAJO.
           MOVE 'N'                          TO WS-SW-ENCONTRADO.
           PERFORM 2210-COMPARAR-LEGAJO
              THRU 2210-COMPARAR-LEGAJO-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-LEGAJOS
                 OR WS-ENCONTRADO.

           PERFORM 3400-LISTAR-PERMISO
              THRU 3400-LISTAR-PERMISO-EXIT
              VARYING WS-INDICE-PERMISO FROM 1 BY 1
              UNTIL WS-INDICE-PERMISO > WS-CANT-PERMISOS.

           MOVE SPACES                       TO REG-REPORTE.
           WRITE REG-REPORTE.

       3300-LISTAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3400-LISTAR-PERMISO.

           IF OPR-PERMISOS (WS-INDICE-PERMISO:1) = 'S'
              ADD 1                          TO WS-TOT-PERMISOS
              EVALUATE WS-INDICE-PERMISO
                  WHEN 9
                       MOVE 'MODO LOTE   '   TO WS-LIN-PERM-NOMBRE
                  WHEN 10
                       MOVE 'LIBERACION  '   TO WS-LIN-PERM-NOMBRE
                  WHEN OTHER
                       MOVE WS-INDICE-PERMISO
                                             TO WS-LIN-NRO-FUNCION
                       MOVE WS-LIN-NOMBRE-FUNCION
                                             TO WS-LIN-PERM-NOMBRE
              END-EVALUATE
              MOVE SPACES                    TO WS-LIN-PERM-DETALLE
              IF WS-INDICE-LEGAJO = ZEROS
                 ADD 1                       TO WS-TOT-SIN-OTORGAMIENTO
                 MOVE WS-TEXTO-SIN-OTORGAMIENTO
                                             TO WS-LIN-PERM-DETALLE
              ELSE
                 IF WS-OTG-FECHA(WS-INDICE-LEGAJO, WS-INDICE-PERMISO)
                    = ZEROS
                    ADD 1                    TO WS-TOT-SIN-OTORGAMIENTO
                    MOVE WS-TEXTO-SIN-OTORGAMIENTO
                                             TO WS-LIN-PERM-DETALLE
                 ELSE
                    PERFORM 3500-ARMAR-OTORGAMIENTO
                       THRU 3500-ARMAR-OTORGAMIENTO-EXIT
                 END-IF
              END-IF
              MOVE WS-LIN-PERMISO            TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       3400-LISTAR-PERMISO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-ARMAR-OTORGAMIENTO.

           EVALUATE WS-OTG-ORIGEN(WS-INDICE-LEGAJO, WS-INDICE-PERMISO)
               WHEN 'M'
                    MOVE 'MENU    '              TO WS-ORIGEN-TEXTO
               WHEN 'H'
                    MOVE 'MOVHR   '              TO WS-ORIGEN-TEXTO
               WHEN 'D'
                    MOVE 'DORMIDOS'              TO WS-ORIGEN-TEXTO
               WHEN OTHER
                    MOVE 'OTRO    '              TO WS-ORIGEN-TEXTO
           END-EVALUATE.

           STRING 'OTORGADO '
                  WS-OTG-FECHA(WS-INDICE-LEGAJO, WS-INDICE-PERMISO)
                  ' POR LEGAJO '
                  WS-OTG-ACTUANTE(WS-INDICE-LEGAJO, WS-INDICE-PERMISO)
                  ' ('
                  WS-ORIGEN-TEXTO
                  ')'
                  DELIMITED BY SIZE
                  INTO WS-LIN-PERM-DETALLE
           END-STRING.

       3500-ARMAR-OTORGAMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR LOS TOTALES, EL LUGAR PARA LA FIRMA Y CERRAR            *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-SIN-HISTORIA OR WS-TABLA-DESBORDADA
              MOVE SPACES                    TO REG-REPORTE
              STRING 'ATENCION: HISTORIAL OPERHIST AUSENTE O '
                     'INCOMPLETO - REVISAR LOS OTORGAMIENTOS'
                     DELIMITED BY SIZE
                     INTO REG-REPORTE
              END-STRING
              WRITE REG-REPORTE
           END-IF.

           MOVE 'REGISTROS DE HISTORIAL  : ' TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-HISTORIA              TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'OPERADORES              : ' TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-OPERADORES            TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'ACTIVOS CERTIFICADOS    : ' TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-ACTIVOS               TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'PERMISOS VIGENTES       : ' TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-PERMISOS              TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'SIN OTORGAMIENTO        : ' TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-SIN-OTORGAMIENTO      TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES                       TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES                       TO REG-REPORTE.
           STRING 'CERTIFICADO POR (LEGAJO): ________   FIRMA: '
                  '____________________   FECHA: __________'
                  DELIMITED BY SIZE
                  INTO REG-REPORTE
           END-STRING.
           WRITE REG-REPORTE.

           CLOSE ARCH-REPORTE
                 ARCH-OPERADORES.

           DISPLAY 'CL25EJ10 - Operadores: ' WS-TOT-OPERADORES
                   ' activos: ' WS-TOT-ACTIVOS
                   ' permisos: ' WS-TOT-PERMISOS
                   ' sin otorgamiento: ' WS-TOT-SIN-OTORGAMIENTO
                   ' - reporte en REPCERT'.

       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ10.
