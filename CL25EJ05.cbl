      *          el cruce deja de hacerse a mano en una planilla.
      * Tectonics: cobc
      * Mod. history:
      *   - After the exact match, look the result up in the alias
      *     file ALIASCLI kept by CL25EJ08: a client alias gives the
      *     match with its key, and a "not a client" entry keeps the
      *     detail out of NOMATCH and out of the rate. New NO CLIENTE
      *     total at the end of the MATCHOUT trailer.
      *   - Only match a released LOTEOUT: before opening the outputs,
      *     take the run number from the LOTEOUT trailer and look up
      *     its decision in RUNLIBER (CL25EJ16). A rejected or
      *     unreleased run ends with RETURN-CODE 16 and writes neither
      *     MATCHOUT nor NOMATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ05.
           SELECT ARCH-SIN-MATCH     ASSIGN TO "NOMATCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SIN-MATCH.

           SELECT ARCH-ALIAS         ASSIGN TO "ALIASCLI"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ALI-NOMBRE
                  FILE STATUS IS WS-FS-ALIAS.

           SELECT ARCH-LIBERACIONES  ASSIGN TO "RUNLIBER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LIB-CORRIDA
                  FILE STATUS IS WS-FS-LIBERACIONES.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           02 FILLER                         PIC X(01).
           02 REG-SAL-DESCRIPCION-ERROR      PIC X(40).

      * VISTA DE LOS TRAILERS: EL DE GRUPO TRAE ' ORIGEN: ' DESDE LA
      * SEGUNDA POSICION Y EL DE CORRIDA TERMINA CON SU NUMERO
       01  REG-SALIDA-CONTROL.
           02 REG-CTL-TIPO                   PIC X(01).
           02 REG-CTL-TEXTO-ORIGEN           PIC X(09).
           02 FILLER                         PIC X(175).
           02 REG-CTL-CORRIDA                PIC X(06).

      * EXTRACTO DEL MAESTRO DE CLIENTES: CLAVE Y NOMBRE YA PLEGADO
      * (SIN ACENTOS), UNO POR REGISTRO. SE CARGA EN TABLA AL INICIAR.
       FD  ARCH-CLIENTES
           02 REG-MTR-TEXTO-TASA             PIC X(13).
           02 REG-MTR-TASA-MATCH             PIC 9(03).
           02 REG-MTR-TEXTO-PORCIENTO        PIC X(02).
           02 REG-MTR-TEXTO-NO-CLIENTE       PIC X(13).
           02 REG-MTR-NO-CLIENTE             PIC 9(09).

       FD  ARCH-SIN-MATCH
           RECORDING MODE IS F.
       01  REG-SIN-MATCH                     PIC X(2685).

      * ALIAS RESUELTOS A MANO DESDE NOMATCH CON CL25EJ08
       FD  ARCH-ALIAS.
       01  REG-ALIAS.
           COPY CLALIAS.

      * DECISIONES DE LIBERACION DE LOTEOUT QUE GRABA CL25EJ16
       FD  ARCH-LIBERACIONES.
       01  REG-LIBERACION.
           COPY CLRUNLIB.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-NOMBRE-BUSCADO              PIC X(256) VALUE SPACES.
           02 WS-CLAVE-HALLADA               PIC 9(08) VALUE ZEROS.
           02 WS-RETORNO-DETALLE             PIC S9(04) VALUE ZEROS.
           02 WS-CORRIDA-LOTE                PIC 9(06) VALUE ZEROS.
           02 WS-SEPARADOR                   PIC X(01) VALUE SPACE.
           02 WS-CANT-CAMPOS                 PIC 9(02) VALUE ZEROS.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-SALIDA-LOTE              PIC X(02) VALUE '00'.
           02 WS-FS-CLIENTES                 PIC X(02) VALUE '00'.
           02 WS-FS-MATCHEADOS               PIC X(02) VALUE '00'.
           02 WS-FS-SIN-MATCH                PIC X(02) VALUE '00'.
           02 WS-FS-ALIAS                    PIC X(02) VALUE '00'.
           02 WS-FS-LIBERACIONES             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-CLIENTES             PIC X(01) VALUE 'N'.
              88 WS-CLIENTE-HALLADO                VALUE 'S'.
           02 WS-SW-REG-CONTROL              PIC X(01) VALUE 'N'.
              88 WS-REG-CONTROL                    VALUE 'S'.
           02 WS-SW-ALIAS-ABIERTO            PIC X(01) VALUE 'N'.
              88 WS-ALIAS-ABIERTO                  VALUE 'S'.
           02 WS-SW-NO-ES-CLIENTE            PIC X(01) VALUE 'N'.
              88 WS-NO-ES-CLIENTE                  VALUE 'S'.
           02 WS-SW-TRAILER-CORRIDA          PIC X(01) VALUE 'N'.
              88 WS-HAY-TRAILER-CORRIDA            VALUE 'S'.

      * CAMPOS DE UN TRAILER DELIMITADO: EL DE GRUPO TIENE 7 Y EL DE
      * CORRIDA 10, EL ULTIMO ES EL NUMERO DE CORRIDA
       01  WS-CAMPOS-TRAILER.
           02 WS-CAMPO                       PIC X(20)
                                             OCCURS 10 TIMES.

       01  WS-TOTALES.
           02 WS-TOT-DETALLES                PIC 9(09) VALUE ZEROS.
           02 WS-TOT-MATCHEADOS              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-SIN-MATCH               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-CON-ERROR               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-POR-ALIAS               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-NO-CLIENTE              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-COMPARABLES             PIC 9(09) VALUE ZEROS.
           02 WS-TASA-MATCH                  PIC 9(03) VALUE ZEROS.

              STOP RUN
           END-IF.

           PERFORM 1050-VERIFICAR-LIBERACION
              THRU 1050-VERIFICAR-LIBERACION-EXIT.

           OPEN INPUT ARCH-CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
              DISPLAY 'No se pudo abrir el maestro de clientes '
              STOP RUN
           END-IF.

           OPEN INPUT ARCH-ALIAS.
           IF WS-FS-ALIAS = '00'
              MOVE 'S'                       TO WS-SW-ALIAS-ABIERTO
           ELSE
              DISPLAY 'CL25EJ05 - Sin archivo de alias ALIASCLI - FS: '
                      WS-FS-ALIAS ' - solo igualdad exacta'
           END-IF.

           PERFORM 1100-CARGAR-CLIENTE
              THRU 1100-CARGAR-CLIENTE-EXIT
              UNTIL WS-FIN-CLIENTES

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOTEOUT SOLO SE CRUZA SI SU CORRIDA FUE APROBADA EN RUNLIBER.  *
      * SE RECORRE UNA VEZ PARA TOMAR EL NUMERO DEL TRAILER DE CORRIDA *
      * Y SE VUELVE A ABRIR PARA EL CRUCE                              *
      *----------------------------------------------------------------*
       1050-VERIFICAR-LIBERACION.

           PERFORM 1060-BUSCAR-TRAILER
              THRU 1060-BUSCAR-TRAILER-EXIT
              UNTIL WS-FIN-LOTEOUT.

           CLOSE ARCH-SALIDA-LOTE.
           MOVE 'N'                          TO WS-SW-FIN-LOTEOUT.

           IF NOT WS-HAY-TRAILER-CORRIDA
              OR WS-CORRIDA-LOTE = ZEROS
              DISPLAY 'LOTEOUT sin numero de corrida en el trailer: '
                      'no se puede verificar su liberacion'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ARCH-LIBERACIONES.
           IF WS-FS-LIBERACIONES NOT = '00'
              DISPLAY 'Sin registro de liberaciones RUNLIBER - FS: '
                      WS-FS-LIBERACIONES ' - la corrida '
                      WS-CORRIDA-LOTE ' no esta liberada'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CORRIDA-LOTE              TO LIB-CORRIDA.
           READ ARCH-LIBERACIONES
               INVALID KEY
                   MOVE SPACE                TO LIB-DECISION
           END-READ.
           CLOSE ARCH-LIBERACIONES.

           EVALUATE TRUE
               WHEN LIB-APROBADA
                    DISPLAY 'CL25EJ05 - Corrida ' WS-CORRIDA-LOTE
                            ' liberada por el legajo '
                            LIB-LEGAJO-LIBERADOR
               WHEN LIB-RECHAZADA
                    DISPLAY 'La corrida ' WS-CORRIDA-LOTE
                            ' fue RECHAZADA en la liberacion por el '
                            'legajo ' LIB-LEGAJO-LIBERADOR
                            ': no se cruza'
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'La corrida ' WS-CORRIDA-LOTE
                            ' no esta liberada (CL25EJ16): no se cruza'
                    MOVE 16                  TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ARCH-SALIDA-LOTE.
           IF WS-FS-SALIDA-LOTE NOT = '00'
              DISPLAY 'No se pudo abrir LOTEOUT - FS: '
                      WS-FS-SALIDA-LOTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1050-VERIFICAR-LIBERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EL TRAILER DE CORRIDA ES EL QUE NO ES DE GRUPO: EN EL FIJO NO  *
      * EMPIEZA CON ' ORIGEN: ' Y EN EL DELIMITADO NO TIENE 7 CAMPOS   *
      *----------------------------------------------------------------*
       1060-BUSCAR-TRAILER.

           READ ARCH-SALIDA-LOTE
               AT END MOVE 'S' TO WS-SW-FIN-LOTEOUT
           END-READ.

           IF NOT WS-FIN-LOTEOUT
              AND REG-CTL-TIPO = 'T'
              IF REG-CTL-TEXTO-ORIGEN (1:1) = SPACE
                 IF REG-CTL-TEXTO-ORIGEN NOT = ' ORIGEN: '
                    MOVE 'S'                 TO WS-SW-TRAILER-CORRIDA
                    MOVE ZEROS               TO WS-CORRIDA-LOTE
                    IF REG-CTL-CORRIDA IS NUMERIC
                       MOVE REG-CTL-CORRIDA  TO WS-CORRIDA-LOTE
                    END-IF
                 END-IF
              ELSE
                 MOVE REG-CTL-TEXTO-ORIGEN (1:1)
                                             TO WS-SEPARADOR
                 MOVE SPACES                 TO WS-CAMPOS-TRAILER
                 MOVE ZEROS                  TO WS-CANT-CAMPOS
                 UNSTRING REG-SALIDA-LOTE DELIMITED BY WS-SEPARADOR
                     INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
                          WS-CAMPO(4) WS-CAMPO(5) WS-CAMPO(6)
                          WS-CAMPO(7) WS-CAMPO(8) WS-CAMPO(9)
                          WS-CAMPO(10)
                     TALLYING IN WS-CANT-CAMPOS
                 END-UNSTRING
                 IF WS-CANT-CAMPOS NOT = 7
                    MOVE 'S'                 TO WS-SW-TRAILER-CORRIDA
                    MOVE ZEROS               TO WS-CORRIDA-LOTE
                    IF WS-CANT-CAMPOS NOT < 10
                       COMPUTE WS-CORRIDA-LOTE =
                               FUNCTION NUMVAL(WS-CAMPO(10))
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1060-BUSCAR-TRAILER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CLIENTE.

              MOVE REG-SAL-RESULTADO (1:256) TO WS-NOMBRE-BUSCADO
              PERFORM 3000-BUSCAR-CLIENTE
                 THRU 3000-BUSCAR-CLIENTE-EXIT
              EVALUATE TRUE
                  WHEN WS-CLIENTE-HALLADO
                       ADD 1                 TO WS-TOT-MATCHEADOS
                       MOVE REG-SALIDA-LOTE  TO REG-MAT-DETALLE
                       MOVE WS-CLAVE-HALLADA TO REG-MAT-CLAVE
                       WRITE REG-MATCHEADO
                  WHEN WS-NO-ES-CLIENTE
                       ADD 1                 TO WS-TOT-NO-CLIENTE
                  WHEN OTHER
                       ADD 1                 TO WS-TOT-SIN-MATCH
                       MOVE REG-SALIDA-LOTE  TO REG-SIN-MATCH
                       WRITE REG-SIN-MATCH
              END-EVALUATE
           END-IF.

           PERFORM 2100-LEER-LOTEOUT

       2200-CRUZAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCAR EL RESULTADO POR IGUALDAD EXACTA EN LA TABLA; SI NO     *
      * APARECE SE CONSULTA EL ARCHIVO DE ALIAS                        *
      *----------------------------------------------------------------*
       3000-BUSCAR-CLIENTE.

           MOVE 'N'                          TO WS-SW-CLIENTE-HALLADO.
           MOVE 'N'                          TO WS-SW-NO-ES-CLIENTE.
           MOVE ZEROS                        TO WS-CLAVE-HALLADA.

           PERFORM 3100-COMPARAR-CLIENTE
              UNTIL WS-INDICE-CLIENTE > WS-CANT-CLIENTES
                 OR WS-CLIENTE-HALLADO.

           IF NOT WS-CLIENTE-HALLADO
              AND WS-ALIAS-ABIERTO
              PERFORM 3200-BUSCAR-ALIAS
                 THRU 3200-BUSCAR-ALIAS-EXIT
           END-IF.

       3000-BUSCAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-COMPARAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALIAS RESUELTO A MANO: 'C' DA EL MATCH CON LA CLAVE ASIGNADA,  *
      * 'N' MARCA EL DETALLE COMO QUE NO ES CLIENTE                    *
      *----------------------------------------------------------------*
       3200-BUSCAR-ALIAS.

           MOVE WS-NOMBRE-BUSCADO            TO ALI-NOMBRE.

           READ ARCH-ALIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1                     TO WS-TOT-POR-ALIAS
                   IF ALI-ES-CLIENTE
                      MOVE ALI-CLAVE-CLIENTE TO WS-CLAVE-HALLADA
                      MOVE 'S'               TO WS-SW-CLIENTE-HALLADO
                   ELSE
                      MOVE 'S'               TO WS-SW-NO-ES-CLIENTE
                   END-IF
           END-READ.

       3200-BUSCAR-ALIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR EL TRAILER DE MATCHOUT CON LOS TOTALES DEL CRUCE Y EL   *
      * PORCENTAJE DE MATCH SOBRE LOS DETALLES COMPARABLES (LOS QUE    *
      * NO SON CLIENTES NO CUENTAN EN LA BASE)                         *
      *----------------------------------------------------------------*
       4000-GRABAR-TRAILER-MATCH.

           SUBTRACT WS-TOT-NO-CLIENTE      FROM WS-TOT-COMPARABLES.

           IF WS-TOT-COMPARABLES > ZEROS
              COMPUTE WS-TASA-MATCH =
                      WS-TOT-MATCHEADOS * 100 / WS-TOT-COMPARABLES
           MOVE ' TASA MATCH: '          TO REG-MTR-TEXTO-TASA.
           MOVE WS-TASA-MATCH            TO REG-MTR-TASA-MATCH.
           MOVE ' %'                     TO REG-MTR-TEXTO-PORCIENTO.
           MOVE ' NO CLIENTE: '          TO REG-MTR-TEXTO-NO-CLIENTE.
           MOVE WS-TOT-NO-CLIENTE        TO REG-MTR-NO-CLIENTE.

           WRITE REG-MATCH-TRAILER.

                 ARCH-MATCHEADOS
                 ARCH-SIN-MATCH.

           IF WS-ALIAS-ABIERTO
              CLOSE ARCH-ALIAS
           END-IF.

           DISPLAY 'CL25EJ05 - Detalles: ' WS-TOT-DETALLES
                   ' matcheados: ' WS-TOT-MATCHEADOS
                   ' sin match: ' WS-TOT-SIN-MATCH
                   ' con error: ' WS-TOT-CON-ERROR
                   ' por alias: ' WS-TOT-POR-ALIAS
                   ' no cliente: ' WS-TOT-NO-CLIENTE
                   ' tasa: ' WS-TASA-MATCH ' %'.

       9000-FINALIZAR-EXIT.
