      *     el caracter elegido, so the downstream parsers stop
      *     breaking each time the fixed layout grows. The fixed
      *     format stays the default.
      *   - Add option 8, documento: CLSTRING validates a CUIT/CUIL
      *     (digito verificador modulo 11) or DNI and returns its
      *     type and standard form. Works in the menu, every LOTEIN
      *     format, SYSIN and the block mode, with its own permission
      *     in OPERMST and its own line in the run summary. A number
      *     that fails validation also goes to RECHAZOS with its
      *     E80x reason so it can be corrected and recycled.
      *   - Move the RUNREG, RUNLOCK, CHKPOINT and TRANSCTL record
      *     layouts to copybooks (CLRUNREG, CLRUNLCK, CLCHKPT,
      *     CLTRSCTL) so the batch operations report reads the same
      *     definitions. No field changes.
      *   - Classify every lote/SYSIN error by the severity of its
      *     code in the error catalog ERRCAT (CL25EJ14): the LOTEOUT
      *     run trailer carries the count of advertencias, errores,
      *     fatales and codes missing from the catalog, and the final
      *     return code follows them (any fatal 16, errors or
      *     uncataloged codes 4, warnings alone 0). An uncataloged
      *     code is reported once per run and counts as an error.
      *   - Stamp every RECHAZOS record with the origen and fecha of
      *     its group and the RUNREG run number, and close the LOTEOUT
      *     run trailer with that run number, so the per-branch
      *     distribution (CL25EJ15) can hand each branch its own
      *     rejects. RECICLIN keeps reading the same layout.
      *   - Count a number that fails option 8 validation as rechazado,
      *     not procesado, in the lote, group and SYSIN totals, so the
      *     trailers agree with what was written to RECHAZOS. A
      *     recycled record rejected again keeps the origen, fecha and
      *     run number it brought from RECICLIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ01.
           SELECT ARCH-REGISTRO-CORRIDAS ASSIGN TO "RUNREG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REGISTRO-CORRIDAS.

           SELECT ARCH-CATALOGO-ERRORES ASSIGN TO "ERRCAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ERC-CODIGO
                  FILE STATUS IS WS-FS-CATALOGO.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
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
           02 REG-TRL-CORRIDA                PIC 9(06).

      * EL ARCHIVO SYSIN USA EL MISMO LAYOUT QUE EL LOTE DE ENTRADA,
      * MAS EL LEGAJO, PARA PODER CORRER SIN OPERADOR.

      * LOS RECHAZOS SE GRABAN CON EL REGISTRO DE LOTE ORIGINAL SIN
      * TOCAR MAS EL MOTIVO, PARA PODER CORREGIRLOS Y RECICLARLOS.
      * EL RECICLO LEE ESE MISMO LAYOUT POR RECICLIN. ORIGEN, FECHA Y
      * NUMERO DE CORRIDA LE PERMITEN A CL25EJ15 DEVOLVER CADA
      * RECHAZO A SU SUCURSAL.
       FD  ARCH-RECHAZOS
           RECORDING MODE IS F.
       01  REG-RECHAZO.
           02 REG-RCH-DATOS                  PIC X(1298).
           02 FILLER                         PIC X(01) VALUE SPACE.
           02 REG-RCH-MOTIVO                 PIC X(04).
           02 FILLER                         PIC X(01) VALUE SPACE.
           02 REG-RCH-ORIGEN                 PIC X(10).
           02 REG-RCH-FECHA                  PIC 9(08).
           02 REG-RCH-CORRIDA                PIC 9(06).

       FD  ARCH-ENTRADA-RECICLO
           RECORDING MODE IS F.
           02 REG-RCC-DATOS                  PIC X(1298).
           02 FILLER                         PIC X(01).
           02 REG-RCC-MOTIVO                 PIC X(04).
           02 FILLER                         PIC X(01).
           02 REG-RCC-ORIGEN                 PIC X(10).
           02 REG-RCC-FECHA                  PIC X(08).
           02 REG-RCC-CORRIDA                PIC X(06).

       FD  ARCH-LOG-ERRORES
           RECORDING MODE IS F.
       FD  ARCH-CHECKPOINT
           RECORDING MODE IS F.
       01  REG-CHECKPOINT.
           COPY CLCHKPT.

      * REGLAS DE ENMASCARADO DE DATOS SENSIBLES: TIPO 'D' = CORRIDA
      * DE DIGITOS DE AL MENOS LONG-MINIMA, SE TAPAN TODOS MENOS LOS
      * REPROCESO EXPLICITO.
       FD  ARCH-CONTROL-TRANS.
       01  REG-CONTROL-TRANS.
           COPY CLTRSCTL.

      * LOCK DE CORRIDA: MIENTRAS EL REGISTRO DIGA 'A' HAY UNA
      * CORRIDA DE LOTE EN CURSO Y CUALQUIER OTRA FALLA RAPIDO, PARA
       FD  ARCH-LOCK-CORRIDA
           RECORDING MODE IS F.
       01  REG-LOCK-CORRIDA.
           COPY CLRUNLCK.

      * REGISTRO DE CORRIDAS: UN REGISTRO POR CADA EJECUCION DE
      * LOTE/RECICLO/LOTE SYSIN CON SUS TOTALES Y SU RETURN CODE,
       FD  ARCH-REGISTRO-CORRIDAS
           RECORDING MODE IS F.
       01  REG-CORRIDA.
           COPY CLRUNREG.

      * CATALOGO DE CODIGOS DE ERROR: LA SEVERIDAD DE CADA CODIGO
      * DECIDE EL RETURN CODE FINAL DEL LOTE. MANTENIMIENTO: CL25EJ14
       FD  ARCH-CATALOGO-ERRORES.
       01  REG-CATALOGO-ERROR.
           COPY CLERRCAT.

       WORKING-STORAGE SECTION.

           02 WS-FS-CONTROL-TRANS            PIC X(02) VALUE '00'.
           02 WS-FS-LOCK-CORRIDA             PIC X(02) VALUE '00'.
           02 WS-FS-REGISTRO-CORRIDAS        PIC X(02) VALUE '00'.
           02 WS-FS-CATALOGO                 PIC X(02) VALUE '00'.

       01  WS-CONTADORES.
           02 WS-CONT-FUNCION-1              PIC 9(06) VALUE ZEROS.
           02 WS-CONT-FUNCION-5              PIC 9(06) VALUE ZEROS.
           02 WS-CONT-FUNCION-6              PIC 9(06) VALUE ZEROS.
           02 WS-CONT-FUNCION-7              PIC 9(06) VALUE ZEROS.
           02 WS-CONT-FUNCION-8              PIC 9(06) VALUE ZEROS.
           02 WS-TOTAL-CARACTERES            PIC 9(09) VALUE ZEROS.

       01  WS-SWITCHES.
           02 WS-CANT-ESPERADA-LOTE          PIC 9(09) VALUE ZEROS.
           02 WS-FECHA-LOTE                  PIC 9(08) VALUE ZEROS.
           02 WS-ORIGEN-LOTE                 PIC X(10) VALUE SPACES.
           02 WS-ORIGEN-RECHAZO              PIC X(10) VALUE SPACES.
           02 WS-FECHA-RECHAZO               PIC 9(08) VALUE ZEROS.
           02 WS-CORRIDA-RECHAZO             PIC 9(06) VALUE ZEROS.
           02 WS-CODIFICACION-LOTE           PIC X(01) VALUE SPACE.
              88 WS-LOTE-UTF8                      VALUE 'U'.
           02 WS-SW-TRAILER-LEIDO            PIC X(01) VALUE 'N'.
           02 WS-SW-PARM-DELIM               PIC X(01) VALUE 'N'.
              88 WS-PARM-DELIMITADA                VALUE 'S'.

      * ERRORES DEL LOTE EN CURSO POR SEVERIDAD SEGUN ERRCAT. SOLO SE
      * CUENTAN MIENTRAS CORRE UN LOTE, RECICLO O LOTE SYSIN; LOS
      * ERRORES DEL MENU INTERACTIVO NO MUEVEN EL RETURN CODE. LOS
      * CODIGOS NO CATALOGADOS SE INFORMAN UNA VEZ POR CORRIDA
       01  WS-SEVERIDADES-LOTE.
           02 WS-CANT-ADVERTENCIAS-LOTE      PIC 9(09) VALUE ZEROS.
           02 WS-CANT-ERRORES-LOTE           PIC 9(09) VALUE ZEROS.
           02 WS-CANT-FATALES-LOTE           PIC 9(09) VALUE ZEROS.
           02 WS-CANT-NO-CATALOGADOS-LOTE    PIC 9(09) VALUE ZEROS.
           02 WS-CANT-COD-INFORMADOS         PIC 9(02) VALUE ZEROS.
           02 WS-COD-INFORMADO               PIC X(04)
                                             OCCURS 20 TIMES.
           02 WS-INDICE-INFORMADO            PIC 9(02) VALUE ZEROS.
           02 WS-SW-CONTAR-SEVERIDAD         PIC X(01) VALUE 'N'.
              88 WS-CONTAR-SEVERIDAD               VALUE 'S'.
           02 WS-SW-CATALOGO-OK              PIC X(01) VALUE 'N'.
              88 WS-CATALOGO-OK                    VALUE 'S'.
           02 WS-SW-YA-INFORMADO             PIC X(01) VALUE 'N'.
              88 WS-YA-INFORMADO                   VALUE 'S'.

       01  WS-CHECKPOINT-LOTE.
           02 WS-CANT-GRABADOS-LOTE          PIC 9(09) VALUE ZEROS.
           02 WS-CANT-DISPUESTOS-LOTE        PIC 9(09) VALUE ZEROS.
           02 WS-INDICE-BLOQUE               PIC 9(03) VALUE ZEROS.
           02 WS-BLQ-GUARDADO                OCCURS 100 TIMES.
              03 WS-BLQ-ENTRADA-AUD          PIC X(1330).
              03 WS-BLQ-REGISTRO-TRA         PIC X(1298).
              03 WS-BLQ-ORIGEN-RCH           PIC X(10).
              03 WS-BLQ-FECHA-RCH            PIC 9(08).
              03 WS-BLQ-CORRIDA-RCH          PIC 9(06).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 0130-CARGAR-REGLAS-MASCARA
              THRU 0130-CARGAR-REGLAS-MASCARA-EXIT.

           PERFORM 0125-ABRIR-CATALOGO-ERRORES
              THRU 0125-ABRIR-CATALOGO-ERRORES-EXIT.

           ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE.

      * EL PARM PUEDE PEDIR LA SALIDA DELIMITADA CON 'D' Y EL
           EVALUATE TRUE
               WHEN WS-LOTE-DESBALANCEADO
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-CANT-FATALES-LOTE > ZEROS
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-CANT-GRUPOS-DUP > ZEROS
                    MOVE 12                  TO RETURN-CODE
               WHEN WS-LOCK-DENEGADO
                    MOVE 8                   TO RETURN-CODE
               WHEN WS-CANT-ERRORES-LOTE > ZEROS
                 OR WS-CANT-NO-CATALOGADOS-LOTE > ZEROS
                    MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                    MOVE ZEROS               TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.
       0120-ABRIR-MAESTRO-OPERADORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR EL CATALOGO DE ERRORES. SIN CATALOGO TODO CODIGO DEL     *
      * LOTE SE INFORMA COMO NO CATALOGADO Y CUENTA COMO ERROR         *
      *----------------------------------------------------------------*
       0125-ABRIR-CATALOGO-ERRORES.

           OPEN INPUT ARCH-CATALOGO-ERRORES.
           IF WS-FS-CATALOGO = '00'
              MOVE 'S'                       TO WS-SW-CATALOGO-OK
           ELSE
              DISPLAY 'No se pudo abrir el catalogo de errores '
                      'ERRCAT - FS: ' WS-FS-CATALOGO
           END-IF.

       0125-ABRIR-CATALOGO-ERRORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGAR LAS REGLAS DE ENMASCARADO DESDE MASKRULE. SIN ARCHIVO   *
      * NO HAY REGLAS Y LOS DATOS SE GRABAN COMO HASTA AHORA           *
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      * VALIDAR QUE EL OPERADOR YA LEIDO DEL MAESTRO TENGA PERMISO     *
      * PARA LA FUNCION PEDIDA (1-8 POR TABLA, B POR SU PROPIA MARCA). *
      * UNA FUNCION DESCONOCIDA SE DEJA PASAR PARA QUE LA RECHACE EL   *
      * CONTROL DE FUNCION INVALIDA QUE YA EXISTE                      *
      *----------------------------------------------------------------*
           MOVE 'N'                          TO WS-SW-PERMISO-OK.

           EVALUATE WS-FUNCION
               WHEN '1' THRU '8'
                    MOVE WS-FUNCION          TO WS-INDICE-PERMISO
                    IF OPR-PERM-FUNCION(WS-INDICE-PERMISO) = 'S'
                       MOVE 'S'              TO WS-SW-PERMISO-OK
           DISPLAY '  *   Funcion 5: Minuscula                      '.
           DISPLAY '  *   Funcion 6: Trim                           '.
           DISPLAY '  *   Funcion 7: Estandarizar (reglas REPLRULE) '.
           DISPLAY '  *   Funcion 8: Documento (CUIT/CUIL o DNI)    '.
           DISPLAY '  *   Funcion B: Lote (archivo)                 '.
           DISPLAY '  *   Funcion R: Reciclo de rechazos corregidos '.
           DISPLAY '  *   Funcion C: Consulta de transmisiones      '.
                  WHEN '7'
                       PERFORM 2700-FUNCION-ESTANDARIZAR
                          THRU 2700-FUNCION-ESTANDARIZAR-EXIT
                  WHEN '8'
                       PERFORM 2800-FUNCION-DOCUMENTO
                          THRU 2800-FUNCION-DOCUMENTO-EXIT
                  WHEN 'B'
                       MOVE 'B   '          TO WS-MODO-CORRIDA
                       PERFORM 0640-PROCESAR-LOTE-REGISTRADO
       2700-FUNCION-ESTANDARIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCION PARA VALIDAR Y NORMALIZAR UN CUIT/CUIL O DNI           *
      *----------------------------------------------------------------*
       2800-FUNCION-DOCUMENTO.

           INITIALIZE LK-STRING.
           MOVE WS-FUNCION                   TO LK-FUNCION-I.

           DISPLAY 'Ingresar CUIT/CUIL o DNI:'
           ACCEPT  LK-TEXTO-2-I.
           DISPLAY '------------------------------------------------'.

           CALL 'CLSTRING' USING LK-STRING LK-STRING-TABLA.

           MOVE LK-TEXTO-2-I                 TO WS-AUD-ENTRADA.
           MOVE LK-TEXTO-2-O                 TO WS-AUD-SALIDA.

           IF RETURN-CODE EQUAL ZEROES
              ADD 1                          TO WS-CONT-FUNCION-8
           END-IF.

           PERFORM 8000-PROCESAR-RESULTADO
              THRU 8000-PROCESAR-RESULTADO-EXIT.

       2800-FUNCION-DOCUMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTAR LAS TRANSMISIONES REGISTRADAS EN TRANSCTL: SE        *
      * LISTAN TODAS CON SU FECHA DE PROCESO Y SUS TOTALES             *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-LOTE-DESBALANCEADO
                    MOVE 16                  TO WS-RC-FINAL-CORRIDA
               WHEN WS-CANT-FATALES-LOTE > ZEROS
                    MOVE 16                  TO WS-RC-FINAL-CORRIDA
               WHEN WS-CANT-GRUPOS-DUP > ZEROS
                    MOVE 12                  TO WS-RC-FINAL-CORRIDA
               WHEN WS-CANT-ERRORES-LOTE > ZEROS
                 OR WS-CANT-NO-CATALOGADOS-LOTE > ZEROS
                    MOVE 4                   TO WS-RC-FINAL-CORRIDA
               WHEN OTHER
                    MOVE ZEROS               TO WS-RC-FINAL-CORRIDA
           END-EVALUATE.
                                               WS-CANT-PROCESADOS-GRUPO
                                               WS-CANT-RECHAZADOS-GRUPO
                                                WS-CANT-SIN-GRUPO.
           PERFORM 0702-INICIAR-SEVERIDADES
              THRU 0702-INICIAR-SEVERIDADES-EXIT.
           MOVE SPACES                       TO WS-ORIGEN-LOTE.
           MOVE SPACE                        TO WS-CODIFICACION-LOTE.
           MOVE 'N'                          TO WS-SW-TRAILER-LEIDO
                                             WS-SW-LOTE-DESBALANCEADO.

           DISPLAY 'Funcion por defecto para registros sin funcion '
                   'propia (1-8):'.
           ACCEPT  WS-FUNCION-LOTE-DEFECTO.
           DISPLAY '------------------------------------------------'.

              MOVE 'N'                       TO WS-SW-CONTROL-ABIERTO
           END-IF.

           MOVE 'N'                          TO WS-SW-CONTAR-SEVERIDAD.

       0700-PROCESAR-LOTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PONER EN CERO LOS ERRORES POR SEVERIDAD Y EMPEZAR A CONTAR     *
      * LOS DEL LOTE QUE ARRANCA                                       *
      *----------------------------------------------------------------*
       0702-INICIAR-SEVERIDADES.

           MOVE ZEROS                    TO WS-CANT-ADVERTENCIAS-LOTE
                                                WS-CANT-ERRORES-LOTE
                                                WS-CANT-FATALES-LOTE
                                            WS-CANT-NO-CATALOGADOS-LOTE
                                                WS-CANT-COD-INFORMADOS.
           MOVE 'S'                          TO WS-SW-CONTAR-SEVERIDAD.

       0702-INICIAR-SEVERIDADES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR EL CONTROL DE TRANSMISIONES TRANSCTL EN I-O; SI TODAVIA  *
      * NO EXISTE (FS 35) CREARLO VACIO Y REABRIRLO, IGUAL QUE HACE    *
      * CL25EJ02 CON EL MAESTRO. SIN EL ARCHIVO NO HAY CONTROL DE      *
               WHEN OTHER
                    MOVE 'OK'            TO REG-TRL-RESULTADO-CONTROL
           END-EVALUATE.
           MOVE ' ADVERTENCIAS: '        TO REG-TRL-TEXTO-ADVERTENCIAS.
           MOVE WS-CANT-ADVERTENCIAS-LOTE
                                         TO REG-TRL-ADVERTENCIAS.
           MOVE ' ERRORES: '             TO REG-TRL-TEXTO-ERRORES.
           MOVE WS-CANT-ERRORES-LOTE     TO REG-TRL-ERRORES.
           MOVE ' FATALES: '             TO REG-TRL-TEXTO-FATALES.
           MOVE WS-CANT-FATALES-LOTE     TO REG-TRL-FATALES.
           MOVE ' NO CATALOGADOS: '
                                      TO REG-TRL-TEXTO-NO-CATALOGADOS.
           MOVE WS-CANT-NO-CATALOGADOS-LOTE
                                         TO REG-TRL-NO-CATALOGADOS.
           MOVE ' CORRIDA: '             TO REG-TRL-TEXTO-CORRIDA.
           MOVE WS-NUM-CORRIDA           TO REG-TRL-CORRIDA.

           IF WS-SALIDA-DELIMITADA
              PERFORM 0752-ARMAR-TRAILER-DELIMITADO
           EXIT.
      *----------------------------------------------------------------*
      * IMAGEN DELIMITADA DEL TRAILER DE LA CORRIDA: TIPO, LEIDOS,     *
      * PROCESADOS, RECHAZADOS, RESULTADO DEL CONTROL Y ERRORES POR    *
      * SEVERIDAD (ADVERTENCIAS, ERRORES, FATALES, NO CATALOGADOS) Y   *
      * NUMERO DE CORRIDA                                              *
      *----------------------------------------------------------------*
       0752-ARMAR-TRAILER-DELIMITADO.

                  REG-TRL-RECHAZADOS
                  WS-SEPARADOR-SALIDA
                  FUNCTION TRIM(REG-TRL-RESULTADO-CONTROL)
                  WS-SEPARADOR-SALIDA
                  REG-TRL-ADVERTENCIAS
                  WS-SEPARADOR-SALIDA
                  REG-TRL-ERRORES
                  WS-SEPARADOR-SALIDA
                  REG-TRL-FATALES
                  WS-SEPARADOR-SALIDA
                  REG-TRL-NO-CATALOGADOS
                  WS-SEPARADOR-SALIDA
                  REG-TRL-CORRIDA
                  DELIMITED BY SIZE
                  INTO WS-SALIDA-DELIM-TRABAJO
           END-STRING.
       0752-ARMAR-TRAILER-DELIMITADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ORIGEN, FECHA Y CORRIDA CON QUE SE GRABA UN RECHAZO: LOS DEL   *
      * GRUPO Y LA CORRIDA EN CURSO, SALVO EN EL RECICLO, DONDE EL     *
      * REGISTRO CONSERVA LOS QUE TRAE DE RECICLIN PARA QUE CL25EJ15   *
      * LO SIGA ASOCIANDO A SU SUCURSAL. SE TOMAN DEL REGISTRO RECIEN  *
      * LEIDO                                                          *
      *----------------------------------------------------------------*
       0754-DETERMINAR-ORIGEN-RECHAZO.

           IF WS-MODO-RECICLO
              MOVE REG-RCC-ORIGEN            TO WS-ORIGEN-RECHAZO
              IF REG-RCC-FECHA IS NUMERIC
                 MOVE REG-RCC-FECHA          TO WS-FECHA-RECHAZO
              ELSE
                 MOVE ZEROS                  TO WS-FECHA-RECHAZO
              END-IF
              IF REG-RCC-CORRIDA IS NUMERIC
                 MOVE REG-RCC-CORRIDA        TO WS-CORRIDA-RECHAZO
              ELSE
                 MOVE ZEROS                  TO WS-CORRIDA-RECHAZO
              END-IF
           ELSE
              MOVE WS-ORIGEN-LOTE            TO WS-ORIGEN-RECHAZO
              MOVE WS-FECHA-LOTE             TO WS-FECHA-RECHAZO
              MOVE WS-NUM-CORRIDA            TO WS-CORRIDA-RECHAZO
           END-IF.

       0754-DETERMINAR-ORIGEN-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR EL REGISTRO RECHAZADO, TAL COMO LLEGO Y CON SU MOTIVO,  *
      * EN EL ARCHIVO DE RECHAZOS PARA PODER CORREGIRLO Y RECICLARLO   *
      *----------------------------------------------------------------*
       0755-GRABAR-RECHAZO.

           PERFORM 0754-DETERMINAR-ORIGEN-RECHAZO
              THRU 0754-DETERMINAR-ORIGEN-RECHAZO-EXIT.

           MOVE SPACES                       TO REG-RECHAZO.
           MOVE WS-REGISTRO-TRABAJO          TO REG-RCH-DATOS.
           MOVE LK-CODIGO-ERROR-O            TO REG-RCH-MOTIVO.
           MOVE WS-ORIGEN-RECHAZO            TO REG-RCH-ORIGEN.
           MOVE WS-FECHA-RECHAZO             TO REG-RCH-FECHA.
           MOVE WS-CORRIDA-RECHAZO           TO REG-RCH-CORRIDA.

           WRITE REG-RECHAZO.

       0755-GRABAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UN DOCUMENTO QUE CLSTRING NO VALIDO (FUNCION 8) TAMBIEN VA A   *
      * RECHAZOS PARA CORREGIRLO Y RECICLARLO: SE GRABA EL REGISTRO    *
      * GUARDADO CON LA ENTRADA DEL BLOQUE, PORQUE WS-REGISTRO-TRABAJO *
      * YA TIENE EL REGISTRO QUE SE ESTA LEYENDO. POR LO MISMO EL      *
      * ORIGEN, LA FECHA Y LA CORRIDA SON LOS GUARDADOS EN EL BLOQUE   *
      *----------------------------------------------------------------*
       0757-GRABAR-RECHAZO-BLOQUE.

           MOVE SPACES                       TO REG-RECHAZO.
           MOVE WS-BLQ-REGISTRO-TRA(WS-INDICE-BLOQUE)
                                             TO REG-RCH-DATOS.
           MOVE LK-CODIGO-ERROR-O            TO REG-RCH-MOTIVO.
           MOVE WS-BLQ-ORIGEN-RCH(WS-INDICE-BLOQUE)
                                             TO REG-RCH-ORIGEN.
           MOVE WS-BLQ-FECHA-RCH(WS-INDICE-BLOQUE)
                                             TO REG-RCH-FECHA.
           MOVE WS-BLQ-CORRIDA-RCH(WS-INDICE-BLOQUE)
                                             TO REG-RCH-CORRIDA.

           WRITE REG-RECHAZO.

       0757-GRABAR-RECHAZO-BLOQUE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEER EL CHECKPOINT DE LA CORRIDA ANTERIOR. UN VALOR MAYOR A    *
      * CERO SIGNIFICA QUE LA CORRIDA ANTERIOR ABENDO: SE REANUDA      *
      * SALTEANDO LOS REGISTROS YA GRABADOS Y ABRIENDO LOTEOUT EN      *
           MOVE LK-STRING        TO LK-TAB-DATOS(WS-BLQ-CANTIDAD).
           MOVE WS-AUD-ENTRADA
                          TO WS-BLQ-ENTRADA-AUD(WS-BLQ-CANTIDAD).
           MOVE WS-REGISTRO-TRABAJO
                          TO WS-BLQ-REGISTRO-TRA(WS-BLQ-CANTIDAD).
           PERFORM 0754-DETERMINAR-ORIGEN-RECHAZO
              THRU 0754-DETERMINAR-ORIGEN-RECHAZO-EXIT.
           MOVE WS-ORIGEN-RECHAZO TO WS-BLQ-ORIGEN-RCH(WS-BLQ-CANTIDAD).
           MOVE WS-FECHA-RECHAZO  TO WS-BLQ-FECHA-RCH(WS-BLQ-CANTIDAD).
           MOVE WS-CORRIDA-RECHAZO
                                TO WS-BLQ-CORRIDA-RCH(WS-BLQ-CANTIDAD).

           IF WS-BLQ-CANTIDAD >= WS-BLQ-TAMANO
              PERFORM 0760-PROCESAR-BLOQUE
           MOVE WS-BLQ-ENTRADA-AUD(WS-INDICE-BLOQUE)
                                                  TO WS-AUD-ENTRADA.

      * UN DOCUMENTO QUE NO VALIDA VA A RECHAZOS (0757) Y SE CUENTA
      * COMO RECHAZADO, IGUAL QUE LOS RECHAZOS DE 0720
           ADD 1                             TO
                                         WS-CANT-DISPUESTOS-LOTE.
           IF RETURN-CODE NOT EQUAL ZEROES
              AND LK-FUNCION-I = '8'
              ADD 1                          TO
                                         WS-CANT-RECHAZADOS-LOTE
              IF WS-GRUPO-ABIERTO
                 ADD 1                       TO
                                         WS-CANT-RECHAZADOS-GRUPO
              END-IF
           ELSE
              ADD 1                          TO
                                         WS-CANT-PROCESADOS-LOTE
              IF WS-GRUPO-ABIERTO
                 ADD 1                       TO
                                         WS-CANT-PROCESADOS-GRUPO
              END-IF
           END-IF.

           PERFORM 0730-ESCRIBIR-SALIDA-LOTE
           ELSE
              PERFORM 8100-GRABAR-LOG-ERROR
                 THRU 8100-GRABAR-LOG-ERROR-EXIT
              IF LK-FUNCION-I = '8'
                 PERFORM 0757-GRABAR-RECHAZO-BLOQUE
                    THRU 0757-GRABAR-RECHAZO-BLOQUE-EXIT
              END-IF
           END-IF.

       0765-DESCARGAR-ENTRADA-BLOQUE-EXIT.
                  WHEN '5' ADD 1           TO WS-CONT-FUNCION-5
                  WHEN '6' ADD 1           TO WS-CONT-FUNCION-6
                  WHEN '7' ADD 1           TO WS-CONT-FUNCION-7
                  WHEN '8' ADD 1           TO WS-CONT-FUNCION-8
              END-EVALUATE
           END-IF.

       0800-PROCESAR-SYSIN-LOTE.

           MOVE 'N'                          TO WS-SW-FIN-SYSIN.
           PERFORM 0702-INICIAR-SEVERIDADES
              THRU 0702-INICIAR-SEVERIDADES-EXIT.

           OPEN INPUT ARCH-PARM-SYSIN.


           IF LK-FUNCION-VALIDA AND WS-ESTADO-VALIDO
              CALL 'CLSTRING' USING LK-STRING LK-STRING-TABLA
              IF RETURN-CODE NOT EQUAL ZEROES
                 AND LK-FUNCION-I = '8'
                 ADD 1                       TO
                                         WS-CANT-RECHAZADOS-LOTE
              ELSE
                 ADD 1                       TO
                                         WS-CANT-PROCESADOS-LOTE
              END-IF
              PERFORM 0740-ACTUALIZAR-CONTADORES-LOTE
                 THRU 0740-ACTUALIZAR-CONTADORES-LOTE-EXIT
              IF RETURN-CODE EQUAL ZEROES
              ELSE
                 PERFORM 8100-GRABAR-LOG-ERROR
                    THRU 8100-GRABAR-LOG-ERROR-EXIT
                 IF LK-FUNCION-I = '8'
                    PERFORM 0827-MOVER-SYSIN-A-TRABAJO
                       THRU 0827-MOVER-SYSIN-A-TRABAJO-EXIT
                    PERFORM 0755-GRABAR-RECHAZO
                       THRU 0755-GRABAR-RECHAZO-EXIT
                 END-IF
              END-IF
           ELSE
              ADD 1                          TO

           WRITE REG-LOG-ERROR.

           IF WS-CONTAR-SEVERIDAD
              PERFORM 8150-CLASIFICAR-SEVERIDAD
                 THRU 8150-CLASIFICAR-SEVERIDAD-EXIT
           END-IF.

       8100-GRABAR-LOG-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTAR EL ERROR DEL LOTE SEGUN LA SEVERIDAD DE SU CODIGO EN    *
      * ERRCAT. UN CODIGO QUE NO ESTA EN EL CATALOGO CUENTA COMO NO    *
      * CATALOGADO Y SE INFORMA LA PRIMERA VEZ QUE APARECE             *
      *----------------------------------------------------------------*
       8150-CLASIFICAR-SEVERIDAD.

           MOVE SPACE                        TO ERC-SEVERIDAD.

           IF WS-CATALOGO-OK
              MOVE LK-CODIGO-ERROR-O         TO ERC-CODIGO
              READ ARCH-CATALOGO-ERRORES
                  INVALID KEY
                      MOVE SPACE             TO ERC-SEVERIDAD
              END-READ
           END-IF.

           EVALUATE TRUE
               WHEN ERC-ADVERTENCIA
                    ADD 1                    TO
                                         WS-CANT-ADVERTENCIAS-LOTE
               WHEN ERC-ERROR
                    ADD 1                    TO WS-CANT-ERRORES-LOTE
               WHEN ERC-FATAL
                    ADD 1                    TO WS-CANT-FATALES-LOTE
               WHEN OTHER
                    ADD 1                    TO
                                         WS-CANT-NO-CATALOGADOS-LOTE
                    PERFORM 8160-INFORMAR-NO-CATALOGADO
                       THRU 8160-INFORMAR-NO-CATALOGADO-EXIT
           END-EVALUATE.

       8150-CLASIFICAR-SEVERIDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INFORMAR UNA SOLA VEZ POR CORRIDA CADA CODIGO NO CATALOGADO    *
      *----------------------------------------------------------------*
       8160-INFORMAR-NO-CATALOGADO.

           MOVE 'N'                          TO WS-SW-YA-INFORMADO.

           PERFORM 8165-BUSCAR-INFORMADO
              THRU 8165-BUSCAR-INFORMADO-EXIT
              VARYING WS-INDICE-INFORMADO FROM 1 BY 1
              UNTIL WS-INDICE-INFORMADO > WS-CANT-COD-INFORMADOS
                 OR WS-YA-INFORMADO.

           IF NOT WS-YA-INFORMADO
              DISPLAY 'Codigo de error ' LK-CODIGO-ERROR-O
                      ' no catalogado en ERRCAT (se cuenta como '
                      'error): ' LK-DESCRIPCION-ERROR-O
              IF WS-CANT-COD-INFORMADOS < 20
                 ADD 1                       TO WS-CANT-COD-INFORMADOS
                 MOVE LK-CODIGO-ERROR-O      TO
                            WS-COD-INFORMADO(WS-CANT-COD-INFORMADOS)
              END-IF
           END-IF.

       8160-INFORMAR-NO-CATALOGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8165-BUSCAR-INFORMADO.

           IF WS-COD-INFORMADO(WS-INDICE-INFORMADO) = LK-CODIGO-ERROR-O
              MOVE 'S'                       TO WS-SW-YA-INFORMADO
           END-IF.

       8165-BUSCAR-INFORMADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR UN REGISTRO DE AUDITORIA CON EL LEGAJO DEL OPERADOR     *
      *----------------------------------------------------------------*
       8200-GRABAR-AUDITORIA.
           DISPLAY '  Funcion 5 - Minuscula  : ' WS-CONT-FUNCION-5.
           DISPLAY '  Funcion 6 - Trim       : ' WS-CONT-FUNCION-6.
           DISPLAY '  Funcion 7 - Estandariz : ' WS-CONT-FUNCION-7.
           DISPLAY '  Funcion 8 - Documento  : ' WS-CONT-FUNCION-8.
           DISPLAY '  Total caracteres medidos (LK-LEN-O): '
                   WS-TOTAL-CARACTERES.
           DISPLAY '------------------------------------------------'.
           IF WS-MAESTRO-OK
              CLOSE ARCH-OPERADORES
           END-IF.
           IF WS-CATALOGO-OK
              CLOSE ARCH-CATALOGO-ERRORES
           END-IF.

       9100-CERRAR-ARCHIVOS-SALIDA-EXIT.
           EXIT.
