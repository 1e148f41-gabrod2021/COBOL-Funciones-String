      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Consulta y extracto de la pista de auditoria. Un
      *          operador validado contra OPERMST indica legajo (o
      *          todos), rango de fecha y hora, funcion (o todas) y un
      *          texto opcional a buscar en la entrada/salida. El
      *          programa determina que generaciones abrir: las
      *          mensuales AUDITaaaamm y ERRLOGMaaaamm que corta
      *          CL25EJ04, los ERRLOGaaaammdd diarios todavia no
      *          consolidados y el AUDITLOG corriente. Con lo que
      *          cumple los criterios graba el extracto AUDEXTR en
      *          orden cronologico, intercalando por fecha y hora la
      *          auditoria y los errores a medida que se leen (cada
      *          generacion ya esta en orden), encabezado con los
      *          criterios, quien consulto y cuando. Cada consulta queda
      *          registrada en AUDCONS; si no se puede registrar, la
      *          consulta no se hace.
      * Tectonics: cobc
      * Mod. history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ13.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-OPERADORES    ASSIGN TO "OPERMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPR-LEGAJO
                  FILE STATUS IS WS-FS-OPERADORES.

           SELECT ARCH-AUDITORIA     ASSIGN TO DYNAMIC
                                                WS-NOMBRE-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-AUDITORIA.

           SELECT ARCH-LOG-ERROR     ASSIGN TO DYNAMIC
                                                WS-NOMBRE-LOG-ERROR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-LOG-ERROR.

           SELECT ARCH-EXTRACTO      ASSIGN TO "AUDEXTR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-EXTRACTO.

           SELECT ARCH-CONSULTAS     ASSIGN TO "AUDCONS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CONSULTAS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADORES.
       01  REG-OPERADOR.
           COPY CLOPERM.

      * AUDITLOG Y SUS GENERACIONES AUDITAAAAMM TIENEN EL MISMO LAYOUT
       FD  ARCH-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA.
           COPY CLREGAUD.

      * ERRLOGAAAAMMDD Y ERRLOGMAAAAMM TIENEN EL MISMO LAYOUT
       FD  ARCH-LOG-ERROR
           RECORDING MODE IS F.
       01  REG-LOG-ERROR.
           COPY CLREGERR.

       FD  ARCH-EXTRACTO
           RECORDING MODE IS F.
       01  REG-EXTRACTO                      PIC X(2679).

      * REGISTRO DE CONSULTAS A LA PISTA DE AUDITORIA: QUIEN, CUANDO,
      * CON QUE CRITERIOS Y CUANTO SE EXTRAJO
       FD  ARCH-CONSULTAS
           RECORDING MODE IS F.
       01  REG-CONSULTA.
           02 REG-CON-LEGAJO                 PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CON-FECHA                  PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CON-HORA                   PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CON-LEGAJO-CONSULTADO      PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CON-FECHA-DESDE            PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CON-HORA-DESDE             PIC 9(04).
           02 FILLER                         PIC X(01).
           02 REG-CON-FECHA-HASTA            PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CON-HORA-HASTA             PIC 9(04).
           02 FILLER                         PIC X(01).
           02 REG-CON-FUNCION                PIC X(01).
           02 FILLER                         PIC X(01).
           02 REG-CON-TEXTO                  PIC X(40).
           02 FILLER                         PIC X(01).
           02 REG-CON-CANT-AUDITORIA         PIC 9(09).
           02 FILLER                         PIC X(01).
           02 REG-CON-CANT-ERRORES           PIC 9(09).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-LEGAJO-AUX                  PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-ACTUAL                PIC 9(08) VALUE ZEROS.
           02 WS-HORA-ACTUAL                 PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-DIA                   PIC 9(08) VALUE ZEROS.
           02 WS-CANT-MESES                  PIC 9(02) VALUE ZEROS.
           02 WS-INDICE                      PIC 9(03) VALUE ZEROS.
           02 WS-INDICE-FUENTE               PIC 9(03) VALUE ZEROS.
           02 WS-LARGO-BUSQUEDA              PIC 9(02) VALUE ZEROS.
           02 WS-ESPACIOS-FINALES            PIC 9(02) VALUE ZEROS.
           02 WS-OCURRENCIAS                 PIC 9(04) VALUE ZEROS.
           02 WS-TEXTO-COMPARAR              PIC X(1330) VALUE SPACES.
           02 WS-TEXTO-LEGAJO                PIC X(08) VALUE SPACES.
           02 WS-TEXTO-FUNCION               PIC X(05) VALUE SPACES.

      * CRITERIOS DE LA CONSULTA TAL COMO SE INGRESAN
       01  WS-CRITERIOS-INGRESADOS.
           02 WS-ING-LEGAJO                  PIC X(08) VALUE SPACES.
           02 WS-ING-FECHA-DESDE             PIC X(08) VALUE SPACES.
           02 WS-ING-HORA-DESDE              PIC X(04) VALUE SPACES.
           02 WS-ING-FECHA-HASTA             PIC X(08) VALUE SPACES.
           02 WS-ING-HORA-HASTA              PIC X(04) VALUE SPACES.
           02 WS-ING-FUNCION                 PIC X(01) VALUE SPACE.

      * CRITERIOS VALIDADOS
       01  WS-CRITERIOS.
           02 WS-LEGAJO-CONSULTA             PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-DESDE                 PIC 9(08) VALUE ZEROS.
           02 WS-HORA-DESDE                  PIC 9(04) VALUE ZEROS.
           02 WS-FECHA-HASTA                 PIC 9(08) VALUE ZEROS.
           02 WS-HORA-HASTA                  PIC 9(04) VALUE 2359.
           02 WS-FUNCION-CONSULTA            PIC X(01) VALUE SPACE.
           02 WS-TEXTO-BUSQUEDA              PIC X(40) VALUE SPACES.

      * MARCAS DE TIEMPO AAAAMMDDHHMMSSCC PARA COMPARAR DE UNA VEZ
      * FECHA Y HORA DEL REGISTRO CONTRA EL RANGO PEDIDO
       01  WS-MARCA-DESDE.
           02 WS-MD-FECHA                    PIC 9(08) VALUE ZEROS.
           02 WS-MD-HHMM                     PIC 9(04) VALUE ZEROS.
           02 WS-MD-SSCC                     PIC 9(04) VALUE ZEROS.
       01  WS-MARCA-DESDE-N REDEFINES WS-MARCA-DESDE
                                             PIC 9(16).

       01  WS-MARCA-HASTA.
           02 WS-MH-FECHA                    PIC 9(08) VALUE ZEROS.
           02 WS-MH-HHMM                     PIC 9(04) VALUE ZEROS.
           02 WS-MH-SSCC                     PIC 9(04) VALUE 9999.
       01  WS-MARCA-HASTA-N REDEFINES WS-MARCA-HASTA
                                             PIC 9(16).

       01  WS-MARCA-REGISTRO.
           02 WS-MR-FECHA                    PIC 9(08) VALUE ZEROS.
           02 WS-MR-HORA                     PIC 9(08) VALUE ZEROS.
       01  WS-MARCA-REGISTRO-N REDEFINES WS-MARCA-REGISTRO
                                             PIC 9(16).

       01  WS-MES-TRABAJO.
           02 WS-MES-AAAA                    PIC 9(04) VALUE ZEROS.
           02 WS-MES-MM                      PIC 9(02) VALUE ZEROS.
       01  WS-MES-TRABAJO-N REDEFINES WS-MES-TRABAJO
                                             PIC 9(06).

       01  WS-NOMBRES-ARCHIVO.
           02 WS-NOMBRE-AUDITORIA            PIC X(14) VALUE SPACES.
           02 WS-NOMBRE-LOG-ERROR            PIC X(14) VALUE SPACES.
           02 WS-NOMBRE-FUENTE               PIC X(14) VALUE SPACES.

       01  WS-HORA-TRABAJO.
           02 WS-HT-HH                       PIC 9(02).
           02 WS-HT-MM                       PIC 9(02).
           02 WS-HT-SS                       PIC 9(02).
           02 WS-HT-CC                       PIC 9(02).
       01  WS-HORA-TRABAJO-N REDEFINES WS-HORA-TRABAJO
                                             PIC 9(08).

       01  WS-HORA-EDITADA.
           02 WS-HE-HH                       PIC 9(02).
           02 FILLER                         PIC X(01) VALUE ':'.
           02 WS-HE-MM                       PIC 9(02).
           02 FILLER                         PIC X(01) VALUE ':'.
           02 WS-HE-SS                       PIC 9(02).

      * ESTADO DE LAS DOS SECUENCIAS QUE SE INTERCALAN: EL PROXIMO MES
      * (Y DIA, PARA LOS ERRLOG DIARIOS) A ABRIR, LA ENTRADA DE LA
      * TABLA DE FUENTES DEL ARCHIVO ABIERTO Y LA MARCA DE TIEMPO DEL
      * REGISTRO PENDIENTE DE GRABAR
       01  WS-MEZCLA.
           02 WS-MES-AUDITORIA               PIC 9(06) VALUE ZEROS.
           02 WS-MES-ERRORES                 PIC 9(06) VALUE ZEROS.
           02 WS-DIA-ERRORES                 PIC 9(02) VALUE ZEROS.
           02 WS-FUENTE-AUDITORIA            PIC 9(03) VALUE ZEROS.
           02 WS-FUENTE-ERRORES              PIC 9(03) VALUE ZEROS.
           02 WS-CLAVE-AUDITORIA             PIC 9(16) VALUE ZEROS.
           02 WS-CLAVE-ERROR                 PIC 9(16) VALUE ZEROS.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-OPERADORES               PIC X(02) VALUE '00'.
           02 WS-FS-AUDITORIA                PIC X(02) VALUE '00'.
           02 WS-FS-LOG-ERROR                PIC X(02) VALUE '00'.
           02 WS-FS-EXTRACTO                 PIC X(02) VALUE '00'.
           02 WS-FS-CONSULTAS                PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-OPERADOR-OK              PIC X(01) VALUE 'N'.
              88 WS-OPERADOR-OK                    VALUE 'S'.
           02 WS-SW-CRITERIOS-OK             PIC X(01) VALUE 'N'.
              88 WS-CRITERIOS-OK                   VALUE 'S'.
           02 WS-SW-AUDITORIA-ABIERTA        PIC X(01) VALUE 'N'.
              88 WS-AUDITORIA-ABIERTA              VALUE 'S'.
           02 WS-SW-AUDITLOG-LEIDO           PIC X(01) VALUE 'N'.
              88 WS-AUDITLOG-LEIDO                 VALUE 'S'.
           02 WS-SW-FIN-AUDITORIA            PIC X(01) VALUE 'N'.
              88 WS-FIN-AUDITORIA                  VALUE 'S'.
           02 WS-SW-LOG-ERROR-ABIERTO        PIC X(01) VALUE 'N'.
              88 WS-LOG-ERROR-ABIERTO              VALUE 'S'.
           02 WS-SW-FIN-ERRORES              PIC X(01) VALUE 'N'.
              88 WS-FIN-ERRORES                    VALUE 'S'.
           02 WS-SW-SELECCIONADO             PIC X(01) VALUE 'N'.
              88 WS-SELECCIONADO                   VALUE 'S'.
           02 WS-SW-TABLA-DESBORDADA         PIC X(01) VALUE 'N'.
              88 WS-TABLA-DESBORDADA               VALUE 'S'.

      * ARCHIVOS QUE SE PUDIERON ABRIR, CON LO LEIDO Y LO EXTRAIDO
       01  WS-TABLA-FUENTES.
           02 WS-CANT-FUENTES                PIC 9(03) VALUE ZEROS.
           02 WS-ENT-FUENTE                  OCCURS 100 TIMES.
              03 WS-FUE-NOMBRE               PIC X(14).
              03 WS-FUE-LEIDOS               PIC 9(09).
              03 WS-FUE-SELECCIONADOS        PIC 9(09).

       01  WS-TOTALES.
           02 WS-TOT-AUDITORIA               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-ERRORES                 PIC 9(09) VALUE ZEROS.
           02 WS-TOT-LEIDOS                  PIC 9(09) VALUE ZEROS.

       01  WS-LINEAS-EXTRACTO.
           02 WS-LIN-DETALLE.
              03 WS-EXT-FUENTE               PIC X(03).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-EXT-FECHA                PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-EXT-HORA                 PIC X(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-EXT-LEGAJO               PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-EXT-FUNCION              PIC X(01).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-EXT-ARCHIVO              PIC X(14).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-EXT-DATOS-AUD.
                 04 WS-EXT-ENTRADA           PIC X(1330).
                 04 FILLER                   PIC X(01).
                 04 WS-EXT-SALIDA            PIC X(1300).
              03 WS-EXT-DATOS-ERR REDEFINES WS-EXT-DATOS-AUD.
                 04 WS-EXT-RETURN-CODE       PIC X(05).
                 04 FILLER                   PIC X(01).
                 04 WS-EXT-CODIGO-ERROR      PIC X(04).
                 04 FILLER                   PIC X(01).
                 04 WS-EXT-DESCRIPCION-ERROR PIC X(40).
                 04 FILLER                   PIC X(2580).
           02 WS-LIN-ENCABEZADO.
              03 FILLER                      PIC X(48) VALUE
                 'FTE FECHA    HORA     LEGAJO   F ARCHIVO        '.
              03 FILLER                      PIC X(40) VALUE
                 'ENTRADA Y SALIDA / RC CODIGO DESCRIPCION'.
           02 WS-LIN-FUENTE.
              03 FILLER                      PIC X(10) VALUE
                 '  ARCHIVO '.
              03 WS-LFU-NOMBRE               PIC X(14).
              03 FILLER                      PIC X(09) VALUE
                 ' LEIDOS '.
              03 WS-LFU-LEIDOS               PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(13) VALUE
                 ' EXTRAIDOS '.
              03 WS-LFU-SELECCIONADOS        PIC ZZZZZZZZ9.
           02 WS-LIN-TOTAL.
              03 WS-LIN-TOT-TEXTO            PIC X(25).
              03 WS-LIN-TOT-CANTIDAD         PIC ZZZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-OPERADOR-OK
              PERFORM 1200-PEDIR-CRITERIOS
                 THRU 1200-PEDIR-CRITERIOS-EXIT
           END-IF.

           IF WS-CRITERIOS-OK
              PERFORM 1400-ABRIR-SALIDAS
                 THRU 1400-ABRIR-SALIDAS-EXIT
              PERFORM 2000-MEZCLAR-REGISTROS
                 THRU 2000-MEZCLAR-REGISTROS-EXIT
              PERFORM 3000-GRABAR-TOTALES
                 THRU 3000-GRABAR-TOTALES-EXIT
              PERFORM 4000-REGISTRAR-CONSULTA
                 THRU 4000-REGISTRAR-CONSULTA-EXIT
           END-IF.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * PEDIR EL LEGAJO Y VALIDARLO CONTRA EL MAESTRO DE OPERADORES:   *
      * DEBE EXISTIR Y ESTAR ACTIVO, IGUAL QUE EN CL25EJ01             *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL  FROM TIME.

           OPEN INPUT ARCH-OPERADORES.
           IF WS-FS-OPERADORES NOT = '00'
              DISPLAY 'No se pudo abrir el maestro de operadores '
                      'OPERMST - FS: ' WS-FS-OPERADORES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   CL25EJ13 - Consulta de auditoria          '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Ingresar legajo de operador:'.
           ACCEPT  WS-LEGAJO-AUX.
           DISPLAY '------------------------------------------------'.

           PERFORM 1100-VALIDAR-OPERADOR
              THRU 1100-VALIDAR-OPERADOR-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-VALIDAR-OPERADOR.

           MOVE 'N'                          TO WS-SW-OPERADOR-OK.
           MOVE WS-LEGAJO-AUX                TO OPR-LEGAJO.

           READ ARCH-OPERADORES
               INVALID KEY
                   DISPLAY 'El legajo ' WS-LEGAJO-AUX
                           ' no existe en el maestro de operadores'
               NOT INVALID KEY
                   IF OPR-ACTIVO
                      MOVE 'S'               TO WS-SW-OPERADOR-OK
                   ELSE
                      DISPLAY 'El operador ' WS-LEGAJO-AUX
                              ' esta inactivo'
                   END-IF
           END-READ.

       1100-VALIDAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR Y VALIDAR LOS CRITERIOS. LA HORA DESDE EN BLANCO ES      *
      * 0000, LA FECHA HASTA EN BLANCO ES LA FECHA DESDE Y LA HORA     *
      * HASTA EN BLANCO ES 2359. EL RANGO NO PUEDE PASAR DE 24 MESES   *
      *----------------------------------------------------------------*
       1200-PEDIR-CRITERIOS.

           DISPLAY 'Legajo a consultar (blanco o 0 = todos):'.
           ACCEPT  WS-ING-LEGAJO.
           DISPLAY 'Fecha desde (AAAAMMDD):'.
           ACCEPT  WS-ING-FECHA-DESDE.
           DISPLAY 'Hora desde (HHMM, blanco = 0000):'.
           ACCEPT  WS-ING-HORA-DESDE.
           DISPLAY 'Fecha hasta (AAAAMMDD, blanco = fecha desde):'.
           ACCEPT  WS-ING-FECHA-HASTA.
           DISPLAY 'Hora hasta (HHMM, blanco = 2359):'.
           ACCEPT  WS-ING-HORA-HASTA.
           DISPLAY 'Funcion (1-8, blanco = todas):'.
           ACCEPT  WS-ING-FUNCION.
           DISPLAY 'Texto a buscar en entrada/salida (blanco = sin '
                   'filtro):'.
           ACCEPT  WS-TEXTO-BUSQUEDA.
           DISPLAY '------------------------------------------------'.

           MOVE 'S'                          TO WS-SW-CRITERIOS-OK.

           EVALUATE TRUE
               WHEN WS-ING-LEGAJO = SPACES
                    MOVE ZEROS               TO WS-LEGAJO-CONSULTA
               WHEN WS-ING-LEGAJO IS NUMERIC
                    MOVE WS-ING-LEGAJO       TO WS-LEGAJO-CONSULTA
               WHEN OTHER
                    MOVE 'N'                 TO WS-SW-CRITERIOS-OK
                    DISPLAY 'Legajo a consultar invalido'
           END-EVALUATE.

           IF WS-ING-FECHA-DESDE IS NUMERIC
              AND WS-ING-FECHA-DESDE >= '16010101'
              MOVE WS-ING-FECHA-DESDE        TO WS-FECHA-DESDE
           ELSE
              MOVE 'N'                       TO WS-SW-CRITERIOS-OK
              DISPLAY 'Fecha desde invalida'
           END-IF.

           EVALUATE TRUE
               WHEN WS-ING-FECHA-HASTA = SPACES
                    MOVE WS-FECHA-DESDE      TO WS-FECHA-HASTA
               WHEN WS-ING-FECHA-HASTA IS NUMERIC
                    AND WS-ING-FECHA-HASTA >= '16010101'
                    MOVE WS-ING-FECHA-HASTA  TO WS-FECHA-HASTA
               WHEN OTHER
                    MOVE 'N'                 TO WS-SW-CRITERIOS-OK
                    DISPLAY 'Fecha hasta invalida'
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-ING-HORA-DESDE = SPACES
                    MOVE ZEROS               TO WS-HORA-DESDE
               WHEN WS-ING-HORA-DESDE IS NUMERIC
                    AND WS-ING-HORA-DESDE (1:2) <= '23'
                    AND WS-ING-HORA-DESDE (3:2) <= '59'
                    MOVE WS-ING-HORA-DESDE   TO WS-HORA-DESDE
               WHEN OTHER
                    MOVE 'N'                 TO WS-SW-CRITERIOS-OK
                    DISPLAY 'Hora desde invalida'
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-ING-HORA-HASTA = SPACES
                    MOVE 2359                TO WS-HORA-HASTA
               WHEN WS-ING-HORA-HASTA IS NUMERIC
                    AND WS-ING-HORA-HASTA (1:2) <= '23'
                    AND WS-ING-HORA-HASTA (3:2) <= '59'
                    MOVE WS-ING-HORA-HASTA   TO WS-HORA-HASTA
               WHEN OTHER
                    MOVE 'N'                 TO WS-SW-CRITERIOS-OK
                    DISPLAY 'Hora hasta invalida'
           END-EVALUATE.

           IF WS-ING-FUNCION = SPACE
              OR (WS-ING-FUNCION >= '1' AND WS-ING-FUNCION <= '8')
              MOVE WS-ING-FUNCION            TO WS-FUNCION-CONSULTA
           ELSE
              MOVE 'N'                       TO WS-SW-CRITERIOS-OK
              DISPLAY 'Funcion invalida: 1 a 8 o blanco'
           END-IF.

           IF WS-CRITERIOS-OK
              PERFORM 1300-ARMAR-RANGO
                 THRU 1300-ARMAR-RANGO-EXIT
           END-IF.

           IF NOT WS-CRITERIOS-OK
              DISPLAY 'Consulta no realizada: corregir los criterios'
           END-IF.

       1200-PEDIR-CRITERIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAR LAS MARCAS DE TIEMPO DEL RANGO, CONTROLAR LOS 24 MESES   *
      * Y DEJAR EL TEXTO EN MAYUSCULAS CON SU LARGO                    *
      *----------------------------------------------------------------*
       1300-ARMAR-RANGO.

           MOVE WS-FECHA-DESDE               TO WS-MD-FECHA.
           MOVE WS-HORA-DESDE                TO WS-MD-HHMM.
           MOVE ZEROS                        TO WS-MD-SSCC.
           MOVE WS-FECHA-HASTA               TO WS-MH-FECHA.
           MOVE WS-HORA-HASTA                TO WS-MH-HHMM.
           MOVE 9999                         TO WS-MH-SSCC.

           IF WS-MARCA-DESDE-N > WS-MARCA-HASTA-N
              MOVE 'N'                       TO WS-SW-CRITERIOS-OK
              DISPLAY 'El desde es posterior al hasta'
           ELSE
              MOVE WS-FECHA-DESDE (1:6)      TO WS-MES-TRABAJO-N
              MOVE ZEROS                     TO WS-CANT-MESES
              PERFORM 1310-CONTAR-MES
                 THRU 1310-CONTAR-MES-EXIT
                 UNTIL WS-MES-TRABAJO-N > WS-FECHA-HASTA (1:6)
                    OR WS-CANT-MESES > 24
              IF WS-CANT-MESES > 24
                 MOVE 'N'                    TO WS-SW-CRITERIOS-OK
                 DISPLAY 'El rango no puede pasar de 24 meses'
              END-IF
           END-IF.

           INSPECT WS-TEXTO-BUSQUEDA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE ZEROS                        TO WS-ESPACIOS-FINALES.
           INSPECT WS-TEXTO-BUSQUEDA
               TALLYING WS-ESPACIOS-FINALES FOR TRAILING SPACES.
           COMPUTE WS-LARGO-BUSQUEDA = 40 - WS-ESPACIOS-FINALES.

       1300-ARMAR-RANGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1310-CONTAR-MES.

           ADD 1                             TO WS-CANT-MESES.
           PERFORM 7100-SUMAR-UN-MES
              THRU 7100-SUMAR-UN-MES-EXIT.

       1310-CONTAR-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR EL REGISTRO DE CONSULTAS (SIN REGISTRO NO HAY CONSULTA)  *
      * Y EL EXTRACTO, Y GRABAR EL ENCABEZADO CON LOS CRITERIOS        *
      *----------------------------------------------------------------*
       1400-ABRIR-SALIDAS.

           OPEN EXTEND ARCH-CONSULTAS.
           IF WS-FS-CONSULTAS NOT = '00'
              CLOSE ARCH-CONSULTAS
              OPEN OUTPUT ARCH-CONSULTAS
           END-IF.
           IF WS-FS-CONSULTAS NOT = '00'
              DISPLAY 'No se pudo abrir el registro de consultas '
                      'AUDCONS - FS: ' WS-FS-CONSULTAS
              DISPLAY 'La consulta no se realiza sin dejar registro'
              CLOSE ARCH-OPERADORES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ARCH-EXTRACTO.
           IF WS-FS-EXTRACTO NOT = '00'
              DISPLAY 'No se pudo abrir el extracto AUDEXTR - FS: '
                      WS-FS-EXTRACTO
              CLOSE ARCH-CONSULTAS
              CLOSE ARCH-OPERADORES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'CL25EJ13 - EXTRACTO DE LA PISTA DE AUDITORIA'
                                             TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

           MOVE WS-HORA-ACTUAL               TO WS-HORA-TRABAJO-N.
           PERFORM 7200-EDITAR-HORA
              THRU 7200-EDITAR-HORA-EXIT.
           MOVE SPACES                       TO REG-EXTRACTO.
           STRING 'CONSULTADO POR LEGAJO ' WS-LEGAJO-AUX
                  ' EL ' WS-FECHA-ACTUAL ' A LAS ' WS-HORA-EDITADA
                  DELIMITED BY SIZE
                  INTO REG-EXTRACTO
           END-STRING.
           WRITE REG-EXTRACTO.

           IF WS-LEGAJO-CONSULTA = ZEROS
              MOVE 'TODOS'                   TO WS-TEXTO-LEGAJO
           ELSE
              MOVE WS-LEGAJO-CONSULTA        TO WS-TEXTO-LEGAJO
           END-IF.
           IF WS-FUNCION-CONSULTA = SPACE
              MOVE 'TODAS'                   TO WS-TEXTO-FUNCION
           ELSE
              MOVE WS-FUNCION-CONSULTA       TO WS-TEXTO-FUNCION
           END-IF.
           MOVE SPACES                       TO REG-EXTRACTO.
           STRING 'CRITERIOS: LEGAJO ' WS-TEXTO-LEGAJO
                  ' DESDE ' WS-FECHA-DESDE ' ' WS-HORA-DESDE
                  ' HASTA ' WS-FECHA-HASTA ' ' WS-HORA-HASTA
                  ' FUNCION ' WS-TEXTO-FUNCION
                  DELIMITED BY SIZE
                  INTO REG-EXTRACTO
           END-STRING.
           WRITE REG-EXTRACTO.

           MOVE SPACES                       TO REG-EXTRACTO.
           IF WS-LARGO-BUSQUEDA = ZEROS
              MOVE 'TEXTO BUSCADO: (SIN FILTRO DE TEXTO)'
                                             TO REG-EXTRACTO
           ELSE
              STRING 'TEXTO BUSCADO: "'
                     WS-TEXTO-BUSQUEDA (1:WS-LARGO-BUSQUEDA)
                     '" EN ENTRADA/SALIDA (AUDITORIA) O CODIGO/'
                     'DESCRIPCION (ERRORES)'
                     DELIMITED BY SIZE
                     INTO REG-EXTRACTO
              END-STRING
           END-IF.
           WRITE REG-EXTRACTO.

           MOVE ALL '-'                      TO REG-EXTRACTO (1:132).
           WRITE REG-EXTRACTO.
           MOVE WS-LIN-ENCABEZADO            TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

       1400-ABRIR-SALIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INTERCALAR POR FECHA Y HORA LAS DOS SECUENCIAS, QUE YA VIENEN  *
      * EN ORDEN: LA AUDITORIA (AUDITAAAAMM MES A MES Y AL FINAL EL    *
      * AUDITLOG CORRIENTE, LO QUE TODAVIA NO SE CORTO) Y LOS ERRORES  *
      * (ERRLOGMAAAAMM Y DESPUES LOS ERRLOG DIARIOS DE CADA MES). CADA *
      * SECUENCIA DEJA EN SU AREA DEL FD EL PROXIMO REGISTRO QUE       *
      * CUMPLE LOS CRITERIOS; SE GRABA EL MAS ANTIGUO DE LOS DOS       *
      *----------------------------------------------------------------*
       2000-MEZCLAR-REGISTROS.

           MOVE WS-FECHA-DESDE (1:6)         TO WS-MES-AUDITORIA
                                                WS-MES-ERRORES.
           MOVE ZEROS                        TO WS-DIA-ERRORES.

           PERFORM 2100-SIGUIENTE-AUDITORIA
              THRU 2100-SIGUIENTE-AUDITORIA-EXIT.
           PERFORM 2200-SIGUIENTE-ERROR
              THRU 2200-SIGUIENTE-ERROR-EXIT.

           PERFORM 2300-GRABAR-SIGUIENTE
              THRU 2300-GRABAR-SIGUIENTE-EXIT
              UNTIL WS-FIN-AUDITORIA AND WS-FIN-ERRORES.

       2000-MEZCLAR-REGISTROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROXIMO REGISTRO DE AUDITORIA QUE CUMPLE LOS CRITERIOS,        *
      * PASANDO AL ARCHIVO SIGUIENTE CUANDO SE TERMINA EL ABIERTO      *
      *----------------------------------------------------------------*
       2100-SIGUIENTE-AUDITORIA.

           MOVE 'N'                          TO WS-SW-SELECCIONADO.

           PERFORM 2110-AVANZAR-AUDITORIA
              THRU 2110-AVANZAR-AUDITORIA-EXIT
              UNTIL WS-SELECCIONADO
                 OR WS-FIN-AUDITORIA.

       2100-SIGUIENTE-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-AVANZAR-AUDITORIA.

           IF NOT WS-AUDITORIA-ABIERTA
              PERFORM 2120-ABRIR-AUDITORIA
                 THRU 2120-ABRIR-AUDITORIA-EXIT
           END-IF.

           IF WS-AUDITORIA-ABIERTA
              PERFORM 2130-LEER-REG-AUDITORIA
                 THRU 2130-LEER-REG-AUDITORIA-EXIT
           END-IF.

       2110-AVANZAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR EL PROXIMO ARCHIVO DE AUDITORIA: LAS GENERACIONES DEL    *
      * RANGO Y AL FINAL EL AUDITLOG. LOS QUE NO EXISTEN SE SALTEAN    *
      *----------------------------------------------------------------*
       2120-ABRIR-AUDITORIA.

           EVALUATE TRUE
               WHEN WS-MES-AUDITORIA <= WS-FECHA-HASTA (1:6)
                    MOVE SPACES              TO WS-NOMBRE-AUDITORIA
                    STRING 'AUDIT' WS-MES-AUDITORIA DELIMITED BY SIZE
                       INTO WS-NOMBRE-AUDITORIA
                    END-STRING
                    MOVE WS-MES-AUDITORIA    TO WS-MES-TRABAJO-N
                    PERFORM 7100-SUMAR-UN-MES
                       THRU 7100-SUMAR-UN-MES-EXIT
                    MOVE WS-MES-TRABAJO-N    TO WS-MES-AUDITORIA
               WHEN NOT WS-AUDITLOG-LEIDO
                    MOVE 'AUDITLOG'          TO WS-NOMBRE-AUDITORIA
                    MOVE 'S'                 TO WS-SW-AUDITLOG-LEIDO
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-FIN-AUDITORIA
           END-EVALUATE.

           IF NOT WS-FIN-AUDITORIA
              OPEN INPUT ARCH-AUDITORIA
              IF WS-FS-AUDITORIA = '00'
                 MOVE 'S'                    TO WS-SW-AUDITORIA-ABIERTA
                 MOVE WS-NOMBRE-AUDITORIA    TO WS-NOMBRE-FUENTE
                 PERFORM 7000-AGREGAR-FUENTE
                    THRU 7000-AGREGAR-FUENTE-EXIT
                 MOVE WS-INDICE-FUENTE       TO WS-FUENTE-AUDITORIA
              END-IF
           END-IF.

       2120-ABRIR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2130-LEER-REG-AUDITORIA.

           READ ARCH-AUDITORIA
               AT END
                   CLOSE ARCH-AUDITORIA
                   MOVE 'N'                  TO WS-SW-AUDITORIA-ABIERTA
           END-READ.

           IF WS-AUDITORIA-ABIERTA
              AND REG-AUD-LEGAJO IS NUMERIC
              AND REG-AUD-FECHA IS NUMERIC
              AND REG-AUD-HORA IS NUMERIC
              ADD 1              TO WS-FUE-LEIDOS(WS-FUENTE-AUDITORIA)
                                    WS-TOT-LEIDOS
              MOVE REG-AUD-FECHA             TO WS-MR-FECHA
              MOVE REG-AUD-HORA              TO WS-MR-HORA
              PERFORM 2140-FILTRAR-AUDITORIA
                 THRU 2140-FILTRAR-AUDITORIA-EXIT
              IF WS-SELECCIONADO
                 ADD 1    TO WS-FUE-SELECCIONADOS(WS-FUENTE-AUDITORIA)
                 MOVE WS-MARCA-REGISTRO-N    TO WS-CLAVE-AUDITORIA
              END-IF
           END-IF.

       2130-LEER-REG-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CRITERIOS SOBRE UN REGISTRO DE AUDITORIA: RANGO, LEGAJO,       *
      * FUNCION Y TEXTO EN LA ENTRADA O EN LA SALIDA                   *
      *----------------------------------------------------------------*
       2140-FILTRAR-AUDITORIA.

           MOVE 'S'                          TO WS-SW-SELECCIONADO.

           IF WS-MARCA-REGISTRO-N < WS-MARCA-DESDE-N
              OR WS-MARCA-REGISTRO-N > WS-MARCA-HASTA-N
              MOVE 'N'                       TO WS-SW-SELECCIONADO
           END-IF.

           IF WS-LEGAJO-CONSULTA NOT = ZEROS
              AND REG-AUD-LEGAJO NOT = WS-LEGAJO-CONSULTA
              MOVE 'N'                       TO WS-SW-SELECCIONADO
           END-IF.

           IF WS-FUNCION-CONSULTA NOT = SPACE
              AND REG-AUD-FUNCION NOT = WS-FUNCION-CONSULTA
              MOVE 'N'                       TO WS-SW-SELECCIONADO
           END-IF.

           IF WS-SELECCIONADO
              AND WS-LARGO-BUSQUEDA > ZEROS
              MOVE REG-AUD-ENTRADA           TO WS-TEXTO-COMPARAR
              PERFORM 7300-BUSCAR-TEXTO
                 THRU 7300-BUSCAR-TEXTO-EXIT
              IF WS-OCURRENCIAS = ZEROS
                 MOVE REG-AUD-SALIDA         TO WS-TEXTO-COMPARAR
                 PERFORM 7300-BUSCAR-TEXTO
                    THRU 7300-BUSCAR-TEXTO-EXIT
              END-IF
              IF WS-OCURRENCIAS = ZEROS
                 MOVE 'N'                    TO WS-SW-SELECCIONADO
              END-IF
           END-IF.

       2140-FILTRAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROXIMO ERROR QUE CUMPLE LOS CRITERIOS, PASANDO AL LOG         *
      * SIGUIENTE CUANDO SE TERMINA EL QUE ESTA ABIERTO                *
      *----------------------------------------------------------------*
       2200-SIGUIENTE-ERROR.

           MOVE 'N'                          TO WS-SW-SELECCIONADO.

           PERFORM 2210-AVANZAR-LOG-ERROR
              THRU 2210-AVANZAR-LOG-ERROR-EXIT
              UNTIL WS-SELECCIONADO
                 OR WS-FIN-ERRORES.

       2200-SIGUIENTE-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-AVANZAR-LOG-ERROR.

           IF NOT WS-LOG-ERROR-ABIERTO
              PERFORM 2220-ABRIR-LOG-ERROR
                 THRU 2220-ABRIR-LOG-ERROR-EXIT
           END-IF.

           IF WS-LOG-ERROR-ABIERTO
              PERFORM 2230-LEER-REG-LOG-ERROR
                 THRU 2230-LEER-REG-LOG-ERROR-EXIT
           END-IF.

       2210-AVANZAR-LOG-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR EL PROXIMO LOG DE ERRORES: DE CADA MES DEL RANGO EL      *
      * ERRLOGMAAAAMM Y DESPUES LOS ERRLOG DIARIOS QUE CL25EJ04        *
      * TODAVIA NO CONSOLIDO. LOS QUE NO EXISTEN SE SALTEAN            *
      *----------------------------------------------------------------*
       2220-ABRIR-LOG-ERROR.

           EVALUATE TRUE
               WHEN WS-MES-ERRORES > WS-FECHA-HASTA (1:6)
                    MOVE 'S'                 TO WS-SW-FIN-ERRORES
               WHEN WS-DIA-ERRORES = ZEROS
                    MOVE SPACES              TO WS-NOMBRE-LOG-ERROR
                    STRING 'ERRLOGM' WS-MES-ERRORES DELIMITED BY SIZE
                       INTO WS-NOMBRE-LOG-ERROR
                    END-STRING
                    MOVE 1                   TO WS-DIA-ERRORES
               WHEN OTHER
                    MOVE SPACES              TO WS-NOMBRE-LOG-ERROR
                    COMPUTE WS-FECHA-DIA = WS-MES-ERRORES * 100
                                         + WS-DIA-ERRORES
                    IF WS-FECHA-DIA >= WS-FECHA-DESDE
                       AND WS-FECHA-DIA <= WS-FECHA-HASTA
                       STRING 'ERRLOG' WS-FECHA-DIA DELIMITED BY SIZE
                          INTO WS-NOMBRE-LOG-ERROR
                       END-STRING
                    END-IF
                    IF WS-DIA-ERRORES = 31
                       MOVE ZEROS            TO WS-DIA-ERRORES
                       MOVE WS-MES-ERRORES   TO WS-MES-TRABAJO-N
                       PERFORM 7100-SUMAR-UN-MES
                          THRU 7100-SUMAR-UN-MES-EXIT
                       MOVE WS-MES-TRABAJO-N TO WS-MES-ERRORES
                    ELSE
                       ADD 1                 TO WS-DIA-ERRORES
                    END-IF
           END-EVALUATE.

           IF NOT WS-FIN-ERRORES
              AND WS-NOMBRE-LOG-ERROR NOT = SPACES
              OPEN INPUT ARCH-LOG-ERROR
              IF WS-FS-LOG-ERROR = '00'
                 MOVE 'S'                    TO WS-SW-LOG-ERROR-ABIERTO
                 MOVE WS-NOMBRE-LOG-ERROR    TO WS-NOMBRE-FUENTE
                 PERFORM 7000-AGREGAR-FUENTE
                    THRU 7000-AGREGAR-FUENTE-EXIT
                 MOVE WS-INDICE-FUENTE       TO WS-FUENTE-ERRORES
              END-IF
           END-IF.

       2220-ABRIR-LOG-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2230-LEER-REG-LOG-ERROR.

           READ ARCH-LOG-ERROR
               AT END
                   CLOSE ARCH-LOG-ERROR
                   MOVE 'N'                  TO WS-SW-LOG-ERROR-ABIERTO
           END-READ.

           IF WS-LOG-ERROR-ABIERTO
              AND REG-LOG-LEGAJO IS NUMERIC
              AND REG-LOG-FECHA IS NUMERIC
              AND REG-LOG-HORA IS NUMERIC
              ADD 1                TO WS-FUE-LEIDOS(WS-FUENTE-ERRORES)
                                      WS-TOT-LEIDOS
              MOVE REG-LOG-FECHA             TO WS-MR-FECHA
              MOVE REG-LOG-HORA              TO WS-MR-HORA
              PERFORM 2240-FILTRAR-LOG-ERROR
                 THRU 2240-FILTRAR-LOG-ERROR-EXIT
              IF WS-SELECCIONADO
                 ADD 1      TO WS-FUE-SELECCIONADOS(WS-FUENTE-ERRORES)
                 MOVE WS-MARCA-REGISTRO-N    TO WS-CLAVE-ERROR
              END-IF
           END-IF.

       2230-LEER-REG-LOG-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOS MISMOS CRITERIOS SOBRE UN ERROR: EL TEXTO SE BUSCA EN EL   *
      * CODIGO Y LA DESCRIPCION, QUE ES LO QUE EL LOG GUARDA           *
      *----------------------------------------------------------------*
       2240-FILTRAR-LOG-ERROR.

           MOVE 'S'                          TO WS-SW-SELECCIONADO.

           IF WS-MARCA-REGISTRO-N < WS-MARCA-DESDE-N
              OR WS-MARCA-REGISTRO-N > WS-MARCA-HASTA-N
              MOVE 'N'                       TO WS-SW-SELECCIONADO
           END-IF.

           IF WS-LEGAJO-CONSULTA NOT = ZEROS
              AND REG-LOG-LEGAJO NOT = WS-LEGAJO-CONSULTA
              MOVE 'N'                       TO WS-SW-SELECCIONADO
           END-IF.

           IF WS-FUNCION-CONSULTA NOT = SPACE
              AND REG-LOG-FUNCION NOT = WS-FUNCION-CONSULTA
              MOVE 'N'                       TO WS-SW-SELECCIONADO
           END-IF.

           IF WS-SELECCIONADO
              AND WS-LARGO-BUSQUEDA > ZEROS
              MOVE SPACES                    TO WS-TEXTO-COMPARAR
              STRING REG-LOG-CODIGO-ERROR ' '
                     REG-LOG-DESCRIPCION-ERROR
                     DELIMITED BY SIZE
                     INTO WS-TEXTO-COMPARAR
              END-STRING
              PERFORM 7300-BUSCAR-TEXTO
                 THRU 7300-BUSCAR-TEXTO-EXIT
              IF WS-OCURRENCIAS = ZEROS
                 MOVE 'N'                    TO WS-SW-SELECCIONADO
              END-IF
           END-IF.

       2240-FILTRAR-LOG-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR EL MAS ANTIGUO DE LOS DOS REGISTROS PENDIENTES Y LEER   *
      * EL SIGUIENTE DE ESA SECUENCIA. A IGUAL FECHA Y HORA VA PRIMERO *
      * LA AUDITORIA                                                   *
      *----------------------------------------------------------------*
       2300-GRABAR-SIGUIENTE.

           IF NOT WS-FIN-AUDITORIA
              AND (WS-FIN-ERRORES
                   OR WS-CLAVE-AUDITORIA <= WS-CLAVE-ERROR)
              PERFORM 3100-GRABAR-LINEA-AUDITORIA
                 THRU 3100-GRABAR-LINEA-AUDITORIA-EXIT
              PERFORM 2100-SIGUIENTE-AUDITORIA
                 THRU 2100-SIGUIENTE-AUDITORIA-EXIT
           ELSE
              PERFORM 3150-GRABAR-LINEA-ERROR
                 THRU 3150-GRABAR-LINEA-ERROR-EXIT
              PERFORM 2200-SIGUIENTE-ERROR
                 THRU 2200-SIGUIENTE-ERROR-EXIT
           END-IF.

       2300-GRABAR-SIGUIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRE DEL EXTRACTO: LOS ARCHIVOS LEIDOS Y LOS TOTALES         *
      *----------------------------------------------------------------*
       3000-GRABAR-TOTALES.

           IF WS-TOT-AUDITORIA = ZEROS AND WS-TOT-ERRORES = ZEROS
              MOVE '  NINGUN REGISTRO CUMPLE LOS CRITERIOS'
                                             TO REG-EXTRACTO
              WRITE REG-EXTRACTO
           END-IF.

           MOVE ALL '-'                      TO REG-EXTRACTO (1:132).
           WRITE REG-EXTRACTO.
           MOVE 'ARCHIVOS LEIDOS'            TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

           PERFORM 3200-GRABAR-FUENTE
              THRU 3200-GRABAR-FUENTE-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-FUENTES.

           IF WS-CANT-FUENTES = ZEROS
              MOVE '  NINGUN ARCHIVO DE AUDITORIA O ERRORES EN EL RANGO'
                                             TO REG-EXTRACTO
              WRITE REG-EXTRACTO
           END-IF.

           IF WS-TABLA-DESBORDADA
              MOVE '  ATENCION: MAS DE 100 ARCHIVOS - LISTA INCOMPLETA'
                                             TO REG-EXTRACTO
              WRITE REG-EXTRACTO
           END-IF.

           MOVE ALL '-'                      TO REG-EXTRACTO (1:132).
           WRITE REG-EXTRACTO.

           MOVE 'REGISTROS LEIDOS       : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-LEIDOS                TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

           MOVE 'AUDITORIA EXTRAIDOS    : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-AUDITORIA             TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

           MOVE 'ERRORES EXTRAIDOS      : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-ERRORES               TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

       3000-GRABAR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR REGISTRO DE AUDITORIA, DESDE EL AREA DEL FD      *
      *----------------------------------------------------------------*
       3100-GRABAR-LINEA-AUDITORIA.

           ADD 1                             TO WS-TOT-AUDITORIA.
           MOVE SPACES                       TO WS-EXT-DATOS-AUD.
           MOVE 'AUD'                        TO WS-EXT-FUENTE.
           MOVE REG-AUD-FECHA                TO WS-EXT-FECHA.
           MOVE REG-AUD-HORA                 TO WS-HORA-TRABAJO-N.
           PERFORM 7200-EDITAR-HORA
              THRU 7200-EDITAR-HORA-EXIT.
           MOVE WS-HORA-EDITADA              TO WS-EXT-HORA.
           MOVE REG-AUD-LEGAJO               TO WS-EXT-LEGAJO.
           MOVE REG-AUD-FUNCION              TO WS-EXT-FUNCION.
           MOVE WS-NOMBRE-AUDITORIA          TO WS-EXT-ARCHIVO.
           MOVE REG-AUD-ENTRADA              TO WS-EXT-ENTRADA.
           MOVE REG-AUD-SALIDA               TO WS-EXT-SALIDA.
           MOVE WS-LIN-DETALLE               TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

       3100-GRABAR-LINEA-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR ERROR, DESDE EL AREA DEL FD                      *
      *----------------------------------------------------------------*
       3150-GRABAR-LINEA-ERROR.

           ADD 1                             TO WS-TOT-ERRORES.
           MOVE SPACES                       TO WS-EXT-DATOS-AUD.
           MOVE 'ERR'                        TO WS-EXT-FUENTE.
           MOVE REG-LOG-FECHA                TO WS-EXT-FECHA.
           MOVE REG-LOG-HORA                 TO WS-HORA-TRABAJO-N.
           PERFORM 7200-EDITAR-HORA
              THRU 7200-EDITAR-HORA-EXIT.
           MOVE WS-HORA-EDITADA              TO WS-EXT-HORA.
           MOVE REG-LOG-LEGAJO               TO WS-EXT-LEGAJO.
           MOVE REG-LOG-FUNCION              TO WS-EXT-FUNCION.
           MOVE WS-NOMBRE-LOG-ERROR          TO WS-EXT-ARCHIVO.
           MOVE REG-LOG-RETURN-CODE          TO WS-EXT-RETURN-CODE.
           MOVE REG-LOG-CODIGO-ERROR         TO WS-EXT-CODIGO-ERROR.
           MOVE REG-LOG-DESCRIPCION-ERROR
                                          TO WS-EXT-DESCRIPCION-ERROR.
           MOVE WS-LIN-DETALLE               TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

       3150-GRABAR-LINEA-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-FUENTE.

           MOVE WS-FUE-NOMBRE(WS-INDICE)     TO WS-LFU-NOMBRE.
           MOVE WS-FUE-LEIDOS(WS-INDICE)     TO WS-LFU-LEIDOS.
           MOVE WS-FUE-SELECCIONADOS(WS-INDICE)
                                             TO WS-LFU-SELECCIONADOS.
           MOVE WS-LIN-FUENTE                TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.

       3200-GRABAR-FUENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEJAR CONSTANCIA DE LA CONSULTA EN AUDCONS                     *
      *----------------------------------------------------------------*
       4000-REGISTRAR-CONSULTA.

           MOVE SPACES                       TO REG-CONSULTA.
           MOVE WS-LEGAJO-AUX                TO REG-CON-LEGAJO.
           MOVE WS-FECHA-ACTUAL              TO REG-CON-FECHA.
           MOVE WS-HORA-ACTUAL               TO REG-CON-HORA.
           MOVE WS-LEGAJO-CONSULTA
                                  TO REG-CON-LEGAJO-CONSULTADO.
           MOVE WS-FECHA-DESDE               TO REG-CON-FECHA-DESDE.
           MOVE WS-HORA-DESDE                TO REG-CON-HORA-DESDE.
           MOVE WS-FECHA-HASTA               TO REG-CON-FECHA-HASTA.
           MOVE WS-HORA-HASTA                TO REG-CON-HORA-HASTA.
           MOVE WS-FUNCION-CONSULTA          TO REG-CON-FUNCION.
           MOVE WS-TEXTO-BUSQUEDA            TO REG-CON-TEXTO.
           MOVE WS-TOT-AUDITORIA             TO REG-CON-CANT-AUDITORIA.
           MOVE WS-TOT-ERRORES               TO REG-CON-CANT-ERRORES.
           WRITE REG-CONSULTA.

           IF WS-FS-CONSULTAS NOT = '00'
              DISPLAY 'No se pudo registrar la consulta en AUDCONS '
                      '- FS: ' WS-FS-CONSULTAS
              MOVE 16                        TO RETURN-CODE
           END-IF.

           CLOSE ARCH-CONSULTAS.
           CLOSE ARCH-EXTRACTO.

       4000-REGISTRAR-CONSULTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRAR EN LA TABLA DE FUENTES EL ARCHIVO QUE SE ACABA DE    *
      * ABRIR (SU NOMBRE ESTA EN WS-NOMBRE-FUENTE)                     *
      *----------------------------------------------------------------*
       7000-AGREGAR-FUENTE.

           IF WS-CANT-FUENTES < 100
              ADD 1                          TO WS-CANT-FUENTES
              MOVE WS-CANT-FUENTES           TO WS-INDICE-FUENTE
              MOVE WS-NOMBRE-FUENTE
                              TO WS-FUE-NOMBRE(WS-INDICE-FUENTE)
              MOVE ZEROS      TO WS-FUE-LEIDOS(WS-INDICE-FUENTE)
                                 WS-FUE-SELECCIONADOS(WS-INDICE-FUENTE)
           ELSE
      * CON LA TABLA LLENA SE SIGUE ACUMULANDO EN LA ULTIMA ENTRADA:
      * LA LISTA DE ARCHIVOS QUEDA INCOMPLETA PERO EL EXTRACTO NO
              IF NOT WS-TABLA-DESBORDADA
                 MOVE 'S'                    TO WS-SW-TABLA-DESBORDADA
                 DISPLAY 'Tabla de archivos leidos completa (100): '
                         'la lista del extracto queda incompleta'
              END-IF
           END-IF.

       7000-AGREGAR-FUENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVANZAR WS-MES-TRABAJO UN MES CALENDARIO                       *
      *----------------------------------------------------------------*
       7100-SUMAR-UN-MES.

           IF WS-MES-MM = 12
              MOVE 1                         TO WS-MES-MM
              ADD 1 TO WS-MES-AAAA
           ELSE
              ADD 1 TO WS-MES-MM
           END-IF.

       7100-SUMAR-UN-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * HORA HHMMSSCC A HH:MM:SS                                       *
      *----------------------------------------------------------------*
       7200-EDITAR-HORA.

           IF WS-HORA-TRABAJO-N IS NUMERIC
              MOVE WS-HT-HH                  TO WS-HE-HH
              MOVE WS-HT-MM                  TO WS-HE-MM
              MOVE WS-HT-SS                  TO WS-HE-SS
           ELSE
              MOVE ZEROS                     TO WS-HE-HH
                                                WS-HE-MM
                                                WS-HE-SS
           END-IF.

       7200-EDITAR-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTAR LAS APARICIONES DEL TEXTO BUSCADO EN WS-TEXTO-COMPARAR  *
      * SIN DISTINGUIR MAYUSCULAS DE MINUSCULAS, COMO EN CL25EJ08      *
      *----------------------------------------------------------------*
       7300-BUSCAR-TEXTO.

           INSPECT WS-TEXTO-COMPARAR
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE ZEROS                        TO WS-OCURRENCIAS.
           INSPECT WS-TEXTO-COMPARAR
               TALLYING WS-OCURRENCIAS
               FOR ALL WS-TEXTO-BUSQUEDA (1:WS-LARGO-BUSQUEDA).

       7300-BUSCAR-TEXTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE ARCH-OPERADORES.

           IF WS-CRITERIOS-OK
              DISPLAY 'CL25EJ13 - Registros leidos: ' WS-TOT-LEIDOS
                      ' auditoria: ' WS-TOT-AUDITORIA
                      ' errores: ' WS-TOT-ERRORES
                      ' - extracto en AUDEXTR'
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ13.
