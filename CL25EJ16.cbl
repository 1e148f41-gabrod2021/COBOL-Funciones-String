      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Liberacion de LOTEOUT con cuatro ojos. Antes de que
      *          el LOTEOUT de una corrida llegue a CL25EJ05 y a la
      *          distribucion CL25EJ15, un segundo operador revisa una
      *          muestra de sus detalles y aprueba o rechaza la
      *          corrida. El que libera debe estar activo en OPERMST,
      *          tener el permiso de liberacion y ser un legajo
      *          distinto del que corrio el lote (RUNREG). La muestra
      *          es sistematica y se carga hacia las funciones 3 y 7:
      *          por parametro 'nnnn ppp' se elige el tamanio (0020
      *          por omision, hasta 200) y el porcentaje que se toma
      *          de esas funciones (050 por omision). La decision
      *          queda en RUNLIBER (copybook CLRUNLIB), una sola por
      *          corrida. RETURN-CODE 0 aprobada, 4 rechazada, 8 si no
      *          se pudo decidir (sin permiso, mismo legajo, corrida
      *          ya decidida o sin decision) y 16 si falta un archivo
      *          o el LOTEOUT disponible es de otra corrida.
      * Tectonics: cobc
      * Mod. history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ16.
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

           SELECT ARCH-REGISTRO-CORRIDAS ASSIGN TO "RUNREG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REGISTRO-CORRIDAS.

           SELECT ARCH-SALIDA-LOTE   ASSIGN TO "LOTEOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA-LOTE.

           SELECT ARCH-LIBERACIONES  ASSIGN TO "RUNLIBER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LIB-CORRIDA
                  FILE STATUS IS WS-FS-LIBERACIONES.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADORES.
       01  REG-OPERADOR.
           COPY CLOPERM.

       FD  ARCH-REGISTRO-CORRIDAS
           RECORDING MODE IS F.
       01  REG-CORRIDA.
           COPY CLRUNREG.

      * LOTEOUT TAL COMO LO GRABA CL25EJ01: DETALLES, UN TRAILER POR
      * GRUPO Y EL TRAILER DE LA CORRIDA AL FINAL. EN EL FORMATO FIJO
      * LA SEGUNDA POSICION ES SIEMPRE UN BLANCO; EN EL DELIMITADO ES
      * EL SEPARADOR ELEGIDO PARA LA CORRIDA.
       FD  ARCH-SALIDA-LOTE
           RECORDING MODE IS F.
       01  REG-SALIDA-LOTE.
           02 REG-SAL-TIPO                   PIC X(01).
           02 REG-SAL-SEGUNDA-POS            PIC X(01).
           02 FILLER                         PIC X(2683).

       01  REG-SALIDA-DETALLE.
           02 REG-DET-FUNCION                PIC X(01).
           02 FILLER                         PIC X(01).
           02 REG-DET-ENTRADA                PIC X(1330).
           02 FILLER                         PIC X(01).
           02 REG-DET-RESULTADO              PIC X(1300).
           02 FILLER                         PIC X(01).
           02 REG-DET-RETURN-CODE            PIC X(05).
           02 FILLER                         PIC X(01).
           02 REG-DET-CODIGO-ERROR           PIC X(04).
           02 FILLER                         PIC X(01).
           02 REG-DET-DESCRIPCION-ERROR      PIC X(40).

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

       FD  ARCH-LIBERACIONES.
       01  REG-LIBERACION.
           COPY CLRUNLIB.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-OPCION                      PIC X(01) VALUE SPACE.
           02 WS-LEGAJO-AUX                  PIC 9(08) VALUE ZEROS.
           02 WS-CORRIDA-AUX                 PIC 9(06) VALUE ZEROS.
           02 WS-CORRIDA-LOTE                PIC 9(06) VALUE ZEROS.
           02 WS-FECHA-ACTUAL                PIC 9(08) VALUE ZEROS.
           02 WS-HORA-ACTUAL                 PIC 9(08) VALUE ZEROS.
           02 WS-SEPARADOR                   PIC X(01) VALUE SPACE.
           02 WS-CANT-CAMPOS                 PIC 9(02) VALUE ZEROS.
           02 WS-DECISION                    PIC X(01) VALUE SPACE.
              88 WS-DECISION-APROBAR               VALUE 'A'.
              88 WS-DECISION-RECHAZAR              VALUE 'R'.
              88 WS-DECISION-SALIR                 VALUE '0'.
              88 WS-DECISION-VALIDA                VALUES 'A' 'R' '0'.
           02 WS-MOTIVO                      PIC X(60) VALUE SPACES.
           02 WS-TEXTO-DECISION              PIC X(09) VALUE SPACES.

       01  WS-PARAMETROS-EJECUCION.
           02 WS-PARM-EJECUCION              PIC X(16) VALUE SPACES.

      * MUESTRA: TAMANIO Y PORCENTAJE QUE SE TOMA DE LAS FUNCIONES 3
      * Y 7. CADA PARTE ES SISTEMATICA: UNO DE CADA 'SALTO' DETALLES
      * DE SU CLASE, HASTA COMPLETAR SU CUOTA
       01  WS-MUESTREO.
           02 WS-TAM-MUESTRA                 PIC 9(04) VALUE 20.
           02 WS-PORC-PONDERADO              PIC 9(03) VALUE 50.
           02 WS-CUOTA-PONDERADA             PIC 9(04) VALUE ZEROS.
           02 WS-CUOTA-RESTO                 PIC 9(04) VALUE ZEROS.
           02 WS-SALTO-PONDERADO             PIC 9(09) VALUE ZEROS.
           02 WS-SALTO-RESTO                 PIC 9(09) VALUE ZEROS.
           02 WS-POS-PONDERADO               PIC 9(09) VALUE ZEROS.
           02 WS-POS-RESTO                   PIC 9(09) VALUE ZEROS.
           02 WS-TOMADOS-PONDERADO           PIC 9(04) VALUE ZEROS.
           02 WS-TOMADOS-RESTO               PIC 9(04) VALUE ZEROS.
           02 WS-TOMADOS                     PIC 9(04) VALUE ZEROS.
           02 WS-NRO-DETALLE                 PIC 9(09) VALUE ZEROS.
           02 WS-COCIENTE                    PIC 9(09) VALUE ZEROS.
           02 WS-RESTO-DIVISION              PIC 9(09) VALUE ZEROS.

      * DATOS DE LA CORRIDA TOMADOS DE RUNREG
       01  WS-DATOS-CORRIDA.
           02 WS-COR-MODO                    PIC X(04) VALUE SPACES.
           02 WS-COR-LEGAJO                  PIC 9(08) VALUE ZEROS.
           02 WS-COR-FECHA-FIN               PIC 9(08) VALUE ZEROS.
           02 WS-COR-LEIDOS                  PIC 9(09) VALUE ZEROS.

      * UN DETALLE DE LA MUESTRA, FIJO O DESARMADO DEL DELIMITADO
       01  WS-DETALLE-MUESTRA.
           02 WS-MUE-FUNCION                 PIC X(01) VALUE SPACE.
           02 WS-MUE-ENTRADA                 PIC X(1330) VALUE SPACES.
           02 WS-MUE-RESULTADO               PIC X(1300) VALUE SPACES.
           02 WS-MUE-RETURN-CODE             PIC X(05) VALUE SPACES.
           02 WS-MUE-CODIGO-ERROR            PIC X(04) VALUE SPACES.

      * CAMPOS DE UN TRAILER DELIMITADO. GRUPO: 7 CAMPOS. CORRIDA:
      * 10 CAMPOS, EL ULTIMO ES EL NUMERO DE CORRIDA
       01  WS-CAMPOS-TRAILER.
           02 WS-CAMPO                       PIC X(20)
                                             OCCURS 10 TIMES.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-OPERADORES               PIC X(02) VALUE '00'.
           02 WS-FS-REGISTRO-CORRIDAS        PIC X(02) VALUE '00'.
           02 WS-FS-SALIDA-LOTE              PIC X(02) VALUE '00'.
           02 WS-FS-LIBERACIONES             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-LIBERADOR-OK             PIC X(01) VALUE 'N'.
              88 WS-LIBERADOR-OK                   VALUE 'S'.
           02 WS-SW-CORRIDA-OK               PIC X(01) VALUE 'N'.
              88 WS-CORRIDA-OK                     VALUE 'S'.
           02 WS-SW-LOTEOUT-OK               PIC X(01) VALUE 'N'.
              88 WS-LOTEOUT-OK                     VALUE 'S'.
           02 WS-SW-CORRIDA-HALLADA          PIC X(01) VALUE 'N'.
              88 WS-CORRIDA-HALLADA                VALUE 'S'.
           02 WS-SW-LIBERACIONES-ABIERTO     PIC X(01) VALUE 'N'.
              88 WS-LIBERACIONES-ABIERTO           VALUE 'S'.
           02 WS-SW-FIN-ARCHIVO              PIC X(01) VALUE 'N'.
              88 WS-FIN-ARCHIVO                    VALUE 'S'.
           02 WS-SW-TRAILER-CORRIDA          PIC X(01) VALUE 'N'.
              88 WS-HAY-TRAILER-CORRIDA            VALUE 'S'.
           02 WS-SW-TOMAR-DETALLE            PIC X(01) VALUE 'N'.
              88 WS-TOMAR-DETALLE                  VALUE 'S'.

       01  WS-TOTALES.
           02 WS-TOT-DETALLES                PIC 9(09) VALUE ZEROS.
           02 WS-TOT-PONDERADOS              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-RESTO                   PIC 9(09) VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-LIBERADOR-OK
              PERFORM 2000-VALIDAR-CORRIDA
                 THRU 2000-VALIDAR-CORRIDA-EXIT
           END-IF.

           IF WS-CORRIDA-OK
              PERFORM 3000-CONTAR-LOTEOUT
                 THRU 3000-CONTAR-LOTEOUT-EXIT
           END-IF.

           IF WS-LOTEOUT-OK
              PERFORM 4000-CALCULAR-MUESTRA
                 THRU 4000-CALCULAR-MUESTRA-EXIT
              PERFORM 5000-MOSTRAR-MUESTRA
                 THRU 5000-MOSTRAR-MUESTRA-EXIT
              PERFORM 6000-REGISTRAR-DECISION
                 THRU 6000-REGISTRAR-DECISION-EXIT
           END-IF.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * TOMAR LA MUESTRA DEL PARM Y VALIDAR AL OPERADOR QUE LIBERA:    *
      * DEBE EXISTIR, ESTAR ACTIVO Y TENER EL PERMISO DE LIBERACION    *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE.

           IF WS-PARM-EJECUCION (1:4) IS NUMERIC
              AND WS-PARM-EJECUCION (1:4) > '0000'
              MOVE WS-PARM-EJECUCION (1:4)   TO WS-TAM-MUESTRA
              IF WS-TAM-MUESTRA > 200
                 DISPLAY 'Muestra pedida mayor a 200: se toman 200'
                 MOVE 200                    TO WS-TAM-MUESTRA
              END-IF
           END-IF.

           IF WS-PARM-EJECUCION (6:3) IS NUMERIC
              IF WS-PARM-EJECUCION (6:3) > '100'
                 DISPLAY 'Porcentaje de funciones 3 y 7 invalido en '
                         'el parametro: se usa 050'
              ELSE
                 MOVE WS-PARM-EJECUCION (6:3) TO WS-PORC-PONDERADO
              END-IF
           END-IF.

           OPEN INPUT ARCH-OPERADORES.
           IF WS-FS-OPERADORES NOT = '00'
              DISPLAY 'No se pudo abrir el maestro de operadores '
                      'OPERMST - FS: ' WS-FS-OPERADORES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   CL25EJ16 - Liberacion de LOTEOUT          '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Ingresar legajo del operador que libera:'.
           ACCEPT  WS-LEGAJO-AUX.

           MOVE WS-LEGAJO-AUX                TO OPR-LEGAJO.
           READ ARCH-OPERADORES
               INVALID KEY
                   DISPLAY 'El legajo ' WS-LEGAJO-AUX
                           ' no existe en el maestro de operadores'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPR-ACTIVO
                            DISPLAY 'El operador ' WS-LEGAJO-AUX
                                    ' esta inactivo'
                       WHEN NOT OPR-PUEDE-LIBERAR
                            DISPLAY 'El operador ' WS-LEGAJO-AUX
                                    ' no tiene permiso de liberacion '
                                    'de LOTEOUT'
                       WHEN OTHER
                            MOVE 'S'         TO WS-SW-LIBERADOR-OK
                   END-EVALUATE
           END-READ.

           IF NOT WS-LIBERADOR-OK
              MOVE 8                         TO RETURN-CODE
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR LA CORRIDA Y BUSCARLA EN RUNREG. NO SE LIBERA SI NO      *
      * EXISTE, SI ES UN LOTE SYSIN (NO GRABA LOTEOUT), SI LA CORRIO   *
      * EL MISMO LEGAJO QUE LIBERA O SI YA TIENE DECISION EN RUNLIBER  *
      *----------------------------------------------------------------*
       2000-VALIDAR-CORRIDA.

           DISPLAY 'Ingresar numero de corrida (RUNREG):'.
           ACCEPT  WS-CORRIDA-AUX.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-REGISTRO-CORRIDAS.
           IF WS-FS-REGISTRO-CORRIDAS NOT = '00'
              DISPLAY 'Sin registro de corridas RUNREG - FS: '
                      WS-FS-REGISTRO-CORRIDAS
              MOVE 16                        TO RETURN-CODE
           ELSE
              PERFORM 2100-BUSCAR-CORRIDA
                 THRU 2100-BUSCAR-CORRIDA-EXIT
                 UNTIL WS-FIN-ARCHIVO
              CLOSE ARCH-REGISTRO-CORRIDAS
              EVALUATE TRUE
                  WHEN NOT WS-CORRIDA-HALLADA
                       DISPLAY 'La corrida ' WS-CORRIDA-AUX
                               ' no esta en RUNREG'
                       MOVE 16               TO RETURN-CODE
                  WHEN WS-COR-MODO = 'LOTE'
                       DISPLAY 'La corrida ' WS-CORRIDA-AUX
                               ' es un LOTE SYSIN: no grabo LOTEOUT'
                       MOVE 8                TO RETURN-CODE
                  WHEN WS-COR-LEGAJO = WS-LEGAJO-AUX
                       DISPLAY 'La corrida ' WS-CORRIDA-AUX
                               ' la corrio el legajo ' WS-COR-LEGAJO
                               ': la libera otro operador'
                       MOVE 8                TO RETURN-CODE
                  WHEN OTHER
                       PERFORM 2200-VERIFICAR-DECISION
                          THRU 2200-VERIFICAR-DECISION-EXIT
              END-EVALUATE
           END-IF.

       2000-VALIDAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-BUSCAR-CORRIDA.

           READ ARCH-REGISTRO-CORRIDAS
               AT END MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              AND REG-COR-NUMERO IS NUMERIC
              AND REG-COR-NUMERO = WS-CORRIDA-AUX
              MOVE 'S'                       TO WS-SW-CORRIDA-HALLADA
              MOVE REG-COR-MODO              TO WS-COR-MODO
              MOVE REG-COR-LEGAJO            TO WS-COR-LEGAJO
              MOVE REG-COR-FECHA-FIN         TO WS-COR-FECHA-FIN
              MOVE REG-COR-LEIDOS            TO WS-COR-LEIDOS
           END-IF.

       2100-BUSCAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR RUNLIBER EN I-O (SI NO EXISTE, FS 35, SE CREA VACIO) Y   *
      * VERIFICAR QUE LA CORRIDA TODAVIA NO TENGA DECISION             *
      *----------------------------------------------------------------*
       2200-VERIFICAR-DECISION.

           OPEN I-O ARCH-LIBERACIONES.
           IF WS-FS-LIBERACIONES = '35'
              OPEN OUTPUT ARCH-LIBERACIONES
              CLOSE ARCH-LIBERACIONES
              OPEN I-O ARCH-LIBERACIONES
           END-IF.

           IF WS-FS-LIBERACIONES NOT = '00'
              DISPLAY 'No se pudo abrir el registro de liberaciones '
                      'RUNLIBER - FS: ' WS-FS-LIBERACIONES
              MOVE 16                        TO RETURN-CODE
           ELSE
              MOVE 'S'                  TO WS-SW-LIBERACIONES-ABIERTO
              MOVE WS-CORRIDA-AUX            TO LIB-CORRIDA
              READ ARCH-LIBERACIONES
                  INVALID KEY
                      MOVE 'S'               TO WS-SW-CORRIDA-OK
                  NOT INVALID KEY
                      PERFORM 7000-TEXTO-DECISION
                         THRU 7000-TEXTO-DECISION-EXIT
                      DISPLAY 'La corrida ' WS-CORRIDA-AUX
                              ' ya fue ' WS-TEXTO-DECISION
                              ' por el legajo ' LIB-LEGAJO-LIBERADOR
                              ' el ' LIB-FECHA
                      MOVE 8                 TO RETURN-CODE
              END-READ
           END-IF.

       2200-VERIFICAR-DECISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMERA PASADA DE LOTEOUT: CONTAR LOS DETALLES (Y LOS DE LAS   *
      * FUNCIONES 3 Y 7) Y TOMAR EL NUMERO DEL TRAILER DE CORRIDA, QUE *
      * DEBE SER LA CORRIDA PEDIDA                                     *
      *----------------------------------------------------------------*
       3000-CONTAR-LOTEOUT.

           OPEN INPUT ARCH-SALIDA-LOTE.
           IF WS-FS-SALIDA-LOTE NOT = '00'
              DISPLAY 'No se pudo abrir LOTEOUT - FS: '
                      WS-FS-SALIDA-LOTE
              MOVE 16                        TO RETURN-CODE
           ELSE
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              PERFORM 3100-LEER-LOTEOUT
                 THRU 3100-LEER-LOTEOUT-EXIT
              PERFORM 3200-CONTAR-REGISTRO
                 THRU 3200-CONTAR-REGISTRO-EXIT
                 UNTIL WS-FIN-ARCHIVO
              CLOSE ARCH-SALIDA-LOTE
              EVALUATE TRUE
                  WHEN NOT WS-HAY-TRAILER-CORRIDA
                       DISPLAY 'LOTEOUT sin trailer de corrida: '
                               'archivo incompleto, no se libera'
                       MOVE 16               TO RETURN-CODE
                  WHEN WS-CORRIDA-LOTE NOT = WS-CORRIDA-AUX
                       DISPLAY 'El LOTEOUT disponible es de la '
                               'corrida ' WS-CORRIDA-LOTE
                               ', no de la ' WS-CORRIDA-AUX
                       MOVE 16               TO RETURN-CODE
                  WHEN OTHER
                       MOVE 'S'              TO WS-SW-LOTEOUT-OK
              END-EVALUATE
           END-IF.

       3000-CONTAR-LOTEOUT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LEER-LOTEOUT.

           READ ARCH-SALIDA-LOTE
               AT END MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.

       3100-LEER-LOTEOUT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-CONTAR-REGISTRO.

           IF REG-SAL-TIPO = 'T'
              PERFORM 3300-IDENTIFICAR-TRAILER
                 THRU 3300-IDENTIFICAR-TRAILER-EXIT
           ELSE
              ADD 1                          TO WS-TOT-DETALLES
              IF REG-SAL-TIPO = '3' OR REG-SAL-TIPO = '7'
                 ADD 1                       TO WS-TOT-PONDERADOS
              END-IF
           END-IF.

           PERFORM 3100-LEER-LOTEOUT
              THRU 3100-LEER-LOTEOUT-EXIT.

       3200-CONTAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EL TRAILER DE CORRIDA ES EL QUE NO ES DE GRUPO: EN EL FIJO NO  *
      * EMPIEZA CON ' ORIGEN: ' Y EN EL DELIMITADO NO TIENE 7 CAMPOS.  *
      * SU NUMERO DE CORRIDA ES EL ULTIMO CAMPO                        *
      *----------------------------------------------------------------*
       3300-IDENTIFICAR-TRAILER.

           IF REG-SAL-SEGUNDA-POS = SPACE
              IF REG-GRP-TEXTO-ORIGEN NOT = ' ORIGEN: '
                 MOVE 'S'                    TO WS-SW-TRAILER-CORRIDA
                 MOVE ZEROS                  TO WS-CORRIDA-LOTE
                 IF REG-TRL-CORRIDA IS NUMERIC
                    MOVE REG-TRL-CORRIDA     TO WS-CORRIDA-LOTE
                 END-IF
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
              IF WS-CANT-CAMPOS NOT = 7
                 MOVE 'S'                    TO WS-SW-TRAILER-CORRIDA
                 MOVE ZEROS                  TO WS-CORRIDA-LOTE
                 IF WS-CANT-CAMPOS NOT < 10
                    COMPUTE WS-CORRIDA-LOTE =
                            FUNCTION NUMVAL(WS-CAMPO(10))
                 END-IF
              END-IF
           END-IF.

       3300-IDENTIFICAR-TRAILER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REPARTIR LA MUESTRA: EL PORCENTAJE PEDIDO SALE DE LAS          *
      * FUNCIONES 3 Y 7 Y EL RESTO DE LAS DEMAS. SI UNA CLASE NO       *
      * ALCANZA SU CUOTA, LO QUE FALTA SE TOMA DE LA OTRA              *
      *----------------------------------------------------------------*
       4000-CALCULAR-MUESTRA.

           COMPUTE WS-TOT-RESTO = WS-TOT-DETALLES - WS-TOT-PONDERADOS.

           IF WS-TAM-MUESTRA > WS-TOT-DETALLES
              MOVE WS-TOT-DETALLES           TO WS-TAM-MUESTRA
           END-IF.

           COMPUTE WS-CUOTA-PONDERADA ROUNDED =
                   WS-TAM-MUESTRA * WS-PORC-PONDERADO / 100.
           IF WS-CUOTA-PONDERADA > WS-TOT-PONDERADOS
              MOVE WS-TOT-PONDERADOS         TO WS-CUOTA-PONDERADA
           END-IF.

           COMPUTE WS-CUOTA-RESTO = WS-TAM-MUESTRA - WS-CUOTA-PONDERADA.
           IF WS-CUOTA-RESTO > WS-TOT-RESTO
              MOVE WS-TOT-RESTO              TO WS-CUOTA-RESTO
              COMPUTE WS-CUOTA-PONDERADA =
                      WS-TAM-MUESTRA - WS-CUOTA-RESTO
           END-IF.

           MOVE ZEROS                        TO WS-SALTO-PONDERADO
                                                WS-SALTO-RESTO.
           IF WS-CUOTA-PONDERADA > ZEROS
              DIVIDE WS-TOT-PONDERADOS BY WS-CUOTA-PONDERADA
                 GIVING WS-SALTO-PONDERADO
           END-IF.
           IF WS-CUOTA-RESTO > ZEROS
              DIVIDE WS-TOT-RESTO BY WS-CUOTA-RESTO
                 GIVING WS-SALTO-RESTO
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Corrida ' WS-CORRIDA-AUX ' modo ' WS-COR-MODO
                   ' legajo ' WS-COR-LEGAJO ' fin ' WS-COR-FECHA-FIN
                   ' leidos ' WS-COR-LEIDOS.
           DISPLAY 'Detalles en LOTEOUT: ' WS-TOT-DETALLES
                   ' (funciones 3 y 7: ' WS-TOT-PONDERADOS ')'.
           DISPLAY 'Muestra: ' WS-TAM-MUESTRA ' detalles, '
                   WS-CUOTA-PONDERADA ' de funciones 3 y 7'.

           IF WS-TOT-DETALLES = ZEROS
              DISPLAY 'LOTEOUT sin detalles: no hay muestra que '
                      'revisar'
           END-IF.

       4000-CALCULAR-MUESTRA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PASADA: MOSTRAR LOS DETALLES QUE CAEN EN LA MUESTRA    *
      *----------------------------------------------------------------*
       5000-MOSTRAR-MUESTRA.

           IF WS-TAM-MUESTRA > ZEROS
              OPEN INPUT ARCH-SALIDA-LOTE
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              PERFORM 3100-LEER-LOTEOUT
                 THRU 3100-LEER-LOTEOUT-EXIT
              PERFORM 5100-EVALUAR-REGISTRO
                 THRU 5100-EVALUAR-REGISTRO-EXIT
                 UNTIL WS-FIN-ARCHIVO
                    OR WS-TOMADOS NOT < WS-TAM-MUESTRA
              CLOSE ARCH-SALIDA-LOTE
              DISPLAY '------------------------------------------------'
           END-IF.

       5000-MOSTRAR-MUESTRA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADA CLASE TOMA UNO DE CADA 'SALTO' DE SUS DETALLES MIENTRAS   *
      * NO COMPLETE SU CUOTA                                           *
      *----------------------------------------------------------------*
       5100-EVALUAR-REGISTRO.

           MOVE 'N'                          TO WS-SW-TOMAR-DETALLE.

           IF REG-SAL-TIPO NOT = 'T'
              ADD 1                          TO WS-NRO-DETALLE
              IF REG-SAL-TIPO = '3' OR REG-SAL-TIPO = '7'
                 ADD 1                       TO WS-POS-PONDERADO
                 IF WS-TOMADOS-PONDERADO < WS-CUOTA-PONDERADA
                    DIVIDE WS-POS-PONDERADO BY WS-SALTO-PONDERADO
                       GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-DIVISION
                    IF WS-RESTO-DIVISION = ZEROS
                       MOVE 'S'              TO WS-SW-TOMAR-DETALLE
                       ADD 1                 TO WS-TOMADOS-PONDERADO
                    END-IF
                 END-IF
              ELSE
                 ADD 1                       TO WS-POS-RESTO
                 IF WS-TOMADOS-RESTO < WS-CUOTA-RESTO
                    DIVIDE WS-POS-RESTO BY WS-SALTO-RESTO
                       GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-DIVISION
                    IF WS-RESTO-DIVISION = ZEROS
                       MOVE 'S'              TO WS-SW-TOMAR-DETALLE
                       ADD 1                 TO WS-TOMADOS-RESTO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-TOMAR-DETALLE
              ADD 1                          TO WS-TOMADOS
              PERFORM 5200-MOSTRAR-DETALLE
                 THRU 5200-MOSTRAR-DETALLE-EXIT
           END-IF.

           PERFORM 3100-LEER-LOTEOUT
              THRU 3100-LEER-LOTEOUT-EXIT.

       5100-EVALUAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5200-MOSTRAR-DETALLE.

           MOVE SPACES                       TO WS-DETALLE-MUESTRA.

           IF REG-SAL-SEGUNDA-POS = SPACE
              MOVE REG-DET-FUNCION           TO WS-MUE-FUNCION
              MOVE REG-DET-ENTRADA           TO WS-MUE-ENTRADA
              MOVE REG-DET-RESULTADO         TO WS-MUE-RESULTADO
              MOVE REG-DET-RETURN-CODE       TO WS-MUE-RETURN-CODE
              MOVE REG-DET-CODIGO-ERROR      TO WS-MUE-CODIGO-ERROR
           ELSE
              MOVE REG-SAL-SEGUNDA-POS       TO WS-SEPARADOR
              UNSTRING REG-SALIDA-LOTE DELIMITED BY WS-SEPARADOR
                  INTO WS-MUE-FUNCION WS-MUE-ENTRADA
                       WS-MUE-RESULTADO WS-MUE-RETURN-CODE
                       WS-MUE-CODIGO-ERROR
              END-UNSTRING
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Muestra ' WS-TOMADOS ' - detalle ' WS-NRO-DETALLE
                   ' - funcion ' WS-MUE-FUNCION
                   ' - RC ' WS-MUE-RETURN-CODE
                   ' ' WS-MUE-CODIGO-ERROR.
           DISPLAY '  Entrada  : ' WS-MUE-ENTRADA (1:60).
           DISPLAY '  Resultado: ' WS-MUE-RESULTADO (1:60).

       5200-MOSTRAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR LA DECISION Y GRABARLA EN RUNLIBER. EL RECHAZO EXIGE UN  *
      * MOTIVO; SALIR SIN DECIDIR DEJA LA CORRIDA SIN LIBERAR          *
      *----------------------------------------------------------------*
       6000-REGISTRAR-DECISION.

           MOVE SPACE                        TO WS-DECISION.
           PERFORM 6100-PEDIR-DECISION
              THRU 6100-PEDIR-DECISION-EXIT
              UNTIL WS-DECISION-VALIDA.

           IF WS-DECISION-SALIR
              DISPLAY 'Corrida ' WS-CORRIDA-AUX ' sin decision: sigue '
                      'sin liberar'
              MOVE 8                         TO RETURN-CODE
           ELSE
              MOVE SPACES                    TO WS-MOTIVO
              DISPLAY 'Motivo u observacion:'
              ACCEPT  WS-MOTIVO
              IF WS-DECISION-RECHAZAR
                 PERFORM 6200-PEDIR-MOTIVO
                    THRU 6200-PEDIR-MOTIVO-EXIT
                    UNTIL WS-MOTIVO NOT = SPACES
              END-IF
              PERFORM 6300-GRABAR-DECISION
                 THRU 6300-GRABAR-DECISION-EXIT
           END-IF.

       6000-REGISTRAR-DECISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-PEDIR-DECISION.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   Opcion A: Aprobar la corrida              '.
           DISPLAY '  *   Opcion R: Rechazar la corrida             '.
           DISPLAY '  *   Opcion 0: Salir sin decidir               '.
           DISPLAY '------------------------------------------------'.
           ACCEPT  WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 'A'
               WHEN 'a'
                    MOVE 'A'                 TO WS-DECISION
               WHEN 'R'
               WHEN 'r'
                    MOVE 'R'                 TO WS-DECISION
               WHEN '0'
                    MOVE '0'                 TO WS-DECISION
               WHEN OTHER
                    DISPLAY 'Opcion invalida'
           END-EVALUATE.

       6100-PEDIR-DECISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6200-PEDIR-MOTIVO.

           DISPLAY 'El rechazo requiere un motivo:'.
           ACCEPT  WS-MOTIVO.

       6200-PEDIR-MOTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UNA DECISION POR CORRIDA: SI OTRO OPERADOR LA GRABO MIENTRAS   *
      * SE REVISABA LA MUESTRA, LA CLAVE YA EXISTE Y NO SE PISA        *
      *----------------------------------------------------------------*
       6300-GRABAR-DECISION.

           MOVE SPACES                       TO REG-LIBERACION.
           MOVE WS-CORRIDA-AUX               TO LIB-CORRIDA.
           MOVE WS-DECISION                  TO LIB-DECISION.
           MOVE WS-LEGAJO-AUX                TO LIB-LEGAJO-LIBERADOR.
           MOVE WS-COR-LEGAJO                TO LIB-LEGAJO-OPERADOR.
           MOVE WS-FECHA-ACTUAL              TO LIB-FECHA.
           MOVE WS-HORA-ACTUAL               TO LIB-HORA.
           MOVE WS-TOT-DETALLES              TO LIB-DETALLES-LOTE.
           MOVE WS-TOMADOS                   TO LIB-CANT-MUESTRA.
           MOVE WS-TOMADOS-PONDERADO         TO LIB-MUESTRA-PONDERADA.
           MOVE WS-MOTIVO                    TO LIB-MOTIVO.

           PERFORM 7000-TEXTO-DECISION
              THRU 7000-TEXTO-DECISION-EXIT.

           WRITE REG-LIBERACION
               INVALID KEY
                   DISPLAY 'La corrida ' WS-CORRIDA-AUX ' ya tiene '
                           'decision en RUNLIBER - FS: '
                           WS-FS-LIBERACIONES
                   MOVE 8                    TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Corrida ' WS-CORRIDA-AUX ' '
                           WS-TEXTO-DECISION ' por el legajo '
                           WS-LEGAJO-AUX
                   IF LIB-APROBADA
                      MOVE ZEROS             TO RETURN-CODE
                   ELSE
                      MOVE 4                 TO RETURN-CODE
                   END-IF
           END-WRITE.

       6300-GRABAR-DECISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7000-TEXTO-DECISION.

           IF LIB-APROBADA
              MOVE 'APROBADA '               TO WS-TEXTO-DECISION
           ELSE
              MOVE 'RECHAZADA'               TO WS-TEXTO-DECISION
           END-IF.

       7000-TEXTO-DECISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE ARCH-OPERADORES.

           IF WS-LIBERACIONES-ABIERTO
              CLOSE ARCH-LIBERACIONES
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ16.
