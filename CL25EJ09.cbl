      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Mantenimiento de las reglas de ESTANDARIZAR (REPLRULE,
      *          que carga CLSTRING en 2810-CARGAR-REGLAS) y de las
      *          reglas de enmascarado de la auditoria (MASKRULE, que
      *          carga CL25EJ01 en 0130-CARGAR-REGLAS-MASCARA), para
      *          que el supervisor deje de editarlas a mano. Las altas,
      *          modificaciones y bajas se hacen sobre una copia
      *          pendiente de las reglas, validando longitudes y el
      *          limite de cada tabla (50 y 10); un texto de prueba se
      *          pasa por las reglas pendientes mostrando el antes y el
      *          despues, y recien despues de esa prueba se pueden
      *          activar. Cada cambio activado queda en el log RULELOG
      *          con legajo, fecha y la regla anterior y la nueva.
      * Tectonics: cobc
      * Mod. history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ09.
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

           SELECT ARCH-REGLAS-REEMPLAZO ASSIGN TO "REPLRULE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REGLAS-REEMPLAZO.

           SELECT ARCH-REGLAS-MASCARA ASSIGN TO "MASKRULE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REGLAS-MASCARA.

           SELECT ARCH-LOG-CAMBIOS   ASSIGN TO "RULELOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-LOG-CAMBIOS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADORES.
       01  REG-OPERADOR.
           COPY CLOPERM.

      * REGLAS DE ESTANDARIZACION, MISMO LAYOUT QUE LEE CLSTRING
       FD  ARCH-REGLAS-REEMPLAZO
           RECORDING MODE IS F.
       01  REG-REGLA-REEMPLAZO.
           02 REG-RPL-LONG-BUSCAR            PIC 9(02).
           02 REG-RPL-BUSCAR                 PIC X(30).
           02 REG-RPL-LONG-NUEVO             PIC 9(02).
           02 REG-RPL-NUEVO                  PIC X(30).

      * REGLAS DE ENMASCARADO, MISMO LAYOUT QUE LEE CL25EJ01
       FD  ARCH-REGLAS-MASCARA
           RECORDING MODE IS F.
       01  REG-REGLA-MASCARA.
           02 REG-MSK-TIPO                   PIC X(01).
           02 REG-MSK-LONG-MINIMA            PIC 9(03).
           02 REG-MSK-DEJAR-ULTIMOS          PIC 9(02).
           02 REG-MSK-RELLENO                PIC X(01).

      * LOG DE CAMBIOS DE REGLAS: UN REGISTRO POR ALTA, MODIFICACION
      * O BAJA ACTIVADA, CON LA IMAGEN ANTERIOR Y LA NUEVA DE LA REGLA
      * (EN BLANCO LA ANTERIOR EN UN ALTA Y LA NUEVA EN UNA BAJA)
       FD  ARCH-LOG-CAMBIOS
           RECORDING MODE IS F.
       01  REG-LOG-CAMBIO.
           02 REG-CMB-LEGAJO                 PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CMB-FECHA                  PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CMB-HORA                   PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CMB-ARCHIVO                PIC X(08).
           02 FILLER                         PIC X(01).
           02 REG-CMB-ACCION                 PIC X(01).
           02 FILLER                         PIC X(01).
           02 REG-CMB-NUMERO                 PIC 9(02).
           02 FILLER                         PIC X(01).
           02 REG-CMB-ANTERIOR               PIC X(64).
           02 FILLER                         PIC X(01).
           02 REG-CMB-NUEVA                  PIC X(64).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-OPCION                      PIC X(01) VALUE SPACE.
              88 WS-OPCION-SALIR                   VALUE '0'.
           02 WS-ARCHIVO-ELEGIDO             PIC X(01) VALUE SPACE.
              88 WS-ARCH-REEMPLAZO                 VALUE 'R' 'r'.
              88 WS-ARCH-MASCARA                   VALUE 'M' 'm'.
           02 WS-LEGAJO-AUX                  PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-ACTUAL                PIC 9(08) VALUE ZEROS.
           02 WS-HORA-ACTUAL                 PIC 9(08) VALUE ZEROS.
           02 WS-RESPUESTA                   PIC X(01) VALUE SPACE.
           02 WS-NUMERO-REGLA                PIC 9(02) VALUE ZEROS.
           02 WS-INDICE                      PIC 9(02) VALUE ZEROS.
           02 WS-INDICE-CAMBIO               PIC 9(03) VALUE ZEROS.
           02 WS-CANT-INVALIDAS              PIC 9(02) VALUE ZEROS.
           02 WS-MOTIVO-INVALIDA             PIC X(50) VALUE SPACES.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-OPERADORES               PIC X(02) VALUE '00'.
           02 WS-FS-REGLAS-REEMPLAZO         PIC X(02) VALUE '00'.
           02 WS-FS-REGLAS-MASCARA           PIC X(02) VALUE '00'.
           02 WS-FS-LOG-CAMBIOS              PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-OPERADOR-OK              PIC X(01) VALUE 'N'.
              88 WS-OPERADOR-OK                    VALUE 'S'.
           02 WS-SW-FIN-REGLAS               PIC X(01) VALUE 'N'.
              88 WS-FIN-REGLAS                     VALUE 'S'.
           02 WS-SW-REGLA-VALIDA             PIC X(01) VALUE 'N'.
              88 WS-REGLA-VALIDA                   VALUE 'S'.
           02 WS-SW-PROBADO                  PIC X(01) VALUE 'N'.
              88 WS-PROBADO                        VALUE 'S'.
           02 WS-SW-REEMPLAZO-CAMBIADO       PIC X(01) VALUE 'N'.
              88 WS-REEMPLAZO-CAMBIADO             VALUE 'S'.
           02 WS-SW-MASCARA-CAMBIADA         PIC X(01) VALUE 'N'.
              88 WS-MASCARA-CAMBIADA               VALUE 'S'.
           02 WS-SW-PODA-TERMINADA           PIC X(01) VALUE 'N'.
              88 WS-PODA-TERMINADA                 VALUE 'S'.

      * REGLAS DE ESTANDARIZACION PENDIENTES: COPIA DE REPLRULE SOBRE
      * LA QUE TRABAJA EL SUPERVISOR HASTA ACTIVARLA. SE CARGAN TAL
      * CUAL ESTAN EN EL ARCHIVO, INCLUIDAS LAS QUE CLSTRING IGNORA
      * POR INVALIDAS, PARA QUE SE VEAN Y SE CORRIJAN
       01  WS-REGLAS-REEMPLAZO.
           02 WS-CANT-REEMPLAZO              PIC 9(02) VALUE ZEROS.
           02 WS-MAX-REEMPLAZO               PIC 9(02) VALUE 50.
           02 WS-RPL-ENTRADA                 OCCURS 50 TIMES.
              03 WS-RPL-LONG-BUSCAR          PIC 9(02).
              03 WS-RPL-BUSCAR               PIC X(30).
              03 WS-RPL-LONG-NUEVO           PIC 9(02).
              03 WS-RPL-NUEVO                PIC X(30).

      * REGLAS DE ENMASCARADO PENDIENTES, COPIA DE MASKRULE
       01  WS-REGLAS-MASCARA.
           02 WS-CANT-MASCARA                PIC 9(02) VALUE ZEROS.
           02 WS-MAX-MASCARA                 PIC 9(02) VALUE 10.
           02 WS-MSK-ENTRADA                 OCCURS 10 TIMES.
              03 WS-MSK-TIPO                 PIC X(01).
              03 WS-MSK-LONG-MINIMA          PIC 9(03).
              03 WS-MSK-DEJAR-ULTIMOS        PIC 9(02).
              03 WS-MSK-RELLENO              PIC X(01).

      * REGLA INGRESADA POR EL SUPERVISOR ANTES DE VALIDARLA
       01  WS-REGLA-INGRESADA.
           02 WS-ING-REEMPLAZO.
              03 WS-ING-LONG-BUSCAR          PIC 9(02) VALUE ZEROS.
              03 WS-ING-BUSCAR               PIC X(30) VALUE SPACES.
              03 WS-ING-LONG-NUEVO           PIC 9(02) VALUE ZEROS.
              03 WS-ING-NUEVO                PIC X(30) VALUE SPACES.
           02 WS-ING-MASCARA.
              03 WS-ING-TIPO                 PIC X(01) VALUE 'D'.
              03 WS-ING-LONG-MINIMA          PIC 9(03) VALUE ZEROS.
              03 WS-ING-DEJAR-ULTIMOS        PIC 9(02) VALUE ZEROS.
              03 WS-ING-RELLENO              PIC X(01) VALUE SPACE.

      * CAMBIOS HECHOS DESDE LA ULTIMA ACTIVACION; SE GRABAN EN
      * RULELOG RECIEN AL ACTIVAR, ASI UN CAMBIO DESCARTADO NO DEJA
      * RASTRO DE UNA REGLA QUE NUNCA ESTUVO EN USO
       01  WS-CAMBIOS-PENDIENTES.
           02 WS-CANT-CAMBIOS                PIC 9(03) VALUE ZEROS.
           02 WS-MAX-CAMBIOS                 PIC 9(03) VALUE 100.
           02 WS-CMB-ENTRADA                 OCCURS 100 TIMES.
              03 WS-CMB-ARCHIVO              PIC X(08).
              03 WS-CMB-ACCION               PIC X(01).
              03 WS-CMB-NUMERO               PIC 9(02).
              03 WS-CMB-ANTERIOR             PIC X(64).
              03 WS-CMB-NUEVA                PIC X(64).

       01  WS-CAMBIO-TRABAJO.
           02 WS-CAMBIO-ARCHIVO              PIC X(08) VALUE SPACES.
           02 WS-CAMBIO-ACCION               PIC X(01) VALUE SPACE.
           02 WS-CAMBIO-ANTERIOR             PIC X(64) VALUE SPACES.
           02 WS-CAMBIO-NUEVA                PIC X(64) VALUE SPACES.

      * AREA DE LA PRUEBA: EL TEXTO SE ESTANDARIZA CON EL MISMO
      * ALGORITMO DE CLSTRING (FUNCION 7) Y SE ENMASCARA CON EL DE
      * CL25EJ01, PERO SOBRE LAS REGLAS PENDIENTES
       01  WS-PRUEBA.
           02 WS-PRU-TEXTO                   PIC X(256) VALUE SPACES.
           02 WS-EST-ENTRADA                 PIC X(512) VALUE SPACES.
           02 WS-EST-SALIDA                  PIC X(512) VALUE SPACES.
           02 WS-EST-LARGO                   PIC 9(04) VALUE ZEROS.
           02 WS-EST-ESPACIOS-FINALES        PIC 9(04) VALUE ZEROS.
           02 WS-EST-POS-ENT                 PIC 9(04) VALUE ZEROS.
           02 WS-EST-POS-SAL                 PIC 9(04) VALUE ZEROS.
           02 WS-EST-INDICE-REGLA            PIC 9(02) VALUE ZEROS.
           02 WS-CAMPO-MASCARA               PIC X(256) VALUE SPACES.
           02 WS-MSK-ESPACIOS-FINALES        PIC 9(04) VALUE ZEROS.
           02 WS-MSK-LARGO-CAMPO             PIC 9(04) VALUE ZEROS.
           02 WS-MSK-LIMITE-SCAN             PIC 9(04) VALUE ZEROS.
           02 WS-MSK-POS                     PIC 9(04) VALUE ZEROS.
           02 WS-MSK-INDICE-REGLA            PIC 9(02) VALUE ZEROS.
           02 WS-MSK-INICIO-CORRIDA          PIC 9(04) VALUE ZEROS.
           02 WS-MSK-LARGO-CORRIDA           PIC 9(04) VALUE ZEROS.
           02 WS-MSK-ULTIMA-TAPAR            PIC 9(04) VALUE ZEROS.
           02 WS-MSK-POS-TAPAR               PIC 9(04) VALUE ZEROS.
           02 WS-MSK-RELLENO-USO             PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-OPERADOR-OK
              PERFORM 1200-CARGAR-REEMPLAZO
                 THRU 1200-CARGAR-REEMPLAZO-EXIT
              PERFORM 1300-CARGAR-MASCARA
                 THRU 1300-CARGAR-MASCARA-EXIT
              PERFORM 1900-CICLO-MENU
                 THRU 1900-CICLO-MENU-EXIT
                 UNTIL WS-OPCION-SALIR
           END-IF.

           CLOSE ARCH-OPERADORES.

           STOP RUN.
      *----------------------------------------------------------------*
      * PEDIR EL LEGAJO DEL SUPERVISOR Y VALIDARLO CONTRA EL MAESTRO   *
      * DE OPERADORES: DEBE EXISTIR Y ESTAR ACTIVO                     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.

           OPEN INPUT ARCH-OPERADORES.
           IF WS-FS-OPERADORES NOT = '00'
              DISPLAY 'No se pudo abrir el maestro de operadores '
                      'OPERMST - FS: ' WS-FS-OPERADORES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   CL25EJ09 - Reglas REPLRULE / MASKRULE     '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Ingresar legajo del supervisor:'.
           ACCEPT  WS-LEGAJO-AUX.

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

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGAR REPLRULE EN LA TABLA PENDIENTE. SIN ARCHIVO SE EMPIEZA  *
      * CON LA TABLA VACIA                                             *
      *----------------------------------------------------------------*
       1200-CARGAR-REEMPLAZO.

           MOVE ZEROS                        TO WS-CANT-REEMPLAZO.
           MOVE 'N'                          TO WS-SW-FIN-REGLAS.

           OPEN INPUT ARCH-REGLAS-REEMPLAZO.
           IF WS-FS-REGLAS-REEMPLAZO = '00'
              PERFORM 1210-LEER-REEMPLAZO
                 THRU 1210-LEER-REEMPLAZO-EXIT
                 UNTIL WS-FIN-REGLAS
                    OR WS-CANT-REEMPLAZO >= WS-MAX-REEMPLAZO
              IF NOT WS-FIN-REGLAS
                 READ ARCH-REGLAS-REEMPLAZO
                     AT END MOVE 'S' TO WS-SW-FIN-REGLAS
                 END-READ
                 IF NOT WS-FIN-REGLAS
                    DISPLAY 'ATENCION: REPLRULE tiene mas de '
                            WS-MAX-REEMPLAZO ' registros; los que '
                            'sobran no se cargan ni se regraban'
                 END-IF
              END-IF
              CLOSE ARCH-REGLAS-REEMPLAZO
           ELSE
              DISPLAY 'Sin archivo REPLRULE - FS: '
                      WS-FS-REGLAS-REEMPLAZO ' - tabla vacia'
           END-IF.

       1200-CARGAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-REEMPLAZO.

           READ ARCH-REGLAS-REEMPLAZO
               AT END MOVE 'S' TO WS-SW-FIN-REGLAS
           END-READ.

           IF NOT WS-FIN-REGLAS
              ADD 1                          TO WS-CANT-REEMPLAZO
              MOVE REG-REGLA-REEMPLAZO
                 TO WS-RPL-ENTRADA(WS-CANT-REEMPLAZO)
           END-IF.

       1210-LEER-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGAR MASKRULE EN LA TABLA PENDIENTE                          *
      *----------------------------------------------------------------*
       1300-CARGAR-MASCARA.

           MOVE ZEROS                        TO WS-CANT-MASCARA.
           MOVE 'N'                          TO WS-SW-FIN-REGLAS.

           OPEN INPUT ARCH-REGLAS-MASCARA.
           IF WS-FS-REGLAS-MASCARA = '00'
              PERFORM 1310-LEER-MASCARA
                 THRU 1310-LEER-MASCARA-EXIT
                 UNTIL WS-FIN-REGLAS
                    OR WS-CANT-MASCARA >= WS-MAX-MASCARA
              IF NOT WS-FIN-REGLAS
                 READ ARCH-REGLAS-MASCARA
                     AT END MOVE 'S' TO WS-SW-FIN-REGLAS
                 END-READ
                 IF NOT WS-FIN-REGLAS
                    DISPLAY 'ATENCION: MASKRULE tiene mas de '
                            WS-MAX-MASCARA ' registros; los que '
                            'sobran no se cargan ni se regraban'
                 END-IF
              END-IF
              CLOSE ARCH-REGLAS-MASCARA
           ELSE
              DISPLAY 'Sin archivo MASKRULE - FS: '
                      WS-FS-REGLAS-MASCARA ' - tabla vacia'
           END-IF.

       1300-CARGAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-MASCARA.

           READ ARCH-REGLAS-MASCARA
               AT END MOVE 'S' TO WS-SW-FIN-REGLAS
           END-READ.

           IF NOT WS-FIN-REGLAS
              ADD 1                          TO WS-CANT-MASCARA
              MOVE REG-REGLA-MASCARA
                 TO WS-MSK-ENTRADA(WS-CANT-MASCARA)
           END-IF.

       1310-LEER-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CICLO DEL MENU PRINCIPAL DE MANTENIMIENTO                      *
      *----------------------------------------------------------------*
       1900-CICLO-MENU.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   CL25EJ09 - Reglas REPLRULE / MASKRULE     '.
           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   Opcion L: Listar reglas                   '.
           DISPLAY '  *   Opcion A: Alta de regla                   '.
           DISPLAY '  *   Opcion M: Modificar regla                 '.
           DISPLAY '  *   Opcion B: Baja de regla                   '.
           DISPLAY '  *   Opcion P: Probar texto con las pendientes '.
           DISPLAY '  *   Opcion G: Activar las reglas pendientes   '.
           DISPLAY '  *   Opcion 0: Salir                           '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Cambios pendientes de activar: ' WS-CANT-CAMBIOS.
           DISPLAY 'Ingresar opcion:'.
           ACCEPT  WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 'L'
               WHEN 'l'
                    PERFORM 2000-LISTAR-REGLAS
                       THRU 2000-LISTAR-REGLAS-EXIT
               WHEN 'A'
               WHEN 'a'
                    PERFORM 3000-ALTA-REGLA
                       THRU 3000-ALTA-REGLA-EXIT
               WHEN 'M'
               WHEN 'm'
                    PERFORM 4000-MODIFICAR-REGLA
                       THRU 4000-MODIFICAR-REGLA-EXIT
               WHEN 'B'
               WHEN 'b'
                    PERFORM 5000-BAJA-REGLA
                       THRU 5000-BAJA-REGLA-EXIT
               WHEN 'P'
               WHEN 'p'
                    PERFORM 6000-PROBAR-REGLAS
                       THRU 6000-PROBAR-REGLAS-EXIT
               WHEN 'G'
               WHEN 'g'
                    PERFORM 7000-ACTIVAR-REGLAS
                       THRU 7000-ACTIVAR-REGLAS-EXIT
               WHEN '0'
                    PERFORM 1990-CONFIRMAR-SALIDA
                       THRU 1990-CONFIRMAR-SALIDA-EXIT
               WHEN OTHER
                    DISPLAY 'La opcion ingresada es invalida'
           END-EVALUATE.

       1900-CICLO-MENU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREGUNTAR A QUE ARCHIVO DE REGLAS APLICA LA OPCION ELEGIDA     *
      *----------------------------------------------------------------*
       1950-ELEGIR-ARCHIVO.

           DISPLAY 'Reglas de reemplazo REPLRULE (R) o de '
                   'enmascarado MASKRULE (M):'.
           ACCEPT  WS-ARCHIVO-ELEGIDO.

           IF NOT WS-ARCH-REEMPLAZO AND NOT WS-ARCH-MASCARA
              DISPLAY 'Archivo de reglas invalido: '
                      WS-ARCHIVO-ELEGIDO
           END-IF.

       1950-ELEGIR-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AL SALIR CON CAMBIOS SIN ACTIVAR SE PIDE CONFIRMACION: LOS     *
      * CAMBIOS SE PIERDEN Y LOS ARCHIVOS QUEDAN COMO ESTABAN          *
      *----------------------------------------------------------------*
       1990-CONFIRMAR-SALIDA.

           IF WS-CANT-CAMBIOS > ZEROS
              DISPLAY 'Hay ' WS-CANT-CAMBIOS ' cambios sin activar '
                      'que se descartan. Salir igual? (S/N):'
              ACCEPT  WS-RESPUESTA
              IF WS-RESPUESTA NOT = 'S' AND WS-RESPUESTA NOT = 's'
                 MOVE SPACE                  TO WS-OPCION
              END-IF
           END-IF.

       1990-CONFIRMAR-SALIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTAR LAS REGLAS PENDIENTES DEL ARCHIVO ELEGIDO, MARCANDO LAS *
      * QUE EL PROGRAMA QUE LAS USA IGNORARIA POR INVALIDAS            *
      *----------------------------------------------------------------*
       2000-LISTAR-REGLAS.

           PERFORM 1950-ELEGIR-ARCHIVO
              THRU 1950-ELEGIR-ARCHIVO-EXIT.

           DISPLAY '------------------------------------------------'.
           EVALUATE TRUE
               WHEN WS-ARCH-REEMPLAZO
                    DISPLAY '  REPLRULE: ' WS-CANT-REEMPLAZO
                            ' de ' WS-MAX-REEMPLAZO ' reglas'
                    PERFORM 2100-LISTAR-REEMPLAZO
                       THRU 2100-LISTAR-REEMPLAZO-EXIT
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-CANT-REEMPLAZO
               WHEN WS-ARCH-MASCARA
                    DISPLAY '  MASKRULE: ' WS-CANT-MASCARA
                            ' de ' WS-MAX-MASCARA ' reglas'
                    PERFORM 2200-LISTAR-MASCARA
                       THRU 2200-LISTAR-MASCARA-EXIT
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-CANT-MASCARA
           END-EVALUATE.
           DISPLAY '------------------------------------------------'.

       2000-LISTAR-REGLAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTAR-REEMPLAZO.

           MOVE WS-RPL-ENTRADA(WS-INDICE)    TO WS-ING-REEMPLAZO.
           PERFORM 3500-VALIDAR-REEMPLAZO
              THRU 3500-VALIDAR-REEMPLAZO-EXIT.

           IF WS-REGLA-VALIDA
              DISPLAY '  ' WS-INDICE ' ['
                      WS-ING-BUSCAR (1:WS-ING-LONG-BUSCAR) '] ('
                      WS-ING-LONG-BUSCAR ') -> ['
                      WS-ING-NUEVO '] (' WS-ING-LONG-NUEVO ')'
           ELSE
              DISPLAY '  ' WS-INDICE ' ' WS-RPL-ENTRADA(WS-INDICE)
              DISPLAY '     INVALIDA, CLSTRING LA IGNORA: '
                      WS-MOTIVO-INVALIDA
           END-IF.

       2100-LISTAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTAR-MASCARA.

           MOVE WS-MSK-ENTRADA(WS-INDICE)    TO WS-ING-MASCARA.
           PERFORM 3600-VALIDAR-MASCARA
              THRU 3600-VALIDAR-MASCARA-EXIT.

           IF WS-REGLA-VALIDA
              DISPLAY '  ' WS-INDICE ' TIPO ' WS-ING-TIPO
                      ' DIGITOS MINIMOS ' WS-ING-LONG-MINIMA
                      ' DEJAR ULTIMOS ' WS-ING-DEJAR-ULTIMOS
                      ' RELLENO [' WS-ING-RELLENO ']'
           ELSE
              DISPLAY '  ' WS-INDICE ' ' WS-MSK-ENTRADA(WS-INDICE)
              DISPLAY '     INVALIDA, CL25EJ01 LA IGNORA: '
                      WS-MOTIVO-INVALIDA
           END-IF.

       2200-LISTAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTA DE UNA REGLA AL FINAL DE LA TABLA PENDIENTE, DENTRO DEL   *
      * LIMITE DE LA TABLA QUE LA CARGA (50 REPLRULE, 10 MASKRULE)     *
      *----------------------------------------------------------------*
       3000-ALTA-REGLA.

           IF WS-CANT-CAMBIOS >= WS-MAX-CAMBIOS
              DISPLAY 'Demasiados cambios pendientes: activar antes '
                      'de seguir'
              MOVE SPACE                     TO WS-ARCHIVO-ELEGIDO
           ELSE
              PERFORM 1950-ELEGIR-ARCHIVO
                 THRU 1950-ELEGIR-ARCHIVO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ARCH-REEMPLAZO
                    IF WS-CANT-REEMPLAZO >= WS-MAX-REEMPLAZO
                       DISPLAY 'REPLRULE ya tiene el maximo de '
                               WS-MAX-REEMPLAZO ' reglas'
                    ELSE
                       PERFORM 3100-SOLICITAR-REEMPLAZO
                          THRU 3100-SOLICITAR-REEMPLAZO-EXIT
                       IF WS-REGLA-VALIDA
                          ADD 1              TO WS-CANT-REEMPLAZO
                          MOVE WS-ING-REEMPLAZO
                            TO WS-RPL-ENTRADA(WS-CANT-REEMPLAZO)
                          MOVE WS-CANT-REEMPLAZO
                                             TO WS-NUMERO-REGLA
                          MOVE SPACES        TO WS-CAMBIO-ANTERIOR
                          MOVE WS-ING-REEMPLAZO
                                             TO WS-CAMBIO-NUEVA
                          PERFORM 3800-REGISTRAR-REEMPLAZO
                             THRU 3800-REGISTRAR-REEMPLAZO-EXIT
                       END-IF
                    END-IF
               WHEN WS-ARCH-MASCARA
                    IF WS-CANT-MASCARA >= WS-MAX-MASCARA
                       DISPLAY 'MASKRULE ya tiene el maximo de '
                               WS-MAX-MASCARA ' reglas'
                    ELSE
                       PERFORM 3200-SOLICITAR-MASCARA
                          THRU 3200-SOLICITAR-MASCARA-EXIT
                       IF WS-REGLA-VALIDA
                          ADD 1              TO WS-CANT-MASCARA
                          MOVE WS-ING-MASCARA
                            TO WS-MSK-ENTRADA(WS-CANT-MASCARA)
                          MOVE WS-CANT-MASCARA
                                             TO WS-NUMERO-REGLA
                          MOVE SPACES        TO WS-CAMBIO-ANTERIOR
                          MOVE WS-ING-MASCARA
                                             TO WS-CAMBIO-NUEVA
                          PERFORM 3900-REGISTRAR-MASCARA
                             THRU 3900-REGISTRAR-MASCARA-EXIT
                       END-IF
                    END-IF
           END-EVALUATE.

       3000-ALTA-REGLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR UNA REGLA DE REEMPLAZO. LAS LONGITUDES SON EXPLICITAS    *
      * PORQUE UNA CADENA PUEDE LLEVAR BLANCOS PROPIOS AL FINAL        *
      *----------------------------------------------------------------*
       3100-SOLICITAR-REEMPLAZO.

           MOVE SPACES                       TO WS-ING-BUSCAR
                                                WS-ING-NUEVO.
           MOVE ZEROS                        TO WS-ING-LONG-BUSCAR
                                                WS-ING-LONG-NUEVO.

           DISPLAY 'Cadena a buscar (hasta 30):'.
           ACCEPT  WS-ING-BUSCAR.
           DISPLAY 'Longitud de la cadena a buscar (01-30, con sus '
                   'blancos propios):'.
           ACCEPT  WS-ING-LONG-BUSCAR.
           DISPLAY 'Cadena de reemplazo (hasta 30, vacia la borra):'.
           ACCEPT  WS-ING-NUEVO.
           DISPLAY 'Longitud del reemplazo (00-30):'.
           ACCEPT  WS-ING-LONG-NUEVO.

           PERFORM 3500-VALIDAR-REEMPLAZO
              THRU 3500-VALIDAR-REEMPLAZO-EXIT.

           IF WS-REGLA-VALIDA
              PERFORM 3550-CONTROLAR-REEMPLAZO
                 THRU 3550-CONTROLAR-REEMPLAZO-EXIT
           END-IF.

           IF NOT WS-REGLA-VALIDA
              DISPLAY 'Regla rechazada: ' WS-MOTIVO-INVALIDA
           END-IF.

       3100-SOLICITAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR UNA REGLA DE ENMASCARADO. EL UNICO TIPO QUE ENTIENDE     *
      * CL25EJ01 ES 'D' (CORRIDAS DE DIGITOS)                          *
      *----------------------------------------------------------------*
       3200-SOLICITAR-MASCARA.

           MOVE 'D'                          TO WS-ING-TIPO.
           MOVE ZEROS                        TO WS-ING-LONG-MINIMA
                                                WS-ING-DEJAR-ULTIMOS.
           MOVE SPACE                        TO WS-ING-RELLENO.

           DISPLAY 'Cantidad minima de digitos seguidos a tapar '
                   '(001-999):'.
           ACCEPT  WS-ING-LONG-MINIMA.
           DISPLAY 'Digitos finales que quedan visibles (00-99):'.
           ACCEPT  WS-ING-DEJAR-ULTIMOS.
           DISPLAY 'Caracter de relleno (defecto *):'.
           ACCEPT  WS-ING-RELLENO.

           IF WS-ING-RELLENO = SPACE
              MOVE '*'                       TO WS-ING-RELLENO
           END-IF.

           PERFORM 3600-VALIDAR-MASCARA
              THRU 3600-VALIDAR-MASCARA-EXIT.

           IF WS-REGLA-VALIDA
              PERFORM 3650-CONTROLAR-MASCARA
                 THRU 3650-CONTROLAR-MASCARA-EXIT
           END-IF.

           IF NOT WS-REGLA-VALIDA
              DISPLAY 'Regla rechazada: ' WS-MOTIVO-INVALIDA
           END-IF.

       3200-SOLICITAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDAR LA REGLA DE REEMPLAZO DE WS-ING-REEMPLAZO CON LOS      *
      * MISMOS LIMITES QUE CLSTRING 2820-LEER-REGLA: UNA REGLA QUE NO  *
      * LOS CUMPLE ES IGNORADA AL CARGAR                               *
      *----------------------------------------------------------------*
       3500-VALIDAR-REEMPLAZO.

           MOVE 'N'                          TO WS-SW-REGLA-VALIDA.
           MOVE SPACES                       TO WS-MOTIVO-INVALIDA.

           EVALUATE TRUE
               WHEN WS-ING-LONG-BUSCAR IS NOT NUMERIC
                 OR WS-ING-LONG-NUEVO IS NOT NUMERIC
                    MOVE 'Longitud no numerica'
                                             TO WS-MOTIVO-INVALIDA
               WHEN WS-ING-LONG-BUSCAR < 1
                 OR WS-ING-LONG-BUSCAR > 30
                    MOVE 'Longitud a buscar fuera de 01-30'
                                             TO WS-MOTIVO-INVALIDA
               WHEN WS-ING-LONG-NUEVO > 30
                    MOVE 'Longitud del reemplazo fuera de 00-30'
                                             TO WS-MOTIVO-INVALIDA
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-REGLA-VALIDA
           END-EVALUATE.

       3500-VALIDAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROLES ADICIONALES SOBRE LO QUE INGRESA EL SUPERVISOR: QUE  *
      * LA LONGITUD INFORMADA CUBRA TODO EL TEXTO TIPEADO, QUE ES EL   *
      * ERROR QUE HOY SOLO SE VE CUANDO EL LOTE SALE MAL               *
      *----------------------------------------------------------------*
       3550-CONTROLAR-REEMPLAZO.

           MOVE 'N'                          TO WS-SW-REGLA-VALIDA.

           EVALUATE TRUE
               WHEN WS-ING-BUSCAR (1:WS-ING-LONG-BUSCAR) = SPACES
                    MOVE 'La cadena a buscar esta en blanco'
                                             TO WS-MOTIVO-INVALIDA
               WHEN WS-ING-LONG-BUSCAR < 30
                AND WS-ING-BUSCAR (WS-ING-LONG-BUSCAR + 1:) NOT = SPACES
                    MOVE 'Cadena a buscar mas larga que su longitud'
                                             TO WS-MOTIVO-INVALIDA
               WHEN WS-ING-LONG-NUEVO = ZEROS
                AND WS-ING-NUEVO NOT = SPACES
                    MOVE 'Reemplazo con texto y longitud 00'
                                             TO WS-MOTIVO-INVALIDA
               WHEN WS-ING-LONG-NUEVO > ZEROS
                AND WS-ING-LONG-NUEVO < 30
                AND WS-ING-NUEVO (WS-ING-LONG-NUEVO + 1:) NOT = SPACES
                    MOVE 'Reemplazo mas largo que su longitud'
                                             TO WS-MOTIVO-INVALIDA
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-REGLA-VALIDA
           END-EVALUATE.

       3550-CONTROLAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDAR LA REGLA DE ENMASCARADO DE WS-ING-MASCARA CON LOS      *
      * MISMOS CRITERIOS QUE CL25EJ01 0135-LEER-REGLA-MASCARA          *
      *----------------------------------------------------------------*
       3600-VALIDAR-MASCARA.

           MOVE 'N'                          TO WS-SW-REGLA-VALIDA.
           MOVE SPACES                       TO WS-MOTIVO-INVALIDA.

           EVALUATE TRUE
               WHEN WS-ING-TIPO NOT = 'D'
                    MOVE 'Tipo de regla distinto de D'
                                             TO WS-MOTIVO-INVALIDA
               WHEN WS-ING-LONG-MINIMA IS NOT NUMERIC
                 OR WS-ING-DEJAR-ULTIMOS IS NOT NUMERIC
                    MOVE 'Longitud no numerica'
                                             TO WS-MOTIVO-INVALIDA
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-REGLA-VALIDA
           END-EVALUATE.

       3600-VALIDAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROLES ADICIONALES SOBRE LO QUE INGRESA EL SUPERVISOR: UNA  *
      * REGLA QUE DEJA VISIBLES TODOS LOS DIGITOS NO TAPA NADA         *
      *----------------------------------------------------------------*
       3650-CONTROLAR-MASCARA.

           MOVE 'N'                          TO WS-SW-REGLA-VALIDA.

           EVALUATE TRUE
               WHEN WS-ING-LONG-MINIMA < 1
                    MOVE 'Cantidad minima de digitos en cero'
                                             TO WS-MOTIVO-INVALIDA
               WHEN WS-ING-DEJAR-ULTIMOS >= WS-ING-LONG-MINIMA
                    MOVE 'Deja visibles todos los digitos minimos'
                                             TO WS-MOTIVO-INVALIDA
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-REGLA-VALIDA
           END-EVALUATE.

       3650-CONTROLAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANOTAR UN CAMBIO PENDIENTE DE REPLRULE (ACCION EN WS-OPCION,   *
      * IMAGENES EN WS-CAMBIO-ANTERIOR/NUEVA)                          *
      *----------------------------------------------------------------*
       3800-REGISTRAR-REEMPLAZO.

           MOVE 'REPLRULE'                   TO WS-CAMBIO-ARCHIVO.
           MOVE 'S'                          TO
                                         WS-SW-REEMPLAZO-CAMBIADO.
           PERFORM 3950-ANOTAR-CAMBIO
              THRU 3950-ANOTAR-CAMBIO-EXIT.

       3800-REGISTRAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-REGISTRAR-MASCARA.

           MOVE 'MASKRULE'                   TO WS-CAMBIO-ARCHIVO.
           MOVE 'S'                          TO WS-SW-MASCARA-CAMBIADA.
           PERFORM 3950-ANOTAR-CAMBIO
              THRU 3950-ANOTAR-CAMBIO-EXIT.

       3900-REGISTRAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TODO CAMBIO OBLIGA A VOLVER A PROBAR ANTES DE ACTIVAR          *
      *----------------------------------------------------------------*
       3950-ANOTAR-CAMBIO.

           MOVE WS-OPCION                    TO WS-CAMBIO-ACCION.
           INSPECT WS-CAMBIO-ACCION
               CONVERTING 'amb' TO 'AMB'.

           ADD 1                             TO WS-CANT-CAMBIOS.
           MOVE WS-CAMBIO-ARCHIVO
                             TO WS-CMB-ARCHIVO(WS-CANT-CAMBIOS).
           MOVE WS-CAMBIO-ACCION
                             TO WS-CMB-ACCION(WS-CANT-CAMBIOS).
           MOVE WS-NUMERO-REGLA
                             TO WS-CMB-NUMERO(WS-CANT-CAMBIOS).
           MOVE WS-CAMBIO-ANTERIOR
                             TO WS-CMB-ANTERIOR(WS-CANT-CAMBIOS).
           MOVE WS-CAMBIO-NUEVA
                             TO WS-CMB-NUEVA(WS-CANT-CAMBIOS).

           MOVE 'N'                          TO WS-SW-PROBADO.
           DISPLAY 'Regla ' WS-NUMERO-REGLA ' de ' WS-CAMBIO-ARCHIVO
                   ' pendiente de activar'.

       3950-ANOTAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MODIFICAR UNA REGLA EXISTENTE: SE MUESTRA LA ACTUAL Y SE PIDE  *
      * LA REGLA COMPLETA DE NUEVO                                     *
      *----------------------------------------------------------------*
       4000-MODIFICAR-REGLA.

           IF WS-CANT-CAMBIOS >= WS-MAX-CAMBIOS
              DISPLAY 'Demasiados cambios pendientes: activar antes '
                      'de seguir'
           ELSE
              MOVE ZEROS                     TO WS-NUMERO-REGLA
              PERFORM 1950-ELEGIR-ARCHIVO
                 THRU 1950-ELEGIR-ARCHIVO-EXIT
              IF WS-ARCH-REEMPLAZO OR WS-ARCH-MASCARA
                 PERFORM 4900-SOLICITAR-NUMERO
                    THRU 4900-SOLICITAR-NUMERO-EXIT
              END-IF
              IF WS-NUMERO-REGLA > ZEROS
                 MOVE WS-NUMERO-REGLA        TO WS-INDICE
                 IF WS-ARCH-REEMPLAZO
                    PERFORM 2100-LISTAR-REEMPLAZO
                       THRU 2100-LISTAR-REEMPLAZO-EXIT
                    PERFORM 3100-SOLICITAR-REEMPLAZO
                       THRU 3100-SOLICITAR-REEMPLAZO-EXIT
                    IF WS-REGLA-VALIDA
                       MOVE WS-RPL-ENTRADA(WS-INDICE)
                                             TO WS-CAMBIO-ANTERIOR
                       MOVE WS-ING-REEMPLAZO TO WS-CAMBIO-NUEVA
                       MOVE WS-ING-REEMPLAZO
                                      TO WS-RPL-ENTRADA(WS-INDICE)
                       PERFORM 3800-REGISTRAR-REEMPLAZO
                          THRU 3800-REGISTRAR-REEMPLAZO-EXIT
                    END-IF
                 ELSE
                    PERFORM 2200-LISTAR-MASCARA
                       THRU 2200-LISTAR-MASCARA-EXIT
                    PERFORM 3200-SOLICITAR-MASCARA
                       THRU 3200-SOLICITAR-MASCARA-EXIT
                    IF WS-REGLA-VALIDA
                       MOVE WS-MSK-ENTRADA(WS-INDICE)
                                             TO WS-CAMBIO-ANTERIOR
                       MOVE WS-ING-MASCARA   TO WS-CAMBIO-NUEVA
                       MOVE WS-ING-MASCARA
                                      TO WS-MSK-ENTRADA(WS-INDICE)
                       PERFORM 3900-REGISTRAR-MASCARA
                          THRU 3900-REGISTRAR-MASCARA-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       4000-MODIFICAR-REGLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR EL NUMERO DE REGLA Y VALIDARLO CONTRA LA TABLA ELEGIDA;  *
      * QUEDA EN CERO SI NO EXISTE                                     *
      *----------------------------------------------------------------*
       4900-SOLICITAR-NUMERO.

           DISPLAY 'Numero de regla:'.
           ACCEPT  WS-NUMERO-REGLA.

           IF (WS-ARCH-REEMPLAZO
               AND WS-NUMERO-REGLA > WS-CANT-REEMPLAZO)
              OR (WS-ARCH-MASCARA
               AND WS-NUMERO-REGLA > WS-CANT-MASCARA)
              OR WS-NUMERO-REGLA = ZEROS
              DISPLAY 'La regla ' WS-NUMERO-REGLA ' no existe'
              MOVE ZEROS                     TO WS-NUMERO-REGLA
           END-IF.

       4900-SOLICITAR-NUMERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BAJA DE UNA REGLA: LAS SIGUIENTES SE CORREN UN LUGAR PARA QUE  *
      * LA TABLA (Y EL ARCHIVO AL ACTIVAR) NO QUEDE CON HUECOS         *
      *----------------------------------------------------------------*
       5000-BAJA-REGLA.

           IF WS-CANT-CAMBIOS >= WS-MAX-CAMBIOS
              DISPLAY 'Demasiados cambios pendientes: activar antes '
                      'de seguir'
           ELSE
              MOVE ZEROS                     TO WS-NUMERO-REGLA
              PERFORM 1950-ELEGIR-ARCHIVO
                 THRU 1950-ELEGIR-ARCHIVO-EXIT
              IF WS-ARCH-REEMPLAZO OR WS-ARCH-MASCARA
                 PERFORM 4900-SOLICITAR-NUMERO
                    THRU 4900-SOLICITAR-NUMERO-EXIT
              END-IF
              IF WS-NUMERO-REGLA > ZEROS
                 MOVE WS-NUMERO-REGLA        TO WS-INDICE
                 IF WS-ARCH-REEMPLAZO
                    PERFORM 2100-LISTAR-REEMPLAZO
                       THRU 2100-LISTAR-REEMPLAZO-EXIT
                 ELSE
                    PERFORM 2200-LISTAR-MASCARA
                       THRU 2200-LISTAR-MASCARA-EXIT
                 END-IF
                 DISPLAY 'Confirma la baja? (S/N):'
                 ACCEPT  WS-RESPUESTA
                 IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                    PERFORM 5100-QUITAR-REGLA
                       THRU 5100-QUITAR-REGLA-EXIT
                 END-IF
              END-IF
           END-IF.

       5000-BAJA-REGLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-QUITAR-REGLA.

           MOVE SPACES                       TO WS-CAMBIO-NUEVA.

           IF WS-ARCH-REEMPLAZO
              MOVE WS-RPL-ENTRADA(WS-NUMERO-REGLA)
                                             TO WS-CAMBIO-ANTERIOR
              PERFORM 5110-CORRER-REEMPLAZO
                 THRU 5110-CORRER-REEMPLAZO-EXIT
                 VARYING WS-INDICE FROM WS-NUMERO-REGLA BY 1
                 UNTIL WS-INDICE >= WS-CANT-REEMPLAZO
              SUBTRACT 1                   FROM WS-CANT-REEMPLAZO
              PERFORM 3800-REGISTRAR-REEMPLAZO
                 THRU 3800-REGISTRAR-REEMPLAZO-EXIT
           ELSE
              MOVE WS-MSK-ENTRADA(WS-NUMERO-REGLA)
                                             TO WS-CAMBIO-ANTERIOR
              PERFORM 5120-CORRER-MASCARA
                 THRU 5120-CORRER-MASCARA-EXIT
                 VARYING WS-INDICE FROM WS-NUMERO-REGLA BY 1
                 UNTIL WS-INDICE >= WS-CANT-MASCARA
              SUBTRACT 1                   FROM WS-CANT-MASCARA
              PERFORM 3900-REGISTRAR-MASCARA
                 THRU 3900-REGISTRAR-MASCARA-EXIT
           END-IF.

       5100-QUITAR-REGLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5110-CORRER-REEMPLAZO.

           MOVE WS-RPL-ENTRADA(WS-INDICE + 1)
                                     TO WS-RPL-ENTRADA(WS-INDICE).

       5110-CORRER-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5120-CORRER-MASCARA.

           MOVE WS-MSK-ENTRADA(WS-INDICE + 1)
                                     TO WS-MSK-ENTRADA(WS-INDICE).

       5120-CORRER-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROBAR UN TEXTO DE MUESTRA CONTRA LAS REGLAS PENDIENTES:       *
      * ESTANDARIZADO CON REPLRULE Y ENMASCARADO CON MASKRULE, CADA    *
      * UNO CONTRA EL TEXTO ORIGINAL. SOLO SE USAN LAS REGLAS VALIDAS, *
      * IGUAL QUE EN CLSTRING Y CL25EJ01                               *
      *----------------------------------------------------------------*
       6000-PROBAR-REGLAS.

           MOVE SPACES                       TO WS-PRU-TEXTO.
           DISPLAY 'Texto de prueba:'.
           ACCEPT  WS-PRU-TEXTO.

           PERFORM 6100-ESTANDARIZAR
              THRU 6100-ESTANDARIZAR-EXIT.

           MOVE WS-PRU-TEXTO                 TO WS-CAMPO-MASCARA.
           PERFORM 6200-ENMASCARAR
              THRU 6200-ENMASCARAR-EXIT.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  Antes        : ' FUNCTION TRIM(WS-PRU-TEXTO).
           DISPLAY '  REPLRULE     : '
                   FUNCTION TRIM(WS-EST-ENTRADA (1:256)).
           DISPLAY '  MASKRULE     : '
                   FUNCTION TRIM(WS-CAMPO-MASCARA).
           DISPLAY '------------------------------------------------'.

           MOVE 'S'                          TO WS-SW-PROBADO.

       6000-PROBAR-REGLAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESTANDARIZAR WS-PRU-TEXTO CON EL ALGORITMO DE CLSTRING 2800:   *
      * REGLA POR REGLA, COLAPSO DE ESPACIOS Y PODA DE PUNTUACION      *
      *----------------------------------------------------------------*
       6100-ESTANDARIZAR.

           MOVE SPACES                       TO WS-EST-ENTRADA.
           MOVE WS-PRU-TEXTO                 TO WS-EST-ENTRADA.

           PERFORM 6110-APLICAR-REGLA
              THRU 6110-APLICAR-REGLA-EXIT
              VARYING WS-EST-INDICE-REGLA FROM 1 BY 1
              UNTIL WS-EST-INDICE-REGLA > WS-CANT-REEMPLAZO.

           PERFORM 6130-COLAPSAR-ESPACIOS
              THRU 6130-COLAPSAR-ESPACIOS-EXIT.

           PERFORM 6140-PODAR-PUNTUACION
              THRU 6140-PODAR-PUNTUACION-EXIT.

       6100-ESTANDARIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6110-APLICAR-REGLA.

           MOVE WS-RPL-ENTRADA(WS-EST-INDICE-REGLA)
                                             TO WS-ING-REEMPLAZO.
           PERFORM 3500-VALIDAR-REEMPLAZO
              THRU 3500-VALIDAR-REEMPLAZO-EXIT.

           IF WS-REGLA-VALIDA
              MOVE ZEROS                   TO WS-EST-ESPACIOS-FINALES
              INSPECT WS-EST-ENTRADA
                  TALLYING WS-EST-ESPACIOS-FINALES FOR TRAILING SPACES
              COMPUTE WS-EST-LARGO =
                      512 - WS-EST-ESPACIOS-FINALES
              MOVE SPACES                    TO WS-EST-SALIDA
              MOVE 1                         TO WS-EST-POS-ENT
                                                WS-EST-POS-SAL
              PERFORM 6120-EXAMINAR-REEMPLAZO
                 THRU 6120-EXAMINAR-REEMPLAZO-EXIT
                 UNTIL WS-EST-POS-ENT > WS-EST-LARGO
                    OR WS-EST-POS-SAL > 482
              MOVE WS-EST-SALIDA             TO WS-EST-ENTRADA
           END-IF.

       6110-APLICAR-REGLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6120-EXAMINAR-REEMPLAZO.

           IF WS-EST-POS-ENT + WS-ING-LONG-BUSCAR - 1
              <= WS-EST-LARGO
              AND WS-EST-ENTRADA (WS-EST-POS-ENT:WS-ING-LONG-BUSCAR)
                  = WS-ING-BUSCAR (1:WS-ING-LONG-BUSCAR)
              IF WS-ING-LONG-NUEVO > ZEROS
                 MOVE WS-ING-NUEVO (1:WS-ING-LONG-NUEVO)
                   TO WS-EST-SALIDA (WS-EST-POS-SAL:WS-ING-LONG-NUEVO)
                 ADD WS-ING-LONG-NUEVO       TO WS-EST-POS-SAL
              END-IF
              ADD WS-ING-LONG-BUSCAR         TO WS-EST-POS-ENT
           ELSE
              MOVE WS-EST-ENTRADA (WS-EST-POS-ENT:1)
                TO WS-EST-SALIDA (WS-EST-POS-SAL:1)
              ADD 1                          TO WS-EST-POS-ENT
                                                WS-EST-POS-SAL
           END-IF.

       6120-EXAMINAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6130-COLAPSAR-ESPACIOS.

           MOVE ZEROS                      TO WS-EST-ESPACIOS-FINALES.
           INSPECT WS-EST-ENTRADA
               TALLYING WS-EST-ESPACIOS-FINALES FOR TRAILING SPACES.
           COMPUTE WS-EST-LARGO =
                   512 - WS-EST-ESPACIOS-FINALES.

           MOVE SPACES                       TO WS-EST-SALIDA.
           MOVE 1                            TO WS-EST-POS-SAL.

           PERFORM 6135-EXAMINAR-ESPACIO
              THRU 6135-EXAMINAR-ESPACIO-EXIT
              VARYING WS-EST-POS-ENT FROM 1 BY 1
              UNTIL WS-EST-POS-ENT > WS-EST-LARGO.

           MOVE WS-EST-SALIDA                TO WS-EST-ENTRADA.

       6130-COLAPSAR-ESPACIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6135-EXAMINAR-ESPACIO.

           IF WS-EST-ENTRADA (WS-EST-POS-ENT:1) = SPACE
              AND WS-EST-POS-SAL > 1
              AND WS-EST-SALIDA (WS-EST-POS-SAL - 1:1) = SPACE
              CONTINUE
           ELSE
              MOVE WS-EST-ENTRADA (WS-EST-POS-ENT:1)
                TO WS-EST-SALIDA (WS-EST-POS-SAL:1)
              ADD 1                          TO WS-EST-POS-SAL
           END-IF.

       6135-EXAMINAR-ESPACIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6140-PODAR-PUNTUACION.

           MOVE ZEROS                      TO WS-EST-ESPACIOS-FINALES.
           INSPECT WS-EST-ENTRADA
               TALLYING WS-EST-ESPACIOS-FINALES FOR TRAILING SPACES.
           COMPUTE WS-EST-LARGO =
                   512 - WS-EST-ESPACIOS-FINALES.

           MOVE 'N'                          TO WS-SW-PODA-TERMINADA.

           PERFORM 6145-PODAR-UN-CARACTER
              THRU 6145-PODAR-UN-CARACTER-EXIT
              UNTIL WS-PODA-TERMINADA.

       6140-PODAR-PUNTUACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6145-PODAR-UN-CARACTER.

           IF WS-EST-LARGO < 1
              MOVE 'S'                       TO WS-SW-PODA-TERMINADA
           ELSE
              IF WS-EST-ENTRADA (WS-EST-LARGO:1) = '.' OR ',' OR
                 ';' OR ':' OR SPACE
                 MOVE SPACE                  TO
                      WS-EST-ENTRADA (WS-EST-LARGO:1)
                 SUBTRACT 1 FROM WS-EST-LARGO
              ELSE
                 MOVE 'S'                    TO WS-SW-PODA-TERMINADA
              END-IF
           END-IF.

       6145-PODAR-UN-CARACTER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENMASCARAR WS-CAMPO-MASCARA CON EL ALGORITMO DE CL25EJ01 8300: *
      * POR CADA REGLA SE TAPAN LAS CORRIDAS DE DIGITOS DE AL MENOS LA *
      * LONGITUD MINIMA, MENOS LOS ULTIMOS QUE LA REGLA MANDA DEJAR    *
      *----------------------------------------------------------------*
       6200-ENMASCARAR.

           MOVE ZEROS                        TO WS-MSK-ESPACIOS-FINALES.
           INSPECT WS-CAMPO-MASCARA
               TALLYING WS-MSK-ESPACIOS-FINALES FOR TRAILING SPACES.
           COMPUTE WS-MSK-LARGO-CAMPO =
                   256 - WS-MSK-ESPACIOS-FINALES.
           COMPUTE WS-MSK-LIMITE-SCAN = WS-MSK-LARGO-CAMPO + 1.

           PERFORM 6210-APLICAR-MASCARA
              THRU 6210-APLICAR-MASCARA-EXIT
              VARYING WS-MSK-INDICE-REGLA FROM 1 BY 1
              UNTIL WS-MSK-INDICE-REGLA > WS-CANT-MASCARA.

       6200-ENMASCARAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6210-APLICAR-MASCARA.

           MOVE WS-MSK-ENTRADA(WS-MSK-INDICE-REGLA)
                                             TO WS-ING-MASCARA.
           PERFORM 3600-VALIDAR-MASCARA
              THRU 3600-VALIDAR-MASCARA-EXIT.

           IF WS-REGLA-VALIDA
              MOVE WS-ING-RELLENO            TO WS-MSK-RELLENO-USO
              IF WS-MSK-RELLENO-USO = SPACE
                 MOVE '*'                    TO WS-MSK-RELLENO-USO
              END-IF
              MOVE ZEROS                     TO WS-MSK-INICIO-CORRIDA
                                                WS-MSK-LARGO-CORRIDA
              PERFORM 6220-EXAMINAR-POSICION
                 THRU 6220-EXAMINAR-POSICION-EXIT
                 VARYING WS-MSK-POS FROM 1 BY 1
                 UNTIL WS-MSK-POS > WS-MSK-LIMITE-SCAN
           END-IF.

       6210-APLICAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6220-EXAMINAR-POSICION.

           IF WS-MSK-POS <= WS-MSK-LARGO-CAMPO
              AND WS-CAMPO-MASCARA(WS-MSK-POS:1) >= '0'
              AND WS-CAMPO-MASCARA(WS-MSK-POS:1) <= '9'
              IF WS-MSK-LARGO-CORRIDA = ZEROS
                 MOVE WS-MSK-POS             TO WS-MSK-INICIO-CORRIDA
              END-IF
              ADD 1                          TO WS-MSK-LARGO-CORRIDA
           ELSE
              IF WS-MSK-LARGO-CORRIDA >= WS-ING-LONG-MINIMA
                 PERFORM 6230-TAPAR-CORRIDA
                    THRU 6230-TAPAR-CORRIDA-EXIT
              END-IF
              MOVE ZEROS                     TO WS-MSK-LARGO-CORRIDA
           END-IF.

       6220-EXAMINAR-POSICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6230-TAPAR-CORRIDA.

           IF WS-MSK-LARGO-CORRIDA > WS-ING-DEJAR-ULTIMOS
              COMPUTE WS-MSK-ULTIMA-TAPAR =
                      WS-MSK-INICIO-CORRIDA +
                      WS-MSK-LARGO-CORRIDA - 1 -
                      WS-ING-DEJAR-ULTIMOS
              PERFORM 6235-TAPAR-POSICION
                 THRU 6235-TAPAR-POSICION-EXIT
                 VARYING WS-MSK-POS-TAPAR
                 FROM WS-MSK-INICIO-CORRIDA BY 1
                 UNTIL WS-MSK-POS-TAPAR > WS-MSK-ULTIMA-TAPAR
           END-IF.

       6230-TAPAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6235-TAPAR-POSICION.

           MOVE WS-MSK-RELLENO-USO
              TO WS-CAMPO-MASCARA(WS-MSK-POS-TAPAR:1).

       6235-TAPAR-POSICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACTIVAR: SOLO CON CAMBIOS, PROBADOS DESPUES DEL ULTIMO CAMBIO  *
      * Y SIN REGLAS INVALIDAS EN LA TABLA. SE REGRABAN LOS ARCHIVOS   *
      * TOCADOS Y LOS CAMBIOS PASAN AL LOG RULELOG                     *
      *----------------------------------------------------------------*
       7000-ACTIVAR-REGLAS.

           MOVE ZEROS                        TO WS-CANT-INVALIDAS.
           PERFORM 7100-CONTAR-INVALIDA-RPL
              THRU 7100-CONTAR-INVALIDA-RPL-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-REEMPLAZO.
           PERFORM 7110-CONTAR-INVALIDA-MSK
              THRU 7110-CONTAR-INVALIDA-MSK-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-MASCARA.

           EVALUATE TRUE
               WHEN WS-CANT-CAMBIOS = ZEROS
                    DISPLAY 'No hay cambios pendientes de activar'
               WHEN NOT WS-PROBADO
                    DISPLAY 'Probar las reglas pendientes (opcion P) '
                            'antes de activarlas'
               WHEN WS-CANT-INVALIDAS > ZEROS
                    DISPLAY 'Hay ' WS-CANT-INVALIDAS ' reglas '
                            'invalidas: corregirlas o darlas de baja '
                            'antes de activar (opcion L)'
               WHEN OTHER
                    DISPLAY 'Activar ' WS-CANT-CAMBIOS ' cambios? '
                            '(S/N):'
                    ACCEPT  WS-RESPUESTA
                    IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                       PERFORM 7200-GRABAR-REGLAS
                          THRU 7200-GRABAR-REGLAS-EXIT
                    END-IF
           END-EVALUATE.

       7000-ACTIVAR-REGLAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7100-CONTAR-INVALIDA-RPL.

           MOVE WS-RPL-ENTRADA(WS-INDICE)    TO WS-ING-REEMPLAZO.
           PERFORM 3500-VALIDAR-REEMPLAZO
              THRU 3500-VALIDAR-REEMPLAZO-EXIT.
           IF NOT WS-REGLA-VALIDA
              ADD 1                          TO WS-CANT-INVALIDAS
           END-IF.

       7100-CONTAR-INVALIDA-RPL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7110-CONTAR-INVALIDA-MSK.

           MOVE WS-MSK-ENTRADA(WS-INDICE)    TO WS-ING-MASCARA.
           PERFORM 3600-VALIDAR-MASCARA
              THRU 3600-VALIDAR-MASCARA-EXIT.
           IF NOT WS-REGLA-VALIDA
              ADD 1                          TO WS-CANT-INVALIDAS
           END-IF.

       7110-CONTAR-INVALIDA-MSK-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRABAR LOS ARCHIVOS DE REGLAS TOCADOS DESDE LAS TABLAS Y     *
      * DEJAR LOS CAMBIOS EN EL LOG                                    *
      *----------------------------------------------------------------*
       7200-GRABAR-REGLAS.

           PERFORM 7205-VERIFICAR-ARCHIVOS
              THRU 7205-VERIFICAR-ARCHIVOS-EXIT.

           IF WS-REEMPLAZO-CAMBIADO
              OPEN OUTPUT ARCH-REGLAS-REEMPLAZO
              IF WS-FS-REGLAS-REEMPLAZO NOT = '00'
                 DISPLAY 'No se pudo grabar REPLRULE - FS: '
                         WS-FS-REGLAS-REEMPLAZO
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 7210-GRABAR-REEMPLAZO
                 THRU 7210-GRABAR-REEMPLAZO-EXIT
                 VARYING WS-INDICE FROM 1 BY 1
                 UNTIL WS-INDICE > WS-CANT-REEMPLAZO
              CLOSE ARCH-REGLAS-REEMPLAZO
           END-IF.

           IF WS-MASCARA-CAMBIADA
              OPEN OUTPUT ARCH-REGLAS-MASCARA
              IF WS-FS-REGLAS-MASCARA NOT = '00'
                 DISPLAY 'No se pudo grabar MASKRULE - FS: '
                         WS-FS-REGLAS-MASCARA
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 7220-GRABAR-MASCARA
                 THRU 7220-GRABAR-MASCARA-EXIT
                 VARYING WS-INDICE FROM 1 BY 1
                 UNTIL WS-INDICE > WS-CANT-MASCARA
              CLOSE ARCH-REGLAS-MASCARA
           END-IF.

           PERFORM 7300-GRABAR-LOG-CAMBIOS
              THRU 7300-GRABAR-LOG-CAMBIOS-EXIT.

           DISPLAY 'Reglas activadas: ' WS-CANT-CAMBIOS
                   ' cambios registrados en RULELOG'.

           MOVE ZEROS                        TO WS-CANT-CAMBIOS.
           MOVE 'N'                          TO
                                         WS-SW-REEMPLAZO-CAMBIADO
                                         WS-SW-MASCARA-CAMBIADA.

       7200-GRABAR-REGLAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANTES DE REGRABAR NADA: ABRIR EL LOG RULELOG (SI NO EXISTE SE  *
      * CREA) Y PROBAR QUE LOS ARCHIVOS DE REGLAS TOCADOS SE PUEDEN    *
      * ABRIR PARA GRABAR. EXTEND NO BORRA EL CONTENIDO; UN ARCHIVO    *
      * QUE TODAVIA NO EXISTE (FS 35) SE CREA AL REGRABARLO. SI ALGO   *
      * FALLA LAS REGLAS QUEDAN COMO ESTABAN                           *
      *----------------------------------------------------------------*
       7205-VERIFICAR-ARCHIVOS.

           OPEN EXTEND ARCH-LOG-CAMBIOS.
           IF WS-FS-LOG-CAMBIOS NOT = '00'
              CLOSE ARCH-LOG-CAMBIOS
              OPEN OUTPUT ARCH-LOG-CAMBIOS
           END-IF.

           IF WS-FS-LOG-CAMBIOS NOT = '00'
              DISPLAY 'No se pudo abrir el log RULELOG - FS: '
                      WS-FS-LOG-CAMBIOS
              DISPLAY 'Reglas no activadas: REPLRULE y MASKRULE no '
                      'se modificaron'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-REEMPLAZO-CAMBIADO
              OPEN EXTEND ARCH-REGLAS-REEMPLAZO
              IF WS-FS-REGLAS-REEMPLAZO = '00'
                 CLOSE ARCH-REGLAS-REEMPLAZO
              END-IF
              IF WS-FS-REGLAS-REEMPLAZO NOT = '00'
                 AND WS-FS-REGLAS-REEMPLAZO NOT = '35'
                 DISPLAY 'No se puede grabar REPLRULE - FS: '
                         WS-FS-REGLAS-REEMPLAZO
                 DISPLAY 'Reglas no activadas: REPLRULE y MASKRULE '
                         'no se modificaron'
                 CLOSE ARCH-LOG-CAMBIOS
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           IF WS-MASCARA-CAMBIADA
              OPEN EXTEND ARCH-REGLAS-MASCARA
              IF WS-FS-REGLAS-MASCARA = '00'
                 CLOSE ARCH-REGLAS-MASCARA
              END-IF
              IF WS-FS-REGLAS-MASCARA NOT = '00'
                 AND WS-FS-REGLAS-MASCARA NOT = '35'
                 DISPLAY 'No se puede grabar MASKRULE - FS: '
                         WS-FS-REGLAS-MASCARA
                 DISPLAY 'Reglas no activadas: REPLRULE y MASKRULE '
                         'no se modificaron'
                 CLOSE ARCH-LOG-CAMBIOS
                 MOVE 16                     TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       7205-VERIFICAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7210-GRABAR-REEMPLAZO.

           MOVE WS-RPL-ENTRADA(WS-INDICE)    TO REG-REGLA-REEMPLAZO.
           WRITE REG-REGLA-REEMPLAZO.

       7210-GRABAR-REEMPLAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7220-GRABAR-MASCARA.

           MOVE WS-MSK-ENTRADA(WS-INDICE)    TO REG-REGLA-MASCARA.
           WRITE REG-REGLA-MASCARA.

       7220-GRABAR-MASCARA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGAR LOS CAMBIOS ACTIVADOS AL LOG RULELOG, QUE QUEDO        *
      * ABIERTO EN 7205-VERIFICAR-ARCHIVOS                             *
      *----------------------------------------------------------------*
       7300-GRABAR-LOG-CAMBIOS.

           ACCEPT WS-HORA-ACTUAL FROM TIME.

           PERFORM 7310-GRABAR-UN-CAMBIO
              THRU 7310-GRABAR-UN-CAMBIO-EXIT
              VARYING WS-INDICE-CAMBIO FROM 1 BY 1
              UNTIL WS-INDICE-CAMBIO > WS-CANT-CAMBIOS.

           CLOSE ARCH-LOG-CAMBIOS.

       7300-GRABAR-LOG-CAMBIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7310-GRABAR-UN-CAMBIO.

           MOVE SPACES                       TO REG-LOG-CAMBIO.
           MOVE WS-LEGAJO-AUX                TO REG-CMB-LEGAJO.
           MOVE WS-FECHA-ACTUAL              TO REG-CMB-FECHA.
           MOVE WS-HORA-ACTUAL               TO REG-CMB-HORA.
           MOVE WS-CMB-ARCHIVO(WS-INDICE-CAMBIO)
                                             TO REG-CMB-ARCHIVO.
           MOVE WS-CMB-ACCION(WS-INDICE-CAMBIO)
                                             TO REG-CMB-ACCION.
           MOVE WS-CMB-NUMERO(WS-INDICE-CAMBIO)
                                             TO REG-CMB-NUMERO.
           MOVE WS-CMB-ANTERIOR(WS-INDICE-CAMBIO)
                                             TO REG-CMB-ANTERIOR.
           MOVE WS-CMB-NUEVA(WS-INDICE-CAMBIO)
                                             TO REG-CMB-NUEVA.

           WRITE REG-LOG-CAMBIO.

       7310-GRABAR-UN-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ09.
