      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Mantenimiento del catalogo de codigos de error ERRCAT
      *          (copybook CLERRCAT): por cada codigo que devuelven
      *          CLSTRING y CL25EJ01, su descripcion, su severidad
      *          (A advertencia, E error, F fatal), la accion
      *          correctiva y el area responsable. La severidad decide
      *          el return code del lote de CL25EJ01 y la accion y el
      *          area salen junto a los rankings de errores de
      *          CL25EJ03 y CL25EJ07. La opcion I da de alta los
      *          codigos propios del sistema que todavia no esten en
      *          el catalogo, sin tocar los que ya existen. Cada
      *          alta o cambio queda firmado con legajo y fecha.
      * Tectonics: cobc
      * Mod. history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ14.
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

           SELECT ARCH-CATALOGO-ERRORES ASSIGN TO "ERRCAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ERC-CODIGO
                  FILE STATUS IS WS-FS-CATALOGO.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADORES.
       01  REG-OPERADOR.
           COPY CLOPERM.

       FD  ARCH-CATALOGO-ERRORES.
       01  REG-CATALOGO-ERROR.
           COPY CLERRCAT.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-OPCION                      PIC X(01) VALUE SPACE.
              88 WS-OPCION-SALIR                   VALUE '0'.
           02 WS-LEGAJO-AUX                  PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-ACTUAL                PIC 9(08) VALUE ZEROS.
           02 WS-CODIGO-AUX                  PIC X(04) VALUE SPACES.
           02 WS-RESPUESTA                   PIC X(01) VALUE SPACE.
           02 WS-INDICE                      PIC 9(02) VALUE ZEROS.
           02 WS-CANT-LISTADOS               PIC 9(04) VALUE ZEROS.
           02 WS-CANT-CARGADOS               PIC 9(02) VALUE ZEROS.
           02 WS-CANT-EXISTENTES             PIC 9(02) VALUE ZEROS.

      * DATOS QUE SE INGRESAN EN ALTA Y MODIFICACION. EN LA
      * MODIFICACION UN CAMPO EN BLANCO CONSERVA EL VALOR ACTUAL
       01  WS-DATOS-INGRESADOS.
           02 WS-ING-DESCRIPCION             PIC X(40) VALUE SPACES.
           02 WS-ING-SEVERIDAD               PIC X(01) VALUE SPACE.
           02 WS-ING-ACCION                  PIC X(60) VALUE SPACES.
           02 WS-ING-AREA                    PIC X(20) VALUE SPACES.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-OPERADORES               PIC X(02) VALUE '00'.
           02 WS-FS-CATALOGO                 PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-OPERADOR-OK              PIC X(01) VALUE 'N'.
              88 WS-OPERADOR-OK                    VALUE 'S'.
           02 WS-SW-CATALOGO-ABIERTO         PIC X(01) VALUE 'N'.
              88 WS-CATALOGO-ABIERTO               VALUE 'S'.
           02 WS-SW-CODIGO-LEIDO             PIC X(01) VALUE 'N'.
              88 WS-CODIGO-LEIDO                   VALUE 'S'.
           02 WS-SW-DATOS-OK                 PIC X(01) VALUE 'N'.
              88 WS-DATOS-OK                       VALUE 'S'.
           02 WS-SW-FIN-CATALOGO             PIC X(01) VALUE 'N'.
              88 WS-FIN-CATALOGO                   VALUE 'S'.

      * CODIGOS QUE DEVUELVEN HOY CLSTRING Y CL25EJ01, CON LA
      * SEVERIDAD, ACCION Y AREA CON QUE ARRANCA EL CATALOGO. LA
      * OPCION I LOS DA DE ALTA SI FALTAN; DESPUES SE MANTIENEN POR
      * MENU COMO CUALQUIER OTRO CODIGO
       01  WS-CODIGOS-SISTEMA.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E100E'.
              03 FILLER                      PIC X(40) VALUE
                 'Funcion invalida'.
              03 FILLER                      PIC X(30) VALUE
                 'VERIFICAR EL CODIGO DE FUNCION'.
              03 FILLER                      PIC X(30) VALUE
                 ' ENVIADO A CLSTRING'.
              03 FILLER                      PIC X(20) VALUE
                 'SISTEMAS'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E301E'.
              03 FILLER                      PIC X(40) VALUE
                 'Cantidad de cadenas invalida'.
              03 FILLER                      PIC X(30) VALUE
                 'CORREGIR LA CANTIDAD DE CADENA'.
              03 FILLER                      PIC X(30) VALUE
                 'S (2 A 5) Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'OPERACIONES'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E401E'.
              03 FILLER                      PIC X(40) VALUE
                 'Posicion inicial invalida'.
              03 FILLER                      PIC X(30) VALUE
                 'CORREGIR LA POSICION INICIAL ('.
              03 FILLER                      PIC X(30) VALUE
                 '1 A 256) Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'OPERACIONES'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E402E'.
              03 FILLER                      PIC X(40) VALUE
                 'Longitud a extraer invalida'.
              03 FILLER                      PIC X(30) VALUE
                 'CORREGIR LA LONGITUD A EXTRAER'.
              03 FILLER                      PIC X(30) VALUE
                 ' Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'OPERACIONES'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E501F'.
              03 FILLER                      PIC X(40) VALUE
                 'Cantidad de entradas de tabla invalida'.
              03 FILLER                      PIC X(30) VALUE
                 'BLOQUE MAL ARMADO POR CL25EJ01'.
              03 FILLER                      PIC X(30) VALUE
                 ': ESCALAR A SISTEMAS'.
              03 FILLER                      PIC X(20) VALUE
                 'SISTEMAS'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E801A'.
              03 FILLER                      PIC X(40) VALUE
                 'Documento con caracteres invalidos'.
              03 FILLER                      PIC X(30) VALUE
                 'PEDIR A LA SUCURSAL EL DOCUMEN'.
              03 FILLER                      PIC X(30) VALUE
                 'TO CORRECTO Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'SUCURSAL ORIGEN'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E802A'.
              03 FILLER                      PIC X(40) VALUE
                 'Cantidad de digitos invalida'.
              03 FILLER                      PIC X(30) VALUE
                 'PEDIR A LA SUCURSAL EL DOCUMEN'.
              03 FILLER                      PIC X(30) VALUE
                 'TO CORRECTO Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'SUCURSAL ORIGEN'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E803A'.
              03 FILLER                      PIC X(40) VALUE
                 'Prefijo de CUIT/CUIL invalido'.
              03 FILLER                      PIC X(30) VALUE
                 'VERIFICAR EL PREFIJO DEL CUIT/'.
              03 FILLER                      PIC X(30) VALUE
                 'CUIL CON LA SUCURSAL'.
              03 FILLER                      PIC X(20) VALUE
                 'SUCURSAL ORIGEN'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E804A'.
              03 FILLER                      PIC X(40) VALUE
                 'Digito verificador de CUIT/CUIL invalido'.
              03 FILLER                      PIC X(30) VALUE
                 'VERIFICAR EL CUIT/CUIL CON LA '.
              03 FILLER                      PIC X(30) VALUE
                 'SUCURSAL Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'SUCURSAL ORIGEN'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E997E'.
              03 FILLER                      PIC X(40) VALUE
                 'Caracter sin equivalente Latin-1'.
              03 FILLER                      PIC X(30) VALUE
                 'PEDIR RETRANSMISION EN LATIN-1'.
              03 FILLER                      PIC X(30) VALUE
                 ' O CORREGIR Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'COMUNICACIONES'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E998F'.
              03 FILLER                      PIC X(40) VALUE
                 'Operador no autorizado'.
              03 FILLER                      PIC X(30) VALUE
                 'DAR EL PERMISO EN OPERMST (CL2'.
              03 FILLER                      PIC X(30) VALUE
                 '5EJ02) O CORREGIR EL LEGAJO'.
              03 FILLER                      PIC X(20) VALUE
                 'SEGURIDAD'.
           02 FILLER.
              03 FILLER                      PIC X(05) VALUE 'E999E'.
              03 FILLER                      PIC X(40) VALUE
                 'Funcion o estado invalido'.
              03 FILLER                      PIC X(30) VALUE
                 'CORREGIR FUNCION O ESTADO DEL '.
              03 FILLER                      PIC X(30) VALUE
                 'REGISTRO Y RECICLAR'.
              03 FILLER                      PIC X(20) VALUE
                 'OPERACIONES'.
       01  WS-TABLA-CODIGOS-SISTEMA REDEFINES WS-CODIGOS-SISTEMA.
           02 WS-ENT-CODIGO-SISTEMA          OCCURS 12 TIMES.
              03 WS-SIS-CODIGO               PIC X(04).
              03 WS-SIS-SEVERIDAD            PIC X(01).
              03 WS-SIS-DESCRIPCION          PIC X(40).
              03 WS-SIS-ACCION               PIC X(60).
              03 WS-SIS-AREA                 PIC X(20).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-OPERADOR-OK
              PERFORM 1100-ABRIR-CATALOGO
                 THRU 1100-ABRIR-CATALOGO-EXIT
           END-IF.

           IF WS-CATALOGO-ABIERTO
              PERFORM 1900-CICLO-MENU
                 THRU 1900-CICLO-MENU-EXIT
                 UNTIL WS-OPCION-SALIR
              CLOSE ARCH-CATALOGO-ERRORES
           END-IF.

           CLOSE ARCH-OPERADORES.

           STOP RUN.
      *----------------------------------------------------------------*
      * PEDIR EL LEGAJO DE QUIEN MANTIENE EL CATALOGO Y VALIDARLO      *
      * CONTRA EL MAESTRO DE OPERADORES: DEBE EXISTIR Y ESTAR ACTIVO   *
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
           DISPLAY '  *   CL25EJ14 - Catalogo de errores ERRCAT     '.
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
      * ABRIR EL CATALOGO EN I-O; SI TODAVIA NO EXISTE (FS 35) CREARLO *
      * VACIO Y REABRIRLO, IGUAL QUE CL25EJ02 CON EL MAESTRO           *
      *----------------------------------------------------------------*
       1100-ABRIR-CATALOGO.

           OPEN I-O ARCH-CATALOGO-ERRORES.
           IF WS-FS-CATALOGO = '35'
              OPEN OUTPUT ARCH-CATALOGO-ERRORES
              CLOSE ARCH-CATALOGO-ERRORES
              OPEN I-O ARCH-CATALOGO-ERRORES
              DISPLAY 'Catalogo ERRCAT creado vacio: la opcion I '
                      'carga los codigos del sistema'
           END-IF.

           IF WS-FS-CATALOGO = '00'
              MOVE 'S'                       TO WS-SW-CATALOGO-ABIERTO
           ELSE
              DISPLAY 'No se pudo abrir el catalogo ERRCAT - FS: '
                      WS-FS-CATALOGO
              MOVE 16                        TO RETURN-CODE
           END-IF.

       1100-ABRIR-CATALOGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CICLO DEL MENU PRINCIPAL DE MANTENIMIENTO                      *
      *----------------------------------------------------------------*
       1900-CICLO-MENU.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   CL25EJ14 - Catalogo de errores ERRCAT     '.
           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   Opcion A: Alta de codigo                  '.
           DISPLAY '  *   Opcion M: Modificar codigo                '.
           DISPLAY '  *   Opcion B: Baja de codigo                  '.
           DISPLAY '  *   Opcion C: Consultar codigo                '.
           DISPLAY '  *   Opcion L: Listar el catalogo              '.
           DISPLAY '  *   Opcion I: Cargar codigos del sistema      '.
           DISPLAY '  *   Opcion 0: Salir                           '.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Ingresar opcion:'.
           ACCEPT  WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 'A'
               WHEN 'a'
                    PERFORM 2000-ALTA-CODIGO
                       THRU 2000-ALTA-CODIGO-EXIT
               WHEN 'M'
               WHEN 'm'
                    PERFORM 3000-MODIFICAR-CODIGO
                       THRU 3000-MODIFICAR-CODIGO-EXIT
               WHEN 'B'
               WHEN 'b'
                    PERFORM 4000-BAJA-CODIGO
                       THRU 4000-BAJA-CODIGO-EXIT
               WHEN 'C'
               WHEN 'c'
                    PERFORM 5000-CONSULTAR-CODIGO
                       THRU 5000-CONSULTAR-CODIGO-EXIT
               WHEN 'L'
               WHEN 'l'
                    PERFORM 6000-LISTAR-CATALOGO
                       THRU 6000-LISTAR-CATALOGO-EXIT
               WHEN 'I'
               WHEN 'i'
                    PERFORM 7000-CARGAR-CODIGOS-SISTEMA
                       THRU 7000-CARGAR-CODIGOS-SISTEMA-EXIT
               WHEN '0'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'La opcion ingresada es invalida'
           END-EVALUATE.

       1900-CICLO-MENU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTA DE UN CODIGO NUEVO CON TODOS SUS DATOS                    *
      *----------------------------------------------------------------*
       2000-ALTA-CODIGO.

           DISPLAY 'Ingresar codigo de error (4 posiciones):'.
           ACCEPT  WS-CODIGO-AUX.

           IF WS-CODIGO-AUX = SPACES
              DISPLAY 'El codigo no puede quedar en blanco'
           ELSE
              MOVE SPACES                    TO WS-DATOS-INGRESADOS
              PERFORM 8000-SOLICITAR-DATOS
                 THRU 8000-SOLICITAR-DATOS-EXIT
              IF WS-ING-DESCRIPCION = SPACES
                 OR WS-ING-SEVERIDAD = SPACE
                 DISPLAY 'Descripcion y severidad son obligatorias '
                         'en el alta'
                 MOVE 'N'                    TO WS-SW-DATOS-OK
              END-IF
              IF WS-DATOS-OK
                 MOVE SPACES                 TO REG-CATALOGO-ERROR
                 MOVE WS-CODIGO-AUX          TO ERC-CODIGO
                 PERFORM 8100-MOVER-DATOS
                    THRU 8100-MOVER-DATOS-EXIT
                 WRITE REG-CATALOGO-ERROR
                     INVALID KEY
                         DISPLAY 'El codigo ' WS-CODIGO-AUX
                                 ' ya existe en el catalogo - FS: '
                                 WS-FS-CATALOGO
                     NOT INVALID KEY
                         DISPLAY 'Codigo ' WS-CODIGO-AUX
                                 ' dado de alta'
                 END-WRITE
              END-IF
           END-IF.

       2000-ALTA-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MODIFICAR UN CODIGO EXISTENTE: SE MUESTRA COMO ESTA Y CADA     *
      * CAMPO QUE SE DEJA EN BLANCO CONSERVA SU VALOR                  *
      *----------------------------------------------------------------*
       3000-MODIFICAR-CODIGO.

           PERFORM 8500-LEER-CODIGO
              THRU 8500-LEER-CODIGO-EXIT.

           IF WS-CODIGO-LEIDO
              PERFORM 8600-MOSTRAR-CODIGO
                 THRU 8600-MOSTRAR-CODIGO-EXIT
              DISPLAY 'Dejar en blanco lo que no cambia'
              MOVE SPACES                    TO WS-DATOS-INGRESADOS
              PERFORM 8000-SOLICITAR-DATOS
                 THRU 8000-SOLICITAR-DATOS-EXIT
              IF WS-DATOS-OK
                 PERFORM 8100-MOVER-DATOS
                    THRU 8100-MOVER-DATOS-EXIT
                 REWRITE REG-CATALOGO-ERROR
                     INVALID KEY
                         DISPLAY 'No se pudo regrabar el codigo - FS: '
                                 WS-FS-CATALOGO
                     NOT INVALID KEY
                         DISPLAY 'Codigo ' WS-CODIGO-AUX
                                 ' actualizado'
                 END-REWRITE
              END-IF
           END-IF.

       3000-MODIFICAR-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BAJA DE UN CODIGO, CON CONFIRMACION: A PARTIR DE LA BAJA LOS   *
      * INFORMES Y EL LOTE LO TRATAN COMO NO CATALOGADO                *
      *----------------------------------------------------------------*
       4000-BAJA-CODIGO.

           PERFORM 8500-LEER-CODIGO
              THRU 8500-LEER-CODIGO-EXIT.

           IF WS-CODIGO-LEIDO
              PERFORM 8600-MOSTRAR-CODIGO
                 THRU 8600-MOSTRAR-CODIGO-EXIT
              DISPLAY 'Confirma la baja? Los informes y el lote lo '
                      'van a tratar como no catalogado (S/N):'
              ACCEPT  WS-RESPUESTA
              IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
                 DELETE ARCH-CATALOGO-ERRORES
                     INVALID KEY
                         DISPLAY 'No se pudo borrar el codigo - FS: '
                                 WS-FS-CATALOGO
                     NOT INVALID KEY
                         DISPLAY 'Codigo ' WS-CODIGO-AUX
                                 ' dado de baja'
                 END-DELETE
              ELSE
                 DISPLAY 'Baja cancelada'
              END-IF
           END-IF.

       4000-BAJA-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTAR Y MOSTRAR UN CODIGO DEL CATALOGO                     *
      *----------------------------------------------------------------*
       5000-CONSULTAR-CODIGO.

           PERFORM 8500-LEER-CODIGO
              THRU 8500-LEER-CODIGO-EXIT.

           IF WS-CODIGO-LEIDO
              PERFORM 8600-MOSTRAR-CODIGO
                 THRU 8600-MOSTRAR-CODIGO-EXIT
           END-IF.

       5000-CONSULTAR-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTAR EL CATALOGO COMPLETO EN ORDEN DE CODIGO                 *
      *----------------------------------------------------------------*
       6000-LISTAR-CATALOGO.

           MOVE ZEROS                        TO WS-CANT-LISTADOS.
           MOVE 'N'                          TO WS-SW-FIN-CATALOGO.
           MOVE LOW-VALUES                   TO ERC-CODIGO.

           START ARCH-CATALOGO-ERRORES
               KEY IS NOT LESS THAN ERC-CODIGO
               INVALID KEY
                   MOVE 'S'                  TO WS-SW-FIN-CATALOGO
           END-START.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'COD  S DESCRIPCION                              '
                   'AREA'.
           DISPLAY '------------------------------------------------'.

           PERFORM 6100-LISTAR-UN-CODIGO
              THRU 6100-LISTAR-UN-CODIGO-EXIT
              UNTIL WS-FIN-CATALOGO.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'Codigos en el catalogo: ' WS-CANT-LISTADOS.

       6000-LISTAR-CATALOGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       6100-LISTAR-UN-CODIGO.

           READ ARCH-CATALOGO-ERRORES NEXT RECORD
               AT END MOVE 'S' TO WS-SW-FIN-CATALOGO
           END-READ.

           IF NOT WS-FIN-CATALOGO
              ADD 1                          TO WS-CANT-LISTADOS
              DISPLAY ERC-CODIGO ' ' ERC-SEVERIDAD ' '
                      ERC-DESCRIPCION ' ' ERC-AREA
              DISPLAY '       ' ERC-ACCION
           END-IF.

       6100-LISTAR-UN-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DAR DE ALTA LOS CODIGOS PROPIOS DEL SISTEMA QUE FALTEN EN EL   *
      * CATALOGO. LOS QUE YA EXISTEN NO SE TOCAN: PUEDEN HABER SIDO    *
      * AJUSTADOS POR MENU                                             *
      *----------------------------------------------------------------*
       7000-CARGAR-CODIGOS-SISTEMA.

           MOVE ZEROS                        TO WS-CANT-CARGADOS
                                                WS-CANT-EXISTENTES.

           PERFORM 7100-CARGAR-UN-CODIGO
              THRU 7100-CARGAR-UN-CODIGO-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > 12.

           DISPLAY 'Codigos del sistema cargados: ' WS-CANT-CARGADOS
                   ' - ya existentes (sin cambios): '
                   WS-CANT-EXISTENTES.

       7000-CARGAR-CODIGOS-SISTEMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7100-CARGAR-UN-CODIGO.

           MOVE SPACES                       TO REG-CATALOGO-ERROR.
           MOVE WS-SIS-CODIGO(WS-INDICE)     TO ERC-CODIGO.
           MOVE WS-SIS-DESCRIPCION(WS-INDICE)
                                             TO ERC-DESCRIPCION.
           MOVE WS-SIS-SEVERIDAD(WS-INDICE)  TO ERC-SEVERIDAD.
           MOVE WS-SIS-ACCION(WS-INDICE)     TO ERC-ACCION.
           MOVE WS-SIS-AREA(WS-INDICE)       TO ERC-AREA.
           MOVE WS-LEGAJO-AUX                TO ERC-LEGAJO-MODIF.
           MOVE WS-FECHA-ACTUAL              TO ERC-FECHA-MODIF.

           WRITE REG-CATALOGO-ERROR
               INVALID KEY
                   ADD 1                     TO WS-CANT-EXISTENTES
               NOT INVALID KEY
                   ADD 1                     TO WS-CANT-CARGADOS
           END-WRITE.

       7100-CARGAR-UN-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR DESCRIPCION, SEVERIDAD, ACCION Y AREA, VALIDANDO LA      *
      * SEVERIDAD (EN BLANCO SOLO SE ACEPTA EN LA MODIFICACION)        *
      *----------------------------------------------------------------*
       8000-SOLICITAR-DATOS.

           MOVE 'S'                          TO WS-SW-DATOS-OK.

           DISPLAY 'Descripcion (hasta 40):'.
           ACCEPT  WS-ING-DESCRIPCION.
           DISPLAY 'Severidad (A=advertencia E=error F=fatal):'.
           ACCEPT  WS-ING-SEVERIDAD.
           DISPLAY 'Accion correctiva (hasta 60):'.
           ACCEPT  WS-ING-ACCION.
           DISPLAY 'Area responsable (hasta 20):'.
           ACCEPT  WS-ING-AREA.

           INSPECT WS-ING-SEVERIDAD
               CONVERTING 'aef' TO 'AEF'.

           IF WS-ING-SEVERIDAD NOT = SPACE
              AND WS-ING-SEVERIDAD NOT = 'A'
              AND WS-ING-SEVERIDAD NOT = 'E'
              AND WS-ING-SEVERIDAD NOT = 'F'
              DISPLAY 'Severidad invalida: A, E o F - no se graba'
              MOVE 'N'                       TO WS-SW-DATOS-OK
           END-IF.

       8000-SOLICITAR-DATOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASAR AL REGISTRO LOS DATOS INGRESADOS QUE NO ESTAN EN BLANCO  *
      * Y FIRMAR EL CAMBIO CON LEGAJO Y FECHA                          *
      *----------------------------------------------------------------*
       8100-MOVER-DATOS.

           IF WS-ING-DESCRIPCION NOT = SPACES
              MOVE WS-ING-DESCRIPCION        TO ERC-DESCRIPCION
           END-IF.
           IF WS-ING-SEVERIDAD NOT = SPACE
              MOVE WS-ING-SEVERIDAD          TO ERC-SEVERIDAD
           END-IF.
           IF WS-ING-ACCION NOT = SPACES
              MOVE WS-ING-ACCION             TO ERC-ACCION
           END-IF.
           IF WS-ING-AREA NOT = SPACES
              MOVE WS-ING-AREA               TO ERC-AREA
           END-IF.

           MOVE WS-LEGAJO-AUX                TO ERC-LEGAJO-MODIF.
           MOVE WS-FECHA-ACTUAL              TO ERC-FECHA-MODIF.

       8100-MOVER-DATOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEER UN CODIGO DEL CATALOGO E INFORMAR SI NO EXISTE            *
      *----------------------------------------------------------------*
       8500-LEER-CODIGO.

           MOVE 'N'                          TO WS-SW-CODIGO-LEIDO.

           DISPLAY 'Ingresar codigo de error:'.
           ACCEPT  WS-CODIGO-AUX.
           MOVE WS-CODIGO-AUX                TO ERC-CODIGO.

           READ ARCH-CATALOGO-ERRORES
               INVALID KEY
                   DISPLAY 'El codigo ' WS-CODIGO-AUX
                           ' no existe en el catalogo'
               NOT INVALID KEY
                   MOVE 'S'                  TO WS-SW-CODIGO-LEIDO
           END-READ.

       8500-LEER-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8600-MOSTRAR-CODIGO.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  Codigo      : ' ERC-CODIGO.
           DISPLAY '  Descripcion : ' ERC-DESCRIPCION.
           EVALUATE TRUE
               WHEN ERC-ADVERTENCIA
                    DISPLAY '  Severidad   : A (advertencia)'
               WHEN ERC-ERROR
                    DISPLAY '  Severidad   : E (error)'
               WHEN ERC-FATAL
                    DISPLAY '  Severidad   : F (fatal)'
               WHEN OTHER
                    DISPLAY '  Severidad   : ' ERC-SEVERIDAD
                            ' (invalida)'
           END-EVALUATE.
           DISPLAY '  Accion      : ' ERC-ACCION.
           DISPLAY '  Area        : ' ERC-AREA.
           DISPLAY '  Ultimo cambio: legajo ' ERC-LEGAJO-MODIF
                   ' el ' ERC-FECHA-MODIF.
           DISPLAY '------------------------------------------------'.

       8600-MOSTRAR-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ14.
