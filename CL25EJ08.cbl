      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Banco de trabajo para resolver los detalles que el
      *          matching CL25EJ05 dejo en NOMATCH. Un operador
      *          validado contra OPERMST recorre NOMATCH de a un
      *          registro, busca en el maestro CLIMST por parte del
      *          nombre y asigna la clave de cliente o marca el
      *          registro como "no es cliente". Cada resolucion queda
      *          en el archivo indexado de alias ALIASCLI (resultado
      *          plegado -> clave, con legajo y fecha), que CL25EJ05
      *          consulta en las corridas siguientes; los resueltos se
      *          agregan a MATCHOUT con su trailer recalculado y
      *          NOMATCH queda solo con lo que sigue pendiente.
      * Tectonics: cobc
      * Mod. history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ08.
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

           SELECT ARCH-CLIENTES      ASSIGN TO "CLIMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CLIENTES.

           SELECT ARCH-ALIAS         ASSIGN TO "ALIASCLI"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ALI-NOMBRE
                  FILE STATUS IS WS-FS-ALIAS.

           SELECT ARCH-SIN-MATCH     ASSIGN TO "NOMATCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SIN-MATCH.

           SELECT ARCH-SIN-MATCH-TRABAJO ASSIGN TO "NOMATWRK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SIN-MATCH-TRABAJO.

           SELECT ARCH-MATCHEADOS    ASSIGN TO "MATCHOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-MATCHEADOS.

           SELECT ARCH-MATCH-TRABAJO ASSIGN TO "MATCHWRK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-MATCH-TRABAJO.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADORES.
       01  REG-OPERADOR.
           COPY CLOPERM.

      * EXTRACTO DEL MAESTRO DE CLIENTES, EL MISMO QUE USA CL25EJ05
       FD  ARCH-CLIENTES
           RECORDING MODE IS F.
       01  REG-CLIENTE.
           02 REG-CLI-CLAVE                  PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-CLI-NOMBRE                 PIC X(256).

       FD  ARCH-ALIAS.
       01  REG-ALIAS.
           COPY CLALIAS.

      * DETALLE SIN MATCH: LA IMAGEN DE LOTEOUT QUE DEJO CL25EJ05
       FD  ARCH-SIN-MATCH
           RECORDING MODE IS F.
       01  REG-SIN-MATCH.
           02 REG-SIN-FUNCION                PIC X(01).
           02 FILLER                         PIC X(01).
           02 REG-SIN-ENTRADA                PIC X(1330).
           02 FILLER                         PIC X(01).
           02 REG-SIN-RESULTADO              PIC X(1300).
           02 FILLER                         PIC X(01).
           02 REG-SIN-RETURN-CODE            PIC X(05).
           02 FILLER                         PIC X(01).
           02 REG-SIN-CODIGO-ERROR           PIC X(04).
           02 FILLER                         PIC X(01).
           02 REG-SIN-DESCRIPCION-ERROR      PIC X(40).

      * COPIA DE TRABAJO DE NOMATCH CON LOS DETALLES QUE SIGUEN
      * PENDIENTES; AL TERMINAR LA SESION REEMPLAZA A NOMATCH
       FD  ARCH-SIN-MATCH-TRABAJO
           RECORDING MODE IS F.
       01  REG-SIN-MATCH-TRABAJO             PIC X(2685).

      * MATCHOUT CON EL MISMO LAYOUT QUE GRABA CL25EJ05
       FD  ARCH-MATCHEADOS
           RECORDING MODE IS F.
       01  REG-MATCHEADO.
           02 REG-MAT-DETALLE                PIC X(2685).
           02 FILLER                         PIC X(01).
           02 REG-MAT-CLAVE                  PIC 9(08).

       01  REG-MATCH-TRAILER.
           02 REG-MTR-TIPO                   PIC X(01).
           02 REG-MTR-TEXTO-LEIDOS           PIC X(10).
           02 REG-MTR-LEIDOS                 PIC 9(09).
           02 REG-MTR-TEXTO-MATCH            PIC X(13).
           02 REG-MTR-MATCHEADOS             PIC 9(09).
           02 REG-MTR-TEXTO-SIN-MATCH        PIC X(12).
           02 REG-MTR-SIN-MATCH              PIC 9(09).
           02 REG-MTR-TEXTO-ERRORES          PIC X(14).
           02 REG-MTR-CON-ERROR              PIC 9(09).
           02 REG-MTR-TEXTO-TASA             PIC X(13).
           02 REG-MTR-TASA-MATCH             PIC 9(03).
           02 REG-MTR-TEXTO-PORCIENTO        PIC X(02).
           02 REG-MTR-TEXTO-NO-CLIENTE       PIC X(13).
           02 REG-MTR-NO-CLIENTE             PIC 9(09).

      * COPIA DE TRABAJO DE LOS DETALLES DE MATCHOUT (SIN TRAILER) A
      * LA QUE SE AGREGAN LOS RESUELTOS DE LA SESION
       FD  ARCH-MATCH-TRABAJO
           RECORDING MODE IS F.
       01  REG-MATCH-TRABAJO                 PIC X(2694).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-LEGAJO-AUX                  PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-ACTUAL                PIC 9(08) VALUE ZEROS.
           02 WS-OPCION                      PIC X(01) VALUE SPACE.
           02 WS-RESPUESTA                   PIC X(01) VALUE SPACE.
           02 WS-INDICE-CLIENTE              PIC 9(04) VALUE ZEROS.
           02 WS-NOMBRE-BUSCADO              PIC X(256) VALUE SPACES.
           02 WS-RETORNO-DETALLE             PIC S9(04) VALUE ZEROS.
           02 WS-CLAVE-INGRESADA             PIC 9(08) VALUE ZEROS.
           02 WS-CLAVE-ASIGNADA              PIC 9(08) VALUE ZEROS.
           02 WS-TEXTO-BUSQUEDA              PIC X(30) VALUE SPACES.
           02 WS-LARGO-BUSQUEDA              PIC 9(02) VALUE ZEROS.
           02 WS-ESPACIOS-FINALES            PIC 9(02) VALUE ZEROS.
           02 WS-NOMBRE-COMPARAR             PIC X(256) VALUE SPACES.
           02 WS-OCURRENCIAS                 PIC 9(04) VALUE ZEROS.
           02 WS-CANT-HALLADOS               PIC 9(04) VALUE ZEROS.
           02 WS-MAX-HALLADOS                PIC 9(04) VALUE 20.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-OPERADORES               PIC X(02) VALUE '00'.
           02 WS-FS-CLIENTES                 PIC X(02) VALUE '00'.
           02 WS-FS-ALIAS                    PIC X(02) VALUE '00'.
           02 WS-FS-SIN-MATCH                PIC X(02) VALUE '00'.
           02 WS-FS-SIN-MATCH-TRABAJO        PIC X(02) VALUE '00'.
           02 WS-FS-MATCHEADOS               PIC X(02) VALUE '00'.
           02 WS-FS-MATCH-TRABAJO            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-OPERADOR-OK              PIC X(01) VALUE 'N'.
              88 WS-OPERADOR-OK                    VALUE 'S'.
           02 WS-SW-FIN-CLIENTES             PIC X(01) VALUE 'N'.
              88 WS-FIN-CLIENTES                   VALUE 'S'.
           02 WS-SW-FIN-SIN-MATCH            PIC X(01) VALUE 'N'.
              88 WS-FIN-SIN-MATCH                  VALUE 'S'.
           02 WS-SW-FIN-MATCHEADOS           PIC X(01) VALUE 'N'.
              88 WS-FIN-MATCHEADOS                 VALUE 'S'.
           02 WS-SW-TRAILER-HALLADO          PIC X(01) VALUE 'N'.
              88 WS-TRAILER-HALLADO                VALUE 'S'.
           02 WS-SW-FIN-SESION               PIC X(01) VALUE 'N'.
              88 WS-FIN-SESION                     VALUE 'S'.
           02 WS-SW-REGISTRO-RESUELTO        PIC X(01) VALUE 'N'.
              88 WS-REGISTRO-RESUELTO              VALUE 'S'.
           02 WS-SW-CLIENTE-HALLADO          PIC X(01) VALUE 'N'.
              88 WS-CLIENTE-HALLADO                VALUE 'S'.
           02 WS-SW-ALIAS-HALLADO            PIC X(01) VALUE 'N'.
              88 WS-ALIAS-HALLADO                  VALUE 'S'.

      * TOTALES DEL TRAILER DE MATCHOUT TAL COMO LOS DEJO CL25EJ05
       01  WS-TRAILER-ANTERIOR.
           02 WS-ANT-LEIDOS                  PIC 9(09) VALUE ZEROS.
           02 WS-ANT-MATCHEADOS              PIC 9(09) VALUE ZEROS.
           02 WS-ANT-SIN-MATCH               PIC 9(09) VALUE ZEROS.
           02 WS-ANT-CON-ERROR               PIC 9(09) VALUE ZEROS.
           02 WS-ANT-NO-CLIENTE              PIC 9(09) VALUE ZEROS.

       01  WS-TOTALES.
           02 WS-TOT-REVISADOS               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-ASIGNADOS               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-POR-ALIAS               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-NO-CLIENTE              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-PENDIENTES              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-CON-ERROR               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-RESUELTOS               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-MATCHEADOS              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-SIN-MATCH               PIC 9(09) VALUE ZEROS.
           02 WS-TOT-COMPARABLES             PIC 9(09) VALUE ZEROS.
           02 WS-TASA-MATCH                  PIC 9(03) VALUE ZEROS.

      * TABLA DEL MAESTRO DE CLIENTES CARGADA AL INICIAR, IGUAL QUE
      * EN CL25EJ05
       01  WS-TABLA-CLIENTES.
           02 WS-CANT-CLIENTES               PIC 9(04) VALUE ZEROS.
           02 WS-ENT-CLIENTE                 OCCURS 2000 TIMES.
              03 WS-CLI-CLAVE                PIC 9(08).
              03 WS-CLI-NOMBRE               PIC X(256).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-OPERADOR-OK
              PERFORM 1200-CARGAR-CLIENTES
                 THRU 1200-CARGAR-CLIENTES-EXIT
              PERFORM 1300-ABRIR-ALIAS
                 THRU 1300-ABRIR-ALIAS-EXIT
              PERFORM 1400-PREPARAR-MATCHOUT
                 THRU 1400-PREPARAR-MATCHOUT-EXIT
              PERFORM 1500-PREPARAR-NOMATCH
                 THRU 1500-PREPARAR-NOMATCH-EXIT
              PERFORM 2000-RECORRER-NOMATCH
                 THRU 2000-RECORRER-NOMATCH-EXIT
              PERFORM 8000-REGRABAR-SALIDAS
                 THRU 8000-REGRABAR-SALIDAS-EXIT
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

           OPEN INPUT ARCH-OPERADORES.
           IF WS-FS-OPERADORES NOT = '00'
              DISPLAY 'No se pudo abrir el maestro de operadores '
                      'OPERMST - FS: ' WS-FS-OPERADORES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  *   CL25EJ08 - Resolucion de NOMATCH          '.
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
      * CARGAR EL MAESTRO DE CLIENTES EN TABLA PARA LAS BUSQUEDAS      *
      *----------------------------------------------------------------*
       1200-CARGAR-CLIENTES.

           OPEN INPUT ARCH-CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
              DISPLAY 'No se pudo abrir el maestro de clientes '
                      'CLIMST - FS: ' WS-FS-CLIENTES
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1210-CARGAR-CLIENTE
              THRU 1210-CARGAR-CLIENTE-EXIT
              UNTIL WS-FIN-CLIENTES
                 OR WS-CANT-CLIENTES >= 2000.

           CLOSE ARCH-CLIENTES.

           IF NOT WS-FIN-CLIENTES
              DISPLAY 'Tabla de clientes completa (2000): el resto '
                      'del maestro no participa de la busqueda'
           END-IF.

       1200-CARGAR-CLIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-CARGAR-CLIENTE.

           READ ARCH-CLIENTES
               AT END MOVE 'S' TO WS-SW-FIN-CLIENTES
           END-READ.

           IF NOT WS-FIN-CLIENTES
              AND REG-CLI-CLAVE IS NUMERIC
              ADD 1                          TO WS-CANT-CLIENTES
              MOVE REG-CLI-CLAVE
                 TO WS-CLI-CLAVE(WS-CANT-CLIENTES)
              MOVE REG-CLI-NOMBRE
                 TO WS-CLI-NOMBRE(WS-CANT-CLIENTES)
           END-IF.

       1210-CARGAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR EL ARCHIVO DE ALIAS EN I-O; SI TODAVIA NO EXISTE (FS 35) *
      * CREARLO VACIO Y REABRIRLO, IGUAL QUE CL25EJ02 CON EL MAESTRO   *
      *----------------------------------------------------------------*
       1300-ABRIR-ALIAS.

           OPEN I-O ARCH-ALIAS.
           IF WS-FS-ALIAS = '35'
              OPEN OUTPUT ARCH-ALIAS
              CLOSE ARCH-ALIAS
              OPEN I-O ARCH-ALIAS
           END-IF.

           IF WS-FS-ALIAS NOT = '00'
              DISPLAY 'No se pudo abrir el archivo de alias '
                      'ALIASCLI - FS: ' WS-FS-ALIAS
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1300-ABRIR-ALIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIAR LOS DETALLES DE MATCHOUT A LA COPIA DE TRABAJO Y        *
      * RETENER LOS TOTALES DE SU TRAILER. LA COPIA QUEDA ABIERTA PARA *
      * AGREGAR LOS RESUELTOS DE LA SESION                             *
      *----------------------------------------------------------------*
       1400-PREPARAR-MATCHOUT.

           OPEN INPUT ARCH-MATCHEADOS.
           IF WS-FS-MATCHEADOS NOT = '00'
              DISPLAY 'No se pudo abrir MATCHOUT - FS: '
                      WS-FS-MATCHEADOS
                      ' - correr primero el matching CL25EJ05'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ARCH-MATCH-TRABAJO.
           IF WS-FS-MATCH-TRABAJO NOT = '00'
              DISPLAY 'No se pudo abrir la copia de trabajo MATCHWRK '
                      '- FS: ' WS-FS-MATCH-TRABAJO
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1410-COPIAR-MATCHEADO
              THRU 1410-COPIAR-MATCHEADO-EXIT
              UNTIL WS-FIN-MATCHEADOS.

           CLOSE ARCH-MATCHEADOS.

           IF NOT WS-TRAILER-HALLADO
              DISPLAY 'MATCHOUT sin trailer: los totales se '
                      'recalculan desde cero'
           END-IF.

       1400-PREPARAR-MATCHOUT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1410-COPIAR-MATCHEADO.

           READ ARCH-MATCHEADOS
               AT END MOVE 'S' TO WS-SW-FIN-MATCHEADOS
           END-READ.

           IF NOT WS-FIN-MATCHEADOS
              IF REG-MTR-TIPO = 'T'
                 MOVE 'S'                    TO WS-SW-TRAILER-HALLADO
                 MOVE REG-MTR-LEIDOS         TO WS-ANT-LEIDOS
                 MOVE REG-MTR-MATCHEADOS     TO WS-ANT-MATCHEADOS
                 MOVE REG-MTR-SIN-MATCH      TO WS-ANT-SIN-MATCH
                 MOVE REG-MTR-CON-ERROR      TO WS-ANT-CON-ERROR
                 IF REG-MTR-NO-CLIENTE IS NUMERIC
                    MOVE REG-MTR-NO-CLIENTE  TO WS-ANT-NO-CLIENTE
                 END-IF
              ELSE
                 MOVE REG-MATCHEADO          TO REG-MATCH-TRABAJO
                 WRITE REG-MATCH-TRABAJO
              END-IF
           END-IF.

       1410-COPIAR-MATCHEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRIR NOMATCH Y SU COPIA DE TRABAJO PARA LOS PENDIENTES        *
      *----------------------------------------------------------------*
       1500-PREPARAR-NOMATCH.

           OPEN INPUT ARCH-SIN-MATCH.
           IF WS-FS-SIN-MATCH NOT = '00'
              DISPLAY 'No se pudo abrir NOMATCH - FS: '
                      WS-FS-SIN-MATCH
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ARCH-SIN-MATCH-TRABAJO.
           IF WS-FS-SIN-MATCH-TRABAJO NOT = '00'
              DISPLAY 'No se pudo abrir la copia de trabajo NOMATWRK '
                      '- FS: ' WS-FS-SIN-MATCH-TRABAJO
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1500-PREPARAR-NOMATCH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRER NOMATCH DE A UN REGISTRO HASTA EL FINAL; SI EL        *
      * OPERADOR CORTA LA SESION EL RESTO PASA SIN TOCAR A PENDIENTES  *
      *----------------------------------------------------------------*
       2000-RECORRER-NOMATCH.

           PERFORM 2050-LEER-NOMATCH
              THRU 2050-LEER-NOMATCH-EXIT.

           PERFORM 2100-RESOLVER-REGISTRO
              THRU 2100-RESOLVER-REGISTRO-EXIT
              UNTIL WS-FIN-SIN-MATCH.

           CLOSE ARCH-SIN-MATCH.

       2000-RECORRER-NOMATCH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-LEER-NOMATCH.

           READ ARCH-SIN-MATCH
               AT END MOVE 'S' TO WS-SW-FIN-SIN-MATCH
           END-READ.

       2050-LEER-NOMATCH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVER UN DETALLE: LOS QUE LLEGARON CON ERROR DE CLSTRING NO *
      * TIENEN UN RESULTADO COMPARABLE Y SIGUEN PENDIENTES (SE         *
      * CORRIGEN POR RECHAZOS); SI EL NOMBRE YA TIENE ALIAS SE APLICA  *
      * SIN PREGUNTAR; EL RESTO SE PRESENTA AL OPERADOR                *
      *----------------------------------------------------------------*
       2100-RESOLVER-REGISTRO.

           IF WS-FIN-SESION
              PERFORM 2900-DEJAR-PENDIENTE
                 THRU 2900-DEJAR-PENDIENTE-EXIT
           ELSE
              ADD 1                          TO WS-TOT-REVISADOS
              COMPUTE WS-RETORNO-DETALLE =
                      FUNCTION NUMVAL(REG-SIN-RETURN-CODE)
              IF WS-RETORNO-DETALLE NOT = ZEROS
                 ADD 1                       TO WS-TOT-CON-ERROR
                 PERFORM 2900-DEJAR-PENDIENTE
                    THRU 2900-DEJAR-PENDIENTE-EXIT
              ELSE
                 MOVE REG-SIN-RESULTADO (1:256)
                                             TO WS-NOMBRE-BUSCADO
                 PERFORM 2200-BUSCAR-ALIAS
                    THRU 2200-BUSCAR-ALIAS-EXIT
                 IF WS-ALIAS-HALLADO
                    PERFORM 2300-APLICAR-ALIAS
                       THRU 2300-APLICAR-ALIAS-EXIT
                 ELSE
                    PERFORM 2400-ATENDER-REGISTRO
                       THRU 2400-ATENDER-REGISTRO-EXIT
                 END-IF
              END-IF
           END-IF.

           PERFORM 2050-LEER-NOMATCH
              THRU 2050-LEER-NOMATCH-EXIT.

       2100-RESOLVER-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-BUSCAR-ALIAS.

           MOVE 'N'                          TO WS-SW-ALIAS-HALLADO.
           MOVE WS-NOMBRE-BUSCADO            TO ALI-NOMBRE.

           READ ARCH-ALIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'                  TO WS-SW-ALIAS-HALLADO
           END-READ.

       2200-BUSCAR-ALIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EL NOMBRE YA FUE RESUELTO (EN ESTA SESION O EN UNA ANTERIOR):  *
      * SE APLICA LA MISMA RESOLUCION SIN VOLVER A PREGUNTAR           *
      *----------------------------------------------------------------*
       2300-APLICAR-ALIAS.

           ADD 1                             TO WS-TOT-POR-ALIAS.

           IF ALI-ES-CLIENTE
              MOVE ALI-CLAVE-CLIENTE         TO WS-CLAVE-ASIGNADA
              PERFORM 5000-GRABAR-MATCHEADO
                 THRU 5000-GRABAR-MATCHEADO-EXIT
           ELSE
              ADD 1                          TO WS-TOT-NO-CLIENTE
           END-IF.

       2300-APLICAR-ALIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MOSTRAR EL DETALLE AL OPERADOR Y ATENDER SUS OPCIONES HASTA    *
      * QUE LO RESUELVA, LO SALTEE O CORTE LA SESION                   *
      *----------------------------------------------------------------*
       2400-ATENDER-REGISTRO.

           MOVE 'N'                          TO WS-SW-REGISTRO-RESUELTO.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  Registro NOMATCH numero : ' WS-TOT-REVISADOS.
           DISPLAY '  Funcion                 : ' REG-SIN-FUNCION.
           DISPLAY '  Entrada   : ' FUNCTION TRIM(REG-SIN-ENTRADA).
           DISPLAY '  Resultado : ' FUNCTION TRIM(WS-NOMBRE-BUSCADO).
           DISPLAY '------------------------------------------------'.

           PERFORM 2500-ATENDER-OPCION
              THRU 2500-ATENDER-OPCION-EXIT
              UNTIL WS-REGISTRO-RESUELTO.

       2400-ATENDER-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-ATENDER-OPCION.

           DISPLAY '  *   Opcion B: Buscar cliente por nombre       '.
           DISPLAY '  *   Opcion A: Asignar clave de cliente        '.
           DISPLAY '  *   Opcion N: No es cliente                   '.
           DISPLAY '  *   Opcion S: Saltear (queda pendiente)       '.
           DISPLAY '  *   Opcion F: Fin de la sesion                '.
           DISPLAY 'Ingresar opcion:'.
           ACCEPT  WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 'B'
               WHEN 'b'
                    PERFORM 3000-BUSCAR-POR-NOMBRE
                       THRU 3000-BUSCAR-POR-NOMBRE-EXIT
               WHEN 'A'
               WHEN 'a'
                    PERFORM 3200-ASIGNAR-CLAVE
                       THRU 3200-ASIGNAR-CLAVE-EXIT
               WHEN 'N'
               WHEN 'n'
                    PERFORM 3300-MARCAR-NO-CLIENTE
                       THRU 3300-MARCAR-NO-CLIENTE-EXIT
               WHEN 'S'
               WHEN 's'
                    PERFORM 2900-DEJAR-PENDIENTE
                       THRU 2900-DEJAR-PENDIENTE-EXIT
                    MOVE 'S'                 TO WS-SW-REGISTRO-RESUELTO
               WHEN 'F'
               WHEN 'f'
                    PERFORM 2900-DEJAR-PENDIENTE
                       THRU 2900-DEJAR-PENDIENTE-EXIT
                    MOVE 'S'                 TO WS-SW-REGISTRO-RESUELTO
                                                WS-SW-FIN-SESION
               WHEN OTHER
                    DISPLAY 'La opcion ingresada es invalida'
           END-EVALUATE.

       2500-ATENDER-OPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EL DETALLE SIGUE SIN RESOLVER: VUELVE A NOMATCH                *
      *----------------------------------------------------------------*
       2900-DEJAR-PENDIENTE.

           MOVE REG-SIN-MATCH                TO REG-SIN-MATCH-TRABAJO.
           WRITE REG-SIN-MATCH-TRABAJO.
           ADD 1                             TO WS-TOT-PENDIENTES.

       2900-DEJAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCAR EN LA TABLA DE CLIENTES LOS NOMBRES QUE CONTIENEN EL    *
      * TEXTO INGRESADO (SIN DISTINGUIR MAYUSCULAS) Y LISTAR HASTA 20  *
      *----------------------------------------------------------------*
       3000-BUSCAR-POR-NOMBRE.

           MOVE SPACES                       TO WS-TEXTO-BUSQUEDA.
           DISPLAY 'Ingresar parte del nombre a buscar:'.
           ACCEPT  WS-TEXTO-BUSQUEDA.

           INSPECT WS-TEXTO-BUSQUEDA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE ZEROS                        TO WS-ESPACIOS-FINALES.
           INSPECT WS-TEXTO-BUSQUEDA
               TALLYING WS-ESPACIOS-FINALES FOR TRAILING SPACES.
           COMPUTE WS-LARGO-BUSQUEDA = 30 - WS-ESPACIOS-FINALES.

           IF WS-LARGO-BUSQUEDA = ZEROS
              DISPLAY 'Debe ingresar al menos un caracter'
           ELSE
              MOVE ZEROS                     TO WS-CANT-HALLADOS
              PERFORM 3100-COMPARAR-NOMBRE
                 THRU 3100-COMPARAR-NOMBRE-EXIT
                 VARYING WS-INDICE-CLIENTE FROM 1 BY 1
                 UNTIL WS-INDICE-CLIENTE > WS-CANT-CLIENTES
                    OR WS-CANT-HALLADOS >= WS-MAX-HALLADOS
              IF WS-CANT-HALLADOS = ZEROS
                 DISPLAY 'Ningun cliente contiene '
                         WS-TEXTO-BUSQUEDA (1:WS-LARGO-BUSQUEDA)
              END-IF
              IF WS-CANT-HALLADOS >= WS-MAX-HALLADOS
                 DISPLAY 'Se muestran los primeros ' WS-MAX-HALLADOS
                         ' - afinar la busqueda'
              END-IF
           END-IF.

       3000-BUSCAR-POR-NOMBRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-COMPARAR-NOMBRE.

           MOVE WS-CLI-NOMBRE(WS-INDICE-CLIENTE)
                                             TO WS-NOMBRE-COMPARAR.
           INSPECT WS-NOMBRE-COMPARAR
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE ZEROS                        TO WS-OCURRENCIAS.
           INSPECT WS-NOMBRE-COMPARAR
               TALLYING WS-OCURRENCIAS
               FOR ALL WS-TEXTO-BUSQUEDA (1:WS-LARGO-BUSQUEDA).

           IF WS-OCURRENCIAS > ZEROS
              ADD 1                          TO WS-CANT-HALLADOS
              DISPLAY '  ' WS-CLI-CLAVE(WS-INDICE-CLIENTE) '  '
                      FUNCTION TRIM(WS-CLI-NOMBRE(WS-INDICE-CLIENTE))
           END-IF.

       3100-COMPARAR-NOMBRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ASIGNAR UNA CLAVE: DEBE EXISTIR EN EL MAESTRO DE CLIENTES. EL  *
      * ALIAS QUEDA GRABADO Y EL DETALLE PASA A MATCHOUT               *
      *----------------------------------------------------------------*
       3200-ASIGNAR-CLAVE.

           DISPLAY 'Ingresar clave de cliente:'.
           ACCEPT  WS-CLAVE-INGRESADA.

           MOVE 'N'                          TO WS-SW-CLIENTE-HALLADO.
           PERFORM 3210-VERIFICAR-CLAVE
              THRU 3210-VERIFICAR-CLAVE-EXIT
              VARYING WS-INDICE-CLIENTE FROM 1 BY 1
              UNTIL WS-INDICE-CLIENTE > WS-CANT-CLIENTES
                 OR WS-CLIENTE-HALLADO.

           IF NOT WS-CLIENTE-HALLADO
              DISPLAY 'La clave ' WS-CLAVE-INGRESADA
                      ' no existe en el maestro de clientes'
           ELSE
              MOVE WS-CLAVE-INGRESADA        TO WS-CLAVE-ASIGNADA
              MOVE 'C'                       TO ALI-RESOLUCION
              PERFORM 4000-GRABAR-ALIAS
                 THRU 4000-GRABAR-ALIAS-EXIT
              PERFORM 5000-GRABAR-MATCHEADO
                 THRU 5000-GRABAR-MATCHEADO-EXIT
              ADD 1                          TO WS-TOT-ASIGNADOS
              MOVE 'S'                       TO WS-SW-REGISTRO-RESUELTO
              DISPLAY 'Detalle asignado al cliente '
                      WS-CLAVE-ASIGNADA
           END-IF.

       3200-ASIGNAR-CLAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3210-VERIFICAR-CLAVE.

           IF WS-CLI-CLAVE(WS-INDICE-CLIENTE) = WS-CLAVE-INGRESADA
              MOVE 'S'                       TO WS-SW-CLIENTE-HALLADO
           END-IF.

       3210-VERIFICAR-CLAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCAR EL NOMBRE COMO "NO ES CLIENTE": QUEDA EL ALIAS PARA QUE *
      * NO VUELVA A NOMATCH Y EL DETALLE SALE DE LA REVISION           *
      *----------------------------------------------------------------*
       3300-MARCAR-NO-CLIENTE.

           DISPLAY 'Confirma que no es cliente? (S/N):'.
           ACCEPT  WS-RESPUESTA.

           IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
              MOVE ZEROS                     TO WS-CLAVE-ASIGNADA
              MOVE 'N'                       TO ALI-RESOLUCION
              PERFORM 4000-GRABAR-ALIAS
                 THRU 4000-GRABAR-ALIAS-EXIT
              ADD 1                          TO WS-TOT-NO-CLIENTE
              MOVE 'S'                       TO WS-SW-REGISTRO-RESUELTO
              DISPLAY 'Detalle marcado como no cliente'
           END-IF.

       3300-MARCAR-NO-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR EL ALIAS DEL NOMBRE CON LA RESOLUCION YA MOVIDA A       *
      * ALI-RESOLUCION, EL LEGAJO DEL OPERADOR Y LA FECHA              *
      *----------------------------------------------------------------*
       4000-GRABAR-ALIAS.

           MOVE WS-NOMBRE-BUSCADO            TO ALI-NOMBRE.
           MOVE WS-CLAVE-ASIGNADA            TO ALI-CLAVE-CLIENTE.
           MOVE WS-LEGAJO-AUX                TO ALI-LEGAJO.
           MOVE WS-FECHA-ACTUAL              TO ALI-FECHA.

           WRITE REG-ALIAS
               INVALID KEY
                   REWRITE REG-ALIAS
                       INVALID KEY
                           DISPLAY 'No se pudo grabar el alias en '
                                   'ALIASCLI - FS: ' WS-FS-ALIAS
                   END-REWRITE
           END-WRITE.

       4000-GRABAR-ALIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGAR EL DETALLE RESUELTO A LA COPIA DE TRABAJO DE MATCHOUT  *
      * CON LA CLAVE ASIGNADA                                          *
      *----------------------------------------------------------------*
       5000-GRABAR-MATCHEADO.

           MOVE SPACES                       TO REG-MATCHEADO.
           MOVE REG-SIN-MATCH                TO REG-MAT-DETALLE.
           MOVE WS-CLAVE-ASIGNADA            TO REG-MAT-CLAVE.
           MOVE REG-MATCHEADO                TO REG-MATCH-TRABAJO.
           WRITE REG-MATCH-TRABAJO.

           ADD 1                             TO WS-TOT-RESUELTOS.

       5000-GRABAR-MATCHEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRABAR MATCHOUT (DETALLES MAS RESUELTOS Y TRAILER            *
      * RECALCULADO) Y NOMATCH (SOLO LOS PENDIENTES) DESDE SUS COPIAS  *
      * DE TRABAJO. LAS DOS COPIAS SE ABREN ANTES DE TOCAR MATCHOUT:   *
      * SI ALGUNA FALLA, MATCHOUT Y NOMATCH QUEDAN COMO ESTABAN        *
      *----------------------------------------------------------------*
       8000-REGRABAR-SALIDAS.

           CLOSE ARCH-MATCH-TRABAJO
                 ARCH-SIN-MATCH-TRABAJO.

           OPEN INPUT ARCH-MATCH-TRABAJO.
           IF WS-FS-MATCH-TRABAJO NOT = '00'
              DISPLAY 'No se pudo reabrir la copia de trabajo MATCHWRK '
                      '- FS: ' WS-FS-MATCH-TRABAJO
              DISPLAY 'MATCHOUT y NOMATCH no se modificaron'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ARCH-SIN-MATCH-TRABAJO.
           IF WS-FS-SIN-MATCH-TRABAJO NOT = '00'
              DISPLAY 'No se pudo reabrir la copia de trabajo NOMATWRK '
                      '- FS: ' WS-FS-SIN-MATCH-TRABAJO
              DISPLAY 'MATCHOUT y NOMATCH no se modificaron'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ARCH-MATCHEADOS.
           IF WS-FS-MATCHEADOS NOT = '00'
              DISPLAY 'No se pudo regrabar MATCHOUT - FS: '
                      WS-FS-MATCHEADOS
              DISPLAY 'Los detalles quedan en MATCHWRK y NOMATWRK; '
                      'NOMATCH no se modifico'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N'                          TO WS-SW-FIN-MATCHEADOS.
           PERFORM 8100-COPIAR-A-MATCHOUT
              THRU 8100-COPIAR-A-MATCHOUT-EXIT
              UNTIL WS-FIN-MATCHEADOS.
           PERFORM 8200-GRABAR-TRAILER-MATCH
              THRU 8200-GRABAR-TRAILER-MATCH-EXIT.
           CLOSE ARCH-MATCH-TRABAJO
                 ARCH-MATCHEADOS.

           OPEN OUTPUT ARCH-SIN-MATCH.
           IF WS-FS-SIN-MATCH NOT = '00'
              DISPLAY 'No se pudo regrabar NOMATCH - FS: '
                      WS-FS-SIN-MATCH
              DISPLAY 'MATCHOUT ya se regrabo; los pendientes quedan '
                      'en NOMATWRK'
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N'                          TO WS-SW-FIN-SIN-MATCH.
           PERFORM 8300-COPIAR-A-NOMATCH
              THRU 8300-COPIAR-A-NOMATCH-EXIT
              UNTIL WS-FIN-SIN-MATCH.
           CLOSE ARCH-SIN-MATCH-TRABAJO
                 ARCH-SIN-MATCH.

       8000-REGRABAR-SALIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-COPIAR-A-MATCHOUT.

           READ ARCH-MATCH-TRABAJO
               AT END MOVE 'S' TO WS-SW-FIN-MATCHEADOS
           END-READ.

           IF NOT WS-FIN-MATCHEADOS
              MOVE REG-MATCH-TRABAJO         TO REG-MATCHEADO
              WRITE REG-MATCHEADO
           END-IF.

       8100-COPIAR-A-MATCHOUT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRAILER RECALCULADO: LOS RESUELTOS CON CLAVE PASAN DE SIN      *
      * MATCH A MATCHEADOS, LOS "NO ES CLIENTE" SALEN DE SIN MATCH Y   *
      * DE LA BASE DE LA TASA, IGUAL QUE LOS CUENTA CL25EJ05           *
      *----------------------------------------------------------------*
       8200-GRABAR-TRAILER-MATCH.

           COMPUTE WS-TOT-MATCHEADOS =
                   WS-ANT-MATCHEADOS + WS-TOT-RESUELTOS.

           IF WS-ANT-SIN-MATCH > WS-TOT-RESUELTOS + WS-TOT-NO-CLIENTE
              COMPUTE WS-TOT-SIN-MATCH = WS-ANT-SIN-MATCH -
                      WS-TOT-RESUELTOS - WS-TOT-NO-CLIENTE
           ELSE
              MOVE ZEROS                     TO WS-TOT-SIN-MATCH
           END-IF.

           COMPUTE WS-TOT-COMPARABLES =
                   WS-TOT-MATCHEADOS + WS-TOT-SIN-MATCH.

           IF WS-TOT-COMPARABLES > ZEROS
              COMPUTE WS-TASA-MATCH =
                      WS-TOT-MATCHEADOS * 100 / WS-TOT-COMPARABLES
           ELSE
              MOVE ZEROS                     TO WS-TASA-MATCH
           END-IF.

           MOVE SPACES                   TO REG-MATCH-TRAILER.
           MOVE 'T'                      TO REG-MTR-TIPO.
           MOVE ' LEIDOS: '              TO REG-MTR-TEXTO-LEIDOS.
           MOVE WS-ANT-LEIDOS            TO REG-MTR-LEIDOS.
           MOVE ' MATCHEADOS: '          TO REG-MTR-TEXTO-MATCH.
           MOVE WS-TOT-MATCHEADOS        TO REG-MTR-MATCHEADOS.
           MOVE ' SIN MATCH: '           TO REG-MTR-TEXTO-SIN-MATCH.
           MOVE WS-TOT-SIN-MATCH         TO REG-MTR-SIN-MATCH.
           MOVE ' CON ERROR: '           TO REG-MTR-TEXTO-ERRORES.
           MOVE WS-ANT-CON-ERROR         TO REG-MTR-CON-ERROR.
           MOVE ' TASA MATCH: '          TO REG-MTR-TEXTO-TASA.
           MOVE WS-TASA-MATCH            TO REG-MTR-TASA-MATCH.
           MOVE ' %'                     TO REG-MTR-TEXTO-PORCIENTO.
           MOVE ' NO CLIENTE: '          TO REG-MTR-TEXTO-NO-CLIENTE.
           COMPUTE REG-MTR-NO-CLIENTE =
                   WS-ANT-NO-CLIENTE + WS-TOT-NO-CLIENTE.

           WRITE REG-MATCH-TRAILER.

       8200-GRABAR-TRAILER-MATCH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8300-COPIAR-A-NOMATCH.

           READ ARCH-SIN-MATCH-TRABAJO
               AT END MOVE 'S' TO WS-SW-FIN-SIN-MATCH
           END-READ.

           IF NOT WS-FIN-SIN-MATCH
              MOVE REG-SIN-MATCH-TRABAJO     TO REG-SIN-MATCH
              WRITE REG-SIN-MATCH
           END-IF.

       8300-COPIAR-A-NOMATCH-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-OPERADOR-OK
              CLOSE ARCH-ALIAS
           END-IF.

           CLOSE ARCH-OPERADORES.

           DISPLAY 'CL25EJ08 - Revisados: ' WS-TOT-REVISADOS
                   ' asignados: ' WS-TOT-ASIGNADOS
                   ' por alias: ' WS-TOT-POR-ALIAS
                   ' no cliente: ' WS-TOT-NO-CLIENTE
                   ' pendientes: ' WS-TOT-PENDIENTES
                   ' con error: ' WS-TOT-CON-ERROR.

       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ08.
