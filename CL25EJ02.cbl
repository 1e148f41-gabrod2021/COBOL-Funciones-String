      *     no longer has to be retyped through the menu. Rejected
      *     movements (baja de legajo inexistente, alta duplicada)
      *     are listed with their reason, never dropped.
      *   - Ask for and show the permission of the new function 8
      *     (documento, CUIT/CUIL y DNI). REG-MOV-PERMISOS in MOVHR
      *     widens to 8 positions, so the lote mark moves one column
      *     to the right and the HR extract must be cut with the new
      *     layout.
      *   - Keep a change history of OPERMST in OPERHIST (copybook
      *     CLOPRHIS): every alta, baja, reactivation and permission
      *     change, from the menu or from MOVHR, leaves the before and
      *     after image of OPR-ESTADO and OPR-PERMISOS with the acting
      *     legajo, date and time. The menu now asks for the
      *     supervisor's legajo (active in OPERMST, unless the master
      *     was just created empty); the LOTE run takes it from the
      *     PARM 'LOTE nnnnnnnn' and records zeros without it.
      *   - Ask for and show the new LOTEOUT release permission
      *     (OPR-PERM-LIBERACION, used by CL25EJ16). It is granted
      *     from the menu only: an alta through MOVHR gets it as 'N'
      *     and a permission movement leaves it as it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ02.
           SELECT ARCH-REPORTE       ASSIGN TO "REPMOVS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-HISTORIA      ASSIGN TO "OPERHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-HISTORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           02 REG-MOV-TIPO                   PIC X(01).
           02 REG-MOV-LEGAJO                 PIC X(08).
           02 REG-MOV-NOMBRE                 PIC X(30).
           02 REG-MOV-PERMISOS               PIC X(08).
           02 REG-MOV-PERM-LOTE              PIC X(01).

       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                       PIC X(80).

       FD  ARCH-HISTORIA
           RECORDING MODE IS F.
       01  REG-HISTORIA.
           COPY CLOPRHIS.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-LEGAJO-AUX                  PIC 9(08) VALUE ZEROS.
           02 WS-RESPUESTA                   PIC X(01) VALUE SPACE.
           02 WS-INDICE-PERMISO              PIC 9(01) VALUE ZEROS.
           02 WS-LEGAJO-ACTUANTE             PIC 9(08) VALUE ZEROS.

      * IMAGEN ANTERIOR DEL OPERADOR Y DATOS DEL CAMBIO PARA OPERHIST
       01  WS-DATOS-HISTORIA.
           02 WS-HIS-ORIGEN                  PIC X(01) VALUE 'M'.
           02 WS-HIS-ACCION                  PIC X(01) VALUE SPACE.
           02 WS-HIS-ESTADO-ANTERIOR         PIC X(01) VALUE SPACE.
           02 WS-HIS-PERMISOS-ANTERIOR       PIC X(16) VALUE SPACES.

       01  WS-PARAMETROS-EJECUCION.
           02 WS-PARM-EJECUCION              PIC X(16) VALUE SPACES.

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-OPERADORES               PIC X(02) VALUE '00'.
           02 WS-FS-MOVIMIENTOS              PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.
           02 WS-FS-HISTORIA                 PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-MAESTRO-ABIERTO          PIC X(01) VALUE 'N'.
              88 WS-FIN-MOVIMIENTOS                VALUE 'S'.
           02 WS-SW-MOVIMIENTO-OK            PIC X(01) VALUE 'N'.
              88 WS-MOVIMIENTO-OK                  VALUE 'S'.
           02 WS-SW-MAESTRO-NUEVO            PIC X(01) VALUE 'N'.
              88 WS-MAESTRO-NUEVO                  VALUE 'S'.
           02 WS-SW-SUPERVISOR-OK            PIC X(01) VALUE 'N'.
              88 WS-SUPERVISOR-OK                  VALUE 'S'.

       01  WS-CONTADORES-MOVS.
           02 WS-CANT-MOVS-LEIDOS            PIC 9(06) VALUE ZEROS.

           IF WS-MAESTRO-ABIERTO
              IF WS-PARM-EJECUCION (1:4) = 'LOTE'
                 MOVE 'H'                    TO WS-HIS-ORIGEN
                 IF WS-PARM-EJECUCION (6:8) IS NUMERIC
                    MOVE WS-PARM-EJECUCION (6:8)
                                             TO WS-LEGAJO-ACTUANTE
                 END-IF
                 PERFORM 7000-PROCESAR-MOVIMIENTOS
                    THRU 7000-PROCESAR-MOVIMIENTOS-EXIT
              ELSE
                 PERFORM 1050-IDENTIFICAR-SUPERVISOR
                    THRU 1050-IDENTIFICAR-SUPERVISOR-EXIT
                 IF WS-SUPERVISOR-OK
                    PERFORM 1900-CICLO-MENU
                       THRU 1900-CICLO-MENU-EXIT
                       UNTIL WS-OPCION-SALIR
                 END-IF
              END-IF
              CLOSE ARCH-OPERADORES
                    ARCH-HISTORIA
           ELSE
      * SIN MAESTRO LA CORRIDA BATCH NO APLICO NADA: EL JCL DEBE
      * DETENERSE, NO VERLA EN VERDE
              OPEN OUTPUT ARCH-OPERADORES
              CLOSE ARCH-OPERADORES
              OPEN I-O ARCH-OPERADORES
              MOVE 'S'                       TO WS-SW-MAESTRO-NUEVO
           END-IF.

           IF WS-FS-OPERADORES = '00'
                      'FS: ' WS-FS-OPERADORES
           END-IF.

      * SIN HISTORIAL NO SE TOCA EL MAESTRO: UN CAMBIO SIN RASTRO ES
      * JUSTAMENTE LO QUE AUDITORIA NO PUEDE ACEPTAR
           IF WS-MAESTRO-ABIERTO
              OPEN EXTEND ARCH-HISTORIA
              IF WS-FS-HISTORIA NOT = '00'
                 CLOSE ARCH-HISTORIA
                 OPEN OUTPUT ARCH-HISTORIA
              END-IF
              IF WS-FS-HISTORIA NOT = '00'
                 DISPLAY 'No se pudo abrir el historial OPERHIST - '
                         'FS: ' WS-FS-HISTORIA
                 CLOSE ARCH-OPERADORES
                 MOVE 'N'                    TO WS-SW-MAESTRO-ABIERTO
              END-IF
           END-IF.

       1000-ABRIR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIR EL LEGAJO DEL SUPERVISOR QUE OPERA EL MENU, PARA DEJARLO *
      * COMO ACTUANTE EN EL HISTORIAL. DEBE ESTAR ACTIVO EN EL         *
      * MAESTRO, SALVO QUE EL MAESTRO SE HAYA CREADO VACIO RECIEN (LA  *
      * PRIMERA ALTA NO TIENE A NADIE CONTRA QUIEN VALIDAR)            *
      *----------------------------------------------------------------*
       1050-IDENTIFICAR-SUPERVISOR.

           DISPLAY 'Ingresar legajo del supervisor:'.
           ACCEPT  WS-LEGAJO-ACTUANTE.

           IF WS-MAESTRO-NUEVO
              MOVE 'S'                       TO WS-SW-SUPERVISOR-OK
           ELSE
              MOVE WS-LEGAJO-ACTUANTE        TO OPR-LEGAJO
              READ ARCH-OPERADORES
                  INVALID KEY
                      DISPLAY 'El legajo ' WS-LEGAJO-ACTUANTE
                              ' no existe en el maestro'
                  NOT INVALID KEY
                      IF OPR-ACTIVO
                         MOVE 'S'            TO WS-SW-SUPERVISOR-OK
                      ELSE
                         DISPLAY 'El supervisor ' WS-LEGAJO-ACTUANTE
                                 ' esta inactivo'
                      END-IF
              END-READ
           END-IF.

       1050-IDENTIFICAR-SUPERVISOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CICLO DEL MENU PRINCIPAL DE MANTENIMIENTO                      *
      *----------------------------------------------------------------*
       1900-CICLO-MENU.
           PERFORM 4100-SOLICITAR-PERMISOS
              THRU 4100-SOLICITAR-PERMISOS-EXIT.

           MOVE SPACE                        TO WS-HIS-ESTADO-ANTERIOR.
           MOVE SPACES                       TO
                                         WS-HIS-PERMISOS-ANTERIOR.

           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'El legajo ' WS-LEGAJO-AUX
                           WS-FS-OPERADORES
               NOT INVALID KEY
                   DISPLAY 'Operador ' WS-LEGAJO-AUX ' dado de alta'
                   MOVE WS-OPCION            TO WS-HIS-ACCION
                   PERFORM 6200-GRABAR-HISTORIA
                      THRU 6200-GRABAR-HISTORIA-EXIT
           END-WRITE.

       2000-ALTA-OPERADOR-EXIT.
              THRU 6000-LEER-OPERADOR-EXIT.

           IF WS-OPERADOR-LEIDO
              PERFORM 6100-GUARDAR-IMAGEN-ANTERIOR
                 THRU 6100-GUARDAR-IMAGEN-ANTERIOR-EXIT
              IF WS-OPCION = 'B'
                 MOVE 'I'                    TO OPR-ESTADO
              ELSE
                  NOT INVALID KEY
                      DISPLAY 'Operador ' WS-LEGAJO-AUX
                              ' quedo en estado ' OPR-ESTADO
                      MOVE WS-OPCION         TO WS-HIS-ACCION
                      PERFORM 6200-GRABAR-HISTORIA
                         THRU 6200-GRABAR-HISTORIA-EXIT
              END-REWRITE
           END-IF.

              THRU 6000-LEER-OPERADOR-EXIT.

           IF WS-OPERADOR-LEIDO
              PERFORM 6100-GUARDAR-IMAGEN-ANTERIOR
                 THRU 6100-GUARDAR-IMAGEN-ANTERIOR-EXIT
              PERFORM 4100-SOLICITAR-PERMISOS
                 THRU 4100-SOLICITAR-PERMISOS-EXIT
              REWRITE REG-OPERADOR
                  NOT INVALID KEY
                      DISPLAY 'Permisos del operador ' WS-LEGAJO-AUX
                              ' actualizados'
                      MOVE WS-OPCION         TO WS-HIS-ACCION
                      PERFORM 6200-GRABAR-HISTORIA
                         THRU 6200-GRABAR-HISTORIA-EXIT
              END-REWRITE
           END-IF.

       4000-CAMBIAR-PERMISOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOLICITAR PERMISOS DE FUNCION 1 A 8, MODO LOTE Y LIBERACION    *
      *----------------------------------------------------------------*
       4100-SOLICITAR-PERMISOS.

           PERFORM 4110-SOLICITAR-UN-PERMISO
              THRU 4110-SOLICITAR-UN-PERMISO-EXIT
              VARYING WS-INDICE-PERMISO FROM 1 BY 1
              UNTIL WS-INDICE-PERMISO > 8.

           DISPLAY 'Permiso para modo lote B (S/N):'.
           ACCEPT  WS-RESPUESTA.
              MOVE 'N'                       TO OPR-PERM-LOTE
           END-IF.

           DISPLAY 'Permiso de liberacion de LOTEOUT (S/N):'.
           ACCEPT  WS-RESPUESTA.
           IF WS-RESPUESTA = 'S' OR WS-RESPUESTA = 's'
              MOVE 'S'                       TO OPR-PERM-LIBERACION
           ELSE
              MOVE 'N'                       TO OPR-PERM-LIBERACION
           END-IF.

       4100-SOLICITAR-PERMISOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
              DISPLAY '  Legajo : ' OPR-LEGAJO
              DISPLAY '  Nombre : ' OPR-NOMBRE
              DISPLAY '  Estado : ' OPR-ESTADO
              DISPLAY '  Permisos funciones 1-8: '
                      OPR-PERM-FUNCION(1) OPR-PERM-FUNCION(2)
                      OPR-PERM-FUNCION(3) OPR-PERM-FUNCION(4)
                      OPR-PERM-FUNCION(5) OPR-PERM-FUNCION(6)
                      OPR-PERM-FUNCION(7) OPR-PERM-FUNCION(8)
              DISPLAY '  Permiso modo lote B   : ' OPR-PERM-LOTE
              DISPLAY '  Permiso liberacion    : ' OPR-PERM-LIBERACION
              DISPLAY '------------------------------------------------'
           END-IF.

       6000-LEER-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDAR ESTADO Y PERMISOS DEL OPERADOR RECIEN LEIDO ANTES DE   *
      * MODIFICARLO, PARA LA IMAGEN ANTERIOR DEL HISTORIAL             *
      *----------------------------------------------------------------*
       6100-GUARDAR-IMAGEN-ANTERIOR.

           MOVE OPR-ESTADO                   TO WS-HIS-ESTADO-ANTERIOR.
           MOVE SPACES                       TO
                                         WS-HIS-PERMISOS-ANTERIOR.
           MOVE OPR-PERMISOS                 TO
                                         WS-HIS-PERMISOS-ANTERIOR.

       6100-GUARDAR-IMAGEN-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRABAR EN OPERHIST EL CAMBIO RECIEN APLICADO AL MAESTRO: LA    *
      * IMAGEN NUEVA ES EL REGISTRO DEL OPERADOR TAL COMO QUEDO        *
      *----------------------------------------------------------------*
       6200-GRABAR-HISTORIA.

           MOVE SPACES                       TO REG-HISTORIA.
           MOVE OPR-LEGAJO                   TO HIS-LEGAJO.
           ACCEPT HIS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HIS-HORA FROM TIME.
           MOVE WS-HIS-ORIGEN                TO HIS-ORIGEN.
           MOVE WS-HIS-ACCION                TO HIS-ACCION.
           MOVE WS-LEGAJO-ACTUANTE           TO HIS-LEGAJO-ACTUANTE.
           MOVE WS-HIS-ESTADO-ANTERIOR       TO HIS-ESTADO-ANTERIOR.
           MOVE WS-HIS-PERMISOS-ANTERIOR     TO HIS-PERMISOS-ANTERIOR.
           MOVE OPR-ESTADO                   TO HIS-ESTADO-NUEVO.
           MOVE OPR-PERMISOS                 TO HIS-PERMISOS-NUEVO.

           WRITE REG-HISTORIA.
           IF WS-FS-HISTORIA NOT = '00'
              DISPLAY 'No se pudo grabar el historial del legajo '
                      OPR-LEGAJO ' - FS: ' WS-FS-HISTORIA
           END-IF.

       6200-GRABAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BATCH: APLICAR EL ARCHIVO DE MOVIMIENTOS DE RRHH AL MAESTRO    *
      * EN UNA SOLA CORRIDA Y DEJAR EL REPORTE DE APLICADOS Y          *
      * RECHAZADOS CON TOTALES PARA CONCILIAR CONTRA LA LISTA DE RRHH. *

           PERFORM 7600-MOVER-PERMISOS-MOV
              THRU 7600-MOVER-PERMISOS-MOV-EXIT.
           MOVE 'N'                          TO OPR-PERM-LIBERACION.

           MOVE SPACE                        TO WS-HIS-ESTADO-ANTERIOR.
           MOVE SPACES                       TO
                                         WS-HIS-PERMISOS-ANTERIOR.

           WRITE REG-OPERADOR
               INVALID KEY
                                             TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE 'S'                  TO WS-SW-MOVIMIENTO-OK
                   MOVE REG-MOV-TIPO         TO WS-HIS-ACCION
                   PERFORM 6200-GRABAR-HISTORIA
                      THRU 6200-GRABAR-HISTORIA-EXIT
           END-WRITE.

       7300-ALTA-POR-MOVIMIENTO-EXIT.
                   MOVE 'BAJA DE LEGAJO INEXISTENTE'
                                             TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   PERFORM 6100-GUARDAR-IMAGEN-ANTERIOR
                      THRU 6100-GUARDAR-IMAGEN-ANTERIOR-EXIT
                   MOVE 'I'                  TO OPR-ESTADO
                   REWRITE REG-OPERADOR
                       INVALID KEY
                                             TO WS-MOTIVO-RECHAZO
                       NOT INVALID KEY
                           MOVE 'S'          TO WS-SW-MOVIMIENTO-OK
                           MOVE REG-MOV-TIPO TO WS-HIS-ACCION
                           PERFORM 6200-GRABAR-HISTORIA
                              THRU 6200-GRABAR-HISTORIA-EXIT
                   END-REWRITE
           END-READ.

                   MOVE 'PERMISO DE LEGAJO INEXISTENTE'
                                             TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   PERFORM 6100-GUARDAR-IMAGEN-ANTERIOR
                      THRU 6100-GUARDAR-IMAGEN-ANTERIOR-EXIT
                   PERFORM 7600-MOVER-PERMISOS-MOV
                      THRU 7600-MOVER-PERMISOS-MOV-EXIT
                   REWRITE REG-OPERADOR
                                             TO WS-MOTIVO-RECHAZO
                       NOT INVALID KEY
                           MOVE 'S'          TO WS-SW-MOVIMIENTO-OK
                           MOVE REG-MOV-TIPO TO WS-HIS-ACCION
                           PERFORM 6200-GRABAR-HISTORIA
                              THRU 6200-GRABAR-HISTORIA-EXIT
                   END-REWRITE
           END-READ.

           PERFORM 7610-MOVER-UN-PERMISO
              THRU 7610-MOVER-UN-PERMISO-EXIT
              VARYING WS-INDICE-PERMISO FROM 1 BY 1
              UNTIL WS-INDICE-PERMISO > 8.

           IF REG-MOV-PERM-LOTE = 'S'
              MOVE 'S'                       TO OPR-PERM-LOTE
