      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Control de transmisiones esperadas contra TRANSCTL.
      *          El calendario TRANSCAL lista cada origen con los dias
      *          de la semana en que debe transmitir y su hora de
      *          corte, mas los feriados (generales o de un origen).
      *          Para una fecha de transmision compara el calendario
      *          con los grupos registrados en TRANSCTL e informa los
      *          origenes recibidos, los tardios (procesados despues
      *          del corte), los faltantes y los no esperados.
      *          Parametro: 'AAAAMMDD' (fecha de header a controlar);
      *          sin parametro controla la fecha del dia. Reporte en
      *          REPTRANS. RETURN-CODE 8 si falta algun origen (el JCL
      *          no debe seguir al cruce CL25EJ05), 4 si solo hay
      *          tardios o no esperados, 16 si no hay calendario.
      * Tectonics: cobc
      * Mod. history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ12.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CALENDARIO    ASSIGN TO "TRANSCAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CALENDARIO.

           SELECT ARCH-CONTROL-TRANS ASSIGN TO "TRANSCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRS-CLAVE
                  FILE STATUS IS WS-FS-CONTROL-TRANS.

           SELECT ARCH-REPORTE       ASSIGN TO "REPTRANS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      * CALENDARIO DE TRANSMISIONES: REGISTRO 'O' POR ORIGEN CON LOS
      * DIAS EN QUE TRANSMITE (POSICION 1 = LUNES ... 7 = DOMINGO, 'S'
      * O 'N'), LA HORA DE CORTE HHMM Y LOS DIAS QUE SE SUMAN A LA
      * FECHA DEL HEADER PARA EL CORTE (0 = MISMO DIA, 1 = DIA
      * SIGUIENTE); REGISTRO 'F' POR FERIADO, CON ORIGEN EN BLANCO SI
      * ES GENERAL. CUALQUIER OTRO TIPO (POR EJEMPLO '*') ES COMENTARIO
       FD  ARCH-CALENDARIO
           RECORDING MODE IS F.
       01  REG-CALENDARIO.
           02 REG-CAL-TIPO                   PIC X(01).
              88 REG-CAL-ES-ORIGEN                 VALUE 'O'.
              88 REG-CAL-ES-FERIADO                VALUE 'F'.
           02 REG-CAL-DATOS-ORI.
              03 REG-CAL-ORIGEN              PIC X(10).
              03 REG-CAL-DIAS                PIC X(07).
              03 REG-CAL-HORA-CORTE          PIC 9(04).
              03 REG-CAL-HORA-CORTE-R REDEFINES REG-CAL-HORA-CORTE.
                 04 REG-CAL-CORTE-HH         PIC 9(02).
                 04 REG-CAL-CORTE-MM         PIC 9(02).
              03 REG-CAL-DIAS-CORTE          PIC 9(01).
              03 FILLER                      PIC X(01).
              03 REG-CAL-NOMBRE              PIC X(20).
              03 FILLER                      PIC X(06).
           02 REG-CAL-DATOS-FER REDEFINES REG-CAL-DATOS-ORI.
              03 REG-CAL-FER-FECHA           PIC 9(08).
              03 REG-CAL-FER-ORIGEN          PIC X(10).
              03 FILLER                      PIC X(01).
              03 REG-CAL-FER-DESCRIPCION     PIC X(20).
              03 FILLER                      PIC X(10).

       FD  ARCH-CONTROL-TRANS.
       01  REG-CONTROL-TRANS.
           COPY CLTRSCTL.

       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-FECHA-HOY                   PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-CONTROL               PIC 9(08) VALUE ZEROS.
           02 WS-ENTERO-CONTROL              PIC 9(07) VALUE ZEROS.
           02 WS-ENTERO-TRABAJO              PIC 9(07) VALUE ZEROS.
           02 WS-COCIENTE                    PIC 9(07) VALUE ZEROS.
           02 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
           02 WS-INDICE                      PIC 9(03) VALUE ZEROS.
           02 WS-INDICE-ORIGEN               PIC 9(03) VALUE ZEROS.
           02 WS-INDICE-FERIADO              PIC 9(02) VALUE ZEROS.
           02 WS-CANT-DIAS-VALIDOS           PIC 9(02) VALUE ZEROS.
           02 WS-HHMM-PROCESO                PIC 9(04) VALUE ZEROS.
           02 WS-DESCRIPCION-FERIADO         PIC X(20) VALUE SPACES.
           02 WS-LEIDOS-EDITADO              PIC ZZZZZZZZ9.
           02 WS-ESTADO-TRABAJO              PIC X(11) VALUE SPACES.

       01  WS-PARAMETROS-EJECUCION.
           02 WS-PARM-EJECUCION              PIC X(16) VALUE SPACES.

       01  WS-NOMBRES-DIA-VALORES.
           02 FILLER                         PIC X(09) VALUE 'LUNES'.
           02 FILLER                         PIC X(09) VALUE 'MARTES'.
           02 FILLER                         PIC X(09) VALUE
              'MIERCOLES'.
           02 FILLER                         PIC X(09) VALUE 'JUEVES'.
           02 FILLER                         PIC X(09) VALUE 'VIERNES'.
           02 FILLER                         PIC X(09) VALUE 'SABADO'.
           02 FILLER                         PIC X(09) VALUE 'DOMINGO'.
       01  WS-NOMBRES-DIA REDEFINES WS-NOMBRES-DIA-VALORES.
           02 WS-NOMBRE-DIA                  OCCURS 7 TIMES
                                             PIC X(09).

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

       01  WS-CORTE-EDITADO.
           02 WS-CE-HH                       PIC 9(02).
           02 FILLER                         PIC X(01) VALUE ':'.
           02 WS-CE-MM                       PIC 9(02).

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-CALENDARIO               PIC X(02) VALUE '00'.
           02 WS-FS-CONTROL-TRANS            PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-ARCHIVO              PIC X(01) VALUE 'N'.
              88 WS-FIN-ARCHIVO                    VALUE 'S'.
           02 WS-SW-ENCONTRADO               PIC X(01) VALUE 'N'.
              88 WS-ENCONTRADO                     VALUE 'S'.
           02 WS-SW-FERIADO-GENERAL          PIC X(01) VALUE 'N'.
              88 WS-FERIADO-GENERAL                VALUE 'S'.
           02 WS-SW-SIN-CONTROL-TRANS        PIC X(01) VALUE 'N'.
              88 WS-SIN-CONTROL-TRANS              VALUE 'S'.
           02 WS-SW-TABLA-DESBORDADA         PIC X(01) VALUE 'N'.
              88 WS-TABLA-DESBORDADA               VALUE 'S'.

      * ORIGENES DEL CALENDARIO CON SU SITUACION PARA LA FECHA
       01  WS-TABLA-ORIGENES.
           02 WS-CANT-ORIGENES               PIC 9(03) VALUE ZEROS.
           02 WS-ENT-ORIGEN                  OCCURS 200 TIMES.
              03 WS-ORI-ORIGEN               PIC X(10).
              03 WS-ORI-NOMBRE               PIC X(20).
              03 WS-ORI-DIAS                 PIC X(07).
              03 WS-ORI-HORA-CORTE           PIC 9(04).
              03 WS-ORI-DIAS-CORTE           PIC 9(01).
              03 WS-ORI-FECHA-CORTE          PIC 9(08).
              03 WS-ORI-ESPERADO             PIC X(01).
              03 WS-ORI-FERIADO              PIC X(01).
              03 WS-ORI-RECIBIDO             PIC X(01).
              03 WS-ORI-TARDE                PIC X(01).
              03 WS-ORI-FECHA-PROCESO        PIC 9(08).
              03 WS-ORI-HORA-PROCESO         PIC 9(08).
              03 WS-ORI-LEIDOS               PIC 9(09).

      * FERIADOS DE LA FECHA QUE AFECTAN A UN SOLO ORIGEN
       01  WS-TABLA-FERIADOS.
           02 WS-CANT-FERIADOS               PIC 9(02) VALUE ZEROS.
           02 WS-ENT-FERIADO                 OCCURS 50 TIMES.
              03 WS-FER-ORIGEN               PIC X(10).

      * GRUPOS DE TRANSCTL DE LA FECHA QUE EL CALENDARIO NO ESPERABA
       01  WS-TABLA-NO-ESPERADOS.
           02 WS-CANT-NO-ESPERADOS           PIC 9(03) VALUE ZEROS.
           02 WS-ENT-NO-ESPERADO             OCCURS 100 TIMES.
              03 WS-NOE-ORIGEN               PIC X(10).
              03 WS-NOE-NOMBRE               PIC X(20).
              03 WS-NOE-FECHA-PROCESO        PIC 9(08).
              03 WS-NOE-HORA-PROCESO         PIC 9(08).
              03 WS-NOE-LEIDOS               PIC 9(09).
              03 WS-NOE-MOTIVO               PIC X(24).

       01  WS-TOTALES.
           02 WS-TOT-ORIGENES                PIC 9(05) VALUE ZEROS.
           02 WS-TOT-ESPERADOS               PIC 9(05) VALUE ZEROS.
           02 WS-TOT-RECIBIDOS               PIC 9(05) VALUE ZEROS.
           02 WS-TOT-TARDIOS                 PIC 9(05) VALUE ZEROS.
           02 WS-TOT-FALTANTES               PIC 9(05) VALUE ZEROS.
           02 WS-TOT-NO-ESPERADOS            PIC 9(05) VALUE ZEROS.
           02 WS-TOT-IGNORADOS               PIC 9(05) VALUE ZEROS.

       01  WS-LINEAS-REPORTE.
           02 WS-LIN-TITULO.
              03 FILLER                      PIC X(40) VALUE
                 'CL25EJ12 - CONTROL DE TRANSMISIONES DEL '.
              03 WS-TIT-FECHA                PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-TIT-DIA                  PIC X(09).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-TIT-FERIADO              PIC X(30).
              03 FILLER                      PIC X(43) VALUE SPACES.
           02 WS-LIN-ENCABEZADO.
              03 FILLER                      PIC X(43) VALUE
                 'ESTADO      ORIGEN     NOMBRE              '.
              03 FILLER                      PIC X(65) VALUE SPACES.
              03 FILLER                      PIC X(11) VALUE
                 'OBSERVACION'.
              03 FILLER                      PIC X(13) VALUE SPACES.
           02 WS-LIN-DETALLE.
              03 WS-DET-ESTADO               PIC X(11).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-ORIGEN               PIC X(10).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-NOMBRE               PIC X(20).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 FILLER                      PIC X(06) VALUE 'CORTE '.
              03 WS-DET-FECHA-CORTE          PIC X(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-HORA-CORTE           PIC X(05).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 FILLER                      PIC X(08) VALUE
                 'PROCESO '.
              03 WS-DET-FECHA-PROCESO        PIC X(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-HORA-PROCESO         PIC X(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 FILLER                      PIC X(07) VALUE
                 'LEIDOS '.
              03 WS-DET-LEIDOS               PIC X(09).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-OBSERVACION          PIC X(24).
           02 WS-LIN-TOTAL.
              03 WS-LIN-TOT-TEXTO            PIC X(25).
              03 WS-LIN-TOT-CANTIDAD         PIC ZZZZ9.
              03 FILLER                      PIC X(102) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 1100-CARGAR-CALENDARIO
              THRU 1100-CARGAR-CALENDARIO-EXIT.

           PERFORM 1300-MARCAR-ESPERADO
              THRU 1300-MARCAR-ESPERADO-EXIT
              VARYING WS-INDICE-ORIGEN FROM 1 BY 1
              UNTIL WS-INDICE-ORIGEN > WS-CANT-ORIGENES.

           PERFORM 2000-CONTROLAR-TRANSMISIONES
              THRU 2000-CONTROLAR-TRANSMISIONES-EXIT.

           PERFORM 4000-IMPRIMIR-INFORME
              THRU 4000-IMPRIMIR-INFORME-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * TOMAR LA FECHA A CONTROLAR DEL PARM (O LA DEL DIA), CALCULAR   *
      * SU DIA DE LA SEMANA Y ABRIR EL REPORTE                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE.

           IF WS-PARM-EJECUCION (1:8) IS NUMERIC
              AND WS-PARM-EJECUCION (1:8) >= '16010101'
              MOVE WS-PARM-EJECUCION (1:8)   TO WS-FECHA-CONTROL
           ELSE
              MOVE WS-FECHA-HOY              TO WS-FECHA-CONTROL
           END-IF.

      * EL DIA 1 DEL CALENDARIO ENTERO (01/01/1601) FUE LUNES
           COMPUTE WS-ENTERO-CONTROL =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CONTROL).
           COMPUTE WS-ENTERO-TRABAJO = WS-ENTERO-CONTROL - 1.
           DIVIDE WS-ENTERO-TRABAJO BY 7
              GIVING WS-COCIENTE
              REMAINDER WS-DIA-SEMANA.
           ADD 1                             TO WS-DIA-SEMANA.

           OPEN OUTPUT ARCH-REPORTE.
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'No se pudo abrir el reporte REPTRANS - FS: '
                      WS-FS-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARGAR EL CALENDARIO: SIN CALENDARIO NO HAY CONTROL POSIBLE Y  *
      * LA CORRIDA TERMINA CON RETURN-CODE 16                          *
      *----------------------------------------------------------------*
       1100-CARGAR-CALENDARIO.

           OPEN INPUT ARCH-CALENDARIO.
           IF WS-FS-CALENDARIO NOT = '00'
              DISPLAY 'No se pudo abrir el calendario TRANSCAL - FS: '
                      WS-FS-CALENDARIO
              CLOSE ARCH-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           PERFORM 1200-LEER-CALENDARIO
              THRU 1200-LEER-CALENDARIO-EXIT
              UNTIL WS-FIN-ARCHIVO.

           CLOSE ARCH-CALENDARIO.

       1100-CARGAR-CALENDARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-CALENDARIO.

           READ ARCH-CALENDARIO
               AT END MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              EVALUATE TRUE
                  WHEN REG-CAL-ES-ORIGEN
                       PERFORM 1210-CARGAR-ORIGEN
                          THRU 1210-CARGAR-ORIGEN-EXIT
                  WHEN REG-CAL-ES-FERIADO
                       PERFORM 1250-CARGAR-FERIADO
                          THRU 1250-CARGAR-FERIADO-EXIT
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       1200-LEER-CALENDARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UN ORIGEN INVALIDO O REPETIDO SE IGNORA CON AVISO POR CONSOLA  *
      *----------------------------------------------------------------*
       1210-CARGAR-ORIGEN.

           MOVE ZEROS                        TO WS-CANT-DIAS-VALIDOS.
           INSPECT REG-CAL-DIAS TALLYING WS-CANT-DIAS-VALIDOS
                   FOR ALL 'S' ALL 'N'.

           IF REG-CAL-ORIGEN = SPACES
              OR WS-CANT-DIAS-VALIDOS NOT = 7
              OR REG-CAL-HORA-CORTE IS NOT NUMERIC
              OR REG-CAL-DIAS-CORTE IS NOT NUMERIC
              ADD 1                          TO WS-TOT-IGNORADOS
              DISPLAY 'Calendario: origen ' REG-CAL-ORIGEN
                      ' con dias, corte o dias de corte invalidos'
                      ' - se ignora'
           ELSE
              IF REG-CAL-CORTE-HH > 23 OR REG-CAL-CORTE-MM > 59
                 ADD 1                       TO WS-TOT-IGNORADOS
                 DISPLAY 'Calendario: origen ' REG-CAL-ORIGEN
                         ' con hora de corte invalida - se ignora'
              ELSE
                 PERFORM 1220-AGREGAR-ORIGEN
                    THRU 1220-AGREGAR-ORIGEN-EXIT
              END-IF
           END-IF.

       1210-CARGAR-ORIGEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1220-AGREGAR-ORIGEN.

           MOVE 'N'                          TO WS-SW-ENCONTRADO.
           PERFORM 7000-BUSCAR-ORIGEN
              THRU 7000-BUSCAR-ORIGEN-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-ORIGENES
                 OR WS-ENCONTRADO.

           EVALUATE TRUE
               WHEN WS-ENCONTRADO
                    ADD 1                    TO WS-TOT-IGNORADOS
                    DISPLAY 'Calendario: origen ' REG-CAL-ORIGEN
                            ' repetido - vale el primero'
               WHEN WS-CANT-ORIGENES >= 200
                    ADD 1                    TO WS-TOT-IGNORADOS
                    IF NOT WS-TABLA-DESBORDADA
                       MOVE 'S'              TO WS-SW-TABLA-DESBORDADA
                       DISPLAY 'Tabla de origenes completa (200): '
                               'el resto del calendario se ignora'
                    END-IF
               WHEN OTHER
                    ADD 1                    TO WS-CANT-ORIGENES
                    MOVE WS-CANT-ORIGENES    TO WS-INDICE
                    INITIALIZE WS-ENT-ORIGEN(WS-INDICE)
                    MOVE REG-CAL-ORIGEN      TO WS-ORI-ORIGEN(WS-INDICE)
                    MOVE REG-CAL-NOMBRE      TO WS-ORI-NOMBRE(WS-INDICE)
                    MOVE REG-CAL-DIAS        TO WS-ORI-DIAS(WS-INDICE)
                    MOVE REG-CAL-HORA-CORTE
                                        TO WS-ORI-HORA-CORTE(WS-INDICE)
                    MOVE REG-CAL-DIAS-CORTE
                                        TO WS-ORI-DIAS-CORTE(WS-INDICE)
                    MOVE 'N'            TO WS-ORI-ESPERADO(WS-INDICE)
                                           WS-ORI-FERIADO(WS-INDICE)
                                           WS-ORI-RECIBIDO(WS-INDICE)
                                           WS-ORI-TARDE(WS-INDICE)
           END-EVALUATE.

       1220-AGREGAR-ORIGEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO INTERESAN LOS FERIADOS DE LA FECHA CONTROLADA             *
      *----------------------------------------------------------------*
       1250-CARGAR-FERIADO.

           IF REG-CAL-FER-FECHA IS NUMERIC
              AND REG-CAL-FER-FECHA = WS-FECHA-CONTROL
              IF REG-CAL-FER-ORIGEN = SPACES
                 MOVE 'S'                    TO WS-SW-FERIADO-GENERAL
                 MOVE REG-CAL-FER-DESCRIPCION
                                             TO WS-DESCRIPCION-FERIADO
              ELSE
                 IF WS-CANT-FERIADOS < 50
                    ADD 1                    TO WS-CANT-FERIADOS
                    MOVE REG-CAL-FER-ORIGEN
                               TO WS-FER-ORIGEN(WS-CANT-FERIADOS)
                 ELSE
                    DISPLAY 'Calendario: mas de 50 feriados por '
                            'origen para la fecha - se ignora '
                            REG-CAL-FER-ORIGEN
                 END-IF
              END-IF
           END-IF.

       1250-CARGAR-FERIADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UN ORIGEN SE ESPERA SI TRANSMITE ESE DIA DE LA SEMANA Y NO ES  *
      * FERIADO (GENERAL O DEL ORIGEN); EL CORTE ES LA HORA DEL        *
      * CALENDARIO EN LA FECHA DEL HEADER MAS LOS DIAS DE CORTE        *
      *----------------------------------------------------------------*
       1300-MARCAR-ESPERADO.

           ADD 1                             TO WS-TOT-ORIGENES.

           MOVE 'N'                          TO WS-SW-ENCONTRADO.
           PERFORM 1350-BUSCAR-FERIADO-ORIGEN
              THRU 1350-BUSCAR-FERIADO-ORIGEN-EXIT
              VARYING WS-INDICE-FERIADO FROM 1 BY 1
              UNTIL WS-INDICE-FERIADO > WS-CANT-FERIADOS
                 OR WS-ENCONTRADO.
           IF WS-ENCONTRADO OR WS-FERIADO-GENERAL
              MOVE 'S'         TO WS-ORI-FERIADO(WS-INDICE-ORIGEN)
           END-IF.

           IF WS-ORI-DIAS(WS-INDICE-ORIGEN) (WS-DIA-SEMANA:1) = 'S'
              AND WS-ORI-FERIADO(WS-INDICE-ORIGEN) = 'N'
              MOVE 'S'         TO WS-ORI-ESPERADO(WS-INDICE-ORIGEN)
              ADD 1                          TO WS-TOT-ESPERADOS
           END-IF.

           COMPUTE WS-ENTERO-TRABAJO = WS-ENTERO-CONTROL
                   + WS-ORI-DIAS-CORTE(WS-INDICE-ORIGEN).
           MOVE FUNCTION DATE-OF-INTEGER(WS-ENTERO-TRABAJO)
                         TO WS-ORI-FECHA-CORTE(WS-INDICE-ORIGEN).

       1300-MARCAR-ESPERADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-BUSCAR-FERIADO-ORIGEN.

           IF WS-FER-ORIGEN(WS-INDICE-FERIADO) =
              WS-ORI-ORIGEN(WS-INDICE-ORIGEN)
              MOVE 'S'                       TO WS-SW-ENCONTRADO
           END-IF.

       1350-BUSCAR-FERIADO-ORIGEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRER TRANSCTL Y CRUZAR CADA GRUPO DE LA FECHA CONTROLADA   *
      * CON EL CALENDARIO. SIN TRANSCTL TODO LO ESPERADO FALTA         *
      *----------------------------------------------------------------*
       2000-CONTROLAR-TRANSMISIONES.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-CONTROL-TRANS.
           IF WS-FS-CONTROL-TRANS = '00'
              PERFORM 2100-LEER-TRANSMISION
                 THRU 2100-LEER-TRANSMISION-EXIT
                 UNTIL WS-FIN-ARCHIVO
              CLOSE ARCH-CONTROL-TRANS
           ELSE
              MOVE 'S'                       TO WS-SW-SIN-CONTROL-TRANS
              DISPLAY 'Sin control de transmisiones TRANSCTL - FS: '
                      WS-FS-CONTROL-TRANS
           END-IF.

       2000-CONTROLAR-TRANSMISIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-TRANSMISION.

           READ ARCH-CONTROL-TRANS NEXT RECORD
               AT END MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              AND TRS-FECHA = WS-FECHA-CONTROL
              PERFORM 2200-CRUZAR-TRANSMISION
                 THRU 2200-CRUZAR-TRANSMISION-EXIT
           END-IF.

       2100-LEER-TRANSMISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UN GRUPO DE UN ORIGEN ESPERADO LO DA POR RECIBIDO (TARDE SI SE *
      * PROCESO DESPUES DEL CORTE); CUALQUIER OTRO ES NO ESPERADO      *
      *----------------------------------------------------------------*
       2200-CRUZAR-TRANSMISION.

           MOVE 'N'                          TO WS-SW-ENCONTRADO.
           PERFORM 7100-BUSCAR-ORIGEN-TRANS
              THRU 7100-BUSCAR-ORIGEN-TRANS-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-ORIGENES
                 OR WS-ENCONTRADO.

           IF WS-ENCONTRADO
              AND WS-ORI-ESPERADO(WS-INDICE-ORIGEN) = 'S'
              MOVE 'S'          TO WS-ORI-RECIBIDO(WS-INDICE-ORIGEN)
              MOVE TRS-FECHA-PROCESO
                           TO WS-ORI-FECHA-PROCESO(WS-INDICE-ORIGEN)
              MOVE TRS-HORA-PROCESO
                           TO WS-ORI-HORA-PROCESO(WS-INDICE-ORIGEN)
              MOVE TRS-LEIDOS   TO WS-ORI-LEIDOS(WS-INDICE-ORIGEN)
              DIVIDE TRS-HORA-PROCESO BY 10000
                 GIVING WS-HHMM-PROCESO
              IF TRS-FECHA-PROCESO >
                 WS-ORI-FECHA-CORTE(WS-INDICE-ORIGEN)
                 OR (TRS-FECHA-PROCESO =
                     WS-ORI-FECHA-CORTE(WS-INDICE-ORIGEN)
                     AND WS-HHMM-PROCESO >
                         WS-ORI-HORA-CORTE(WS-INDICE-ORIGEN))
                 MOVE 'S'       TO WS-ORI-TARDE(WS-INDICE-ORIGEN)
              END-IF
           ELSE
              PERFORM 2300-AGREGAR-NO-ESPERADO
                 THRU 2300-AGREGAR-NO-ESPERADO-EXIT
           END-IF.

       2200-CRUZAR-TRANSMISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-AGREGAR-NO-ESPERADO.

           ADD 1                             TO WS-TOT-NO-ESPERADOS.

           IF WS-CANT-NO-ESPERADOS < 100
              ADD 1                          TO WS-CANT-NO-ESPERADOS
              MOVE WS-CANT-NO-ESPERADOS      TO WS-INDICE
              MOVE TRS-ORIGEN           TO WS-NOE-ORIGEN(WS-INDICE)
              MOVE TRS-FECHA-PROCESO
                                   TO WS-NOE-FECHA-PROCESO(WS-INDICE)
              MOVE TRS-HORA-PROCESO
                                   TO WS-NOE-HORA-PROCESO(WS-INDICE)
              MOVE TRS-LEIDOS           TO WS-NOE-LEIDOS(WS-INDICE)
              EVALUATE TRUE
                  WHEN NOT WS-ENCONTRADO
                       MOVE SPACES      TO WS-NOE-NOMBRE(WS-INDICE)
                       MOVE 'FUERA DEL CALENDARIO'
                                        TO WS-NOE-MOTIVO(WS-INDICE)
                  WHEN WS-ORI-FERIADO(WS-INDICE-ORIGEN) = 'S'
                       MOVE WS-ORI-NOMBRE(WS-INDICE-ORIGEN)
                                        TO WS-NOE-NOMBRE(WS-INDICE)
                       MOVE 'FERIADO'   TO WS-NOE-MOTIVO(WS-INDICE)
                  WHEN OTHER
                       MOVE WS-ORI-NOMBRE(WS-INDICE-ORIGEN)
                                        TO WS-NOE-NOMBRE(WS-INDICE)
                       MOVE 'NO TRANSMITE ESE DIA'
                                        TO WS-NOE-MOTIVO(WS-INDICE)
              END-EVALUATE
           ELSE
              IF NOT WS-TABLA-DESBORDADA
                 MOVE 'S'                    TO WS-SW-TABLA-DESBORDADA
                 DISPLAY 'Tabla de no esperados completa (100): '
                         'el detalle queda incompleto'
              END-IF
           END-IF.

       2300-AGREGAR-NO-ESPERADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INFORME: ORIGENES ESPERADOS CON SU ESTADO EN EL ORDEN DEL      *
      * CALENDARIO Y DESPUES LOS GRUPOS NO ESPERADOS                   *
      *----------------------------------------------------------------*
       4000-IMPRIMIR-INFORME.

           MOVE WS-FECHA-CONTROL             TO WS-TIT-FECHA.
           MOVE WS-NOMBRE-DIA(WS-DIA-SEMANA) TO WS-TIT-DIA.
           MOVE SPACES                       TO WS-TIT-FERIADO.
           IF WS-FERIADO-GENERAL
              STRING 'FERIADO ' WS-DESCRIPCION-FERIADO
                     DELIMITED BY SIZE
                     INTO WS-TIT-FERIADO
              END-STRING
           END-IF.
           MOVE WS-LIN-TITULO                TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-SIN-CONTROL-TRANS
              MOVE 'ATENCION: SIN CONTROL DE TRANSMISIONES TRANSCTL'
                                             TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'ORIGENES ESPERADOS'         TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-LIN-ENCABEZADO            TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM 4100-IMPRIMIR-ESPERADO
              THRU 4100-IMPRIMIR-ESPERADO-EXIT
              VARYING WS-INDICE-ORIGEN FROM 1 BY 1
              UNTIL WS-INDICE-ORIGEN > WS-CANT-ORIGENES.

           IF WS-TOT-ESPERADOS = ZEROS
              MOVE '  NINGUN ORIGEN ESPERADO PARA LA FECHA'
                                             TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'GRUPOS NO ESPERADOS'        TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM 4200-IMPRIMIR-NO-ESPERADO
              THRU 4200-IMPRIMIR-NO-ESPERADO-EXIT
              VARYING WS-INDICE FROM 1 BY 1
              UNTIL WS-INDICE > WS-CANT-NO-ESPERADOS.

           IF WS-TOT-NO-ESPERADOS = ZEROS
              MOVE '  NINGUNO'               TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       4000-IMPRIMIR-INFORME-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-IMPRIMIR-ESPERADO.

           IF WS-ORI-ESPERADO(WS-INDICE-ORIGEN) = 'S'
              MOVE SPACES                    TO WS-DET-OBSERVACION
              EVALUATE TRUE
                  WHEN WS-ORI-RECIBIDO(WS-INDICE-ORIGEN) = 'N'
                       MOVE 'FALTANTE'       TO WS-ESTADO-TRABAJO
                       ADD 1                 TO WS-TOT-FALTANTES
                  WHEN WS-ORI-TARDE(WS-INDICE-ORIGEN) = 'S'
                       MOVE 'TARDE'          TO WS-ESTADO-TRABAJO
                       MOVE 'DESPUES DEL CORTE'
                                             TO WS-DET-OBSERVACION
                       ADD 1                 TO WS-TOT-TARDIOS
                  WHEN OTHER
                       MOVE 'RECIBIDO'       TO WS-ESTADO-TRABAJO
                       ADD 1                 TO WS-TOT-RECIBIDOS
              END-EVALUATE
              MOVE WS-ESTADO-TRABAJO         TO WS-DET-ESTADO
              MOVE WS-ORI-ORIGEN(WS-INDICE-ORIGEN) TO WS-DET-ORIGEN
              MOVE WS-ORI-NOMBRE(WS-INDICE-ORIGEN) TO WS-DET-NOMBRE
              MOVE WS-ORI-FECHA-CORTE(WS-INDICE-ORIGEN)
                                             TO WS-DET-FECHA-CORTE
              MOVE WS-ORI-HORA-CORTE(WS-INDICE-ORIGEN) (1:2)
                                             TO WS-CE-HH
              MOVE WS-ORI-HORA-CORTE(WS-INDICE-ORIGEN) (3:2)
                                             TO WS-CE-MM
              MOVE WS-CORTE-EDITADO          TO WS-DET-HORA-CORTE
              IF WS-ORI-RECIBIDO(WS-INDICE-ORIGEN) = 'S'
                 MOVE WS-ORI-FECHA-PROCESO(WS-INDICE-ORIGEN)
                                             TO WS-DET-FECHA-PROCESO
                 MOVE WS-ORI-HORA-PROCESO(WS-INDICE-ORIGEN)
                                             TO WS-HORA-TRABAJO-N
                 PERFORM 7200-EDITAR-HORA
                    THRU 7200-EDITAR-HORA-EXIT
                 MOVE WS-HORA-EDITADA        TO WS-DET-HORA-PROCESO
                 MOVE WS-ORI-LEIDOS(WS-INDICE-ORIGEN)
                                             TO WS-LEIDOS-EDITADO
                 MOVE WS-LEIDOS-EDITADO      TO WS-DET-LEIDOS
              ELSE
                 MOVE SPACES                 TO WS-DET-FECHA-PROCESO
                                                WS-DET-HORA-PROCESO
                                                WS-DET-LEIDOS
              END-IF
              MOVE WS-LIN-DETALLE            TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       4100-IMPRIMIR-ESPERADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-IMPRIMIR-NO-ESPERADO.

           MOVE 'NO ESPERADO'                TO WS-DET-ESTADO.
           MOVE WS-NOE-ORIGEN(WS-INDICE)     TO WS-DET-ORIGEN.
           MOVE WS-NOE-NOMBRE(WS-INDICE)     TO WS-DET-NOMBRE.
           MOVE SPACES                       TO WS-DET-FECHA-CORTE
                                                WS-DET-HORA-CORTE.
           MOVE WS-NOE-FECHA-PROCESO(WS-INDICE)
                                             TO WS-DET-FECHA-PROCESO.
           MOVE WS-NOE-HORA-PROCESO(WS-INDICE)
                                             TO WS-HORA-TRABAJO-N.
           PERFORM 7200-EDITAR-HORA
              THRU 7200-EDITAR-HORA-EXIT.
           MOVE WS-HORA-EDITADA              TO WS-DET-HORA-PROCESO.
           MOVE WS-NOE-LEIDOS(WS-INDICE)     TO WS-LEIDOS-EDITADO.
           MOVE WS-LEIDOS-EDITADO            TO WS-DET-LEIDOS.
           MOVE WS-NOE-MOTIVO(WS-INDICE)     TO WS-DET-OBSERVACION.
           MOVE WS-LIN-DETALLE               TO REG-REPORTE.
           WRITE REG-REPORTE.

       4200-IMPRIMIR-NO-ESPERADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCAR EN EL CALENDARIO EL ORIGEN DEL REGISTRO LEIDO           *
      *----------------------------------------------------------------*
       7000-BUSCAR-ORIGEN.

           IF WS-ORI-ORIGEN(WS-INDICE) = REG-CAL-ORIGEN
              MOVE 'S'                       TO WS-SW-ENCONTRADO
           END-IF.

       7000-BUSCAR-ORIGEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCAR EN EL CALENDARIO EL ORIGEN DEL GRUPO DE TRANSCTL        *
      *----------------------------------------------------------------*
       7100-BUSCAR-ORIGEN-TRANS.

           IF WS-ORI-ORIGEN(WS-INDICE) = TRS-ORIGEN
              MOVE 'S'                       TO WS-SW-ENCONTRADO
              MOVE WS-INDICE                 TO WS-INDICE-ORIGEN
           END-IF.

       7100-BUSCAR-ORIGEN-TRANS-EXIT.
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
      * TOTALES Y RETURN CODE: 8 SI FALTA ALGUN ORIGEN, 4 SI SOLO HAY  *
      * TARDIOS O NO ESPERADOS                                         *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-TABLA-DESBORDADA
              MOVE SPACES                    TO REG-REPORTE
              STRING 'ATENCION: TABLA COMPLETA - '
                     'DETALLE INCOMPLETO (VER CONSOLA)'
                     DELIMITED BY SIZE
                     INTO REG-REPORTE
              END-STRING
              WRITE REG-REPORTE
           END-IF.

           MOVE 'ORIGENES EN CALENDARIO : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-ORIGENES              TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'ESPERADOS              : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-ESPERADOS             TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'RECIBIDOS A TIEMPO     : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-RECIBIDOS             TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'RECIBIDOS TARDE        : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-TARDIOS               TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'FALTANTES              : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-FALTANTES             TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'NO ESPERADOS           : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-NO-ESPERADOS          TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-TOT-IGNORADOS > ZEROS
              MOVE 'LINEAS IGNORADAS       : ' TO WS-LIN-TOT-TEXTO
              MOVE WS-TOT-IGNORADOS          TO WS-LIN-TOT-CANTIDAD
              MOVE WS-LIN-TOTAL              TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

           CLOSE ARCH-REPORTE.

           EVALUATE TRUE
               WHEN WS-TOT-FALTANTES > ZEROS
                    MOVE 8                   TO RETURN-CODE
               WHEN WS-TOT-TARDIOS > ZEROS
                    OR WS-TOT-NO-ESPERADOS > ZEROS
                    MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                    MOVE ZEROS               TO RETURN-CODE
           END-EVALUATE.

           DISPLAY 'CL25EJ12 - Fecha ' WS-FECHA-CONTROL
                   ' esperados: ' WS-TOT-ESPERADOS
                   ' faltantes: ' WS-TOT-FALTANTES
                   ' tarde: ' WS-TOT-TARDIOS
                   ' no esperados: ' WS-TOT-NO-ESPERADOS
                   ' - reporte en REPTRANS'.

       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ12.
