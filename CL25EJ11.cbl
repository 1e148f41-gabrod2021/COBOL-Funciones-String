      ******************************************************************
      * Author: Gabriela C Rodriguez
      * Date:
      * Purpose: Informe de operacion batch para el control de la
      *          manana. Recorre el registro de corridas RUNREG en un
      *          rango de fechas y lista cada corrida con su modo,
      *          legajo, duracion, leidos/procesados/rechazados y
      *          return code, marcando las que terminaron con RC 8,
      *          12 o 16 y las que se pasaron del fin de la ventana
      *          batch. Cierra con los totales por dia (corridas,
      *          registros, tiempo, registros por minuto y grupos
      *          registrados en TRANSCTL) y con el estado actual del
      *          lote: lock activo en RUNLOCK sin fin en RUNREG
      *          (abend o corrida en curso) y checkpoint CHKPOINT
      *          pendiente de reanudar. Parametro:
      *          'AAAAMMDD AAAAMMDD HHMM HHMM' (desde, hasta, inicio y
      *          fin de la ventana); sin parametro toma ayer y hoy con
      *          la ventana 2200-0600. Reporte en REPBATCH; termina
      *          con RETURN-CODE 4 si hay alguna alerta.
      * Tectonics: cobc
      * Mod. history:
      *   - Mark a run whose LOTEOUT was rejected in the four-eyes
      *     release (RUNLIBER, CL25EJ16) as RECHAZADA, with a line
      *     naming the releasing legajo, date and reason under it,
      *     and count rejected runs in the report totals. A rejected
      *     run is an alert like RC 8 or more.
      *   - Shorten the out-of-window mark to FUERA VENTANA so the
      *     three marks fit the 30-position field, and warn on the
      *     console if the marks ever overflow it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL25EJ11.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-REGISTRO-CORRIDAS ASSIGN TO "RUNREG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REGISTRO-CORRIDAS.

           SELECT ARCH-LOCK-CORRIDA  ASSIGN TO "RUNLOCK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-LOCK-CORRIDA.

           SELECT ARCH-CHECKPOINT    ASSIGN TO "CHKPOINT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT ARCH-CONTROL-TRANS ASSIGN TO "TRANSCTL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRS-CLAVE
                  FILE STATUS IS WS-FS-CONTROL-TRANS.

           SELECT ARCH-REPORTE       ASSIGN TO "REPBATCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-LIBERACIONES  ASSIGN TO "RUNLIBER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LIB-CORRIDA
                  FILE STATUS IS WS-FS-LIBERACIONES.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.

      * LOS LAYOUTS SON LOS MISMOS QUE GRABA CL25EJ01
       FD  ARCH-REGISTRO-CORRIDAS
           RECORDING MODE IS F.
       01  REG-CORRIDA.
           COPY CLRUNREG.

       FD  ARCH-LOCK-CORRIDA
           RECORDING MODE IS F.
       01  REG-LOCK-CORRIDA.
           COPY CLRUNLCK.

       FD  ARCH-CHECKPOINT
           RECORDING MODE IS F.
       01  REG-CHECKPOINT.
           COPY CLCHKPT.

       FD  ARCH-CONTROL-TRANS.
       01  REG-CONTROL-TRANS.
           COPY CLTRSCTL.

       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                       PIC X(132).

      * DECISIONES DE LIBERACION DE LOTEOUT QUE GRABA CL25EJ16
       FD  ARCH-LIBERACIONES.
       01  REG-LIBERACION.
           COPY CLRUNLIB.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           02 WS-FECHA-HOY                   PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-DESDE                 PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HASTA                 PIC 9(08) VALUE ZEROS.
           02 WS-ENTERO-DESDE                PIC 9(07) VALUE ZEROS.
           02 WS-ENTERO-HASTA                PIC 9(07) VALUE ZEROS.
           02 WS-ENTERO-INICIO               PIC 9(07) VALUE ZEROS.
           02 WS-ENTERO-FIN                  PIC 9(07) VALUE ZEROS.
           02 WS-INDICE-DIA                  PIC 9(03) VALUE ZEROS.
           02 WS-CANT-DIAS                   PIC 9(03) VALUE ZEROS.
           02 WS-SEG-INICIO                  PIC 9(12) VALUE ZEROS.
           02 WS-SEG-FIN                     PIC 9(12) VALUE ZEROS.
           02 WS-SEG-DURACION                PIC 9(09) VALUE ZEROS.
           02 WS-MIN-FIN                     PIC 9(10) VALUE ZEROS.
           02 WS-MIN-FIN-VENTANA             PIC 9(10) VALUE ZEROS.
           02 WS-MIN-VENTANA-FIN             PIC 9(04) VALUE ZEROS.
           02 WS-HHMM-INICIO                 PIC 9(04) VALUE ZEROS.
           02 WS-RC-CORRIDA                  PIC S9(04) VALUE ZEROS.
           02 WS-RC-EDITADO                  PIC Z9.
           02 WS-HORAS-DURACION              PIC 9(05) VALUE ZEROS.
           02 WS-RESTO                       PIC 9(09) VALUE ZEROS.
           02 WS-REG-MINUTO                  PIC 9(07)V99 VALUE ZEROS.
           02 WS-REG-MINUTO-EDITADO          PIC ZZZZZZ9,99.
           02 WS-MARCAS                      PIC X(30) VALUE SPACES.
           02 WS-PUNTERO-MARCAS              PIC 9(02) VALUE ZEROS.
           02 WS-CANT-LEIDOS-DIA             PIC 9(09) VALUE ZEROS.
           02 WS-SEGUNDOS-DIA                PIC 9(09) VALUE ZEROS.

       01  WS-PARAMETROS-EJECUCION.
           02 WS-PARM-EJECUCION              PIC X(32) VALUE SPACES.

      * VENTANA BATCH HHMM-HHMM; SI EL INICIO ES MAYOR QUE EL FIN LA
      * VENTANA CRUZA LA MEDIANOCHE (EL CASO HABITUAL 2200-0600)
       01  WS-VENTANA.
           02 WS-VENTANA-INICIO              PIC 9(04) VALUE 2200.
           02 WS-VENTANA-INICIO-R REDEFINES WS-VENTANA-INICIO.
              03 WS-VTI-HH                   PIC 9(02).
              03 WS-VTI-MM                   PIC 9(02).
           02 WS-VENTANA-FIN                 PIC 9(04) VALUE 0600.
           02 WS-VENTANA-FIN-R REDEFINES WS-VENTANA-FIN.
              03 WS-VTF-HH                   PIC 9(02).
              03 WS-VTF-MM                   PIC 9(02).

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

       01  WS-DURACION-EDITADA.
           02 WS-DUE-HORAS                   PIC 9(03).
           02 FILLER                         PIC X(01) VALUE ':'.
           02 WS-DUE-MINUTOS                 PIC 9(02).
           02 FILLER                         PIC X(01) VALUE ':'.
           02 WS-DUE-SEGUNDOS                PIC 9(02).

       01  WS-ESTADOS-ARCHIVO.
           02 WS-FS-REGISTRO-CORRIDAS        PIC X(02) VALUE '00'.
           02 WS-FS-LOCK-CORRIDA             PIC X(02) VALUE '00'.
           02 WS-FS-CHECKPOINT               PIC X(02) VALUE '00'.
           02 WS-FS-CONTROL-TRANS            PIC X(02) VALUE '00'.
           02 WS-FS-REPORTE                  PIC X(02) VALUE '00'.
           02 WS-FS-LIBERACIONES             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           02 WS-SW-FIN-ARCHIVO              PIC X(01) VALUE 'N'.
              88 WS-FIN-ARCHIVO                    VALUE 'S'.
           02 WS-SW-LOCK-LEIDO               PIC X(01) VALUE 'N'.
              88 WS-LOCK-LEIDO                     VALUE 'S'.
           02 WS-SW-LOCK-CERRADO             PIC X(01) VALUE 'N'.
              88 WS-LOCK-CERRADO                   VALUE 'S'.
           02 WS-SW-CHECKPOINT-LEIDO         PIC X(01) VALUE 'N'.
              88 WS-CHECKPOINT-LEIDO               VALUE 'S'.
           02 WS-SW-EN-VENTANA               PIC X(01) VALUE 'N'.
              88 WS-EN-VENTANA                     VALUE 'S'.
           02 WS-SW-FUERA-VENTANA            PIC X(01) VALUE 'N'.
              88 WS-FUERA-VENTANA                  VALUE 'S'.
           02 WS-SW-RANGO-RECORTADO          PIC X(01) VALUE 'N'.
              88 WS-RANGO-RECORTADO                VALUE 'S'.
           02 WS-SW-LIBERACIONES-ABIERTO     PIC X(01) VALUE 'N'.
              88 WS-LIBERACIONES-ABIERTO           VALUE 'S'.
           02 WS-SW-CORRIDA-RECHAZADA        PIC X(01) VALUE 'N'.
              88 WS-CORRIDA-RECHAZADA              VALUE 'S'.

      * ACUMULADORES POR DIA DEL RANGO (HASTA UN ANIO); EL INDICE ES
      * LA DISTANCIA EN DIAS DESDE LA FECHA DESDE
       01  WS-TABLA-DIAS.
           02 WS-ENT-DIA                     OCCURS 366 TIMES.
              03 WS-DIA-FECHA                PIC 9(08).
              03 WS-DIA-CORRIDAS             PIC 9(05).
              03 WS-DIA-LEIDOS               PIC 9(09).
              03 WS-DIA-PROCESADOS           PIC 9(09).
              03 WS-DIA-RECHAZADOS           PIC 9(09).
              03 WS-DIA-SEGUNDOS             PIC 9(09).
              03 WS-DIA-ALERTAS              PIC 9(05).
              03 WS-DIA-TRANSMISIONES        PIC 9(05).

       01  WS-TOTALES.
           02 WS-TOT-CORRIDAS                PIC 9(05) VALUE ZEROS.
           02 WS-TOT-CORRIDAS-ALERTA         PIC 9(05) VALUE ZEROS.
           02 WS-TOT-ALERTAS-ESTADO          PIC 9(05) VALUE ZEROS.
           02 WS-TOT-LEIDOS                  PIC 9(09) VALUE ZEROS.
           02 WS-TOT-PROCESADOS              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-RECHAZADOS              PIC 9(09) VALUE ZEROS.
           02 WS-TOT-SEGUNDOS                PIC 9(09) VALUE ZEROS.
           02 WS-TOT-TRANSMISIONES           PIC 9(05) VALUE ZEROS.
           02 WS-TOT-RECHAZADAS              PIC 9(05) VALUE ZEROS.

       01  WS-LINEAS-REPORTE.
           02 WS-LIN-TITULO.
              03 FILLER                      PIC X(31) VALUE
                 'CL25EJ11 - OPERACION BATCH DEL '.
              03 WS-TIT-DESDE                PIC 9(08).
              03 FILLER                      PIC X(04) VALUE ' AL '.
              03 WS-TIT-HASTA                PIC 9(08).
              03 FILLER                      PIC X(11) VALUE
                 ' - VENTANA '.
              03 WS-TIT-VENTANA-INICIO       PIC 9(04).
              03 FILLER                      PIC X(01) VALUE '-'.
              03 WS-TIT-VENTANA-FIN          PIC 9(04).
              03 FILLER                      PIC X(61) VALUE SPACES.
           02 WS-LIN-ENCABEZADO.
              03 FILLER                      PIC X(39) VALUE
                 'NUMERO MODO LEGAJO   F.INICIO H.INICIO '.
              03 FILLER                      PIC X(38) VALUE
                 'F.FIN    H.FIN     DURACION    LEIDOS '.
              03 FILLER                      PIC X(31) VALUE
                 'PROCESADO RECHAZADO   RC MARCAS'.
              03 FILLER                      PIC X(24) VALUE SPACES.
           02 WS-LIN-CORRIDA.
              03 WS-DET-NUMERO               PIC 9(06).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-MODO                 PIC X(04).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-LEGAJO               PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-FECHA-INICIO         PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-HORA-INICIO          PIC X(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-FECHA-FIN            PIC 9(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-HORA-FIN             PIC X(08).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-DURACION             PIC X(09).
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-LEIDOS               PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-PROCESADOS           PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-RECHAZADOS           PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-RC                   PIC ---9.
              03 FILLER                      PIC X(01) VALUE SPACE.
              03 WS-DET-MARCAS               PIC X(30).
           02 WS-LIN-RECHAZO.
              03 FILLER                      PIC X(07) VALUE SPACES.
              03 FILLER                      PIC X(37) VALUE
                 'LIBERACION RECHAZADA POR EL LEGAJO '.
              03 WS-RCH-LEGAJO               PIC 9(08).
              03 FILLER                      PIC X(04) VALUE ' EL '.
              03 WS-RCH-FECHA                PIC 9(08).
              03 FILLER                      PIC X(08) VALUE
                 ' MOTIVO '.
              03 WS-RCH-MOTIVO               PIC X(60).
           02 WS-LIN-DIA.
              03 WS-DIA-DET-ETIQUETA         PIC X(12).
              03 FILLER                      PIC X(06) VALUE ' CORR '.
              03 WS-DIA-DET-CORRIDAS         PIC ZZZZ9.
              03 FILLER                      PIC X(08) VALUE
                 ' LEIDOS '.
              03 WS-DIA-DET-LEIDOS           PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(06) VALUE ' PROC '.
              03 WS-DIA-DET-PROCESADOS       PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(06) VALUE ' RECH '.
              03 WS-DIA-DET-RECHAZADOS       PIC ZZZZZZZZ9.
              03 FILLER                      PIC X(08) VALUE
                 ' TIEMPO '.
              03 WS-DIA-DET-TIEMPO           PIC X(09).
              03 FILLER                      PIC X(09) VALUE
                 ' REG/MIN '.
              03 WS-DIA-DET-REG-MINUTO       PIC X(10).
              03 FILLER                      PIC X(09) VALUE
                 ' ALERTAS '.
              03 WS-DIA-DET-ALERTAS          PIC ZZZ9.
              03 FILLER                      PIC X(08) VALUE
                 ' TRANSM '.
              03 WS-DIA-DET-TRANSMISIONES    PIC ZZZ9.
              03 FILLER                      PIC X(01) VALUE SPACE.
           02 WS-LIN-TOTAL.
              03 WS-LIN-TOT-TEXTO            PIC X(25).
              03 WS-LIN-TOT-CANTIDAD         PIC ZZZZ9.
              03 FILLER                      PIC X(102) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 1100-LEER-LOCK
              THRU 1100-LEER-LOCK-EXIT.

           PERFORM 1200-LEER-CHECKPOINT
              THRU 1200-LEER-CHECKPOINT-EXIT.

           PERFORM 2000-INFORMAR-CORRIDAS
              THRU 2000-INFORMAR-CORRIDAS-EXIT.

           PERFORM 3000-ACUMULAR-TRANSMISIONES
              THRU 3000-ACUMULAR-TRANSMISIONES-EXIT.

           PERFORM 4000-IMPRIMIR-TOTALES-DIA
              THRU 4000-IMPRIMIR-TOTALES-DIA-EXIT.

           PERFORM 5000-IMPRIMIR-ESTADO-ACTUAL
              THRU 5000-IMPRIMIR-ESTADO-ACTUAL-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      * TOMAR EL RANGO Y LA VENTANA DEL PARM (O AYER-HOY Y 2200-0600), *
      * PREPARAR LA TABLA DE DIAS Y ABRIR EL REPORTE                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-EJECUCION FROM COMMAND-LINE.

           IF WS-PARM-EJECUCION (1:8) IS NUMERIC
              AND WS-PARM-EJECUCION (10:8) IS NUMERIC
              AND WS-PARM-EJECUCION (1:8) >= '16010101'
              AND WS-PARM-EJECUCION (10:8) >= '16010101'
              MOVE WS-PARM-EJECUCION (1:8)   TO WS-FECHA-DESDE
              MOVE WS-PARM-EJECUCION (10:8)  TO WS-FECHA-HASTA
           ELSE
              MOVE WS-FECHA-HOY              TO WS-FECHA-HASTA
              COMPUTE WS-ENTERO-DESDE =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-ENTERO-DESDE)
                                             TO WS-FECHA-DESDE
           END-IF.

           IF WS-FECHA-DESDE > WS-FECHA-HASTA
              MOVE WS-FECHA-DESDE            TO WS-FECHA-HASTA
           END-IF.

           IF WS-PARM-EJECUCION (19:4) IS NUMERIC
              AND WS-PARM-EJECUCION (24:4) IS NUMERIC
              MOVE WS-PARM-EJECUCION (19:4)  TO WS-VENTANA-INICIO
              MOVE WS-PARM-EJECUCION (24:4)  TO WS-VENTANA-FIN
              IF WS-VTI-HH > 23 OR WS-VTI-MM > 59
                 OR WS-VTF-HH > 23 OR WS-VTF-MM > 59
                 DISPLAY 'Ventana batch invalida en el parametro: '
                         'se usa 2200-0600'
                 MOVE 2200                   TO WS-VENTANA-INICIO
                 MOVE 0600                   TO WS-VENTANA-FIN
              END-IF
           END-IF.

           COMPUTE WS-MIN-VENTANA-FIN = WS-VTF-HH * 60 + WS-VTF-MM.

      * EL RANGO SE RECORTA A 366 DIAS, LO QUE ENTRA EN LA TABLA
           COMPUTE WS-ENTERO-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE).
           COMPUTE WS-ENTERO-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA).
           IF WS-ENTERO-HASTA - WS-ENTERO-DESDE > 365
              COMPUTE WS-ENTERO-HASTA = WS-ENTERO-DESDE + 365
              MOVE FUNCTION DATE-OF-INTEGER(WS-ENTERO-HASTA)
                                             TO WS-FECHA-HASTA
              MOVE 'S'                       TO WS-SW-RANGO-RECORTADO
              DISPLAY 'Rango mayor a 366 dias: se informa hasta '
                      WS-FECHA-HASTA
           END-IF.
           COMPUTE WS-CANT-DIAS = WS-ENTERO-HASTA - WS-ENTERO-DESDE + 1.

           INITIALIZE WS-TABLA-DIAS.
           PERFORM 1050-PREPARAR-DIA
              THRU 1050-PREPARAR-DIA-EXIT
              VARYING WS-INDICE-DIA FROM 1 BY 1
              UNTIL WS-INDICE-DIA > WS-CANT-DIAS.

           OPEN OUTPUT ARCH-REPORTE.
           IF WS-FS-REPORTE NOT = '00'
              DISPLAY 'No se pudo abrir el reporte REPBATCH - FS: '
                      WS-FS-REPORTE
              MOVE 16                        TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-DESDE               TO WS-TIT-DESDE.
           MOVE WS-FECHA-HASTA               TO WS-TIT-HASTA.
           MOVE WS-VENTANA-INICIO            TO WS-TIT-VENTANA-INICIO.
           MOVE WS-VENTANA-FIN               TO WS-TIT-VENTANA-FIN.
           MOVE WS-LIN-TITULO                TO REG-REPORTE.
           WRITE REG-REPORTE.

       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-PREPARAR-DIA.

           COMPUTE WS-ENTERO-INICIO = WS-ENTERO-DESDE + WS-INDICE-DIA
                                    - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-ENTERO-INICIO)
                                     TO WS-DIA-FECHA(WS-INDICE-DIA).

       1050-PREPARAR-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEER EL LOCK DE CORRIDA: UN UNICO REGISTRO CON EL ULTIMO       *
      * ESTADO (A = EN CURSO O ABENDADA, T = TERMINADA)                *
      *----------------------------------------------------------------*
       1100-LEER-LOCK.

           OPEN INPUT ARCH-LOCK-CORRIDA.
           IF WS-FS-LOCK-CORRIDA = '00'
              READ ARCH-LOCK-CORRIDA
                  AT END CONTINUE
                  NOT AT END MOVE 'S'        TO WS-SW-LOCK-LEIDO
              END-READ
              CLOSE ARCH-LOCK-CORRIDA
           END-IF.

       1100-LEER-LOCK-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEER EL CHECKPOINT DEL LOTE: GRABADOS MAYOR QUE CERO QUIERE    *
      * DECIR QUE LA ULTIMA CORRIDA QUEDO A MEDIAS                     *
      *----------------------------------------------------------------*
       1200-LEER-CHECKPOINT.

           OPEN INPUT ARCH-CHECKPOINT.
           IF WS-FS-CHECKPOINT = '00'
              READ ARCH-CHECKPOINT
                  AT END CONTINUE
                  NOT AT END MOVE 'S'        TO WS-SW-CHECKPOINT-LEIDO
              END-READ
              CLOSE ARCH-CHECKPOINT
           END-IF.

       1200-LEER-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRER RUNREG: LISTAR LAS CORRIDAS QUE EMPEZARON EN EL RANGO *
      * Y BUSCAR EL FIN DE LA CORRIDA QUE TIENE EL LOCK                *
      *----------------------------------------------------------------*
       2000-INFORMAR-CORRIDAS.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'CORRIDAS DEL PERIODO'       TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-LIN-ENCABEZADO            TO REG-REPORTE.
           WRITE REG-REPORTE.

           OPEN INPUT ARCH-LIBERACIONES.
           IF WS-FS-LIBERACIONES = '00'
              MOVE 'S'                  TO WS-SW-LIBERACIONES-ABIERTO
           ELSE
              DISPLAY 'Sin registro de liberaciones RUNLIBER - FS: '
                      WS-FS-LIBERACIONES
           END-IF.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-REGISTRO-CORRIDAS.
           IF WS-FS-REGISTRO-CORRIDAS = '00'
              PERFORM 2100-LEER-CORRIDA
                 THRU 2100-LEER-CORRIDA-EXIT
                 UNTIL WS-FIN-ARCHIVO
              CLOSE ARCH-REGISTRO-CORRIDAS
           ELSE
              DISPLAY 'Sin registro de corridas RUNREG - FS: '
                      WS-FS-REGISTRO-CORRIDAS
           END-IF.

           IF WS-LIBERACIONES-ABIERTO
              CLOSE ARCH-LIBERACIONES
              MOVE 'N'                  TO WS-SW-LIBERACIONES-ABIERTO
           END-IF.

           IF WS-TOT-CORRIDAS = ZEROS
              MOVE '  SIN CORRIDAS REGISTRADAS EN EL PERIODO'
                                             TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       2000-INFORMAR-CORRIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-CORRIDA.

           READ ARCH-REGISTRO-CORRIDAS
               AT END MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              AND REG-COR-NUMERO IS NUMERIC
              AND REG-COR-FECHA-INICIO IS NUMERIC
              AND REG-COR-HORA-INICIO IS NUMERIC
              IF WS-LOCK-LEIDO
                 AND REG-COR-NUMERO = REG-LCK-NUMERO
                 AND REG-COR-FECHA-INICIO = REG-LCK-FECHA
                 AND REG-COR-HORA-INICIO = REG-LCK-HORA
                 MOVE 'S'                    TO WS-SW-LOCK-CERRADO
              END-IF
              IF REG-COR-FECHA-INICIO >= WS-FECHA-DESDE
                 AND REG-COR-FECHA-INICIO <= WS-FECHA-HASTA
                 PERFORM 2200-INFORMAR-CORRIDA
                    THRU 2200-INFORMAR-CORRIDA-EXIT
              END-IF
           END-IF.

       2100-LEER-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR CORRIDA CON SU DURACION Y SUS MARCAS; LA CORRIDA *
      * SE ACUMULA EN EL DIA EN QUE EMPEZO                             *
      *----------------------------------------------------------------*
       2200-INFORMAR-CORRIDA.

           ADD 1                             TO WS-TOT-CORRIDAS.

           PERFORM 2300-CALCULAR-DURACION
              THRU 2300-CALCULAR-DURACION-EXIT.

           PERFORM 2400-EVALUAR-VENTANA
              THRU 2400-EVALUAR-VENTANA-EXIT.

           MOVE REG-COR-RETURN-CODE          TO WS-RC-CORRIDA.

      * LAS MARCAS VAN EN 30 POSICIONES (LA LINEA DE CORRIDA YA OCUPA
      * LAS 132): 'RC=NN ' + 'FUERA VENTANA ' + 'RECHAZADA ' SON 30
      * JUSTAS. UNA MARCA NUEVA OBLIGA A ACORTAR LAS OTRAS
           MOVE SPACES                       TO WS-MARCAS.
           MOVE 1                            TO WS-PUNTERO-MARCAS.
           IF WS-RC-CORRIDA >= 8
              MOVE WS-RC-CORRIDA             TO WS-RC-EDITADO
              STRING 'RC=' WS-RC-EDITADO ' '
                     DELIMITED BY SIZE
                     INTO WS-MARCAS
                     WITH POINTER WS-PUNTERO-MARCAS
                  ON OVERFLOW
                     PERFORM 2260-MARCAS-DESBORDADAS
                        THRU 2260-MARCAS-DESBORDADAS-EXIT
              END-STRING
           END-IF.
           IF WS-FUERA-VENTANA
              STRING 'FUERA VENTANA '
                     DELIMITED BY SIZE
                     INTO WS-MARCAS
                     WITH POINTER WS-PUNTERO-MARCAS
                  ON OVERFLOW
                     PERFORM 2260-MARCAS-DESBORDADAS
                        THRU 2260-MARCAS-DESBORDADAS-EXIT
              END-STRING
           END-IF.

           PERFORM 2250-BUSCAR-LIBERACION
              THRU 2250-BUSCAR-LIBERACION-EXIT.
           IF WS-CORRIDA-RECHAZADA
              ADD 1                          TO WS-TOT-RECHAZADAS
              STRING 'RECHAZADA '
                     DELIMITED BY SIZE
                     INTO WS-MARCAS
                     WITH POINTER WS-PUNTERO-MARCAS
                  ON OVERFLOW
                     PERFORM 2260-MARCAS-DESBORDADAS
                        THRU 2260-MARCAS-DESBORDADAS-EXIT
              END-STRING
           END-IF.

           COMPUTE WS-INDICE-DIA = WS-ENTERO-INICIO - WS-ENTERO-DESDE
                                 + 1.
           ADD 1               TO WS-DIA-CORRIDAS(WS-INDICE-DIA).
           ADD REG-COR-LEIDOS  TO WS-DIA-LEIDOS(WS-INDICE-DIA)
                                  WS-TOT-LEIDOS.
           ADD REG-COR-PROCESADOS TO WS-DIA-PROCESADOS(WS-INDICE-DIA)
                                  WS-TOT-PROCESADOS.
           ADD REG-COR-RECHAZADOS TO WS-DIA-RECHAZADOS(WS-INDICE-DIA)
                                  WS-TOT-RECHAZADOS.
           ADD WS-SEG-DURACION TO WS-DIA-SEGUNDOS(WS-INDICE-DIA)
                                  WS-TOT-SEGUNDOS.
           IF WS-MARCAS NOT = SPACES
              ADD 1            TO WS-DIA-ALERTAS(WS-INDICE-DIA)
                                  WS-TOT-CORRIDAS-ALERTA
           END-IF.

           MOVE REG-COR-NUMERO               TO WS-DET-NUMERO.
           MOVE REG-COR-MODO                 TO WS-DET-MODO.
           MOVE REG-COR-LEGAJO               TO WS-DET-LEGAJO.
           MOVE REG-COR-FECHA-INICIO         TO WS-DET-FECHA-INICIO.
           MOVE REG-COR-HORA-INICIO          TO WS-HORA-TRABAJO-N.
           PERFORM 7100-EDITAR-HORA
              THRU 7100-EDITAR-HORA-EXIT.
           MOVE WS-HORA-EDITADA              TO WS-DET-HORA-INICIO.
           MOVE REG-COR-FECHA-FIN            TO WS-DET-FECHA-FIN.
           MOVE REG-COR-HORA-FIN             TO WS-HORA-TRABAJO-N.
           PERFORM 7100-EDITAR-HORA
              THRU 7100-EDITAR-HORA-EXIT.
           MOVE WS-HORA-EDITADA              TO WS-DET-HORA-FIN.
           PERFORM 7200-EDITAR-DURACION
              THRU 7200-EDITAR-DURACION-EXIT.
           MOVE WS-DURACION-EDITADA          TO WS-DET-DURACION.
           MOVE REG-COR-LEIDOS               TO WS-DET-LEIDOS.
           MOVE REG-COR-PROCESADOS           TO WS-DET-PROCESADOS.
           MOVE REG-COR-RECHAZADOS           TO WS-DET-RECHAZADOS.
           MOVE WS-RC-CORRIDA                TO WS-DET-RC.
           MOVE WS-MARCAS                    TO WS-DET-MARCAS.
           MOVE WS-LIN-CORRIDA               TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF WS-CORRIDA-RECHAZADA
              MOVE LIB-LEGAJO-LIBERADOR      TO WS-RCH-LEGAJO
              MOVE LIB-FECHA                 TO WS-RCH-FECHA
              MOVE LIB-MOTIVO                TO WS-RCH-MOTIVO
              MOVE WS-LIN-RECHAZO            TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.

       2200-INFORMAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DECISION DE LIBERACION DEL LOTEOUT DE LA CORRIDA EN RUNLIBER;  *
      * SIN REGISTRO DE LIBERACIONES NINGUNA CORRIDA SE MARCA          *
      *----------------------------------------------------------------*
       2250-BUSCAR-LIBERACION.

           MOVE 'N'                          TO WS-SW-CORRIDA-RECHAZADA.

           IF WS-LIBERACIONES-ABIERTO
              MOVE REG-COR-NUMERO            TO LIB-CORRIDA
              READ ARCH-LIBERACIONES
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF LIB-RECHAZADA
                         MOVE 'S'            TO WS-SW-CORRIDA-RECHAZADA
                      END-IF
              END-READ
           END-IF.

       2250-BUSCAR-LIBERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LAS MARCAS NO ENTRAN EN WS-MARCAS: SE AVISA POR CONSOLA PARA   *
      * QUE EL CORTE NO PASE DESAPERCIBIDO EN EL REPORTE               *
      *----------------------------------------------------------------*
       2260-MARCAS-DESBORDADAS.

           DISPLAY 'Marcas de la corrida ' REG-COR-NUMERO
                   ' cortadas a 30 posiciones: ' WS-MARCAS.

       2260-MARCAS-DESBORDADAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DURACION EN SEGUNDOS ENTRE INICIO Y FIN (LA CORRIDA PUEDE      *
      * CRUZAR LA MEDIANOCHE); SIN FIN VALIDO LA DURACION QUEDA EN 0   *
      *----------------------------------------------------------------*
       2300-CALCULAR-DURACION.

           COMPUTE WS-ENTERO-INICIO =
                   FUNCTION INTEGER-OF-DATE(REG-COR-FECHA-INICIO).
           MOVE REG-COR-HORA-INICIO          TO WS-HORA-TRABAJO-N.
           COMPUTE WS-SEG-INICIO = WS-ENTERO-INICIO * 86400
                                 + WS-HT-HH * 3600
                                 + WS-HT-MM * 60
                                 + WS-HT-SS.
           COMPUTE WS-HHMM-INICIO = WS-HT-HH * 100 + WS-HT-MM.

           MOVE ZEROS                        TO WS-SEG-DURACION
                                                WS-MIN-FIN.
           IF REG-COR-FECHA-FIN IS NUMERIC
              AND REG-COR-HORA-FIN IS NUMERIC
              AND REG-COR-FECHA-FIN >= REG-COR-FECHA-INICIO
              COMPUTE WS-ENTERO-FIN =
                      FUNCTION INTEGER-OF-DATE(REG-COR-FECHA-FIN)
              MOVE REG-COR-HORA-FIN          TO WS-HORA-TRABAJO-N
              COMPUTE WS-SEG-FIN = WS-ENTERO-FIN * 86400
                                 + WS-HT-HH * 3600
                                 + WS-HT-MM * 60
                                 + WS-HT-SS
              COMPUTE WS-MIN-FIN = WS-ENTERO-FIN * 1440
                                 + WS-HT-HH * 60
                                 + WS-HT-MM
              IF WS-SEG-FIN > WS-SEG-INICIO
                 COMPUTE WS-SEG-DURACION = WS-SEG-FIN - WS-SEG-INICIO
              END-IF
           END-IF.

       2300-CALCULAR-DURACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UNA CORRIDA QUE EMPEZO DENTRO DE LA VENTANA SE MARCA SI        *
      * TERMINO DESPUES DEL FIN DE ESA MISMA VENTANA (SI LA VENTANA    *
      * CRUZA LA MEDIANOCHE EL FIN PUEDE SER AL DIA SIGUIENTE). UN     *
      * LOTE PROGRAMADO (MODO LOTE) QUE EMPEZO DESPUES DEL FIN DE LA   *
      * VENTANA TAMBIEN SE MARCA; LAS CORRIDAS DEL MENU FUERA DE LA    *
      * VENTANA SON NORMALES Y NO SE MARCAN                            *
      *----------------------------------------------------------------*
       2400-EVALUAR-VENTANA.

           MOVE 'N'                          TO WS-SW-EN-VENTANA
                                                WS-SW-FUERA-VENTANA.

           EVALUATE TRUE
               WHEN WS-VENTANA-INICIO > WS-VENTANA-FIN
                    AND WS-HHMM-INICIO >= WS-VENTANA-INICIO
                    MOVE 'S'                 TO WS-SW-EN-VENTANA
                    COMPUTE WS-MIN-FIN-VENTANA =
                            (WS-ENTERO-INICIO + 1) * 1440
                            + WS-MIN-VENTANA-FIN
               WHEN WS-VENTANA-INICIO > WS-VENTANA-FIN
                    AND WS-HHMM-INICIO < WS-VENTANA-FIN
                    MOVE 'S'                 TO WS-SW-EN-VENTANA
                    COMPUTE WS-MIN-FIN-VENTANA =
                            WS-ENTERO-INICIO * 1440
                            + WS-MIN-VENTANA-FIN
               WHEN WS-VENTANA-INICIO <= WS-VENTANA-FIN
                    AND WS-HHMM-INICIO >= WS-VENTANA-INICIO
                    AND WS-HHMM-INICIO < WS-VENTANA-FIN
                    MOVE 'S'                 TO WS-SW-EN-VENTANA
                    COMPUTE WS-MIN-FIN-VENTANA =
                            WS-ENTERO-INICIO * 1440
                            + WS-MIN-VENTANA-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-EN-VENTANA
              IF WS-MIN-FIN > WS-MIN-FIN-VENTANA
                 MOVE 'S'                    TO WS-SW-FUERA-VENTANA
              END-IF
           ELSE
              IF REG-COR-MODO = 'LOTE'
                 AND (WS-VENTANA-INICIO > WS-VENTANA-FIN
                      OR WS-HHMM-INICIO >= WS-VENTANA-FIN)
                 MOVE 'S'                    TO WS-SW-FUERA-VENTANA
              END-IF
           END-IF.

       2400-EVALUAR-VENTANA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTAR POR FECHA DE PROCESO LOS GRUPOS QUE EL LOTE REGISTRO    *
      * EN EL CONTROL DE TRANSMISIONES                                 *
      *----------------------------------------------------------------*
       3000-ACUMULAR-TRANSMISIONES.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-CONTROL-TRANS.
           IF WS-FS-CONTROL-TRANS = '00'
              PERFORM 3100-LEER-TRANSMISION
                 THRU 3100-LEER-TRANSMISION-EXIT
                 UNTIL WS-FIN-ARCHIVO
              CLOSE ARCH-CONTROL-TRANS
           ELSE
              DISPLAY 'Sin control de transmisiones TRANSCTL - FS: '
                      WS-FS-CONTROL-TRANS
           END-IF.

       3000-ACUMULAR-TRANSMISIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LEER-TRANSMISION.

           READ ARCH-CONTROL-TRANS NEXT RECORD
               AT END MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              AND TRS-FECHA-PROCESO IS NUMERIC
              AND TRS-FECHA-PROCESO >= WS-FECHA-DESDE
              AND TRS-FECHA-PROCESO <= WS-FECHA-HASTA
              COMPUTE WS-INDICE-DIA =
                      FUNCTION INTEGER-OF-DATE(TRS-FECHA-PROCESO)
                      - WS-ENTERO-DESDE + 1
              ADD 1         TO WS-DIA-TRANSMISIONES(WS-INDICE-DIA)
                               WS-TOT-TRANSMISIONES
           END-IF.

       3100-LEER-TRANSMISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTALES POR DIA DEL RANGO Y TOTAL DEL PERIODO, CON EL          *
      * RENDIMIENTO EN REGISTROS LEIDOS POR MINUTO DE CORRIDA          *
      *----------------------------------------------------------------*
       4000-IMPRIMIR-TOTALES-DIA.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'TOTALES DIARIOS'            TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM 4100-IMPRIMIR-DIA
              THRU 4100-IMPRIMIR-DIA-EXIT
              VARYING WS-INDICE-DIA FROM 1 BY 1
              UNTIL WS-INDICE-DIA > WS-CANT-DIAS.

           MOVE 'TOTAL RANGO'                TO WS-DIA-DET-ETIQUETA.
           MOVE WS-TOT-CORRIDAS              TO WS-DIA-DET-CORRIDAS.
           MOVE WS-TOT-LEIDOS                TO WS-DIA-DET-LEIDOS.
           MOVE WS-TOT-PROCESADOS            TO WS-DIA-DET-PROCESADOS.
           MOVE WS-TOT-RECHAZADOS            TO WS-DIA-DET-RECHAZADOS.
           MOVE WS-TOT-CORRIDAS-ALERTA       TO WS-DIA-DET-ALERTAS.
           MOVE WS-TOT-TRANSMISIONES    TO WS-DIA-DET-TRANSMISIONES.
           MOVE WS-TOT-LEIDOS                TO WS-CANT-LEIDOS-DIA.
           MOVE WS-TOT-SEGUNDOS              TO WS-SEGUNDOS-DIA.
           PERFORM 4200-COMPLETAR-LINEA-DIA
              THRU 4200-COMPLETAR-LINEA-DIA-EXIT.

           IF WS-RANGO-RECORTADO
              MOVE SPACES                    TO REG-REPORTE
              STRING 'ATENCION: RANGO RECORTADO A 366 DIAS - '
                     'PEDIR EL RESTO EN OTRA CORRIDA'
                     DELIMITED BY SIZE
                     INTO REG-REPORTE
              END-STRING
              WRITE REG-REPORTE
           END-IF.

       4000-IMPRIMIR-TOTALES-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-IMPRIMIR-DIA.

           MOVE SPACES                       TO WS-DIA-DET-ETIQUETA.
           STRING 'DIA ' WS-DIA-FECHA(WS-INDICE-DIA)
                  DELIMITED BY SIZE
                  INTO WS-DIA-DET-ETIQUETA
           END-STRING.
           MOVE WS-DIA-CORRIDAS(WS-INDICE-DIA)   TO WS-DIA-DET-CORRIDAS.
           MOVE WS-DIA-LEIDOS(WS-INDICE-DIA)     TO WS-DIA-DET-LEIDOS.
           MOVE WS-DIA-PROCESADOS(WS-INDICE-DIA)
                                             TO WS-DIA-DET-PROCESADOS.
           MOVE WS-DIA-RECHAZADOS(WS-INDICE-DIA)
                                             TO WS-DIA-DET-RECHAZADOS.
           MOVE WS-DIA-ALERTAS(WS-INDICE-DIA)    TO WS-DIA-DET-ALERTAS.
           MOVE WS-DIA-TRANSMISIONES(WS-INDICE-DIA)
                                          TO WS-DIA-DET-TRANSMISIONES.
           MOVE WS-DIA-LEIDOS(WS-INDICE-DIA)     TO WS-CANT-LEIDOS-DIA.
           MOVE WS-DIA-SEGUNDOS(WS-INDICE-DIA)   TO WS-SEGUNDOS-DIA.
           PERFORM 4200-COMPLETAR-LINEA-DIA
              THRU 4200-COMPLETAR-LINEA-DIA-EXIT.

       4100-IMPRIMIR-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TIEMPO TOTAL Y REGISTROS POR MINUTO ('-' SI NO HUBO TIEMPO)    *
      *----------------------------------------------------------------*
       4200-COMPLETAR-LINEA-DIA.

           MOVE WS-SEGUNDOS-DIA              TO WS-SEG-DURACION.
           PERFORM 7200-EDITAR-DURACION
              THRU 7200-EDITAR-DURACION-EXIT.
           MOVE WS-DURACION-EDITADA          TO WS-DIA-DET-TIEMPO.

           IF WS-SEGUNDOS-DIA > ZEROS
              COMPUTE WS-REG-MINUTO ROUNDED =
                      WS-CANT-LEIDOS-DIA * 60 / WS-SEGUNDOS-DIA
              MOVE WS-REG-MINUTO             TO WS-REG-MINUTO-EDITADO
              MOVE WS-REG-MINUTO-EDITADO     TO WS-DIA-DET-REG-MINUTO
           ELSE
              MOVE '         -'              TO WS-DIA-DET-REG-MINUTO
           END-IF.

           MOVE WS-LIN-DIA                   TO REG-REPORTE.
           WRITE REG-REPORTE.

       4200-COMPLETAR-LINEA-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESTADO ACTUAL DEL LOTE: LOCK ACTIVO SIN FIN EN RUNREG Y        *
      * CHECKPOINT CON REGISTROS GRABADOS PENDIENTES DE REANUDAR       *
      *----------------------------------------------------------------*
       5000-IMPRIMIR-ESTADO-ACTUAL.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 'ESTADO ACTUAL DEL LOTE'     TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE SPACES                       TO REG-REPORTE.
           EVALUATE TRUE
               WHEN NOT WS-LOCK-LEIDO
                    MOVE '  RUNLOCK : SIN LOCK DE CORRIDA REGISTRADO'
                                             TO REG-REPORTE
               WHEN REG-LCK-ACTIVA AND NOT WS-LOCK-CERRADO
                    ADD 1                    TO WS-TOT-ALERTAS-ESTADO
                    MOVE REG-LCK-HORA        TO WS-HORA-TRABAJO-N
                    PERFORM 7100-EDITAR-HORA
                       THRU 7100-EDITAR-HORA-EXIT
                    STRING '  ALERTA  : LOCK ACTIVO DE LA CORRIDA '
                           REG-LCK-NUMERO ' LEGAJO ' REG-LCK-LEGAJO
                           ' DESDE ' REG-LCK-FECHA ' '
                           WS-HORA-EDITADA
                           ' SIN FIN EN RUNREG (ABEND O EN CURSO)'
                           DELIMITED BY SIZE
                           INTO REG-REPORTE
                    END-STRING
               WHEN OTHER
                    MOVE '  RUNLOCK : SIN CORRIDA EN CURSO'
                                             TO REG-REPORTE
           END-EVALUATE.
           WRITE REG-REPORTE.

           MOVE SPACES                       TO REG-REPORTE.
           IF WS-CHECKPOINT-LEIDO
              AND REG-CHK-CANT-GRABADOS IS NUMERIC
              AND REG-CHK-CANT-GRABADOS > ZEROS
              ADD 1                          TO WS-TOT-ALERTAS-ESTADO
              STRING '  ALERTA  : CHECKPOINT CON '
                     REG-CHK-CANT-GRABADOS
                     ' REGISTROS GRABADOS - REANUDACION PENDIENTE'
                     DELIMITED BY SIZE
                     INTO REG-REPORTE
              END-STRING
           ELSE
              MOVE '  CHKPOINT: SIN REANUDACION PENDIENTE'
                                             TO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.

       5000-IMPRIMIR-ESTADO-ACTUAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * HORA HHMMSSCC A HH:MM:SS                                       *
      *----------------------------------------------------------------*
       7100-EDITAR-HORA.

           IF WS-HORA-TRABAJO-N IS NUMERIC
              MOVE WS-HT-HH                  TO WS-HE-HH
              MOVE WS-HT-MM                  TO WS-HE-MM
              MOVE WS-HT-SS                  TO WS-HE-SS
           ELSE
              MOVE ZEROS                     TO WS-HE-HH
                                                WS-HE-MM
                                                WS-HE-SS
           END-IF.

       7100-EDITAR-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDOS A HHH:MM:SS                                           *
      *----------------------------------------------------------------*
       7200-EDITAR-DURACION.

           DIVIDE WS-SEG-DURACION BY 3600
              GIVING WS-HORAS-DURACION
              REMAINDER WS-RESTO.
           MOVE WS-HORAS-DURACION            TO WS-DUE-HORAS.
           DIVIDE WS-RESTO BY 60
              GIVING WS-DUE-MINUTOS
              REMAINDER WS-DUE-SEGUNDOS.

       7200-EDITAR-DURACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTALES DEL INFORME Y RETURN CODE 4 SI HUBO ALGUNA ALERTA      *
      *----------------------------------------------------------------*
       9000-FINALIZAR.

           MOVE ALL '-'                      TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'CORRIDAS INFORMADAS    : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-CORRIDAS              TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'CORRIDAS CON ALERTA    : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-CORRIDAS-ALERTA       TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'CORRIDAS RECHAZADAS    : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-RECHAZADAS            TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 'ALERTAS DE ESTADO      : '  TO WS-LIN-TOT-TEXTO.
           MOVE WS-TOT-ALERTAS-ESTADO        TO WS-LIN-TOT-CANTIDAD.
           MOVE WS-LIN-TOTAL                 TO REG-REPORTE.
           WRITE REG-REPORTE.

           CLOSE ARCH-REPORTE.

           IF WS-TOT-CORRIDAS-ALERTA > ZEROS
              OR WS-TOT-ALERTAS-ESTADO > ZEROS
              MOVE 4                         TO RETURN-CODE
           END-IF.

           DISPLAY 'CL25EJ11 - Corridas: ' WS-TOT-CORRIDAS
                   ' con alerta: ' WS-TOT-CORRIDAS-ALERTA
                   ' rechazadas: ' WS-TOT-RECHAZADAS
                   ' alertas de estado: ' WS-TOT-ALERTAS-ESTADO
                   ' - reporte en REPBATCH'.

       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL25EJ11.
