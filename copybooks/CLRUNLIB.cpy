      ******************************************************************
      * Copybook: CLRUNLIB
      * Purpose : Registro de liberaciones RUNLIBER: la decision del
      *           segundo operador sobre el LOTEOUT de una corrida.
      *           Clave: LIB-CORRIDA (el numero de corrida de RUNREG).
      *           Una sola decision por corrida, aprobada o rechazada,
      *           con el legajo que la tomo, distinto del legajo que
      *           corrio el lote, y la muestra que reviso. Lo graba
      *           CL25EJ16; lo consultan CL25EJ05 y CL25EJ15 antes de
      *           procesar LOTEOUT y el informe batch CL25EJ11.
      ******************************************************************
           02 LIB-CORRIDA                    PIC 9(06).
           02 LIB-DECISION                   PIC X(01).
              88 LIB-APROBADA                      VALUE 'A'.
              88 LIB-RECHAZADA                     VALUE 'R'.
           02 LIB-LEGAJO-LIBERADOR           PIC 9(08).
           02 LIB-LEGAJO-OPERADOR            PIC 9(08).
           02 LIB-FECHA                      PIC 9(08).
           02 LIB-HORA                       PIC 9(08).
           02 LIB-DETALLES-LOTE              PIC 9(09).
           02 LIB-CANT-MUESTRA               PIC 9(04).
           02 LIB-MUESTRA-PONDERADA          PIC 9(04).
           02 LIB-MOTIVO                     PIC X(60).
           02 FILLER                         PIC X(20).
