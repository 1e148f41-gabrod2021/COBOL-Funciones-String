      ******************************************************************
      * Copybook: CLRUNREG
      * Purpose : Registro del registro de corridas RUNREG: uno por
      *           cada ejecucion de lote/reciclo/LOTE SYSIN con sus
      *           totales y su return code final. Lo graba CL25EJ01 y
      *           lo lee el informe de operacion batch CL25EJ11.
      ******************************************************************
           02 REG-COR-NUMERO                 PIC 9(06).
           02 FILLER                         PIC X(01).
           02 REG-COR-MODO                   PIC X(04).
           02 FILLER                         PIC X(01).
           02 REG-COR-LEGAJO                 PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-COR-FECHA-INICIO           PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-COR-HORA-INICIO            PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-COR-FECHA-FIN              PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-COR-HORA-FIN               PIC 9(08).
           02 FILLER                         PIC X(01).
           02 REG-COR-LEIDOS                 PIC 9(09).
           02 FILLER                         PIC X(01).
           02 REG-COR-PROCESADOS             PIC 9(09).
           02 FILLER                         PIC X(01).
           02 REG-COR-RECHAZADOS             PIC 9(09).
           02 FILLER                         PIC X(01).
           02 REG-COR-RETURN-CODE            PIC -9(04).
