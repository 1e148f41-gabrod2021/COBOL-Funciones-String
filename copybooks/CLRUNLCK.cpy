      ******************************************************************
      * Copybook: CLRUNLCK
      * Purpose : Registro del lock de corrida RUNLOCK. Estado 'A'
      *           mientras hay una corrida de lote en curso (o una
      *           que abendo sin liberarlo), 'T' cuando termino. Lo
      *           graba CL25EJ01 y lo lee el informe CL25EJ11.
      ******************************************************************
           02 REG-LCK-ESTADO                 PIC X(01).
              88 REG-LCK-ACTIVA                    VALUE 'A'.
           02 REG-LCK-NUMERO                 PIC 9(06).
           02 REG-LCK-LEGAJO                 PIC 9(08).
           02 REG-LCK-FECHA                  PIC 9(08).
           02 REG-LCK-HORA                   PIC 9(08).
