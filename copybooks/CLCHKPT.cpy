      ******************************************************************
      * Copybook: CLCHKPT
      * Purpose : Registro del checkpoint CHKPOINT del lote. Cantidad
      *           de registros ya grabados en LOTEOUT (cero = corrida
      *           terminada bien) mas los procesados y rechazados
      *           acumulados. Lo graba CL25EJ01 y lo lee el informe
      *           CL25EJ11.
      ******************************************************************
           02 REG-CHK-CANT-GRABADOS          PIC 9(09).
           02 REG-CHK-CANT-PROCESADOS        PIC 9(09).
           02 REG-CHK-CANT-RECHAZADOS        PIC 9(09).
