      ******************************************************************
      * Copybook: CLALIAS
      * Purpose : Registro del archivo indexado de alias de clientes
      *           ALIASCLI. Clave: ALI-NOMBRE, el resultado plegado
      *           tal como llega en LOTEOUT. Cada registro es una
      *           resolucion manual de NOMATCH: el nombre corresponde
      *           a la clave de cliente informada o no es cliente.
      *           Lo graba el banco de trabajo CL25EJ08 y lo consulta
      *           el matching CL25EJ05 despues de la igualdad exacta.
      ******************************************************************
           02 ALI-NOMBRE                    PIC X(256).
           02 ALI-RESOLUCION                PIC X(01).
              88 ALI-ES-CLIENTE             VALUE 'C'.
              88 ALI-NO-ES-CLIENTE          VALUE 'N'.
           02 ALI-CLAVE-CLIENTE             PIC 9(08).
           02 ALI-LEGAJO                    PIC 9(08).
           02 ALI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(09).
