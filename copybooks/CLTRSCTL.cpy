      ******************************************************************
      * Copybook: CLTRSCTL
      * Purpose : Registro del control de transmisiones indexado
      *           TRANSCTL. Clave: TRS-CLAVE (origen + fecha del
      *           header). Un registro por grupo H-detalles-T que
      *           termino sin diferencias. Lo graba CL25EJ01 y lo lee
      *           el informe de operacion batch CL25EJ11.
      ******************************************************************
           02 TRS-CLAVE.
              03 TRS-ORIGEN                  PIC X(10).
              03 TRS-FECHA                   PIC 9(08).
           02 TRS-FECHA-PROCESO              PIC 9(08).
           02 TRS-HORA-PROCESO               PIC 9(08).
           02 TRS-LEIDOS                     PIC 9(09).
           02 TRS-PROCESADOS                 PIC 9(09).
           02 TRS-RECHAZADOS                 PIC 9(09).
