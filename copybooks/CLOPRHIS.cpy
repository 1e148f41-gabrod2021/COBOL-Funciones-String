      ******************************************************************
      * Copybook: CLOPRHIS
      * Purpose : Registro del historial de cambios del maestro de
      *           operadores OPERHIST. Un registro por alta, baja,
      *           reactivacion o cambio de permisos aplicado sobre
      *           OPERMST, con la imagen anterior y la nueva de
      *           OPR-ESTADO y OPR-PERMISOS. Lo graban CL25EJ02 (menu y
      *           movimientos MOVHR) y CL25EJ06 (revision de dormidos);
      *           lo lee la certificacion de accesos CL25EJ10.
      *           Las imagenes de permisos tienen lugar de sobra para
      *           que el historial no cambie de layout si OPR-PERMISOS
      *           crece; lo que sobra queda en blanco.
      ******************************************************************
           02 HIS-LEGAJO                    PIC 9(08).
           02 FILLER                        PIC X(01).
           02 HIS-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(01).
           02 HIS-HORA                      PIC 9(08).
           02 FILLER                        PIC X(01).
           02 HIS-ORIGEN                    PIC X(01).
              88 HIS-ORIGEN-MENU            VALUE 'M'.
              88 HIS-ORIGEN-MOVHR           VALUE 'H'.
              88 HIS-ORIGEN-DORMIDOS        VALUE 'D'.
           02 FILLER                        PIC X(01).
           02 HIS-ACCION                    PIC X(01).
              88 HIS-ALTA                   VALUE 'A'.
              88 HIS-BAJA                   VALUE 'B'.
              88 HIS-REACTIVACION           VALUE 'R'.
              88 HIS-CAMBIO-PERMISOS        VALUE 'P'.
           02 FILLER                        PIC X(01).
           02 HIS-LEGAJO-ACTUANTE           PIC 9(08).
           02 FILLER                        PIC X(01).
           02 HIS-ESTADO-ANTERIOR           PIC X(01).
           02 FILLER                        PIC X(01).
           02 HIS-PERMISOS-ANTERIOR         PIC X(16).
           02 FILLER                        PIC X(01).
           02 HIS-ESTADO-NUEVO              PIC X(01).
           02 FILLER                        PIC X(01).
           02 HIS-PERMISOS-NUEVO            PIC X(16).
