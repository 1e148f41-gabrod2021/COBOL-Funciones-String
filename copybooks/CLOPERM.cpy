      *     layout opens cleanly and silently loses every lote
      *     permission - existing masters must be reloaded via
      *     CL25EJ02 before operating.
      *   - Extend OPR-PERM-FUNCION to 8 occurrences for the new
      *     DOCUMENTO function (CUIT/CUIL y DNI), taking one more byte
      *     from the filler. ATENCION: OPR-PERM-LOTE shifts again, so
      *     the same reload via CL25EJ02 applies to every master
      *     written before this change.
      *   - Add OPR-PERM-LIBERACION, the permission to approve or
      *     reject a LOTEOUT run in CL25EJ16, taking one byte from the
      *     filler after OPR-PERM-LOTE, so no field shifts. Masters
      *     written before this change read it as a blank, which
      *     grants nothing.
      ******************************************************************
           02 OPR-LEGAJO                    PIC 9(08).
           02 OPR-NOMBRE                    PIC X(30).
              88 OPR-ACTIVO                 VALUE 'A'.
              88 OPR-INACTIVO               VALUE 'I'.
           02 OPR-PERMISOS.
              03 OPR-PERM-FUNCION           OCCURS 8 TIMES
                                            PIC X(01).
              03 OPR-PERM-LOTE              PIC X(01).
                 88 OPR-PUEDE-LOTE          VALUE 'S'.
              03 OPR-PERM-LIBERACION        PIC X(01).
                 88 OPR-PUEDE-LIBERAR       VALUE 'S'.
           02 FILLER                        PIC X(07).
