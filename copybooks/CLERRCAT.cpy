      ******************************************************************
      * Copybook: CLERRCAT
      * Purpose : Registro del catalogo de codigos de error indexado
      *           ERRCAT. Clave: ERC-CODIGO (el mismo codigo que
      *           CLSTRING y CL25EJ01 devuelven en
      *           LK-CODIGO-ERROR-O). La severidad decide el return
      *           code del lote de CL25EJ01; la accion correctiva y el
      *           area responsable se imprimen junto a los rankings de
      *           errores de CL25EJ03 y CL25EJ07. Mantenimiento:
      *           CL25EJ14.
      ******************************************************************
           02 ERC-CODIGO                     PIC X(04).
           02 ERC-DESCRIPCION                PIC X(40).
           02 ERC-SEVERIDAD                  PIC X(01).
              88 ERC-ADVERTENCIA                   VALUE 'A'.
              88 ERC-ERROR                         VALUE 'E'.
              88 ERC-FATAL                         VALUE 'F'.
              88 ERC-SEVERIDAD-VALIDA              VALUES 'A' 'E' 'F'.
           02 ERC-ACCION                     PIC X(60).
           02 ERC-AREA                       PIC X(20).
           02 ERC-LEGAJO-MODIF               PIC 9(08).
           02 ERC-FECHA-MODIF                PIC 9(08).
           02 FILLER                         PIC X(19).
