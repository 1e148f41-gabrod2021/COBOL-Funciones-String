      *   - Widen LK-FUNCION-VALIDA to '7' for the new ESTANDARIZAR
      *     function (rules-driven find and replace over LK-TEXTO-2-I
      *     loaded from the REPLRULE file).
      *   - Widen LK-FUNCION-VALIDA to '8' for the new DOCUMENTO
      *     function: LK-TEXTO-2-I carries a CUIT/CUIL or DNI typed
      *     in any form and LK-TEXTO-2-O returns its type and
      *     standard form ('CUIT 30-12345678-1', 'CUIL 20-12345678-3',
      *     'DNI 12.345.678'). The area keeps its length.
      ******************************************************************
           02 LK-FUNCION-I                  PIC X(01).
              88 LK-FUNCION-VALIDA          VALUES '1' THRU '8'.
           02 LK-PLEGAR-I                   PIC X(01).
              88 LK-PLEGAR-ACENTOS          VALUE 'S'.
           02 LK-TEXTO-1-I                  PIC X(256).
