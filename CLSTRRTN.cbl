      *     break the matching against the customer master (AVDA. vs
      *     AVENIDA, GRAL vs GENERAL) can be fixed with a rule instead
      *     of a program change.
      *   - Add function 8, DOCUMENTO: takes a CUIT/CUIL or DNI typed
      *     in any form from LK-TEXTO-2-I (with or without guiones,
      *     puntos or blancos), works out the type from the digit
      *     count and the CUIT prefix, checks the modulo 11 digito
      *     verificador and returns type and standard form in
      *     LK-TEXTO-2-O. A bad number comes back with its own error
      *     code (E801-E804) like any other CLSTRING failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSTRING.
           02 WS-EST-POS-SAL                 PIC 9(04) VALUE ZEROS.
           02 WS-EST-INDICE-REGLA            PIC 9(02) VALUE ZEROS.

      * AREA DE TRABAJO DE LA FUNCION 8: LOS DIGITOS DEL DOCUMENTO SE
      * JUNTAN EN WS-DOC-DIGITOS DESCARTANDO GUIONES, PUNTOS, BARRAS Y
      * BLANCOS; LA CANTIDAD DE DIGITOS DEFINE EL TIPO (7 U 8 DNI, 11
      * CUIT/CUIL)
       01  WS-DOCUMENTO.
           02 WS-DOC-DIGITOS                 PIC X(11) VALUE SPACES.
           02 WS-DOC-DIGITOS-N REDEFINES WS-DOC-DIGITOS.
              03 WS-DOC-DIGITO               PIC 9(01) OCCURS 11 TIMES.
           02 WS-DOC-CANT-DIGITOS            PIC 9(03) VALUE ZEROS.
           02 WS-DOC-POSICION                PIC 9(03) VALUE ZEROS.
           02 WS-DOC-INDICE                  PIC 9(02) VALUE ZEROS.
           02 WS-DOC-SUMA                    PIC 9(04) VALUE ZEROS.
           02 WS-DOC-COCIENTE                PIC 9(04) VALUE ZEROS.
           02 WS-DOC-RESTO                   PIC 9(02) VALUE ZEROS.
           02 WS-DOC-VERIFICADOR             PIC 9(02) VALUE ZEROS.
           02 WS-DOC-TIPO                    PIC X(04) VALUE SPACES.
           02 WS-DOC-DNI                     PIC 9(08) VALUE ZEROS.
           02 WS-DOC-DNI-EDITADO             PIC ZZ.ZZZ.ZZ9.
           02 WS-SW-DOC-CARACTER-MALO        PIC X(01) VALUE 'N'.
              88 WS-DOC-CARACTER-MALO              VALUE 'S'.

      * PESOS DEL MODULO 11 DE LA CUIT/CUIL PARA LOS 10 PRIMEROS
      * DIGITOS; EL UNDECIMO ES EL DIGITO VERIFICADOR
       01  WS-PESOS-CUIT.
           02 WS-PESOS-CUIT-X                PIC X(10) VALUE
              '5432765432'.
           02 WS-PESOS-CUIT-N REDEFINES WS-PESOS-CUIT-X.
              03 WS-PESO-CUIT                PIC 9(01) OCCURS 10 TIMES.

       LINKAGE SECTION.

       01  LK-STRING.
               WHEN '7'
                    PERFORM 2800-FUNCION-ESTANDARIZAR
                       THRU 2800-FUNCION-ESTANDARIZAR-EXIT
               WHEN '8'
                    PERFORM 2900-FUNCION-DOCUMENTO
                       THRU 2900-FUNCION-DOCUMENTO-EXIT
               WHEN OTHER
                    MOVE 8                   TO RETURN-CODE
                    MOVE 'E100'              TO LK-CODIGO-ERROR-O
       2875-PODAR-UN-CARACTER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCION 8: VALIDAR Y NORMALIZAR UN CUIT/CUIL O DNI TIPEADO EN  *
      * CUALQUIER FORMA EN LK-TEXTO-2-I. DEVUELVE EN LK-TEXTO-2-O EL   *
      * TIPO Y LA FORMA ESTANDAR: 'CUIT 30-12345678-1',                *
      * 'CUIL 20-12345678-3' O 'DNI 12.345.678'                        *
      *----------------------------------------------------------------*
       2900-FUNCION-DOCUMENTO.

           MOVE SPACES                       TO LK-TEXTO-2-O
                                                WS-DOC-DIGITOS
                                                WS-DOC-TIPO.
           MOVE ZEROS                        TO WS-DOC-CANT-DIGITOS.
           MOVE 'N'                          TO WS-SW-DOC-CARACTER-MALO.

           PERFORM 2910-EXAMINAR-CARACTER
              THRU 2910-EXAMINAR-CARACTER-EXIT
              VARYING WS-DOC-POSICION FROM 1 BY 1
              UNTIL WS-DOC-POSICION > 256
                 OR WS-DOC-CARACTER-MALO.

           EVALUATE TRUE
               WHEN WS-DOC-CARACTER-MALO
                    MOVE 8                   TO RETURN-CODE
                    MOVE 'E801'              TO LK-CODIGO-ERROR-O
                    MOVE 'Documento con caracteres invalidos'
                                             TO LK-DESCRIPCION-ERROR-O
               WHEN WS-DOC-CANT-DIGITOS = 7
               WHEN WS-DOC-CANT-DIGITOS = 8
                    PERFORM 2920-ARMAR-DNI
                       THRU 2920-ARMAR-DNI-EXIT
               WHEN WS-DOC-CANT-DIGITOS = 11
                    PERFORM 2930-VALIDAR-CUIT
                       THRU 2930-VALIDAR-CUIT-EXIT
               WHEN OTHER
                    MOVE 8                   TO RETURN-CODE
                    MOVE 'E802'              TO LK-CODIGO-ERROR-O
                    MOVE 'Cantidad de digitos invalida'
                                             TO LK-DESCRIPCION-ERROR-O
           END-EVALUATE.

       2900-FUNCION-DOCUMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * JUNTAR LOS DIGITOS: GUIONES, PUNTOS, BARRAS Y BLANCOS SON      *
      * SEPARADORES ADMITIDOS; CUALQUIER OTRO CARACTER INVALIDA EL     *
      * DOCUMENTO. PASADOS LOS 11 SOLO SE CUENTAN PARA RECHAZARLO      *
      *----------------------------------------------------------------*
       2910-EXAMINAR-CARACTER.

           IF LK-TEXTO-2-I (WS-DOC-POSICION:1) IS NUMERIC
              ADD 1                          TO WS-DOC-CANT-DIGITOS
              IF WS-DOC-CANT-DIGITOS <= 11
                 MOVE LK-TEXTO-2-I (WS-DOC-POSICION:1)
                   TO WS-DOC-DIGITOS (WS-DOC-CANT-DIGITOS:1)
              END-IF
           ELSE
              IF LK-TEXTO-2-I (WS-DOC-POSICION:1) NOT = SPACE
                 AND NOT = '-' AND NOT = '.' AND NOT = '/'
                 MOVE 'S'                    TO WS-SW-DOC-CARACTER-MALO
              END-IF
           END-IF.

       2910-EXAMINAR-CARACTER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DNI DE 7 U 8 DIGITOS: SE DEVUELVE CON PUNTOS DE MILES Y SIN    *
      * CEROS A LA IZQUIERDA. UN DNI EN CERO NO ES UN DOCUMENTO        *
      *----------------------------------------------------------------*
       2920-ARMAR-DNI.

           COMPUTE WS-DOC-DNI = FUNCTION NUMVAL
                   (WS-DOC-DIGITOS (1:WS-DOC-CANT-DIGITOS)).

           IF WS-DOC-DNI = ZEROS
              MOVE 8                         TO RETURN-CODE
              MOVE 'E802'                    TO LK-CODIGO-ERROR-O
              MOVE 'Cantidad de digitos invalida'
                                             TO LK-DESCRIPCION-ERROR-O
           ELSE
              MOVE 'DNI '                    TO WS-DOC-TIPO
              MOVE WS-DOC-DNI                TO WS-DOC-DNI-EDITADO
              STRING 'DNI '
                     FUNCTION TRIM(WS-DOC-DNI-EDITADO)
                     DELIMITED BY SIZE
                     INTO LK-TEXTO-2-O
              END-STRING
           END-IF.

       2920-ARMAR-DNI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CUIT/CUIL DE 11 DIGITOS: EL PREFIJO DEFINE EL TIPO (20 23 24   *
      * 27 PERSONAS FISICAS, CUIL; 30 33 34 PERSONAS JURIDICAS, CUIT)  *
      * Y EL ULTIMO DIGITO DEBE SER EL VERIFICADOR DEL MODULO 11       *
      *----------------------------------------------------------------*
       2930-VALIDAR-CUIT.

           EVALUATE WS-DOC-DIGITOS (1:2)
               WHEN '20'
               WHEN '23'
               WHEN '24'
               WHEN '27'
                    MOVE 'CUIL'              TO WS-DOC-TIPO
               WHEN '30'
               WHEN '33'
               WHEN '34'
                    MOVE 'CUIT'              TO WS-DOC-TIPO
               WHEN OTHER
                    MOVE 8                   TO RETURN-CODE
                    MOVE 'E803'              TO LK-CODIGO-ERROR-O
                    MOVE 'Prefijo de CUIT/CUIL invalido'
                                             TO LK-DESCRIPCION-ERROR-O
           END-EVALUATE.

           IF WS-DOC-TIPO NOT = SPACES
              PERFORM 2940-VERIFICAR-DIGITO
                 THRU 2940-VERIFICAR-DIGITO-EXIT
           END-IF.

       2930-VALIDAR-CUIT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2935-SUMAR-PESO.

           COMPUTE WS-DOC-SUMA = WS-DOC-SUMA +
                   WS-DOC-DIGITO (WS-DOC-INDICE) *
                   WS-PESO-CUIT (WS-DOC-INDICE).

       2935-SUMAR-PESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DIGITO VERIFICADOR: SUMA DE LOS 10 PRIMEROS DIGITOS POR SU     *
      * PESO, MODULO 11, Y 11 MENOS EL RESTO                           *
      *----------------------------------------------------------------*
       2940-VERIFICAR-DIGITO.

           MOVE ZEROS                        TO WS-DOC-SUMA.
           PERFORM 2935-SUMAR-PESO
              THRU 2935-SUMAR-PESO-EXIT
              VARYING WS-DOC-INDICE FROM 1 BY 1
              UNTIL WS-DOC-INDICE > 10.

           DIVIDE WS-DOC-SUMA BY 11 GIVING WS-DOC-COCIENTE
                                    REMAINDER WS-DOC-RESTO.
           COMPUTE WS-DOC-VERIFICADOR = 11 - WS-DOC-RESTO.
           IF WS-DOC-VERIFICADOR = 11
              MOVE ZEROS                     TO WS-DOC-VERIFICADOR
           END-IF.

      * UN VERIFICADOR 10 NO EXISTE: ESE NUMERO SE EMITE CON OTRO
      * PREFIJO, ASI QUE TAMBIEN ES UN DIGITO VERIFICADOR INVALIDO
           IF WS-DOC-VERIFICADOR = 10
              OR WS-DOC-VERIFICADOR NOT = WS-DOC-DIGITO (11)
              MOVE 8                         TO RETURN-CODE
              MOVE 'E804'                    TO LK-CODIGO-ERROR-O
              MOVE 'Digito verificador de CUIT/CUIL invalido'
                                             TO LK-DESCRIPCION-ERROR-O
           ELSE
              STRING WS-DOC-TIPO ' '
                     WS-DOC-DIGITOS (1:2) '-'
                     WS-DOC-DIGITOS (3:8) '-'
                     WS-DOC-DIGITOS (11:1)
                     DELIMITED BY SIZE
                     INTO LK-TEXTO-2-O
              END-STRING
           END-IF.

       2940-VERIFICAR-DIGITO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CLSTRING.
