      ******************************************************************
      *.PN  ACNC0046                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE ESCENARIOS DE ESTRES      *
      *     (STRSCEN). TIPO 'S' = CABECERA DEL ESCENARIO, CON SU       *
      *     DESCRIPCION Y EL UMBRAL (EUR) DE VALOR NETO ESTRESADO;     *
      *     TIPO 'K' = CHOQUE DE PRECIO EN PORCENTAJE, CON SIGNO       *
      *     SEPARADO ('-' = CAIDA), PARA UNA COMBINACION DE COD-AREA,  *
      *     TYP-GOOD Y TYP-PROPERTY. UN CRITERIO EN BLANCOS VALE PARA  *
      *     CUALQUIER VALOR. LOS CHOQUES SIGUEN A LA CABECERA DE SU    *
      *     ESCENARIO.                                                 *
      *     COPY OF THE STRESS SCENARIO FILE RECORD (STRSCEN). TYPE    *
      *     'S' = SCENARIO HEADER, WITH ITS DESCRIPTION AND THE        *
      *     STRESSED NET VALUE THRESHOLD (EUR); TYPE 'K' = PRICE       *
      *     SHOCK IN PERCENT, WITH A SEPARATE SIGN ('-' = FALL), FOR A *
      *     COMBINATION OF COD-AREA, TYP-GOOD AND TYP-PROPERTY. A      *
      *     CRITERION LEFT AS SPACES MATCHES ANY VALUE. SHOCKS FOLLOW  *
      *     THEIR SCENARIO HEADER.                                     *
      ******************************************************************
       01  ACNC0046.
           05  N0046-REC-TYPE               PIC X(01).
               88  N0046-REC-SCENARIO                 VALUE 'S'.
               88  N0046-REC-SHOCK                    VALUE 'K'.
           05  N0046-COD-SCENARIO           PIC X(08).
           05  N0046-DATA                   PIC X(60).
           05  N0046-SCENARIO-DATA REDEFINES N0046-DATA.
               10  N0046-DES-SCENARIO       PIC X(40).
               10  N0046-AMT-THRESHOLD      PIC 9(13)V9(02).
               10  FILLER                   PIC X(05).
           05  N0046-SHOCK-DATA REDEFINES N0046-DATA.
               10  N0046-COD-AREA           PIC X(04).
               10  N0046-TYP-GOOD           PIC X(02).
               10  N0046-TYP-PROPERTY       PIC X(02).
               10  N0046-PCT-SIGN           PIC X(01).
                   88  N0046-PCT-FALL                 VALUE '-'.
               10  N0046-PCT-SHOCK          PIC 9(03)V9(02).
               10  FILLER                   PIC X(46).
