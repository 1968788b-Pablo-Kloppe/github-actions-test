      ******************************************************************
      *.PN  ACNC010                                                    *
      *     COPY DE PANTALLA DE REGISTRO Y CONSULTA DE PROMOCIONES DE  *
      *     PROPIEDAD HORIZONTAL (A010)                                *
      *     OPCIONES: 1 ALTA DE LA PROMOCION (DATOS COMUNES DE LA      *
      *     CABECERA + HASTA 20 UNIDADES POR ENVIO; CADA UNIDAD SE DA  *
      *     DE ALTA COMO UN BIEN Y SU NUMERO SE DEVUELVE EN            *
      *     N010-UNT-NUM-GOOD), 4 CONSULTA DE LA PROMOCION (ENTIDAD +  *
      *     N010-NUM-BUILDING: LISTA SUS UNIDADES A PARTIR DE          *
      *     N010-NUM-GOOD-LAST Y DEVUELVE LOS TOTALES DE TODAS).       *
      *     SCREEN COPY FOR HORIZONTAL-PROPERTY DEVELOPMENT            *
      *     REGISTRATION AND INQUIRY (A010)                            *
      *     OPTIONS: 1 REGISTER THE DEVELOPMENT (SHARED HEADER DATA +  *
      *     UP TO 20 UNITS PER SEND; EACH UNIT IS REGISTERED AS A GOOD *
      *     AND ITS NUMBER RETURNED IN N010-UNT-NUM-GOOD), 4 INQUIRE   *
      *     THE DEVELOPMENT (ENTITY + N010-NUM-BUILDING: LISTS ITS     *
      *     UNITS AFTER N010-NUM-GOOD-LAST AND RETURNS THE TOTALS OF   *
      *     ALL OF THEM).                                              *
      ******************************************************************
       01  ACNC010.
           05  N010-OPTION                  PIC X(01).
           05  N010-ENT                     PIC X(04).
           05  N010-NUM-BUILDING            PIC X(06).
           05  N010-DES-BUILDING            PIC X(30).
           05  N010-COD-PLOT                PIC X(10).
           05  N010-CONFIRM                 PIC X(01).
           05  N010-COD-GOOD                PIC X(10).
           05  N010-TYP-GOOD                PIC X(02).
           05  N010-DAT-BGN-GOOD            PIC X(10).
           05  N010-DAT-MAT-GOOD            PIC X(10).
           05  N010-DES-GOOD                PIC X(40).
           05  N010-DES-LOCATION            PIC X(40).
           05  N010-BRN-GOOD                PIC X(04).
           05  N010-STATUS-GOOD             PIC X(01).
           05  N010-FLG-VALID-BAS           PIC X(01).
           05  N010-FLG-EXC-INSU            PIC X(01).
           05  N010-DAT-EXC-INSU            PIC X(10).
           05  N010-HAIRCUT                 PIC 9(03)V9(02).
           05  N010-COMMENTS                PIC X(60).
           05  N010-FCC-GOOD                PIC X(03).
           05  N010-DES-AMNG-STRE1          PIC X(30).
           05  N010-DES-AMNG-STRE2          PIC X(30).
           05  N010-DES-ADM-AREA            PIC X(30).
           05  N010-COD-AREA                PIC X(04).
           05  N010-FLG-LOC-GEO             PIC X(01).
           05  N010-DES-SECTION             PIC X(20).
           05  N010-DES-BLOCK               PIC X(20).
           05  N010-DAT-CNTB                PIC X(10).
           05  N010-FLG-TAX                 PIC X(01).
           05  N010-FLG-DISPOSAL            PIC X(01).
           05  N010-ADRCUS                  PIC X(40).
           05  N010-LOCALIT                 PIC X(30).
           05  N010-TOWN                    PIC X(04).
           05  N010-COUNTY                  PIC X(04).
           05  N010-CODPOST                 PIC X(10).
           05  N010-COUNTRY                 PIC X(03).
           05  N010-NUM-COOWNERS            PIC 9(01).
           05  N010-COOWNER OCCURS 2 TIMES.
               10  N010-CO-ADRCUS           PIC X(40).
               10  N010-CO-LOCALIT          PIC X(30).
               10  N010-CO-TOWN             PIC X(04).
               10  N010-CO-COUNTY           PIC X(04).
               10  N010-CO-CODPOST          PIC X(10).
               10  N010-CO-COUNTRY          PIC X(03).
           05  N010-NUM-GOOD-LAST           PIC 9(10).
           05  N010-FLG-MORE                PIC X(01).
           05  N010-NUM-UNITS               PIC 9(02).
           05  N010-UNIT OCCURS 20 TIMES.
               10  N010-UNT-PORTAL          PIC X(06).
               10  N010-UNT-DETAIL          PIC X(06).
               10  N010-UNT-COD-PROPERTY    PIC X(10).
               10  N010-UNT-TYP-PROPERTY    PIC X(02).
               10  N010-UNT-NUM-TOT-AREA    PIC 9(09)V9(02).
               10  N010-UNT-NUM-BUILT-AREA  PIC 9(09)V9(02).
               10  N010-UNT-TYP-AREA        PIC X(01).
               10  N010-UNT-GOOD-AMT        PIC 9(13)V9(02).
               10  N010-UNT-COD-GOOD        PIC X(10).
               10  N010-UNT-DES-GOOD        PIC X(40).
               10  N010-UNT-NUM-GOOD        PIC 9(10).
               10  N010-UNT-STATUS-GOOD     PIC X(01).
               10  N010-UNT-FCC-GOOD        PIC X(03).
           05  N010-TOT-UNITS               PIC 9(05).
           05  N010-TOT-ACTIVE              PIC 9(05).
           05  N010-TOT-BUILT-AREA          PIC 9(11)V9(02).
           05  N010-TOT-AMT                 PIC 9(15)V9(02).
           05  N010-FLG-MIXED-FCC           PIC X(01).
