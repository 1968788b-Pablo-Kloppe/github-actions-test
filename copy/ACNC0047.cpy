      ******************************************************************
      *.PN  ACNC0047                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE ZONAS DE RIESGO CLIMATICO *
      *     FISICO (HAZZONE). CADA REGISTRO ES UN RECTANGULO DE        *
      *     LATITUD/LONGITUD (CELDA DE MALLA O AREA ENVOLVENTE) CON SU *
      *     TIPO DE RIESGO Y NIVEL (1 BAJO A 4 MUY ALTO). GRADOS       *
      *     DECIMALES CON SIGNO SEPARADO COMO EN ACEC210 ('+' NORTE/   *
      *     ESTE, '-' SUR/OESTE). UNA LONGITUD MINIMA MAYOR QUE LA     *
      *     MAXIMA INDICA UN AREA QUE CRUZA EL ANTIMERIDIANO.          *
      *     COPY OF THE PHYSICAL CLIMATE HAZARD ZONE FILE RECORD       *
      *     (HAZZONE). EACH RECORD IS A LATITUDE/LONGITUDE BOX (GRID   *
      *     CELL OR BOUNDING AREA) WITH ITS HAZARD TYPE AND RISK LEVEL *
      *     (1 LOW TO 4 VERY HIGH). DECIMAL DEGREES WITH A SEPARATE    *
      *     SIGN AS IN ACEC210 ('+' NORTH/EAST, '-' SOUTH/WEST). A     *
      *     MINIMUM LONGITUDE ABOVE THE MAXIMUM MARKS AN AREA THAT     *
      *     CROSSES THE ANTIMERIDIAN.                                  *
      ******************************************************************
       01  ACNC0047.
           05  N0047-COD-HAZARD             PIC X(02).
               88  N0047-HAZ-FLOOD                    VALUE 'FL'.
               88  N0047-HAZ-WILDFIRE                 VALUE 'WF'.
               88  N0047-HAZ-COASTAL                  VALUE 'CE'.
           05  N0047-COD-ZONE               PIC X(10).
           05  N0047-DES-ZONE               PIC X(30).
           05  N0047-RISK-LEVEL             PIC 9(01).
               88  N0047-RISK-LOW                     VALUE 1.
               88  N0047-RISK-MEDIUM                  VALUE 2.
               88  N0047-RISK-HIGH                    VALUE 3.
               88  N0047-RISK-VERY-HIGH               VALUE 4.
               88  N0047-RISK-VALID                   VALUE 1 THRU 4.
           05  N0047-LAT-MIN-SIGN           PIC X(01).
           05  N0047-LAT-MIN                PIC 9(03)V9(06).
           05  N0047-LAT-MAX-SIGN           PIC X(01).
           05  N0047-LAT-MAX                PIC 9(03)V9(06).
           05  N0047-LON-MIN-SIGN           PIC X(01).
           05  N0047-LON-MIN                PIC 9(03)V9(06).
           05  N0047-LON-MAX-SIGN           PIC X(01).
           05  N0047-LON-MAX                PIC 9(03)V9(06).
