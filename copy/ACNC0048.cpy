      ******************************************************************
      *.PN  ACNC0048                                                   *
      *     COPY DEL REGISTRO DE SALIDA DE LA CLASIFICACION DE RIESGO  *
      *     CLIMATICO FISICO POR BIEN (CLIOUT), ORIGEN DE LA           *
      *     INFORMACION REGULATORIA DE RIESGO CLIMATICO. UN REGISTRO   *
      *     POR BIEN ACTIVO. N0048-SW-LOCATED: 'S' CLASIFICADO, 'N' SIN*
      *     COORDENADAS (N003-FLG-LOC-GEO NO MARCADO), 'E' MARCADO PERO*
      *     SIN FILA DE COORDENADAS EN AC8C210S. POR CADA TIPO DE      *
      *     RIESGO DE HAZZONE, EL NIVEL MAS ALTO DE LAS ZONAS QUE      *
      *     CONTIENEN EL PUNTO (0 = FUERA DE TODAS) Y ESA ZONA; LA     *
      *     CLASE DEL BIEN ES EL NIVEL MAS ALTO DE TODOS LOS RIESGOS.  *
      *     N0048-AMT-EUR ES N003-GOOD-AMT EN EUR (CERO SI NO HAY      *
      *     COTIZACION, CON N0048-SW-FX A 'N').                        *
      *     COPY OF THE PER-GOOD PHYSICAL CLIMATE RISK CLASSIFICATION  *
      *     OUTPUT RECORD (CLIOUT), SOURCE OF THE REGULATORY CLIMATE   *
      *     DISCLOSURES. ONE RECORD PER ACTIVE GOOD. N0048-SW-LOCATED: *
      *     'S' CLASSIFIED, 'N' NO COORDINATES (N003-FLG-LOC-GEO NOT   *
      *     SET), 'E' FLAGGED BUT NO COORDINATE ROW IN AC8C210S. FOR   *
      *     EACH HAZARD TYPE IN HAZZONE, THE HIGHEST LEVEL OF THE      *
      *     ZONES CONTAINING THE POINT (0 = OUTSIDE ALL OF THEM) AND   *
      *     THAT ZONE; THE GOOD'S CLASS IS THE HIGHEST LEVEL ACROSS    *
      *     ALL HAZARDS. N0048-AMT-EUR IS N003-GOOD-AMT IN EUR (ZERO   *
      *     WHEN NO RATE IS AVAILABLE, WITH N0048-SW-FX SET TO 'N').   *
      ******************************************************************
       01  ACNC0048.
           05  N0048-ENT                    PIC X(04).
           05  N0048-NUM-GOOD               PIC 9(10).
           05  N0048-DAT-PROCESS            PIC X(10).
           05  N0048-COD-AREA               PIC X(04).
           05  N0048-TYP-GOOD               PIC X(02).
           05  N0048-TYP-PROPERTY           PIC X(02).
           05  N0048-FCC-GOOD               PIC X(03).
           05  N0048-GOOD-AMT               PIC 9(13)V9(02).
           05  N0048-SW-FX                  PIC X(01).
               88  N0048-FX-OK                        VALUE 'S'.
               88  N0048-FX-MISSING                   VALUE 'N'.
           05  N0048-AMT-EUR                PIC 9(13)V9(02).
           05  N0048-SW-LOCATED             PIC X(01).
               88  N0048-LOCATED                      VALUE 'S'.
               88  N0048-NOT-LOCATED                  VALUE 'N'.
               88  N0048-COORD-ERROR                  VALUE 'E'.
           05  N0048-LAT-SIGN               PIC X(01).
           05  N0048-LAT                    PIC 9(03)V9(06).
           05  N0048-LON-SIGN               PIC X(01).
           05  N0048-LON                    PIC 9(03)V9(06).
           05  N0048-RISK-LEVEL-MAX         PIC 9(01).
           05  N0048-COD-HAZARD-MAX         PIC X(02).
           05  N0048-HAZARD OCCURS 6 TIMES.
               10  N0048-COD-HAZARD         PIC X(02).
               10  N0048-RISK-LEVEL         PIC 9(01).
               10  N0048-COD-ZONE           PIC X(10).
