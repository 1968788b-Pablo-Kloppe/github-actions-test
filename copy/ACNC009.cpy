      ******************************************************************
      *.PN  ACNC009                                                    *
      *     COPY DE PANTALLA DE MANTENIMIENTO DEL CERTIFICADO DE       *
      *     EFICIENCIA ENERGETICA DEL BIEN (A009)                      *
      *     OPCIONES: 1 ALTA, 2 BAJA, 3 MODIFICACION, 4 CONSULTA DEL   *
      *     CERTIFICADO DE UN BIEN (ENTIDAD + BIEN). LETRA A A G,      *
      *     CONSUMO EN KWH/M2 AL ANO, EMISIONES EN KG CO2/M2 AL ANO,   *
      *     FECHAS AAAA-MM-DD.                                         *
      *     SCREEN COPY FOR THE GOOD'S ENERGY PERFORMANCE CERTIFICATE  *
      *     MAINTENANCE (A009)                                         *
      *     OPTIONS: 1 ADD, 2 REMOVE, 3 MODIFY, 4 INQUIRE THE          *
      *     CERTIFICATE OF A GOOD (ENTITY + GOOD). RATING A TO G,      *
      *     CONSUMPTION IN KWH/M2 PER YEAR, EMISSIONS IN KG CO2/M2     *
      *     PER YEAR, DATES YYYY-MM-DD.                                *
      ******************************************************************
       01  ACNC009.
           05  N009-OPTION                  PIC X(01).
           05  N009-ENT                     PIC X(04).
           05  N009-NUM-GOOD                PIC 9(10).
           05  N009-NUM-CERT                PIC X(20).
           05  N009-COD-RATING              PIC X(01).
               88  N009-RATING-VALID
                                       VALUE 'A' THRU 'G'.
           05  N009-AMT-ENERGY              PIC 9(05)V9(02).
           05  N009-AMT-CO2                 PIC 9(05)V9(02).
           05  N009-DAT-ISSUE               PIC X(10).
           05  N009-DAT-EXPIRY              PIC X(10).
           05  N009-COD-SOURCE              PIC X(08).
           05  N009-DAT-LOAD                PIC X(10).
