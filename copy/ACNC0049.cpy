      ******************************************************************
      *.PN  ACNC0049                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE CERTIFICADOS ENERGETICOS  *
      *     DE LOS REGISTROS AUTONOMICOS (EPCLOAD). EL CERTIFICADO SE  *
      *     IDENTIFICA POR PARCELA + PROPIEDAD, IGUAL QUE EN EL        *
      *     REGISTRO DE LA PROPIEDAD (ACNC0044). CONSUMO EN KWH/M2 AL  *
      *     ANO, EMISIONES EN KG CO2/M2 AL ANO, FECHAS AAAA-MM-DD.     *
      *     COPY OF THE ENERGY CERTIFICATE FILE RECORD FROM THE        *
      *     REGIONAL REGISTRIES (EPCLOAD). THE CERTIFICATE IS          *
      *     IDENTIFIED BY PLOT + PROPERTY, AS IN THE LAND REGISTRY     *
      *     FEED (ACNC0044). CONSUMPTION IN KWH/M2 PER YEAR, EMISSIONS *
      *     IN KG CO2/M2 PER YEAR, DATES YYYY-MM-DD.                   *
      ******************************************************************
       01  ACNC0049.
           05  N0049-KEY.
               10  N0049-COD-PLOT           PIC X(10).
               10  N0049-COD-PROPERTY       PIC X(10).
           05  N0049-COD-REGISTRY           PIC X(08).
           05  N0049-NUM-CERT               PIC X(20).
           05  N0049-COD-RATING             PIC X(01).
               88  N0049-RATING-VALID
                                       VALUE 'A' THRU 'G'.
           05  N0049-AMT-ENERGY             PIC 9(05)V9(02).
           05  N0049-AMT-CO2                PIC 9(05)V9(02).
           05  N0049-DAT-ISSUE              PIC X(10).
           05  N0049-DAT-EXPIRY             PIC X(10).
