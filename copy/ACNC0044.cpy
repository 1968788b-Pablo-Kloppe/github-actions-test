      ******************************************************************
      *.PN  ACNC0044                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DEL REGISTRO DE LA PROPIEDAD *
      *     (LRFEED). CLAVE PARCELA + PROPIEDAD (LOS MISMOS CODIGOS    *
      *     QUE N003-COD-PLOT / N003-COD-PROPERTY) Y TIPO DE ASIENTO:  *
      *       'O' = TITULAR INSCRITO                                   *
      *       'C' = CARGA INSCRITA, CON RANGO, ACREEDOR (CODIGO DE     *
      *             ENTIDAD) E IMPORTE                                 *
      *       'S' = EMBARGO / ANOTACION PREVENTIVA                     *
      *     CADA TIPO TIENE SU VISTA SOBRE N0044-DATA.                 *
      *     COPY OF THE LAND REGISTRY FEED RECORD (LRFEED). KEY PLOT + *
      *     PROPERTY (THE SAME CODES AS N003-COD-PLOT /                *
      *     N003-COD-PROPERTY) AND ENTRY TYPE:                         *
      *       'O' = REGISTERED OWNER                                   *
      *       'C' = REGISTERED CHARGE, WITH RANK, HOLDER (ENTITY       *
      *             CODE) AND AMOUNT                                   *
      *       'S' = SEIZURE (EMBARGO)                                  *
      *     EACH TYPE HAS ITS OWN VIEW OVER N0044-DATA.                *
      ******************************************************************
       01  ACNC0044.
           05  N0044-KEY.
               10  N0044-COD-PLOT           PIC X(10).
               10  N0044-COD-PROPERTY       PIC X(10).
           05  N0044-REC-TYPE               PIC X(01).
               88  N0044-REC-OWNER                    VALUE 'O'.
               88  N0044-REC-CHARGE                   VALUE 'C'.
               88  N0044-REC-SEIZURE                  VALUE 'S'.
           05  N0044-DAT-REGISTERED         PIC X(10).
           05  N0044-DATA                   PIC X(80).
           05  N0044-OWNER-DATA REDEFINES N0044-DATA.
               10  N0044-OWN-NAME           PIC X(40).
               10  N0044-OWN-PCT-SHARE      PIC 9(03)V9(02).
               10  FILLER                   PIC X(35).
           05  N0044-CHARGE-DATA REDEFINES N0044-DATA.
               10  N0044-CHG-RANK           PIC 9(02).
               10  N0044-CHG-HOLDER         PIC X(04).
               10  N0044-CHG-DES-HOLDER     PIC X(30).
               10  N0044-CHG-AMT            PIC 9(13)V9(02).
               10  N0044-CHG-FCC            PIC X(03).
               10  N0044-CHG-STATUS         PIC X(01).
                   88  N0044-CHG-ACTIVE               VALUE 'A'.
                   88  N0044-CHG-CANCELLED            VALUE 'C'.
               10  FILLER                   PIC X(25).
           05  N0044-SEIZURE-DATA REDEFINES N0044-DATA.
               10  N0044-SEI-AUTHORITY      PIC X(30).
               10  N0044-SEI-REFERENCE      PIC X(20).
               10  N0044-SEI-AMT            PIC 9(13)V9(02).
               10  N0044-SEI-FCC            PIC X(03).
               10  N0044-SEI-STATUS         PIC X(01).
                   88  N0044-SEI-ACTIVE               VALUE 'A'.
                   88  N0044-SEI-LIFTED               VALUE 'L'.
               10  FILLER                   PIC X(11).
