      ******************************************************************
      *.PN  ACNC0061                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE VALORES DE REFERENCIA DEL *
      *     CATASTRO (CADLOAD, ACMC1ROS). EL VALOR SE IDENTIFICA POR   *
      *     PARCELA + PROPIEDAD, IGUAL QUE EN EL REGISTRO DE LA        *
      *     PROPIEDAD (ACNC0044). UNA PARCELA PUEDE TRAER VALORES DE   *
      *     VARIOS ANOS DE REFERENCIA; VALE EL MAS RECIENTE.           *
      *     COPY OF THE CADASTRAL REFERENCE VALUE FILE RECORD          *
      *     (CADLOAD, ACMC1ROS). THE VALUE IS IDENTIFIED BY PLOT +     *
      *     PROPERTY, AS IN THE LAND REGISTRY FEED (ACNC0044). A       *
      *     PARCEL MAY CARRY VALUES FOR SEVERAL REFERENCE YEARS; THE   *
      *     LATEST ONE APPLIES.                                        *
      ******************************************************************
       01  ACNC0061.
           05  N0061-KEY.
               10  N0061-COD-PLOT           PIC X(10).
               10  N0061-COD-PROPERTY       PIC X(10).
           05  N0061-COD-CADASTRE           PIC X(20).
           05  N0061-NUM-YEAR               PIC 9(04).
           05  N0061-AMT-VALUE              PIC 9(13)V9(02).
           05  N0061-FCC                    PIC X(03).
