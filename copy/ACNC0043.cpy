      ******************************************************************
      *.PN  ACNC0043                                                   *
      *     COPY DEL REGISTRO DE RESPUESTA DE LA SOCIEDAD DE TASACION  *
      *     (APPRSP). UN REGISTRO POR ORDEN TASADA, CON LA CLAVE DE LA *
      *     ORDEN RECIBIDA EN APPORD (ACNC0042), EL VALOR DE TASACION, *
      *     SU MONEDA (BLANCO = MONEDA DEL BIEN), LA FECHA DE LA       *
      *     TASACION, EL TASADOR Y EL NUMERO DE CERTIFICADO.           *
      *     COPY OF THE APPRAISAL FIRM RESPONSE RECORD (APPRSP). ONE   *
      *     RECORD PER APPRAISED ORDER, WITH THE ORDER KEY RECEIVED IN *
      *     APPORD (ACNC0042), THE APPRAISED VALUE, ITS CURRENCY       *
      *     (BLANK = THE GOOD'S CURRENCY), THE APPRAISAL DATE, THE     *
      *     APPRAISER AND THE CERTIFICATE NUMBER.                      *
      ******************************************************************
       01  ACNC0043.
           05  N0043-ENT                    PIC X(04).
           05  N0043-NUM-ORDER              PIC 9(10).
           05  N0043-COD-FIRM               PIC X(08).
           05  N0043-NUM-GOOD               PIC 9(10).
           05  N0043-AMT-APPRAISED          PIC 9(13)V9(02).
           05  N0043-FCC-APPRAISED          PIC X(03).
           05  N0043-DAT-APPRAISAL          PIC X(10).
           05  N0043-COD-APPRAISER          PIC X(10).
           05  N0043-NUM-CERTIFICATE        PIC X(20).
