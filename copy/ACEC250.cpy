      ******************************************************************
      *.PN  ACEC250                                                    *
      *     COPY DE LA COMMAREA DE LA RUTINA AC8C250S                  *
      *     REGISTRO DE DOCUMENTOS DEL BIEN, UNO POR TIPO DE DOCUMENTO.*
      *     CLAVE ENTIDAD + NUMERO DE BIEN + TIPO DE DOCUMENTO.        *
      *     OPCIONES:                                                  *
      *       1 = ALTA, 2 = BAJA, 3 = MODIFICACION                     *
      *       4 = CONSULTA (E250-FLG-FOUND = 'S' SI EXISTE)            *
      *     TIPOS: 'DE' ESCRITURA, 'AP' CERTIFICADO DE TASACION,       *
      *     'LR' NOTA DEL REGISTRO DE LA PROPIEDAD, 'IN' POLIZA DE     *
      *     SEGURO, 'EP' CERTIFICADO ENERGETICO. FECHAS EN FORMATO     *
      *     AAAA-MM-DD; SIN FECHA DE CADUCIDAD (ESPACIOS) EL DOCUMENTO *
      *     NO CADUCA. E250-DES-STORAGE ES LA UBICACION DEL ORIGINAL.  *
      *     COPY OF THE AC8C250S ROUTINE COMMAREA                      *
      *     DOCUMENT REGISTER OF THE GOOD, ONE PER DOCUMENT TYPE.      *
      *     KEY ENTITY + GOOD NUMBER + DOCUMENT TYPE. OPTIONS:         *
      *       1 = ADD, 2 = REMOVE, 3 = MODIFY                          *
      *       4 = INQUIRE (E250-FLG-FOUND = 'S' WHEN IT EXISTS)        *
      *     TYPES: 'DE' DEED, 'AP' APPRAISAL CERTIFICATE, 'LR' LAND-   *
      *     REGISTRY EXTRACT, 'IN' INSURANCE POLICY, 'EP' ENERGY       *
      *     PERFORMANCE CERTIFICATE. DATES AS YYYY-MM-DD; WITH NO      *
      *     EXPIRY DATE (SPACES) THE DOCUMENT DOES NOT EXPIRE.         *
      *     E250-DES-STORAGE IS WHERE THE ORIGINAL IS KEPT.            *
      ******************************************************************
       05  ACEC250.
           10  E250-OPTION                  PIC X(01).
           10  E250-FLG-FOUND               PIC X(01).
           10  E250-ENT                     PIC X(04).
           10  E250-NUM-GOOD                PIC 9(10).
           10  E250-TYP-DOC                 PIC X(02).
               88  E250-TYP-DOC-VALID
                                       VALUE 'DE' 'AP' 'LR' 'IN' 'EP'.
           10  E250-DES-REFERENCE           PIC X(30).
           10  E250-DAT-RECEIVED            PIC X(10).
           10  E250-DAT-EXPIRY              PIC X(10).
           10  E250-DES-STORAGE             PIC X(30).
           10  E250-DAT-LAST-MOD            PIC X(10).
           10  E250-USER-LAST-MOD           PIC X(08).
           10  E250-TRANSACTION             PIC X(04).
