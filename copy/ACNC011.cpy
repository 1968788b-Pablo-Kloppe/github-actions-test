      ******************************************************************
      *.PN  ACNC011                                                    *
      *     COPY DE PANTALLA DE MANTENIMIENTO DEL REGISTRO DE          *
      *     DOCUMENTOS DEL BIEN (A011)                                 *
      *     OPCIONES: 1 ALTA, 2 BAJA, 3 MODIFICACION DE UN DOCUMENTO   *
      *     (ENTIDAD + BIEN + TIPO), 4 CONSULTA: CON TIPO INFORMADO    *
      *     DEVUELVE ESE DOCUMENTO EN LOS CAMPOS DE DETALLE; EN TODOS  *
      *     LOS CASOS LISTA LOS DOCUMENTOS DEL BIEN EN N011-DOC-ROW    *
      *     (N011-ROW-FLG-EXPIRED = 'S' SI YA HA CADUCADO A LA FECHA   *
      *     CONTABLE). TIPOS: 'DE' ESCRITURA, 'AP' CERTIFICADO DE      *
      *     TASACION, 'LR' NOTA REGISTRAL, 'IN' POLIZA DE SEGURO, 'EP' *
      *     CERTIFICADO ENERGETICO. FECHAS AAAA-MM-DD.                 *
      *     SCREEN COPY FOR THE GOOD'S DOCUMENT REGISTER MAINTENANCE   *
      *     (A011)                                                     *
      *     OPTIONS: 1 ADD, 2 REMOVE, 3 MODIFY ONE DOCUMENT (ENTITY +  *
      *     GOOD + TYPE), 4 INQUIRE: WITH THE TYPE FILLED IN, THAT     *
      *     DOCUMENT IS RETURNED IN THE DETAIL FIELDS; IN EVERY CASE   *
      *     THE GOOD'S DOCUMENTS ARE LISTED IN N011-DOC-ROW            *
      *     (N011-ROW-FLG-EXPIRED = 'S' WHEN ALREADY EXPIRED AT THE    *
      *     ACCOUNTING DATE). TYPES: 'DE' DEED, 'AP' APPRAISAL         *
      *     CERTIFICATE, 'LR' LAND-REGISTRY EXTRACT, 'IN' INSURANCE    *
      *     POLICY, 'EP' ENERGY PERFORMANCE CERTIFICATE. DATES         *
      *     YYYY-MM-DD.                                                *
      ******************************************************************
       01  ACNC011.
           05  N011-OPTION                  PIC X(01).
           05  N011-ENT                     PIC X(04).
           05  N011-NUM-GOOD                PIC 9(10).
           05  N011-TYP-DOC                 PIC X(02).
               88  N011-TYP-DOC-VALID
                                       VALUE 'DE' 'AP' 'LR' 'IN' 'EP'.
           05  N011-DES-REFERENCE           PIC X(30).
           05  N011-DAT-RECEIVED            PIC X(10).
           05  N011-DAT-EXPIRY              PIC X(10).
           05  N011-DES-STORAGE             PIC X(30).
           05  N011-DAT-LAST-MOD            PIC X(10).
           05  N011-USER-LAST-MOD           PIC X(08).
           05  N011-CNT-ROWS                PIC 9(02).
           05  N011-DOC-ROW OCCURS 5 TIMES.
               10  N011-ROW-TYP-DOC         PIC X(02).
               10  N011-ROW-DES-REFERENCE   PIC X(30).
               10  N011-ROW-DAT-RECEIVED    PIC X(10).
               10  N011-ROW-DAT-EXPIRY      PIC X(10).
               10  N011-ROW-DES-STORAGE     PIC X(30).
               10  N011-ROW-FLG-EXPIRED     PIC X(01).
