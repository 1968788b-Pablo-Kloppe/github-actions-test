      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CARTAS DE AVISO DE RENOVACION DE SEGURO ANTES DEL
      *     VENCIMIENTO DE LA POLIZA
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     INSURANCE RENEWAL REMINDER LETTERS AHEAD OF POLICY EXPIRY  *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACJC1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     ACJC0ROS CONCILIA EL FICHERO DEL ASEGURADOR Y AC6C0ROS /   *
      *     ACKC0ROS TRATAN LA EXCEPCION CUANDO EL SEGURO YA HA        *
      *     VENCIDO. ESTE PROCESO ACTUA ANTES: CRUZA POLICYIN CON LOS  *
      *     BIENES ACTIVOS DEL EXTRACTO (POR REFERENCIA DE BIEN O POR  *
      *     PARCELA/PROPIEDAD, COMO ACJC0ROS) Y TOMA LA COBERTURA QUE  *
      *     TERMINA MAS TARDE. SI ESA FECHA (POL-DAT-END) CAE DENTRO   *
      *     DE LOS DIAS DE PREAVISO NO SE HA RECIBIDO RENOVACION:      *
      *     . A 60 DIAS (RENPARM) SE ENVIA EL PRIMER AVISO Y A 15 DIAS *
      *       EL SEGUNDO, AL TITULAR EN LA DIRECCION DEL BIEN          *
      *       (AC8C130S, COMPUESTA POR PE8C1900) Y UNA COPIA A CADA    *
      *       COPROPIETARIO (AC8C150S), EN EL IDIOMA DE LA ENTIDAD;    *
      *     . CADA AVISO SE ANOTA EN EL LOG DE CARTAS, QUE SE ARRASTRA *
      *       DE LETLOGI A LETLOG, Y UN AVISO YA ANOTADO NO SE REPITE; *
      *     . LA POLIZA SE LISTA POR ENTIDAD Y OFICINA PARA QUE LA     *
      *       OFICINA LLAME AL CLIENTE.                                *
      *     LAS ENTRADAS DEL LOG DE COBERTURAS YA VENCIDAS NO SE       *
      *     ARRASTRAN: YA NO PUEDE TOCARLES NINGUN AVISO.              *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    RENPARM          E     FECHA, DIAS DE AVISO, IDIOMA         *
      *    RENLNG           E     IDIOMA DE LOS CLIENTES POR ENTIDAD   *
      *    POLICYIN         E     FICHERO DE POLIZAS DEL ASEGURADOR    *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    RENGSRT         E/S    EXTRACTO ORDENADO ENT/OFI/NUMERO     *
      *    LETLOGI          E     LOG DE CARTAS ANTERIOR               *
      *    LETLOG           S     LOG DE CARTAS (ACNC0064)             *
      *    RENLET           S     CARTAS A IMPRIMIR (ACNC0060)         *
      *    RENRPT           S     LISTA DE POLIZAS SIN RENOVACION      *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     ACJC0ROS RECONCILES THE INSURER'S FILE AND AC6C0ROS /      *
      *     ACKC0ROS HANDLE THE EXCEPTION ONCE THE INSURANCE HAS       *
      *     LAPSED. THIS BATCH ACTS BEFORE: IT MATCHES POLICYIN        *
      *     AGAINST THE ACTIVE GOODS OF THE EXTRACT (BY GOOD REFERENCE *
      *     OR BY PLOT/PROPERTY, AS ACJC0ROS DOES) AND TAKES THE COVER *
      *     ENDING LATEST. WHEN THAT DATE (POL-DAT-END) FALLS WITHIN   *
      *     THE NOTICE DAYS NO RENEWAL HAS BEEN RECEIVED:              *
      *     . AT 60 DAYS (RENPARM) THE FIRST REMINDER IS SENT AND AT   *
      *       15 DAYS THE SECOND, TO THE HOLDER AT THE GOOD'S ADDRESS  *
      *       (AC8C130S, COMPOSED BY PE8C1900) WITH A COPY TO EACH     *
      *       CO-OWNER (AC8C150S), IN THE ENTITY'S LANGUAGE;           *
      *     . EACH REMINDER IS RECORDED ON THE LETTER LOG, CARRIED     *
      *       FORWARD FROM LETLOGI TO LETLOG, AND A REMINDER ALREADY   *
      *       RECORDED IS NOT REPEATED;                                *
      *     . THE POLICY IS LISTED BY ENTITY AND BRANCH SO THE BRANCH  *
      *       CAN PHONE THE CUSTOMER.                                  *
      *     LOG ENTRIES FOR COVER THAT HAS ALREADY ENDED ARE NOT       *
      *     CARRIED FORWARD: NO REMINDER CAN FALL DUE FOR THEM.        *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    RENPARM          I     DATE, NOTICE DAYS, LANGUAGE          *
      *    RENLNG           I     CUSTOMER LANGUAGE BY ENTITY          *
      *    POLICYIN         I     INSURER'S POLICY FILE                *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    RENGSRT         I/O    EXTRACT SORTED ENT/BRN/NUMBER        *
      *    LETLOGI          I     PREVIOUS LETTER LOG                  *
      *    LETLOG           O     LETTER LOG (ACNC0064)                *
      *    RENLET           O     LETTERS TO PRINT (ACNC0060)          *
      *    RENRPT           O     POLICIES WITH NO RENEWAL LIST        *
      *B.OR.E                                                          *
      ******************************************************************
      *                       MODIFICATIONS LOG                        *
      ******************************************************************
      *   CODE     AUTHOR     DATE     DESCRIPTION                     *
      * ---------------------------------------------------------------*
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REN-PARM-FILE        ASSIGN TO "RENPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL REN-LNG-FILE
                                        ASSIGN TO "RENLNG"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT POLICY-FILE          ASSIGN TO "POLICYIN"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "RENGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LETTER-PREV-LOG-FILE
                                        ASSIGN TO "LETLOGI"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LETTER-LOG-FILE      ASSIGN TO "LETLOG"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LETTER-PRINT-FILE    ASSIGN TO "RENLET"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT REN-REPORT-FILE      ASSIGN TO "RENRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  REN-PARM-FILE
           RECORDING MODE IS F.

       01  REN-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-DAYS-FIRST             PIC 9(03).
           05  PARM-DAYS-SECOND            PIC 9(03).
           05  PARM-DEF-LNG                PIC X(02).

       FD  REN-LNG-FILE
           RECORDING MODE IS F.

       01  REN-LNG-RECORD.
           05  LNG-ENT                     PIC X(04).
           05  LNG-COD                     PIC X(02).

       FD  POLICY-FILE
           RECORDING MODE IS F.

       01  POLICY-RECORD.
           05  POL-NUMBER                  PIC X(12).
           05  POL-ENT                     PIC X(04).
           05  POL-NUM-GOOD                PIC 9(10).
           05  POL-COD-PLOT                PIC X(10).
           05  POL-COD-PROPERTY            PIC X(10).
           05  POL-DAT-END                 PIC X(10).

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR ENTIDAD (N003-ENT), OFICINA *
      *    (N003-BRN-GOOD) Y NUMERO DE BIEN (N003-NUM-GOOD)            *
      *    SORT WORK FILE, KEYED BY ENTITY (N003-ENT), BRANCH          *
      *    (N003-BRN-GOOD) AND GOOD NUMBER (N003-NUM-GOOD)             *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(01).
           05  SR-ENT                   PIC X(04).
           05  SR-NUM-GOOD              PIC 9(10).
           05  FILLER                   PIC X(112).
           05  SR-BRN                   PIC X(04).
           05  FILLER                   PIC X(621).

       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RECORD          PIC X(752).

       FD  LETTER-PREV-LOG-FILE
           RECORDING MODE IS F.

       01  LETTER-PREV-LOG-RECORD          PIC X(80).

       FD  LETTER-LOG-FILE
           RECORDING MODE IS F.

           COPY ACNC0064.

       FD  LETTER-PRINT-FILE
           RECORDING MODE IS F.

           COPY ACNC0060.

       FD  REN-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                     PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY ACNC003                                     *
      *               BIEN EN CURSO DEL EXTRACTO ORDENADO              *
      *               CURRENT GOOD OF THE SORTED EXTRACT               *
      ******************************************************************
           COPY ACNC003.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C130S                 *
      ******************************************************************
       01  VA-ACEC130-01.
           COPY ACEC130.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C150S                 *
      ******************************************************************
       01  VA-ACEC150-01.
           COPY ACEC150.

      ******************************************************************
      *               COPY ACEC000                                     *
      ******************************************************************
       01  VA-ACEC000-01.
           COPY ACEC000.

      ******************************************************************
      *               COPY OF STRUCTURAL PARAMETERS                    *
      ******************************************************************
       01  VA-QBEC999-01.
           COPY QBEC999.

      ******************************************************************
      *               COPY OF COMMAREA TC9C9900                        *
      ******************************************************************
       01  VA-TCEC9900-01.
           COPY TCEC9900.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-RAW-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RAW-EOF                          VALUE 'Y'.
           05  WS-SW-POL-EOF               PIC X(01)   VALUE 'N'.
               88  WS-POL-EOF                          VALUE 'Y'.
           05  WS-SW-LNG-EOF               PIC X(01)   VALUE 'N'.
               88  WS-LNG-EOF                          VALUE 'Y'.
           05  WS-SW-LOG-EOF               PIC X(01)   VALUE 'N'.
               88  WS-LOG-EOF                          VALUE 'Y'.
           05  WS-SW-ROWS-END              PIC X(01)   VALUE 'N'.
               88  WS-ROWS-END                         VALUE 'Y'.
           05  WS-SW-FIRST-GOOD            PIC X(01)   VALUE 'S'.
               88  WS-FIRST-GOOD                       VALUE 'S'.
           05  WS-SW-DATE-OK               PIC X(01)   VALUE 'N'.
               88  WS-DATE-OK                          VALUE 'S'.
           05  WS-SW-ADDRESS               PIC X(01)   VALUE 'N'.
               88  WS-ADDRESS-FOUND                    VALUE 'S'.
           05  WS-SW-LOGGED                PIC X(01)   VALUE 'N'.
               88  WS-ALREADY-LOGGED                   VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-DAYS-FIRST               PIC 9(03)   VALUE ZEROS.
           05  WS-DAYS-SECOND              PIC 9(03)   VALUE ZEROS.
           05  WS-DEF-LNG                  PIC X(02)   VALUE SPACES.

       01  WS-CONTROL-FIELDS.
           05  WS-SW-CTL-EOF               PIC X(01)   VALUE 'N'.
               88  WS-CTL-EOF                          VALUE 'Y'.
           05  WS-SW-HDR-SEEN              PIC X(01)   VALUE 'N'.
               88  WS-HDR-SEEN                         VALUE 'S'.
           05  WS-SW-TRL-SEEN              PIC X(01)   VALUE 'N'.
               88  WS-TRL-SEEN                         VALUE 'S'.
           05  WS-CNT-CTL                  PIC 9(09)   VALUE ZEROS.
           05  WS-CNT-DATA                 PIC 9(09)   VALUE ZEROS.
           05  WS-HASH-AMT                 PIC 9(16)V9(02) VALUE ZEROS.
           05  WS-CTL-MSG                  PIC X(40)   VALUE SPACES.
           05  WS-HDR-DAT-CREATE           PIC X(10)   VALUE SPACES.
           05  WS-HDR-SOURCE               PIC X(08)   VALUE SPACES.

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                *
      *               EXTRACT CONTROL RECORDS                          *
      ******************************************************************
       COPY ACNC0034.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ACTIVE               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-POLICIES             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-BAD-DATE             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-EXPIRING             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-FIRST-SENT           PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SECOND-SENT          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ALREADY              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-ADDRESS           PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LETTERS              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LNG-BAD              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LOG-IN               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LOG-DROPPED          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-BRN-LIST             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ENT-LIST             PIC 9(07)   VALUE ZEROS.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-PREV-BRN                 PIC X(04)   VALUE SPACES.
           05  WS-PARAM-ENT                PIC X(04)   VALUE SPACES.

      ******************************************************************
      *    DIAS CON EL MES COMERCIAL (AAAA*360+MM*30+DD)               *
      *    DAYS WITH THE COMMERCIAL MONTH (YYYY*360+MM*30+DD)          *
      ******************************************************************
       01  WS-DAY-FIELDS.
           05  WS-DAT-CHECK                PIC X(10)   VALUE SPACES.
           05  WS-DAT-PROCESS-DAYS         PIC 9(08)   VALUE ZEROS.
           05  WS-DAT-END-DAYS             PIC 9(08)   VALUE ZEROS.
           05  WS-DAYS-TO-END              PIC S9(08)  VALUE ZEROS.

      ******************************************************************
      *    COBERTURA DEL BIEN EN CURSO: LA POLIZA QUE TERMINA MAS      *
      *    TARDE                                                       *
      *    COVER OF THE CURRENT GOOD: THE POLICY ENDING LATEST         *
      ******************************************************************
       01  WS-COVER-FIELDS.
           05  WS-CVR-POL-NUMBER           PIC X(12)   VALUE SPACES.
           05  WS-CVR-DAT-END              PIC X(10)   VALUE SPACES.
           05  WS-CVR-STAGE                PIC X(01)   VALUE SPACES.
           05  WS-CVR-DAYS-NOTICE          PIC 9(03)   VALUE ZEROS.
           05  WS-CVR-STATUS               PIC X(30)   VALUE SPACES.
           05  WS-LNG                      PIC X(02)   VALUE SPACES.
           05  WN-IDX-LNG                  PIC S9(4) COMP VALUE +0.
           05  WS-ERR-MSG                  PIC X(40)   VALUE SPACES.

      ******************************************************************
      *    TABLA DE POLIZAS DEL ASEGURADOR                             *
      *    INSURER POLICY TABLE                                        *
      ******************************************************************
       01  WS-POLICY-FIELDS.
           05  WS-CNT-POL                  PIC 9(04)   VALUE ZEROS.
           05  WN-IDX-POL                  PIC S9(4) COMP VALUE +0.
           05  WS-POL-ENTRY OCCURS 2000 TIMES.
               10  WS-POL-NUMBER           PIC X(12).
               10  WS-POL-ENT              PIC X(04).
               10  WS-POL-NUM-GOOD         PIC 9(10).
               10  WS-POL-PLOT             PIC X(10).
               10  WS-POL-PROPERTY         PIC X(10).
               10  WS-POL-DAT-END          PIC X(10).

      ******************************************************************
      *    LOG DE CARTAS: ENTRADAS ARRASTRADAS Y NUEVAS                *
      *    LETTER LOG: CARRIED AND NEW ENTRIES                         *
      ******************************************************************
       01  WS-LOG-TABLE.
           05  WS-CNT-LOG                  PIC 9(04)   VALUE ZEROS.
           05  WN-IDX-LOG                  PIC S9(4) COMP VALUE +0.
           05  WS-LOG-ENTRY OCCURS 5000 TIMES
                                           PIC X(80).

      ******************************************************************
      *    IDIOMA DE LOS CLIENTES POR ENTIDAD (RENLNG)                 *
      *    CUSTOMER LANGUAGE BY ENTITY (RENLNG)                        *
      ******************************************************************
       01  WS-LANGUAGE-TABLE.
           05  WS-CNT-LNG                  PIC 9(03)   VALUE ZEROS.
           05  WS-LNG-ENTRY OCCURS 100 TIMES.
               10  WS-LNG-ENT              PIC X(04).
               10  WS-LNG-COD              PIC X(02).

       01  WS-COOWNER-TABLE.
           05  WS-CNT-COOWNER              PIC 9(02)   VALUE ZEROS.
           05  WS-COOWNER-ENTRY OCCURS 10 TIMES.
               10  WS-CO-ADR-CUS           PIC X(40).
               10  WS-CO-LOCALITY          PIC X(30).
               10  WS-CO-COD-POST          PIC X(10).
               10  WS-CO-TOWN              PIC X(04).

       01  WS-INDEXES.
           05  WN-IDX                      PIC S9(4) COMP VALUE +0.
           05  WN-IDX-CO                   PIC S9(4) COMP VALUE +0.
           05  WN-SEQ-OWNER                PIC 9(02)   VALUE ZEROS.

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C130S                 PIC X(08)   VALUE 'AC8C130S'.
           05  CA-AC8C150S                 PIC X(08)   VALUE 'AC8C150S'.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-TYPEINQ              PIC X(01)   VALUE '4'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-STAGE-FIRST              PIC X(01)   VALUE '1'.
           05  CA-STAGE-SECOND             PIC X(01)   VALUE '2'.
           05  CA-LNG-SPANISH              PIC X(02)   VALUE 'ES'.
           05  CA-LNG-ENGLISH              PIC X(02)   VALUE 'EN'.
           05  CA-DEF-DAYS-FIRST           PIC 9(03)   VALUE 60.
           05  CA-DEF-DAYS-SECOND          PIC 9(03)   VALUE 15.
           05  CA-MAX-POLICIES             PIC 9(04)   VALUE 2000.
           05  CA-MAX-LOG                  PIC 9(04)   VALUE 5000.
           05  CA-MAX-LNG                  PIC 9(03)   VALUE 100.
           05  CA-MAX-COOWNERS             PIC 9(02)   VALUE 10.

      ******************************************************************
      *    TEXTOS DE LA CARTA: 1 ESPANOL, 2 INGLES                     *
      *    LETTER TEXTS: 1 SPANISH, 2 ENGLISH                          *
      ******************************************************************
       01  CA-LETTER-TEXTS.
           05  CA-TXT-SPANISH.
               10  FILLER              PIC X(48)
                   VALUE 'AVISO DE VENCIMIENTO DE SU POLIZA DE SEGURO'.
               10  FILLER              PIC X(30)
                   VALUE 'SEGUNDO AVISO'.
               10  FILLER              PIC X(30)
                   VALUE 'COPIA PARA EL COPROPIETARIO'.
               10  FILLER              PIC X(20)
                   VALUE 'FECHA'.
               10  FILLER              PIC X(20)
                   VALUE 'DESTINATARIO'.
               10  FILLER              PIC X(20)
                   VALUE 'POLIZA N.'.
               10  FILLER              PIC X(20)
                   VALUE 'VENCE EL'.
               10  FILLER              PIC X(20)
                   VALUE 'ENTIDAD'.
               10  FILLER              PIC X(20)
                   VALUE 'BIEN N.'.
               10  FILLER              PIC X(20)
                   VALUE 'DESCRIPCION'.
               10  FILLER              PIC X(20)
                   VALUE 'FINCA'.
               10  FILLER              PIC X(20)
                   VALUE 'REFERENCIA'.
               10  FILLER              PIC X(48) VALUE
           'LE RECORDAMOS QUE LA POLIZA DE SEGURO DEL BIEN'.
               10  FILLER              PIC X(48) VALUE
           'QUE GARANTIZA SU PRESTAMO VENCE EN LA FECHA'.
               10  FILLER              PIC X(48) VALUE
           'INDICADA. LE ROGAMOS QUE NOS ENTREGUE EL RECIBO'.
               10  FILLER              PIC X(48) VALUE
           'DE RENOVACION ANTES DE ESA FECHA EN SU OFICINA.'.
               10  FILLER              PIC X(20)
                   VALUE 'SU OFICINA'.
           05  CA-TXT-ENGLISH.
               10  FILLER              PIC X(48)
                   VALUE 'INSURANCE POLICY EXPIRY REMINDER'.
               10  FILLER              PIC X(30)
                   VALUE 'SECOND REMINDER'.
               10  FILLER              PIC X(30)
                   VALUE 'CO-OWNER COPY'.
               10  FILLER              PIC X(20)
                   VALUE 'DATE'.
               10  FILLER              PIC X(20)
                   VALUE 'ADDRESSEE'.
               10  FILLER              PIC X(20)
                   VALUE 'POLICY NO.'.
               10  FILLER              PIC X(20)
                   VALUE 'EXPIRES ON'.
               10  FILLER              PIC X(20)
                   VALUE 'ENTITY'.
               10  FILLER              PIC X(20)
                   VALUE 'GOOD NO.'.
               10  FILLER              PIC X(20)
                   VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(20)
                   VALUE 'PLOT'.
               10  FILLER              PIC X(20)
                   VALUE 'PROPERTY'.
               10  FILLER              PIC X(48) VALUE
           'WE REMIND YOU THAT THE INSURANCE POLICY ON THE'.
               10  FILLER              PIC X(48) VALUE
           'GOOD SECURING YOUR LOAN EXPIRES ON THE DATE'.
               10  FILLER              PIC X(48) VALUE
           'SHOWN. PLEASE BRING THE RENEWAL RECEIPT TO YOUR'.
               10  FILLER              PIC X(48)
                   VALUE 'BRANCH BEFORE THAT DATE.'.
               10  FILLER              PIC X(20)
                   VALUE 'YOUR BRANCH'.

       01  CA-LETTER-TEXT-TABLE REDEFINES CA-LETTER-TEXTS.
           05  CA-TXT-LNG OCCURS 2 TIMES.
               10  CA-TXT-TITLE            PIC X(48).
               10  CA-TXT-SECOND           PIC X(30).
               10  CA-TXT-COPY             PIC X(30).
               10  CA-TXT-DATE             PIC X(20).
               10  CA-TXT-ADDRESSEE        PIC X(20).
               10  CA-TXT-POLICY           PIC X(20).
               10  CA-TXT-DAT-END          PIC X(20).
               10  CA-TXT-ENTITY           PIC X(20).
               10  CA-TXT-GOOD             PIC X(20).
               10  CA-TXT-DESCRIPTION      PIC X(20).
               10  CA-TXT-PLOT             PIC X(20).
               10  CA-TXT-PROPERTY         PIC X(20).
               10  CA-TXT-BODY OCCURS 4 TIMES
                                           PIC X(48).
               10  CA-TXT-SIGNATURE        PIC X(20).

      ******************************************************************
      *    LINEA DE LA CARTA: ETIQUETA + VALOR                         *
      *    LETTER LINE: LABEL + VALUE                                  *
      ******************************************************************
       01  WS-LETTER-LINE.
           05  FILLER                      PIC X(08).
           05  LL-LABEL                    PIC X(20).
           05  LL-VALUE                    PIC X(104).

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(40).
           05  TL-TEXT                     PIC X(48).
           05  FILLER                      PIC X(44).

       01  WS-BODY-LINE.
           05  FILLER                      PIC X(08).
           05  BL-TEXT                     PIC X(48).
           05  FILLER                      PIC X(76).

       01  WS-CO-VALUE.
           05  CV-COD-POST                 PIC X(10).
           05  FILLER                      PIC X(01).
           05  CV-LOCALITY                 PIC X(30).
           05  FILLER                      PIC X(01).
           05  CV-TOWN                     PIC X(04).

       01  WS-PRINT-CTL                    PIC X(01)   VALUE SPACE.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DE LA LISTA DE POLIZAS SIN RENOVACION                 *
      *    NO-RENEWAL LIST LINE                                        *
      ******************************************************************
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02).
           05  DTL-BRN                     PIC X(04).
           05  FILLER                      PIC X(02).
           05  DTL-NUM-GOOD                PIC 9(10).
           05  FILLER                      PIC X(02).
           05  DTL-COD-GOOD                PIC X(10).
           05  FILLER                      PIC X(02).
           05  DTL-POL-NUMBER              PIC X(12).
           05  FILLER                      PIC X(02).
           05  DTL-DAT-END                 PIC X(10).
           05  FILLER                      PIC X(02).
           05  DTL-DAYS                    PIC ZZ9.
           05  FILLER                      PIC X(02).
           05  DTL-STAGE                   PIC X(06).
           05  FILLER                      PIC X(02).
           05  DTL-STATUS                  PIC X(30).
           05  FILLER                      PIC X(02).
           05  DTL-DES-GOOD                PIC X(29).

       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-DAYS-EDIT                    PIC ZZ9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-EXTRACT-CONTROLS

           PERFORM READ-PARM

           PERFORM LOAD-LANGUAGE-TABLE

           PERFORM LOAD-POLICY-TABLE

           PERFORM LOAD-LETTER-LOG

           PERFORM SORT-EXTRACT-BY-BRANCH

           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-TITLE

           PERFORM UNTIL WS-EOF
               PERFORM READ-EXTRACT
               IF NOT WS-EOF
                   PERFORM PROCESS-ONE-GOOD
               END-IF
           END-PERFORM

           IF  NOT WS-FIRST-GOOD
               PERFORM WRITE-BRANCH-TOTAL
               PERFORM WRITE-ENTITY-TOTAL
           END-IF

           PERFORM WRITE-LETTER-LOG

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "ACJC1ROS - READ: "     WS-CNT-READ
                   "  EXPIRING: "          WS-CNT-EXPIRING
                   "  FIRST: "             WS-CNT-FIRST-SENT
                   "  SECOND: "            WS-CNT-SECOND-SENT
                   "  LETTERS: "           WS-CNT-LETTERS

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - SIN FECHA DE PROCESO SE TOMA LA DE CREACION DEL EXTRACTO.  *
      *     SIN DIAS DE AVISO SE AVISA A 60 Y A 15 DIAS; EL SEGUNDO    *
      *     AVISO DEBE SER MAS CERCANO QUE EL PRIMERO (RC=16 SI NO).   *
      *     SIN IDIOMA POR DEFECTO SE ESCRIBE EN ESPANOL.              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITH NO PROCESS DATE THE EXTRACT CREATION DATE IS USED.    *
      *     WITH NO NOTICE DAYS THE REMINDERS GO AT 60 AND 15 DAYS;    *
      *     THE SECOND MUST BE CLOSER THAN THE FIRST (RC=16            *
      *     OTHERWISE). WITH NO DEFAULT LANGUAGE SPANISH IS USED.      *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           OPEN INPUT REN-PARM-FILE

           READ REN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   IF  PARM-DAYS-FIRST IS NUMERIC
                       MOVE PARM-DAYS-FIRST   TO WS-DAYS-FIRST
                   END-IF
                   IF  PARM-DAYS-SECOND IS NUMERIC
                       MOVE PARM-DAYS-SECOND  TO WS-DAYS-SECOND
                   END-IF
                   MOVE PARM-DEF-LNG          TO WS-DEF-LNG
           END-READ

           CLOSE REN-PARM-FILE

           IF  WS-DAT-PROCESS EQUAL SPACES OR LOW-VALUES
               MOVE WS-HDR-DAT-CREATE     TO WS-DAT-PROCESS
           END-IF

           IF  WS-DAYS-FIRST EQUAL ZEROS
               MOVE CA-DEF-DAYS-FIRST     TO WS-DAYS-FIRST
           END-IF

           IF  WS-DAYS-SECOND EQUAL ZEROS
               MOVE CA-DEF-DAYS-SECOND    TO WS-DAYS-SECOND
           END-IF

           IF  WS-DAYS-SECOND NOT < WS-DAYS-FIRST
               MOVE "SECOND NOTICE NOT BEFORE FIRST"  TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  WS-DEF-LNG NOT EQUAL CA-LNG-ENGLISH
               MOVE CA-LNG-SPANISH        TO WS-DEF-LNG
           END-IF

           MOVE WS-DAT-PROCESS         TO WS-DAT-CHECK
           PERFORM CHECK-DATE

           IF  NOT WS-DATE-OK
               MOVE "INVALID PROCESS DATE"            TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           PERFORM COMPUTE-DATE-DAYS
           MOVE WS-DAT-END-DAYS        TO WS-DAT-PROCESS-DAYS.

      ******************************************************************
      *.PN                    LOAD-LANGUAGE-TABLE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - CARGA EL IDIOMA DE LOS CLIENTES DE CADA ENTIDAD. UNA       *
      *     ENTIDAD QUE NO ESTA USA EL IDIOMA POR DEFECTO DE RENPARM.  *
      *     LOS CODIGOS DISTINTOS DE ES O EN SE IGNORAN Y SE CUENTAN   *
      *     EN EL INFORME.                                             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOADS THE CUSTOMER LANGUAGE OF EACH ENTITY. AN ENTITY NOT  *
      *     LISTED USES THE RENPARM DEFAULT LANGUAGE. CODES OTHER THAN *
      *     ES OR EN ARE IGNORED AND COUNTED ON THE REPORT.            *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-LANGUAGE-TABLE.

           OPEN INPUT REN-LNG-FILE

           PERFORM UNTIL WS-LNG-EOF

               READ REN-LNG-FILE
                   AT END
                       SET WS-LNG-EOF TO TRUE
                   NOT AT END
                       IF  (LNG-COD EQUAL CA-LNG-SPANISH
                            OR LNG-COD EQUAL CA-LNG-ENGLISH)
                           AND WS-CNT-LNG < CA-MAX-LNG
                           ADD 1 TO WS-CNT-LNG
                           MOVE LNG-ENT  TO WS-LNG-ENT(WS-CNT-LNG)
                           MOVE LNG-COD  TO WS-LNG-COD(WS-CNT-LNG)
                       ELSE
                           ADD 1 TO WS-CNT-LNG-BAD
                       END-IF
               END-READ

           END-PERFORM

           CLOSE REN-LNG-FILE.

      ******************************************************************
      *.PN                    LOAD-POLICY-TABLE                        *
      ******************************************************************
       LOAD-POLICY-TABLE.

           OPEN INPUT POLICY-FILE

           PERFORM UNTIL WS-POL-EOF

               READ POLICY-FILE
                   AT END
                       SET WS-POL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-POLICIES
                       IF  WS-CNT-POL < CA-MAX-POLICIES
                           ADD 1 TO WS-CNT-POL
                           MOVE POL-NUMBER
                                   TO WS-POL-NUMBER(WS-CNT-POL)
                           MOVE POL-ENT
                                   TO WS-POL-ENT(WS-CNT-POL)
                           IF  POL-NUM-GOOD IS NUMERIC
                               MOVE POL-NUM-GOOD
                                   TO WS-POL-NUM-GOOD(WS-CNT-POL)
                           ELSE
                               MOVE ZEROS
                                   TO WS-POL-NUM-GOOD(WS-CNT-POL)
                           END-IF
                           MOVE POL-COD-PLOT
                                   TO WS-POL-PLOT(WS-CNT-POL)
                           MOVE POL-COD-PROPERTY
                                   TO WS-POL-PROPERTY(WS-CNT-POL)
                           MOVE POL-DAT-END
                                   TO WS-POL-DAT-END(WS-CNT-POL)
                       ELSE
                           MOVE "POLICY TABLE OVERFLOW"  TO WS-CTL-MSG
                           PERFORM CONTROL-ERROR
                       END-IF
               END-READ

           END-PERFORM

           CLOSE POLICY-FILE.

      ******************************************************************
      *.PN                    LOAD-LETTER-LOG                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - CARGA EL LOG ANTERIOR. LAS ENTRADAS DE COBERTURAS QUE YA   *
      *     TERMINARON ANTES DE LA FECHA DE PROCESO SE DESCARTAN. EN LA*
      *     PRIMERA EJECUCION EL FICHERO NO EXISTE.                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOADS THE PREVIOUS LOG. ENTRIES FOR COVER THAT ENDED       *
      *     BEFORE THE PROCESS DATE ARE DROPPED. ON THE FIRST RUN THE  *
      *     FILE DOES NOT EXIST.                                       *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-LETTER-LOG.

           OPEN INPUT LETTER-PREV-LOG-FILE

           PERFORM UNTIL WS-LOG-EOF

               READ LETTER-PREV-LOG-FILE INTO ACNC0064
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-LOG-IN
                       IF  N0064-DAT-END < WS-DAT-PROCESS
                           ADD 1 TO WS-CNT-LOG-DROPPED
                       ELSE
                           PERFORM ADD-LOG-ENTRY
                       END-IF
               END-READ

           END-PERFORM

           CLOSE LETTER-PREV-LOG-FILE.

      ******************************************************************
      *.PN                    ADD-LOG-ENTRY                            *
      ******************************************************************
       ADD-LOG-ENTRY.

           IF  WS-CNT-LOG < CA-MAX-LOG
               ADD 1 TO WS-CNT-LOG
               MOVE ACNC0064           TO WS-LOG-ENTRY(WS-CNT-LOG)
           ELSE
               MOVE "LETTER LOG TABLE OVERFLOW"  TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    SORT-EXTRACT-BY-BRANCH                   *
      ******************************************************************
       SORT-EXTRACT-BY-BRANCH.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
                                SR-BRN
                                SR-NUM-GOOD
               INPUT PROCEDURE IS RELEASE-DATA-RECORDS
               GIVING GOOD-EXTRACT-FILE.

      ******************************************************************
      *.PN                    RELEASE-DATA-RECORDS                     *
      ******************************************************************
       RELEASE-DATA-RECORDS.

           OPEN INPUT GOOD-EXTRACT-RAW

           PERFORM UNTIL WS-RAW-EOF

               READ GOOD-EXTRACT-RAW
                   AT END
                       SET WS-RAW-EOF TO TRUE
                   NOT AT END
                       IF  GOOD-EXTRACT-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-HEADER
                           AND GOOD-EXTRACT-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-TRAILER
                           RELEASE SORT-RECORD
                                   FROM GOOD-EXTRACT-RAW-RECORD
                       END-IF
               END-READ

           END-PERFORM

           CLOSE GOOD-EXTRACT-RAW.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT LETTER-LOG-FILE
                       LETTER-PRINT-FILE
                       REN-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE GOOD-EXTRACT-FILE
                 LETTER-LOG-FILE
                 LETTER-PRINT-FILE
                 REN-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-EXTRACT                             *
      ******************************************************************
       READ-EXTRACT.

           READ GOOD-EXTRACT-FILE INTO ACNC003
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-READ
           END-READ.

      ******************************************************************
      *.PN                    PROCESS-ONE-GOOD                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - DE LAS POLIZAS DEL BIEN (POR REFERENCIA DE BIEN O POR      *
      *     PARCELA/PROPIEDAD DE LA MISMA ENTIDAD) TOMA LA QUE TERMINA *
      *     MAS TARDE: UNA RENOVACION RECIBIDA TRAE UNA FECHA FIN      *
      *     POSTERIOR Y DEJA EL BIEN FUERA DE PLAZO. UN BIEN SIN       *
      *     POLIZA O CON LA COBERTURA YA VENCIDA NO SE TRATA AQUI      *
      *     (ACJC0ROS / AC6C0ROS). LAS POLIZAS CON FECHA FIN NO VALIDA *
      *     SE IGNORAN Y SE CUENTAN.                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - OF THE GOOD'S POLICIES (BY GOOD REFERENCE OR BY            *
      *     PLOT/PROPERTY OF THE SAME ENTITY) TAKES THE ONE ENDING     *
      *     LATEST: A RENEWAL RECEIVED CARRIES A LATER END DATE AND    *
      *     TAKES THE GOOD OUT OF THE WINDOW. A GOOD WITH NO POLICY OR *
      *     WITH ITS COVER ALREADY ENDED IS NOT HANDLED HERE (ACJC0ROS *
      *     / AC6C0ROS). POLICIES WITH AN INVALID END DATE ARE IGNORED *
      *     AND COUNTED.                                               *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD EQUAL CA-STATUS-ACTIVE

               ADD 1 TO WS-CNT-ACTIVE

               MOVE SPACES             TO WS-CVR-POL-NUMBER
               MOVE SPACES             TO WS-CVR-DAT-END

               PERFORM VARYING WN-IDX-POL FROM 1 BY 1
                       UNTIL WN-IDX-POL > WS-CNT-POL

                   IF  WS-POL-ENT(WN-IDX-POL) EQUAL N003-ENT
                       AND ((WS-POL-NUM-GOOD(WN-IDX-POL)
                                     NOT EQUAL ZEROS
                             AND WS-POL-NUM-GOOD(WN-IDX-POL)
                                     EQUAL N003-NUM-GOOD)
                         OR (WS-POL-PLOT(WN-IDX-POL) NOT EQUAL SPACES
                             AND WS-POL-PLOT(WN-IDX-POL)
                                     EQUAL N003-COD-PLOT
                             AND WS-POL-PROPERTY(WN-IDX-POL)
                                     EQUAL N003-COD-PROPERTY))

                       MOVE WS-POL-DAT-END(WN-IDX-POL)
                                       TO WS-DAT-CHECK
                       PERFORM CHECK-DATE

                       IF  NOT WS-DATE-OK
                           ADD 1 TO WS-CNT-BAD-DATE
                       ELSE
                           IF  WS-POL-DAT-END(WN-IDX-POL)
                                       > WS-CVR-DAT-END
                               MOVE WS-POL-DAT-END(WN-IDX-POL)
                                       TO WS-CVR-DAT-END
                               MOVE WS-POL-NUMBER(WN-IDX-POL)
                                       TO WS-CVR-POL-NUMBER
                           END-IF
                       END-IF

                   END-IF

               END-PERFORM

               IF  WS-CVR-DAT-END NOT EQUAL SPACES
                   AND WS-CVR-DAT-END NOT < WS-DAT-PROCESS

                   MOVE WS-CVR-DAT-END TO WS-DAT-CHECK
                   PERFORM COMPUTE-DATE-DAYS
                   COMPUTE WS-DAYS-TO-END = WS-DAT-END-DAYS
                                          - WS-DAT-PROCESS-DAYS
                   IF  WS-DAYS-TO-END < ZEROS
                       MOVE ZEROS      TO WS-DAYS-TO-END
                   END-IF

                   IF  WS-DAYS-TO-END NOT > WS-DAYS-FIRST
                       PERFORM HANDLE-EXPIRING-COVER
                   END-IF

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    HANDLE-EXPIRING-COVER                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - DENTRO DEL SEGUNDO PLAZO TOCA EL SEGUNDO AVISO; SI NO, EL  *
      *     PRIMERO. SI EL PROCESO NO CORRIO EN EL PRIMER PLAZO SOLO   *
      *     SE ENVIA EL SEGUNDO. UN AVISO YA ANOTADO EN EL LOG NO SE   *
      *     REPITE. UN BIEN SIN DIRECCION NO RECIBE CARTA Y NO SE      *
      *     ANOTA, PARA QUE SE ENVIE CUANDO SE CORRIJA. LA POLIZA SE   *
      *     LISTA SIEMPRE PARA LA LLAMADA DE LA OFICINA.               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITHIN THE SECOND WINDOW THE SECOND REMINDER IS DUE;       *
      *     OTHERWISE THE FIRST. IF THE BATCH DID NOT RUN DURING THE   *
      *     FIRST WINDOW ONLY THE SECOND IS SENT. A REMINDER ALREADY   *
      *     ON THE LOG IS NOT REPEATED. A GOOD WITH NO ADDRESS GETS NO *
      *     LETTER AND IS NOT LOGGED, SO IT GOES OUT ONCE FIXED. THE   *
      *     POLICY IS ALWAYS LISTED FOR THE BRANCH'S PHONE CALL.       *
      *B.PR.E                                                          *
      ******************************************************************
       HANDLE-EXPIRING-COVER.

           ADD 1 TO WS-CNT-EXPIRING

           PERFORM CHECK-BREAKS

           IF  WS-DAYS-TO-END NOT > WS-DAYS-SECOND
               MOVE CA-STAGE-SECOND    TO WS-CVR-STAGE
               MOVE WS-DAYS-SECOND     TO WS-CVR-DAYS-NOTICE
           ELSE
               MOVE CA-STAGE-FIRST     TO WS-CVR-STAGE
               MOVE WS-DAYS-FIRST      TO WS-CVR-DAYS-NOTICE
           END-IF

           MOVE SPACES                 TO ACNC0064
           MOVE N003-ENT               TO N0064-ENT
           MOVE N003-NUM-GOOD          TO N0064-NUM-GOOD
           MOVE WS-CVR-POL-NUMBER      TO N0064-POL-NUMBER
           MOVE WS-CVR-DAT-END         TO N0064-DAT-END
           MOVE WS-CVR-STAGE           TO N0064-STAGE

           PERFORM FIND-LOG-ENTRY

           IF  WS-ALREADY-LOGGED

               ADD 1 TO WS-CNT-ALREADY
               MOVE WS-LOG-ENTRY(WN-IDX-LOG)  TO ACNC0064
               MOVE SPACES             TO WS-CVR-STATUS
               STRING "ALREADY SENT ON "  DELIMITED BY SIZE
                      N0064-DAT-SENT      DELIMITED BY SIZE
                      INTO WS-CVR-STATUS

           ELSE

               PERFORM GATHER-ADDRESSES

               IF  NOT WS-ADDRESS-FOUND
                   ADD 1 TO WS-CNT-NO-ADDRESS
                   MOVE "NOT SENT - NO ADDRESS"  TO WS-CVR-STATUS
               ELSE
                   PERFORM RESOLVE-LANGUAGE
                   PERFORM PRINT-LETTERS

                   MOVE WS-CVR-DAYS-NOTICE     TO N0064-DAYS-NOTICE
                   MOVE WS-DAT-PROCESS         TO N0064-DAT-SENT
                   COMPUTE N0064-CNT-LETTERS = WS-CNT-COOWNER + 1
                   MOVE WS-LNG                 TO N0064-LNG
                   MOVE N003-BRN-GOOD          TO N0064-BRN-GOOD
                   PERFORM ADD-LOG-ENTRY

                   IF  WS-CVR-STAGE EQUAL CA-STAGE-SECOND
                       ADD 1 TO WS-CNT-SECOND-SENT
                   ELSE
                       ADD 1 TO WS-CNT-FIRST-SENT
                   END-IF

                   MOVE N0064-CNT-LETTERS      TO WS-DAYS-EDIT
                   MOVE SPACES                 TO WS-CVR-STATUS
                   STRING "SENT TODAY - "      DELIMITED BY SIZE
                          WS-DAYS-EDIT         DELIMITED BY SIZE
                          " LETTER(S)"         DELIMITED BY SIZE
                          INTO WS-CVR-STATUS
               END-IF

           END-IF

           PERFORM WRITE-REPORT-DETAIL.

      ******************************************************************
      *.PN                    CHECK-BREAKS                             *
      ******************************************************************
       CHECK-BREAKS.

           IF  WS-FIRST-GOOD
               MOVE 'N'                TO WS-SW-FIRST-GOOD
               MOVE N003-ENT           TO WS-PREV-ENT
               MOVE N003-BRN-GOOD      TO WS-PREV-BRN
               PERFORM WRITE-ENTITY-HEADING
           ELSE
               IF  N003-ENT NOT EQUAL WS-PREV-ENT
                   PERFORM WRITE-BRANCH-TOTAL
                   PERFORM WRITE-ENTITY-TOTAL
                   MOVE N003-ENT       TO WS-PREV-ENT
                   MOVE N003-BRN-GOOD  TO WS-PREV-BRN
                   PERFORM WRITE-ENTITY-HEADING
               ELSE
                   IF  N003-BRN-GOOD NOT EQUAL WS-PREV-BRN
                       PERFORM WRITE-BRANCH-TOTAL
                       MOVE N003-BRN-GOOD  TO WS-PREV-BRN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    FIND-LOG-ENTRY                           *
      ******************************************************************
       FIND-LOG-ENTRY.

           MOVE 'N'                    TO WS-SW-LOGGED

           PERFORM VARYING WN-IDX-LOG FROM 1 BY 1
                   UNTIL WN-IDX-LOG > WS-CNT-LOG
                      OR WS-ALREADY-LOGGED
               IF  WS-LOG-ENTRY(WN-IDX-LOG)(1:37) EQUAL N0064-KEY
                   SET WS-ALREADY-LOGGED   TO TRUE
               END-IF
           END-PERFORM

           IF  WS-ALREADY-LOGGED
               SUBTRACT 1 FROM WN-IDX-LOG
           END-IF.

      ******************************************************************
      *.PN                    GATHER-ADDRESSES                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA DIRECCION DEL TITULAR ES LA DEL BIEN COMPUESTA POR      *
      *     PE8C1900 (AC8C130S OPCION 4); LOS COPROPIETARIOS SE LEEN   *
      *     FILA A FILA DE AC8C150S. UN ERROR DE BASE DE DATOS DETIENE *
      *     EL PROCESO.                                                *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE HOLDER'S ADDRESS IS THE GOOD'S ADDRESS COMPOSED BY     *
      *     PE8C1900 (AC8C130S OPTION 4); THE CO-OWNERS ARE READ ROW   *
      *     BY ROW FROM AC8C150S. A DATABASE ERROR STOPS THE PROCESS.  *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-ADDRESSES.

           IF  N003-ENT NOT EQUAL WS-PARAM-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE N003-ENT           TO WS-PARAM-ENT
           END-IF

           MOVE 'N'                    TO WS-SW-ADDRESS

           INITIALIZE VA-ACEC130-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E130-OPTION
           MOVE N003-ENT               TO E130-ENT
           MOVE N003-NUM-GOOD          TO E130-NUM-GOOD

           CALL CA-AC8C130S   USING VA-ACEC130-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE
               WHEN E000-SW-RTN-OK
                   IF  E130-DES-COMPRADR NOT EQUAL SPACES
                       SET WS-ADDRESS-FOUND    TO TRUE
                   END-IF
               WHEN E000-SW-RTN-DB2
                   MOVE "AC8C130S INQUIRY ERROR"  TO WS-ERR-MSG
                   PERFORM LETTER-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE ZEROS                  TO WS-CNT-COOWNER

           IF  WS-ADDRESS-FOUND
               PERFORM GATHER-COOWNERS
           END-IF.

      ******************************************************************
      *.PN                    GATHER-COOWNERS                          *
      ******************************************************************
       GATHER-COOWNERS.

           MOVE 'N'                    TO WS-SW-ROWS-END
           MOVE ZEROS                  TO WN-SEQ-OWNER

           PERFORM UNTIL WS-ROWS-END

               ADD 1 TO WN-SEQ-OWNER

               INITIALIZE VA-ACEC150-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ     TO E150-OPTION
               MOVE N003-ENT           TO E150-ENT
               MOVE N003-NUM-GOOD      TO E150-NUM-GOOD
               MOVE WN-SEQ-OWNER       TO E150-SEQ-OWNER

               CALL CA-AC8C150S   USING VA-ACEC150-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN E000-SW-RTN-OK
                       ADD 1 TO WS-CNT-COOWNER
                       MOVE E150-ADR-CUS
                               TO WS-CO-ADR-CUS(WS-CNT-COOWNER)
                       MOVE E150-LOCALITY
                               TO WS-CO-LOCALITY(WS-CNT-COOWNER)
                       MOVE E150-COD-POST
                               TO WS-CO-COD-POST(WS-CNT-COOWNER)
                       MOVE E150-TOWN
                               TO WS-CO-TOWN(WS-CNT-COOWNER)

                   WHEN E000-SW-RTN-DB2
                       MOVE "AC8C150S INQUIRY ERROR"  TO WS-ERR-MSG
                       PERFORM LETTER-ERROR

                   WHEN OTHER
                       SET WS-ROWS-END     TO TRUE

               END-EVALUATE

               IF  WN-SEQ-OWNER NOT < CA-MAX-COOWNERS
                   SET WS-ROWS-END         TO TRUE
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           INITIALIZE TCEC9900

           MOVE CA-NUM-3               TO TCEC9900-OPTION
           MOVE N003-ENT               TO TCEC9900-KEY
           MOVE SPACES                 TO TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           IF  TCEC9900-COD-RETURN EQUAL CA-NUM-00
               MOVE TCEC9900-DATA-PARAM    TO QBEC999-DATA-PARAM
           ELSE
               MOVE "ENTITY PARAMS NOT FOUND"   TO WS-ERR-MSG
               PERFORM LETTER-ERROR
           END-IF.

      ******************************************************************
      *.PN                    RESOLVE-LANGUAGE                         *
      ******************************************************************
       RESOLVE-LANGUAGE.

           MOVE WS-DEF-LNG             TO WS-LNG

           PERFORM VARYING WN-IDX FROM 1 BY 1
                   UNTIL WN-IDX > WS-CNT-LNG
               IF  WS-LNG-ENT(WN-IDX) EQUAL N003-ENT
                   MOVE WS-LNG-COD(WN-IDX)  TO WS-LNG
               END-IF
           END-PERFORM

           IF  WS-LNG EQUAL CA-LNG-ENGLISH
               MOVE 2                  TO WN-IDX-LNG
           ELSE
               MOVE 1                  TO WN-IDX-LNG
           END-IF.

      ******************************************************************
      *.PN                    PRINT-LETTERS                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA CARTA AL TITULAR Y UNA COPIA A CADA COPROPIETARIO,     *
      *     CADA UNA EN PAGINA NUEVA.                                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONE LETTER TO THE HOLDER AND A COPY TO EACH CO-OWNER, EACH *
      *     ON A NEW PAGE.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       PRINT-LETTERS.

           MOVE ZEROS                  TO WN-IDX-CO

           PERFORM PRINT-ONE-LETTER

           PERFORM VARYING WN-IDX-CO FROM 1 BY 1
                   UNTIL WN-IDX-CO > WS-CNT-COOWNER
               PERFORM PRINT-ONE-LETTER
           END-PERFORM.

      ******************************************************************
      *.PN                    PRINT-ONE-LETTER                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - CON WN-IDX-CO A CERO LA CARTA VA AL TITULAR; SI NO, ES LA  *
      *     COPIA DEL COPROPIETARIO WN-IDX-CO.                         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITH WN-IDX-CO AT ZERO THE LETTER GOES TO THE HOLDER;      *
      *     OTHERWISE IT IS THE COPY FOR CO-OWNER WN-IDX-CO.           *
      *B.PR.E                                                          *
      ******************************************************************
       PRINT-ONE-LETTER.

           MOVE SPACES                 TO WS-LETTER-LINE

           MOVE SPACES                 TO WS-TITLE-LINE
           MOVE CA-TXT-TITLE(WN-IDX-LNG)  TO TL-TEXT
           MOVE WS-TITLE-LINE          TO WS-PRINT-LINE
           MOVE '1'                    TO WS-PRINT-CTL
           PERFORM WRITE-PRINT-LINE

           IF  WS-CVR-STAGE EQUAL CA-STAGE-SECOND
               MOVE SPACES             TO WS-TITLE-LINE
               MOVE CA-TXT-SECOND(WN-IDX-LNG)  TO TL-TEXT
               MOVE WS-TITLE-LINE      TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF

           IF  WN-IDX-CO > ZEROS
               MOVE SPACES             TO WS-TITLE-LINE
               MOVE CA-TXT-COPY(WN-IDX-LNG)    TO TL-TEXT
               MOVE WS-TITLE-LINE      TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF

           MOVE CA-TXT-ADDRESSEE(WN-IDX-LNG)  TO LL-LABEL
           MOVE '-'                    TO WS-PRINT-CTL

           IF  WN-IDX-CO EQUAL ZEROS
               MOVE E130-DES-COMPRADR  TO LL-VALUE
               PERFORM WRITE-LETTER-LINE
               IF  E130-DES-COMPRCTY NOT EQUAL SPACES
                   MOVE E130-DES-COMPRCTY  TO LL-VALUE
                   PERFORM WRITE-LETTER-LINE
               END-IF
           ELSE
               MOVE WS-CO-ADR-CUS(WN-IDX-CO)   TO LL-VALUE
               PERFORM WRITE-LETTER-LINE
               MOVE SPACES                     TO WS-CO-VALUE
               MOVE WS-CO-COD-POST(WN-IDX-CO)  TO CV-COD-POST
               MOVE WS-CO-LOCALITY(WN-IDX-CO)  TO CV-LOCALITY
               MOVE WS-CO-TOWN(WN-IDX-CO)      TO CV-TOWN
               MOVE WS-CO-VALUE                TO LL-VALUE
               PERFORM WRITE-LETTER-LINE
           END-IF

           MOVE CA-TXT-DATE(WN-IDX-LNG)       TO LL-LABEL
           MOVE WS-DAT-PROCESS         TO LL-VALUE
           MOVE '-'                    TO WS-PRINT-CTL
           PERFORM WRITE-LETTER-LINE

           MOVE CA-TXT-POLICY(WN-IDX-LNG)     TO LL-LABEL
           MOVE WS-CVR-POL-NUMBER      TO LL-VALUE
           MOVE '0'                    TO WS-PRINT-CTL
           PERFORM WRITE-LETTER-LINE

           MOVE CA-TXT-DAT-END(WN-IDX-LNG)    TO LL-LABEL
           MOVE WS-CVR-DAT-END         TO LL-VALUE
           PERFORM WRITE-LETTER-LINE

           MOVE CA-TXT-ENTITY(WN-IDX-LNG)     TO LL-LABEL
           MOVE N003-ENT               TO LL-VALUE
           MOVE '0'                    TO WS-PRINT-CTL
           PERFORM WRITE-LETTER-LINE

           MOVE CA-TXT-GOOD(WN-IDX-LNG)       TO LL-LABEL
           MOVE N003-NUM-GOOD          TO LL-VALUE
           PERFORM WRITE-LETTER-LINE

           MOVE CA-TXT-DESCRIPTION(WN-IDX-LNG) TO LL-LABEL
           MOVE N003-DES-GOOD          TO LL-VALUE
           PERFORM WRITE-LETTER-LINE

           MOVE CA-TXT-PLOT(WN-IDX-LNG)       TO LL-LABEL
           MOVE E130-COD-PLOT          TO LL-VALUE
           PERFORM WRITE-LETTER-LINE

           MOVE CA-TXT-PROPERTY(WN-IDX-LNG)   TO LL-LABEL
           MOVE E130-COD-PROPERTY      TO LL-VALUE
           PERFORM WRITE-LETTER-LINE

           MOVE '-'                    TO WS-PRINT-CTL
           PERFORM VARYING WN-IDX FROM 1 BY 1
                   UNTIL WN-IDX > 4
               MOVE SPACES             TO WS-BODY-LINE
               MOVE CA-TXT-BODY(WN-IDX-LNG, WN-IDX)   TO BL-TEXT
               MOVE WS-BODY-LINE       TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-PERFORM

           MOVE CA-TXT-SIGNATURE(WN-IDX-LNG)  TO LL-LABEL
           MOVE N003-BRN-GOOD          TO LL-VALUE
           MOVE '-'                    TO WS-PRINT-CTL
           PERFORM WRITE-LETTER-LINE

           ADD 1 TO WS-CNT-LETTERS.

      ******************************************************************
      *.PN                    WRITE-LETTER-LINE                        *
      ******************************************************************
       WRITE-LETTER-LINE.

           MOVE WS-LETTER-LINE         TO WS-PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE SPACES                 TO WS-LETTER-LINE.

      ******************************************************************
      *.PN                    WRITE-PRINT-LINE                         *
      ******************************************************************
       WRITE-PRINT-LINE.

           MOVE SPACES                 TO ACNC0060
           MOVE WS-PRINT-CTL           TO N0060-CTL-CHAR
           MOVE WS-PRINT-LINE          TO N0060-TEXT

           WRITE ACNC0060

           MOVE ' '                    TO WS-PRINT-CTL.

      ******************************************************************
      *.PN                    WRITE-LETTER-LOG                         *
      ******************************************************************
       WRITE-LETTER-LOG.

           PERFORM VARYING WN-IDX-LOG FROM 1 BY 1
                   UNTIL WN-IDX-LOG > WS-CNT-LOG
               MOVE WS-LOG-ENTRY(WN-IDX-LOG)  TO ACNC0064
               WRITE ACNC0064
           END-PERFORM.

      ******************************************************************
      *.PN                    CHECK-DATE                               *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA FECHA ES VALIDA SI VIENE COMO AAAA-MM-DD CON AAAA, MM Y *
      *     DD NUMERICOS, MES 01-12 Y DIA 01-31.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE DATE IS VALID WHEN IT COMES AS YYYY-MM-DD WITH NUMERIC *
      *     YYYY, MM AND DD, MONTH 01-12 AND DAY 01-31.                *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-DATE.

           MOVE 'N'                    TO WS-SW-DATE-OK

           IF  WS-DAT-CHECK(1:4) IS NUMERIC
               AND WS-DAT-CHECK(5:1) EQUAL '-'
               AND WS-DAT-CHECK(6:2) IS NUMERIC
               AND WS-DAT-CHECK(8:1) EQUAL '-'
               AND WS-DAT-CHECK(9:2) IS NUMERIC
               AND WS-DAT-CHECK(6:2) > '00'
               AND WS-DAT-CHECK(6:2) < '13'
               AND WS-DAT-CHECK(9:2) > '00'
               AND WS-DAT-CHECK(9:2) < '32'
               SET WS-DATE-OK          TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    COMPUTE-DATE-DAYS                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - DIAS DE WS-DAT-CHECK CON EL MES COMERCIAL, IGUAL QUE LOS   *
      *     DEMAS CALCULOS DE PLAZOS DEL SISTEMA.                      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - DAYS OF WS-DAT-CHECK WITH THE COMMERCIAL MONTH, LIKE THE   *
      *     OTHER TERM CALCULATIONS OF THE SYSTEM.                     *
      *B.PR.E                                                          *
      ******************************************************************
       COMPUTE-DATE-DAYS.

           COMPUTE WS-DAT-END-DAYS =
                   FUNCTION NUMVAL(WS-DAT-CHECK(1:4)) * 360 +
                   FUNCTION NUMVAL(WS-DAT-CHECK(6:2)) *  30 +
                   FUNCTION NUMVAL(WS-DAT-CHECK(9:2)).

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "INSURANCE POLICIES EXPIRING WITH NO RENEWAL AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DAYS-FIRST          TO WS-DAYS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FIRST REMINDER AT "  DELIMITED BY SIZE
                  WS-DAYS-EDIT          DELIMITED BY SIZE
                  " DAYS, SECOND AT "   DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-DAYS-SECOND         TO WS-DAYS-EDIT
           STRING WS-PRINT-LINE(1:38)   DELIMITED BY SIZE
                  WS-DAYS-EDIT          DELIMITED BY SIZE
                  " DAYS - PLEASE PHONE THE CUSTOMER"
                                        DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-HEADING                     *
      ******************************************************************
       WRITE-ENTITY-HEADING.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "          DELIMITED BY SIZE
                  WS-PREV-ENT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  BRN   GOOD        CODE        POLICY        "
                                     DELIMITED BY SIZE
                  "END DATE    DAYS  NOTICE  LETTERS"
                                     DELIMITED BY SIZE
                  "                         DESCRIPTION"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-REPORT-DETAIL                      *
      ******************************************************************
       WRITE-REPORT-DETAIL.

           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE N003-BRN-GOOD          TO DTL-BRN
           MOVE N003-NUM-GOOD          TO DTL-NUM-GOOD
           MOVE N003-COD-GOOD          TO DTL-COD-GOOD
           MOVE WS-CVR-POL-NUMBER      TO DTL-POL-NUMBER
           MOVE WS-CVR-DAT-END         TO DTL-DAT-END
           MOVE WS-DAYS-TO-END         TO DTL-DAYS
           IF  WS-CVR-STAGE EQUAL CA-STAGE-SECOND
               MOVE "SECOND"           TO DTL-STAGE
           ELSE
               MOVE "FIRST"            TO DTL-STAGE
           END-IF
           MOVE WS-CVR-STATUS          TO DTL-STATUS
           MOVE N003-DES-GOOD          TO DTL-DES-GOOD

           MOVE WS-DETAIL-LINE         TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-CNT-BRN-LIST
           ADD 1 TO WS-CNT-ENT-LIST.

      ******************************************************************
      *.PN                    WRITE-BRANCH-TOTAL                       *
      ******************************************************************
       WRITE-BRANCH-TOTAL.

           MOVE WS-CNT-BRN-LIST        TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  BRANCH "        DELIMITED BY SIZE
                  WS-PREV-BRN        DELIMITED BY SIZE
                  " - POLICIES TO PHONE: "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROS                  TO WS-CNT-BRN-LIST.

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
       WRITE-ENTITY-TOTAL.

           MOVE WS-CNT-ENT-LIST        TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ENTITY TOTAL - POLICIES TO PHONE: "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROS                  TO WS-CNT-ENT-LIST.

      ******************************************************************
      *.PN                    WRITE-REPORT-TOTALS                      *
      ******************************************************************
       WRITE-REPORT-TOTALS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "POLICIES READ"                TO WS-PRINT-LINE
           MOVE WS-CNT-POLICIES                TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "POLICIES WITH INVALID END DATE" TO WS-PRINT-LINE
           MOVE WS-CNT-BAD-DATE                TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "ACTIVE GOODS"                 TO WS-PRINT-LINE
           MOVE WS-CNT-ACTIVE                  TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "EXPIRING WITH NO RENEWAL"     TO WS-PRINT-LINE
           MOVE WS-CNT-EXPIRING                TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "FIRST REMINDERS SENT"         TO WS-PRINT-LINE
           MOVE WS-CNT-FIRST-SENT              TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "SECOND REMINDERS SENT"        TO WS-PRINT-LINE
           MOVE WS-CNT-SECOND-SENT             TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "LETTERS PRINTED"              TO WS-PRINT-LINE
           MOVE WS-CNT-LETTERS                 TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "REMINDERS ALREADY SENT"       TO WS-PRINT-LINE
           MOVE WS-CNT-ALREADY                 TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "NOT SENT - NO ADDRESS"        TO WS-PRINT-LINE
           MOVE WS-CNT-NO-ADDRESS              TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "LOG ENTRIES READ"             TO WS-PRINT-LINE
           MOVE WS-CNT-LOG-IN                  TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "LOG ENTRIES DROPPED (ENDED)"  TO WS-PRINT-LINE
           MOVE WS-CNT-LOG-DROPPED             TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "LOG ENTRIES WRITTEN"          TO WS-PRINT-LINE
           MOVE WS-CNT-LOG                     TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE

           MOVE "INVALID LANGUAGE CODES"       TO WS-PRINT-LINE
           MOVE WS-CNT-LNG-BAD                 TO WS-CNT-EDIT
           PERFORM WRITE-TOTAL-LINE.

      ******************************************************************
      *.PN                    WRITE-TOTAL-LINE                         *
      ******************************************************************
       WRITE-TOTAL-LINE.

           MOVE WS-CNT-EDIT            TO WS-PRINT-LINE(34:7)
           MOVE WS-PRINT-LINE          TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPRUEBA QUE EL EXTRACTO TRAE REGISTRO 'H' DE CABECERA    *
      *     EL PRIMERO Y 'T' DE COLA EL ULTIMO, Y QUE EL NUMERO DE     *
      *     REGISTROS Y LA SUMA DE CONTROL COINCIDEN CON LA COLA       *
      *     (RC=16 SI NO).                                             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CHECKS THAT THE EXTRACT HAS THE 'H' HEADER RECORD FIRST,   *
      *     'T' TRAILER LAST, AND RECORD COUNT AND HASH TOTAL          *
      *     MATCHING THE TRAILER (RC=16 OTHERWISE).                    *
      *B.PR.E                                                          *
      ******************************************************************
       VERIFY-EXTRACT-CONTROLS.

           OPEN INPUT GOOD-EXTRACT-RAW

           PERFORM UNTIL WS-CTL-EOF

               READ GOOD-EXTRACT-RAW
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-CTL
                       PERFORM CHECK-CONTROL-RECORD
               END-READ

           END-PERFORM

           CLOSE GOOD-EXTRACT-RAW

           IF  NOT WS-HDR-SEEN
               MOVE "HEADER RECORD MISSING"     TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  NOT WS-TRL-SEEN
               MOVE "TRAILER RECORD MISSING"    TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    CHECK-CONTROL-RECORD                     *
      ******************************************************************
       CHECK-CONTROL-RECORD.

           MOVE GOOD-EXTRACT-RAW-RECORD TO ACNC0034

           EVALUATE TRUE

               WHEN N0034-REC-HEADER

                   IF  WS-CNT-CTL NOT EQUAL 1
                       MOVE "HEADER NOT FIRST RECORD"  TO WS-CTL-MSG
                       PERFORM CONTROL-ERROR
                   END-IF

                   SET WS-HDR-SEEN                 TO TRUE
                   MOVE N0034-HDR-DAT-CREATE       TO WS-HDR-DAT-CREATE
                   MOVE N0034-HDR-SOURCE           TO WS-HDR-SOURCE

               WHEN N0034-REC-TRAILER

                   IF  WS-TRL-SEEN
                       MOVE "DUPLICATE TRAILER RECORD" TO WS-CTL-MSG
                       PERFORM CONTROL-ERROR
                   END-IF

                   IF  N0034-TRL-CNT-RECS NOT EQUAL WS-CNT-DATA
                       MOVE "TRAILER RECORD COUNT MISMATCH"
                                                       TO WS-CTL-MSG
                       PERFORM CONTROL-ERROR
                   END-IF

                   IF  N0034-TRL-HASH-AMT NOT EQUAL WS-HASH-AMT
                       MOVE "TRAILER HASH TOTAL MISMATCH"
                                                       TO WS-CTL-MSG
                       PERFORM CONTROL-ERROR
                   END-IF

                   SET WS-TRL-SEEN                 TO TRUE

               WHEN OTHER

                   IF  NOT WS-HDR-SEEN
                       MOVE "DATA RECORD BEFORE HEADER" TO WS-CTL-MSG
                       PERFORM CONTROL-ERROR
                   END-IF

                   IF  WS-TRL-SEEN
                       MOVE "DATA RECORD AFTER TRAILER" TO WS-CTL-MSG
                       PERFORM CONTROL-ERROR
                   END-IF

                   ADD 1 TO WS-CNT-DATA

                   IF  N0034-DAT-GOOD-AMT IS NUMERIC
                       ADD N0034-DAT-GOOD-AMT TO WS-HASH-AMT
                   END-IF

           END-EVALUATE.

      ******************************************************************
      *.PN                    CONTROL-ERROR                            *
      ******************************************************************
       CONTROL-ERROR.

           DISPLAY "ACJC1ROS - CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      *.PN                    LETTER-ERROR                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN ERROR DE LAS RUTINAS DETIENE EL PROCESO CON RETURN-CODE *
      *     16; EL LOG NO SE GRABA Y LA REPETICION VUELVE A GENERAR    *
      *     LAS CARTAS DEL DIA.                                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A ROUTINE ERROR STOPS THE PROCESS WITH RETURN-CODE 16; THE *
      *     LOG IS NOT WRITTEN AND THE RERUN PRODUCES THE DAY'S        *
      *     LETTERS AGAIN.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       LETTER-ERROR.

           DISPLAY "ACJC1ROS - ERROR: " WS-ERR-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
