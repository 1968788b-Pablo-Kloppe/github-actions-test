      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CERTIFICADOS DE LIBERACION DE GARANTIA DE LOS BIENES
      *     ANULADOS EN EL DIA
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     COLLATERAL RELEASE CERTIFICATES FOR THE GOODS ANNULLED     *
      *     DURING THE DAY                                             *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACLC1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     RECORRE LA PISTA DE AUDITORIA (AC8C171S) DE LA FECHA DE    *
      *     PROCESO Y TOMA LAS ANULACIONES (OPCION 2), TANTO LAS DE    *
      *     LA A003 COMO LAS DE LA CADENA DE DESINVERSION ACLC0ROS.    *
      *     POR CADA BIEN ANULADO EMITE UN CERTIFICADO DE LIBERACION   *
      *     NUMERADO (ENTIDAD, BIEN, DESCRIPCION, DIRECCION COMPUESTA  *
      *     POR PE8C1900, FINCA, COPROPIETARIOS Y FECHA DE ANULACION)  *
      *     EN EL IDIOMA DEL CLIENTE (ES/EN) EN UN FICHERO LISTO PARA  *
      *     IMPRIMIR, Y LO ANOTA EN EL REGISTRO DE CERTIFICADOS, QUE   *
      *     SE ARRASTRA DE CERTREGI A CERTREG. LAS PETICIONES DE       *
      *     REIMPRESION (CERTRPRQ) REPITEN EL CERTIFICADO CON SU MISMO *
      *     NUMERO MARCADO COMO DUPLICADO. UN BIEN YA CERTIFICADO NO   *
      *     SE VUELVE A CERTIFICAR, POR LO QUE REPETIR EL PROCESO NO   *
      *     DUPLICA DOCUMENTOS. LOS BIENES CERRADOS POR LA MIGRACION   *
      *     DE ENTIDAD (AC2C1ROS) NO SE LIBERAN Y SE OMITEN.           *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    CERTPARM         E     FECHA DE PROCESO E IDIOMA POR DEFECTO*
      *    CERTLNG          E     IDIOMA DE LOS CLIENTES POR ENTIDAD   *
      *    CERTRPRQ         E     PETICIONES DE REIMPRESION            *
      *    CERTREGI         E     REGISTRO DE CERTIFICADOS ANTERIOR    *
      *    CERTKEYS         S     PETICIONES ORDENADAS (TRABAJO)       *
      *    CERTREG          S     REGISTRO DE CERTIFICADOS (ACNC0059)  *
      *    CERTPRT          S     CERTIFICADOS A IMPRIMIR (ACNC0060)   *
      *    CERTRPT          S     INFORME DE CONTROL                   *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     WALKS THE AUDIT TRAIL (AC8C171S) OF THE PROCESS DATE AND   *
      *     PICKS THE ANNULMENTS (OPTION 2), BOTH THOSE FROM A003 AND  *
      *     THOSE FROM THE ACLC0ROS DISPOSAL PIPELINE. FOR EACH        *
      *     ANNULLED GOOD IT ISSUES A NUMBERED RELEASE CERTIFICATE     *
      *     (ENTITY, GOOD, DESCRIPTION, ADDRESS COMPOSED BY PE8C1900,  *
      *     PARCEL, CO-OWNERS AND ANNULMENT DATE) IN THE CUSTOMER'S    *
      *     LANGUAGE (ES/EN) ON A PRINT-READY FILE, AND RECORDS IT ON  *
      *     THE CERTIFICATE REGISTER, CARRIED FORWARD FROM CERTREGI TO *
      *     CERTREG. REPRINT REQUESTS (CERTRPRQ) REPEAT THE            *
      *     CERTIFICATE WITH ITS SAME NUMBER MARKED AS A DUPLICATE. A  *
      *     GOOD ALREADY CERTIFIED IS NOT CERTIFIED AGAIN, SO A RERUN  *
      *     DOES NOT DUPLICATE DOCUMENTS. GOODS CLOSED BY THE ENTITY   *
      *     MIGRATION (AC2C1ROS) ARE NOT RELEASED AND ARE SKIPPED.     *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    CERTPARM         I     PROCESS DATE AND DEFAULT LANGUAGE    *
      *    CERTLNG          I     CUSTOMER LANGUAGE BY ENTITY          *
      *    CERTRPRQ         I     REPRINT REQUESTS                     *
      *    CERTREGI         I     PREVIOUS CERTIFICATE REGISTER        *
      *    CERTKEYS         O     SORTED REQUESTS (WORK)               *
      *    CERTREG          O     CERTIFICATE REGISTER (ACNC0059)      *
      *    CERTPRT          O     CERTIFICATES TO PRINT (ACNC0060)     *
      *    CERTRPT          O     CONTROL REPORT                       *
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

           SELECT CERT-PARM-FILE       ASSIGN TO "CERTPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CERT-LNG-FILE
                                        ASSIGN TO "CERTLNG"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CERT-REPRINT-FILE
                                        ASSIGN TO "CERTRPRQ"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CERT-PREV-REG-FILE
                                        ASSIGN TO "CERTREGI"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT CERT-KEY-FILE        ASSIGN TO "CERTKEYS"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CERT-REG-FILE        ASSIGN TO "CERTREG"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CERT-PRINT-FILE      ASSIGN TO "CERTPRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CERT-REPORT-FILE     ASSIGN TO "CERTRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  CERT-PARM-FILE
           RECORDING MODE IS F.

       01  CERT-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-DEF-LNG                PIC X(02).

       FD  CERT-LNG-FILE
           RECORDING MODE IS F.

       01  CERT-LNG-RECORD.
           05  LNG-ENT                     PIC X(04).
           05  LNG-COD                     PIC X(02).

       FD  CERT-REPRINT-FILE
           RECORDING MODE IS F.

       01  CERT-REPRINT-RECORD.
           05  RPRQ-ENT                    PIC X(04).
           05  RPRQ-NUM-GOOD               PIC 9(10).
           05  RPRQ-USER                   PIC X(08).

       FD  CERT-PREV-REG-FILE
           RECORDING MODE IS F.

       01  CERT-PREV-REG-RECORD            PIC X(100).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT DE PETICIONES: ANULACIONES DE   *
      *    LA AUDITORIA ('A') Y REIMPRESIONES ('R') POR ENTIDAD +      *
      *    NUMERO DE BIEN, EN EL ORDEN DEL REGISTRO                    *
      *    REQUEST SORT WORK FILE: AUDIT ANNULMENTS ('A') AND          *
      *    REPRINTS ('R') BY ENTITY + GOOD NUMBER, IN REGISTER ORDER   *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-KEY.
               10  SR-ENT                  PIC X(04).
               10  SR-NUM-GOOD             PIC 9(10).
           05  SR-TYPE                     PIC X(01).
           05  SR-DAT                      PIC X(10).
           05  SR-USER                     PIC X(08).

       FD  CERT-KEY-FILE
           RECORDING MODE IS F.

       01  CERT-KEY-RECORD.
           05  KEY-KEY.
               10  KEY-ENT                 PIC X(04).
               10  KEY-NUM-GOOD            PIC 9(10).
           05  KEY-TYPE                    PIC X(01).
           05  KEY-DAT                     PIC X(10).
           05  KEY-USER                    PIC X(08).

       FD  CERT-REG-FILE
           RECORDING MODE IS F.

       01  CERT-REG-RECORD                 PIC X(100).

       FD  CERT-PRINT-FILE
           RECORDING MODE IS F.

           COPY ACNC0060.

       FD  CERT-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                     PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C110S                 *
      ******************************************************************
       01  VA-ACEC110-01.
           COPY ACEC110.

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
      *               COPY OF COMMAREA MODULE AC8C171S                 *
      ******************************************************************
       01  VA-ACEC171-01.
           COPY ACEC171.

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

      ******************************************************************
      *               COPY ACNC0059                                    *
      *               ENTRADA DEL REGISTRO DE CERTIFICADOS EN CURSO    *
      *               CURRENT CERTIFICATE REGISTER ENTRY               *
      ******************************************************************
           COPY ACNC0059.

      ******************************************************************
      *    ENTRADA DEL REGISTRO ANTERIOR PENDIENTE DE CASAR (MISMO     *
      *    FORMATO QUE ACNC0059)                                       *
      *    PREVIOUS REGISTER ENTRY WAITING TO BE MATCHED (SAME LAYOUT  *
      *    AS ACNC0059)                                                *
      ******************************************************************
       01  WS-REG-HOLD.
           05  WS-HOLD-REC-TYPE            PIC X(01).
           05  WS-HOLD-KEY                 PIC X(14).
           05  FILLER                      PIC X(85).

       01  WS-SWITCHES.
           05  WS-SW-AUDIT-END             PIC X(01)   VALUE 'N'.
               88  WS-AUDIT-END                        VALUE 'Y'.
           05  WS-SW-RPRQ-EOF              PIC X(01)   VALUE 'N'.
               88  WS-RPRQ-EOF                         VALUE 'Y'.
           05  WS-SW-LNG-EOF               PIC X(01)   VALUE 'N'.
               88  WS-LNG-EOF                          VALUE 'Y'.
           05  WS-SW-REG-EOF               PIC X(01)   VALUE 'N'.
               88  WS-REG-EOF                          VALUE 'Y'.
           05  WS-SW-KEY-EOF               PIC X(01)   VALUE 'N'.
               88  WS-KEY-EOF                          VALUE 'Y'.
           05  WS-SW-ROWS-END              PIC X(01)   VALUE 'N'.
               88  WS-ROWS-END                         VALUE 'Y'.
           05  WS-SW-GOOD-FOUND            PIC X(01)   VALUE 'N'.
               88  WS-GOOD-FOUND                       VALUE 'Y'.

       01  WS-BROWSE-FIELDS.
           05  WS-DAT-BEFORE               PIC X(10)   VALUE SPACES.
           05  WS-SEQ-BEFORE               PIC 9(09)   VALUE ZEROS.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-DEF-LNG                  PIC X(02)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CNT-AUDIT                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ANNUL                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-RPRQ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ISSUED               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-REPRINTED            PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ALREADY              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SKIPPED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-REJECTED             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LNG-BAD              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-PRINT-LINES          PIC 9(07)   VALUE ZEROS.

      ******************************************************************
      *    CONTROL DEL REGISTRO: ULTIMO NUMERO ASIGNADO Y REGISTROS    *
      *    'C' LEIDOS/GRABADOS                                         *
      *    REGISTER CONTROL: LAST NUMBER ASSIGNED AND 'C' RECORDS      *
      *    READ/WRITTEN                                                *
      ******************************************************************
       01  WS-REGISTER-CONTROL.
           05  WS-LAST-NUM-CERT            PIC 9(09)   VALUE ZEROS.
           05  WS-CNT-REG-IN               PIC 9(09)   VALUE ZEROS.
           05  WS-CNT-REG-TRL              PIC 9(09)   VALUE ZEROS.
           05  WS-CNT-REG-OUT              PIC 9(09)   VALUE ZEROS.
           05  WS-SW-REG-TRAILER           PIC X(01)   VALUE 'N'.
               88  WS-REG-TRAILER-FOUND                VALUE 'Y'.

      ******************************************************************
      *    GRUPO DE PETICIONES DE UN MISMO BIEN                        *
      *    GROUP OF REQUESTS FOR THE SAME GOOD                         *
      ******************************************************************
       01  WS-GROUP-FIELDS.
           05  WS-GRP-KEY.
               10  WS-GRP-ENT              PIC X(04)   VALUE SPACES.
               10  WS-GRP-NUM-GOOD         PIC 9(10)   VALUE ZEROS.
           05  WS-SW-GRP-ANNUL             PIC X(01)   VALUE 'N'.
               88  WS-GRP-ANNUL                        VALUE 'Y'.
           05  WS-SW-GRP-REPRINT           PIC X(01)   VALUE 'N'.
               88  WS-GRP-REPRINT                      VALUE 'Y'.
           05  WS-GRP-DAT-ANNUL            PIC X(10)   VALUE SPACES.
           05  WS-GRP-USER-ANNUL           PIC X(08)   VALUE SPACES.
           05  WS-GRP-USER-REPRINT         PIC X(08)   VALUE SPACES.

       01  WS-CERT-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-LNG                      PIC X(02)   VALUE SPACES.
           05  WN-IDX-LNG                  PIC S9(4) COMP VALUE +0.
           05  WS-SW-REPRINT               PIC X(01)   VALUE 'N'.
               88  WS-PRINT-DUPLICATE                  VALUE 'Y'.
           05  WS-DES-REASON               PIC X(50)   VALUE SPACES.
           05  WS-ERR-MSG                  PIC X(40)   VALUE SPACES.

      ******************************************************************
      *    IDIOMA DE LOS CLIENTES POR ENTIDAD (CERTLNG)                *
      *    CUSTOMER LANGUAGE BY ENTITY (CERTLNG)                       *
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

       01  WS-INDEXES.
           05  WN-IDX                      PIC S9(4) COMP VALUE +0.
           05  WN-SEQ-OWNER                PIC 9(02)   VALUE ZEROS.

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C110S                 PIC X(08)   VALUE 'AC8C110S'.
           05  CA-AC8C130S                 PIC X(08)   VALUE 'AC8C130S'.
           05  CA-AC8C150S                 PIC X(08)   VALUE 'AC8C150S'.
           05  CA-AC8C171S                 PIC X(08)   VALUE 'AC8C171S'.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-TYPEANN              PIC X(01)   VALUE '2'.
           05  CA-OPE-TYPEINQ              PIC X(01)   VALUE '4'.
           05  CA-MIG-COPY-TERM            PIC X(04)   VALUE 'MCPY'.
           05  CA-STATUS-ANNULLED          PIC X(01)   VALUE 'B'.
           05  CA-MRK-MIGRATED             PIC X(12)
                                   VALUE 'MIGRATED TO '.
           05  CA-REQ-ANNUL                PIC X(01)   VALUE 'A'.
           05  CA-REQ-REPRINT              PIC X(01)   VALUE 'R'.
           05  CA-REC-CERT                 PIC X(01)   VALUE 'C'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-LNG-SPANISH              PIC X(02)   VALUE 'ES'.
           05  CA-LNG-ENGLISH              PIC X(02)   VALUE 'EN'.
           05  CA-MAX-LNG                  PIC 9(03)   VALUE 100.
           05  CA-MAX-COOWNERS             PIC 9(02)   VALUE 10.

      ******************************************************************
      *    TEXTOS DEL CERTIFICADO: 1 ESPANOL, 2 INGLES                 *
      *    CERTIFICATE TEXTS: 1 SPANISH, 2 ENGLISH                     *
      ******************************************************************
       01  CA-CERT-TEXTS.
           05  CA-TXT-SPANISH.
               10  FILLER              PIC X(48)
                   VALUE 'CERTIFICADO DE LIBERACION DE GARANTIA'.
               10  FILLER              PIC X(20)
                   VALUE 'CERTIFICADO N.'.
               10  FILLER              PIC X(20)
                   VALUE 'FECHA DE EMISION'.
               10  FILLER              PIC X(30)
                   VALUE 'DUPLICADO - REIMPRESION N.'.
               10  FILLER              PIC X(20)
                   VALUE 'ENTIDAD'.
               10  FILLER              PIC X(20)
                   VALUE 'BIEN N.'.
               10  FILLER              PIC X(20)
                   VALUE 'DESCRIPCION'.
               10  FILLER              PIC X(20)
                   VALUE 'DIRECCION'.
               10  FILLER              PIC X(20)
                   VALUE 'FINCA'.
               10  FILLER              PIC X(20)
                   VALUE 'REFERENCIA'.
               10  FILLER              PIC X(20)
                   VALUE 'SECCION'.
               10  FILLER              PIC X(20)
                   VALUE 'BLOQUE'.
               10  FILLER              PIC X(20)
                   VALUE 'COPROPIETARIOS'.
               10  FILLER              PIC X(20)
                   VALUE 'NINGUNO'.
               10  FILLER              PIC X(20)
                   VALUE 'FECHA DE ANULACION'.
               10  FILLER              PIC X(48) VALUE
           'SE CERTIFICA QUE LA GARANTIA CONSTITUIDA SOBRE'.
               10  FILLER              PIC X(48)
                   VALUE 'EL BIEN DESCRITO HA QUEDADO CANCELADA Y'.
               10  FILLER              PIC X(48) VALUE
           'LIBERADA EN LA FECHA DE ANULACION INDICADA, SIN'.
               10  FILLER              PIC X(48) VALUE
           'QUE SUBSISTA CARGA ALGUNA A FAVOR DE LA ENTIDAD.'.
               10  FILLER              PIC X(20)
                   VALUE 'POR LA ENTIDAD'.
           05  CA-TXT-ENGLISH.
               10  FILLER              PIC X(48)
                   VALUE 'COLLATERAL RELEASE CERTIFICATE'.
               10  FILLER              PIC X(20)
                   VALUE 'CERTIFICATE NO.'.
               10  FILLER              PIC X(20)
                   VALUE 'ISSUE DATE'.
               10  FILLER              PIC X(30)
                   VALUE 'DUPLICATE - REPRINT NO.'.
               10  FILLER              PIC X(20)
                   VALUE 'ENTITY'.
               10  FILLER              PIC X(20)
                   VALUE 'GOOD NO.'.
               10  FILLER              PIC X(20)
                   VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(20)
                   VALUE 'ADDRESS'.
               10  FILLER              PIC X(20)
                   VALUE 'PLOT'.
               10  FILLER              PIC X(20)
                   VALUE 'PROPERTY'.
               10  FILLER              PIC X(20)
                   VALUE 'SECTION'.
               10  FILLER              PIC X(20)
                   VALUE 'BLOCK'.
               10  FILLER              PIC X(20)
                   VALUE 'CO-OWNERS'.
               10  FILLER              PIC X(20)
                   VALUE 'NONE'.
               10  FILLER              PIC X(20)
                   VALUE 'ANNULMENT DATE'.
               10  FILLER              PIC X(48) VALUE
           'THIS IS TO CERTIFY THAT THE COLLATERAL CHARGE'.
               10  FILLER              PIC X(48) VALUE
           'ON THE GOOD DESCRIBED ABOVE WAS CANCELLED AND'.
               10  FILLER              PIC X(48) VALUE
           'RELEASED ON THE ANNULMENT DATE SHOWN, AND THAT'.
               10  FILLER              PIC X(48)
                   VALUE 'NO CHARGE REMAINS IN FAVOUR OF THE ENTITY.'.
               10  FILLER              PIC X(20)
                   VALUE 'FOR THE ENTITY'.

       01  CA-CERT-TEXT-TABLE REDEFINES CA-CERT-TEXTS.
           05  CA-TXT-LNG OCCURS 2 TIMES.
               10  CA-TXT-TITLE            PIC X(48).
               10  CA-TXT-NUMBER           PIC X(20).
               10  CA-TXT-DAT-ISSUE        PIC X(20).
               10  CA-TXT-DUPLICATE        PIC X(30).
               10  CA-TXT-ENTITY           PIC X(20).
               10  CA-TXT-GOOD             PIC X(20).
               10  CA-TXT-DESCRIPTION      PIC X(20).
               10  CA-TXT-ADDRESS          PIC X(20).
               10  CA-TXT-PLOT             PIC X(20).
               10  CA-TXT-PROPERTY         PIC X(20).
               10  CA-TXT-SECTION          PIC X(20).
               10  CA-TXT-BLOCK            PIC X(20).
               10  CA-TXT-COOWNERS         PIC X(20).
               10  CA-TXT-NONE             PIC X(20).
               10  CA-TXT-DAT-ANNUL        PIC X(20).
               10  CA-TXT-BODY OCCURS 4 TIMES
                                           PIC X(48).
               10  CA-TXT-SIGNATURE        PIC X(20).

      ******************************************************************
      *    LINEA DEL CERTIFICADO: ETIQUETA + VALOR                     *
      *    CERTIFICATE LINE: LABEL + VALUE                             *
      ******************************************************************
       01  WS-CERT-LINE.
           05  FILLER                      PIC X(08).
           05  CL-LABEL                    PIC X(20).
           05  CL-VALUE                    PIC X(104).

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(40).
           05  TL-TEXT                     PIC X(48).
           05  FILLER                      PIC X(44).

       01  WS-DUP-LINE.
           05  FILLER                      PIC X(40).
           05  DL-TEXT                     PIC X(30).
           05  DL-NUM                      PIC ZZ9.
           05  FILLER                      PIC X(59).

       01  WS-BODY-LINE.
           05  FILLER                      PIC X(08).
           05  BL-TEXT                     PIC X(48).
           05  FILLER                      PIC X(76).

       01  WS-CO-VALUE.
           05  CV-ADR-CUS                  PIC X(40).
           05  FILLER                      PIC X(02).
           05  CV-LOCALITY                 PIC X(30).

       01  WS-PRINT-CTL                    PIC X(01)   VALUE SPACE.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DE DETALLE DEL INFORME DE CONTROL                     *
      *    CONTROL REPORT DETAIL LINE                                  *
      ******************************************************************
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(04).
           05  CDL-ACTION                  PIC X(10).
           05  FILLER                      PIC X(02).
           05  CDL-ENT                     PIC X(04).
           05  FILLER                      PIC X(04).
           05  CDL-NUM-GOOD                PIC 9(10).
           05  FILLER                      PIC X(04).
           05  CDL-NUM-CERT                PIC Z(8)9.
           05  FILLER                      PIC X(04).
           05  CDL-LNG                     PIC X(02).
           05  FILLER                      PIC X(03).
           05  CDL-DES-REASON              PIC X(50).
           05  FILLER                      PIC X(26).

       01  WS-NUM-CERT-EDIT                PIC Z(8)9.
       01  WS-NUM-REPRINT-EDIT             PIC ZZ9.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-CNT-EDIT-2                   PIC Z(6)9.
       01  WS-CNT-EDIT-3                   PIC Z(6)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM READ-PARM

           PERFORM LOAD-LANGUAGE-TABLE

           PERFORM READ-REGISTER-CONTROL

           PERFORM SORT-REQUEST-KEYS

           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-TITLE

           PERFORM READ-REGISTER

           PERFORM READ-KEY

           PERFORM UNTIL WS-REG-EOF AND WS-KEY-EOF

               IF  WS-HOLD-KEY < KEY-KEY
                   PERFORM COPY-REGISTER-ENTRY
               ELSE
                   PERFORM PROCESS-KEY-GROUP
               END-IF

           END-PERFORM

           PERFORM WRITE-REGISTER-TRAILER

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "ACLC1ROS - ANNULMENTS: "  WS-CNT-ANNUL
                   "  ISSUED: "               WS-CNT-ISSUED
                   "  REPRINTED: "            WS-CNT-REPRINTED
                   "  REJECTED: "             WS-CNT-REJECTED

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           OPEN INPUT CERT-PARM-FILE

           READ CERT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   MOVE PARM-DEF-LNG          TO WS-DEF-LNG
           END-READ

           CLOSE CERT-PARM-FILE

      *    LA FECHA DE PROCESO SELECCIONA LAS ANULACIONES DEL DIA; SIN
      *    ELLA SE CERTIFICARIA TODA LA AUDITORIA.
      *    THE PROCESS DATE SELECTS THE DAY'S ANNULMENTS; WITHOUT IT
      *    THE WHOLE AUDIT TRAIL WOULD BE CERTIFIED.
           IF  WS-DAT-PROCESS EQUAL SPACES OR LOW-VALUES
               MOVE "PROCESS DATE PARAMETER MISSING"  TO WS-ERR-MSG
               PERFORM CERT-ERROR
           END-IF

           IF  WS-DEF-LNG NOT EQUAL CA-LNG-ENGLISH
               MOVE CA-LNG-SPANISH    TO WS-DEF-LNG
           END-IF.

      ******************************************************************
      *.PN                    LOAD-LANGUAGE-TABLE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - CARGA EL IDIOMA DE LOS CLIENTES DE CADA ENTIDAD. UNA       *
      *     ENTIDAD QUE NO FIGURA USA EL IDIOMA POR DEFECTO DE         *
      *     CERTPARM. LOS CODIGOS QUE NO SON ES NI EN SE IGNORAN Y SE  *
      *     CUENTAN EN EL INFORME.                                     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOADS THE CUSTOMER LANGUAGE OF EACH ENTITY. AN ENTITY NOT  *
      *     LISTED USES THE CERTPARM DEFAULT LANGUAGE. CODES OTHER     *
      *     THAN ES OR EN ARE IGNORED AND COUNTED ON THE REPORT.       *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-LANGUAGE-TABLE.

           OPEN INPUT CERT-LNG-FILE

           PERFORM UNTIL WS-LNG-EOF

               READ CERT-LNG-FILE
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

           CLOSE CERT-LNG-FILE.

      ******************************************************************
      *.PN                    READ-REGISTER-CONTROL                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - PRIMERA PASADA SOBRE EL REGISTRO ANTERIOR PARA OBTENER EL  *
      *     ULTIMO NUMERO DE CERTIFICADO DE SU REGISTRO DE CONTROL Y   *
      *     CUADRAR EL NUMERO DE REGISTROS. UN REGISTRO DESCUADRADO SE *
      *     RECHAZA CON RETURN-CODE 16 PARA NO REPETIR NUMEROS. EN LA  *
      *     PRIMERA EJECUCION EL FICHERO NO EXISTE.                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - FIRST PASS OVER THE PREVIOUS REGISTER TO GET THE LAST      *
      *     CERTIFICATE NUMBER FROM ITS CONTROL RECORD AND TIE THE     *
      *     RECORD COUNT. A REGISTER THAT DOES NOT TIE IS REFUSED WITH *
      *     RETURN-CODE 16 SO NUMBERS ARE NOT REUSED. ON THE FIRST RUN *
      *     THE FILE DOES NOT EXIST.                                   *
      *B.PR.E                                                          *
      ******************************************************************
       READ-REGISTER-CONTROL.

           OPEN INPUT CERT-PREV-REG-FILE

           PERFORM UNTIL WS-REG-EOF

               READ CERT-PREV-REG-FILE INTO ACNC0059
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN N0059-REC-CERT
                               ADD 1 TO WS-CNT-REG-IN
                           WHEN N0059-REC-TRAILER
                               SET WS-REG-TRAILER-FOUND TO TRUE
                               MOVE N0059-TRL-LAST-NUM
                                               TO WS-LAST-NUM-CERT
                               MOVE N0059-TRL-CNT-CERT
                                               TO WS-CNT-REG-TRL
                           WHEN OTHER
                               MOVE "INVALID REGISTER RECORD TYPE"
                                               TO WS-ERR-MSG
                               PERFORM CERT-ERROR
                       END-EVALUATE
               END-READ

           END-PERFORM

           CLOSE CERT-PREV-REG-FILE

           MOVE 'N'                    TO WS-SW-REG-EOF

           IF  WS-CNT-REG-IN GREATER ZEROS
               AND NOT WS-REG-TRAILER-FOUND
               MOVE "REGISTER CONTROL RECORD MISSING" TO WS-ERR-MSG
               PERFORM CERT-ERROR
           END-IF

           IF  WS-REG-TRAILER-FOUND
               AND WS-CNT-REG-IN NOT EQUAL WS-CNT-REG-TRL
               MOVE "REGISTER COUNT DOES NOT TIE"     TO WS-ERR-MSG
               PERFORM CERT-ERROR
           END-IF.

      ******************************************************************
      *.PN                    SORT-REQUEST-KEYS                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - JUNTA LAS ANULACIONES DEL DIA Y LAS REIMPRESIONES PEDIDAS  *
      *     Y LAS ORDENA POR ENTIDAD + NUMERO DE BIEN, EL ORDEN DEL    *
      *     REGISTRO, PARA CASARLAS CON EL EN UNA SOLA PASADA, IGUAL   *
      *     QUE AC9C0ROS ORDENA LAS CLAVES DE LA AUDITORIA.            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - GATHERS THE DAY'S ANNULMENTS AND THE REPRINTS REQUESTED    *
      *     AND SORTS THEM BY ENTITY + GOOD NUMBER, THE REGISTER ORDER,*
      *     TO MATCH THEM AGAINST IT IN ONE PASS, THE SAME WAY         *
      *     AC9C0ROS SORTS THE AUDIT KEYS.                             *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-REQUEST-KEYS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
                                SR-NUM-GOOD
                                SR-TYPE
               INPUT PROCEDURE IS RELEASE-REQUEST-KEYS
               GIVING CERT-KEY-FILE.

      ******************************************************************
      *.PN                    RELEASE-REQUEST-KEYS                     *
      ******************************************************************
       RELEASE-REQUEST-KEYS.

           PERFORM BROWSE-NEXT-AUDIT

           PERFORM UNTIL WS-AUDIT-END

      *        LAS FILAS COPIADAS POR LA MIGRACION (AC2C1ROS) NO SON
      *        ANULACIONES DEL DIA.
      *        ROWS COPIED BY THE MIGRATION (AC2C1ROS) ARE NOT
      *        ANNULMENTS OF THE DAY.
               IF  E171-OPTION EQUAL CA-OPE-TYPEANN
                   AND E171-STP-TERMINAL NOT EQUAL CA-MIG-COPY-TERM

                   MOVE E171-ENT             TO SR-ENT
                   MOVE E171-NUM-GOOD        TO SR-NUM-GOOD
                   MOVE CA-REQ-ANNUL         TO SR-TYPE
                   MOVE E171-DAT-PROCESS     TO SR-DAT
                   MOVE E171-STP-USER        TO SR-USER

                   RELEASE SORT-RECORD

                   ADD 1 TO WS-CNT-ANNUL

               END-IF

               MOVE E171-DAT-PROCESS     TO WS-DAT-BEFORE
               MOVE E171-SEQ-ROW         TO WS-SEQ-BEFORE

               PERFORM BROWSE-NEXT-AUDIT

           END-PERFORM

           OPEN INPUT CERT-REPRINT-FILE

           PERFORM UNTIL WS-RPRQ-EOF

               READ CERT-REPRINT-FILE
                   AT END
                       SET WS-RPRQ-EOF TO TRUE
                   NOT AT END
                       MOVE RPRQ-ENT         TO SR-ENT
                       MOVE RPRQ-NUM-GOOD    TO SR-NUM-GOOD
                       MOVE CA-REQ-REPRINT   TO SR-TYPE
                       MOVE SPACES           TO SR-DAT
                       MOVE RPRQ-USER        TO SR-USER

                       RELEASE SORT-RECORD

                       ADD 1 TO WS-CNT-RPRQ
               END-READ

           END-PERFORM

           CLOSE CERT-REPRINT-FILE.

      ******************************************************************
      *.PN                    BROWSE-NEXT-AUDIT                        *
      ******************************************************************
       BROWSE-NEXT-AUDIT.

           INITIALIZE VA-ACEC171-01
                      VA-ACEC000-01

           MOVE SPACES                 TO E171-ENT-FILTER
           MOVE ZEROS                  TO E171-NUM-GOOD-FILTER
           MOVE SPACES                 TO E171-USER-FILTER
           MOVE WS-DAT-PROCESS         TO E171-DAT-FROM
           MOVE WS-DAT-PROCESS         TO E171-DAT-TO
           MOVE WS-DAT-BEFORE          TO E171-DAT-BEFORE
           MOVE WS-SEQ-BEFORE          TO E171-SEQ-BEFORE

           CALL CA-AC8C171S   USING VA-ACEC171-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE "AC8C171S BROWSE ERROR"   TO WS-ERR-MSG
               PERFORM CERT-ERROR
           END-IF

           IF  E171-FLG-FOUND EQUAL CA-YES
               ADD 1 TO WS-CNT-AUDIT
           ELSE
               SET WS-AUDIT-END TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  CERT-PREV-REG-FILE
                       CERT-KEY-FILE
           OPEN OUTPUT CERT-REG-FILE
                       CERT-PRINT-FILE
                       CERT-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE CERT-PREV-REG-FILE
                 CERT-KEY-FILE
                 CERT-REG-FILE
                 CERT-PRINT-FILE
                 CERT-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-REGISTER                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - LEE LA SIGUIENTE ENTRADA 'C' DEL REGISTRO ANTERIOR. EL     *
      *     REGISTRO DE CONTROL SE SALTA: SE VUELVE A GRABAR AL FINAL. *
      *     AL ACABAR, LA CLAVE PASA A HIGH-VALUES PARA EL CASE.       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - READS THE NEXT 'C' ENTRY OF THE PREVIOUS REGISTER. THE     *
      *     CONTROL RECORD IS SKIPPED: IT IS WRITTEN AGAIN AT THE END. *
      *     AT END THE KEY IS SET TO HIGH-VALUES FOR THE MATCH.        *
      *B.PR.E                                                          *
      ******************************************************************
       READ-REGISTER.

           MOVE SPACES                 TO WS-HOLD-REC-TYPE

           PERFORM UNTIL WS-REG-EOF
                      OR WS-HOLD-REC-TYPE EQUAL CA-REC-CERT

               READ CERT-PREV-REG-FILE INTO WS-REG-HOLD
                   AT END
                       SET WS-REG-EOF TO TRUE
                       MOVE HIGH-VALUES    TO WS-HOLD-KEY
               END-READ

           END-PERFORM.

      ******************************************************************
      *.PN                    READ-KEY                                 *
      ******************************************************************
       READ-KEY.

           READ CERT-KEY-FILE
               AT END
                   SET WS-KEY-EOF TO TRUE
                   MOVE HIGH-VALUES        TO KEY-KEY
           END-READ.

      ******************************************************************
      *.PN                    COPY-REGISTER-ENTRY                      *
      ******************************************************************
       COPY-REGISTER-ENTRY.

           MOVE WS-REG-HOLD            TO ACNC0059

           PERFORM WRITE-REGISTER-ENTRY

           PERFORM READ-REGISTER.

      ******************************************************************
      *.PN                    PROCESS-KEY-GROUP                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - JUNTA LAS PETICIONES DEL MISMO BIEN Y LAS CASA CON EL      *
      *     REGISTRO:                                                  *
      *     . BIEN YA CERTIFICADO: SI SE PIDIO REIMPRESION SE REPITE   *
      *       EL CERTIFICADO; UNA ANULACION SE CUENTA COMO YA EMITIDA  *
      *       (REPETIR EL PROCESO NO DUPLICA CERTIFICADOS).            *
      *     . BIEN SIN CERTIFICADO: UNA ANULACION EMITE UNO NUEVO; UNA *
      *       REIMPRESION SOLA SE RECHAZA.                             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - GATHERS THE REQUESTS FOR THE SAME GOOD AND MATCHES THEM    *
      *     AGAINST THE REGISTER:                                      *
      *     . GOOD ALREADY CERTIFIED: A REPRINT REQUEST REPEATS THE    *
      *       CERTIFICATE; AN ANNULMENT IS COUNTED AS ALREADY ISSUED   *
      *       (A RERUN DOES NOT DUPLICATE CERTIFICATES).               *
      *     . GOOD WITH NO CERTIFICATE: AN ANNULMENT ISSUES A NEW ONE; *
      *       A REPRINT ON ITS OWN IS REJECTED.                        *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-KEY-GROUP.

           PERFORM GATHER-KEY-GROUP

           IF  WS-HOLD-KEY EQUAL WS-GRP-KEY

               MOVE WS-REG-HOLD        TO ACNC0059

               IF  WS-GRP-REPRINT
                   PERFORM REPRINT-CERTIFICATE
               ELSE
                   ADD 1 TO WS-CNT-ALREADY
                   MOVE "CERTIFICATE ALREADY ISSUED"
                                       TO WS-DES-REASON
                   MOVE "ON FILE   "   TO CDL-ACTION
                   PERFORM WRITE-REPORT-DETAIL
               END-IF

               PERFORM WRITE-REGISTER-ENTRY

               PERFORM READ-REGISTER

           ELSE

               IF  WS-GRP-ANNUL
                   PERFORM ISSUE-CERTIFICATE
               ELSE
                   MOVE SPACES         TO ACNC0059
                   MOVE WS-GRP-ENT     TO N0059-ENT
                   MOVE WS-GRP-NUM-GOOD
                                       TO N0059-NUM-GOOD
                   MOVE ZEROS          TO N0059-NUM-CERT
                   PERFORM REJECT-REQUEST-NO-CERT
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    GATHER-KEY-GROUP                         *
      ******************************************************************
       GATHER-KEY-GROUP.

           MOVE KEY-KEY                TO WS-GRP-KEY
           MOVE 'N'                    TO WS-SW-GRP-ANNUL
           MOVE 'N'                    TO WS-SW-GRP-REPRINT
           MOVE SPACES                 TO WS-GRP-DAT-ANNUL
                                          WS-GRP-USER-ANNUL
                                          WS-GRP-USER-REPRINT

           PERFORM UNTIL WS-KEY-EOF
                      OR KEY-KEY NOT EQUAL WS-GRP-KEY

               IF  KEY-TYPE EQUAL CA-REQ-ANNUL
                   SET WS-GRP-ANNUL    TO TRUE
                   MOVE KEY-DAT        TO WS-GRP-DAT-ANNUL
                   MOVE KEY-USER       TO WS-GRP-USER-ANNUL
               ELSE
                   SET WS-GRP-REPRINT  TO TRUE
                   MOVE KEY-USER       TO WS-GRP-USER-REPRINT
               END-IF

               PERFORM READ-KEY

           END-PERFORM.

      ******************************************************************
      *.PN                    ISSUE-CERTIFICATE                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - SOLO SE CERTIFICA UN BIEN QUE SIGUE ANULADO (ESTADO 'B').  *
      *     LOS BIENES CERRADOS POR LA MIGRACION DE ENTIDAD (AC2C1ROS  *
      *     DEJA "MIGRATED TO" EN LOS COMENTARIOS) SIGUEN GARANTIZANDO *
      *     EN LA ENTIDAD NUEVA Y SE OMITEN. EL NUMERO ES EL SIGUIENTE *
      *     AL ULTIMO DEL REGISTRO.                                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONLY A GOOD STILL ANNULLED (STATUS 'B') IS CERTIFIED.      *
      *     GOODS CLOSED BY THE ENTITY MIGRATION (AC2C1ROS LEAVES      *
      *     "MIGRATED TO" IN THE COMMENTS) STILL SECURE THE LOAN IN    *
      *     THE NEW ENTITY AND ARE SKIPPED. THE NUMBER IS THE ONE      *
      *     FOLLOWING THE LAST OF THE REGISTER.                        *
      *B.PR.E                                                          *
      ******************************************************************
       ISSUE-CERTIFICATE.

           MOVE SPACES                 TO ACNC0059
           MOVE CA-REC-CERT            TO N0059-REC-TYPE
           MOVE WS-GRP-ENT             TO N0059-ENT
           MOVE WS-GRP-NUM-GOOD        TO N0059-NUM-GOOD
           MOVE ZEROS                  TO N0059-NUM-CERT
                                          N0059-CNT-REPRINT

           PERFORM INQUIRE-GOOD

           EVALUATE TRUE

               WHEN NOT WS-GOOD-FOUND
                   PERFORM REJECT-REQUEST

               WHEN E110-STATUS-GOOD NOT EQUAL CA-STATUS-ANNULLED
                   ADD 1 TO WS-CNT-SKIPPED
                   MOVE "GOOD NO LONGER ANNULLED"   TO WS-DES-REASON
                   MOVE "SKIPPED   "   TO CDL-ACTION
                   PERFORM WRITE-REPORT-DETAIL

               WHEN E110-COMMENTS(1:12) EQUAL CA-MRK-MIGRATED
                   ADD 1 TO WS-CNT-SKIPPED
                   MOVE "GOOD CLOSED BY ENTITY MIGRATION"
                                       TO WS-DES-REASON
                   MOVE "SKIPPED   "   TO CDL-ACTION
                   PERFORM WRITE-REPORT-DETAIL

               WHEN OTHER
                   ADD 1 TO WS-LAST-NUM-CERT
                   MOVE WS-LAST-NUM-CERT       TO N0059-NUM-CERT
                   MOVE WS-GRP-DAT-ANNUL       TO N0059-DAT-ANNUL
                   MOVE WS-GRP-USER-ANNUL      TO N0059-USER-ANNUL
                   MOVE WS-DAT-PROCESS         TO N0059-DAT-ISSUE
                   PERFORM RESOLVE-LANGUAGE
                   MOVE WS-LNG                 TO N0059-LNG

                   MOVE 'N'                    TO WS-SW-REPRINT
                   PERFORM PRINT-CERTIFICATE

                   PERFORM WRITE-REGISTER-ENTRY

                   ADD 1 TO WS-CNT-ISSUED
                   MOVE SPACES                 TO WS-DES-REASON
                   MOVE "ISSUED    "           TO CDL-ACTION
                   PERFORM WRITE-REPORT-DETAIL

           END-EVALUATE.

      ******************************************************************
      *.PN                    REPRINT-CERTIFICATE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - REPITE EL CERTIFICADO CON SU MISMO NUMERO, IDIOMA Y FECHA  *
      *     DE ANULACION, MARCADO COMO DUPLICADO, Y ANOTA LA           *
      *     REIMPRESION EN EL REGISTRO. SI EL BIEN YA NO SE PUEDE      *
      *     CONSULTAR LA PETICION SE RECHAZA Y EL REGISTRO NO CAMBIA.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REPEATS THE CERTIFICATE WITH ITS SAME NUMBER, LANGUAGE AND *
      *     ANNULMENT DATE, MARKED AS A DUPLICATE, AND RECORDS THE     *
      *     REPRINT ON THE REGISTER. IF THE GOOD CAN NO LONGER BE      *
      *     INQUIRED THE REQUEST IS REJECTED AND THE REGISTER IS LEFT  *
      *     AS IT WAS.                                                 *
      *B.PR.E                                                          *
      ******************************************************************
       REPRINT-CERTIFICATE.

           PERFORM INQUIRE-GOOD

           IF  WS-GOOD-FOUND

               IF  N0059-CNT-REPRINT < 999
                   ADD 1 TO N0059-CNT-REPRINT
               END-IF
               MOVE WS-DAT-PROCESS     TO N0059-DAT-REPRINT
               MOVE N0059-LNG          TO WS-LNG

               SET WS-PRINT-DUPLICATE  TO TRUE
               PERFORM PRINT-CERTIFICATE

               ADD 1 TO WS-CNT-REPRINTED
               MOVE SPACES             TO WS-DES-REASON
               MOVE "REPRINTED "       TO CDL-ACTION
               PERFORM WRITE-REPORT-DETAIL

           ELSE
               PERFORM REJECT-REQUEST
           END-IF.

      ******************************************************************
      *.PN                    INQUIRE-GOOD                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA LOS DATOS BASICOS (AC8C110S OPCION 4), LOS DE     *
      *     BIEN RAIZ (AC8C130S OPCION 4) Y LOS COPROPIETARIOS DEL     *
      *     BIEN. UN BIEN SIN DATOS DE BIEN RAIZ SE CERTIFICA SIN      *
      *     DIRECCION NI FINCA. UN ERROR DE BASE DE DATOS DETIENE EL   *
      *     PROCESO.                                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE BASIC DATA (AC8C110S OPTION 4), THE REAL      *
      *     ESTATE DATA (AC8C130S OPTION 4) AND THE CO-OWNERS OF THE   *
      *     GOOD. A GOOD WITH NO REAL ESTATE DATA IS CERTIFIED WITH NO *
      *     ADDRESS OR PLOT. A DATABASE ERROR STOPS THE PROCESS.       *
      *B.PR.E                                                          *
      ******************************************************************
       INQUIRE-GOOD.

           IF  WS-GRP-ENT NOT EQUAL WS-PREV-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE WS-GRP-ENT         TO WS-PREV-ENT
           END-IF

           MOVE 'N'                    TO WS-SW-GOOD-FOUND

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E110-OPTION
           MOVE WS-GRP-ENT             TO E110-ENT
           MOVE WS-GRP-NUM-GOOD        TO E110-NUM-GOOD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE
               WHEN E000-SW-RTN-OK
                   SET WS-GOOD-FOUND   TO TRUE
               WHEN E000-SW-RTN-DB2
                   MOVE "AC8C110S INQUIRY ERROR"  TO WS-ERR-MSG
                   PERFORM CERT-ERROR
               WHEN OTHER
                   MOVE "GOOD NOT FOUND"          TO WS-DES-REASON
           END-EVALUATE

           IF  WS-GOOD-FOUND

               INITIALIZE VA-ACEC130-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ     TO E130-OPTION
               MOVE WS-GRP-ENT         TO E130-ENT
               MOVE WS-GRP-NUM-GOOD    TO E130-NUM-GOOD

               CALL CA-AC8C130S   USING VA-ACEC130-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE
                   WHEN E000-SW-RTN-OK
                       CONTINUE
                   WHEN E000-SW-RTN-DB2
                       MOVE "AC8C130S INQUIRY ERROR" TO WS-ERR-MSG
                       PERFORM CERT-ERROR
                   WHEN OTHER
                       INITIALIZE VA-ACEC130-01
               END-EVALUATE

               PERFORM GATHER-COOWNERS

           END-IF.

      ******************************************************************
      *.PN                    GATHER-COOWNERS                          *
      ******************************************************************
       GATHER-COOWNERS.

           MOVE ZEROS                  TO WS-CNT-COOWNER
           MOVE 'N'                    TO WS-SW-ROWS-END
           MOVE ZEROS                  TO WN-SEQ-OWNER

           PERFORM UNTIL WS-ROWS-END

               ADD 1 TO WN-SEQ-OWNER

               INITIALIZE VA-ACEC150-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ     TO E150-OPTION
               MOVE WS-GRP-ENT         TO E150-ENT
               MOVE WS-GRP-NUM-GOOD    TO E150-NUM-GOOD
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

                   WHEN E000-SW-RTN-DB2
                       MOVE "AC8C150S INQUIRY ERROR"  TO WS-ERR-MSG
                       PERFORM CERT-ERROR

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
           MOVE WS-GRP-ENT             TO TCEC9900-KEY
           MOVE SPACES                 TO TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           IF  TCEC9900-COD-RETURN EQUAL CA-NUM-00
               MOVE TCEC9900-DATA-PARAM    TO QBEC999-DATA-PARAM
           ELSE
               MOVE "ENTITY PARAMS NOT FOUND"   TO WS-ERR-MSG
               PERFORM CERT-ERROR
           END-IF.

      ******************************************************************
      *.PN                    RESOLVE-LANGUAGE                         *
      ******************************************************************
       RESOLVE-LANGUAGE.

           MOVE WS-DEF-LNG             TO WS-LNG

           PERFORM VARYING WN-IDX FROM 1 BY 1
                   UNTIL WN-IDX > WS-CNT-LNG
               IF  WS-LNG-ENT(WN-IDX) EQUAL N0059-ENT
                   MOVE WS-LNG-COD(WN-IDX)  TO WS-LNG
               END-IF
           END-PERFORM.

      ******************************************************************
      *.PN                    PRINT-CERTIFICATE                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - IMPRIME UN CERTIFICADO EN PAGINA NUEVA CON LOS TEXTOS DEL  *
      *     IDIOMA RESUELTO. LA REIMPRESION LLEVA LA LINEA DE          *
      *     DUPLICADO BAJO EL TITULO.                                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PRINTS ONE CERTIFICATE ON A NEW PAGE WITH THE TEXTS OF THE *
      *     RESOLVED LANGUAGE. A REPRINT CARRIES THE DUPLICATE LINE    *
      *     UNDER THE TITLE.                                           *
      *B.PR.E                                                          *
      ******************************************************************
       PRINT-CERTIFICATE.

           MOVE SPACES                 TO WS-CERT-LINE

           IF  WS-LNG EQUAL CA-LNG-ENGLISH
               MOVE 2                  TO WN-IDX-LNG
           ELSE
               MOVE 1                  TO WN-IDX-LNG
           END-IF

           MOVE SPACES                 TO WS-TITLE-LINE
           MOVE CA-TXT-TITLE(WN-IDX-LNG)  TO TL-TEXT
           MOVE WS-TITLE-LINE          TO WS-PRINT-LINE
           MOVE '1'                    TO WS-PRINT-CTL
           PERFORM WRITE-PRINT-LINE

           IF  WS-PRINT-DUPLICATE
               MOVE SPACES             TO WS-DUP-LINE
               MOVE CA-TXT-DUPLICATE(WN-IDX-LNG)  TO DL-TEXT
               MOVE N0059-CNT-REPRINT  TO DL-NUM
               MOVE WS-DUP-LINE        TO WS-PRINT-LINE
               MOVE '0'                TO WS-PRINT-CTL
               PERFORM WRITE-PRINT-LINE
           END-IF

           MOVE N0059-NUM-CERT         TO WS-NUM-CERT-EDIT
           MOVE CA-TXT-NUMBER(WN-IDX-LNG)     TO CL-LABEL
           MOVE WS-NUM-CERT-EDIT       TO CL-VALUE
           MOVE '-'                    TO WS-PRINT-CTL
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-DAT-ISSUE(WN-IDX-LNG)  TO CL-LABEL
           MOVE N0059-DAT-ISSUE        TO CL-VALUE
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-ENTITY(WN-IDX-LNG)     TO CL-LABEL
           MOVE N0059-ENT              TO CL-VALUE
           MOVE '0'                    TO WS-PRINT-CTL
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-GOOD(WN-IDX-LNG)       TO CL-LABEL
           MOVE N0059-NUM-GOOD         TO CL-VALUE
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-DESCRIPTION(WN-IDX-LNG) TO CL-LABEL
           MOVE E110-DES-GOOD          TO CL-VALUE
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-ADDRESS(WN-IDX-LNG)    TO CL-LABEL
           MOVE E130-DES-COMPRADR      TO CL-VALUE
           PERFORM WRITE-CERT-LINE

           IF  E130-DES-COMPRCTY NOT EQUAL SPACES
               MOVE SPACES             TO CL-LABEL
               MOVE E130-DES-COMPRCTY  TO CL-VALUE
               PERFORM WRITE-CERT-LINE
           END-IF

           MOVE CA-TXT-PLOT(WN-IDX-LNG)       TO CL-LABEL
           MOVE E130-COD-PLOT          TO CL-VALUE
           MOVE '0'                    TO WS-PRINT-CTL
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-PROPERTY(WN-IDX-LNG)   TO CL-LABEL
           MOVE E130-COD-PROPERTY      TO CL-VALUE
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-SECTION(WN-IDX-LNG)    TO CL-LABEL
           MOVE E130-DES-SECTION       TO CL-VALUE
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-BLOCK(WN-IDX-LNG)      TO CL-LABEL
           MOVE E130-DES-BLOCK         TO CL-VALUE
           PERFORM WRITE-CERT-LINE

           MOVE CA-TXT-COOWNERS(WN-IDX-LNG)   TO CL-LABEL
           MOVE '0'                    TO WS-PRINT-CTL

           IF  WS-CNT-COOWNER EQUAL ZEROS
               MOVE CA-TXT-NONE(WN-IDX-LNG)   TO CL-VALUE
               PERFORM WRITE-CERT-LINE
           ELSE
               PERFORM VARYING WN-IDX FROM 1 BY 1
                       UNTIL WN-IDX > WS-CNT-COOWNER
                   MOVE SPACES                   TO WS-CO-VALUE
                   MOVE WS-CO-ADR-CUS(WN-IDX)    TO CV-ADR-CUS
                   MOVE WS-CO-LOCALITY(WN-IDX)   TO CV-LOCALITY
                   MOVE WS-CO-VALUE              TO CL-VALUE
                   PERFORM WRITE-CERT-LINE
                   MOVE SPACES                   TO CL-LABEL
               END-PERFORM
           END-IF

           MOVE CA-TXT-DAT-ANNUL(WN-IDX-LNG)  TO CL-LABEL
           MOVE N0059-DAT-ANNUL        TO CL-VALUE
           MOVE '0'                    TO WS-PRINT-CTL
           PERFORM WRITE-CERT-LINE

           MOVE '-'                    TO WS-PRINT-CTL
           PERFORM VARYING WN-IDX FROM 1 BY 1
                   UNTIL WN-IDX > 4
               MOVE SPACES             TO WS-BODY-LINE
               MOVE CA-TXT-BODY(WN-IDX-LNG, WN-IDX)   TO BL-TEXT
               MOVE WS-BODY-LINE       TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-PERFORM

           MOVE CA-TXT-SIGNATURE(WN-IDX-LNG)  TO CL-LABEL
           MOVE N0059-ENT              TO CL-VALUE
           MOVE '-'                    TO WS-PRINT-CTL
           PERFORM WRITE-CERT-LINE.

      ******************************************************************
      *.PN                    WRITE-CERT-LINE                          *
      ******************************************************************
       WRITE-CERT-LINE.

           MOVE WS-CERT-LINE           TO WS-PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE SPACES                 TO WS-CERT-LINE.

      ******************************************************************
      *.PN                    WRITE-PRINT-LINE                         *
      ******************************************************************
       WRITE-PRINT-LINE.

           MOVE SPACES                 TO ACNC0060
           MOVE WS-PRINT-CTL           TO N0060-CTL-CHAR
           MOVE WS-PRINT-LINE          TO N0060-TEXT

           WRITE ACNC0060

           ADD 1 TO WS-CNT-PRINT-LINES

           MOVE ' '                    TO WS-PRINT-CTL.

      ******************************************************************
      *.PN                    WRITE-REGISTER-ENTRY                     *
      ******************************************************************
       WRITE-REGISTER-ENTRY.

           MOVE ACNC0059               TO CERT-REG-RECORD

           WRITE CERT-REG-RECORD

           ADD 1 TO WS-CNT-REG-OUT.

      ******************************************************************
      *.PN                    WRITE-REGISTER-TRAILER                   *
      ******************************************************************
       WRITE-REGISTER-TRAILER.

           MOVE SPACES                 TO ACNC0059
           MOVE CA-REC-TRAILER         TO N0059-REC-TYPE
           MOVE WS-LAST-NUM-CERT       TO N0059-TRL-LAST-NUM
           MOVE WS-CNT-REG-OUT         TO N0059-TRL-CNT-CERT
           MOVE WS-DAT-PROCESS         TO N0059-TRL-DAT-RUN

           MOVE ACNC0059               TO CERT-REG-RECORD

           WRITE CERT-REG-RECORD.

      ******************************************************************
      *.PN                    REJECT-REQUEST-NO-CERT                   *
      ******************************************************************
       REJECT-REQUEST-NO-CERT.

           MOVE "REPRINT REQUESTED - NO CERTIFICATE ON FILE"
                                       TO WS-DES-REASON

           PERFORM REJECT-REQUEST.

      ******************************************************************
      *.PN                    REJECT-REQUEST                           *
      ******************************************************************
       REJECT-REQUEST.

           ADD 1 TO WS-CNT-REJECTED

           MOVE "REJECTED  "           TO CDL-ACTION

           PERFORM WRITE-REPORT-DETAIL.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-DETAIL-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "COLLATERAL RELEASE CERTIFICATES AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "    ACTION      ENTITY  GOOD NUMBER  "
                                           DELIMITED BY SIZE
                  "CERTIFICATE  LNG  REASON"
                                           DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-REPORT-DETAIL                      *
      ******************************************************************
       WRITE-REPORT-DETAIL.

           MOVE WS-GRP-ENT             TO CDL-ENT
           MOVE WS-GRP-NUM-GOOD        TO CDL-NUM-GOOD

           IF  N0059-NUM-CERT IS NUMERIC
               AND N0059-NUM-CERT GREATER ZEROS
               MOVE N0059-NUM-CERT     TO CDL-NUM-CERT
               MOVE N0059-LNG          TO CDL-LNG
           END-IF

           MOVE WS-DES-REASON          TO CDL-DES-REASON

           MOVE WS-DETAIL-LINE         TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-DETAIL-LINE
                                          WS-DES-REASON.

      ******************************************************************
      *.PN                    WRITE-REPORT-TOTALS                      *
      ******************************************************************
       WRITE-REPORT-TOTALS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-AUDIT           TO WS-CNT-EDIT
           MOVE WS-CNT-ANNUL           TO WS-CNT-EDIT-2
           MOVE WS-CNT-RPRQ            TO WS-CNT-EDIT-3

           MOVE SPACES TO WS-PRINT-LINE
           STRING "AUDIT ROWS READ "       DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  "  ANNULMENTS "          DELIMITED BY SIZE
                  WS-CNT-EDIT-2            DELIMITED BY SIZE
                  "  REPRINT REQUESTS "    DELIMITED BY SIZE
                  WS-CNT-EDIT-3            DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-ISSUED          TO WS-CNT-EDIT
           MOVE WS-CNT-REPRINTED       TO WS-CNT-EDIT-2
           MOVE WS-CNT-ALREADY         TO WS-CNT-EDIT-3

           MOVE SPACES TO WS-PRINT-LINE
           STRING "CERTIFICATES ISSUED "   DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  "  REPRINTED "           DELIMITED BY SIZE
                  WS-CNT-EDIT-2            DELIMITED BY SIZE
                  "  ALREADY ISSUED "      DELIMITED BY SIZE
                  WS-CNT-EDIT-3            DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-SKIPPED         TO WS-CNT-EDIT
           MOVE WS-CNT-REJECTED        TO WS-CNT-EDIT-2
           MOVE WS-CNT-LNG-BAD         TO WS-CNT-EDIT-3

           MOVE SPACES TO WS-PRINT-LINE
           STRING "SKIPPED "               DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  "  REJECTED "            DELIMITED BY SIZE
                  WS-CNT-EDIT-2            DELIMITED BY SIZE
                  "  LANGUAGE CODES IGNORED "
                                           DELIMITED BY SIZE
                  WS-CNT-EDIT-3            DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LAST-NUM-CERT       TO WS-NUM-CERT-EDIT
           MOVE WS-CNT-REG-OUT         TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "LAST CERTIFICATE NUMBER "
                                           DELIMITED BY SIZE
                  WS-NUM-CERT-EDIT         DELIMITED BY SIZE
                  "  REGISTER ENTRIES "    DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    CERT-ERROR                               *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN ERROR DE LAS RUTINAS DE ACCESO O UN REGISTRO DESCUADRADO*
      *     DETIENE EL PROCESO CON RETURN-CODE 16: SEGUIR PODRIA DEJAR *
      *     BIENES SIN CERTIFICAR O REPETIR NUMEROS DE CERTIFICADO.    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - AN ACCESS ROUTINE ERROR OR A REGISTER THAT DOES NOT TIE    *
      *     STOPS THE PROCESS WITH RETURN-CODE 16: CARRYING ON COULD   *
      *     LEAVE GOODS UNCERTIFIED OR REUSE CERTIFICATE NUMBERS.      *
      *B.PR.E                                                          *
      ******************************************************************
       CERT-ERROR.

           DISPLAY "ACLC1ROS - CERTIFICATE ERROR: " WS-ERR-MSG
                   " RC=" E000-SW-COD-RTN
                   " ERR=" E000-ERRCOD

           MOVE 16 TO RETURN-CODE

           GOBACK.
