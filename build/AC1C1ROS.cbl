      ******************************************************************
      *A.PD.S
      *     PROGRAMA ON-LINE TRANSACIONAL
      *     ASOCIADO A LA TRANSACCION A010
      *     REGISTRO Y CONSULTA DE PROMOCIONES DE PROPIEDAD HORIZONTAL
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     TRANSACTIONAL ON-LINE PROGRAM ASSOCIATED WITH              *
      *     A010 TRANSACTION                                           *
      *     HORIZONTAL-PROPERTY DEVELOPMENT REGISTRATION AND INQUIRY   *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC1C1ROS IS INITIAL.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     ALTA EN UNA SOLA OPERACION DE TODAS LAS UNIDADES (PISOS,  *
      *     GARAJES, TRASTEROS) DE UNA PROMOCION DE PROPIEDAD         *
      *     HORIZONTAL. LA CABECERA LLEVA LOS DATOS COMUNES (EDIFICIO,*
      *     DIRECCION, PARCELA, TITULAR) Y CADA UNIDAD SOLO LO QUE LA *
      *     DISTINGUE (PORTAL, PISO/PUERTA, AREAS, FINCA, TIPO E      *
      *     IMPORTE). CADA UNIDAD SE DA DE ALTA COMO UN BIEN CON LAS  *
      *     MISMAS VALIDACIONES Y LAS MISMAS RUTINAS QUE LA OPCION 1  *
      *     DE LA A003 (AC1C0ROS), INCLUIDA LA COMPROBACION DE        *
      *     PARCELA DUPLICADA, Y CON SU PROPIA FILA DE AUDITORIA. LA  *
      *     CONSULTA LISTA LAS UNIDADES DE LA PROMOCION (ENTIDAD +    *
      *     NUMERO DE EDIFICIO) CON SUS TOTALES. LAS PROMOCIONES      *
      *     RECIBIDAS EN FICHERO SE CARGAN EN BATCH CON AC2C2ROS.     *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    QBEC999         E     AREA COM. DE LA LINKAGE               *
      *    TCEC9900       E/S    AREA COM. MODULO TC9C9900             *
      *    ACEC110        E/S    AREA COM. RUTINA AC8C110S             *
      *    ACEC130        E/S    AREA COM. RUTINA AC8C130S             *
      *    ACEC150        E/S    AREA COM. RUTINA AC8C150S             *
      *    ACEC160        E/S    AREA COM. RUTINA AC8C160S             *
      *    ACEC170        E/S    AREA COM. RUTINA AC8C170S             *
      *    ACEC180        E/S    AREA COM. RUTINA AC8C180S             *
      *    ACWC001        E/S    AREA DE LA TABLA DE FORMATOS          *
      *    PEEC190        E/S    AREA COM. RUTINA PE8C1900             *
      *    QGECABC         E     COPY DE ABEND                         *
      *    ACNC010        E/S    COPY DE PANTALLA A010                 *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     REGISTERS IN A SINGLE OPERATION EVERY UNIT (FLATS,        *
      *     GARAGES, STORAGE ROOMS) OF A HORIZONTAL-PROPERTY          *
      *     DEVELOPMENT. THE HEADER CARRIES THE SHARED DATA           *
      *     (BUILDING, ADDRESS, PLOT, HOLDER) AND EACH UNIT ONLY WHAT *
      *     SETS IT APART (PORTAL, FLOOR/DOOR, AREAS, PROPERTY CODE,  *
      *     TYPE AND AMOUNT). EACH UNIT IS REGISTERED AS A GOOD WITH  *
      *     THE SAME VALIDATIONS AND THE SAME ROUTINES AS A003 OPTION *
      *     1 (AC1C0ROS), INCLUDING THE DUPLICATE-PARCEL CHECK, AND   *
      *     WITH ITS OWN AUDIT ROW. THE INQUIRY LISTS THE UNITS OF    *
      *     THE DEVELOPMENT (ENTITY + BUILDING NUMBER) WITH THEIR     *
      *     TOTALS. DEVELOPMENTS RECEIVED ON FILE ARE LOADED IN BATCH *
      *     BY AC2C2ROS.                                              *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    QBEC999         I     COMMAREA                              *
      *    TCEC9900       I/O    COMMAREA MODULE TC9C9900              *
      *    ACEC110        I/O    COMMAREA MODULE AC8C110S              *
      *    ACEC130        I/O    COMMAREA MODULE AC8C130S              *
      *    ACEC150        I/O    COMMAREA MODULE AC8C150S              *
      *    ACEC160        I/O    COMMAREA MODULE AC8C160S              *
      *    ACEC170        I/O    COMMAREA MODULE AC8C170S              *
      *    ACEC180        I/O    COMMAREA MODULE AC8C180S              *
      *    ACWC001        I/O    FORMAT TABLE AREA                     *
      *    PEEC190        I/O    COMMAREA MODULE PE8C1900              *
      *    QGECABC         I     ABEND  COPY                           *
      *    ACNC010        I/O    A010 SCREEN COPY                      *
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

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      * COPY FOR AUXILIARY VARIABLES TO MIGRATION.
       COPY QAECPREC.

      * COPY FOR CICS VALUES.
       COPY QAWCCO2C.

      * COPY TO CALL A PROGRAM DYNAMICALLY.
       COPY QAWCCO4C.

      ******************************************************************
      *A.PR.S                                                          *
      *     COPY DE CONSTANTES DE LA APLICACION DE GARANTIAS           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *     COPY OF CONSTANTS FOR THE COLLATERAL APPLICATION           *
      *B.PR.E                                                          *
      ******************************************************************
       01  VA-ACWC000-01.
           COPY ACWC000.

      ******************************************************************
      *               COPY ACWC001                                     *
      *               TABLA DE FORMATOS DE CODIGO POSTAL               *
      *               POSTAL CODE FORMAT TABLE                         *
      ******************************************************************
       01  VA-ACWC001-01.
           COPY ACWC001.

      ******************************************************************
      *                 COPY OF COMMAREA ABEND ROUTINE                 *
      ******************************************************************
       01  VA-QGECABC-01.
           COPY QGECABC.

      ******************************************************************
      *                 COPY OF STRUCTURAL PARAMETERS                  *
      ******************************************************************
       01  VA-QBEC999-01.
           COPY QBEC999.

      ******************************************************************
      *               COPY OF COMMAREA QGECSEG                         *
      ******************************************************************
       01  VA-QGECSEG-01.
           COPY QGECSEG.

      ******************************************************************
      *               COPY OF COMMAREA TC9C9900                        *
      ******************************************************************
       01  VA-TCEC9900-01.
           COPY TCEC9900.

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
      *               COPY OF COMMAREA MODULE AC8C160S                 *
      ******************************************************************
       01  VA-ACEC160-01.
           COPY ACEC160.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C170S                 *
      ******************************************************************
       01  VA-ACEC170-01.
           COPY ACEC170.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C180S                 *
      ******************************************************************
       01  VA-ACEC180-01.
           COPY ACEC180.

      ******************************************************************
      *               COPY ACEC000                                     *
      ******************************************************************
       01  VA-ACEC000-01.
           COPY ACEC000.

      ******************************************************************
      *               COPY OF COMMAREA MODULE PE8C1900                 *
      ******************************************************************
       COPY PEEC190.

      ******************************************************************
      *A.PR.S                                                          *
      *     IMAGEN ACNC003 DE LA UNIDAD EN CURSO: CABECERA DE LA       *
      *     PROMOCION + DATOS PROPIOS DE LA UNIDAD, TAL COMO LA        *
      *     RECIBIRIA LA OPCION 1 DE LA A003.                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *     ACNC003 IMAGE OF THE CURRENT UNIT: DEVELOPMENT HEADER +    *
      *     THE UNIT'S OWN DATA, AS A003 OPTION 1 WOULD RECEIVE IT.    *
      *B.PR.E                                                          *
      ******************************************************************
           COPY ACNC003.

      ******************************************************************
      *                      VARIABLES                                 *
      ******************************************************************
       01  VA-VARIABLES.

           05  VA-TSQ.
               10  VN-TSQ-LTH              PIC S9(4)   COMP
                                   VALUE +0.

               10  VA-TSQ-A1.
                   15  VA-TSQ-PRFX         PIC X(4)    VALUE SPACES.
                   15  VA-TSQ-SFF          PIC X(4)    VALUE SPACES.

               10  VA-TSQ-CNT.
                   15  VA-DES-FORMAT.
                       20 FILLER           PIC X(8)    VALUE SPACES.

                   15  VA-FRT-CNT          PIC X(4000) VALUE SPACES.

           05  VA-ERR-OBJECT               PIC X(8)    VALUE SPACES.
           05  VA-ERR-REFERENCE            PIC X(20)   VALUE SPACES.
           05  VA-ERR-SQLERRM              PIC X(70)   VALUE SPACES.
           05  VN-ERR-SQLCODE              PIC S9(9)   COMP
                                   VALUE ZEROS.
           05  VN-RETRY-WRITEQ              PIC 9(01)      VALUE 0.
           05  VA-DES-COMPRADR             PIC X(90).
           05  VA-DES-COMPRCTY             PIC X(65).
           05  VN-IDX-UNIT                  PIC S9(4) COMP VALUE +0.
           05  VN-IDX-PREV                  PIC S9(4) COMP VALUE +0.
           05  VN-IDX-POSTAL                PIC S9(4) COMP VALUE +0.
           05  VN-MATCH-IDX-POSTAL          PIC S9(4) COMP VALUE +0.
           05  VN-IDX-COOWNER               PIC S9(4) COMP VALUE +0.
           05  VN-LEN-CODPOST               PIC S9(4) COMP VALUE +0.
           05  VN-CNT-LISTED                PIC S9(4) COMP VALUE +0.
           05  VA-SW-POSTAL-FOUND          PIC X(01)   VALUE 'N'.
               88  VA-POSTAL-RULE-FOUND               VALUE 'S'.
           05  VA-GEN-COUNTRY               PIC X(03)   VALUE SPACES.
           05  VA-GEN-CODPOST               PIC X(10)   VALUE SPACES.
           05  VA-AMT-THRESHOLD-X           PIC X(15)   VALUE SPACES.
           05  VA-AMT-THRESHOLD REDEFINES VA-AMT-THRESHOLD-X
                                            PIC 9(13)V9(02).
           05  VA-SW-THRESHOLD              PIC X(01)   VALUE 'N'.
               88  VA-THRESHOLD-FOUND                  VALUE 'S'.
           05  VA-SW-BROWSE                 PIC X(01)   VALUE 'N'.
               88  VA-BROWSE-END                       VALUE 'S'.
           05  VA-UNIT-REF.
               10  FILLER                   PIC X(05)   VALUE 'UNIT '.
               10  VA-UNIT-REF-NUM          PIC 9(02)   VALUE ZEROS.
               10  FILLER                   PIC X(02)   VALUE SPACES.
           05  VA-FCC-FIRST                 PIC X(03)   VALUE SPACES.
           05  VN-NUM-GOOD-CUR              PIC 9(10)   VALUE ZEROS.

      ******************************************************************
      *                  CONSTANTS                                     *
      ******************************************************************
       01  CA-CONSTANTS.

           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-C                        PIC X(01)   VALUE 'C'.
           05  CA-SCREEN                   PIC X(01)   VALUE 'P'.
           05  CA-QUEUE                    PIC X(04)   VALUE '+DC1'.
           05  CA-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CA-ACE0001                  PIC X(07)   VALUE 'ACE0001'.
           05  CA-ACE0002                  PIC X(07)   VALUE 'ACE0002'.
           05  CA-ACE0009                  PIC X(07)   VALUE 'ACE0009'.
           05  CA-ACE0106                  PIC X(07)   VALUE 'ACE0106'.
           05  CA-ERR-ACE0109              PIC X(07)   VALUE 'ACE0109'.
           05  CA-FORMAT-NAME              PIC X(07)   VALUE 'ACM0100'.
           05  CA-AC000015                 PIC X(9)
                                   VALUE '@AC000015'.
           05  CA-AC000019                 PIC X(09)
                                   VALUE '@AC000019'.
           05  CA-AC000020                 PIC X(09)
                                   VALUE '@AC000020'.
           05  CA-AC000021                 PIC X(9)
                                   VALUE '@AC000021'.
           05  CA-AC000022                 PIC X(9)
                                   VALUE '@AC000022'.
           05  CA-AC000024                 PIC X(9)
                                   VALUE '@AC000024'.
           05  CA-AC000025                 PIC X(9)
                                   VALUE '@AC000025'.
           05  CA-AC000026                 PIC X(9)
                                   VALUE '@AC000026'.
           05  CA-AC000027                 PIC X(9)
                                   VALUE '@AC000027'.
           05  CA-AC000028                 PIC X(9)
                                   VALUE '@AC000028'.
           05  CA-AC000038                 PIC X(9)
                                   VALUE '@AC000038'.
           05  CA-AC000039                 PIC X(9)
                                   VALUE '@AC000039'.
           05  CA-AC000040                 PIC X(9)
                                   VALUE '@AC000040'.
           05  CA-AC000041                 PIC X(9)
                                   VALUE '@AC000041'.
           05  CA-AC000042                 PIC X(9)
                                   VALUE '@AC000042'.
           05  CA-TS-QUEUE                 PIC X(8)    VALUE 'TS-QUEUE'.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-TC9C9900-REF             PIC X(11)
                                   VALUE 'TC9C9900 : '.
           05  CA-AC8C110S                 PIC X(08)   VALUE 'AC8C110S'.
           05  CA-AC8C110S-REF             PIC X(11)
                                   VALUE 'AC8C110S : '.
           05  CA-AC8C130S                 PIC X(08)   VALUE 'AC8C130S'.
           05  CA-AC8C130S-REF             PIC X(11)
                                   VALUE 'AC8C130S : '.
           05  CA-AC8C150S                 PIC X(08)   VALUE 'AC8C150S'.
           05  CA-AC8C150S-REF             PIC X(11)
                                   VALUE 'AC8C150S : '.
           05  CA-AC8C160S                 PIC X(08)   VALUE 'AC8C160S'.
           05  CA-AC8C160S-REF             PIC X(11)
                                   VALUE 'AC8C160S : '.
           05  CA-AC8C170S                 PIC X(08)   VALUE 'AC8C170S'.
           05  CA-AC8C170S-REF             PIC X(11)
                                   VALUE 'AC8C170S : '.
           05  CA-AC8C180S                 PIC X(08)   VALUE 'AC8C180S'.
           05  CA-AC8C180S-REF             PIC X(11)
                                   VALUE 'AC8C180S : '.
           05  CA-PE8C1900                 PIC X(08)   VALUE 'PE8C1900'.
           05  CA-QG2CSEG                  PIC X(08)   VALUE 'QG2CSEG'.
           05  CA-QG2CSEG-REF              PIC X(11)
                                   VALUE 'QG2CSEG  : '.
           05  CA-PROGRAM                  PIC X(08)   VALUE 'AC1C1ROS'.
           05  CA-WRI-REFERENCE            PIC X(08)   VALUE 'WRITEQ  '.
           05  CA-DEL-REFERENCE            PIC X(08)   VALUE 'DELETEQ '.
           05  CA-MAX-RETRY-WRITEQ         PIC 9(01)   VALUE 3.
           05  CA-OPE-DEV-REG              PIC X(01)   VALUE '1'.
           05  CA-OPE-DEV-INQ              PIC X(01)   VALUE '4'.
           05  CA-OPE-TYPEREG              PIC X(01)   VALUE '1'.
           05  CA-OPE-TYPEINQ              PIC X(01)   VALUE '4'.
           05  CA-OPE-COOWNER-ADD          PIC X(01)   VALUE '1'.
           05  CA-MAX-UNITS                PIC 9(02)   VALUE 20.
           05  CA-MAX-HAIRCUT              PIC 9(03)   VALUE 100.
           05  CA-MAX-COOWNERS             PIC 9(01)   VALUE 2.
           05  CA-TYP-AREA-SQMT            PIC X(01)   VALUE 'M'.
           05  CA-TYP-AREA-SQFT            PIC X(01)   VALUE 'P'.
           05  CA-FACTOR-SQFT-SQMT         PIC 9V9(6)
                                   VALUE 0,092903.
           05  CA-NUMERIC-TYPE             PIC X(01)   VALUE 'N'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-CUR-USD                  PIC X(03)   VALUE 'USD'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.

      ******************************************************************
      *               VALORES POR DEFECTO DE LA TABLA DE FORMATOS DE   *
      *               CODIGO POSTAL, LOS MISMOS QUE AC1C0ROS.          *
      *               FALLBACK DEFAULTS OF THE POSTAL CODE FORMAT      *
      *               TABLE, THE SAME AS AC1C0ROS.                     *
      ******************************************************************
       01  CA-POSTAL-DEFAULTS.
           05  FILLER            PIC X(06)   VALUE 'USA05N'.
           05  FILLER            PIC X(06)   VALUE 'CAN06A'.
           05  FILLER            PIC X(06)   VALUE 'MEX05N'.
           05  FILLER            PIC X(06)   VALUE 'ESP05N'.
           05  FILLER            PIC X(06)   VALUE 'GBR07A'.

       01  CA-CNT-POSTAL-DEFAULTS PIC 9(02)  VALUE 5.

      *
      ******************************************************************
      *                                                                *
      *                         LINKAGE SECTION                        *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.

           COPY QAECEIBC.

       01  DFHCOMMAREA.
           COPY QGECCAA.

      * COPY CAA EXTENDIDA.
       COPY QAECCAAE.

           COPY ACNC010.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************

       PROCEDURE DIVISION USING DFHEIBLK
                                DFHCOMMAREA
                         .

           IF ADDRESS OF QGECCAA NOT = NULL
               SET CAA-PNT-INPCPY TO ADDRESS OF EATT-CPY-BMS
               SET CAA-AUTHPNT TO ADDRESS OF EATT-AUTHORIZATION
               SET CAA-DTA-PNT TO ADDRESS OF EATT-APPLICATION.
               CONTINUE
           .

           PERFORM  START-PROCESS.

           PERFORM  PROGRAM-PROCESS.

           PERFORM  END-PROCESS.

      *
      ******************************************************************
      *.PN                         START-PROCESS                       *
      *                                                                *
      *A.PR.S                                                          *
      *  - SE DIRECCIONA LA PANTALLA DE ENTRADA.                       *
      *  - INICIALIZA LAS VARIABLES.                                   *
      *  - SE VALIDAN LOS CAMPOS DE ENTRADA DE LA COPY DE PANTALLA.    *
      *    EN ALTA SE VALIDA LA PROMOCION COMPLETA (CABECERA Y TODAS   *
      *    LAS UNIDADES) ANTES DE DAR DE ALTA NINGUNA UNIDAD, PARA QUE *
      *    UN ERROR DE VALIDACION NUNCA DEJE MEDIA PROMOCION GRABADA.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - ADDRESS THE INPUT SCREEN.                                   *
      *  - VARIABLES INITIALIZATION                                    *
      *  - CHECK THE INPUT FIELDS OF THE SCREEN COPY. ON              *
      *    REGISTRATION THE WHOLE DEVELOPMENT (HEADER AND EVERY UNIT)  *
      *    IS VALIDATED BEFORE ANY UNIT IS REGISTERED, SO A            *
      *    VALIDATION ERROR NEVER LEAVES HALF A DEVELOPMENT ON FILE.   *
      *B.PR.E                                                          *
      ******************************************************************
       START-PROCESS.

           SET ADDRESS OF ACNC010                TO CAA-PTR-COPYIN
           SET CAA-SW-OUT-TYP-COPYSCRE           TO TRUE

           PERFORM SECURITY-USERID

           INITIALIZE VA-QGECABC-01
                      VA-QBEC999-01
                      VA-VARIABLES

           MOVE SPACES                           TO CAA-SW-COD-WA1
                                                    CAA-SW-ERRCOD
                                                    CAA-ERR-VARIA1
                                                    CAA-ERR-VARIA2

           SET CAA-SW-ACC-OPERANO                TO TRUE

           PERFORM VALIDATE-OPTION

           PERFORM VALIDATE-ENTITY

           IF  N010-NUM-BUILDING EQUAL SPACES OR LOW-VALUES

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000038         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N010-OPTION EQUAL CA-OPE-DEV-REG

               PERFORM LOAD-POSTAL-TABLE

               PERFORM VALIDATE-DEVELOPMENT-HEADER

               PERFORM FETCH-APPROVAL-THRESHOLD

               PERFORM VALIDATE-UNIT
                   VARYING VN-IDX-UNIT FROM 1 BY 1
                   UNTIL VN-IDX-UNIT > N010-NUM-UNITS

               PERFORM CHECK-DUPLICATE-PARCEL
                   VARYING VN-IDX-UNIT FROM 1 BY 1
                   UNTIL VN-IDX-UNIT > N010-NUM-UNITS

           ELSE

               IF  N010-NUM-GOOD-LAST IS NOT NUMERIC

                   MOVE ZEROES          TO N010-NUM-GOOD-LAST

               END-IF

           END-IF

           PERFORM DEL-QUEUE.

      ******************************************************************
      *.PN                   SECURITY-USERID                           *
      *                                                                *
      *A.PR.S                                                          *
      *      SE LLAMA AL MODULO QG2CSEG PARA VERIFICAR LA AUTORIZACION *
      *      DEL USUARIO. EL ALTA DE LA PROMOCION SE AUTORIZA COMO UN  *
      *      ALTA DE BIENES (OPCION 1) Y LA CONSULTA COMO UNA CONSULTA *
      *      (OPCION 4) SOBRE EL RECURSO DE BIENES, IGUAL QUE EN LA    *
      *      A003.                                                     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *      QG2CSEG USER AUTHORIZATION VERIFICATION. REGISTERING THE  *
      *      DEVELOPMENT IS AUTHORIZED AS A GOODS REGISTRATION         *
      *      (OPTION 1) AND THE INQUIRY AS AN INQUIRY (OPTION 4) ON    *
      *      THE GOODS RESOURCE, AS ON THE A003.                       *
      *B.PR.E                                                          *
      ******************************************************************
       SECURITY-USERID.

           INITIALIZE QGECSEG.

           MOVE W000-CA-SEG-ACGOOD       TO SEG-SW-FICRECORD
           MOVE N010-OPTION              TO SEG-OPERATION

           MOVE CA-QG2CSEG TO WC04C-PGM-NM.
           MOVE LENGTH OF QGECSEG TO EIBCALEN.
           CALL WC04C-PGM-NM USING DFHEIBLK
                                   QGECSEG
            ON EXCEPTION
               MOVE WCO2C-CICS-PGMIDERR TO EIBRESP
           END-CALL.
           MOVE 0                    TO EIBCALEN.
           MOVE WCO2C-CICS-LINK      TO EIBFN.
           MOVE WC04C-PGM-NM         TO EIBRSRCE.

           EVALUATE EIBRESP
               WHEN WCO2C-CICS-ABENDERR
                   GOBACK
               WHEN WCO2C-CICS-PGMIDERR
                   IF WC04C-PGM-NM NOT EQUAL 'QG1CABC'
                       CONTINUE
                   ELSE
                       MOVE WCO2C-CICS-ABENDERR TO EIBRESP
                       GOBACK
                   END-IF
               WHEN OTHER
                   MOVE WCO2C-CICS-NORMAL    TO EIBRESP
                   MOVE WCO2C-CICS-EIBRCODE-OK TO EIBRCODE
           END-EVALUATE.

           IF  EIBRESP EQUAL WCO2C-CICS-NORMAL

               IF  SEG-FLG-AUTHORIZ NOT EQUAL CA-YES

                   MOVE CA-ERR-ACE0109   TO CAA-SW-ERRCOD

                   PERFORM END-PROCESS

               END-IF

           ELSE

               MOVE CA-QG2CSEG           TO VA-ERR-OBJECT
               MOVE CA-QG2CSEG-REF       TO VA-ERR-REFERENCE(1:11)
               MOVE SEG-CODERR           TO VA-ERR-REFERENCE(12:9)

               PERFORM VALIDATE-CICS-ERROR

           END-IF.

      ******************************************************************
      *.PN           VALIDATE-OPTION                                   *
      ******************************************************************
       VALIDATE-OPTION.

           IF  N010-OPTION NOT EQUAL CA-OPE-DEV-REG  AND
               N010-OPTION NOT EQUAL CA-OPE-DEV-INQ

               MOVE CA-ACE0001            TO CAA-SW-ERRCOD
               MOVE SPACES                TO CAA-ERR-VARIA1
               MOVE SPACES                TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF.

      ******************************************************************
      *.PN           VALIDATE-ENTITY                                   *
      ******************************************************************
       VALIDATE-ENTITY.

           IF  N010-ENT       EQUAL SPACES OR LOW-VALUES

               MOVE CAA-ENT-ACC                TO N010-ENT

           END-IF

           PERFORM FETCH-ENTITY-PARAMS.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           INITIALIZE TCEC9900

           MOVE W000-CA-NUM-3              TO  TCEC9900-OPTION
           MOVE N010-ENT                   TO  TCEC9900-KEY
           MOVE CAA-SW-LNG-TERM            TO  TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           EVALUATE TCEC9900-COD-RETURN

               WHEN W000-CA-NUM-00

                   MOVE TCEC9900-DATA-PARAM    TO QBEC999-DATA-PARAM

               WHEN W000-CA-NUM-70
                   MOVE CA-ACE0009             TO CAA-SW-ERRCOD
                   MOVE CA-AC000015            TO CAA-ERR-VARIA1
                   MOVE SPACES                 TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

               WHEN W000-CA-NUM-99

                   MOVE  TCEC9900-DES-TABLE    TO VA-ERR-OBJECT
                   MOVE  CA-TC9C9900-REF       TO VA-ERR-REFERENCE(1:11)
                   MOVE  TCEC9900-COD-RETURN   TO VA-ERR-REFERENCE(12:9)
                   MOVE  TCEC9900-SQLCODE      TO VN-ERR-SQLCODE
                   MOVE  TCEC9900-DTA-SQLERRM  TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE CA-ACE0106             TO CAA-SW-ERRCOD
                   MOVE SPACES                 TO CAA-ERR-VARIA1
                   MOVE SPACES                 TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                    LOAD-POSTAL-TABLE                        *
      *                                                                *
      *A.PR.S                                                          *
      *    - CARGA LA TABLA DE FORMATOS DE CODIGO POSTAL DESDE EL     *
      *      ALMACEN DE PARAMETROS (TC9C9900 OPCION 6, CLAVE PSTL),   *
      *      IGUAL QUE LOAD-POSTAL-TABLE EN AC1C0ROS.                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *    - LOADS THE POSTAL CODE FORMAT TABLE FROM THE PARAMETER    *
      *      STORE (TC9C9900 OPTION 6, KEY PSTL), THE SAME WAY AS     *
      *      LOAD-POSTAL-TABLE IN AC1C0ROS.                           *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-POSTAL-TABLE.

           INITIALIZE TCEC9900

           MOVE W000-CA-NUM-6              TO  TCEC9900-OPTION
           MOVE W000-CA-KEY-POSTAL         TO  TCEC9900-KEY
           MOVE CAA-SW-LNG-TERM            TO  TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           EVALUATE TCEC9900-COD-RETURN

               WHEN W000-CA-NUM-00

                   MOVE TCEC9900-DATA-PARAM
                                           TO W001-POSTAL-TABLE-AREA

               WHEN W000-CA-NUM-70

                   MOVE CA-CNT-POSTAL-DEFAULTS  TO W001-CNT-POSTAL
                   MOVE CA-POSTAL-DEFAULTS
                               TO W001-POSTAL-TABLE-AREA(3:30)

               WHEN W000-CA-NUM-99

                   MOVE  TCEC9900-DES-TABLE    TO VA-ERR-OBJECT
                   MOVE  CA-TC9C9900-REF       TO VA-ERR-REFERENCE(1:11)
                   MOVE  TCEC9900-COD-RETURN   TO VA-ERR-REFERENCE(12:9)
                   MOVE  TCEC9900-SQLCODE      TO VN-ERR-SQLCODE
                   MOVE  TCEC9900-DTA-SQLERRM  TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE CA-ACE0106             TO CAA-SW-ERRCOD
                   MOVE SPACES                 TO CAA-ERR-VARIA1
                   MOVE SPACES                 TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE

           IF  W001-CNT-POSTAL IS NOT NUMERIC

               MOVE CA-CNT-POSTAL-DEFAULTS  TO W001-CNT-POSTAL
               MOVE CA-POSTAL-DEFAULTS
                           TO W001-POSTAL-TABLE-AREA(3:30)

           END-IF.

      ******************************************************************
      *.PN                VALIDATE-DEVELOPMENT-HEADER                  *
      *                                                                *
      *A.PR.S                                                          *
      *  - VALIDA UNA SOLA VEZ LOS DATOS COMUNES A TODAS LAS UNIDADES, *
      *    CON LAS MISMAS REGLAS QUE LA OPCION 1 DE AC1C0ROS: NUMERO   *
      *    DE UNIDADES (1 A 20), RECORTE 0-100, TIPO DE BIEN, MONEDA   *
      *    (LOCAL POR DEFECTO), MUNICIPIO, FECHA INICIO ANTERIOR AL    *
      *    VENCIMIENTO, COPROPIETARIOS (MAXIMO 2) Y FORMATO DE LOS     *
      *    CODIGOS POSTALES DEL TITULAR Y DE LOS COPROPIETARIOS.       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - VALIDATES ONCE THE DATA SHARED BY EVERY UNIT, WITH THE      *
      *    SAME RULES AS AC1C0ROS OPTION 1: NUMBER OF UNITS (1 TO 20), *
      *    HAIRCUT 0-100, GOOD TYPE, CURRENCY (LOCAL BY DEFAULT),      *
      *    TOWN, BEGIN DATE BEFORE MATURITY, CO-OWNERS (2 AT MOST)     *
      *    AND THE POSTAL CODE FORMAT OF THE HOLDER AND CO-OWNERS.     *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-DEVELOPMENT-HEADER.

           IF  N010-NUM-UNITS IS NOT NUMERIC

               MOVE ZEROES              TO N010-NUM-UNITS

           END-IF

           IF  N010-NUM-UNITS EQUAL ZEROS
               OR N010-NUM-UNITS > CA-MAX-UNITS

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000039         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N010-HAIRCUT IS NOT NUMERIC

               MOVE ZEROES              TO N010-HAIRCUT

           END-IF

           IF  N010-HAIRCUT > CA-MAX-HAIRCUT

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000021         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N010-NUM-COOWNERS IS NOT NUMERIC

               MOVE ZEROES              TO N010-NUM-COOWNERS

           END-IF

           IF  N010-NUM-COOWNERS > CA-MAX-COOWNERS

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000028         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N010-TYP-GOOD EQUAL SPACES OR LOW-VALUES

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000019         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N010-FCC-GOOD EQUAL SPACES OR LOW-VALUES

               MOVE CA-CUR-LOCAL        TO N010-FCC-GOOD

           END-IF

           IF  N010-FCC-GOOD NOT EQUAL CA-CUR-LOCAL  AND
               N010-FCC-GOOD NOT EQUAL CA-CUR-USD

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000026         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N010-TOWN EQUAL SPACES OR LOW-VALUES OR ZEROS

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000020         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N010-DAT-BGN-GOOD NOT EQUAL SPACES           AND
               N010-DAT-BGN-GOOD NOT EQUAL LOW-VALUES       AND
               N010-DAT-MAT-GOOD NOT EQUAL SPACES           AND
               N010-DAT-MAT-GOOD NOT EQUAL LOW-VALUES       AND
               N010-DAT-BGN-GOOD >= N010-DAT-MAT-GOOD

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000025         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           MOVE N010-COUNTRY               TO VA-GEN-COUNTRY
           MOVE N010-CODPOST               TO VA-GEN-CODPOST

           PERFORM VALIDATE-POSTAL-FORMAT

           PERFORM VARYING VN-IDX-COOWNER FROM 1 BY 1
                   UNTIL VN-IDX-COOWNER > N010-NUM-COOWNERS

               MOVE N010-CO-COUNTRY(VN-IDX-COOWNER) TO VA-GEN-COUNTRY
               MOVE N010-CO-CODPOST(VN-IDX-COOWNER) TO VA-GEN-CODPOST

               PERFORM VALIDATE-POSTAL-FORMAT

           END-PERFORM.

      ******************************************************************
      *.PN                  VALIDATE-POSTAL-FORMAT                     *
      *                                                                *
      *A.PR.S                                                          *
      *  - COMPRUEBA VA-GEN-CODPOST CONTRA EL FORMATO DE             *
      *    VA-GEN-COUNTRY, MISMA REGLA QUE VALIDATE-POSTAL-FORMAT EN  *
      *    AC1C0ROS.                                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - CHECKS VA-GEN-CODPOST AGAINST VA-GEN-COUNTRY'S FORMAT, SAME *
      *    RULE AS VALIDATE-POSTAL-FORMAT IN AC1C0ROS.                 *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-POSTAL-FORMAT.

           IF  VA-GEN-COUNTRY EQUAL SPACES
               OR VA-GEN-CODPOST EQUAL SPACES

               CONTINUE

           ELSE

               SET VA-SW-POSTAL-FOUND      TO 'N'
               MOVE 0                      TO VN-MATCH-IDX-POSTAL

               PERFORM VARYING VN-IDX-POSTAL FROM 1 BY 1
                       UNTIL VN-IDX-POSTAL > W001-CNT-POSTAL
                          OR VA-POSTAL-RULE-FOUND

                   IF  W001-PR-COUNTRY(VN-IDX-POSTAL)
                               EQUAL VA-GEN-COUNTRY

                       SET VA-POSTAL-RULE-FOUND   TO TRUE
                       MOVE VN-IDX-POSTAL         TO VN-MATCH-IDX-POSTAL

                   END-IF

               END-PERFORM

               IF  VA-POSTAL-RULE-FOUND

                   MOVE 0                  TO VN-LEN-CODPOST

                   INSPECT FUNCTION REVERSE(VA-GEN-CODPOST)
                       TALLYING VN-LEN-CODPOST FOR LEADING SPACES

                   COMPUTE VN-LEN-CODPOST =
                           LENGTH OF VA-GEN-CODPOST - VN-LEN-CODPOST

                   IF  VN-LEN-CODPOST NOT EQUAL
                               W001-PR-LENGTH(VN-MATCH-IDX-POSTAL)
                       OR (W001-PR-TYPE(VN-MATCH-IDX-POSTAL) EQUAL
                               CA-NUMERIC-TYPE  AND
                           VA-GEN-CODPOST(1:VN-LEN-CODPOST) NOT NUMERIC)

                       MOVE CA-ACE0002          TO CAA-SW-ERRCOD
                       MOVE CA-AC000022         TO CAA-ERR-VARIA1
                       MOVE SPACES              TO CAA-ERR-VARIA2

                       PERFORM END-PROCESS

                   END-IF

               END-IF

           END-IF.

      ******************************************************************
      *.PN                FETCH-APPROVAL-THRESHOLD                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - OBTIENE DE TC9C9900 (OPCION 5, CLAVE = ENTIDAD) EL UMBRAL *
      *     DE DOBLE CONTROL DE LA ENTIDAD, IGUAL QUE                 *
      *     CHECK-APPROVAL-THRESHOLD EN AC1C0ROS. UNA UNIDAD QUE LO   *
      *     SUPERE NO PUEDE ENTRAR POR LA PROMOCION (VALIDATE-UNIT):  *
      *     DEBE DARSE DE ALTA POR LA A003 PARA QUE PASE POR EL       *
      *     CIRCUITO DE APROBACION.                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - FETCHES FROM TC9C9900 (OPTION 5, KEY = ENTITY) THE        *
      *     ENTITY'S DUAL-CONTROL THRESHOLD, THE SAME WAY AS          *
      *     CHECK-APPROVAL-THRESHOLD IN AC1C0ROS. A UNIT ABOVE IT     *
      *     CANNOT GO THROUGH THE DEVELOPMENT (VALIDATE-UNIT): IT     *
      *     MUST BE REGISTERED ON THE A003 SO IT GOES THROUGH THE     *
      *     APPROVAL CIRCUIT.                                         *
      *B.PR.E                                                          *
      ******************************************************************
       FETCH-APPROVAL-THRESHOLD.

           SET VA-SW-THRESHOLD TO 'N'

           INITIALIZE TCEC9900

           MOVE W000-CA-NUM-5              TO  TCEC9900-OPTION
           MOVE N010-ENT                   TO  TCEC9900-KEY
           MOVE CAA-SW-LNG-TERM            TO  TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           EVALUATE TCEC9900-COD-RETURN

               WHEN W000-CA-NUM-00

                   MOVE TCEC9900-DATA-PARAM(1:15)
                                           TO VA-AMT-THRESHOLD-X

                   IF  VA-AMT-THRESHOLD-X IS NUMERIC
                       SET VA-THRESHOLD-FOUND  TO TRUE
                   END-IF

               WHEN W000-CA-NUM-70

                   CONTINUE

               WHEN W000-CA-NUM-99

                   MOVE  TCEC9900-DES-TABLE    TO VA-ERR-OBJECT
                   MOVE  CA-TC9C9900-REF       TO VA-ERR-REFERENCE(1:11)
                   MOVE  TCEC9900-COD-RETURN   TO VA-ERR-REFERENCE(12:9)
                   MOVE  TCEC9900-SQLCODE      TO VN-ERR-SQLCODE
                   MOVE  TCEC9900-DTA-SQLERRM  TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE CA-ACE0106             TO CAA-SW-ERRCOD
                   MOVE SPACES                 TO CAA-ERR-VARIA1
                   MOVE SPACES                 TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                     VALIDATE-UNIT                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - VALIDA LOS DATOS PROPIOS DE LA UNIDAD VN-IDX-UNIT: CODIGO  *
      *     DE FINCA INFORMADO Y NO REPETIDO EN LA PROMOCION, AREAS    *
      *     E IMPORTE NUMERICOS, CONVERSION DE UNIDADES DE AREA COMO   *
      *     CONVERT-AREA-UNITS EN AC1C0ROS E IMPORTE NO SUPERIOR AL    *
      *     UMBRAL DE DOBLE CONTROL. EL ERROR SE DEVUELVE CON 'UNIT NN'*
      *     EN LA SEGUNDA VARIABLE PARA QUE EL OPERADOR SEPA QUE       *
      *     UNIDAD CORREGIR.                                           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - VALIDATES THE UNIT'S OWN DATA (VN-IDX-UNIT): PROPERTY CODE *
      *     INFORMED AND NOT REPEATED WITHIN THE DEVELOPMENT, NUMERIC  *
      *     AREAS AND AMOUNT, AREA UNIT CONVERSION AS                  *
      *     CONVERT-AREA-UNITS IN AC1C0ROS AND AN AMOUNT NOT ABOVE THE *
      *     DUAL-CONTROL THRESHOLD. THE ERROR IS RETURNED WITH         *
      *     'UNIT NN' IN THE SECOND VARIABLE SO THE OPERATOR KNOWS     *
      *     WHICH UNIT TO FIX.                                         *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-UNIT.

           MOVE VN-IDX-UNIT             TO VA-UNIT-REF-NUM

           IF  N010-UNT-COD-PROPERTY(VN-IDX-UNIT) EQUAL SPACES
               OR N010-UNT-COD-PROPERTY(VN-IDX-UNIT) EQUAL LOW-VALUES

               MOVE CA-AC000041         TO CAA-ERR-VARIA1

               PERFORM UNIT-ERROR

           END-IF

           PERFORM VARYING VN-IDX-PREV FROM 1 BY 1
                   UNTIL VN-IDX-PREV >= VN-IDX-UNIT

               IF  N010-UNT-COD-PROPERTY(VN-IDX-PREV) EQUAL
                           N010-UNT-COD-PROPERTY(VN-IDX-UNIT)

                   MOVE CA-AC000041     TO CAA-ERR-VARIA1

                   PERFORM UNIT-ERROR

               END-IF

           END-PERFORM

           IF  N010-UNT-NUM-TOT-AREA(VN-IDX-UNIT) NOT NUMERIC

               MOVE ZEROES      TO N010-UNT-NUM-TOT-AREA(VN-IDX-UNIT)

           END-IF

           IF  N010-UNT-NUM-BUILT-AREA(VN-IDX-UNIT) NOT NUMERIC

               MOVE ZEROES      TO N010-UNT-NUM-BUILT-AREA(VN-IDX-UNIT)

           END-IF

           IF  N010-UNT-GOOD-AMT(VN-IDX-UNIT) IS NOT NUMERIC

               MOVE ZEROES      TO N010-UNT-GOOD-AMT(VN-IDX-UNIT)

           END-IF

           EVALUATE TRUE

               WHEN N010-UNT-TYP-AREA(VN-IDX-UNIT)
                                            EQUAL CA-TYP-AREA-SQFT

                   COMPUTE N010-UNT-NUM-TOT-AREA(VN-IDX-UNIT) ROUNDED =
                           N010-UNT-NUM-TOT-AREA(VN-IDX-UNIT)
                         * CA-FACTOR-SQFT-SQMT

                   COMPUTE N010-UNT-NUM-BUILT-AREA(VN-IDX-UNIT)
                                                            ROUNDED =
                           N010-UNT-NUM-BUILT-AREA(VN-IDX-UNIT)
                         * CA-FACTOR-SQFT-SQMT

                   MOVE CA-TYP-AREA-SQMT
                                 TO N010-UNT-TYP-AREA(VN-IDX-UNIT)

               WHEN N010-UNT-TYP-AREA(VN-IDX-UNIT)
                                            EQUAL CA-TYP-AREA-SQMT

                   CONTINUE

               WHEN N010-UNT-TYP-AREA(VN-IDX-UNIT) EQUAL SPACES
                AND N010-UNT-NUM-TOT-AREA(VN-IDX-UNIT) EQUAL ZEROS
                AND N010-UNT-NUM-BUILT-AREA(VN-IDX-UNIT) EQUAL ZEROS

                   CONTINUE

               WHEN OTHER

                   MOVE CA-AC000027     TO CAA-ERR-VARIA1

                   PERFORM UNIT-ERROR

           END-EVALUATE

           IF  VA-THRESHOLD-FOUND
               AND N010-UNT-GOOD-AMT(VN-IDX-UNIT) > VA-AMT-THRESHOLD

               MOVE CA-AC000042         TO CAA-ERR-VARIA1

               PERFORM UNIT-ERROR

           END-IF.

      ******************************************************************
      *.PN                     UNIT-ERROR                              *
      ******************************************************************
       UNIT-ERROR.

           MOVE CA-ACE0002              TO CAA-SW-ERRCOD
           MOVE VA-UNIT-REF             TO CAA-ERR-VARIA2

           PERFORM END-PROCESS.

      ******************************************************************
      *.PN                CHECK-DUPLICATE-PARCEL                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - SE CONSULTA A AC8C160S SI LA PARCELA DE LA UNIDAD          *
      *     (N010-COD-PLOT + CODIGO DE FINCA DE LA UNIDAD) YA ESTA     *
      *     DADA DE ALTA PARA LA ENTIDAD, IGUAL QUE EN LA OPCION 1 DE  *
      *     AC1C0ROS. SI ES ASI, SE EXIGE CONFIRMACION (N010-CONFIRM)  *
      *     ANTES DE SEGUIR. SE HACE PARA TODAS LAS UNIDADES ANTES DE  *
      *     DAR DE ALTA LA PRIMERA.                                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - AC8C160S IS ASKED WHETHER THE UNIT'S PARCEL (N010-COD-PLOT *
      *     + THE UNIT'S PROPERTY CODE) IS ALREADY ON FILE FOR THE     *
      *     ENTITY, AS ON AC1C0ROS OPTION 1. IF SO, CONFIRMATION       *
      *     (N010-CONFIRM) IS REQUIRED BEFORE PROCEEDING. IT IS DONE   *
      *     FOR EVERY UNIT BEFORE THE FIRST ONE IS REGISTERED.         *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-DUPLICATE-PARCEL.

           MOVE VN-IDX-UNIT              TO VA-UNIT-REF-NUM

           INITIALIZE VA-ACEC160-01
                      VA-ACEC000-01

           MOVE N010-ENT                 TO E160-ENT
           MOVE ZEROS                    TO E160-NUM-GOOD
           MOVE N010-COD-PLOT            TO E160-COD-PLOT
           MOVE N010-UNT-COD-PROPERTY(VN-IDX-UNIT)
                                         TO E160-COD-PROPERTY

           CALL CA-AC8C160S   USING VA-ACEC160-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   IF  E160-FLG-DUPLICATE EQUAL CA-YES AND
                       N010-CONFIRM NOT EQUAL CA-YES

                       MOVE CA-AC000024       TO CAA-ERR-VARIA1

                       PERFORM UNIT-ERROR

                   END-IF

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C160S-REF   TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD          TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1      TO CAA-ERR-VARIA1
                   MOVE VA-UNIT-REF          TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                      DEL-QUEUE                              *
      ******************************************************************
       DEL-QUEUE.

           MOVE CA-QUEUE                  TO VA-TSQ-PRFX
           MOVE CAA-TERMINAL              TO VA-TSQ-SFF

           INITIALIZE QAECTS1C
           MOVE VA-TSQ-A1 TO ETSIC-CICS-QUEUE
           IF ETSIC-CICS-QUEUE-ARCH
              MOVE 'QA6CDL1' TO WC04C-PGM-NM
              CALL WC04C-PGM-NM USING DFHEIBLK
                                      EATT-QAECCAAE-03
                                      QAECTS1C
           ELSE
              MOVE 'QA7CTS3' TO WC04C-PGM-NM
              CALL WC04C-PGM-NM USING DFHEIBLK
                                      EENQC-CICS-FILL
                                      QAECTS1C
           END-IF

           EVALUATE EIBRESP
               WHEN (WCO2C-CICS-NORMAL)
               WHEN (WCO2C-CICS-QIDERR)
                   CONTINUE
               WHEN OTHER
                   MOVE CA-TS-QUEUE       TO VA-ERR-OBJECT
                   MOVE CA-DEL-REFERENCE  TO VA-ERR-REFERENCE(1:8)

                   PERFORM VALIDATE-CICS-ERROR

           END-EVALUATE.

      ******************************************************************
      *.PN                       PROGRAM-PROCESS                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - EN ALTA, DA DE ALTA CADA UNIDAD COMO UN BIEN Y DEVUELVE SU *
      *     NUMERO Y LOS TOTALES DE LO GRABADO. EN CONSULTA, LISTA LAS *
      *     UNIDADES DE LA PROMOCION Y SUS TOTALES.                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ON REGISTRATION, REGISTERS EACH UNIT AS A GOOD AND RETURNS *
      *     ITS NUMBER AND THE TOTALS OF WHAT WAS WRITTEN. ON INQUIRY, *
      *     LISTS THE DEVELOPMENT'S UNITS AND THEIR TOTALS.            *
      *B.PR.E                                                          *
      ******************************************************************
       PROGRAM-PROCESS.

           MOVE ZEROS                  TO N010-TOT-UNITS
                                          N010-TOT-ACTIVE
                                          N010-TOT-BUILT-AREA
                                          N010-TOT-AMT
           MOVE SPACES                 TO N010-FLG-MIXED-FCC
                                          N010-FLG-MORE

           IF  N010-OPTION EQUAL CA-OPE-DEV-REG

               PERFORM REGISTER-UNIT
                   VARYING VN-IDX-UNIT FROM 1 BY 1
                   UNTIL VN-IDX-UNIT > N010-NUM-UNITS

           ELSE

               PERFORM INQUIRE-DEVELOPMENT

           END-IF

           PERFORM WRITEQ.

      ******************************************************************
      *.PN                     BUILD-UNIT-IMAGE                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - MONTA EN ACNC003 LA IMAGEN DE ALTA DE LA UNIDAD            *
      *     VN-IDX-UNIT: DATOS COMUNES DE LA CABECERA MAS LOS PROPIOS  *
      *     DE LA UNIDAD. EL CODIGO Y LA DESCRIPCION DEL BIEN DE LA    *
      *     UNIDAD, SI SE INFORMAN, SUSTITUYEN A LOS DE LA CABECERA.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BUILDS IN ACNC003 THE REGISTRATION IMAGE OF UNIT           *
      *     VN-IDX-UNIT: THE HEADER'S SHARED DATA PLUS THE UNIT'S OWN. *
      *     THE UNIT'S GOOD CODE AND DESCRIPTION, WHEN INFORMED,       *
      *     OVERRIDE THE HEADER'S.                                     *
      *B.PR.E                                                          *
      ******************************************************************
       BUILD-UNIT-IMAGE.

           INITIALIZE ACNC003

           MOVE CA-OPE-TYPEREG                 TO N003-OPTION
           MOVE N010-ENT                       TO N003-ENT
           MOVE ZEROS                          TO N003-NUM-GOOD
           MOVE N010-COD-GOOD                  TO N003-COD-GOOD
           MOVE N010-TYP-GOOD                  TO N003-TYP-GOOD
           MOVE N010-DAT-BGN-GOOD              TO N003-DAT-BGN-GOOD
           MOVE N010-DAT-MAT-GOOD              TO N003-DAT-MAT-GOOD
           MOVE N010-DES-GOOD                  TO N003-DES-GOOD
           MOVE N010-DES-LOCATION              TO N003-DES-LOCATION
           MOVE N010-BRN-GOOD                  TO N003-BRN-GOOD
           MOVE N010-STATUS-GOOD               TO N003-STATUS-GOOD
           MOVE N010-FLG-VALID-BAS             TO N003-FLG-VALID-BAS
           MOVE N010-FLG-EXC-INSU              TO N003-FLG-EXC-INSU
           MOVE N010-DAT-EXC-INSU              TO N003-DAT-EXC-INSU
           MOVE N010-HAIRCUT                   TO N003-HAIRCUT
           MOVE N010-COMMENTS                  TO N003-COMMENTS
           MOVE N010-FCC-GOOD                  TO N003-FCC-GOOD
           MOVE N010-NUM-BUILDING              TO N003-NUM-BUILDING
           MOVE N010-DES-AMNG-STRE1            TO N003-DES-AMNG-STRE1
           MOVE N010-DES-AMNG-STRE2            TO N003-DES-AMNG-STRE2
           MOVE N010-DES-ADM-AREA              TO N003-DES-ADM-AREA
           MOVE N010-COD-AREA                  TO N003-COD-AREA
           MOVE N010-FLG-LOC-GEO               TO N003-FLG-LOC-GEO
           MOVE N010-DES-SECTION               TO N003-DES-SECTION
           MOVE N010-DES-BLOCK                 TO N003-DES-BLOCK
           MOVE N010-COD-PLOT                  TO N003-COD-PLOT
           MOVE N010-DES-BUILDING              TO N003-DES-BUILDING
           MOVE N010-DAT-CNTB                  TO N003-DAT-CNTB
           MOVE N010-FLG-TAX                   TO N003-FLG-TAX
           MOVE N010-FLG-DISPOSAL              TO N003-FLG-DISPOSAL
           MOVE N010-ADRCUS                    TO N003-ADRCUS
           MOVE N010-LOCALIT                   TO N003-LOCALIT
           MOVE N010-TOWN                      TO N003-TOWN
           MOVE N010-COUNTY                    TO N003-COUNTY
           MOVE N010-CODPOST                   TO N003-CODPOST
           MOVE N010-COUNTRY                   TO N003-COUNTRY
           MOVE N010-CONFIRM                   TO N003-CONFIRM
           MOVE N010-NUM-COOWNERS              TO N003-NUM-COOWNERS
           MOVE N010-COOWNER(1)                TO N003-COOWNER(1)
           MOVE N010-COOWNER(2)                TO N003-COOWNER(2)

           MOVE N010-UNT-PORTAL(VN-IDX-UNIT)   TO N003-PORTAL
           MOVE N010-UNT-DETAIL(VN-IDX-UNIT)   TO N003-DETAIL
           MOVE N010-UNT-COD-PROPERTY(VN-IDX-UNIT)
                                               TO N003-COD-PROPERTY
           MOVE N010-UNT-TYP-PROPERTY(VN-IDX-UNIT)
                                               TO N003-TYP-PROPERTY
           MOVE N010-UNT-NUM-TOT-AREA(VN-IDX-UNIT)
                                               TO N003-NUM-TOT-AREA
           MOVE N010-UNT-NUM-BUILT-AREA(VN-IDX-UNIT)
                                               TO N003-NUM-BUILT-AREA
           MOVE N010-UNT-TYP-AREA(VN-IDX-UNIT) TO N003-TYP-AREA
           MOVE N010-UNT-GOOD-AMT(VN-IDX-UNIT) TO N003-GOOD-AMT

           IF  N010-UNT-COD-GOOD(VN-IDX-UNIT) NOT EQUAL SPACES

               MOVE N010-UNT-COD-GOOD(VN-IDX-UNIT)
                                               TO N003-COD-GOOD

           END-IF

           IF  N010-UNT-DES-GOOD(VN-IDX-UNIT) NOT EQUAL SPACES

               MOVE N010-UNT-DES-GOOD(VN-IDX-UNIT)
                                               TO N003-DES-GOOD

           END-IF.

      ******************************************************************
      *.PN                     REGISTER-UNIT                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - DA DE ALTA LA UNIDAD VN-IDX-UNIT CON LAS MISMAS RUTINAS Y  *
      *     EN EL MISMO ORDEN QUE LA OPCION 1 DE AC1C0ROS: DATOS       *
      *     BASICOS (AC8C110S) CON SU FILA DE AUDITORIA (AC8C170S),    *
      *     DATOS DE BIEN RAIZ (AC8C130S) Y COPROPIETARIOS (AC8C150S). *
      *     UN ERROR DE RUTINA TERMINA LA TRANSACCION CON EL ERROR Y   *
      *     LA UNIDAD EN LA SEGUNDA VARIABLE, IGUAL QUE EN LA A003.    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REGISTERS UNIT VN-IDX-UNIT WITH THE SAME ROUTINES AND IN   *
      *     THE SAME ORDER AS AC1C0ROS OPTION 1: BASIC DATA (AC8C110S) *
      *     WITH ITS AUDIT ROW (AC8C170S), REAL ESTATE DATA (AC8C130S) *
      *     AND CO-OWNERS (AC8C150S). A ROUTINE ERROR ENDS THE         *
      *     TRANSACTION WITH THE ERROR AND THE UNIT IN THE SECOND      *
      *     VARIABLE, AS ON THE A003.                                  *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-UNIT.

           MOVE VN-IDX-UNIT             TO VA-UNIT-REF-NUM

           PERFORM BUILD-UNIT-IMAGE

           PERFORM ACCESS-AC8C110S

           PERFORM ACCESS-AC8C130S

           PERFORM WRITE-CO-OWNERS

           MOVE E110-NUM-GOOD
                                TO N010-UNT-NUM-GOOD(VN-IDX-UNIT)
           MOVE N003-STATUS-GOOD
                                TO N010-UNT-STATUS-GOOD(VN-IDX-UNIT)
           MOVE N003-FCC-GOOD
                                TO N010-UNT-FCC-GOOD(VN-IDX-UNIT)

           ADD 1                        TO N010-TOT-UNITS
                                           N010-TOT-ACTIVE
           ADD N003-NUM-BUILT-AREA      TO N010-TOT-BUILT-AREA
           ADD N003-GOOD-AMT            TO N010-TOT-AMT.

      ******************************************************************
      *.PN                ACCESS-AC8C110S                              *
      *                                                                *
      *A.PR.S                                                          *
      *   SE ACCEDE A LA RUTINA DE MANTENIMIENTO DE DATOS BASICOS DEL  *
      *   BIEN PARA DAR DE ALTA LA UNIDAD                              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   ACCESS TO THE MAINTENANCE ROUTINE OF BASIC GOOD DATA TO      *
      *   REGISTER THE UNIT                                            *
      *B.PR.E                                                          *
      ******************************************************************
       ACCESS-AC8C110S.

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE CAA-ENT-ACC                   TO E110-ENT-LAST-MOD
           MOVE CAA-CEN-ACCOUNT               TO E110-CEN-LAST-MOD
           MOVE CAA-USERID                    TO E110-STP-USER
           MOVE CAA-TERMINAL                  TO E110-STP-TERMINAL
           MOVE CAA-COD-TRA                   TO E110-TRANSACTION
           MOVE CAA-2DAT-ACCOUN               TO E110-DAT-PROCESS
           MOVE N003-OPTION                   TO E110-OPTION
           MOVE N003-ENT                      TO E110-ENT
           MOVE N003-NUM-GOOD                 TO E110-NUM-GOOD
           MOVE N003-COD-GOOD                 TO E110-COD-GOOD
           MOVE N003-DAT-BGN-GOOD             TO E110-DAT-BGN-GOOD
           MOVE N003-DAT-MAT-GOOD             TO E110-DAT-MAT-GOOD
           MOVE N003-DES-GOOD                 TO E110-DES-GOOD
           MOVE N003-DES-LOCATION             TO E110-DES-LOCATION
           MOVE N003-BRN-GOOD                 TO E110-BRN-GOOD
           MOVE N003-STATUS-GOOD              TO E110-STATUS-GOOD
           MOVE W000-CA-TYP-DTA-EST           TO E110-TYP-DTA-CMPY
           MOVE N003-FLG-VALID-BAS            TO E110-FLG-VALID-BASEL
           MOVE N003-FLG-EXC-INSU             TO E110-FLG-EXC-INSU

           IF  N003-FLG-EXC-INSU EQUAL CA-YES
               IF  N003-DAT-EXC-INSU EQUAL SPACES OR LOW-VALUES
                   MOVE CAA-2DAT-ACCOUN        TO N003-DAT-EXC-INSU
               END-IF
           ELSE
               MOVE SPACES                     TO N003-DAT-EXC-INSU
           END-IF

           MOVE N003-DAT-EXC-INSU             TO E110-DAT-EXC-INSU
           MOVE N003-HAIRCUT                  TO E110-PER-HC-GOOD
           MOVE N003-COMMENTS                 TO E110-COMMENTS
           MOVE N003-FCC-GOOD                 TO E110-FCC-GOOD
           MOVE N003-GOOD-AMT                 TO E110-AMT-GOOD
           MOVE ZEROS                         TO E110-AMT-GOOD-OLD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   PERFORM WRITE-AUDIT-TRAIL

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR       TO VA-ERR-OBJECT
                   MOVE CA-AC8C110S-REF       TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN       TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE      TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC     TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD           TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1       TO CAA-ERR-VARIA1
                   MOVE VA-UNIT-REF           TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                WRITE-AUDIT-TRAIL                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA FILA DE AUDITORIA POR UNIDAD DADA DE ALTA (USUARIO,    *
      *     TERMINAL, FECHA, OPCION 1, NUMERO DE BIEN E IMPORTE),      *
      *     IGUAL QUE WRITE-AUDIT-TRAIL EN AC1C0ROS.                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONE AUDIT ROW PER UNIT REGISTERED (USER, TERMINAL, DATE,   *
      *     OPTION 1, GOOD NUMBER AND AMOUNT), SAME AS                 *
      *     WRITE-AUDIT-TRAIL IN AC1C0ROS.                             *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-AUDIT-TRAIL.

           INITIALIZE VA-ACEC170-01
                      VA-ACEC000-01

           MOVE N003-ENT                TO E170-ENT
           MOVE CAA-USERID              TO E170-STP-USER
           MOVE CAA-TERMINAL            TO E170-STP-TERMINAL
           MOVE CAA-2DAT-ACCOUN         TO E170-DAT-PROCESS
           MOVE N003-OPTION             TO E170-OPTION
           MOVE E110-NUM-GOOD           TO E170-NUM-GOOD
           MOVE E110-AMT-GOOD-OLD       TO E170-AMT-OLD
           MOVE E110-AMT-GOOD           TO E170-AMT-NEW

           CALL CA-AC8C170S   USING VA-ACEC170-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK
                   CONTINUE

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C170S-REF   TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD          TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1      TO CAA-ERR-VARIA1
                   MOVE VA-UNIT-REF          TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                ACCESS-AC8C130S                              *
      *                                                                *
      *A.PR.S                                                          *
      *   SE ACCEDE A LA RUTINA DE MANTENIMIENTO DE BIENES RAICES CON  *
      *   LOS DATOS DE LA UNIDAD Y SU DIRECCION COMPUESTA (PORTAL Y    *
      *   PISO/PUERTA PROPIOS DE LA UNIDAD)                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   ACCESS TO THE REAL ESTATE MAINTENANCE ROUTINE WITH THE       *
      *   UNIT'S DATA AND ITS COMPOSED ADDRESS (THE UNIT'S OWN PORTAL  *
      *   AND FLOOR/DOOR)                                              *
      *B.PR.E                                                          *
      ******************************************************************
       ACCESS-AC8C130S.

           INITIALIZE VA-ACEC130-01
                      VA-ACEC000-01

           MOVE CAA-ENT-ACC                   TO E130-ENT-LAST-MOD
           MOVE CAA-CEN-ACCOUNT               TO E130-CEN-LAST-MOD
           MOVE CAA-USERID                    TO E130-STP-USER
           MOVE CAA-TERMINAL                  TO E130-STP-TERMINAL
           MOVE CAA-COD-TRA                   TO E130-TRANSACTION
           MOVE CAA-2DAT-ACCOUN               TO E130-DAT-PROCESS
           MOVE N003-OPTION                   TO E130-OPTION
           MOVE N003-ENT                      TO E130-ENT
           MOVE E110-NUM-GOOD                 TO E130-NUM-GOOD
           MOVE N003-TYP-GOOD                 TO E130-TYP-GOOD
           MOVE N003-NUM-BUILDING             TO E130-NUM-BUILDING
           MOVE N003-NUM-TOT-AREA             TO E130-NUM-TOT-AREA
           MOVE N003-NUM-BUILT-AREA           TO E130-NUM-BUILT-AREA
           MOVE N003-TYP-AREA                 TO E130-TYP-AREA
           MOVE N003-DES-AMNG-STRE1           TO E130-DES-AMNG-STRE1
           MOVE N003-DES-AMNG-STRE2           TO E130-DES-AMNG-STRE2
           MOVE N003-DES-ADM-AREA             TO E130-DES-ADM-AREA
           MOVE N003-COD-AREA                 TO E130-COD-AREA
           MOVE N003-FLG-LOC-GEO              TO E130-FLG-LOC-GEO
           MOVE N003-DES-SECTION              TO E130-DES-SECTION
           MOVE N003-DES-BLOCK                TO E130-DES-BLOCK
           MOVE N003-COD-PLOT                 TO E130-COD-PLOT
           MOVE N003-COD-PROPERTY             TO E130-COD-PROPERTY
           MOVE N003-TYP-PROPERTY             TO E130-TYP-PROPERTY
           MOVE N003-DES-BUILDING             TO E130-DES-BUILDING
           MOVE N003-COD-OLD                  TO E130-COD-OLD

           IF  N003-DAT-CNTB  EQUAL TO SPACES OR LOW-VALUES
               MOVE W000-CD-DAT-MINIMUM       TO E130-DAT-CNTB
           ELSE
               MOVE N003-DAT-CNTB             TO E130-DAT-CNTB
           END-IF

           MOVE N003-FLG-TAX                  TO E130-FLG-TAX
           MOVE N003-FLG-DISPOSAL             TO E130-FLG-DISPOSAL
           PERFORM CALL-PE8C1900
           MOVE VA-DES-COMPRADR               TO E130-DES-COMPRADR
           MOVE VA-DES-COMPRCTY               TO E130-DES-COMPRCTY

           CALL CA-AC8C130S   USING VA-ACEC130-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   MOVE E000-COD-WA1          TO CAA-SW-COD-WA1
                   MOVE E000-WARN1VARIA1      TO CAA-WARN1VARIA1
                   MOVE E000-WARN1VARIA2      TO CAA-WARN1VARIA2

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR       TO VA-ERR-OBJECT
                   MOVE CA-AC8C130S-REF       TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN       TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE      TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC     TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD           TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1       TO CAA-ERR-VARIA1
                   MOVE VA-UNIT-REF           TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                    CALL-PE8C1900                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPONE LA DIRECCION DE LA UNIDAD IGUAL QUE                *
      *     22100-CALL-PE8C1900 EN AC1C0ROS.                           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COMPOSES THE UNIT'S ADDRESS THE SAME WAY AS                *
      *     22100-CALL-PE8C1900 IN AC1C0ROS.                           *
      *B.PR.E                                                          *
      ******************************************************************
       CALL-PE8C1900.

           INITIALIZE E190-RECORD
           MOVE N003-PORTAL       TO E190-PORTAL
           MOVE N003-DETAIL       TO E190-DETAIL
           MOVE N003-ADRCUS       TO E190-ADR-CUS
           MOVE N003-LOCALIT      TO E190-LOCALITY
           MOVE N003-TOWN         TO E190-TOWN
           MOVE N003-COUNTY       TO E190-COD-COUNTY
           MOVE N003-CODPOST      TO E190-COD-POST
           MOVE N003-COUNTRY      TO E190-COD-COUNTRY

           MOVE CA-C              TO E190-OPTION
           MOVE CAA-ENT-ACC       TO E190-CUS-ENT

           CALL CA-PE8C1900 USING E190-RECORD

           EVALUATE E190-COD-RTN
              WHEN ZEROS
                 MOVE E190-WHOLEADR     TO VA-DES-COMPRADR
                 MOVE E190-TOWNCOMPRALL TO VA-DES-COMPRCTY
              WHEN OTHER
                 MOVE CA-PE8C1900       TO VA-ERR-REFERENCE(1:16)
                 MOVE E190-COD-RTN      TO VA-ERR-REFERENCE(17:3)
                 PERFORM DB2-ERROR
           END-EVALUATE.

      ******************************************************************
      *.PN                WRITE-CO-OWNERS                              *
      *                                                                *
      *A.PR.S                                                          *
      *   - LOS COPROPIETARIOS DE LA CABECERA SE GRABAN EN CADA UNIDAD *
      *     MEDIANTE AC8C150S, IGUAL QUE WRITE-CO-OWNERS EN AC1C0ROS.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE HEADER'S CO-OWNERS ARE STORED ON EVERY UNIT VIA        *
      *     AC8C150S, SAME AS WRITE-CO-OWNERS IN AC1C0ROS.             *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-CO-OWNERS.

           PERFORM VARYING VN-IDX-COOWNER FROM 1 BY 1
                   UNTIL VN-IDX-COOWNER > N003-NUM-COOWNERS

               INITIALIZE VA-ACEC150-01
                          VA-ACEC000-01

               MOVE CA-OPE-COOWNER-ADD            TO E150-OPTION
               MOVE N003-ENT                      TO E150-ENT
               MOVE E110-NUM-GOOD                 TO E150-NUM-GOOD
               MOVE VN-IDX-COOWNER                TO E150-SEQ-OWNER
               MOVE N003-CO-ADRCUS(VN-IDX-COOWNER)  TO E150-ADR-CUS
               MOVE N003-CO-LOCALIT(VN-IDX-COOWNER) TO E150-LOCALITY
               MOVE N003-CO-TOWN(VN-IDX-COOWNER)    TO E150-TOWN
               MOVE N003-CO-COUNTY(VN-IDX-COOWNER)  TO E150-COD-COUNTY
               MOVE N003-CO-CODPOST(VN-IDX-COOWNER) TO E150-COD-POST
               MOVE N003-CO-COUNTRY(VN-IDX-COOWNER) TO E150-COD-COUNTRY

               CALL CA-AC8C150S   USING VA-ACEC150-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN E000-SW-RTN-OK
                       CONTINUE

                   WHEN E000-SW-RTN-DB2

                       MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                       MOVE CA-AC8C150S-REF   TO VA-ERR-REFERENCE(1:11)
                       MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                       MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                       MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                       PERFORM DB2-ERROR

                   WHEN OTHER

                       MOVE E000-ERRCOD          TO CAA-SW-ERRCOD
                       MOVE E000-ERR-VARIA1      TO CAA-ERR-VARIA1
                       MOVE VA-UNIT-REF          TO CAA-ERR-VARIA2

                       PERFORM END-PROCESS

               END-EVALUATE

           END-PERFORM.

      ******************************************************************
      *.PN                  INQUIRE-DEVELOPMENT                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE LOS BIENES DE LA ENTIDAD CON AC8C180S Y, POR CADA  *
      *     UNO, CONSULTA SUS DATOS DE BIEN RAIZ (AC8C130S). LOS QUE   *
      *     TIENEN EL NUMERO DE EDIFICIO PEDIDO (Y LA PARCELA, SI SE   *
      *     INFORMA) SON UNIDADES DE LA PROMOCION: TODOS CUENTAN EN    *
      *     LOS TOTALES Y SE LISTAN HASTA 20 A PARTIR DE               *
      *     N010-NUM-GOOD-LAST; N010-FLG-MORE INDICA QUE QUEDAN MAS.   *
      *     AREA E IMPORTE TOTALES SOLO SUMAN LAS UNIDADES ACTIVAS;    *
      *     N010-FLG-MIXED-FCC AVISA SI HAY MONEDAS DISTINTAS.         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BROWSES THE ENTITY'S GOODS WITH AC8C180S AND, FOR EACH     *
      *     ONE, INQUIRES ITS REAL ESTATE DATA (AC8C130S). THOSE WITH  *
      *     THE REQUESTED BUILDING NUMBER (AND PLOT, WHEN INFORMED)    *
      *     ARE UNITS OF THE DEVELOPMENT: ALL OF THEM COUNT IN THE     *
      *     TOTALS AND UP TO 20 ARE LISTED AFTER N010-NUM-GOOD-LAST;   *
      *     N010-FLG-MORE TELLS THAT MORE REMAIN. TOTAL AREA AND       *
      *     AMOUNT ONLY ADD UP ACTIVE UNITS; N010-FLG-MIXED-FCC WARNS  *
      *     WHEN CURRENCIES DIFFER.                                    *
      *B.PR.E                                                          *
      ******************************************************************
       INQUIRE-DEVELOPMENT.

           MOVE ZEROS                   TO N010-NUM-UNITS
                                           VN-NUM-GOOD-CUR
           MOVE 0                       TO VN-CNT-LISTED
           SET VA-SW-BROWSE             TO 'N'

           PERFORM UNTIL VA-BROWSE-END

               PERFORM BROWSE-NEXT-GOOD

               IF  NOT VA-BROWSE-END

                   PERFORM CHECK-GOOD-BUILDING

               END-IF

           END-PERFORM

           IF  N010-TOT-UNITS EQUAL ZEROS

               MOVE CA-ACE0009          TO CAA-SW-ERRCOD
               MOVE CA-AC000040         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           MOVE VN-CNT-LISTED           TO N010-NUM-UNITS.

      ******************************************************************
      *.PN                    BROWSE-NEXT-GOOD                         *
      ******************************************************************
       BROWSE-NEXT-GOOD.

           INITIALIZE VA-ACEC180-01
                      VA-ACEC000-01

           MOVE N010-ENT                TO E180-ENT-FROM
           MOVE N010-ENT                TO E180-ENT-TO
           MOVE N010-ENT                TO E180-ENT-LAST
           MOVE VN-NUM-GOOD-CUR         TO E180-NUM-GOOD-LAST
           MOVE SPACES                  TO E180-STATUS-FILTER
           MOVE SPACES                  TO E180-TYP-FILTER

           CALL CA-AC8C180S   USING VA-ACEC180-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   IF  E180-FLG-FOUND EQUAL CA-YES
                       MOVE E180-NUM-GOOD     TO VN-NUM-GOOD-CUR
                   ELSE
                       SET VA-BROWSE-END      TO TRUE
                   END-IF

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C180S-REF   TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD          TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1      TO CAA-ERR-VARIA1
                   MOVE E000-ERR-VARIA2      TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                   CHECK-GOOD-BUILDING                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN BIEN SIN DATOS DE BIEN RAIZ (AC8C130S NO LO ENCUENTRA)  *
      *     NO PUEDE SER UNIDAD DE LA PROMOCION Y SE SALTA.            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A GOOD WITH NO REAL ESTATE DATA (AC8C130S DOES NOT FIND    *
      *     IT) CANNOT BE A UNIT OF THE DEVELOPMENT AND IS SKIPPED.    *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-GOOD-BUILDING.

           INITIALIZE VA-ACEC130-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ          TO E130-OPTION
           MOVE N010-ENT                TO E130-ENT
           MOVE VN-NUM-GOOD-CUR         TO E130-NUM-GOOD

           CALL CA-AC8C130S   USING VA-ACEC130-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   IF  E130-NUM-BUILDING EQUAL N010-NUM-BUILDING
                       AND (N010-COD-PLOT EQUAL SPACES
                         OR E130-COD-PLOT EQUAL N010-COD-PLOT)

                       PERFORM ADD-INQUIRY-UNIT

                   END-IF

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C130S-REF   TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   CONTINUE

           END-EVALUATE.

      ******************************************************************
      *.PN                    ADD-INQUIRY-UNIT                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA LOS DATOS BASICOS DE LA UNIDAD (AC8C110S), LA     *
      *     SUMA A LOS TOTALES Y, SI CABE EN LA PAGINA, LA LISTA. LA   *
      *     PRIMERA UNIDAD ENCONTRADA RELLENA LOS DATOS COMUNES DE LA  *
      *     CABECERA DE LA PANTALLA.                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE UNIT'S BASIC DATA (AC8C110S), ADDS IT TO THE  *
      *     TOTALS AND, IF IT FITS ON THE PAGE, LISTS IT. THE FIRST    *
      *     UNIT FOUND FILLS THE SHARED HEADER DATA ON THE SCREEN.     *
      *B.PR.E                                                          *
      ******************************************************************
       ADD-INQUIRY-UNIT.

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ          TO E110-OPTION
           MOVE N010-ENT                TO E110-ENT
           MOVE VN-NUM-GOOD-CUR         TO E110-NUM-GOOD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK
                   CONTINUE

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C110S-REF   TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD          TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1      TO CAA-ERR-VARIA1
                   MOVE E000-ERR-VARIA2      TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE

           IF  N010-TOT-UNITS EQUAL ZEROS

               MOVE E130-DES-BUILDING   TO N010-DES-BUILDING
               MOVE E130-COD-PLOT       TO N010-COD-PLOT
               MOVE E130-TYP-GOOD       TO N010-TYP-GOOD
               MOVE E130-DES-SECTION    TO N010-DES-SECTION
               MOVE E130-DES-BLOCK      TO N010-DES-BLOCK
               MOVE E130-COD-AREA       TO N010-COD-AREA
               MOVE E110-BRN-GOOD       TO N010-BRN-GOOD

           END-IF

           ADD 1                        TO N010-TOT-UNITS

           IF  E110-STATUS-GOOD EQUAL CA-STATUS-ACTIVE

               ADD 1                    TO N010-TOT-ACTIVE
               ADD E130-NUM-BUILT-AREA  TO N010-TOT-BUILT-AREA
               ADD E110-AMT-GOOD        TO N010-TOT-AMT

               IF  VA-FCC-FIRST EQUAL SPACES
                   MOVE E110-FCC-GOOD   TO VA-FCC-FIRST
               ELSE
                   IF  E110-FCC-GOOD NOT EQUAL VA-FCC-FIRST
                       MOVE CA-YES      TO N010-FLG-MIXED-FCC
                   END-IF
               END-IF

           END-IF

           IF  VN-NUM-GOOD-CUR > N010-NUM-GOOD-LAST

               IF  VN-CNT-LISTED < CA-MAX-UNITS

                   ADD 1                TO VN-CNT-LISTED

                   MOVE SPACES          TO N010-UNIT(VN-CNT-LISTED)
                   MOVE E110-NUM-GOOD   TO
                                     N010-UNT-NUM-GOOD(VN-CNT-LISTED)
                   MOVE E130-COD-PROPERTY
                               TO N010-UNT-COD-PROPERTY(VN-CNT-LISTED)
                   MOVE E130-TYP-PROPERTY
                               TO N010-UNT-TYP-PROPERTY(VN-CNT-LISTED)
                   MOVE E130-NUM-TOT-AREA
                               TO N010-UNT-NUM-TOT-AREA(VN-CNT-LISTED)
                   MOVE E130-NUM-BUILT-AREA
                             TO N010-UNT-NUM-BUILT-AREA(VN-CNT-LISTED)
                   MOVE E130-TYP-AREA
                               TO N010-UNT-TYP-AREA(VN-CNT-LISTED)
                   MOVE E110-AMT-GOOD
                               TO N010-UNT-GOOD-AMT(VN-CNT-LISTED)
                   MOVE E110-COD-GOOD
                               TO N010-UNT-COD-GOOD(VN-CNT-LISTED)
                   MOVE E110-DES-GOOD
                               TO N010-UNT-DES-GOOD(VN-CNT-LISTED)
                   MOVE E110-STATUS-GOOD
                               TO N010-UNT-STATUS-GOOD(VN-CNT-LISTED)
                   MOVE E110-FCC-GOOD
                               TO N010-UNT-FCC-GOOD(VN-CNT-LISTED)

               ELSE

                   MOVE CA-YES          TO N010-FLG-MORE

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    WRITEQ                                   *
      ******************************************************************
       WRITEQ.

           MOVE CA-QUEUE                 TO  CAA-TB-DES1(1)
           MOVE CA-SCREEN                TO  CAA-TB-SCRDOCU(1)

           MOVE CA-QUEUE                 TO VA-TSQ-PRFX
           MOVE CAA-TERMINAL             TO VA-TSQ-SFF

           MOVE CA-FORMAT-NAME           TO VA-DES-FORMAT
           MOVE LENGTH OF ACNC010        TO VN-TSQ-LTH
           MOVE ACNC010                  TO VA-FRT-CNT
           ADD W000-CN-NUM-8             TO VN-TSQ-LTH

           PERFORM WRITEQ-SEND.

      ******************************************************************
      *.PN                    WRITEQ-SEND                              *
      ******************************************************************
       WRITEQ-SEND.

           MOVE 0 TO VN-RETRY-WRITEQ

           PERFORM WRITEQ-ATTEMPT

           PERFORM UNTIL EIBRESP EQUAL WCO2C-CICS-NORMAL
                      OR (EIBRESP NOT EQUAL WCO2C-CICS-NOSPACE AND
                          EIBRESP NOT EQUAL WCO2C-CICS-IOERR)
                      OR VN-RETRY-WRITEQ >= CA-MAX-RETRY-WRITEQ

               ADD 1 TO VN-RETRY-WRITEQ
               PERFORM WRITEQ-ATTEMPT

           END-PERFORM

           IF  EIBRESP NOT EQUAL WCO2C-CICS-NORMAL

               MOVE VA-DES-FORMAT        TO VA-ERR-OBJECT
               MOVE CA-WRI-REFERENCE     TO VA-ERR-REFERENCE(1:8)

               PERFORM VALIDATE-CICS-ERROR

           END-IF.

      ******************************************************************
      *.PN                    WRITEQ-ATTEMPT                           *
      *                                                                *
      *A.PR.S                                                          *
      *     UN UNICO INTENTO DE ESCRITURA DE LA COLA TS. SE REPITE    *
      *     MIENTRAS EL ERROR SEA TRANSITORIO (NOSPACE/IOERR), IGUAL  *
      *     QUE EN AC1C0ROS.                                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *     A SINGLE ATTEMPT AT WRITING THE TS QUEUE. IT IS REPEATED  *
      *     WHILE THE ERROR IS TRANSIENT (NOSPACE/IOERR), THE SAME    *
      *     WAY AS IN AC1C0ROS.                                       *
      *B.PR.E                                                          *
      ******************************************************************
       WRITEQ-ATTEMPT.

           INITIALIZE QAECTS1C
           INITIALIZE QAECTS1M
           MOVE VA-TSQ-A1 TO ETSIC-CICS-QUEUE
           SET ETS1M-SW-MAIN-YES TO TRUE
           SET ETSIC-SW-REW-NO     TO TRUE
           MOVE 0 TO ETSIC-CICS-ITEM
           MOVE VN-TSQ-LTH TO ETSIC-CICS-LTH
           MOVE 0 TO ETSIC-NUM-ITEM-CICS
           IF ETSIC-CICS-QUEUE-ARCH
              MOVE 'QA6CWR1' TO WC04C-PGM-NM
              CALL WC04C-PGM-NM USING DFHEIBLK
                                      EATT-QAECCAAE-03
                                      QAECTS1C
                                      VA-TSQ-CNT
           ELSE
              MOVE 'QA7CTSM' TO WC04C-PGM-NM
              CALL WC04C-PGM-NM USING DFHEIBLK
                                      EENQC-CICS-FILL
                                      QAECTS1C
                                      VA-TSQ-CNT
           END-IF.

      ******************************************************************
      *.PN                    VALIDATE-CICS-ERROR                      *
      ******************************************************************
       VALIDATE-CICS-ERROR.

           INITIALIZE VA-QGECABC-01

           MOVE CA-YES            TO ABC-ABEND
           MOVE CA-PROGRAM        TO ABC-DES-PROG
           MOVE EIBFN             TO ABC-EIBFN
           MOVE EIBRCODE          TO ABC-EIBRCODE
           MOVE EIBRSRCE          TO ABC-EIBRSRCE
           MOVE EIBRESP           TO ABC-EIBRESP1
           MOVE EIBRESP2          TO ABC-EIBRESP2
           MOVE VA-ERR-OBJECT     TO ABC-OBJECT-ERROR
           MOVE VA-ERR-REFERENCE  TO ABC-REFERENCE1

           PERFORM ABEND.

      ******************************************************************
      *.PN                    DB2-ERROR                                *
      ******************************************************************
       DB2-ERROR.

           INITIALIZE VA-QGECABC-01

           MOVE CA-YES            TO ABC-ABEND
           MOVE CA-PROGRAM        TO ABC-DES-PROG
           MOVE VA-ERR-OBJECT     TO ABC-OBJECT-ERROR
           MOVE VA-ERR-REFERENCE  TO ABC-REFERENCE1
           MOVE VN-ERR-SQLCODE    TO ABC-SQLCODE
           MOVE VA-ERR-SQLERRM    TO ABC-SQLERRM

           PERFORM ABEND.

      ******************************************************************
      *.PN                      END-PROCESS                            *
      *                                                                *
      *A.PR.S                                                          *
      *       DEVUELVE EL CONTROL AL CICS.                             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *       RESTORE CONTROL TO CICS.                                 *
      *B.PR.E                                                          *
      ******************************************************************
       END-PROCESS.

           IF  CAA-SW-ERRCOD NOT EQUAL SPACES

               PERFORM WRITEQ

           END-IF

           GOBACK.

      ******************************************************************
      *.PN                    ABEND                                    *
      ******************************************************************
       ABEND.

           MOVE CA-QG1CABC TO WC04C-PGM-NM.
           MOVE LENGTH OF QGECABC TO EIBCALEN.
           CALL WC04C-PGM-NM USING DFHEIBLK
                                   QGECABC
            ON EXCEPTION
               MOVE WCO2C-CICS-PGMIDERR TO EIBRESP
           END-CALL.
           MOVE 0                    TO EIBCALEN.
           MOVE WCO2C-CICS-LINK      TO EIBFN.
           MOVE WC04C-PGM-NM         TO EIBRSRCE.

           EVALUATE EIBRESP
               WHEN WCO2C-CICS-ABENDERR
                   GOBACK
               WHEN WCO2C-CICS-PGMIDERR
                   IF WC04C-PGM-NM NOT EQUAL 'QG1CABC'
                       CONTINUE
                   ELSE
                       MOVE WCO2C-CICS-ABENDERR TO EIBRESP
                       GOBACK
                   END-IF
               WHEN OTHER
                   MOVE WCO2C-CICS-NORMAL    TO EIBRESP
                   MOVE WCO2C-CICS-EIBRCODE-OK TO EIBRCODE
           END-EVALUATE.
