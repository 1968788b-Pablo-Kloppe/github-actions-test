      ******************************************************************
      *A.PD.S
      *     PROGRAMA ON-LINE TRANSACIONAL
      *     ASOCIADO A LA TRANSACCION A009
      *     MANTENIMIENTO DEL CERTIFICADO ENERGETICO DEL BIEN
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     TRANSACTIONAL ON-LINE PROGRAM ASSOCIATED WITH              *
      *     A009 TRANSACTION                                           *
      *     MAINTENANCE OF A GOOD'S ENERGY PERFORMANCE CERTIFICATE     *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACZC0ROS IS INITIAL.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     MANTENIMIENTO DEL CERTIFICADO DE EFICIENCIA ENERGETICA    *
      *     (EPC) DE UN BIEN (ALTA, BAJA, MODIFICACION O CONSULTA) A  *
      *     TRAVES DE AC8C230S, AL LADO DE LA A003 Y LA A008. EN ALTA *
      *     Y MODIFICACION SE VALIDAN LA LETRA (A A G), EL CONSUMO,   *
      *     LAS EMISIONES, EL NUMERO DE CERTIFICADO Y LAS FECHAS DE   *
      *     EMISION Y CADUCIDAD, Y SE ANOTA EL ORIGEN 'ONLINE' CON LA *
      *     FECHA CONTABLE, EL USUARIO Y LA TRANSACCION. LOS          *
      *     CERTIFICADOS DE LOS REGISTROS AUTONOMICOS SE CARGAN EN    *
      *     BATCH CON ACZC1ROS.                                       *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    QBEC999         E     AREA COM. DE LA LINKAGE               *
      *    TCEC9900       E/S    AREA COM. MODULO TC9C9900             *
      *    ACEC230        E/S    AREA COM. RUTINA AC8C230S             *
      *    QGECABC         E     COPY DE ABEND                         *
      *    ACNC009        E/S    COPY DE PANTALLA A009                 *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     MAINTENANCE OF A GOOD'S ENERGY PERFORMANCE CERTIFICATE    *
      *     (EPC) (ADD, REMOVE, MODIFY OR INQUIRE) THROUGH AC8C230S,  *
      *     ALONGSIDE A003 AND A008. ON ADD AND MODIFY THE RATING (A  *
      *     TO G), CONSUMPTION, EMISSIONS, CERTIFICATE NUMBER AND     *
      *     ISSUE AND EXPIRY DATES ARE VALIDATED, AND THE SOURCE      *
      *     'ONLINE' IS RECORDED WITH THE ACCOUNTING DATE, USER AND   *
      *     TRANSACTION. CERTIFICATES FROM THE REGIONAL REGISTRIES    *
      *     ARE LOADED IN BATCH BY ACZC1ROS.                          *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    QBEC999         I     COMMAREA                              *
      *    TCEC9900       I/O    COMMAREA MODULE TC9C9900              *
      *    ACEC230        I/O    COMMAREA MODULE AC8C230S              *
      *    QGECABC         I     ABEND  COPY                           *
      *    ACNC009        I/O    A009 SCREEN COPY                      *
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
      *               COPY OF COMMAREA MODULE AC8C230S                 *
      ******************************************************************
       01  VA-ACEC230-01.
           COPY ACEC230.

      ******************************************************************
      *               COPY ACEC000                                     *
      ******************************************************************
       01  VA-ACEC000-01.
           COPY ACEC000.

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

                   15  VA-FRT-CNT          PIC X(900)  VALUE SPACES.

           05  VA-ERR-OBJECT               PIC X(8)    VALUE SPACES.
           05  VA-ERR-REFERENCE            PIC X(20)   VALUE SPACES.
           05  VA-ERR-SQLERRM              PIC X(70)   VALUE SPACES.
           05  VN-ERR-SQLCODE              PIC S9(9)   COMP
                                   VALUE ZEROS.
           05  VN-RETRY-WRITEQ              PIC 9(01)      VALUE 0.
           05  VA-DAT-CHECK                 PIC X(10)   VALUE SPACES.
           05  VA-DAT-CHECK-R REDEFINES VA-DAT-CHECK.
               10  VA-DAT-CHECK-YEAR        PIC X(04).
               10  VA-DAT-CHECK-SEP1        PIC X(01).
               10  VA-DAT-CHECK-MONTH       PIC X(02).
               10  VA-DAT-CHECK-SEP2        PIC X(01).
               10  VA-DAT-CHECK-DAY         PIC X(02).
           05  VA-SW-DAT-VALID              PIC X(01)   VALUE 'N'.
               88  VA-DAT-VALID                        VALUE 'S'.

      ******************************************************************
      *                  CONSTANTS                                     *
      ******************************************************************
       01  CA-CONSTANTS.

           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-SCREEN                   PIC X(01)   VALUE 'P'.
           05  CA-QUEUE                    PIC X(04)   VALUE '+DC1'.
           05  CA-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CA-ACE0002                  PIC X(07)   VALUE 'ACE0002'.
           05  CA-ERR-ACE0109              PIC X(07)   VALUE 'ACE0109'.
           05  CA-FORMAT-NAME              PIC X(07)   VALUE 'ACM0090'.
           05  CA-AC000008                 PIC X(9)
                                   VALUE '@AC000008'.
           05  CA-TS-QUEUE                 PIC X(8)    VALUE 'TS-QUEUE'.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-TC9C9900-REF             PIC X(11)
                                   VALUE 'TC9C9900 : '.
           05  CA-ACE0009                  PIC X(7)    VALUE 'ACE0009'.
           05  CA-ACE0106                  PIC X(07)   VALUE 'ACE0106'.
           05  CA-AC000015                 PIC X(9)
                                   VALUE '@AC000015'.
           05  CA-AC8C230S                 PIC X(08)   VALUE 'AC8C230S'.
           05  CA-AC8C230S-REF             PIC X(11)
                                   VALUE 'AC8C230S : '.
           05  CA-OPE-EPC-ADD              PIC X(01)   VALUE '1'.
           05  CA-OPE-EPC-REM              PIC X(01)   VALUE '2'.
           05  CA-OPE-EPC-MOD              PIC X(01)   VALUE '3'.
           05  CA-OPE-EPC-INQ              PIC X(01)   VALUE '4'.
           05  CA-SOURCE-ONLINE            PIC X(08)   VALUE 'ONLINE'.
           05  CA-DAT-SEP                  PIC X(01)   VALUE '-'.
           05  CA-MONTH-MIN                PIC X(02)   VALUE '01'.
           05  CA-MONTH-MAX                PIC X(02)   VALUE '12'.
           05  CA-DAY-MIN                  PIC X(02)   VALUE '01'.
           05  CA-DAY-MAX                  PIC X(02)   VALUE '31'.
           05  CA-AC000033                 PIC X(9)
                                   VALUE '@AC000033'.
           05  CA-AC000034                 PIC X(9)
                                   VALUE '@AC000034'.
           05  CA-AC000035                 PIC X(9)
                                   VALUE '@AC000035'.
           05  CA-AC000036                 PIC X(9)
                                   VALUE '@AC000036'.
           05  CA-AC000037                 PIC X(9)
                                   VALUE '@AC000037'.
           05  CA-ACE0001                  PIC X(07)   VALUE 'ACE0001'.
           05  CA-QG2CSEG                  PIC X(08)   VALUE 'QG2CSEG'.
           05  CA-QG2CSEG-REF              PIC X(11)
                                   VALUE 'QG2CSEG  : '.
           05  CA-PROGRAM                  PIC X(08)   VALUE 'ACZC0ROS'.
           05  CA-WRI-REFERENCE            PIC X(08)   VALUE 'WRITEQ  '.
           05  CA-DEL-REFERENCE            PIC X(08)   VALUE 'DELETEQ '.
           05  CA-MAX-RETRY-WRITEQ         PIC 9(01)   VALUE 3.

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

           COPY ACNC009.

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
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - ADDRESS THE INPUT SCREEN.                                   *
      *  - VARIABLES INITIALIZATION                                    *
      *  - CHECK THE INPUT FIELDS OF THE SCREEN COPY                   *
      *B.PR.E                                                          *
      ******************************************************************
       START-PROCESS.

           SET ADDRESS OF ACNC009                TO CAA-PTR-COPYIN
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

           PERFORM VALIDATE-INPUT-FIELDS

           PERFORM DEL-QUEUE.

      ******************************************************************
      *.PN                   SECURITY-USERID                           *
      *                                                                *
      *A.PR.S                                                          *
      *      SE LLAMA AL MODULO QG2CSEG PARA VERIFICAR LA AUTORIZACION *
      *      DEL USUARIO. CADA OPERACION SOBRE EL CERTIFICADO (ALTA,   *
      *      BAJA, MODIFICACION O CONSULTA) SE AUTORIZA CON SU PROPIO  *
      *      CODIGO DE OPCION SOBRE EL RECURSO DE BIENES, IGUAL QUE    *
      *      EN LA A008.                                               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *      QG2CSEG USER AUTHORIZATION VERIFICATION. EACH CERTIFICATE *
      *      OPERATION (ADD, REMOVE, MODIFY OR INQUIRE) IS AUTHORIZED  *
      *      UNDER ITS OWN OPTION CODE ON THE GOODS RESOURCE, AS ON    *
      *      THE A008.                                                 *
      *B.PR.E                                                          *
      ******************************************************************
       SECURITY-USERID.

           INITIALIZE QGECSEG.

           MOVE W000-CA-SEG-ACGOOD       TO SEG-SW-FICRECORD
           MOVE N009-OPTION              TO SEG-OPERATION

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

           IF  N009-OPTION NOT EQUAL CA-OPE-EPC-ADD  AND
               N009-OPTION NOT EQUAL CA-OPE-EPC-REM  AND
               N009-OPTION NOT EQUAL CA-OPE-EPC-MOD  AND
               N009-OPTION NOT EQUAL CA-OPE-EPC-INQ

               MOVE CA-ACE0001            TO CAA-SW-ERRCOD
               MOVE SPACES                TO CAA-ERR-VARIA1
               MOVE SPACES                TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF.

      ******************************************************************
      *.PN           VALIDATE-ENTITY                                   *
      ******************************************************************
       VALIDATE-ENTITY.

           IF  N009-ENT       EQUAL SPACES OR LOW-VALUES

               MOVE CAA-ENT-ACC                TO N009-ENT

           END-IF

           PERFORM FETCH-ENTITY-PARAMS.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           INITIALIZE TCEC9900

           MOVE W000-CA-NUM-3              TO  TCEC9900-OPTION
           MOVE N009-ENT                   TO  TCEC9900-KEY
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
      *.PN                     VALIDATE-INPUT-FIELDS                   *
      *                                                                *
      *A.PR.S                                                          *
      *  - EL BIEN ES OBLIGATORIO EN TODAS LAS OPCIONES. EN ALTA Y     *
      *    MODIFICACION SE VALIDAN ADEMAS LOS DATOS DEL CERTIFICADO.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - THE GOOD IS MANDATORY ON EVERY OPTION. ON ADD AND MODIFY    *
      *    THE CERTIFICATE DATA IS VALIDATED AS WELL.                  *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-INPUT-FIELDS.

           IF  N009-NUM-GOOD IS NOT NUMERIC

               MOVE ZEROES              TO N009-NUM-GOOD

           END-IF

           IF  N009-NUM-GOOD EQUAL ZEROS

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000008         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N009-OPTION EQUAL CA-OPE-EPC-ADD
               OR N009-OPTION EQUAL CA-OPE-EPC-MOD

               PERFORM VALIDATE-CERTIFICATE-DATA

           END-IF.

      ******************************************************************
      *.PN                  VALIDATE-CERTIFICATE-DATA                  *
      *                                                                *
      *A.PR.S                                                          *
      *  - NUMERO DE CERTIFICADO INFORMADO, LETRA DE A A G, CONSUMO   *
      *    Y EMISIONES NUMERICOS, FECHAS AAAA-MM-DD Y LA CADUCIDAD    *
      *    POSTERIOR A LA EMISION.                                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - CERTIFICATE NUMBER INFORMED, RATING FROM A TO G, NUMERIC   *
      *    CONSUMPTION AND EMISSIONS, YYYY-MM-DD DATES AND EXPIRY     *
      *    AFTER ISSUE.                                               *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-CERTIFICATE-DATA.

           IF  N009-NUM-CERT EQUAL SPACES OR LOW-VALUES

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000037         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  NOT N009-RATING-VALID

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000033         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N009-AMT-ENERGY IS NOT NUMERIC

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000034         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N009-AMT-CO2 IS NOT NUMERIC

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000035         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           MOVE N009-DAT-ISSUE          TO VA-DAT-CHECK
           PERFORM CHECK-DATE-FORMAT

           IF  VA-DAT-VALID

               MOVE N009-DAT-EXPIRY     TO VA-DAT-CHECK
               PERFORM CHECK-DATE-FORMAT

           END-IF

           IF  NOT VA-DAT-VALID
               OR N009-DAT-EXPIRY NOT > N009-DAT-ISSUE

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000036         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF.

      ******************************************************************
      *.PN                    CHECK-DATE-FORMAT                        *
      ******************************************************************
       CHECK-DATE-FORMAT.

           SET VA-SW-DAT-VALID          TO 'N'

           IF  VA-DAT-CHECK-YEAR  IS NUMERIC
               AND VA-DAT-CHECK-MONTH IS NUMERIC
               AND VA-DAT-CHECK-DAY   IS NUMERIC
               AND VA-DAT-CHECK-SEP1  EQUAL CA-DAT-SEP
               AND VA-DAT-CHECK-SEP2  EQUAL CA-DAT-SEP
               AND VA-DAT-CHECK-MONTH NOT < CA-MONTH-MIN
               AND VA-DAT-CHECK-MONTH NOT > CA-MONTH-MAX
               AND VA-DAT-CHECK-DAY   NOT < CA-DAY-MIN
               AND VA-DAT-CHECK-DAY   NOT > CA-DAY-MAX

               SET VA-DAT-VALID         TO TRUE

           END-IF.

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
      *   - APLICA LA OPCION PEDIDA SOBRE EL CERTIFICADO DEL BIEN     *
      *     (ENTIDAD + BIEN) A TRAVES DE AC8C230S. EN ALTA Y          *
      *     MODIFICACION SE ANOTA EL ORIGEN 'ONLINE'. EN CONSULTA,    *
      *     LOS DATOS DEVUELTOS SE TRASLADAN A LA PANTALLA.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - APPLIES THE REQUESTED OPTION ON THE GOOD'S CERTIFICATE    *
      *     (ENTITY + GOOD) THROUGH AC8C230S. ON ADD AND MODIFY THE   *
      *     SOURCE 'ONLINE' IS RECORDED. ON INQUIRY, THE RETURNED     *
      *     DATA IS MOVED BACK TO THE SCREEN.                         *
      *B.PR.E                                                          *
      ******************************************************************
       PROGRAM-PROCESS.

           INITIALIZE VA-ACEC230-01
                      VA-ACEC000-01

           MOVE N009-OPTION            TO E230-OPTION
           MOVE N009-ENT               TO E230-ENT
           MOVE N009-NUM-GOOD          TO E230-NUM-GOOD

           IF  N009-OPTION EQUAL CA-OPE-EPC-ADD
               OR N009-OPTION EQUAL CA-OPE-EPC-MOD

               MOVE N009-NUM-CERT      TO E230-NUM-CERT
               MOVE N009-COD-RATING    TO E230-COD-RATING
               MOVE N009-AMT-ENERGY    TO E230-AMT-ENERGY
               MOVE N009-AMT-CO2       TO E230-AMT-CO2
               MOVE N009-DAT-ISSUE     TO E230-DAT-ISSUE
               MOVE N009-DAT-EXPIRY    TO E230-DAT-EXPIRY
               MOVE CA-SOURCE-ONLINE   TO E230-COD-SOURCE
               MOVE CAA-2DAT-ACCOUN    TO E230-DAT-LOAD
               MOVE CAA-USERID         TO E230-USER-LAST-MOD
               MOVE CAA-COD-TRA        TO E230-TRANSACTION

           END-IF

           CALL CA-AC8C230S   USING VA-ACEC230-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   IF  N009-OPTION EQUAL CA-OPE-EPC-INQ

                       MOVE E230-NUM-CERT      TO N009-NUM-CERT
                       MOVE E230-COD-RATING    TO N009-COD-RATING
                       MOVE E230-AMT-ENERGY    TO N009-AMT-ENERGY
                       MOVE E230-AMT-CO2       TO N009-AMT-CO2
                       MOVE E230-DAT-ISSUE     TO N009-DAT-ISSUE
                       MOVE E230-DAT-EXPIRY    TO N009-DAT-EXPIRY
                       MOVE E230-COD-SOURCE    TO N009-COD-SOURCE
                       MOVE E230-DAT-LOAD      TO N009-DAT-LOAD

                   END-IF

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C230S-REF   TO VA-ERR-REFERENCE(1:11)
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

           PERFORM WRITEQ.

      ******************************************************************
      *.PN                    WRITEQ                                   *
      ******************************************************************
       WRITEQ.

           MOVE CA-QUEUE                 TO  CAA-TB-DES1(1)
           MOVE CA-SCREEN                TO  CAA-TB-SCRDOCU(1)

           MOVE CA-QUEUE                 TO VA-TSQ-PRFX
           MOVE CAA-TERMINAL             TO VA-TSQ-SFF

           MOVE CA-FORMAT-NAME           TO VA-DES-FORMAT
           MOVE LENGTH OF ACNC009        TO VN-TSQ-LTH
           MOVE ACNC009                  TO VA-FRT-CNT
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
