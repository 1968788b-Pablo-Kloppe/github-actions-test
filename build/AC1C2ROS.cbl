      ******************************************************************
      *A.PD.S
      *     PROGRAMA ON-LINE TRANSACIONAL
      *     ASOCIADO A LA TRANSACCION A011
      *     MANTENIMIENTO DEL REGISTRO DE DOCUMENTOS DEL BIEN
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     TRANSACTIONAL ON-LINE PROGRAM ASSOCIATED WITH              *
      *     A011 TRANSACTION                                           *
      *     MAINTENANCE OF A GOOD'S DOCUMENT REGISTER                  *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC1C2ROS IS INITIAL.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     MANTENIMIENTO DE LOS DOCUMENTOS QUE SE CUSTODIAN DE UN    *
      *     BIEN (ESCRITURA, CERTIFICADO DE TASACION, NOTA REGISTRAL, *
      *     POLIZA DE SEGURO Y CERTIFICADO ENERGETICO): ALTA, BAJA,   *
      *     MODIFICACION O CONSULTA A TRAVES DE AC8C250S, UN DOCUMENTO*
      *     POR TIPO. EN ALTA Y MODIFICACION SE VALIDAN LA REFERENCIA,*
      *     LA FECHA DE RECEPCION, LA DE CADUCIDAD (OPCIONAL, POSTERIOR*
      *     A LA RECEPCION) Y LA UBICACION DEL ORIGINAL, Y SE ANOTAN  *
      *     LA FECHA CONTABLE, EL USUARIO Y LA TRANSACCION. LA        *
      *     CONSULTA LISTA TODOS LOS DOCUMENTOS DEL BIEN (AC8C251S)   *
      *     MARCANDO LOS CADUCADOS. LA CONSULTA A003 ENVIA LA MISMA   *
      *     LISTA (FORMATO ACM0062) PARA PASAR DESDE ELLA A ESTA      *
      *     TRANSACCION. LOS DOCUMENTOS OBLIGATORIOS QUE FALTAN SE    *
      *     INFORMAN EN BATCH CON AC3C4ROS.                           *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    QBEC999         E     AREA COM. DE LA LINKAGE               *
      *    TCEC9900       E/S    AREA COM. MODULO TC9C9900             *
      *    ACEC250        E/S    AREA COM. RUTINA AC8C250S             *
      *    ACEC251        E/S    AREA COM. RUTINA AC8C251S             *
      *    QGECABC         E     COPY DE ABEND                         *
      *    ACNC011        E/S    COPY DE PANTALLA A011                 *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     MAINTENANCE OF THE DOCUMENTS HELD FOR A GOOD (DEED,       *
      *     APPRAISAL CERTIFICATE, LAND-REGISTRY EXTRACT, INSURANCE   *
      *     POLICY AND ENERGY PERFORMANCE CERTIFICATE): ADD, REMOVE,  *
      *     MODIFY OR INQUIRE THROUGH AC8C250S, ONE DOCUMENT PER      *
      *     TYPE. ON ADD AND MODIFY THE REFERENCE, RECEIVED DATE,     *
      *     EXPIRY DATE (OPTIONAL, AFTER RECEIPT) AND STORAGE         *
      *     LOCATION OF THE ORIGINAL ARE VALIDATED, AND THE           *
      *     ACCOUNTING DATE, USER AND TRANSACTION ARE RECORDED. THE   *
      *     INQUIRY LISTS ALL THE GOOD'S DOCUMENTS (AC8C251S) FLAGGING*
      *     THE EXPIRED ONES. THE A003 INQUIRY SENDS THE SAME LIST    *
      *     (ACM0062 FORMAT) SO THIS TRANSACTION CAN BE REACHED FROM  *
      *     IT. MISSING MANDATORY DOCUMENTS ARE REPORTED IN BATCH BY  *
      *     AC3C4ROS.                                                 *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    QBEC999         I     COMMAREA                              *
      *    TCEC9900       I/O    COMMAREA MODULE TC9C9900              *
      *    ACEC250        I/O    COMMAREA MODULE AC8C250S              *
      *    ACEC251        I/O    COMMAREA MODULE AC8C251S              *
      *    QGECABC         I     ABEND  COPY                           *
      *    ACNC011        I/O    A011 SCREEN COPY                      *
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
      *               COPY OF COMMAREA MODULE AC8C250S                 *
      ******************************************************************
       01  VA-ACEC250-01.
           COPY ACEC250.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C251S                 *
      ******************************************************************
       01  VA-ACEC251-01.
           COPY ACEC251.

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
           05  VN-IDX-DOC                   PIC S9(4)   COMP
                                   VALUE +0.

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
           05  CA-FORMAT-NAME              PIC X(07)   VALUE 'ACM0110'.
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
           05  CA-AC8C250S                 PIC X(08)   VALUE 'AC8C250S'.
           05  CA-AC8C250S-REF             PIC X(11)
                                   VALUE 'AC8C250S : '.
           05  CA-AC8C251S                 PIC X(08)   VALUE 'AC8C251S'.
           05  CA-AC8C251S-REF             PIC X(11)
                                   VALUE 'AC8C251S : '.
           05  CA-OPE-DOC-ADD              PIC X(01)   VALUE '1'.
           05  CA-OPE-DOC-REM              PIC X(01)   VALUE '2'.
           05  CA-OPE-DOC-MOD              PIC X(01)   VALUE '3'.
           05  CA-OPE-DOC-INQ              PIC X(01)   VALUE '4'.
           05  CA-MAX-DOC                  PIC S9(4)   COMP VALUE +5.
           05  CA-DAT-SEP                  PIC X(01)   VALUE '-'.
           05  CA-MONTH-MIN                PIC X(02)   VALUE '01'.
           05  CA-MONTH-MAX                PIC X(02)   VALUE '12'.
           05  CA-DAY-MIN                  PIC X(02)   VALUE '01'.
           05  CA-DAY-MAX                  PIC X(02)   VALUE '31'.
           05  CA-AC000043                 PIC X(9)
                                   VALUE '@AC000043'.
           05  CA-AC000044                 PIC X(9)
                                   VALUE '@AC000044'.
           05  CA-AC000045                 PIC X(9)
                                   VALUE '@AC000045'.
           05  CA-AC000046                 PIC X(9)
                                   VALUE '@AC000046'.
           05  CA-AC000047                 PIC X(9)
                                   VALUE '@AC000047'.
           05  CA-ACE0001                  PIC X(07)   VALUE 'ACE0001'.
           05  CA-QG2CSEG                  PIC X(08)   VALUE 'QG2CSEG'.
           05  CA-QG2CSEG-REF              PIC X(11)
                                   VALUE 'QG2CSEG  : '.
           05  CA-PROGRAM                  PIC X(08)   VALUE 'AC1C2ROS'.
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

           COPY ACNC011.

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

           SET ADDRESS OF ACNC011                TO CAA-PTR-COPYIN
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
      *      DEL USUARIO. CADA OPERACION SOBRE EL DOCUMENTO (ALTA,     *
      *      BAJA, MODIFICACION O CONSULTA) SE AUTORIZA CON SU PROPIO  *
      *      CODIGO DE OPCION SOBRE EL RECURSO DE BIENES, IGUAL QUE    *
      *      EN LA A009.                                               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *      QG2CSEG USER AUTHORIZATION VERIFICATION. EACH DOCUMENT    *
      *      OPERATION (ADD, REMOVE, MODIFY OR INQUIRE) IS AUTHORIZED  *
      *      UNDER ITS OWN OPTION CODE ON THE GOODS RESOURCE, AS ON    *
      *      THE A009.                                                 *
      *B.PR.E                                                          *
      ******************************************************************
       SECURITY-USERID.

           INITIALIZE QGECSEG.

           MOVE W000-CA-SEG-ACGOOD       TO SEG-SW-FICRECORD
           MOVE N011-OPTION              TO SEG-OPERATION

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

           IF  N011-OPTION NOT EQUAL CA-OPE-DOC-ADD  AND
               N011-OPTION NOT EQUAL CA-OPE-DOC-REM  AND
               N011-OPTION NOT EQUAL CA-OPE-DOC-MOD  AND
               N011-OPTION NOT EQUAL CA-OPE-DOC-INQ

               MOVE CA-ACE0001            TO CAA-SW-ERRCOD
               MOVE SPACES                TO CAA-ERR-VARIA1
               MOVE SPACES                TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF.

      ******************************************************************
      *.PN           VALIDATE-ENTITY                                   *
      ******************************************************************
       VALIDATE-ENTITY.

           IF  N011-ENT       EQUAL SPACES OR LOW-VALUES

               MOVE CAA-ENT-ACC                TO N011-ENT

           END-IF

           PERFORM FETCH-ENTITY-PARAMS.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           INITIALIZE TCEC9900

           MOVE W000-CA-NUM-3              TO  TCEC9900-OPTION
           MOVE N011-ENT                   TO  TCEC9900-KEY
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
      *  - EL BIEN ES OBLIGATORIO EN TODAS LAS OPCIONES Y EL TIPO DE   *
      *    DOCUMENTO EN ALTA, BAJA Y MODIFICACION (EN CONSULTA ES      *
      *    OPCIONAL). EN ALTA Y MODIFICACION SE VALIDAN ADEMAS LOS     *
      *    DATOS DEL DOCUMENTO.                                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - THE GOOD IS MANDATORY ON EVERY OPTION AND THE DOCUMENT TYPE *
      *    ON ADD, REMOVE AND MODIFY (OPTIONAL ON INQUIRY). ON ADD AND *
      *    MODIFY THE DOCUMENT DATA IS VALIDATED AS WELL.              *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-INPUT-FIELDS.

           IF  N011-NUM-GOOD IS NOT NUMERIC

               MOVE ZEROES              TO N011-NUM-GOOD

           END-IF

           IF  N011-NUM-GOOD EQUAL ZEROS

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000008         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N011-OPTION NOT EQUAL CA-OPE-DOC-INQ
               OR (N011-TYP-DOC NOT EQUAL SPACES
                   AND N011-TYP-DOC NOT EQUAL LOW-VALUES)

               IF  NOT N011-TYP-DOC-VALID

                   MOVE CA-ACE0002      TO CAA-SW-ERRCOD
                   MOVE CA-AC000043     TO CAA-ERR-VARIA1
                   MOVE SPACES          TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

               END-IF

           END-IF

           IF  N011-OPTION EQUAL CA-OPE-DOC-ADD
               OR N011-OPTION EQUAL CA-OPE-DOC-MOD

               PERFORM VALIDATE-DOCUMENT-DATA

           END-IF.

      ******************************************************************
      *.PN                  VALIDATE-DOCUMENT-DATA                     *
      *                                                                *
      *A.PR.S                                                          *
      *  - REFERENCIA INFORMADA, FECHA DE RECEPCION AAAA-MM-DD NO     *
      *    POSTERIOR A LA FECHA CONTABLE, CADUCIDAD EN BLANCO O       *
      *    AAAA-MM-DD POSTERIOR A LA RECEPCION, Y UBICACION DEL       *
      *    ORIGINAL INFORMADA.                                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *  - REFERENCE INFORMED, YYYY-MM-DD RECEIVED DATE NOT AFTER THE *
      *    ACCOUNTING DATE, EXPIRY BLANK OR A YYYY-MM-DD DATE AFTER   *
      *    RECEIPT, AND STORAGE LOCATION OF THE ORIGINAL INFORMED.    *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-DOCUMENT-DATA.

           IF  N011-DES-REFERENCE EQUAL SPACES OR LOW-VALUES

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000044         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           MOVE N011-DAT-RECEIVED       TO VA-DAT-CHECK
           PERFORM CHECK-DATE-FORMAT

           IF  NOT VA-DAT-VALID
               OR N011-DAT-RECEIVED > CAA-2DAT-ACCOUN

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000045         TO CAA-ERR-VARIA1
               MOVE SPACES              TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           IF  N011-DAT-EXPIRY EQUAL LOW-VALUES

               MOVE SPACES              TO N011-DAT-EXPIRY

           END-IF

           IF  N011-DAT-EXPIRY NOT EQUAL SPACES

               MOVE N011-DAT-EXPIRY     TO VA-DAT-CHECK
               PERFORM CHECK-DATE-FORMAT

               IF  NOT VA-DAT-VALID
                   OR N011-DAT-EXPIRY NOT > N011-DAT-RECEIVED

                   MOVE CA-ACE0002      TO CAA-SW-ERRCOD
                   MOVE CA-AC000046     TO CAA-ERR-VARIA1
                   MOVE SPACES          TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

               END-IF

           END-IF

           IF  N011-DES-STORAGE EQUAL SPACES OR LOW-VALUES

               MOVE CA-ACE0002          TO CAA-SW-ERRCOD
               MOVE CA-AC000047         TO CAA-ERR-VARIA1
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
      *   - APLICA LA OPCION PEDIDA SOBRE EL DOCUMENTO DEL BIEN       *
      *     (ENTIDAD + BIEN + TIPO) A TRAVES DE AC8C250S. UNA CONSULTA*
      *     SIN TIPO NO LLAMA A AC8C250S. EN CONSULTA, LOS DATOS      *
      *     DEVUELTOS SE TRASLADAN A LA PANTALLA. EN TODAS LAS        *
      *     OPCIONES LA PANTALLA DEVUELVE LA LISTA ACTUALIZADA DE     *
      *     DOCUMENTOS DEL BIEN.                                      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - APPLIES THE REQUESTED OPTION ON THE GOOD'S DOCUMENT       *
      *     (ENTITY + GOOD + TYPE) THROUGH AC8C250S. AN INQUIRY WITH  *
      *     NO TYPE DOES NOT CALL AC8C250S. ON INQUIRY, THE RETURNED  *
      *     DATA IS MOVED BACK TO THE SCREEN. ON EVERY OPTION THE     *
      *     SCREEN RETURNS THE UPDATED LIST OF THE GOOD'S DOCUMENTS.  *
      *B.PR.E                                                          *
      ******************************************************************
       PROGRAM-PROCESS.

           IF  N011-OPTION NOT EQUAL CA-OPE-DOC-INQ
               OR N011-TYP-DOC-VALID

               PERFORM MAINTAIN-DOCUMENT

           END-IF

           PERFORM LIST-DOCUMENTS

           PERFORM WRITEQ.

      ******************************************************************
      *.PN                    MAINTAIN-DOCUMENT                        *
      ******************************************************************
       MAINTAIN-DOCUMENT.

           INITIALIZE VA-ACEC250-01
                      VA-ACEC000-01

           MOVE N011-OPTION            TO E250-OPTION
           MOVE N011-ENT               TO E250-ENT
           MOVE N011-NUM-GOOD          TO E250-NUM-GOOD
           MOVE N011-TYP-DOC           TO E250-TYP-DOC

           IF  N011-OPTION EQUAL CA-OPE-DOC-ADD
               OR N011-OPTION EQUAL CA-OPE-DOC-MOD

               MOVE N011-DES-REFERENCE TO E250-DES-REFERENCE
               MOVE N011-DAT-RECEIVED  TO E250-DAT-RECEIVED
               MOVE N011-DAT-EXPIRY    TO E250-DAT-EXPIRY
               MOVE N011-DES-STORAGE   TO E250-DES-STORAGE
               MOVE CAA-2DAT-ACCOUN    TO E250-DAT-LAST-MOD
               MOVE CAA-USERID         TO E250-USER-LAST-MOD
               MOVE CAA-COD-TRA        TO E250-TRANSACTION

           END-IF

           CALL CA-AC8C250S   USING VA-ACEC250-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   IF  N011-OPTION EQUAL CA-OPE-DOC-INQ

                       MOVE E250-DES-REFERENCE TO N011-DES-REFERENCE
                       MOVE E250-DAT-RECEIVED  TO N011-DAT-RECEIVED
                       MOVE E250-DAT-EXPIRY    TO N011-DAT-EXPIRY
                       MOVE E250-DES-STORAGE   TO N011-DES-STORAGE
                       MOVE E250-DAT-LAST-MOD  TO N011-DAT-LAST-MOD
                       MOVE E250-USER-LAST-MOD TO N011-USER-LAST-MOD

                   END-IF

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C250S-REF   TO VA-ERR-REFERENCE(1:11)
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
      *.PN                    LIST-DOCUMENTS                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE CON AC8C251S LOS DOCUMENTOS DEL BIEN (COMO MAXIMO *
      *     UNO POR TIPO, CINCO TIPOS) Y LOS DEJA EN N011-DOC-ROW,    *
      *     MARCANDO LOS QUE YA HAN CADUCADO A LA FECHA CONTABLE.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BROWSES THE GOOD'S DOCUMENTS WITH AC8C251S (AT MOST ONE   *
      *     PER TYPE, FIVE TYPES) INTO N011-DOC-ROW, FLAGGING THOSE   *
      *     ALREADY EXPIRED AT THE ACCOUNTING DATE.                   *
      *B.PR.E                                                          *
      ******************************************************************
       LIST-DOCUMENTS.

           MOVE ZEROS                  TO N011-CNT-ROWS

           PERFORM VARYING VN-IDX-DOC FROM 1 BY 1
                   UNTIL VN-IDX-DOC > CA-MAX-DOC

               MOVE SPACES             TO N011-DOC-ROW(VN-IDX-DOC)

           END-PERFORM

           INITIALIZE VA-ACEC251-01

           PERFORM VARYING VN-IDX-DOC FROM 1 BY 1
                   UNTIL VN-IDX-DOC > CA-MAX-DOC

               PERFORM BROWSE-NEXT-DOCUMENT

               IF  E251-FLG-FOUND EQUAL CA-YES

                   MOVE E251-TYP-DOC
                               TO N011-ROW-TYP-DOC(VN-IDX-DOC)
                   MOVE E251-DES-REFERENCE
                               TO N011-ROW-DES-REFERENCE(VN-IDX-DOC)
                   MOVE E251-DAT-RECEIVED
                               TO N011-ROW-DAT-RECEIVED(VN-IDX-DOC)
                   MOVE E251-DAT-EXPIRY
                               TO N011-ROW-DAT-EXPIRY(VN-IDX-DOC)
                   MOVE E251-DES-STORAGE
                               TO N011-ROW-DES-STORAGE(VN-IDX-DOC)

                   IF  E251-DAT-EXPIRY NOT EQUAL SPACES
                       AND E251-DAT-EXPIRY < CAA-2DAT-ACCOUN
                       MOVE CA-YES
                               TO N011-ROW-FLG-EXPIRED(VN-IDX-DOC)
                   END-IF

                   MOVE VN-IDX-DOC         TO N011-CNT-ROWS
                   MOVE E251-TYP-DOC       TO E251-TYP-AFTER

               ELSE

                   MOVE CA-MAX-DOC         TO VN-IDX-DOC

               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    BROWSE-NEXT-DOCUMENT                     *
      ******************************************************************
       BROWSE-NEXT-DOCUMENT.

           INITIALIZE VA-ACEC000-01

           MOVE N011-ENT               TO E251-ENT
           MOVE N011-NUM-GOOD          TO E251-NUM-GOOD

           CALL CA-AC8C251S   USING VA-ACEC251-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK
                   CONTINUE

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C251S-REF   TO VA-ERR-REFERENCE(1:11)
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
      *.PN                    WRITEQ                                   *
      ******************************************************************
       WRITEQ.

           MOVE CA-QUEUE                 TO  CAA-TB-DES1(1)
           MOVE CA-SCREEN                TO  CAA-TB-SCRDOCU(1)

           MOVE CA-QUEUE                 TO VA-TSQ-PRFX
           MOVE CAA-TERMINAL             TO VA-TSQ-SFF

           MOVE CA-FORMAT-NAME           TO VA-DES-FORMAT
           MOVE LENGTH OF ACNC011        TO VN-TSQ-LTH
           MOVE ACNC011                  TO VA-FRT-CNT
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
