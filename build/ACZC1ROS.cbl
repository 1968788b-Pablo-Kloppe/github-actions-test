      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CARGA DE CERTIFICADOS DE EFICIENCIA ENERGETICA DE LOS
      *     REGISTROS AUTONOMICOS
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     LOAD OF ENERGY PERFORMANCE CERTIFICATES FROM THE REGIONAL  *
      *     REGISTRIES                                                 *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACZC1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     CARGA EN EL REGISTRO DE CERTIFICADOS ENERGETICOS           *
      *     (AC8C230S) EL FICHERO DE UN REGISTRO AUTONOMICO (EPCLOAD,  *
      *     ACNC0049). EL FICHERO Y EL EXTRACTO DE BIENES SE ORDENAN   *
      *     POR PARCELA + PROPIEDAD (MISMA TECNICA DE SORT QUE         *
      *     ACOC0ROS) Y SE CASAN. DE LOS CERTIFICADOS DE UNA PARCELA   *
      *     SE TOMA EL VALIDO DE FECHA DE EMISION MAS RECIENTE, Y SE   *
      *     APLICA A CADA BIEN ACTIVO DE ESA PARCELA:                  *
      *       - SIN CERTIFICADO EN AC8C230S: ALTA (OPCION 1)           *
      *       - CON CERTIFICADO DE EMISION IGUAL O ANTERIOR:           *
      *         MODIFICACION (OPCION 3)                                *
      *       - CON CERTIFICADO MAS RECIENTE: SE DEJA Y SE CUENTA      *
      *     LOS REGISTROS INCOMPLETOS O INCOHERENTES SE RECHAZAN Y LOS *
      *     CERTIFICADOS DE PARCELAS SIN BIEN ACTIVO SE LISTAN EN EL   *
      *     INFORME. LOS REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034)  *
      *     SE VERIFICAN EN PASADA PREVIA.                             *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    EPCPARM          E     FECHA DE PROCESO                     *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    EPCLOAD          E     CERTIFICADOS DEL REGISTRO AUTONOMICO *
      *    EPCGSRT          S     EXTRACTO ORDENADO POR PARCELA        *
      *    EPCFSRT          S     CERTIFICADOS ORDENADOS POR PARCELA   *
      *    EPCLRPT          S     INFORME DE LA CARGA                  *
      *    ACEC230         E/S    AREA COM. RUTINA AC8C230S            *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     LOADS A REGIONAL REGISTRY FILE (EPCLOAD, ACNC0049) INTO    *
      *     THE ENERGY CERTIFICATE REGISTER (AC8C230S). THE FILE AND   *
      *     THE GOODS EXTRACT ARE SORTED BY PLOT + PROPERTY (THE SAME  *
      *     SORT TECHNIQUE AS ACOC0ROS) AND MATCHED. OF A PARCEL'S     *
      *     CERTIFICATES THE VALID ONE WITH THE LATEST ISSUE DATE IS   *
      *     TAKEN, AND APPLIED TO EVERY ACTIVE GOOD ON THAT PARCEL:    *
      *       - NO CERTIFICATE IN AC8C230S: ADD (OPTION 1)             *
      *       - A CERTIFICATE ISSUED ON THE SAME DATE OR EARLIER:      *
      *         MODIFY (OPTION 3)                                      *
      *       - A MORE RECENT CERTIFICATE: LEFT AS IT IS AND COUNTED   *
      *     INCOMPLETE OR INCONSISTENT RECORDS ARE REJECTED AND        *
      *     CERTIFICATES OF PARCELS WITH NO ACTIVE GOOD ARE LISTED IN  *
      *     THE REPORT. THE EXTRACT CONTROL RECORDS (ACNC0034) ARE     *
      *     VERIFIED IN A PRE-PASS.                                    *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    EPCPARM          I     PROCESS DATE                         *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    EPCLOAD          I     REGIONAL REGISTRY CERTIFICATES       *
      *    EPCGSRT          O     EXTRACT SORTED BY PARCEL             *
      *    EPCFSRT          O     CERTIFICATES SORTED BY PARCEL        *
      *    EPCLRPT          O     LOAD REPORT                          *
      *    ACEC230         I/O    COMMAREA MODULE AC8C230S             *
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

           SELECT EPC-PARM-FILE        ASSIGN TO "EPCPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT EPC-LOAD-RAW         ASSIGN TO "EPCLOAD"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT SORT-LOAD-FILE       ASSIGN TO "SRTWK02".

           SELECT GOOD-SORTED-FILE     ASSIGN TO "EPCGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT EPC-LOAD-SORTED      ASSIGN TO "EPCFSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT EPC-REPORT-FILE      ASSIGN TO "EPCLRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  EPC-PARM-FILE
           RECORDING MODE IS F.

       01  EPC-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

       FD  EPC-LOAD-RAW
           RECORDING MODE IS F.

       01  EPC-LOAD-RAW-RECORD          PIC X(83).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR PARCELA + PROPIEDAD         *
      *    SORT WORK FILE, KEYED BY PLOT + PROPERTY                    *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(391).
           05  SR-COD-PLOT              PIC X(10).
           05  SR-COD-PROPERTY          PIC X(10).
           05  FILLER                   PIC X(341).

      ******************************************************************
      *    SORT DE LOS CERTIFICADOS POR PARCELA + PROPIEDAD + FECHA DE *
      *    EMISION                                                     *
      *    SORT OF THE CERTIFICATES BY PLOT + PROPERTY + ISSUE DATE    *
      ******************************************************************
       SD  SORT-LOAD-FILE.

       01  SORT-LOAD-RECORD.
           05  SL-COD-PLOT              PIC X(10).
           05  SL-COD-PROPERTY          PIC X(10).
           05  FILLER                   PIC X(43).
           05  SL-DAT-ISSUE             PIC X(10).
           05  FILLER                   PIC X(10).

       FD  GOOD-SORTED-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  EPC-LOAD-SORTED
           RECORDING MODE IS F.

           COPY ACNC0049.

       FD  EPC-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

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
           05  WS-SW-LOAD-EOF              PIC X(01)   VALUE 'N'.
               88  WS-LOAD-EOF                         VALUE 'Y'.
           05  WS-SW-GRP-VALID             PIC X(01)   VALUE 'N'.
               88  WS-GRP-VALID                        VALUE 'S'.
           05  WS-SW-DAT-VALID             PIC X(01)   VALUE 'N'.
               88  WS-DAT-VALID                        VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.

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
           05  WS-HDR-ENT-SCOPE            PIC X(08)   VALUE SPACES.

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                *
      *               EXTRACT CONTROL RECORDS                          *
      ******************************************************************
       COPY ACNC0034.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-INACTIVE             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-MATCHED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NOT-IN-LOAD          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LOAD                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-REJECTED             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-GOOD              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ADDED                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-MODIFIED             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-OLDER                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ERRORS               PIC 9(07)   VALUE ZEROS.

      ******************************************************************
      *    CERTIFICADO VIGENTE DE LA PARCELA EN CURSO (EL VALIDO DE    *
      *    EMISION MAS RECIENTE)                                       *
      *    CURRENT CERTIFICATE OF THE PARCEL IN HAND (THE VALID ONE    *
      *    WITH THE LATEST ISSUE DATE)                                 *
      ******************************************************************
       01  WS-LOAD-GROUP.
           05  WS-LOAD-KEY                 PIC X(20)   VALUE SPACES.
           05  WS-GRP-KEY                  PIC X(20)   VALUE SPACES.
           05  WS-GOOD-KEY                 PIC X(20)   VALUE SPACES.
           05  WS-GRP-COD-REGISTRY         PIC X(08)   VALUE SPACES.
           05  WS-GRP-NUM-CERT             PIC X(20)   VALUE SPACES.
           05  WS-GRP-COD-RATING           PIC X(01)   VALUE SPACES.
           05  WS-GRP-AMT-ENERGY           PIC 9(05)V9(02) VALUE ZEROS.
           05  WS-GRP-AMT-CO2              PIC 9(05)V9(02) VALUE ZEROS.
           05  WS-GRP-DAT-ISSUE            PIC X(10)   VALUE SPACES.
           05  WS-GRP-DAT-EXPIRY           PIC X(10)   VALUE SPACES.

       01  WS-CHECK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-REASON                   PIC X(30)   VALUE SPACES.
           05  WS-DAT-CHECK                PIC X(10)   VALUE SPACES.
           05  WS-DAT-CHECK-R REDEFINES WS-DAT-CHECK.
               10  WS-DAT-CHECK-YEAR       PIC X(04).
               10  WS-DAT-CHECK-SEP1       PIC X(01).
               10  WS-DAT-CHECK-MONTH      PIC X(02).
               10  WS-DAT-CHECK-SEP2       PIC X(01).
               10  WS-DAT-CHECK-DAY        PIC X(02).

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C230S                 PIC X(08)   VALUE 'AC8C230S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-OPE-EPC-ADD              PIC X(01)   VALUE '1'.
           05  CA-OPE-EPC-MOD              PIC X(01)   VALUE '3'.
           05  CA-OPE-EPC-INQ              PIC X(01)   VALUE '4'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-BATCH-USER               PIC X(08)   VALUE 'BATCHEP '.
           05  CA-DAT-SEP                  PIC X(01)   VALUE '-'.
           05  CA-MONTH-MIN                PIC X(02)   VALUE '01'.
           05  CA-MONTH-MAX                PIC X(02)   VALUE '12'.
           05  CA-DAY-MIN                  PIC X(02)   VALUE '01'.
           05  CA-DAY-MAX                  PIC X(02)   VALUE '31'.
           05  CA-RSN-NO-CERT              PIC X(30)
                                   VALUE 'CERTIFICATE NUMBER MISSING'.
           05  CA-RSN-NO-REGISTRY          PIC X(30)
                                   VALUE 'REGISTRY CODE MISSING'.
           05  CA-RSN-RATING               PIC X(30)
                                   VALUE 'RATING NOT A TO G'.
           05  CA-RSN-ENERGY               PIC X(30)
                                   VALUE 'ENERGY NOT NUMERIC'.
           05  CA-RSN-CO2                  PIC X(30)
                                   VALUE 'CO2 NOT NUMERIC'.
           05  CA-RSN-DATES                PIC X(30)
                                   VALUE 'INVALID ISSUE/EXPIRY DATE'.
           05  CA-RSN-NO-GOOD              PIC X(30)
                                   VALUE 'NO ACTIVE GOOD ON PARCEL'.

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-CNT-EDIT                     PIC Z(6)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-EXTRACT-CONTROLS

           PERFORM SORT-EXTRACT-BY-PARCEL

           PERFORM SORT-LOAD-BY-PARCEL

           PERFORM OPEN-FILES

           PERFORM READ-PARM

           PERFORM WRITE-REPORT-TITLE

           PERFORM READ-LOAD

           PERFORM UNTIL WS-EOF
               PERFORM READ-SORTED
               IF NOT WS-EOF
                   PERFORM PROCESS-ONE-GOOD
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-LOAD-EOF
               PERFORM LIST-CERT-WITHOUT-GOOD
               PERFORM READ-LOAD
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "ACZC1ROS - READ: "     WS-CNT-LOAD
                   "  ADDED: "             WS-CNT-ADDED
                   "  MODIFIED: "          WS-CNT-MODIFIED
                   "  OLDER: "             WS-CNT-OLDER
                   "  REJECTED: "          WS-CNT-REJECTED
                   "  NO GOOD: "           WS-CNT-NO-GOOD
                   "  ERRORS: "            WS-CNT-ERRORS

           GOBACK.

      ******************************************************************
      *.PN                    SORT-EXTRACT-BY-PARCEL                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - ORDENA EL EXTRACTO POR PARCELA + PROPIEDAD A TRAVES DE    *
      *     TODAS LAS ENTIDADES. LOS REGISTROS DE CONTROL Y LOS       *
      *     BIENES SIN CODIGO DE PARCELA INFORMADO SE FILTRAN AQUI.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SORTS THE EXTRACT BY PLOT + PROPERTY ACROSS ALL           *
      *     ENTITIES. CONTROL RECORDS AND GOODS WITH NO PARCEL CODE   *
      *     INFORMED ARE FILTERED OUT HERE.                           *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-EXTRACT-BY-PARCEL.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COD-PLOT
                                SR-COD-PROPERTY
               INPUT PROCEDURE IS RELEASE-PARCEL-RECORDS
               GIVING GOOD-SORTED-FILE.

      ******************************************************************
      *.PN                    RELEASE-PARCEL-RECORDS                   *
      ******************************************************************
       RELEASE-PARCEL-RECORDS.

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
                           AND GOOD-EXTRACT-RAW-RECORD(392:20)
                                   NOT EQUAL SPACES
                           RELEASE SORT-RECORD
                                   FROM GOOD-EXTRACT-RAW-RECORD
                       END-IF
               END-READ

           END-PERFORM

           CLOSE GOOD-EXTRACT-RAW.

      ******************************************************************
      *.PN                    SORT-LOAD-BY-PARCEL                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA FECHA DE EMISION ES PARTE DE LA CLAVE PARA QUE EL      *
      *     ULTIMO CERTIFICADO VALIDO DE CADA PARCELA SEA EL MAS      *
      *     RECIENTE.                                                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE ISSUE DATE IS PART OF THE KEY SO THE LAST VALID       *
      *     CERTIFICATE OF EACH PARCEL IS THE MOST RECENT ONE.        *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-LOAD-BY-PARCEL.

           SORT SORT-LOAD-FILE
               ON ASCENDING KEY SL-COD-PLOT
                                SL-COD-PROPERTY
                                SL-DAT-ISSUE
               USING EPC-LOAD-RAW
               GIVING EPC-LOAD-SORTED.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  EPC-PARM-FILE
           OPEN INPUT  GOOD-SORTED-FILE
           OPEN INPUT  EPC-LOAD-SORTED
           OPEN OUTPUT EPC-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE EPC-PARM-FILE
                 GOOD-SORTED-FILE
                 EPC-LOAD-SORTED
                 EPC-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           READ EPC-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
           END-READ.

      ******************************************************************
      *.PN                    READ-SORTED                              *
      ******************************************************************
       READ-SORTED.

           READ GOOD-SORTED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-READ
           END-READ.

      ******************************************************************
      *.PN                    READ-LOAD                                *
      ******************************************************************
       READ-LOAD.

           READ EPC-LOAD-SORTED
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   MOVE HIGH-VALUES        TO WS-LOAD-KEY
               NOT AT END
                   ADD 1 TO WS-CNT-LOAD
                   MOVE N0049-KEY          TO WS-LOAD-KEY
           END-READ.

      ******************************************************************
      *.PN                    PROCESS-ONE-GOOD                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - AVANZA EL FICHERO DE CERTIFICADOS HASTA LA PARCELA DEL    *
      *     BIEN (LOS DE PARCELAS SIN BIEN ACTIVO SE LISTAN) Y, SI LA *
      *     PARCELA TIENE CERTIFICADOS, ELIGE UNA VEZ EL VIGENTE PARA *
      *     TODOS LOS BIENES DE ESA PARCELA.                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ADVANCES THE CERTIFICATE FILE UP TO THE GOOD'S PARCEL     *
      *     (THOSE OF PARCELS WITH NO ACTIVE GOOD ARE LISTED) AND,    *
      *     WHEN THE PARCEL HAS CERTIFICATES, PICKS THE CURRENT ONE   *
      *     ONCE FOR ALL THE GOODS ON THAT PARCEL.                    *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE
               ADD 1 TO WS-CNT-INACTIVE
           ELSE

               MOVE N003-COD-PLOT      TO WS-GOOD-KEY(1:10)
               MOVE N003-COD-PROPERTY  TO WS-GOOD-KEY(11:10)

               PERFORM UNTIL WS-LOAD-KEY NOT < WS-GOOD-KEY
                   PERFORM LIST-CERT-WITHOUT-GOOD
                   PERFORM READ-LOAD
               END-PERFORM

               IF  WS-LOAD-KEY EQUAL WS-GOOD-KEY
                   PERFORM LOAD-CERT-GROUP
               END-IF

               IF  WS-GRP-KEY EQUAL WS-GOOD-KEY
                   ADD 1 TO WS-CNT-MATCHED
                   IF  WS-GRP-VALID
                       PERFORM APPLY-CERT-TO-GOOD
                   END-IF
               ELSE
                   ADD 1 TO WS-CNT-NOT-IN-LOAD
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    LOAD-CERT-GROUP                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - LEE TODOS LOS CERTIFICADOS DE LA PARCELA. LOS NO VALIDOS  *
      *     SE RECHAZAN Y SE LISTAN; DE LOS VALIDOS QUEDA EL ULTIMO,  *
      *     QUE POR LA ORDENACION ES EL DE EMISION MAS RECIENTE.      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - READS ALL THE CERTIFICATES OF THE PARCEL. INVALID ONES    *
      *     ARE REJECTED AND LISTED; OF THE VALID ONES THE LAST IS    *
      *     KEPT, WHICH BY THE SORT IS THE LATEST ISSUED.             *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-CERT-GROUP.

           MOVE WS-LOAD-KEY            TO WS-GRP-KEY
           SET WS-SW-GRP-VALID         TO 'N'

           PERFORM UNTIL WS-LOAD-KEY NOT EQUAL WS-GRP-KEY

               PERFORM VALIDATE-CERT-RECORD

               IF  WS-REASON EQUAL SPACES
                   SET WS-GRP-VALID            TO TRUE
                   MOVE N0049-COD-REGISTRY     TO WS-GRP-COD-REGISTRY
                   MOVE N0049-NUM-CERT         TO WS-GRP-NUM-CERT
                   MOVE N0049-COD-RATING       TO WS-GRP-COD-RATING
                   MOVE N0049-AMT-ENERGY       TO WS-GRP-AMT-ENERGY
                   MOVE N0049-AMT-CO2          TO WS-GRP-AMT-CO2
                   MOVE N0049-DAT-ISSUE        TO WS-GRP-DAT-ISSUE
                   MOVE N0049-DAT-EXPIRY       TO WS-GRP-DAT-EXPIRY
               ELSE
                   ADD 1 TO WS-CNT-REJECTED
                   PERFORM WRITE-LOAD-EXCEPTION
               END-IF

               PERFORM READ-LOAD

           END-PERFORM.

      ******************************************************************
      *.PN                    VALIDATE-CERT-RECORD                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - MISMAS REGLAS QUE LA A009 (ACZC0ROS): NUMERO DE           *
      *     CERTIFICADO, LETRA DE A A G, CONSUMO Y EMISIONES          *
      *     NUMERICOS, FECHAS AAAA-MM-DD Y CADUCIDAD POSTERIOR A LA   *
      *     EMISION. ADEMAS EL CODIGO DEL REGISTRO DE ORIGEN. DEJA EL *
      *     MOTIVO DEL RECHAZO EN WS-REASON (ESPACIOS SI ES VALIDO).  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SAME RULES AS THE A009 (ACZC0ROS): CERTIFICATE NUMBER,    *
      *     RATING FROM A TO G, NUMERIC CONSUMPTION AND EMISSIONS,    *
      *     YYYY-MM-DD DATES AND EXPIRY AFTER ISSUE. THE SOURCE       *
      *     REGISTRY CODE AS WELL. LEAVES THE REJECTION REASON IN     *
      *     WS-REASON (SPACES WHEN VALID).                            *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-CERT-RECORD.

           MOVE SPACES                 TO WS-REASON

           MOVE N0049-DAT-ISSUE        TO WS-DAT-CHECK
           PERFORM CHECK-DATE-FORMAT

           IF  WS-DAT-VALID
               MOVE N0049-DAT-EXPIRY   TO WS-DAT-CHECK
               PERFORM CHECK-DATE-FORMAT
           END-IF

           EVALUATE TRUE
               WHEN N0049-NUM-CERT EQUAL SPACES
                   MOVE CA-RSN-NO-CERT     TO WS-REASON
               WHEN N0049-COD-REGISTRY EQUAL SPACES
                   MOVE CA-RSN-NO-REGISTRY TO WS-REASON
               WHEN NOT N0049-RATING-VALID
                   MOVE CA-RSN-RATING      TO WS-REASON
               WHEN N0049-AMT-ENERGY IS NOT NUMERIC
                   MOVE CA-RSN-ENERGY      TO WS-REASON
               WHEN N0049-AMT-CO2 IS NOT NUMERIC
                   MOVE CA-RSN-CO2         TO WS-REASON
               WHEN NOT WS-DAT-VALID
                   MOVE CA-RSN-DATES       TO WS-REASON
               WHEN N0049-DAT-EXPIRY NOT > N0049-DAT-ISSUE
                   MOVE CA-RSN-DATES       TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *.PN                    CHECK-DATE-FORMAT                        *
      ******************************************************************
       CHECK-DATE-FORMAT.

           SET WS-SW-DAT-VALID          TO 'N'

           IF  WS-DAT-CHECK-YEAR  IS NUMERIC
               AND WS-DAT-CHECK-MONTH IS NUMERIC
               AND WS-DAT-CHECK-DAY   IS NUMERIC
               AND WS-DAT-CHECK-SEP1  EQUAL CA-DAT-SEP
               AND WS-DAT-CHECK-SEP2  EQUAL CA-DAT-SEP
               AND WS-DAT-CHECK-MONTH NOT < CA-MONTH-MIN
               AND WS-DAT-CHECK-MONTH NOT > CA-MONTH-MAX
               AND WS-DAT-CHECK-DAY   NOT < CA-DAY-MIN
               AND WS-DAT-CHECK-DAY   NOT > CA-DAY-MAX
               SET WS-DAT-VALID         TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    APPLY-CERT-TO-GOOD                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA EL CERTIFICADO DEL BIEN EN AC8C230S. SI NO TIENE *
      *     SE DA DE ALTA; SI EL REGISTRADO SE EMITIO EL MISMO DIA O  *
      *     ANTES SE SUSTITUYE; SI ES MAS RECIENTE SE CONSERVA. LOS   *
      *     ERRORES DE LA RUTINA SE LISTAN Y NO DETIENEN EL LOTE.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE GOOD'S CERTIFICATE IN AC8C230S. WITHOUT ONE  *
      *     IT IS ADDED; WHEN THE STORED ONE WAS ISSUED ON THE SAME   *
      *     DAY OR EARLIER IT IS REPLACED; WHEN IT IS MORE RECENT IT  *
      *     IS KEPT. ROUTINE ERRORS ARE LISTED AND DO NOT STOP THE    *
      *     RUN.                                                      *
      *B.PR.E                                                          *
      ******************************************************************
       APPLY-CERT-TO-GOOD.

           IF  N003-ENT NOT EQUAL WS-PREV-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE N003-ENT           TO WS-PREV-ENT
           END-IF

           INITIALIZE VA-ACEC230-01
                      VA-ACEC000-01

           MOVE CA-OPE-EPC-INQ         TO E230-OPTION
           MOVE N003-ENT               TO E230-ENT
           MOVE N003-NUM-GOOD          TO E230-NUM-GOOD

           CALL CA-AC8C230S   USING VA-ACEC230-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK

               EVALUATE TRUE
                   WHEN E230-FLG-FOUND NOT EQUAL CA-YES
                       MOVE CA-OPE-EPC-ADD TO E230-OPTION
                   WHEN E230-DAT-ISSUE NOT > WS-GRP-DAT-ISSUE
                       MOVE CA-OPE-EPC-MOD TO E230-OPTION
                   WHEN OTHER
                       MOVE SPACES         TO E230-OPTION
               END-EVALUATE

               IF  E230-OPTION EQUAL SPACES

                   ADD 1 TO WS-CNT-OLDER

               ELSE

                   MOVE N003-ENT               TO E230-ENT
                   MOVE N003-NUM-GOOD          TO E230-NUM-GOOD
                   MOVE WS-GRP-NUM-CERT        TO E230-NUM-CERT
                   MOVE WS-GRP-COD-RATING      TO E230-COD-RATING
                   MOVE WS-GRP-AMT-ENERGY      TO E230-AMT-ENERGY
                   MOVE WS-GRP-AMT-CO2         TO E230-AMT-CO2
                   MOVE WS-GRP-DAT-ISSUE       TO E230-DAT-ISSUE
                   MOVE WS-GRP-DAT-EXPIRY      TO E230-DAT-EXPIRY
                   MOVE WS-GRP-COD-REGISTRY    TO E230-COD-SOURCE
                   MOVE WS-DAT-PROCESS         TO E230-DAT-LOAD
                   MOVE CA-BATCH-USER          TO E230-USER-LAST-MOD
                   MOVE SPACES                 TO E230-TRANSACTION

                   INITIALIZE VA-ACEC000-01

                   CALL CA-AC8C230S   USING VA-ACEC230-01
                                            VA-ACEC000-01
                                            VA-QBEC999-01

                   IF  E000-SW-RTN-OK
                       IF  E230-OPTION EQUAL CA-OPE-EPC-ADD
                           ADD 1 TO WS-CNT-ADDED
                       ELSE
                           ADD 1 TO WS-CNT-MODIFIED
                       END-IF
                   END-IF

               END-IF

           END-IF

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
               MOVE SPACES             TO WS-REASON
               STRING "AC8C230S ERROR "  DELIMITED BY SIZE
                      E000-ERRCOD        DELIMITED BY SIZE
                      INTO WS-REASON
               PERFORM WRITE-GOOD-EXCEPTION
           END-IF.

      ******************************************************************
      *.PN                    LIST-CERT-WITHOUT-GOOD                   *
      ******************************************************************
       LIST-CERT-WITHOUT-GOOD.

           ADD 1 TO WS-CNT-NO-GOOD
           MOVE CA-RSN-NO-GOOD         TO WS-REASON
           PERFORM WRITE-LOAD-EXCEPTION.

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
               MOVE "ENTITY PARAMS NOT FOUND"  TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENERGY CERTIFICATE LOAD - PROCESS DATE "
                  DELIMITED BY SIZE
                  WS-DAT-PROCESS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CERTIFICATES NOT LOADED" TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-LOAD-EXCEPTION                     *
      ******************************************************************
       WRITE-LOAD-EXCEPTION.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARCEL "          DELIMITED BY SIZE
                  N0049-COD-PLOT     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  N0049-COD-PROPERTY DELIMITED BY SIZE
                  "  CERT "          DELIMITED BY SIZE
                  N0049-NUM-CERT     DELIMITED BY SIZE
                  "  REGISTRY "      DELIMITED BY SIZE
                  N0049-COD-REGISTRY DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-GOOD-EXCEPTION                     *
      ******************************************************************
       WRITE-GOOD-EXCEPTION.

           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENT "             DELIMITED BY SIZE
                  N003-ENT           DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  CERT "          DELIMITED BY SIZE
                  WS-GRP-NUM-CERT    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-REPORT-TOTALS                      *
      ******************************************************************
       WRITE-REPORT-TOTALS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-LOAD            TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CERTIFICATES READ:         " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-REJECTED        TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  REJECTED:                " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-NO-GOOD         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NO ACTIVE GOOD:          " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-READ            TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GOODS WITH PARCEL:         " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-MATCHED         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTIVE, WITH CERTIFICATE:" DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-NOT-IN-LOAD     TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTIVE, NOT IN FILE:     " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-ADDED           TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CERTIFICATES ADDED:        " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-MODIFIED        TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CERTIFICATES REPLACED:     " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-OLDER           TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "KEPT, STORED ONE NEWER:    " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-ERRORS          TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ERRORS:                    " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - PASADA PREVIA SOBRE GOODEXT: COMPRUEBA QUE EL EXTRACTO    *
      *     EMPIEZA POR UNA CABECERA 'H' Y TERMINA EN UNA COLA 'T'    *
      *     (ACNC0034), Y QUE EL NUMERO DE REGISTROS DE DATOS Y EL    *
      *     TOTAL DE CONTROL DE N003-GOOD-AMT CUADRAN CON LA COLA,    *
      *     ANTES DE PROCESAR UN SOLO REGISTRO. UNA TRANSFERENCIA     *
      *     TRUNCADA SE DETECTA AQUI Y EL PASO TERMINA CON RC=16.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PRE-PASS OVER GOODEXT: CHECKS THAT THE EXTRACT STARTS     *
      *     WITH AN 'H' HEADER AND ENDS ON A 'T' TRAILER (ACNC0034),  *
      *     AND THAT THE DATA RECORD COUNT AND THE N003-GOOD-AMT      *
      *     HASH TOTAL MATCH THE TRAILER, BEFORE A SINGLE RECORD IS   *
      *     PROCESSED. A TRUNCATED TRANSFER IS CAUGHT HERE AND THE    *
      *     STEP ENDS WITH RC=16.                                     *
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
                   MOVE N0034-HDR-ENT-SCOPE        TO WS-HDR-ENT-SCOPE

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
      *                                                                *
      *A.PR.S                                                          *
      *   - UN EXTRACTO SIN CABECERA/COLA VALIDAS NO SE PROCESA: SE   *
      *     INFORMA EL MOTIVO Y EL PASO TERMINA CON RETURN-CODE 16    *
      *     PARA QUE LA CADENA SE DETENGA DE FORMA VISIBLE.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - AN EXTRACT WITHOUT VALID HEADER/TRAILER IS NOT PROCESSED: *
      *     THE REASON IS REPORTED AND THE STEP ENDS WITH RETURN-CODE *
      *     16 SO THE JOB CHAIN STOPS LOUDLY.                         *
      *B.PR.E                                                          *
      ******************************************************************
       CONTROL-ERROR.

           DISPLAY "ACZC1ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
