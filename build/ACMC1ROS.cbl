      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CARGA DE LOS VALORES DE REFERENCIA DEL CATASTRO Y CONTROL
      *     DE VEROSIMILITUD DE LA VALORACION
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     LOAD OF THE CADASTRAL REFERENCE VALUES AND VALUATION       *
      *     PLAUSIBILITY CHECK                                         *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACMC1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     CARGA EL FICHERO DE VALORES DE REFERENCIA DEL CATASTRO     *
      *     (CADLOAD, ACNC0061) Y LO CASA CON EL EXTRACTO DE BIENES POR*
      *     PARCELA + PROPIEDAD (MISMA TECNICA QUE ACZC1ROS). DE LOS   *
      *     VALORES DE UNA PARCELA SE TOMA EL VALIDO DE ANO DE         *
      *     REFERENCIA MAS RECIENTE, Y PARA CADA BIEN ACTIVO DE ESA    *
      *     PARCELA:                                                   *
      *       - SE GUARDA EL VALOR Y SU ANO EN AC8C240S: ALTA SI NO    *
      *         TIENE, MODIFICACION SI EL GUARDADO ES DEL MISMO ANO O  *
      *         ANTERIOR; UNO MAS RECIENTE SE CONSERVA                 *
      *       - SE COMPARA N003-GOOD-AMT CON EL VALOR CATASTRAL: SI EL *
      *         VALOR CONTABLE SUPERA EL CATASTRAL MULTIPLICADO POR EL *
      *         RATIO DE CADPARM, O NO LLEGA AL CATASTRAL DIVIDIDO POR *
      *         EL RATIO, SE LISTA (ALTO/BAJO)                         *
      *     LOS BIENES ACTIVOS SIN VALOR CATASTRAL SE LISTAN, ASI COMO *
      *     LOS REGISTROS RECHAZADOS Y LOS VALORES DE PARCELAS SIN     *
      *     BIEN ACTIVO. ACMC0ROS USA EL VALOR GUARDADO COMO BASE      *
      *     IMPONIBLE CUANDO EL TIPO MUNICIPAL LLEVA LA REGLA 'C'. LOS *
      *     REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE VERIFICAN  *
      *     EN PASADA PREVIA.                                          *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    CADPARM          E     FECHA DE PROCESO Y RATIO DE CONTROL  *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    CADLOAD          E     VALORES DE REFERENCIA DEL CATASTRO   *
      *    CADGSRT          S     EXTRACTO ORDENADO POR PARCELA        *
      *    CADFSRT          S     VALORES ORDENADOS POR PARCELA        *
      *    CADRPT           S     INFORME DE CARGA Y VEROSIMILITUD     *
      *    ACEC240         E/S    AREA COM. RUTINA AC8C240S            *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     LOADS THE CADASTRAL REFERENCE VALUE FILE (CADLOAD,         *
      *     ACNC0061) AND MATCHES IT TO THE GOODS EXTRACT BY PLOT +    *
      *     PROPERTY (THE SAME TECHNIQUE AS ACZC1ROS). OF A PARCEL'S   *
      *     VALUES THE VALID ONE WITH THE LATEST REFERENCE YEAR IS     *
      *     TAKEN, AND FOR EVERY ACTIVE GOOD ON THAT PARCEL:           *
      *       - THE VALUE AND ITS YEAR ARE STORED IN AC8C240S: ADDED   *
      *         WHEN THERE IS NONE, MODIFIED WHEN THE STORED ONE IS OF *
      *         THE SAME YEAR OR EARLIER; A MORE RECENT ONE IS KEPT    *
      *       - N003-GOOD-AMT IS COMPARED WITH THE CADASTRAL VALUE:    *
      *         WHEN THE BOOK VALUE EXCEEDS THE CADASTRAL VALUE TIMES  *
      *         THE CADPARM RATIO, OR FALLS BELOW THE CADASTRAL VALUE  *
      *         DIVIDED BY THE RATIO, IT IS LISTED (HIGH/LOW)          *
      *     ACTIVE GOODS WITH NO CADASTRAL VALUE ARE LISTED, AS ARE    *
      *     REJECTED RECORDS AND VALUES OF PARCELS WITH NO ACTIVE      *
      *     GOOD. ACMC0ROS USES THE STORED VALUE AS THE TAX BASE WHEN  *
      *     THE MUNICIPAL RATE CARRIES RULE 'C'. THE EXTRACT CONTROL   *
      *     RECORDS (ACNC0034) ARE VERIFIED IN A PRE-PASS.             *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    CADPARM          I     PROCESS DATE AND CHECK RATIO         *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    CADLOAD          I     CADASTRAL REFERENCE VALUES           *
      *    CADGSRT          O     EXTRACT SORTED BY PARCEL             *
      *    CADFSRT          O     VALUES SORTED BY PARCEL              *
      *    CADRPT           O     LOAD AND PLAUSIBILITY REPORT         *
      *    ACEC240         I/O    COMMAREA MODULE AC8C240S             *
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

           SELECT CAD-PARM-FILE        ASSIGN TO "CADPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CAD-LOAD-RAW         ASSIGN TO "CADLOAD"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT SORT-LOAD-FILE       ASSIGN TO "SRTWK02".

           SELECT GOOD-SORTED-FILE     ASSIGN TO "CADGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CAD-LOAD-SORTED      ASSIGN TO "CADFSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CAD-REPORT-FILE      ASSIGN TO "CADRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  CAD-PARM-FILE
           RECORDING MODE IS F.

       01  CAD-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-RATIO                  PIC 9(03)V9(02).

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

       FD  CAD-LOAD-RAW
           RECORDING MODE IS F.

       01  CAD-LOAD-RAW-RECORD          PIC X(62).

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
      *    SORT DE LOS VALORES POR PARCELA + PROPIEDAD + ANO DE        *
      *    REFERENCIA                                                  *
      *    SORT OF THE VALUES BY PLOT + PROPERTY + REFERENCE YEAR      *
      ******************************************************************
       SD  SORT-LOAD-FILE.

       01  SORT-LOAD-RECORD.
           05  SL-COD-PLOT              PIC X(10).
           05  SL-COD-PROPERTY          PIC X(10).
           05  FILLER                   PIC X(20).
           05  SL-NUM-YEAR              PIC X(04).
           05  FILLER                   PIC X(18).

       FD  GOOD-SORTED-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  CAD-LOAD-SORTED
           RECORDING MODE IS F.

           COPY ACNC0061.

       FD  CAD-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C240S                 *
      ******************************************************************
       01  VA-ACEC240-01.
           COPY ACEC240.

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

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-RATIO                    PIC 9(03)V9(02) VALUE ZEROS.

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
           05  WS-CNT-HIGH                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LOW                  PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-WITHIN               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-OTHER-FCC            PIC 9(07)   VALUE ZEROS.

      ******************************************************************
      *    VALOR VIGENTE DE LA PARCELA EN CURSO (EL VALIDO DE ANO DE   *
      *    REFERENCIA MAS RECIENTE)                                    *
      *    CURRENT VALUE OF THE PARCEL IN HAND (THE VALID ONE WITH THE *
      *    LATEST REFERENCE YEAR)                                      *
      ******************************************************************
       01  WS-LOAD-GROUP.
           05  WS-LOAD-KEY                 PIC X(20)   VALUE SPACES.
           05  WS-GRP-KEY                  PIC X(20)   VALUE SPACES.
           05  WS-GOOD-KEY                 PIC X(20)   VALUE SPACES.
           05  WS-GRP-COD-CADASTRE         PIC X(20)   VALUE SPACES.
           05  WS-GRP-NUM-YEAR             PIC 9(04)   VALUE ZEROS.
           05  WS-GRP-AMT-VALUE            PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-GRP-FCC                  PIC X(03)   VALUE SPACES.

       01  WS-CHECK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-REASON                   PIC X(30)   VALUE SPACES.
           05  WS-YEAR-PROCESS             PIC 9(04)   VALUE ZEROS.
           05  WS-AMT-LIMIT                PIC 9(16)V9(02) VALUE ZEROS.
           05  WS-AMT-BOOK-RATIO           PIC 9(16)V9(02) VALUE ZEROS.
           05  WS-PCT-BOOK                 PIC 9(07)V9(02) VALUE ZEROS.

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C240S                 PIC X(08)   VALUE 'AC8C240S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-OPE-CAD-ADD              PIC X(01)   VALUE '1'.
           05  CA-OPE-CAD-MOD              PIC X(01)   VALUE '3'.
           05  CA-OPE-CAD-INQ              PIC X(01)   VALUE '4'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-BATCH-USER               PIC X(08)   VALUE 'BATCHCD '.
           05  CA-RATIO-DEFAULT            PIC 9(03)V9(02) VALUE 2.
           05  CA-RATIO-MIN                PIC 9(03)V9(02) VALUE 1.
           05  CA-HUNDRED                  PIC 9(03)   VALUE 100.
           05  CA-YEAR-MIN                 PIC 9(04)   VALUE 1900.
           05  CA-RSN-NO-PARCEL            PIC X(30)
                                   VALUE 'PARCEL CODE MISSING'.
           05  CA-RSN-YEAR                 PIC X(30)
                                   VALUE 'INVALID REFERENCE YEAR'.
           05  CA-RSN-VALUE                PIC X(30)
                                   VALUE 'VALUE NOT NUMERIC OR ZERO'.
           05  CA-RSN-FCC                  PIC X(30)
                                   VALUE 'CURRENCY MISSING'.
           05  CA-RSN-NO-GOOD              PIC X(30)
                                   VALUE 'NO ACTIVE GOOD ON PARCEL'.
           05  CA-RSN-NO-VALUE             PIC X(30)
                                   VALUE 'NO CADASTRAL VALUE'.
           05  CA-RSN-OTHER-FCC            PIC X(30)
                                   VALUE 'OTHER CURRENCY - NOT CHECKED'.
           05  CA-RSN-HIGH                 PIC X(30)
                                   VALUE 'BOOK VALUE ABOVE RATIO'.
           05  CA-RSN-LOW                  PIC X(30)
                                   VALUE 'BOOK VALUE BELOW RATIO'.

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-AMT-EDIT                     PIC Z(12)9,99.
       01  WS-CAD-EDIT                     PIC Z(12)9,99.
       01  WS-PCT-EDIT                     PIC Z(6)9,99.
       01  WS-RATIO-EDIT                   PIC ZZ9,99.

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
               PERFORM LIST-VALUE-WITHOUT-GOOD
               PERFORM READ-LOAD
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "ACMC1ROS - READ: "     WS-CNT-LOAD
                   "  ADDED: "             WS-CNT-ADDED
                   "  MODIFIED: "          WS-CNT-MODIFIED
                   "  HIGH: "              WS-CNT-HIGH
                   "  LOW: "               WS-CNT-LOW
                   "  NO VALUE: "          WS-CNT-NOT-IN-LOAD
                   "  ERRORS: "            WS-CNT-ERRORS

           GOBACK.

      ******************************************************************
      *.PN                    SORT-EXTRACT-BY-PARCEL                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - ORDENA EL EXTRACTO POR PARCELA + PROPIEDAD A TRAVES DE     *
      *     TODAS LAS ENTIDADES. LOS REGISTROS DE CONTROL SE FILTRAN   *
      *     AQUI. LOS BIENES SIN PARCELA QUEDAN AL PRINCIPIO Y SE      *
      *     LISTAN COMO SIN VALOR CATASTRAL.                           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SORTS THE EXTRACT BY PLOT + PROPERTY ACROSS ALL ENTITIES.  *
      *     CONTROL RECORDS ARE FILTERED OUT HERE. GOODS WITH NO       *
      *     PARCEL COME FIRST AND ARE LISTED AS HAVING NO CADASTRAL    *
      *     VALUE.                                                     *
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
      *   - EL ANO DE REFERENCIA ES PARTE DE LA CLAVE PARA QUE EL      *
      *     ULTIMO VALOR VALIDO DE CADA PARCELA SEA EL MAS RECIENTE.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE REFERENCE YEAR IS PART OF THE KEY SO THE LAST VALID    *
      *     VALUE OF EACH PARCEL IS THE MOST RECENT ONE.               *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-LOAD-BY-PARCEL.

           SORT SORT-LOAD-FILE
               ON ASCENDING KEY SL-COD-PLOT
                                SL-COD-PROPERTY
                                SL-NUM-YEAR
               USING CAD-LOAD-RAW
               GIVING CAD-LOAD-SORTED.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  CAD-PARM-FILE
           OPEN INPUT  GOOD-SORTED-FILE
           OPEN INPUT  CAD-LOAD-SORTED
           OPEN OUTPUT CAD-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE CAD-PARM-FILE
                 GOOD-SORTED-FILE
                 CAD-LOAD-SORTED
                 CAD-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN RATIO NO NUMERICO O NO MAYOR QUE 1 TOMA EL VALOR POR    *
      *     DEFECTO 2 (EL DOBLE O LA MITAD DEL VALOR CATASTRAL).       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A RATIO THAT IS NOT NUMERIC OR NOT ABOVE 1 TAKES THE       *
      *     DEFAULT OF 2 (TWICE OR HALF THE CADASTRAL VALUE).          *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           READ CAD-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   IF  PARM-RATIO IS NUMERIC
                       MOVE PARM-RATIO        TO WS-RATIO
                   END-IF
           END-READ

           IF  WS-RATIO NOT > CA-RATIO-MIN
               MOVE CA-RATIO-DEFAULT   TO WS-RATIO
           END-IF

           IF  WS-DAT-PROCESS(1:4) IS NUMERIC
               MOVE WS-DAT-PROCESS(1:4)    TO WS-YEAR-PROCESS
           END-IF.

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

           READ CAD-LOAD-SORTED
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   MOVE HIGH-VALUES        TO WS-LOAD-KEY
               NOT AT END
                   ADD 1 TO WS-CNT-LOAD
                   MOVE N0061-KEY          TO WS-LOAD-KEY
           END-READ.

      ******************************************************************
      *.PN                    PROCESS-ONE-GOOD                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - AVANZA EL FICHERO DE VALORES HASTA LA PARCELA DEL BIEN     *
      *     (LOS DE PARCELAS SIN BIEN ACTIVO SE LISTAN) Y, SI LA       *
      *     PARCELA TIENE VALORES, ELIGE UNA VEZ EL VIGENTE PARA TODOS *
      *     LOS BIENES DE ESA PARCELA. UN BIEN SIN PARCELA NO SE CASA. *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ADVANCES THE VALUE FILE UP TO THE GOOD'S PARCEL (THOSE OF  *
      *     PARCELS WITH NO ACTIVE GOOD ARE LISTED) AND, WHEN THE      *
      *     PARCEL HAS VALUES, PICKS THE CURRENT ONE ONCE FOR ALL THE  *
      *     GOODS ON THAT PARCEL. A GOOD WITH NO PARCEL IS NOT MATCHED.*
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE
               ADD 1 TO WS-CNT-INACTIVE
           ELSE

               MOVE N003-COD-PLOT      TO WS-GOOD-KEY(1:10)
               MOVE N003-COD-PROPERTY  TO WS-GOOD-KEY(11:10)

               IF  WS-GOOD-KEY EQUAL SPACES

                   ADD 1 TO WS-CNT-NOT-IN-LOAD
                   MOVE CA-RSN-NO-PARCEL   TO WS-REASON
                   PERFORM WRITE-GOOD-EXCEPTION

               ELSE

                   PERFORM UNTIL WS-LOAD-KEY NOT < WS-GOOD-KEY
                       PERFORM LIST-VALUE-WITHOUT-GOOD
                       PERFORM READ-LOAD
                   END-PERFORM

                   IF  WS-LOAD-KEY EQUAL WS-GOOD-KEY
                       PERFORM LOAD-VALUE-GROUP
                   END-IF

                   IF  WS-GRP-KEY EQUAL WS-GOOD-KEY
                       AND WS-GRP-VALID
                       ADD 1 TO WS-CNT-MATCHED
                       PERFORM APPLY-VALUE-TO-GOOD
                       PERFORM CHECK-PLAUSIBILITY
                   ELSE
                       ADD 1 TO WS-CNT-NOT-IN-LOAD
                       MOVE CA-RSN-NO-VALUE    TO WS-REASON
                       PERFORM WRITE-GOOD-EXCEPTION
                   END-IF

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    LOAD-VALUE-GROUP                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - LEE TODOS LOS VALORES DE LA PARCELA. LOS NO VALIDOS SE     *
      *     RECHAZAN Y SE LISTAN; DE LOS VALIDOS QUEDA EL ULTIMO, QUE  *
      *     POR LA ORDENACION ES EL DE ANO DE REFERENCIA MAS RECIENTE. *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - READS ALL THE VALUES OF THE PARCEL. INVALID ONES ARE       *
      *     REJECTED AND LISTED; OF THE VALID ONES THE LAST IS KEPT,   *
      *     WHICH BY THE SORT HAS THE LATEST REFERENCE YEAR.           *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-VALUE-GROUP.

           MOVE WS-LOAD-KEY            TO WS-GRP-KEY
           MOVE 'N'                    TO WS-SW-GRP-VALID

           PERFORM UNTIL WS-LOAD-KEY NOT EQUAL WS-GRP-KEY

               PERFORM VALIDATE-VALUE-RECORD

               IF  WS-REASON EQUAL SPACES
                   SET WS-GRP-VALID            TO TRUE
                   MOVE N0061-COD-CADASTRE     TO WS-GRP-COD-CADASTRE
                   MOVE N0061-NUM-YEAR         TO WS-GRP-NUM-YEAR
                   MOVE N0061-AMT-VALUE        TO WS-GRP-AMT-VALUE
                   MOVE N0061-FCC              TO WS-GRP-FCC
               ELSE
                   ADD 1 TO WS-CNT-REJECTED
                   PERFORM WRITE-LOAD-EXCEPTION
               END-IF

               PERFORM READ-LOAD

           END-PERFORM.

      ******************************************************************
      *.PN                    VALIDATE-VALUE-RECORD                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - ANO DE REFERENCIA NUMERICO, NO ANTERIOR A 1900 NI          *
      *     POSTERIOR AL ANO DE PROCESO; VALOR NUMERICO Y MAYOR QUE    *
      *     CERO; DIVISA INFORMADA. DEJA EL MOTIVO DEL RECHAZO EN      *
      *     WS-REASON (ESPACIOS SI ES VALIDO).                         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - NUMERIC REFERENCE YEAR, NOT BEFORE 1900 NOR AFTER THE      *
      *     PROCESS YEAR; NUMERIC VALUE ABOVE ZERO; CURRENCY INFORMED. *
      *     LEAVES THE REJECTION REASON IN WS-REASON (SPACES WHEN      *
      *     VALID).                                                    *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-VALUE-RECORD.

           MOVE SPACES                 TO WS-REASON

           EVALUATE TRUE
               WHEN N0061-NUM-YEAR IS NOT NUMERIC
                   MOVE CA-RSN-YEAR        TO WS-REASON
               WHEN N0061-NUM-YEAR < CA-YEAR-MIN
                   MOVE CA-RSN-YEAR        TO WS-REASON
               WHEN WS-YEAR-PROCESS > ZEROS
                    AND N0061-NUM-YEAR > WS-YEAR-PROCESS
                   MOVE CA-RSN-YEAR        TO WS-REASON
               WHEN N0061-AMT-VALUE IS NOT NUMERIC
                   MOVE CA-RSN-VALUE       TO WS-REASON
               WHEN N0061-AMT-VALUE EQUAL ZEROS
                   MOVE CA-RSN-VALUE       TO WS-REASON
               WHEN N0061-FCC EQUAL SPACES
                   MOVE CA-RSN-FCC         TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *.PN                    APPLY-VALUE-TO-GOOD                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA EL VALOR CATASTRAL DEL BIEN EN AC8C240S. SI NO    *
      *     TIENE SE DA DE ALTA; SI EL GUARDADO ES DEL MISMO ANO DE    *
      *     REFERENCIA O ANTERIOR SE SUSTITUYE; SI ES MAS RECIENTE SE  *
      *     CONSERVA. LOS ERRORES DE LA RUTINA SE LISTAN Y NO DETIENEN *
      *     EL LOTE.                                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE GOOD'S CADASTRAL VALUE IN AC8C240S. WITHOUT   *
      *     ONE IT IS ADDED; WHEN THE STORED ONE IS OF THE SAME        *
      *     REFERENCE YEAR OR EARLIER IT IS REPLACED; WHEN IT IS MORE  *
      *     RECENT IT IS KEPT. ROUTINE ERRORS ARE LISTED AND DO NOT    *
      *     STOP THE RUN.                                              *
      *B.PR.E                                                          *
      ******************************************************************
       APPLY-VALUE-TO-GOOD.

           IF  N003-ENT NOT EQUAL WS-PREV-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE N003-ENT           TO WS-PREV-ENT
           END-IF

           INITIALIZE VA-ACEC240-01
                      VA-ACEC000-01

           MOVE CA-OPE-CAD-INQ         TO E240-OPTION
           MOVE N003-ENT               TO E240-ENT
           MOVE N003-NUM-GOOD          TO E240-NUM-GOOD

           CALL CA-AC8C240S   USING VA-ACEC240-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK

               EVALUATE TRUE
                   WHEN E240-FLG-FOUND NOT EQUAL CA-YES
                       MOVE CA-OPE-CAD-ADD TO E240-OPTION
                   WHEN E240-NUM-YEAR NOT > WS-GRP-NUM-YEAR
                       MOVE CA-OPE-CAD-MOD TO E240-OPTION
                   WHEN OTHER
                       MOVE SPACES         TO E240-OPTION
               END-EVALUATE

               IF  E240-OPTION EQUAL SPACES

                   ADD 1 TO WS-CNT-OLDER

               ELSE

                   MOVE N003-ENT               TO E240-ENT
                   MOVE N003-NUM-GOOD          TO E240-NUM-GOOD
                   MOVE WS-GRP-COD-CADASTRE    TO E240-COD-CADASTRE
                   MOVE WS-GRP-NUM-YEAR        TO E240-NUM-YEAR
                   MOVE WS-GRP-AMT-VALUE       TO E240-AMT-VALUE
                   MOVE WS-GRP-FCC             TO E240-FCC
                   MOVE WS-DAT-PROCESS         TO E240-DAT-LOAD
                   MOVE CA-BATCH-USER          TO E240-USER-LAST-MOD
                   MOVE SPACES                 TO E240-TRANSACTION

                   INITIALIZE VA-ACEC000-01

                   CALL CA-AC8C240S   USING VA-ACEC240-01
                                            VA-ACEC000-01
                                            VA-QBEC999-01

                   IF  E000-SW-RTN-OK
                       IF  E240-OPTION EQUAL CA-OPE-CAD-ADD
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
               STRING "AC8C240S ERROR "  DELIMITED BY SIZE
                      E000-ERRCOD        DELIMITED BY SIZE
                      INTO WS-REASON
               PERFORM WRITE-GOOD-EXCEPTION
           END-IF.

      ******************************************************************
      *.PN                    CHECK-PLAUSIBILITY                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPARA EL VALOR CONTABLE (N003-GOOD-AMT) CON EL VALOR     *
      *     CATASTRAL DEL FICHERO. ALTO SI SUPERA CATASTRAL * RATIO;   *
      *     BAJO SI MULTIPLICADO POR EL RATIO NO LLEGA AL CATASTRAL.   *
      *     LA COMPARACION SOLO SE HACE EN LA MISMA DIVISA; UN BIEN EN *
      *     OTRA DIVISA SE LISTA SIN CONTROLAR.                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COMPARES THE BOOK VALUE (N003-GOOD-AMT) WITH THE FILE'S    *
      *     CADASTRAL VALUE. HIGH WHEN IT EXCEEDS CADASTRAL * RATIO;   *
      *     LOW WHEN TIMES THE RATIO IT STILL FALLS SHORT OF THE       *
      *     CADASTRAL VALUE. THE CHECK IS ONLY MADE IN THE SAME        *
      *     CURRENCY; A GOOD IN ANOTHER CURRENCY IS LISTED UNCHECKED.  *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-PLAUSIBILITY.

           IF  N003-FCC-GOOD NOT EQUAL WS-GRP-FCC

               ADD 1 TO WS-CNT-OTHER-FCC
               MOVE CA-RSN-OTHER-FCC   TO WS-REASON
               PERFORM WRITE-GOOD-EXCEPTION

           ELSE

               IF  N003-GOOD-AMT IS NOT NUMERIC
                   MOVE ZEROS          TO N003-GOOD-AMT
               END-IF

               COMPUTE WS-AMT-LIMIT ROUNDED =
                       WS-GRP-AMT-VALUE * WS-RATIO

               COMPUTE WS-AMT-BOOK-RATIO ROUNDED =
                       N003-GOOD-AMT * WS-RATIO

               EVALUATE TRUE
                   WHEN N003-GOOD-AMT > WS-AMT-LIMIT
                       ADD 1 TO WS-CNT-HIGH
                       MOVE CA-RSN-HIGH    TO WS-REASON
                       PERFORM WRITE-RATIO-LINE
                   WHEN WS-AMT-BOOK-RATIO < WS-GRP-AMT-VALUE
                       ADD 1 TO WS-CNT-LOW
                       MOVE CA-RSN-LOW     TO WS-REASON
                       PERFORM WRITE-RATIO-LINE
                   WHEN OTHER
                       ADD 1 TO WS-CNT-WITHIN
               END-EVALUATE

           END-IF.

      ******************************************************************
      *.PN                    LIST-VALUE-WITHOUT-GOOD                  *
      ******************************************************************
       LIST-VALUE-WITHOUT-GOOD.

           IF  WS-LOAD-KEY EQUAL SPACES
               ADD 1 TO WS-CNT-REJECTED
               MOVE CA-RSN-NO-PARCEL   TO WS-REASON
           ELSE
               ADD 1 TO WS-CNT-NO-GOOD
               MOVE CA-RSN-NO-GOOD     TO WS-REASON
           END-IF

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

           MOVE WS-RATIO               TO WS-RATIO-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "CADASTRAL VALUE LOAD AND CHECK - PROCESS DATE "
                  DELIMITED BY SIZE
                  WS-DAT-PROCESS DELIMITED BY SIZE
                  "  RATIO "     DELIMITED BY SIZE
                  WS-RATIO-EDIT  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "EXCEPTIONS" TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-LOAD-EXCEPTION                     *
      ******************************************************************
       WRITE-LOAD-EXCEPTION.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARCEL "          DELIMITED BY SIZE
                  N0061-COD-PLOT     DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  N0061-COD-PROPERTY DELIMITED BY SIZE
                  "  CADASTRE "      DELIMITED BY SIZE
                  N0061-COD-CADASTRE DELIMITED BY SIZE
                  "  YEAR "          DELIMITED BY SIZE
                  N0061-NUM-YEAR     DELIMITED BY SIZE
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
                  "  PARCEL "        DELIMITED BY SIZE
                  N003-COD-PLOT      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  N003-COD-PROPERTY  DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-RATIO-LINE                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - LINEA DE UN BIEN FUERA DE RATIO: VALOR CONTABLE, VALOR     *
      *     CATASTRAL Y SU ANO, Y EL VALOR CONTABLE EN PORCENTAJE DEL  *
      *     CATASTRAL.                                                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LINE OF A GOOD OUTSIDE THE RATIO: BOOK VALUE, CADASTRAL    *
      *     VALUE AND ITS YEAR, AND THE BOOK VALUE AS A PERCENTAGE OF  *
      *     THE CADASTRAL VALUE.                                       *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-RATIO-LINE.

           COMPUTE WS-PCT-BOOK ROUNDED =
                   N003-GOOD-AMT * CA-HUNDRED / WS-GRP-AMT-VALUE
               ON SIZE ERROR
                   MOVE 9999999,99     TO WS-PCT-BOOK
           END-COMPUTE

           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT
           MOVE N003-GOOD-AMT          TO WS-AMT-EDIT
           MOVE WS-GRP-AMT-VALUE       TO WS-CAD-EDIT
           MOVE WS-PCT-BOOK            TO WS-PCT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENT "             DELIMITED BY SIZE
                  N003-ENT           DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  BOOK "          DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  "  CADASTRAL "     DELIMITED BY SIZE
                  WS-CAD-EDIT        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-GRP-FCC         DELIMITED BY SIZE
                  " ("               DELIMITED BY SIZE
                  WS-GRP-NUM-YEAR    DELIMITED BY SIZE
                  ")  "              DELIMITED BY SIZE
                  WS-PCT-EDIT        DELIMITED BY SIZE
                  "%  "              DELIMITED BY SIZE
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
           STRING "VALUES READ:               " DELIMITED BY SIZE
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
           STRING "GOODS READ:                " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-INACTIVE        TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  INACTIVE:                " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-MATCHED         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTIVE, WITH VALUE:      " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-NOT-IN-LOAD     TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ACTIVE, NO VALUE:        " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-ADDED           TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VALUES ADDED:              " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-MODIFIED        TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VALUES REPLACED:           " DELIMITED BY SIZE
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

           MOVE WS-CNT-WITHIN          TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WITHIN RATIO:              " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-HIGH            TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BOOK VALUE HIGH:           " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-LOW             TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BOOK VALUE LOW:            " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-OTHER-FCC       TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OTHER CURRENCY:            " DELIMITED BY SIZE
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

           DISPLAY "ACMC1ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
