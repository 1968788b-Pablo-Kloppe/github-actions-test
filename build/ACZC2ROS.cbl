      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     INFORME DE CERTIFICADOS ENERGETICOS POR ENTIDAD Y LETRA
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     ENERGY CERTIFICATE REPORT BY ENTITY AND RATING BAND        *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACZC2ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     RECORRE EL EXTRACTO ORDENADO POR ENTIDAD COMO AC3C0ROS Y,  *
      *     PARA CADA BIEN ACTIVO, CONSULTA SU CERTIFICADO ENERGETICO  *
      *     (AC8C230S OPCION 4). POR ENTIDAD Y EN TOTAL DA EL NUMERO   *
      *     DE BIENES Y EL VALOR EN EUR (N003-GOOD-AMT CONVERTIDO CON  *
      *     FXRATES) POR LETRA A A G, CON LOS CERTIFICADOS CADUCADOS   *
      *     EN LA FECHA DE PROCESO Y LOS BIENES SIN CERTIFICADO APARTE,*
      *     Y LA PROPORCION DEL VALOR CON LETRA A O B SOBRE EL VALOR   *
      *     TOTAL DE LOS BIENES ACTIVOS. BAJO CADA ENTIDAD SE LISTAN   *
      *     LOS BIENES CON EL CERTIFICADO AUSENTE O CADUCADO. LOS      *
      *     REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE VERIFICAN  *
      *     EN PASADA PREVIA.                                          *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    EPCPARM          E     FECHA DE PROCESO                     *
      *    FXRATES          E     COTIZACIONES (EUR POR UNIDAD)        *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    EPCRSRT         E/S    EXTRACTO ORDENADO POR ENTIDAD        *
      *    EPCRPT           S     INFORME DE CERTIFICADOS ENERGETICOS  *
      *    ACEC230          E     AREA COM. RUTINA AC8C230S            *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     READS THE EXTRACT SORTED BY ENTITY AS AC3C0ROS DOES AND,   *
      *     FOR EVERY ACTIVE GOOD, INQUIRES ITS ENERGY CERTIFICATE     *
      *     (AC8C230S OPTION 4). BY ENTITY AND IN TOTAL IT SHOWS THE   *
      *     NUMBER OF GOODS AND THE EUR VALUE (N003-GOOD-AMT CONVERTED *
      *     WITH FXRATES) BY RATING A TO G, WITH THE CERTIFICATES      *
      *     EXPIRED ON THE PROCESS DATE AND THE GOODS WITH NO          *
      *     CERTIFICATE SEPARATELY, AND THE SHARE OF THE VALUE RATED A *
      *     OR B OVER THE TOTAL VALUE OF THE ACTIVE GOODS. UNDER EACH  *
      *     ENTITY THE GOODS WITH A MISSING OR EXPIRED CERTIFICATE ARE *
      *     LISTED. THE EXTRACT CONTROL RECORDS (ACNC0034) ARE         *
      *     VERIFIED IN A PRE-PASS.                                    *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    EPCPARM          I     PROCESS DATE                         *
      *    FXRATES          I     FX RATES (EUR PER UNIT)              *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    EPCRSRT         I/O    EXTRACT SORTED BY ENTITY             *
      *    EPCRPT           O     ENERGY CERTIFICATE REPORT            *
      *    ACEC230          I     COMMAREA MODULE AC8C230S             *
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

           SELECT FX-RATE-FILE         ASSIGN TO "FXRATES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "EPCRSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT EPC-REPORT-FILE      ASSIGN TO "EPCRPT"
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

       FD  FX-RATE-FILE
           RECORDING MODE IS F.

       01  FX-RATE-RECORD.
           05  FXR-CUR                     PIC X(03).
           05  FXR-RATE                    PIC 9(03)V9(06).
           05  FXR-DAT                     PIC X(10).

      ******************************************************************
      *    EXTRACTO TAL CUAL LLEGA, SIN GARANTIA DE ORDEN POR ENTIDAD  *
      *    EXTRACT AS RECEIVED, WITH NO GUARANTEE OF ENTITY ORDER      *
      ******************************************************************
       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR ENTIDAD (N003-ENT)          *
      *    SORT WORK FILE, KEYED BY ENTITY (N003-ENT)                  *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(01).
           05  SR-ENT                   PIC X(04).
           05  FILLER                   PIC X(747).

      ******************************************************************
      *    EXTRACTO YA ORDENADO POR ENTIDAD                            *
      *    EXTRACT ALREADY SORTED BY ENTITY                            *
      ******************************************************************
       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

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
           05  WS-SW-FIRST-ENT             PIC X(01)   VALUE 'S'.
               88  WS-FIRST-ENT                        VALUE 'S'.
           05  WS-SW-BAND-FOUND            PIC X(01)   VALUE 'N'.
               88  WS-BAND-FOUND                       VALUE 'S'.

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
           05  WS-CNT-RATED                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-EXPIRED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-MISSING              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-FX                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ERRORS               PIC 9(07)   VALUE ZEROS.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.

      ******************************************************************
      *    TABLA DE COTIZACIONES LEIDA DE FXRATES                      *
      *    FX RATE TABLE READ FROM FXRATES                             *
      ******************************************************************
       01  WS-FX-FIELDS.
           05  WS-SW-FX-EOF                PIC X(01)   VALUE 'N'.
               88  WS-FX-EOF                           VALUE 'Y'.
           05  WS-SW-FX-FOUND              PIC X(01)   VALUE 'N'.
               88  WS-FX-FOUND                         VALUE 'S'.
           05  WS-CNT-FX                   PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-FX                   PIC S9(4) COMP VALUE +0.
           05  WS-FX-CUR-WANTED            PIC X(03)   VALUE SPACES.
           05  WS-FX-RATE-FOUND            PIC 9(03)V9(06) VALUE ZEROS.
           05  WS-FX-ENTRY OCCURS 50 TIMES.
               10  WS-FX-CUR               PIC X(03).
               10  WS-FX-RATE              PIC 9(03)V9(06).
               10  WS-FX-DAT               PIC X(10).

      ******************************************************************
      *    ACUMULADOS POR LETRA: JUEGO 1 = ENTIDAD, 2 = TOTAL. FILAS 1 *
      *    A 7 = LETRAS A A G (CERTIFICADO VIGENTE), 8 = CADUCADO,     *
      *    9 = SIN CERTIFICADO.                                        *
      *    TOTALS BY RATING: SET 1 = ENTITY, 2 = GRAND TOTAL. ROWS 1   *
      *    TO 7 = RATINGS A TO G (CURRENT CERTIFICATE), 8 = EXPIRED,   *
      *    9 = NO CERTIFICATE.                                         *
      ******************************************************************
       01  WS-BAND-FIELDS.
           05  WN-IDX-SET                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-BAND                 PIC S9(4) COMP VALUE +0.
           05  WS-AMT-EUR                  PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-SHARE-PCT                PIC 9(03)V9(02) VALUE ZEROS.
           05  WS-BAND-SET OCCURS 2 TIMES.
               10  WS-BAND-ROW OCCURS 9 TIMES.
                   15  WS-BAND-AMT         PIC 9(15)V9(02).
                   15  WS-BAND-CNT         PIC 9(07).
               10  WS-SET-AMT              PIC 9(15)V9(02).
               10  WS-SET-CNT              PIC 9(07).
               10  WS-SET-GREEN-AMT        PIC 9(15)V9(02).
               10  WS-SET-NOFX-CNT         PIC 9(07).

       01  CA-BAND-LABELS.
           05  FILLER                      PIC X(16)   VALUE 'A'.
           05  FILLER                      PIC X(16)   VALUE 'B'.
           05  FILLER                      PIC X(16)   VALUE 'C'.
           05  FILLER                      PIC X(16)   VALUE 'D'.
           05  FILLER                      PIC X(16)   VALUE 'E'.
           05  FILLER                      PIC X(16)   VALUE 'F'.
           05  FILLER                      PIC X(16)   VALUE 'G'.
           05  FILLER                      PIC X(16)   VALUE 'EXPIRED'.
           05  FILLER                      PIC X(16)
                                   VALUE 'NO CERTIFICATE'.
       01  CA-BAND-TABLE REDEFINES CA-BAND-LABELS.
           05  CA-BAND-LABEL OCCURS 9 TIMES PIC X(16).

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C230S                 PIC X(08)   VALUE 'AC8C230S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-EPC-INQ              PIC X(01)   VALUE '4'.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-SET-ENT                  PIC 9(01)   VALUE 1.
           05  CA-SET-GRAND                PIC 9(01)   VALUE 2.
           05  CA-MAX-RATING               PIC 9(01)   VALUE 7.
           05  CA-BAND-EXPIRED             PIC 9(01)   VALUE 8.
           05  CA-BAND-MISSING             PIC 9(01)   VALUE 9.
           05  CA-MAX-BAND                 PIC 9(01)   VALUE 9.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DE UNA LETRA: BIENES, VALOR EUR Y PORCENTAJE DEL VALOR*
      *    RATING LINE: GOODS, EUR VALUE AND SHARE OF THE VALUE        *
      ******************************************************************
       01  WS-BAND-LINE.
           05  BDL-LABEL                   PIC X(16).
           05  FILLER                      PIC X(02).
           05  BDL-CNT                     PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  BDL-AMT                     PIC Z(14)9,99.
           05  FILLER                      PIC X(03).
           05  BDL-PCT                     PIC ZZ9,99.
           05  FILLER                      PIC X(77).

       01  WS-AMT-EDIT                     PIC Z(14)9,99.
       01  WS-PCT-EDIT                     PIC ZZ9,99.
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

           PERFORM SORT-EXTRACT-BY-ENTITY

           PERFORM OPEN-FILES

           PERFORM READ-PARM

           PERFORM LOAD-FX-RATES

           INITIALIZE WS-BAND-FIELDS

           PERFORM WRITE-REPORT-TITLE

           PERFORM UNTIL WS-EOF
               PERFORM READ-EXTRACT
               IF NOT WS-EOF
                   PERFORM PROCESS-ONE-GOOD
               END-IF
           END-PERFORM

           IF NOT WS-FIRST-ENT
               PERFORM WRITE-ENTITY-TOTAL
           END-IF

           PERFORM WRITE-GRAND-TOTAL

           PERFORM CLOSE-FILES

           DISPLAY "ACZC2ROS - READ: "     WS-CNT-READ
                   "  RATED: "             WS-CNT-RATED
                   "  EXPIRED: "           WS-CNT-EXPIRED
                   "  MISSING: "           WS-CNT-MISSING
                   "  NO FX RATE: "        WS-CNT-NO-FX
                   "  ERRORS: "            WS-CNT-ERRORS

           GOBACK.

      ******************************************************************
      *.PN                    SORT-EXTRACT-BY-ENTITY                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - ORDENA EL EXTRACTO POR ENTIDAD PARA LA RUPTURA DE CONTROL *
      *     (MISMO TRATAMIENTO QUE AC3C0ROS), SIN LOS REGISTROS DE    *
      *     CONTROL YA VERIFICADOS.                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SORTS THE EXTRACT BY ENTITY FOR THE CONTROL BREAK (SAME   *
      *     HANDLING AS AC3C0ROS), LEAVING OUT THE ALREADY VERIFIED   *
      *     CONTROL RECORDS.                                          *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-EXTRACT-BY-ENTITY.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
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

           OPEN INPUT  EPC-PARM-FILE
           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT EPC-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE EPC-PARM-FILE
                 GOOD-EXTRACT-FILE
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
      *.PN                    LOAD-FX-RATES                            *
      ******************************************************************
       LOAD-FX-RATES.

           OPEN INPUT FX-RATE-FILE

           PERFORM UNTIL WS-FX-EOF

               READ FX-RATE-FILE
                   AT END
                       SET WS-FX-EOF TO TRUE
                   NOT AT END
                       IF  WS-CNT-FX < 50
                           AND FXR-RATE IS NUMERIC
                           ADD 1 TO WS-CNT-FX
                           MOVE FXR-CUR   TO WS-FX-CUR(WS-CNT-FX)
                           MOVE FXR-RATE  TO WS-FX-RATE(WS-CNT-FX)
                           MOVE FXR-DAT   TO WS-FX-DAT(WS-CNT-FX)
                       END-IF
               END-READ

           END-PERFORM

           CLOSE FX-RATE-FILE.

      ******************************************************************
      *.PN                    FIND-FX-RATE                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - DEVUELVE LOS EUR POR UNIDAD DE LA MONEDA PEDIDA. LA       *
      *     MONEDA LOCAL (EUR) VALE SIEMPRE 1.                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RETURNS THE EUR PER UNIT OF THE REQUESTED CURRENCY. THE   *
      *     LOCAL CURRENCY (EUR) IS ALWAYS 1.                         *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-FX-RATE.

           SET WS-SW-FX-FOUND          TO 'N'
           MOVE ZEROS                  TO WS-FX-RATE-FOUND

           IF  WS-FX-CUR-WANTED EQUAL CA-CUR-LOCAL

               SET WS-FX-FOUND         TO TRUE
               MOVE 1                  TO WS-FX-RATE-FOUND

           ELSE

               PERFORM VARYING WN-IDX-FX FROM 1 BY 1
                       UNTIL WN-IDX-FX > WS-CNT-FX
                          OR WS-FX-FOUND

                   IF  WS-FX-CUR(WN-IDX-FX) EQUAL WS-FX-CUR-WANTED
                       SET WS-FX-FOUND         TO TRUE
                       MOVE WS-FX-RATE(WN-IDX-FX)  TO WS-FX-RATE-FOUND
                   END-IF

               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    READ-EXTRACT                             *
      ******************************************************************
       READ-EXTRACT.

           READ GOOD-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-READ
           END-READ.

      ******************************************************************
      *.PN                    PROCESS-ONE-GOOD                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - SE IGNORAN LOS BIENES NO ACTIVOS. AL CAMBIAR DE ENTIDAD   *
      *     SE EMITE EL RESUMEN DE LA ENTIDAD ANTERIOR Y SE CARGAN    *
      *     LOS PARAMETROS DE LA NUEVA PARA AC8C230S. UN BIEN SIN     *
      *     COTIZACION CUENTA CON VALOR CERO. UN ERROR DE LA RUTINA   *
      *     SE LISTA Y EL BIEN QUEDA FUERA DE LOS ACUMULADOS.         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - NON-ACTIVE GOODS ARE SKIPPED. ON AN ENTITY CHANGE THE     *
      *     PRIOR ENTITY'S SUMMARY IS EMITTED AND THE NEW ONE'S       *
      *     PARAMETERS ARE LOADED FOR AC8C230S. A GOOD WITH NO FX     *
      *     RATE COUNTS WITH A ZERO VALUE. A ROUTINE ERROR IS LISTED  *
      *     AND THE GOOD IS LEFT OUT OF THE TOTALS.                   *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE
               ADD 1 TO WS-CNT-INACTIVE
           ELSE

               IF  WS-FIRST-ENT
                   MOVE N003-ENT        TO WS-PREV-ENT
                   MOVE 'N'            TO WS-SW-FIRST-ENT
                   PERFORM FETCH-ENTITY-PARAMS
                   PERFORM WRITE-ENTITY-HEADING
               ELSE
                   IF  N003-ENT NOT EQUAL WS-PREV-ENT
                       PERFORM WRITE-ENTITY-TOTAL
                       MOVE N003-ENT   TO WS-PREV-ENT
                       PERFORM FETCH-ENTITY-PARAMS
                       PERFORM WRITE-ENTITY-HEADING
                   END-IF
               END-IF

               MOVE ZEROS              TO WS-AMT-EUR
               MOVE N003-FCC-GOOD      TO WS-FX-CUR-WANTED
               PERFORM FIND-FX-RATE

               IF  WS-FX-FOUND
                   AND N003-GOOD-AMT IS NUMERIC
                   COMPUTE WS-AMT-EUR ROUNDED =
                           N003-GOOD-AMT * WS-FX-RATE-FOUND
               ELSE
                   ADD 1 TO WS-CNT-NO-FX
               END-IF

               PERFORM FETCH-CERTIFICATE

               IF  NOT E000-SW-RTN-OK

                   ADD 1 TO WS-CNT-ERRORS
                   PERFORM WRITE-EXCEPTION-LINE

               ELSE

                   PERFORM SET-BAND

                   IF  WN-IDX-BAND > CA-MAX-RATING
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF

                   MOVE CA-SET-ENT         TO WN-IDX-SET
                   PERFORM ACCUMULATE-BAND
                   MOVE CA-SET-GRAND       TO WN-IDX-SET
                   PERFORM ACCUMULATE-BAND

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    FETCH-CERTIFICATE                        *
      ******************************************************************
       FETCH-CERTIFICATE.

           INITIALIZE VA-ACEC230-01
                      VA-ACEC000-01

           MOVE CA-OPE-EPC-INQ         TO E230-OPTION
           MOVE N003-ENT               TO E230-ENT
           MOVE N003-NUM-GOOD          TO E230-NUM-GOOD

           CALL CA-AC8C230S   USING VA-ACEC230-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01.

      ******************************************************************
      *.PN                    SET-BAND                                 *
      *                                                                *
      *A.PR.S                                                          *
      *   - FILA DEL BIEN: SIN CERTIFICADO (O CON UNA LETRA QUE NO ES *
      *     DE A A G), CADUCADO ANTES DE LA FECHA DE PROCESO, O LA    *
      *     FILA DE SU LETRA.                                         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ROW OF THE GOOD: NO CERTIFICATE (OR A RATING OUTSIDE A TO *
      *     G), EXPIRED BEFORE THE PROCESS DATE, OR ITS RATING ROW.   *
      *B.PR.E                                                          *
      ******************************************************************
       SET-BAND.

           EVALUATE TRUE

               WHEN E230-FLG-FOUND NOT EQUAL CA-YES
               WHEN NOT E230-RATING-VALID
                   MOVE CA-BAND-MISSING    TO WN-IDX-BAND
                   ADD 1 TO WS-CNT-MISSING

               WHEN E230-DAT-EXPIRY < WS-DAT-PROCESS
                   MOVE CA-BAND-EXPIRED    TO WN-IDX-BAND
                   ADD 1 TO WS-CNT-EXPIRED

               WHEN OTHER
                   SET WS-SW-BAND-FOUND    TO 'N'
                   PERFORM VARYING WN-IDX-BAND FROM 1 BY 1
                           UNTIL WN-IDX-BAND > CA-MAX-RATING
                              OR WS-BAND-FOUND
                       IF  CA-BAND-LABEL(WN-IDX-BAND)(1:1)
                                       EQUAL E230-COD-RATING
                           SET WS-BAND-FOUND   TO TRUE
                       END-IF
                   END-PERFORM
                   SUBTRACT 1 FROM WN-IDX-BAND
                   ADD 1 TO WS-CNT-RATED

           END-EVALUATE.

      ******************************************************************
      *.PN                    ACCUMULATE-BAND                          *
      ******************************************************************
       ACCUMULATE-BAND.

           ADD 1          TO WS-BAND-CNT(WN-IDX-SET, WN-IDX-BAND)
           ADD WS-AMT-EUR TO WS-BAND-AMT(WN-IDX-SET, WN-IDX-BAND)
           ADD 1          TO WS-SET-CNT(WN-IDX-SET)
           ADD WS-AMT-EUR TO WS-SET-AMT(WN-IDX-SET)

           IF  WN-IDX-BAND NOT > CA-MAX-RATING
               AND E230-RATING-GREEN
               ADD WS-AMT-EUR TO WS-SET-GREEN-AMT(WN-IDX-SET)
           END-IF

           IF  NOT WS-FX-FOUND
               ADD 1 TO WS-SET-NOFX-CNT(WN-IDX-SET)
           END-IF.

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
               DISPLAY "ACZC2ROS - ENTITY PARAMS NOT FOUND FOR "
                       N003-ENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENERGY PERFORMANCE CERTIFICATES AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  " - EUR, ACTIVE GOODS" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-HEADING                     *
      ******************************************************************
       WRITE-ENTITY-HEADING.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "          DELIMITED BY SIZE
                  N003-ENT           DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "  GOODS WITH CERTIFICATE MISSING OR EXPIRED"
                                       TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-EXCEPTION-LINE                     *
      ******************************************************************
       WRITE-EXCEPTION-LINE.

           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT
           MOVE WS-AMT-EUR             TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE

           EVALUATE TRUE

               WHEN NOT E000-SW-RTN-OK
                   STRING "  GOOD "          DELIMITED BY SIZE
                          WS-NUM-EDIT        DELIMITED BY SIZE
                          "  "               DELIMITED BY SIZE
                          N003-DES-GOOD      DELIMITED BY SIZE
                          "  AC8C230S ERROR " DELIMITED BY SIZE
                          E000-ERRCOD        DELIMITED BY SIZE
                          INTO WS-PRINT-LINE

               WHEN WN-IDX-BAND EQUAL CA-BAND-EXPIRED
                   STRING "  GOOD "          DELIMITED BY SIZE
                          WS-NUM-EDIT        DELIMITED BY SIZE
                          "  "               DELIMITED BY SIZE
                          N003-DES-GOOD      DELIMITED BY SIZE
                          "  EUR "           DELIMITED BY SIZE
                          WS-AMT-EDIT        DELIMITED BY SIZE
                          "  CERT "          DELIMITED BY SIZE
                          E230-NUM-CERT      DELIMITED BY SIZE
                          " EXPIRED "        DELIMITED BY SIZE
                          E230-DAT-EXPIRY    DELIMITED BY SIZE
                          INTO WS-PRINT-LINE

               WHEN OTHER
                   STRING "  GOOD "          DELIMITED BY SIZE
                          WS-NUM-EDIT        DELIMITED BY SIZE
                          "  "               DELIMITED BY SIZE
                          N003-DES-GOOD      DELIMITED BY SIZE
                          "  EUR "           DELIMITED BY SIZE
                          WS-AMT-EDIT        DELIMITED BY SIZE
                          "  NO CERTIFICATE" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE

           END-EVALUATE

           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
       WRITE-ENTITY-TOTAL.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "          DELIMITED BY SIZE
                  WS-PREV-ENT        DELIMITED BY SIZE
                  " BY RATING"       DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CA-SET-ENT             TO WN-IDX-SET
           PERFORM WRITE-BAND-BLOCK

           INITIALIZE WS-BAND-SET(CA-SET-ENT).

      ******************************************************************
      *.PN                    WRITE-GRAND-TOTAL                        *
      ******************************************************************
       WRITE-GRAND-TOTAL.

           MOVE "ALL ENTITIES BY RATING" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CA-SET-GRAND           TO WN-IDX-SET
           PERFORM WRITE-BAND-BLOCK.

      ******************************************************************
      *.PN                    WRITE-BAND-BLOCK                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA FILA POR LETRA, CADUCADOS Y SIN CERTIFICADO, EL TOTAL *
      *     Y LA PROPORCION DEL VALOR CON LETRA A O B DEL JUEGO       *
      *     WN-IDX-SET. LOS PORCENTAJES SON SOBRE EL VALOR TOTAL.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONE ROW PER RATING, EXPIRED AND NO CERTIFICATE, THE TOTAL *
      *     AND THE SHARE OF THE VALUE RATED A OR B OF SET            *
      *     WN-IDX-SET. PERCENTAGES ARE OVER THE TOTAL VALUE.         *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-BAND-BLOCK.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "RATING              GOODS"
                                     DELIMITED BY SIZE
                  "           VALUE EUR  SHARE %"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-BAND FROM 1 BY 1
                   UNTIL WN-IDX-BAND > CA-MAX-BAND

               MOVE SPACES                 TO WS-BAND-LINE
               MOVE CA-BAND-LABEL(WN-IDX-BAND) TO BDL-LABEL
               MOVE WS-BAND-CNT(WN-IDX-SET, WN-IDX-BAND) TO BDL-CNT
               MOVE WS-BAND-AMT(WN-IDX-SET, WN-IDX-BAND) TO BDL-AMT

               MOVE ZEROS                  TO WS-SHARE-PCT
               IF  WS-SET-AMT(WN-IDX-SET) > ZEROS
                   COMPUTE WS-SHARE-PCT ROUNDED =
                           WS-BAND-AMT(WN-IDX-SET, WN-IDX-BAND) * 100
                         / WS-SET-AMT(WN-IDX-SET)
               END-IF
               MOVE WS-SHARE-PCT           TO BDL-PCT

               MOVE WS-BAND-LINE           TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM

           MOVE SPACES                     TO WS-BAND-LINE
           MOVE "TOTAL"                    TO BDL-LABEL
           MOVE WS-SET-CNT(WN-IDX-SET)     TO BDL-CNT
           MOVE WS-SET-AMT(WN-IDX-SET)     TO BDL-AMT
           MOVE WS-BAND-LINE               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROS                      TO WS-SHARE-PCT
           IF  WS-SET-AMT(WN-IDX-SET) > ZEROS
               COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-SET-GREEN-AMT(WN-IDX-SET) * 100
                     / WS-SET-AMT(WN-IDX-SET)
           END-IF

           MOVE WS-SET-GREEN-AMT(WN-IDX-SET) TO WS-AMT-EDIT
           MOVE WS-SHARE-PCT               TO WS-PCT-EDIT
           MOVE WS-SET-NOFX-CNT(WN-IDX-SET) TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VALUE RATED A/B: " DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  " EUR  SHARE "     DELIMITED BY SIZE
                  WS-PCT-EDIT        DELIMITED BY SIZE
                  " %   GOODS WITH NO FX RATE (EUR 0): "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
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

           DISPLAY "ACZC2ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
