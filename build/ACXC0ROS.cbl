      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     PRUEBA DE ESTRES DEL VALOR DE LAS GARANTIAS POR ESCENARIO
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     COLLATERAL VALUE STRESS TEST BY SCENARIO                   *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACXC0ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     SIMULACION QUE NUNCA ACTUALIZA LA TABLA DE BIENES (A       *
      *     DIFERENCIA DE ACHC0ROS, QUE REVALORIZA). CARGA HASTA 6     *
      *     ESCENARIOS DE STRSCEN (ACNC0046), CADA UNO CON SUS CHOQUES *
      *     DE PRECIO POR COD-AREA, TYP-GOOD Y TYP-PROPERTY, Y RECORRE *
      *     EL EXTRACTO UNA SOLA VEZ. PARA CADA BIEN ACTIVO Y CADA     *
      *     ESCENARIO APLICA EL CHOQUE MAS ESPECIFICO QUE LE CASE (EL  *
      *     DE MAS CRITERIOS INFORMADOS; A IGUALDAD, EL PRIMERO), Y    *
      *     ACUMULA POR ENTIDAD EL VALOR NETO DE RECORTE (N003-GOOD-AMT*
      *     MENOS N003-HAIRCUT) ACTUAL Y ESTRESADO, EN EUR CON LAS     *
      *     COTIZACIONES DE FXRATES (MISMO FICHERO QUE AC3C0ROS), Y EL *
      *     NUMERO DE BIENES CUYO VALOR NETO ESTRESADO QUEDA POR       *
      *     DEBAJO DEL UMBRAL DEL ESCENARIO. EL INFORME DA UNA PAGINA  *
      *     POR ESCENARIO Y UNA PAGINA FINAL DE COMPARACION LADO A     *
      *     LADO. LOS REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE  *
      *     VERIFICAN EN PASADA PREVIA.                                *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    STRPARM          E     FECHA DE PROCESO                     *
      *    STRSCEN          E     ESCENARIOS Y CHOQUES DE PRECIO       *
      *    FXRATES          E     COTIZACIONES (EUR POR UNIDAD)        *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    STRRPT           S     INFORME DE ESTRES                    *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     WHAT-IF RUN THAT NEVER UPDATES THE GOODS TABLE (UNLIKE     *
      *     ACHC0ROS, WHICH REVALUES). IT LOADS UP TO 6 SCENARIOS FROM *
      *     STRSCEN (ACNC0046), EACH WITH ITS PRICE SHOCKS BY          *
      *     COD-AREA, TYP-GOOD AND TYP-PROPERTY, AND READS THE EXTRACT *
      *     ONCE. FOR EVERY ACTIVE GOOD AND EVERY SCENARIO IT APPLIES  *
      *     THE MOST SPECIFIC MATCHING SHOCK (THE ONE WITH MOST        *
      *     CRITERIA INFORMED; ON A TIE, THE FIRST ONE), AND ADDS UP   *
      *     PER ENTITY THE CURRENT AND STRESSED POST-HAIRCUT VALUE     *
      *     (N003-GOOD-AMT LESS N003-HAIRCUT), IN EUR WITH THE FXRATES *
      *     RATES (SAME FILE AS AC3C0ROS), AND THE NUMBER OF GOODS     *
      *     WHOSE STRESSED NET VALUE FALLS BELOW THE SCENARIO          *
      *     THRESHOLD. THE REPORT HAS ONE PAGE PER SCENARIO AND A      *
      *     FINAL SIDE-BY-SIDE COMPARISON PAGE. THE EXTRACT CONTROL    *
      *     RECORDS (ACNC0034) ARE VERIFIED IN A PRE-PASS.             *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    STRPARM          I     PROCESS DATE                         *
      *    STRSCEN          I     SCENARIOS AND PRICE SHOCKS           *
      *    FXRATES          I     FX RATES (EUR PER UNIT)              *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    STRRPT           O     STRESS TEST REPORT                   *
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

           SELECT STR-PARM-FILE        ASSIGN TO "STRPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SCENARIO-FILE        ASSIGN TO "STRSCEN"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT FX-RATE-FILE         ASSIGN TO "FXRATES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT STRESS-REPORT-FILE   ASSIGN TO "STRRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  STR-PARM-FILE
           RECORDING MODE IS F.

       01  STR-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).

       FD  SCENARIO-FILE
           RECORDING MODE IS F.

           COPY ACNC0046.

       FD  FX-RATE-FILE
           RECORDING MODE IS F.

       01  FX-RATE-RECORD.
           05  FXR-CUR                     PIC X(03).
           05  FXR-RATE                    PIC 9(03)V9(06).
           05  FXR-DAT                     PIC X(10).

       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  STRESS-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-SCN-EOF               PIC X(01)   VALUE 'N'.
               88  WS-SCN-EOF                          VALUE 'Y'.
           05  WS-SW-FOUND                 PIC X(01)   VALUE 'N'.
               88  WS-FOUND                            VALUE 'S'.

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
           05  WS-CNT-STRESSED             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-INACTIVE             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-FX                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SCN-REJECTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ENT-OVERFLOW         PIC 9(07)   VALUE ZEROS.

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
      *    TABLAS DE ESCENARIOS Y DE CHOQUES LEIDAS DE STRSCEN         *
      *    SCENARIO AND SHOCK TABLES READ FROM STRSCEN                 *
      ******************************************************************
       01  WS-SCENARIO-FIELDS.
           05  WS-CNT-SCN                  PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-SCN                  PIC S9(4) COMP VALUE +0.
           05  WS-SCN-ENTRY OCCURS 6 TIMES.
               10  WS-SCN-COD              PIC X(08).
               10  WS-SCN-DES              PIC X(40).
               10  WS-SCN-THRESHOLD        PIC 9(13)V9(02).
               10  WS-SCN-AMT-STRESSED     PIC 9(15)V9(02).
               10  WS-SCN-CNT-BELOW        PIC 9(07).
           05  WS-CNT-SHK                  PIC 9(03)   VALUE ZEROS.
           05  WN-IDX-SHK                  PIC S9(4) COMP VALUE +0.
           05  WS-SHK-ENTRY OCCURS 300 TIMES.
               10  WS-SHK-SCN              PIC 9(02).
               10  WS-SHK-COD-AREA         PIC X(04).
               10  WS-SHK-TYP-GOOD         PIC X(02).
               10  WS-SHK-TYP-PROPERTY     PIC X(02).
               10  WS-SHK-PCT              PIC S9(03)V9(02).
               10  WS-SHK-LEVEL            PIC 9(01).
               10  WS-SHK-CNT-GOODS        PIC 9(07).

      ******************************************************************
      *    ACUMULADOS POR ENTIDAD, ORDENADOS POR ENTIDAD AL INSERTAR   *
      *    TOTALS BY ENTITY, KEPT IN ENTITY ORDER ON INSERTION         *
      ******************************************************************
       01  WS-ENTITY-FIELDS.
           05  WS-CNT-ENT                  PIC 9(03)   VALUE ZEROS.
           05  WN-IDX-ENT                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-MOVE                 PIC S9(4) COMP VALUE +0.
           05  WS-ENT-ENTRY OCCURS 200 TIMES.
               10  WS-ENT-COD              PIC X(04).
               10  WS-ENT-CNT-GOODS        PIC 9(07).
               10  WS-ENT-AMT-CURRENT      PIC 9(15)V9(02).
               10  WS-ENT-SCN OCCURS 6 TIMES.
                   15  WS-ENT-AMT-STRESSED PIC 9(15)V9(02).
                   15  WS-ENT-CNT-BELOW    PIC 9(07).

       01  WS-GOOD-FIELDS.
           05  WS-AMT-NET-GOOD             PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-NET-EUR              PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-STRESSED             PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-STRESSED-EUR         PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-PCT-APPLIED              PIC S9(03)V9(02) VALUE ZEROS.
           05  WS-LEVEL                    PIC 9(01)   VALUE ZEROS.
           05  WS-BEST-LEVEL               PIC 9(01)   VALUE ZEROS.
           05  WN-IDX-BEST                 PIC S9(4) COMP VALUE +0.
           05  WS-TOT-GOODS                PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-AMT-CURRENT          PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-PCT-CHANGE               PIC S9(03)V9(02) VALUE ZEROS.

       01  CA-CONSTANTS.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-HUNDRED                  PIC 9(03)   VALUE 100.
           05  CA-MAX-FX                   PIC 9(02)   VALUE 50.
           05  CA-MAX-SCN                  PIC 9(02)   VALUE 6.
           05  CA-MAX-SHK                  PIC 9(03)   VALUE 300.
           05  CA-MAX-ENT                  PIC 9(03)   VALUE 200.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEAS DE LA PAGINA DE COMPARACION (UNA COLUMNA/ESCENARIO)  *
      *    COMPARISON PAGE LINES (ONE COLUMN PER SCENARIO)             *
      ******************************************************************
       01  WS-CMP-HEAD-LINE.
           05  CMH-LABEL                   PIC X(08).
           05  CMH-CURRENT                 PIC X(16).
           05  CMH-COL OCCURS 6 TIMES.
               10  FILLER                  PIC X(02).
               10  CMH-COD                 PIC X(14).
           05  FILLER                      PIC X(12).

       01  WS-CMP-DETAIL-LINE.
           05  CMD-LABEL                   PIC X(08).
           05  CMD-CURRENT                 PIC Z(12)9.
           05  FILLER                      PIC X(03).
           05  CMD-COL OCCURS 6 TIMES.
               10  FILLER                  PIC X(01).
               10  CMD-VALUE               PIC Z(12)9.
               10  FILLER                  PIC X(02).
           05  FILLER                      PIC X(12).

       01  WS-CMP-COUNT-LINE REDEFINES WS-CMP-DETAIL-LINE.
           05  CMC-LABEL                   PIC X(08).
           05  CMC-CURRENT                 PIC X(16).
           05  CMC-COL OCCURS 6 TIMES.
               10  FILLER                  PIC X(07).
               10  CMC-VALUE               PIC Z(6)9.
               10  FILLER                  PIC X(02).
           05  FILLER                      PIC X(12).

       01  WS-AMT-EDIT                     PIC Z(14)9,99.
       01  WS-AMT-EDIT-2                   PIC Z(14)9,99.
       01  WS-PCT-EDIT                     PIC -(3)9,99.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-CNT-EDIT-2                   PIC Z(6)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-EXTRACT-CONTROLS

           PERFORM OPEN-FILES

           PERFORM READ-PARM

           PERFORM LOAD-FX-RATES

           PERFORM LOAD-SCENARIOS

           PERFORM UNTIL WS-EOF
               PERFORM READ-EXTRACT
               IF NOT WS-EOF
                   IF  N003-OPTION EQUAL CA-REC-HEADER
                       OR N003-OPTION EQUAL CA-REC-TRAILER
                       CONTINUE
                   ELSE
                       PERFORM PROCESS-ONE-GOOD
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WN-IDX-SCN FROM 1 BY 1
                   UNTIL WN-IDX-SCN > WS-CNT-SCN
               PERFORM WRITE-SCENARIO-PAGE
           END-PERFORM

           PERFORM WRITE-COMPARISON-PAGE

           PERFORM CLOSE-FILES

           DISPLAY "ACXC0ROS - READ: "     WS-CNT-READ
                   "  STRESSED: "          WS-CNT-STRESSED
                   "  SCENARIOS: "         WS-CNT-SCN
                   "  NO FX RATE: "        WS-CNT-NO-FX
                   "  REJECTED SCEN RECS: " WS-CNT-SCN-REJECTED

           GOBACK.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  STR-PARM-FILE
           OPEN INPUT  SCENARIO-FILE
           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT STRESS-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE STR-PARM-FILE
                 SCENARIO-FILE
                 GOOD-EXTRACT-FILE
                 STRESS-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           READ STR-PARM-FILE
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
                       IF  WS-CNT-FX < CA-MAX-FX
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
      *     MONEDA LOCAL (EUR) VALE SIEMPRE 1 SIN NECESIDAD DE        *
      *     COTIZACION EN FXRATES.                                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RETURNS THE EUR PER UNIT OF THE REQUESTED CURRENCY. THE   *
      *     LOCAL CURRENCY (EUR) IS ALWAYS 1 WITH NO NEED FOR A RATE  *
      *     IN FXRATES.                                               *
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
      *.PN                    LOAD-SCENARIOS                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - CADA CABECERA 'S' ABRE UN ESCENARIO Y LOS CHOQUES 'K'     *
      *     SIGUIENTES SE LE ASOCIAN SI TRAEN SU MISMO CODIGO. LOS    *
      *     REGISTROS QUE NO ENCAJAN O NO CABEN SE RECHAZAN Y CUENTAN.*
      *     EL NIVEL DEL CHOQUE ES EL NUMERO DE CRITERIOS INFORMADOS. *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EACH 'S' HEADER OPENS A SCENARIO AND THE FOLLOWING 'K'    *
      *     SHOCKS ATTACH TO IT WHEN THEY CARRY THE SAME CODE. RECORDS *
      *     THAT DO NOT FIT OR OVERFLOW ARE REJECTED AND COUNTED. THE *
      *     SHOCK LEVEL IS THE NUMBER OF CRITERIA INFORMED.           *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-SCENARIOS.

           PERFORM UNTIL WS-SCN-EOF

               READ SCENARIO-FILE
                   AT END
                       SET WS-SCN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE

                           WHEN N0046-REC-SCENARIO
                            AND WS-CNT-SCN < CA-MAX-SCN
                               ADD 1 TO WS-CNT-SCN
                               MOVE N0046-COD-SCENARIO
                                       TO WS-SCN-COD(WS-CNT-SCN)
                               MOVE N0046-DES-SCENARIO
                                       TO WS-SCN-DES(WS-CNT-SCN)
                               IF  N0046-AMT-THRESHOLD IS NUMERIC
                                   MOVE N0046-AMT-THRESHOLD
                                       TO WS-SCN-THRESHOLD(WS-CNT-SCN)
                               ELSE
                                   MOVE ZEROS
                                       TO WS-SCN-THRESHOLD(WS-CNT-SCN)
                               END-IF
                               MOVE ZEROS
                                   TO WS-SCN-AMT-STRESSED(WS-CNT-SCN)
                                      WS-SCN-CNT-BELOW(WS-CNT-SCN)

                           WHEN N0046-REC-SHOCK
                            AND WS-CNT-SCN > ZEROS
                            AND N0046-COD-SCENARIO EQUAL
                                       WS-SCN-COD(WS-CNT-SCN)
                            AND N0046-PCT-SHOCK IS NUMERIC
                            AND WS-CNT-SHK < CA-MAX-SHK
                               PERFORM STORE-SHOCK

                           WHEN OTHER
                               ADD 1 TO WS-CNT-SCN-REJECTED
                               DISPLAY "ACXC0ROS - SCENARIO RECORD "
                                       "REJECTED: " N0046-REC-TYPE " "
                                       N0046-COD-SCENARIO

                       END-EVALUATE
               END-READ

           END-PERFORM.

      ******************************************************************
      *.PN                    STORE-SHOCK                              *
      ******************************************************************
       STORE-SHOCK.

           ADD 1 TO WS-CNT-SHK

           MOVE WS-CNT-SCN             TO WS-SHK-SCN(WS-CNT-SHK)
           MOVE N0046-COD-AREA         TO WS-SHK-COD-AREA(WS-CNT-SHK)
           MOVE N0046-TYP-GOOD         TO WS-SHK-TYP-GOOD(WS-CNT-SHK)
           MOVE N0046-TYP-PROPERTY
                                   TO WS-SHK-TYP-PROPERTY(WS-CNT-SHK)
           MOVE N0046-PCT-SHOCK        TO WS-SHK-PCT(WS-CNT-SHK)

           IF  N0046-PCT-FALL
               COMPUTE WS-SHK-PCT(WS-CNT-SHK) =
                       ZEROS - N0046-PCT-SHOCK
           END-IF
           MOVE ZEROS                  TO WS-SHK-LEVEL(WS-CNT-SHK)
                                          WS-SHK-CNT-GOODS(WS-CNT-SHK)

           IF  N0046-COD-AREA NOT EQUAL SPACES
               ADD 1 TO WS-SHK-LEVEL(WS-CNT-SHK)
           END-IF

           IF  N0046-TYP-GOOD NOT EQUAL SPACES
               ADD 1 TO WS-SHK-LEVEL(WS-CNT-SHK)
           END-IF

           IF  N0046-TYP-PROPERTY NOT EQUAL SPACES
               ADD 1 TO WS-SHK-LEVEL(WS-CNT-SHK)
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
      *   - SOLO BIENES ACTIVOS CON COTIZACION PARA SU MONEDA. EL     *
      *     VALOR ESTRESADO NUNCA BAJA DE CERO.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ACTIVE GOODS WITH A RATE FOR THEIR CURRENCY ONLY. THE     *
      *     STRESSED VALUE NEVER GOES BELOW ZERO.                     *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE
               ADD 1 TO WS-CNT-INACTIVE
           ELSE

               MOVE N003-FCC-GOOD      TO WS-FX-CUR-WANTED
               PERFORM FIND-FX-RATE

               IF  NOT WS-FX-FOUND

                   ADD 1 TO WS-CNT-NO-FX
                   DISPLAY "ACXC0ROS - NO FX RATE FOR " N003-FCC-GOOD
                           " GOOD " N003-ENT " " N003-NUM-GOOD

               ELSE

                   ADD 1 TO WS-CNT-STRESSED

                   PERFORM FIND-ENTITY-ENTRY

                   MOVE N003-GOOD-AMT  TO WS-AMT-STRESSED
                   PERFORM COMPUTE-NET-VALUE
                   MOVE WS-AMT-NET-EUR TO WS-AMT-STRESSED-EUR

                   IF  WN-IDX-ENT > ZEROS
                       ADD 1 TO WS-ENT-CNT-GOODS(WN-IDX-ENT)
                       ADD WS-AMT-NET-EUR
                               TO WS-ENT-AMT-CURRENT(WN-IDX-ENT)
                   END-IF

                   PERFORM VARYING WN-IDX-SCN FROM 1 BY 1
                           UNTIL WN-IDX-SCN > WS-CNT-SCN
                       PERFORM STRESS-ONE-SCENARIO
                   END-PERFORM

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    STRESS-ONE-SCENARIO                      *
      ******************************************************************
       STRESS-ONE-SCENARIO.

           MOVE ZEROS                  TO WS-PCT-APPLIED
                                          WS-BEST-LEVEL
                                          WN-IDX-BEST

           PERFORM VARYING WN-IDX-SHK FROM 1 BY 1
                   UNTIL WN-IDX-SHK > WS-CNT-SHK

               IF  WS-SHK-SCN(WN-IDX-SHK) EQUAL WN-IDX-SCN
                   AND (WS-SHK-COD-AREA(WN-IDX-SHK) EQUAL SPACES
                        OR WS-SHK-COD-AREA(WN-IDX-SHK)
                                           EQUAL N003-COD-AREA)
                   AND (WS-SHK-TYP-GOOD(WN-IDX-SHK) EQUAL SPACES
                        OR WS-SHK-TYP-GOOD(WN-IDX-SHK)
                                           EQUAL N003-TYP-GOOD)
                   AND (WS-SHK-TYP-PROPERTY(WN-IDX-SHK) EQUAL SPACES
                        OR WS-SHK-TYP-PROPERTY(WN-IDX-SHK)
                                           EQUAL N003-TYP-PROPERTY)
                   AND (WN-IDX-BEST EQUAL ZEROS
                        OR WS-SHK-LEVEL(WN-IDX-SHK) > WS-BEST-LEVEL)

                   MOVE WN-IDX-SHK                 TO WN-IDX-BEST
                   MOVE WS-SHK-LEVEL(WN-IDX-SHK)   TO WS-BEST-LEVEL
                   MOVE WS-SHK-PCT(WN-IDX-SHK)     TO WS-PCT-APPLIED

               END-IF

           END-PERFORM

           IF  WN-IDX-BEST > ZEROS
               ADD 1 TO WS-SHK-CNT-GOODS(WN-IDX-BEST)
           END-IF

           IF  WS-PCT-APPLIED NOT > - CA-HUNDRED
               MOVE ZEROS              TO WS-AMT-STRESSED
           ELSE
               COMPUTE WS-AMT-STRESSED ROUNDED =
                       N003-GOOD-AMT * (CA-HUNDRED + WS-PCT-APPLIED)
                                     / CA-HUNDRED
           END-IF

           PERFORM COMPUTE-NET-VALUE

           ADD WS-AMT-NET-EUR TO WS-SCN-AMT-STRESSED(WN-IDX-SCN)

           IF  WS-AMT-NET-EUR < WS-SCN-THRESHOLD(WN-IDX-SCN)
               ADD 1 TO WS-SCN-CNT-BELOW(WN-IDX-SCN)
           END-IF

           IF  WN-IDX-ENT > ZEROS
               ADD WS-AMT-NET-EUR
                       TO WS-ENT-AMT-STRESSED(WN-IDX-ENT, WN-IDX-SCN)
               IF  WS-AMT-NET-EUR < WS-SCN-THRESHOLD(WN-IDX-SCN)
                   ADD 1 TO WS-ENT-CNT-BELOW(WN-IDX-ENT, WN-IDX-SCN)
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    COMPUTE-NET-VALUE                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - VALOR NETO DE RECORTE DEL IMPORTE EN WS-AMT-STRESSED, EN  *
      *     LA MONEDA DEL BIEN Y EN EUR.                              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - POST-HAIRCUT VALUE OF THE AMOUNT IN WS-AMT-STRESSED, IN   *
      *     THE GOOD'S CURRENCY AND IN EUR.                           *
      *B.PR.E                                                          *
      ******************************************************************
       COMPUTE-NET-VALUE.

           MOVE ZEROS                  TO WS-AMT-NET-GOOD
                                          WS-AMT-NET-EUR

           IF  WS-AMT-STRESSED IS NUMERIC
               AND N003-HAIRCUT IS NUMERIC
               AND N003-HAIRCUT < CA-HUNDRED

               COMPUTE WS-AMT-NET-GOOD ROUNDED =
                       WS-AMT-STRESSED * (CA-HUNDRED - N003-HAIRCUT)
                                       / CA-HUNDRED

               COMPUTE WS-AMT-NET-EUR ROUNDED =
                       WS-AMT-NET-GOOD * WS-FX-RATE-FOUND

           END-IF.

      ******************************************************************
      *.PN                    FIND-ENTITY-ENTRY                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - BUSCA LA ENTIDAD EN LA TABLA; SI NO ESTA LA INSERTA EN SU *
      *     SITIO PARA QUE EL INFORME SALGA ORDENADO POR ENTIDAD.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOOKS THE ENTITY UP IN THE TABLE; WHEN ABSENT IT IS       *
      *     INSERTED IN PLACE SO THE REPORT COMES OUT IN ENTITY ORDER.*
      *B.PR.E                                                          *
      ******************************************************************
       FIND-ENTITY-ENTRY.

           SET WS-SW-FOUND             TO 'N'

           PERFORM VARYING WN-IDX-ENT FROM 1 BY 1
                   UNTIL WN-IDX-ENT > WS-CNT-ENT
                      OR WS-ENT-COD(WN-IDX-ENT) NOT < N003-ENT

               CONTINUE

           END-PERFORM

           IF  WN-IDX-ENT NOT > WS-CNT-ENT
               AND WS-ENT-COD(WN-IDX-ENT) EQUAL N003-ENT
               SET WS-FOUND            TO TRUE
           END-IF

           IF  NOT WS-FOUND

               IF  WS-CNT-ENT NOT < CA-MAX-ENT

                   ADD 1 TO WS-CNT-ENT-OVERFLOW
                   MOVE ZEROS          TO WN-IDX-ENT

               ELSE

                   PERFORM VARYING WN-IDX-MOVE FROM WS-CNT-ENT BY -1
                           UNTIL WN-IDX-MOVE < WN-IDX-ENT
                       MOVE WS-ENT-ENTRY(WN-IDX-MOVE)
                                   TO WS-ENT-ENTRY(WN-IDX-MOVE + 1)
                   END-PERFORM

                   ADD 1 TO WS-CNT-ENT

                   INITIALIZE WS-ENT-ENTRY(WN-IDX-ENT)
                   MOVE N003-ENT       TO WS-ENT-COD(WN-IDX-ENT)

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    WRITE-SCENARIO-PAGE                      *
      ******************************************************************
       WRITE-SCENARIO-PAGE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "STRESS TEST - PROCESS DATE " DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  "  SCENARIO "      DELIMITED BY SIZE
                  WS-SCN-COD(WN-IDX-SCN) DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-SCN-DES(WN-IDX-SCN) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-THRESHOLD(WN-IDX-SCN) TO WS-AMT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VALUES IN EUR, NET OF HAIRCUT.  THRESHOLD "
                                     DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "SHOCKS:  AREA  TYP-GOOD  TYP-PROPERTY"
                                     DELIMITED BY SIZE
                  "      PCT    GOODS"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-SHK FROM 1 BY 1
                   UNTIL WN-IDX-SHK > WS-CNT-SHK

               IF  WS-SHK-SCN(WN-IDX-SHK) EQUAL WN-IDX-SCN
                   MOVE WS-SHK-PCT(WN-IDX-SHK)       TO WS-PCT-EDIT
                   MOVE WS-SHK-CNT-GOODS(WN-IDX-SHK) TO WS-CNT-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "         "                DELIMITED BY SIZE
                          WS-SHK-COD-AREA(WN-IDX-SHK)
                                                     DELIMITED BY SIZE
                          "  "                       DELIMITED BY SIZE
                          WS-SHK-TYP-GOOD(WN-IDX-SHK)
                                                     DELIMITED BY SIZE
                          "        "                 DELIMITED BY SIZE
                          WS-SHK-TYP-PROPERTY(WN-IDX-SHK)
                                                     DELIMITED BY SIZE
                          "          "               DELIMITED BY SIZE
                          WS-PCT-EDIT                DELIMITED BY SIZE
                          "  "                       DELIMITED BY SIZE
                          WS-CNT-EDIT                DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF

           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENT      GOODS         CURRENT VALUE"
                                     DELIMITED BY SIZE
                  "        STRESSED VALUE   CHANGE %  BELOW THRESHOLD"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROS                  TO WS-TOT-GOODS
                                          WS-TOT-AMT-CURRENT

           PERFORM VARYING WN-IDX-ENT FROM 1 BY 1
                   UNTIL WN-IDX-ENT > WS-CNT-ENT

               ADD WS-ENT-CNT-GOODS(WN-IDX-ENT)   TO WS-TOT-GOODS
               ADD WS-ENT-AMT-CURRENT(WN-IDX-ENT) TO WS-TOT-AMT-CURRENT

               MOVE WS-ENT-CNT-GOODS(WN-IDX-ENT)   TO WS-CNT-EDIT
               MOVE WS-ENT-AMT-CURRENT(WN-IDX-ENT) TO WS-AMT-EDIT
               MOVE WS-ENT-AMT-STRESSED(WN-IDX-ENT, WN-IDX-SCN)
                                                   TO WS-AMT-EDIT-2
               MOVE WS-ENT-CNT-BELOW(WN-IDX-ENT, WN-IDX-SCN)
                                                   TO WS-CNT-EDIT-2

               MOVE ZEROS              TO WS-PCT-CHANGE
               IF  WS-ENT-AMT-CURRENT(WN-IDX-ENT) > ZEROS
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       (WS-ENT-AMT-STRESSED(WN-IDX-ENT, WN-IDX-SCN)
                        - WS-ENT-AMT-CURRENT(WN-IDX-ENT))
                       * CA-HUNDRED / WS-ENT-AMT-CURRENT(WN-IDX-ENT)
               END-IF
               MOVE WS-PCT-CHANGE      TO WS-PCT-EDIT

               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-ENT-COD(WN-IDX-ENT) DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-CNT-EDIT        DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-AMT-EDIT        DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-AMT-EDIT-2      DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-PCT-EDIT        DELIMITED BY SIZE
                      "          "       DELIMITED BY SIZE
                      WS-CNT-EDIT-2      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM

           MOVE WS-TOT-GOODS           TO WS-CNT-EDIT
           MOVE WS-TOT-AMT-CURRENT     TO WS-AMT-EDIT
           MOVE WS-SCN-AMT-STRESSED(WN-IDX-SCN) TO WS-AMT-EDIT-2
           MOVE WS-SCN-CNT-BELOW(WN-IDX-SCN)    TO WS-CNT-EDIT-2

           MOVE ZEROS                  TO WS-PCT-CHANGE
           IF  WS-TOT-AMT-CURRENT > ZEROS
               COMPUTE WS-PCT-CHANGE ROUNDED =
                       (WS-SCN-AMT-STRESSED(WN-IDX-SCN)
                        - WS-TOT-AMT-CURRENT)
                       * CA-HUNDRED / WS-TOT-AMT-CURRENT
           END-IF
           MOVE WS-PCT-CHANGE          TO WS-PCT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ALL "             DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-AMT-EDIT-2      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-PCT-EDIT        DELIMITED BY SIZE
                  "          "       DELIMITED BY SIZE
                  WS-CNT-EDIT-2      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-COMPARISON-PAGE                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA COLUMNA POR ESCENARIO: PRIMERO EL VALOR NETO          *
      *     ESTRESADO POR ENTIDAD (EN EUR, SIN DECIMALES) Y DESPUES   *
      *     EL NUMERO DE BIENES BAJO EL UMBRAL.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONE COLUMN PER SCENARIO: FIRST THE STRESSED NET VALUE BY  *
      *     ENTITY (IN EUR, NO DECIMALS), THEN THE NUMBER OF GOODS    *
      *     BELOW THE THRESHOLD.                                      *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-COMPARISON-PAGE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "STRESS TEST - PROCESS DATE " DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  "  SCENARIO COMPARISON (EUR, NET OF HAIRCUT)"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-CMP-HEAD-LINE
           MOVE "ENT"                  TO CMH-LABEL
           MOVE "    CURRENT"          TO CMH-CURRENT
           PERFORM VARYING WN-IDX-SCN FROM 1 BY 1
                   UNTIL WN-IDX-SCN > WS-CNT-SCN
               MOVE WS-SCN-COD(WN-IDX-SCN) TO CMH-COD(WN-IDX-SCN)
           END-PERFORM
           MOVE WS-CMP-HEAD-LINE       TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-ENT FROM 1 BY 1
                   UNTIL WN-IDX-ENT > WS-CNT-ENT

               MOVE SPACES             TO WS-CMP-DETAIL-LINE
               MOVE WS-ENT-COD(WN-IDX-ENT) TO CMD-LABEL
               MOVE WS-ENT-AMT-CURRENT(WN-IDX-ENT) TO CMD-CURRENT
               PERFORM VARYING WN-IDX-SCN FROM 1 BY 1
                       UNTIL WN-IDX-SCN > WS-CNT-SCN
                   MOVE WS-ENT-AMT-STRESSED(WN-IDX-ENT, WN-IDX-SCN)
                                       TO CMD-VALUE(WN-IDX-SCN)
               END-PERFORM
               MOVE WS-CMP-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM

           MOVE SPACES                 TO WS-CMP-DETAIL-LINE
           MOVE "ALL"                  TO CMD-LABEL
           MOVE WS-TOT-AMT-CURRENT     TO CMD-CURRENT
           PERFORM VARYING WN-IDX-SCN FROM 1 BY 1
                   UNTIL WN-IDX-SCN > WS-CNT-SCN
               MOVE WS-SCN-AMT-STRESSED(WN-IDX-SCN)
                                       TO CMD-VALUE(WN-IDX-SCN)
           END-PERFORM
           MOVE WS-CMP-DETAIL-LINE     TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "GOODS BELOW THRESHOLD" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-ENT FROM 1 BY 1
                   UNTIL WN-IDX-ENT > WS-CNT-ENT

               MOVE SPACES             TO WS-CMP-COUNT-LINE
               MOVE WS-ENT-COD(WN-IDX-ENT) TO CMC-LABEL
               PERFORM VARYING WN-IDX-SCN FROM 1 BY 1
                       UNTIL WN-IDX-SCN > WS-CNT-SCN
                   MOVE WS-ENT-CNT-BELOW(WN-IDX-ENT, WN-IDX-SCN)
                                       TO CMC-VALUE(WN-IDX-SCN)
               END-PERFORM
               MOVE WS-CMP-COUNT-LINE  TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM

           MOVE SPACES                 TO WS-CMP-COUNT-LINE
           MOVE "ALL"                  TO CMC-LABEL
           PERFORM VARYING WN-IDX-SCN FROM 1 BY 1
                   UNTIL WN-IDX-SCN > WS-CNT-SCN
               MOVE WS-SCN-CNT-BELOW(WN-IDX-SCN)
                                       TO CMC-VALUE(WN-IDX-SCN)
           END-PERFORM
           MOVE WS-CMP-COUNT-LINE      TO REPORT-LINE
           WRITE REPORT-LINE

           IF  WS-CNT-NO-FX > ZEROS OR WS-CNT-ENT-OVERFLOW > ZEROS

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE WS-CNT-NO-FX       TO WS-CNT-EDIT
               MOVE WS-CNT-ENT-OVERFLOW TO WS-CNT-EDIT-2
               MOVE SPACES TO WS-PRINT-LINE
               STRING "GOODS LEFT OUT FOR MISSING FX RATE: "
                                         DELIMITED BY SIZE
                      WS-CNT-EDIT        DELIMITED BY SIZE
                      "   OUTSIDE ENTITY TABLE: "
                                         DELIMITED BY SIZE
                      WS-CNT-EDIT-2      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-IF.

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

           OPEN INPUT GOOD-EXTRACT-FILE

           PERFORM UNTIL WS-CTL-EOF

               READ GOOD-EXTRACT-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-CTL
                       PERFORM CHECK-CONTROL-RECORD
               END-READ

           END-PERFORM

           CLOSE GOOD-EXTRACT-FILE

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

           MOVE ACNC003 TO ACNC0034

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

           DISPLAY "ACXC0ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
