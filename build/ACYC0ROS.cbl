      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CLASIFICACION DE RIESGO CLIMATICO FISICO DE LOS BIENES
      *     GEOLOCALIZADOS
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     PHYSICAL CLIMATE RISK SCREENING OF GEO-LOCATED GOODS       *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACYC0ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     CARGA LAS ZONAS DE RIESGO (HAZZONE, ACNC0047: INUNDACION,  *
      *     INCENDIO FORESTAL, EROSION COSTERA U OTROS, CON NIVEL 1 A  *
      *     4) Y RECORRE EL EXTRACTO ORDENADO POR ENTIDAD COMO         *
      *     AC3C0ROS. PARA CADA BIEN ACTIVO CON N003-FLG-LOC-GEO       *
      *     MARCADO LEE SUS COORDENADAS (AC8C210S OPCION 4, GRABADAS   *
      *     POR ACQC0ROS) Y LO CLASIFICA: POR CADA TIPO DE RIESGO, EL  *
      *     NIVEL MAS ALTO DE LAS ZONAS QUE CONTIENEN EL PUNTO. CADA   *
      *     BIEN ACTIVO SE GRABA EN CLIOUT (ACNC0048) CON SU CLASE,    *
      *     PARA LA INFORMACION REGULATORIA. EL INFORME DA POR ENTIDAD *
      *     Y EN TOTAL LA EXPOSICION EN EUR (N003-GOOD-AMT CONVERTIDO  *
      *     CON FXRATES) Y EL NUMERO DE BIENES POR RIESGO Y NIVEL, Y   *
      *     AL FINAL LISTA APARTE LOS BIENES SIN COORDENADAS. LOS      *
      *     REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE VERIFICAN  *
      *     EN PASADA PREVIA.                                          *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    CLIPARM          E     FECHA DE PROCESO                     *
      *    HAZZONE          E     ZONAS DE RIESGO CLIMATICO            *
      *    FXRATES          E     COTIZACIONES (EUR POR UNIDAD)        *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    CLIGSRT         E/S    EXTRACTO ORDENADO POR ENTIDAD        *
      *    CLIOUT          E/S    CLASIFICACION POR BIEN               *
      *    CLIRPT           S     INFORME DE EXPOSICION CLIMATICA      *
      *    AC8C210S         E     COORDENADAS DEL BIEN                 *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     LOADS THE HAZARD ZONES (HAZZONE, ACNC0047: FLOOD,          *
      *     WILDFIRE, COASTAL EROSION OR OTHERS, WITH LEVEL 1 TO 4)    *
      *     AND READS THE EXTRACT SORTED BY ENTITY AS AC3C0ROS DOES.   *
      *     FOR EVERY ACTIVE GOOD WITH N003-FLG-LOC-GEO SET IT READS   *
      *     ITS COORDINATES (AC8C210S OPTION 4, STORED BY ACQC0ROS)    *
      *     AND CLASSIFIES IT: FOR EACH HAZARD TYPE, THE HIGHEST LEVEL *
      *     OF THE ZONES CONTAINING THE POINT. EVERY ACTIVE GOOD IS    *
      *     WRITTEN TO CLIOUT (ACNC0048) WITH ITS CLASS, FOR THE       *
      *     REGULATORY DISCLOSURES. THE REPORT SHOWS BY ENTITY AND IN  *
      *     TOTAL THE EUR EXPOSURE (N003-GOOD-AMT CONVERTED WITH       *
      *     FXRATES) AND THE NUMBER OF GOODS BY HAZARD AND LEVEL, AND  *
      *     LISTS THE GOODS WITHOUT COORDINATES SEPARATELY AT THE END. *
      *     THE EXTRACT CONTROL RECORDS (ACNC0034) ARE VERIFIED IN A   *
      *     PRE-PASS.                                                  *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    CLIPARM          I     PROCESS DATE                         *
      *    HAZZONE          I     CLIMATE HAZARD ZONES                 *
      *    FXRATES          I     FX RATES (EUR PER UNIT)              *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    CLIGSRT         I/O    EXTRACT SORTED BY ENTITY             *
      *    CLIOUT          I/O    PER-GOOD CLASSIFICATION              *
      *    CLIRPT           O     CLIMATE EXPOSURE REPORT              *
      *    AC8C210S         I     COORDINATES OF THE GOOD              *
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

           SELECT CLI-PARM-FILE        ASSIGN TO "CLIPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT HAZARD-ZONE-FILE     ASSIGN TO "HAZZONE"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT FX-RATE-FILE         ASSIGN TO "FXRATES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "CLIGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CLIMATE-OUT-FILE     ASSIGN TO "CLIOUT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CLIMATE-REPORT-FILE  ASSIGN TO "CLIRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  CLI-PARM-FILE
           RECORDING MODE IS F.

       01  CLI-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).

       FD  HAZARD-ZONE-FILE
           RECORDING MODE IS F.

           COPY ACNC0047.

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

       FD  CLIMATE-OUT-FILE
           RECORDING MODE IS F.

           COPY ACNC0048.

       FD  CLIMATE-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C210S                 *
      ******************************************************************
       01  VA-ACEC210-01.
           COPY ACEC210.

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
           05  WS-SW-ZON-EOF               PIC X(01)   VALUE 'N'.
               88  WS-ZON-EOF                          VALUE 'Y'.
           05  WS-SW-OUT-EOF               PIC X(01)   VALUE 'N'.
               88  WS-OUT-EOF                          VALUE 'Y'.
           05  WS-SW-FIRST-ENT             PIC X(01)   VALUE 'S'.
               88  WS-FIRST-ENT                        VALUE 'S'.
           05  WS-SW-FOUND                 PIC X(01)   VALUE 'N'.
               88  WS-FOUND                            VALUE 'S'.
           05  WS-SW-INSIDE                PIC X(01)   VALUE 'N'.
               88  WS-INSIDE                           VALUE 'S'.

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
           05  WS-CNT-LOCATED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NOT-LOCATED          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-COORD-ERROR          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-FX                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ZON-READ             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ZON-REJECTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-WRITTEN              PIC 9(07)   VALUE ZEROS.

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
      *    TIPOS DE RIESGO (POR ORDEN DE APARICION EN HAZZONE) Y ZONAS *
      *    CON LOS GRADOS YA CON SIGNO                                 *
      *    HAZARD TYPES (IN ORDER OF APPEARANCE IN HAZZONE) AND ZONES  *
      *    WITH THE DEGREES ALREADY SIGNED                             *
      ******************************************************************
       01  WS-HAZARD-FIELDS.
           05  WS-CNT-HAZ                  PIC 9(01)   VALUE ZEROS.
           05  WN-IDX-HAZ                  PIC S9(4) COMP VALUE +0.
           05  WS-HAZ-ENTRY OCCURS 6 TIMES.
               10  WS-HAZ-COD              PIC X(02).
               10  WS-HAZ-DES              PIC X(16).
           05  WS-CNT-ZON                  PIC 9(04)   VALUE ZEROS.
           05  WN-IDX-ZON                  PIC S9(4) COMP VALUE +0.
           05  WS-ZON-ENTRY OCCURS 3000 TIMES.
               10  WS-ZON-HAZ              PIC 9(01).
               10  WS-ZON-COD              PIC X(10).
               10  WS-ZON-LEVEL            PIC 9(01).
               10  WS-ZON-LAT-MIN          PIC S9(03)V9(06).
               10  WS-ZON-LAT-MAX          PIC S9(03)V9(06).
               10  WS-ZON-LON-MIN          PIC S9(03)V9(06).
               10  WS-ZON-LON-MAX          PIC S9(03)V9(06).

       01  WS-DEGREE-FIELDS.
           05  WS-DEG-SIGN                 PIC X(01)   VALUE SPACES.
           05  WS-DEG-ABS                  PIC 9(03)V9(06) VALUE ZEROS.
           05  WS-DEG-SIGNED               PIC S9(03)V9(06) VALUE ZEROS.
           05  WS-GOOD-LAT                 PIC S9(03)V9(06) VALUE ZEROS.
           05  WS-GOOD-LON                 PIC S9(03)V9(06) VALUE ZEROS.

      ******************************************************************
      *    ACUMULADOS DE EXPOSICION: JUEGO 1 = ENTIDAD, 2 = TOTAL.     *
      *    POR RIESGO (7 = EL MAS ALTO DE TODOS) Y NIVEL (1 = NINGUNO, *
      *    2 A 5 = NIVELES 1 A 4).                                     *
      *    EXPOSURE TOTALS: SET 1 = ENTITY, 2 = GRAND TOTAL. BY HAZARD *
      *    (7 = HIGHEST OF ALL) AND LEVEL (1 = NONE, 2 TO 5 = LEVELS   *
      *    1 TO 4).                                                    *
      ******************************************************************
       01  WS-EXPOSURE-FIELDS.
           05  WN-IDX-SET                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-LVL                  PIC S9(4) COMP VALUE +0.
           05  WS-EXP-SET OCCURS 2 TIMES.
               10  WS-EXP-HAZ OCCURS 7 TIMES.
                   15  WS-EXP-LVL OCCURS 5 TIMES.
                       20  WS-EXP-AMT      PIC 9(15)V9(02).
                       20  WS-EXP-CNT      PIC 9(07).
               10  WS-UNL-AMT              PIC 9(15)V9(02).
               10  WS-UNL-CNT              PIC 9(07).
               10  WS-NOFX-CNT             PIC 9(07).

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C210S                 PIC X(08)   VALUE 'AC8C210S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-TYPEINQ              PIC X(01)   VALUE '4'.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-NO                       PIC X(01)   VALUE 'N'.
           05  CA-MINUS                    PIC X(01)   VALUE '-'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-SET-ENT                  PIC 9(01)   VALUE 1.
           05  CA-SET-GRAND                PIC 9(01)   VALUE 2.
           05  CA-HAZ-ALL                  PIC 9(01)   VALUE 7.
           05  CA-MAX-HAZ                  PIC 9(01)   VALUE 6.
           05  CA-MAX-ZON                  PIC 9(04)   VALUE 3000.
           05  CA-MAX-LVL                  PIC 9(01)   VALUE 5.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEAS DE EXPOSICION (UNA COLUMNA POR NIVEL DE RIESGO)      *
      *    EXPOSURE LINES (ONE COLUMN PER RISK LEVEL)                  *
      ******************************************************************
       01  WS-EXP-AMT-LINE.
           05  EXA-LABEL                   PIC X(18).
           05  EXA-COL OCCURS 5 TIMES.
               10  FILLER                  PIC X(02).
               10  EXA-AMT                 PIC Z(12)9,99.
           05  FILLER                      PIC X(24).

       01  WS-EXP-CNT-LINE REDEFINES WS-EXP-AMT-LINE.
           05  EXC-LABEL                   PIC X(18).
           05  EXC-COL OCCURS 5 TIMES.
               10  FILLER                  PIC X(11).
               10  EXC-CNT                 PIC Z(6)9.
           05  FILLER                      PIC X(24).

       01  WS-AMT-EDIT                     PIC Z(14)9,99.
       01  WS-NUM-EDIT                     PIC Z(9)9.
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

           PERFORM SORT-EXTRACT-BY-ENTITY

           PERFORM OPEN-FILES

           PERFORM READ-PARM

           PERFORM LOAD-FX-RATES

           PERFORM LOAD-HAZARD-ZONES

           INITIALIZE WS-EXPOSURE-FIELDS

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

           CLOSE CLIMATE-OUT-FILE

           PERFORM LIST-UNLOCATED-GOODS

           PERFORM CLOSE-FILES

           DISPLAY "ACYC0ROS - READ: "     WS-CNT-READ
                   "  LOCATED: "           WS-CNT-LOCATED
                   "  NOT LOCATED: "       WS-CNT-NOT-LOCATED
                   "  COORD ERRORS: "      WS-CNT-COORD-ERROR
                   "  NO FX RATE: "        WS-CNT-NO-FX
                   "  ZONES REJECTED: "    WS-CNT-ZON-REJECTED

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

           OPEN INPUT  CLI-PARM-FILE
           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT CLIMATE-OUT-FILE
           OPEN OUTPUT CLIMATE-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE CLI-PARM-FILE
                 GOOD-EXTRACT-FILE
                 CLIMATE-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           READ CLI-PARM-FILE
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
      *.PN                    LOAD-HAZARD-ZONES                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - SE RECHAZAN (Y CUENTAN) LAS ZONAS CON NIVEL FUERA DE 1-4, *
      *     GRADOS NO NUMERICOS, LATITUD MINIMA MAYOR QUE LA MAXIMA,  *
      *     UN SEPTIMO TIPO DE RIESGO O MAS ZONAS DE LAS QUE CABEN.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ZONES WITH A LEVEL OUTSIDE 1-4, NON-NUMERIC DEGREES, A    *
      *     MINIMUM LATITUDE ABOVE THE MAXIMUM, A SEVENTH HAZARD TYPE *
      *     OR MORE ZONES THAN FIT ARE REJECTED (AND COUNTED).        *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-HAZARD-ZONES.

           OPEN INPUT HAZARD-ZONE-FILE

           PERFORM UNTIL WS-ZON-EOF

               READ HAZARD-ZONE-FILE
                   AT END
                       SET WS-ZON-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-ZON-READ
                       PERFORM STORE-HAZARD-ZONE
               END-READ

           END-PERFORM

           CLOSE HAZARD-ZONE-FILE.

      ******************************************************************
      *.PN                    STORE-HAZARD-ZONE                        *
      ******************************************************************
       STORE-HAZARD-ZONE.

           IF  NOT N0047-RISK-VALID
               OR N0047-LAT-MIN NOT NUMERIC
               OR N0047-LAT-MAX NOT NUMERIC
               OR N0047-LON-MIN NOT NUMERIC
               OR N0047-LON-MAX NOT NUMERIC
               OR WS-CNT-ZON NOT < CA-MAX-ZON

               PERFORM REJECT-HAZARD-ZONE

           ELSE

               PERFORM FIND-HAZARD-TYPE

               IF  WN-IDX-HAZ EQUAL ZEROS

                   PERFORM REJECT-HAZARD-ZONE

               ELSE

                   ADD 1 TO WS-CNT-ZON

                   MOVE WN-IDX-HAZ         TO WS-ZON-HAZ(WS-CNT-ZON)
                   MOVE N0047-COD-ZONE     TO WS-ZON-COD(WS-CNT-ZON)
                   MOVE N0047-RISK-LEVEL   TO WS-ZON-LEVEL(WS-CNT-ZON)

                   MOVE N0047-LAT-MIN-SIGN TO WS-DEG-SIGN
                   MOVE N0047-LAT-MIN      TO WS-DEG-ABS
                   PERFORM SIGN-DEGREES
                   MOVE WS-DEG-SIGNED      TO WS-ZON-LAT-MIN(WS-CNT-ZON)

                   MOVE N0047-LAT-MAX-SIGN TO WS-DEG-SIGN
                   MOVE N0047-LAT-MAX      TO WS-DEG-ABS
                   PERFORM SIGN-DEGREES
                   MOVE WS-DEG-SIGNED      TO WS-ZON-LAT-MAX(WS-CNT-ZON)

                   MOVE N0047-LON-MIN-SIGN TO WS-DEG-SIGN
                   MOVE N0047-LON-MIN      TO WS-DEG-ABS
                   PERFORM SIGN-DEGREES
                   MOVE WS-DEG-SIGNED      TO WS-ZON-LON-MIN(WS-CNT-ZON)

                   MOVE N0047-LON-MAX-SIGN TO WS-DEG-SIGN
                   MOVE N0047-LON-MAX      TO WS-DEG-ABS
                   PERFORM SIGN-DEGREES
                   MOVE WS-DEG-SIGNED      TO WS-ZON-LON-MAX(WS-CNT-ZON)

                   IF  WS-ZON-LAT-MIN(WS-CNT-ZON)
                                   > WS-ZON-LAT-MAX(WS-CNT-ZON)
                       SUBTRACT 1 FROM WS-CNT-ZON
                       PERFORM REJECT-HAZARD-ZONE
                   END-IF

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    REJECT-HAZARD-ZONE                       *
      ******************************************************************
       REJECT-HAZARD-ZONE.

           ADD 1 TO WS-CNT-ZON-REJECTED

           DISPLAY "ACYC0ROS - HAZARD ZONE REJECTED: "
                   N0047-COD-HAZARD " " N0047-COD-ZONE.

      ******************************************************************
      *.PN                    FIND-HAZARD-TYPE                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - DEVUELVE EN WN-IDX-HAZ LA POSICION DEL TIPO DE RIESGO,    *
      *     DANDOLO DE ALTA SI ES NUEVO; CERO SI YA NO CABE.          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RETURNS IN WN-IDX-HAZ THE POSITION OF THE HAZARD TYPE,    *
      *     ADDING IT WHEN NEW; ZERO WHEN IT NO LONGER FITS.          *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-HAZARD-TYPE.

           SET WS-SW-FOUND             TO 'N'

           PERFORM VARYING WN-IDX-HAZ FROM 1 BY 1
                   UNTIL WN-IDX-HAZ > WS-CNT-HAZ
                      OR WS-FOUND

               IF  WS-HAZ-COD(WN-IDX-HAZ) EQUAL N0047-COD-HAZARD
                   SET WS-FOUND        TO TRUE
               END-IF

           END-PERFORM

           IF  WS-FOUND
               SUBTRACT 1 FROM WN-IDX-HAZ
           ELSE
               IF  WS-CNT-HAZ < CA-MAX-HAZ
                   ADD 1 TO WS-CNT-HAZ
                   MOVE WS-CNT-HAZ     TO WN-IDX-HAZ
                   MOVE N0047-COD-HAZARD TO WS-HAZ-COD(WN-IDX-HAZ)
                   EVALUATE TRUE
                       WHEN N0047-HAZ-FLOOD
                           MOVE "FLOOD"    TO WS-HAZ-DES(WN-IDX-HAZ)
                       WHEN N0047-HAZ-WILDFIRE
                           MOVE "WILDFIRE" TO WS-HAZ-DES(WN-IDX-HAZ)
                       WHEN N0047-HAZ-COASTAL
                           MOVE "COASTAL EROSION"
                                           TO WS-HAZ-DES(WN-IDX-HAZ)
                       WHEN OTHER
                           MOVE SPACES     TO WS-HAZ-DES(WN-IDX-HAZ)
                           STRING "HAZARD "        DELIMITED BY SIZE
                                  N0047-COD-HAZARD DELIMITED BY SIZE
                                  INTO WS-HAZ-DES(WN-IDX-HAZ)
                   END-EVALUATE
               ELSE
                   MOVE ZEROS          TO WN-IDX-HAZ
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    SIGN-DEGREES                             *
      ******************************************************************
       SIGN-DEGREES.

           IF  WS-DEG-SIGN EQUAL CA-MINUS
               COMPUTE WS-DEG-SIGNED = ZEROS - WS-DEG-ABS
           ELSE
               MOVE WS-DEG-ABS         TO WS-DEG-SIGNED
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
      *     SE EMITE EL BLOQUE DE LA ENTIDAD ANTERIOR Y SE CARGAN LOS *
      *     PARAMETROS DE LA NUEVA PARA AC8C210S. TODO BIEN ACTIVO SE *
      *     GRABA EN CLIOUT, LOCALIZADO O NO.                         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - NON-ACTIVE GOODS ARE SKIPPED. ON AN ENTITY CHANGE THE     *
      *     PRIOR ENTITY'S BLOCK IS EMITTED AND THE NEW ONE'S         *
      *     PARAMETERS ARE LOADED FOR AC8C210S. EVERY ACTIVE GOOD IS  *
      *     WRITTEN TO CLIOUT, LOCATED OR NOT.                        *
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
               ELSE
                   IF  N003-ENT NOT EQUAL WS-PREV-ENT
                       PERFORM WRITE-ENTITY-TOTAL
                       MOVE N003-ENT   TO WS-PREV-ENT
                       PERFORM FETCH-ENTITY-PARAMS
                   END-IF
               END-IF

               PERFORM BUILD-OUT-RECORD

               IF  N003-FLG-LOC-GEO NOT EQUAL CA-YES

                   ADD 1 TO WS-CNT-NOT-LOCATED
                   SET N0048-NOT-LOCATED   TO TRUE

               ELSE

                   PERFORM FETCH-COORDINATES

                   IF  NOT E000-SW-RTN-OK
                       ADD 1 TO WS-CNT-COORD-ERROR
                       SET N0048-COORD-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-CNT-LOCATED
                       SET N0048-LOCATED     TO TRUE
                       PERFORM CLASSIFY-GOOD
                   END-IF

               END-IF

               MOVE CA-SET-ENT         TO WN-IDX-SET
               PERFORM ACCUMULATE-EXPOSURE
               MOVE CA-SET-GRAND       TO WN-IDX-SET
               PERFORM ACCUMULATE-EXPOSURE

               WRITE ACNC0048
               ADD 1 TO WS-CNT-WRITTEN

           END-IF.

      ******************************************************************
      *.PN                    BUILD-OUT-RECORD                         *
      ******************************************************************
       BUILD-OUT-RECORD.

           INITIALIZE ACNC0048

           MOVE N003-ENT               TO N0048-ENT
           MOVE N003-NUM-GOOD          TO N0048-NUM-GOOD
           MOVE WS-DAT-PROCESS         TO N0048-DAT-PROCESS
           MOVE N003-COD-AREA          TO N0048-COD-AREA
           MOVE N003-TYP-GOOD          TO N0048-TYP-GOOD
           MOVE N003-TYP-PROPERTY      TO N0048-TYP-PROPERTY
           MOVE N003-FCC-GOOD          TO N0048-FCC-GOOD

           IF  N003-GOOD-AMT IS NUMERIC
               MOVE N003-GOOD-AMT      TO N0048-GOOD-AMT
           END-IF

           MOVE N003-FCC-GOOD          TO WS-FX-CUR-WANTED
           PERFORM FIND-FX-RATE

           IF  WS-FX-FOUND
               SET N0048-FX-OK         TO TRUE
               COMPUTE N0048-AMT-EUR ROUNDED =
                       N0048-GOOD-AMT * WS-FX-RATE-FOUND
           ELSE
               SET N0048-FX-MISSING    TO TRUE
               ADD 1 TO WS-CNT-NO-FX
           END-IF

           PERFORM VARYING WN-IDX-HAZ FROM 1 BY 1
                   UNTIL WN-IDX-HAZ > WS-CNT-HAZ
               MOVE WS-HAZ-COD(WN-IDX-HAZ)
                                       TO N0048-COD-HAZARD(WN-IDX-HAZ)
           END-PERFORM.

      ******************************************************************
      *.PN                    FETCH-COORDINATES                        *
      ******************************************************************
       FETCH-COORDINATES.

           INITIALIZE VA-ACEC210-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E210-OPTION
           MOVE N003-ENT               TO E210-ENT
           MOVE N003-NUM-GOOD          TO E210-NUM-GOOD

           CALL CA-AC8C210S   USING VA-ACEC210-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK
               AND (E210-LAT NOT NUMERIC OR E210-LON NOT NUMERIC)
               MOVE '99'               TO E000-SW-COD-RTN
           END-IF.

      ******************************************************************
      *.PN                    CLASSIFY-GOOD                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - POR CADA TIPO DE RIESGO SE QUEDA EL NIVEL MAS ALTO DE LAS *
      *     ZONAS QUE CONTIENEN EL PUNTO (A IGUALDAD, LA PRIMERA      *
      *     ZONA). LOS BORDES DE LA ZONA CUENTAN COMO DENTRO.         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - FOR EACH HAZARD TYPE IT KEEPS THE HIGHEST LEVEL OF THE    *
      *     ZONES CONTAINING THE POINT (ON A TIE, THE FIRST ZONE).    *
      *     THE ZONE EDGES COUNT AS INSIDE.                           *
      *B.PR.E                                                          *
      ******************************************************************
       CLASSIFY-GOOD.

           MOVE E210-LAT-SIGN          TO N0048-LAT-SIGN
                                          WS-DEG-SIGN
           MOVE E210-LAT               TO N0048-LAT
                                          WS-DEG-ABS
           PERFORM SIGN-DEGREES
           MOVE WS-DEG-SIGNED          TO WS-GOOD-LAT

           MOVE E210-LON-SIGN          TO N0048-LON-SIGN
                                          WS-DEG-SIGN
           MOVE E210-LON               TO N0048-LON
                                          WS-DEG-ABS
           PERFORM SIGN-DEGREES
           MOVE WS-DEG-SIGNED          TO WS-GOOD-LON

           PERFORM VARYING WN-IDX-ZON FROM 1 BY 1
                   UNTIL WN-IDX-ZON > WS-CNT-ZON
               PERFORM CHECK-ONE-ZONE
           END-PERFORM.

      ******************************************************************
      *.PN                    CHECK-ONE-ZONE                           *
      ******************************************************************
       CHECK-ONE-ZONE.

           SET WS-SW-INSIDE            TO 'N'

           IF  WS-GOOD-LAT NOT < WS-ZON-LAT-MIN(WN-IDX-ZON)
               AND WS-GOOD-LAT NOT > WS-ZON-LAT-MAX(WN-IDX-ZON)

               IF  WS-ZON-LON-MIN(WN-IDX-ZON)
                               > WS-ZON-LON-MAX(WN-IDX-ZON)
      *            AREA QUE CRUZA EL ANTIMERIDIANO
      *            AREA CROSSING THE ANTIMERIDIAN
                   IF  WS-GOOD-LON NOT < WS-ZON-LON-MIN(WN-IDX-ZON)
                       OR WS-GOOD-LON NOT > WS-ZON-LON-MAX(WN-IDX-ZON)
                       SET WS-INSIDE   TO TRUE
                   END-IF
               ELSE
                   IF  WS-GOOD-LON NOT < WS-ZON-LON-MIN(WN-IDX-ZON)
                       AND WS-GOOD-LON NOT >
                                       WS-ZON-LON-MAX(WN-IDX-ZON)
                       SET WS-INSIDE   TO TRUE
                   END-IF
               END-IF

           END-IF

           IF  WS-INSIDE

               MOVE WS-ZON-HAZ(WN-IDX-ZON) TO WN-IDX-HAZ

               IF  WS-ZON-LEVEL(WN-IDX-ZON)
                               > N0048-RISK-LEVEL(WN-IDX-HAZ)
                   MOVE WS-ZON-LEVEL(WN-IDX-ZON)
                                   TO N0048-RISK-LEVEL(WN-IDX-HAZ)
                   MOVE WS-ZON-COD(WN-IDX-ZON)
                                   TO N0048-COD-ZONE(WN-IDX-HAZ)
               END-IF

               IF  WS-ZON-LEVEL(WN-IDX-ZON) > N0048-RISK-LEVEL-MAX
                   MOVE WS-ZON-LEVEL(WN-IDX-ZON)
                                   TO N0048-RISK-LEVEL-MAX
                   MOVE WS-HAZ-COD(WN-IDX-HAZ)
                                   TO N0048-COD-HAZARD-MAX
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    ACCUMULATE-EXPOSURE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - SUMA EL BIEN AL JUEGO WN-IDX-SET: SI ESTA LOCALIZADO, EN  *
      *     CADA RIESGO SEGUN SU NIVEL Y EN LA FILA DEL NIVEL MAS     *
      *     ALTO; SI NO, EN LOS NO LOCALIZADOS.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ADDS THE GOOD TO SET WN-IDX-SET: WHEN LOCATED, UNDER EACH *
      *     HAZARD BY ITS LEVEL AND IN THE HIGHEST-LEVEL ROW;         *
      *     OTHERWISE UNDER THE NOT LOCATED GOODS.                    *
      *B.PR.E                                                          *
      ******************************************************************
       ACCUMULATE-EXPOSURE.

           IF  N0048-FX-MISSING
               ADD 1 TO WS-NOFX-CNT(WN-IDX-SET)
           END-IF

           IF  NOT N0048-LOCATED

               ADD 1                   TO WS-UNL-CNT(WN-IDX-SET)
               ADD N0048-AMT-EUR       TO WS-UNL-AMT(WN-IDX-SET)

           ELSE

               PERFORM VARYING WN-IDX-HAZ FROM 1 BY 1
                       UNTIL WN-IDX-HAZ > WS-CNT-HAZ
                   COMPUTE WN-IDX-LVL =
                           N0048-RISK-LEVEL(WN-IDX-HAZ) + 1
                   ADD 1 TO WS-EXP-CNT(WN-IDX-SET, WN-IDX-HAZ,
                                       WN-IDX-LVL)
                   ADD N0048-AMT-EUR
                         TO WS-EXP-AMT(WN-IDX-SET, WN-IDX-HAZ,
                                       WN-IDX-LVL)
               END-PERFORM

               COMPUTE WN-IDX-LVL = N0048-RISK-LEVEL-MAX + 1
               ADD 1 TO WS-EXP-CNT(WN-IDX-SET, CA-HAZ-ALL, WN-IDX-LVL)
               ADD N0048-AMT-EUR
                     TO WS-EXP-AMT(WN-IDX-SET, CA-HAZ-ALL, WN-IDX-LVL)

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
               DISPLAY "ACYC0ROS - ENTITY PARAMS NOT FOUND FOR "
                       N003-ENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "PHYSICAL CLIMATE RISK EXPOSURE AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  " - EUR, ACTIVE GOODS" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-ZON             TO WS-CNT-EDIT
           MOVE WS-CNT-ZON-REJECTED    TO WS-CNT-EDIT-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HAZARD ZONES LOADED: " DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  "   REJECTED: "    DELIMITED BY SIZE
                  WS-CNT-EDIT-2      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
       WRITE-ENTITY-TOTAL.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "          DELIMITED BY SIZE
                  WS-PREV-ENT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CA-SET-ENT             TO WN-IDX-SET
           PERFORM WRITE-EXPOSURE-BLOCK

           INITIALIZE WS-EXP-SET(CA-SET-ENT).

      ******************************************************************
      *.PN                    WRITE-GRAND-TOTAL                        *
      ******************************************************************
       WRITE-GRAND-TOTAL.

           MOVE "ALL ENTITIES"         TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CA-SET-GRAND           TO WN-IDX-SET
           PERFORM WRITE-EXPOSURE-BLOCK.

      ******************************************************************
      *.PN                    WRITE-EXPOSURE-BLOCK                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - POR CADA RIESGO UNA LINEA DE IMPORTES Y OTRA DE NUMERO DE *
      *     BIENES POR NIVEL, LA FILA DEL NIVEL MAS ALTO DE TODOS LOS *
      *     RIESGOS Y LOS BIENES NO LOCALIZADOS DEL JUEGO WN-IDX-SET. *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - FOR EACH HAZARD ONE AMOUNT LINE AND ONE GOODS COUNT LINE  *
      *     BY LEVEL, THE HIGHEST-OF-ALL-HAZARDS ROW AND THE NOT      *
      *     LOCATED GOODS OF SET WN-IDX-SET.                          *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-EXPOSURE-BLOCK.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "HAZARD                          NONE"
                                     DELIMITED BY SIZE
                  "               LOW            MEDIUM"
                                     DELIMITED BY SIZE
                  "              HIGH         VERY HIGH"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-HAZ FROM 1 BY 1
                   UNTIL WN-IDX-HAZ > WS-CNT-HAZ
               MOVE WS-HAZ-DES(WN-IDX-HAZ) TO WS-PRINT-LINE
               PERFORM WRITE-EXPOSURE-ROW
           END-PERFORM

           MOVE CA-HAZ-ALL             TO WN-IDX-HAZ
           MOVE "HIGHEST OF ALL"       TO WS-PRINT-LINE
           PERFORM WRITE-EXPOSURE-ROW

           MOVE WS-UNL-CNT(WN-IDX-SET) TO WS-CNT-EDIT
           MOVE WS-UNL-AMT(WN-IDX-SET) TO WS-AMT-EDIT
           MOVE WS-NOFX-CNT(WN-IDX-SET) TO WS-CNT-EDIT-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NOT GEO-LOCATED   GOODS " DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  "  AMOUNT "        DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  "   GOODS WITH NO FX RATE (EUR 0): "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT-2      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-EXPOSURE-ROW                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - ESPERA EL ROTULO DE LA FILA EN WS-PRINT-LINE.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EXPECTS THE ROW LABEL IN WS-PRINT-LINE.                   *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-EXPOSURE-ROW.

           MOVE SPACES                 TO WS-EXP-AMT-LINE
           MOVE WS-PRINT-LINE          TO EXA-LABEL

           PERFORM VARYING WN-IDX-LVL FROM 1 BY 1
                   UNTIL WN-IDX-LVL > CA-MAX-LVL
               MOVE WS-EXP-AMT(WN-IDX-SET, WN-IDX-HAZ, WN-IDX-LVL)
                                       TO EXA-AMT(WN-IDX-LVL)
           END-PERFORM

           MOVE WS-EXP-AMT-LINE        TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-EXP-CNT-LINE
           MOVE "  GOODS"              TO EXC-LABEL

           PERFORM VARYING WN-IDX-LVL FROM 1 BY 1
                   UNTIL WN-IDX-LVL > CA-MAX-LVL
               MOVE WS-EXP-CNT(WN-IDX-SET, WN-IDX-HAZ, WN-IDX-LVL)
                                       TO EXC-CNT(WN-IDX-LVL)
           END-PERFORM

           MOVE WS-EXP-CNT-LINE        TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    LIST-UNLOCATED-GOODS                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - RELEE CLIOUT Y LISTA APARTE LOS BIENES ACTIVOS QUE NO SE  *
      *     HAN PODIDO CLASIFICAR, CON EL MOTIVO.                     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - READS CLIOUT BACK AND LISTS SEPARATELY THE ACTIVE GOODS   *
      *     THAT COULD NOT BE CLASSIFIED, WITH THE REASON.            *
      *B.PR.E                                                          *
      ******************************************************************
       LIST-UNLOCATED-GOODS.

           MOVE "ACTIVE GOODS WITHOUT COORDINATES" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENT   GOOD NUM  REASON"  DELIMITED BY SIZE
                  "                            AMOUNT  CUR"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT CLIMATE-OUT-FILE

           PERFORM UNTIL WS-OUT-EOF

               READ CLIMATE-OUT-FILE
                   AT END
                       SET WS-OUT-EOF TO TRUE
                   NOT AT END
                       IF  NOT N0048-LOCATED
                           PERFORM WRITE-UNLOCATED-LINE
                       END-IF
               END-READ

           END-PERFORM

           CLOSE CLIMATE-OUT-FILE.

      ******************************************************************
      *.PN                    WRITE-UNLOCATED-LINE                     *
      ******************************************************************
       WRITE-UNLOCATED-LINE.

           MOVE N0048-NUM-GOOD         TO WS-NUM-EDIT
           MOVE N0048-GOOD-AMT         TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           IF  N0048-COORD-ERROR
               STRING N0048-ENT          DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-NUM-EDIT        DELIMITED BY SIZE
                      "  FLAGGED, NO COORDINATE ROW"
                                         DELIMITED BY SIZE
                      WS-AMT-EDIT        DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      N0048-FCC-GOOD     DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING N0048-ENT          DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-NUM-EDIT        DELIMITED BY SIZE
                      "  NOT GEO-LOCATED           "
                                         DELIMITED BY SIZE
                      WS-AMT-EDIT        DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      N0048-FCC-GOOD     DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF
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

           DISPLAY "ACYC0ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
