      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     COBERTURA LTV: REPARTO DEL VALOR DE LAS GARANTIAS ENTRE
      *     LOS RIESGOS QUE ASEGURAN
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     LTV COVERAGE: ALLOCATION OF COLLATERAL VALUE ACROSS THE    *
      *     EXPOSURES IT SECURES                                       *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACUC0ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     REPARTE EL VALOR NETO DE RECORTE DE CADA BIEN ACTIVO       *
      *     (N003-GOOD-AMT MENOS N003-HAIRCUT) ENTRE LOS RIESGOS A     *
      *     LOS QUE ESTA VINCULADO EN EL FICHERO DE VINCULOS           *
      *     (COLLNK, ACNC0037), EN ORDEN DE RANGO: EL RIESGO DE        *
      *     RANGO 1 SE CUBRE HASTA SU SALDO PENDIENTE ANTES DE PASAR   *
      *     AL SIGUIENTE. UN RIESGO PUEDE RECIBIR VALOR DE VARIOS      *
      *     BIENES. CUANDO LA MONEDA DEL BIEN (N003-FCC-GOOD) Y LA     *
      *     DEL RIESGO DIFIEREN SE CONVIERTE VIA EUR CON LAS           *
      *     COTIZACIONES DE FXRATES (MISMO FICHERO QUE AC3C0ROS).      *
      *     PRODUCE EL FICHERO DE REPARTO (LTVALLOC, ACNC0038) PARA    *
      *     RIESGO DE CREDITO Y UN INFORME DE COBERTURA POR ENTIDAD    *
      *     CON LOS RIESGOS INFRAGARANTIZADOS, SU COBERTURA Y SU LTV,  *
      *     MAS LAS INCIDENCIAS DE VINCULOS (BIEN NO ACTIVO O AUSENTE  *
      *     DEL EXTRACTO, RIESGO DESCONOCIDO, SIN COTIZACION). EL      *
      *     EXTRACTO SE ORDENA POR ENTIDAD + NUMERO DE BIEN Y SUS      *
      *     REGISTROS DE CONTROL (ACNC0034) SE VERIFICAN EN PASADA     *
      *     PREVIA. LA EJECUCION SE REGISTRA EN RUNCTL (ACNC0036).     *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    LTVPARM          E     FECHA DE PROCESO                     *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    EXPOSIN          E     RIESGOS (SALDO VIVO POR RIESGO)      *
      *    COLLNK           E     VINCULOS RIESGO-GARANTIA             *
      *    FXRATES          E     COTIZACIONES (EUR POR UNIDAD)        *
      *    GOODSRT          S     EXTRACTO ORDENADO (TRABAJO)          *
      *    EXPSRT           S     RIESGOS ORDENADOS (TRABAJO)          *
      *    LNKSRT           S     VINCULOS ORDENADOS (TRABAJO)         *
      *    LTVALLOC         S     FICHERO DE REPARTO                   *
      *    LTVRPT           S     INFORME DE COBERTURA LTV             *
      *    RUNCTL          E/S    CONTROL DE EJECUCIONES               *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     ALLOCATES THE POST-HAIRCUT VALUE OF EVERY ACTIVE GOOD      *
      *     (N003-GOOD-AMT LESS N003-HAIRCUT) ACROSS THE EXPOSURES IT  *
      *     IS LINKED TO IN THE LINK FILE (COLLNK, ACNC0037), IN RANK  *
      *     ORDER: THE RANK-1 EXPOSURE IS COVERED UP TO ITS OPEN       *
      *     BALANCE BEFORE MOVING TO THE NEXT ONE. AN EXPOSURE CAN     *
      *     RECEIVE VALUE FROM SEVERAL GOODS. WHEN THE GOOD'S          *
      *     CURRENCY (N003-FCC-GOOD) AND THE EXPOSURE'S DIFFER, THE    *
      *     AMOUNT IS CONVERTED THROUGH EUR WITH THE FXRATES RATES     *
      *     (SAME FILE AS AC3C0ROS). PRODUCES THE ALLOCATION FILE      *
      *     (LTVALLOC, ACNC0038) FOR CREDIT RISK AND A COVERAGE        *
      *     REPORT BY ENTITY LISTING THE UNDER-COLLATERALIZED          *
      *     EXPOSURES WITH THEIR COVERAGE AND LTV, PLUS THE LINK       *
      *     EXCEPTIONS (GOOD NOT ACTIVE OR MISSING FROM THE EXTRACT,   *
      *     UNKNOWN EXPOSURE, NO RATE). THE EXTRACT IS SORTED BY       *
      *     ENTITY + GOOD NUMBER AND ITS CONTROL RECORDS (ACNC0034)    *
      *     ARE VERIFIED IN A PRE-PASS. THE RUN IS REGISTERED IN       *
      *     RUNCTL (ACNC0036).                                         *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    LTVPARM          I     PROCESS DATE                         *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    EXPOSIN          I     EXPOSURES (OUTSTANDING BALANCE)      *
      *    COLLNK           I     EXPOSURE-TO-COLLATERAL LINKS         *
      *    FXRATES          I     FX RATES (EUR PER UNIT)              *
      *    GOODSRT          O     SORTED EXTRACT (WORK)                *
      *    EXPSRT           O     SORTED EXPOSURES (WORK)              *
      *    LNKSRT           O     SORTED LINKS (WORK)                  *
      *    LTVALLOC         O     ALLOCATION FILE                      *
      *    LTVRPT           O     LTV COVERAGE REPORT                  *
      *    RUNCTL          I/O    RUN CONTROL                          *
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

           SELECT LTV-PARM-FILE        ASSIGN TO "LTVPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "GOODSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT EXPOSURE-FILE        ASSIGN TO "EXPOSIN"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-EXP-FILE        ASSIGN TO "SRTWK02".

           SELECT EXPOSURE-SORTED-FILE ASSIGN TO "EXPSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LINK-FILE            ASSIGN TO "COLLNK"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-LNK-FILE        ASSIGN TO "SRTWK03".

           SELECT LINK-SORTED-FILE     ASSIGN TO "LNKSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT FX-RATE-FILE         ASSIGN TO "FXRATES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT ALLOCATION-FILE      ASSIGN TO "LTVALLOC"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LTV-REPORT-FILE      ASSIGN TO "LTVRPT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-FILE
                                        ASSIGN TO "RUNCTL"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LTV-PARM-FILE
           RECORDING MODE IS F.

       01  LTV-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR ENTIDAD + NUMERO DE BIEN     *
      *    SORT WORK FILE, KEYED BY ENTITY + GOOD NUMBER                *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(01).
           05  SR-ENT                   PIC X(04).
           05  SR-NUM-GOOD              PIC X(10).
           05  FILLER                   PIC X(737).

       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

      ******************************************************************
      *    RIESGOS DE CREDITO CON SU SALDO VIVO                         *
      *    CREDIT EXPOSURES WITH THEIR OUTSTANDING BALANCE              *
      ******************************************************************
       FD  EXPOSURE-FILE
           RECORDING MODE IS F.

       01  EXPOSURE-RECORD.
           05  EXP-ENT                     PIC X(04).
           05  EXP-COD-EXPOSURE            PIC X(16).
           05  EXP-FCC                     PIC X(03).
           05  EXP-AMT                     PIC 9(13)V9(02).
           05  EXP-DAT-BALANCE             PIC X(10).

       SD  SORT-EXP-FILE.

       01  SORT-EXP-RECORD.
           05  SE-ENT                      PIC X(04).
           05  SE-COD-EXPOSURE             PIC X(16).
           05  FILLER                      PIC X(28).

       FD  EXPOSURE-SORTED-FILE
           RECORDING MODE IS F.

       01  EXPOSURE-SORTED-RECORD.
           05  EXS-ENT                     PIC X(04).
           05  EXS-COD-EXPOSURE            PIC X(16).
           05  EXS-FCC                     PIC X(03).
           05  EXS-AMT                     PIC 9(13)V9(02).
           05  EXS-DAT-BALANCE             PIC X(10).

       FD  LINK-FILE
           RECORDING MODE IS F.

       01  LINK-RECORD                     PIC X(43).

       SD  SORT-LNK-FILE.

       01  SORT-LNK-RECORD.
           05  SL-ENT                      PIC X(04).
           05  SL-NUM-GOOD                 PIC X(10).
           05  SL-COD-EXPOSURE             PIC X(16).
           05  SL-RANK                     PIC X(02).
           05  FILLER                      PIC X(11).

       FD  LINK-SORTED-FILE
           RECORDING MODE IS F.

           COPY ACNC0037.

       FD  FX-RATE-FILE
           RECORDING MODE IS F.

       01  FX-RATE-RECORD.
           05  FXR-CUR                     PIC X(03).
           05  FXR-RATE                    PIC 9(03)V9(06).
           05  FXR-DAT                     PIC X(10).

       FD  ALLOCATION-FILE
           RECORDING MODE IS F.

           COPY ACNC0038.

       FD  LTV-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       FD  RUN-CTL-FILE
           RECORDING MODE IS F.

           COPY ACNC0036.

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                 *
      *               EXTRACT CONTROL RECORDS                           *
      ******************************************************************
       COPY ACNC0034.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-RAW-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RAW-EOF                          VALUE 'Y'.
           05  WS-SW-EXP-EOF               PIC X(01)   VALUE 'N'.
               88  WS-EXP-EOF                          VALUE 'Y'.
           05  WS-SW-LNK-EOF               PIC X(01)   VALUE 'N'.
               88  WS-LNK-EOF                          VALUE 'Y'.
           05  WS-SW-LNK-DONE              PIC X(01)   VALUE 'N'.
               88  WS-LNK-DONE                         VALUE 'S'.
           05  WS-SW-EXP-FOUND             PIC X(01)   VALUE 'N'.
               88  WS-EXP-FOUND                        VALUE 'S'.
           05  WS-SW-FIRST-ENT             PIC X(01)   VALUE 'S'.
               88  WS-FIRST-ENT                        VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LINKED               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ALLOC                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-EXCEPT               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-UNDER                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-CANCELLED            PIC 9(07)   VALUE ZEROS.

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
      *    TABLA DE RIESGOS (ORDENADA POR ENTIDAD + RIESGO) CON LO      *
      *    CUBIERTO EN LA MONEDA DEL RIESGO                             *
      *    EXPOSURE TABLE (SORTED BY ENTITY + EXPOSURE) WITH THE        *
      *    AMOUNT COVERED IN THE EXPOSURE'S CURRENCY                    *
      ******************************************************************
       01  WS-EXPOSURE-FIELDS.
           05  WS-CNT-EXP                  PIC 9(04)   VALUE ZEROS.
           05  WN-IDX-EXP                  PIC S9(4) COMP VALUE +0.
           05  WS-EXP-ENTRY OCCURS 3000 TIMES.
               10  WS-EXP-ENT              PIC X(04).
               10  WS-EXP-COD              PIC X(16).
               10  WS-EXP-FCC              PIC X(03).
               10  WS-EXP-AMT              PIC 9(13)V9(02).
               10  WS-EXP-COVERED          PIC 9(13)V9(02).
               10  WS-EXP-CNT-GOODS        PIC 9(03).

      ******************************************************************
      *    TABLA DE VINCULOS ACTIVOS, ORDENADA POR ENTIDAD + BIEN +     *
      *    RANGO, CON MARCA DE CASADO CONTRA EL EXTRACTO                *
      *    ACTIVE LINK TABLE, SORTED BY ENTITY + GOOD + RANK, WITH A    *
      *    MATCHED-AGAINST-THE-EXTRACT MARK                             *
      ******************************************************************
       01  WS-LINK-FIELDS.
           05  WS-CNT-LNK                  PIC 9(04)   VALUE ZEROS.
           05  WN-IDX-LNK                  PIC S9(4) COMP VALUE +1.
           05  WS-LNK-ENTRY OCCURS 5000 TIMES.
               10  WS-LNK-KEY.
                   15  WS-LNK-ENT          PIC X(04).
                   15  WS-LNK-NUM-GOOD     PIC 9(10).
               10  WS-LNK-COD-EXP          PIC X(16).
               10  WS-LNK-RANK             PIC 9(02).
               10  WS-LNK-SW-MATCHED       PIC X(01).
                   88  WS-LNK-MATCHED                  VALUE 'S'.

       01  WS-GOOD-KEY.
           05  WS-GOOD-KEY-ENT             PIC X(04)   VALUE SPACES.
           05  WS-GOOD-KEY-NUM             PIC 9(10)   VALUE ZEROS.

      ******************************************************************
      *    CAMPOS DEL REPARTO DE UN BIEN ENTRE SUS RIESGOS              *
      *    FIELDS OF THE ALLOCATION OF ONE GOOD ACROSS ITS EXPOSURES    *
      ******************************************************************
       01  WS-ALLOC-FIELDS.
           05  WS-AMT-NET-GOOD             PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-REM-GOOD             PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-REM-EXP              PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-AMT-OPEN-EXP             PIC S9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-ALLOC-GOOD           PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-ALLOC-EXP            PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-RATE-GOOD                PIC 9(03)V9(06) VALUE ZEROS.
           05  WS-RATE-EXP                 PIC 9(03)V9(06) VALUE ZEROS.
           05  WS-EXCEPT-REASON            PIC X(30)   VALUE SPACES.

      ******************************************************************
      *    TABLA DE COTIZACIONES LEIDA DE FXRATES                       *
      *    FX RATE TABLE READ FROM FXRATES                              *
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
           05  WS-FX-DAT-FOUND             PIC X(10)   VALUE SPACES.
           05  WS-FX-ENTRY OCCURS 50 TIMES.
               10  WS-FX-CUR               PIC X(03).
               10  WS-FX-RATE              PIC 9(03)V9(06).
               10  WS-FX-DAT               PIC X(10).

      ******************************************************************
      *    RUPTURA POR ENTIDAD Y TOTALES EN EUR DEL INFORME             *
      *    ENTITY BREAK AND EUR TOTALS OF THE REPORT                    *
      ******************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-CNT-EXP-ENT              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-UNDER-ENT            PIC 9(07)   VALUE ZEROS.
           05  WS-AMT-EXP-ENT              PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-AMT-COV-ENT              PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-AMT-EUR                  PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-AMT-PCT-BALANCE          PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-AMT-PCT-COVERED          PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-PCT-COVERAGE             PIC 9(05)V9(02) VALUE ZEROS.
           05  WS-PCT-LTV                  PIC 9(05)V9(02) VALUE ZEROS.

      ******************************************************************
      *    REGISTRO DE CONTROL DE EJECUCIONES (VER ACNC0036)            *
      *    RUN-CONTROL REGISTRATION (SEE ACNC0036)                      *
      ******************************************************************
       01  WS-RUNCTL-FIELDS.
           05  WS-SW-RUNCTL-EOF            PIC X(01)   VALUE 'N'.
               88  WS-RUNCTL-EOF                       VALUE 'Y'.
           05  WS-SW-RUN-DUP               PIC X(01)   VALUE 'N'.
               88  WS-RUN-DUPLICATE                    VALUE 'S'.
           05  WS-RUN-DAT-PROCESS          PIC X(10)   VALUE SPACES.
           05  WS-RUN-STATUS               PIC X(01)   VALUE 'S'.

       01  CA-CONSTANTS.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-HUNDRED                  PIC 9(03)   VALUE 100.
           05  CA-MAX-EXPOSURES            PIC 9(04)   VALUE 3000.
           05  CA-MAX-LINKS                PIC 9(04)   VALUE 5000.
           05  CA-MAX-FX                   PIC 9(02)   VALUE 50.
           05  CA-MAX-PCT                  PIC 9(05)V9(02)
                                                       VALUE 99999,99.

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-AMT-EDIT                     PIC Z(12)9,99.
       01  WS-COV-EDIT                     PIC Z(12)9,99.
       01  WS-SUBT-EDIT                    PIC Z(14)9,99.
       01  WS-COVT-EDIT                    PIC Z(14)9,99.
       01  WS-PCT-EDIT                     PIC Z(4)9,99.
       01  WS-LTV-EDIT                     PIC Z(4)9,99.
       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-CNT2-EDIT                    PIC Z(6)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-EXTRACT-CONTROLS

           MOVE WS-HDR-DAT-CREATE TO WS-RUN-DAT-PROCESS

           PERFORM REGISTER-RUN-START

           PERFORM SORT-EXTRACT-BY-ENT-GOOD

           PERFORM SORT-EXPOSURES

           PERFORM SORT-LINKS

           PERFORM OPEN-FILES

           PERFORM READ-PARM

           PERFORM LOAD-EXPOSURE-TABLE

           PERFORM LOAD-LINK-TABLE

           PERFORM WRITE-REPORT-TITLE

           PERFORM UNTIL WS-EOF
               PERFORM READ-EXTRACT
               IF NOT WS-EOF
                   PERFORM PROCESS-ONE-GOOD
               END-IF
           END-PERFORM

           PERFORM REPORT-ORPHAN-LINKS

           PERFORM WRITE-COVERAGE-SECTION

           PERFORM REGISTER-RUN-END

           PERFORM CLOSE-FILES

           DISPLAY "ACUC0ROS - READ: "      WS-CNT-READ
                   "  LINKED: "             WS-CNT-LINKED
                   "  ALLOCATIONS: "        WS-CNT-ALLOC
                   "  EXCEPTIONS: "         WS-CNT-EXCEPT
                   "  UNDER-COLLATERALIZED: " WS-CNT-UNDER

           GOBACK.

      ******************************************************************
      *.PN                    SORT-EXTRACT-BY-ENT-GOOD                 *
      ******************************************************************
       SORT-EXTRACT-BY-ENT-GOOD.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
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
      *.PN                    SORT-EXPOSURES                           *
      ******************************************************************
       SORT-EXPOSURES.

           SORT SORT-EXP-FILE
               ON ASCENDING KEY SE-ENT
                                SE-COD-EXPOSURE
               USING EXPOSURE-FILE
               GIVING EXPOSURE-SORTED-FILE.

      ******************************************************************
      *.PN                    SORT-LINKS                               *
      *                                                                *
      *A.PR.S                                                          *
      *   - ORDENA LOS VINCULOS POR ENTIDAD + BIEN + RANGO PARA QUE   *
      *     LOS RIESGOS DE CADA BIEN SE RECORRAN EN ORDEN DE CARGA.   *
      *     A IGUALDAD DE RANGO DECIDE EL CODIGO DE RIESGO.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SORTS THE LINKS BY ENTITY + GOOD + RANK SO THE EXPOSURES  *
      *     OF EACH GOOD ARE WALKED IN CHARGE ORDER. ON EQUAL RANK    *
      *     THE EXPOSURE CODE DECIDES.                                *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-LINKS.

           SORT SORT-LNK-FILE
               ON ASCENDING KEY SL-ENT
                                SL-NUM-GOOD
                                SL-RANK
                                SL-COD-EXPOSURE
               USING LINK-FILE
               GIVING LINK-SORTED-FILE.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  LTV-PARM-FILE
           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN INPUT  EXPOSURE-SORTED-FILE
           OPEN INPUT  LINK-SORTED-FILE
           OPEN OUTPUT ALLOCATION-FILE
           OPEN OUTPUT LTV-REPORT-FILE

           PERFORM LOAD-FX-RATES.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE LTV-PARM-FILE
                 GOOD-EXTRACT-FILE
                 EXPOSURE-SORTED-FILE
                 LINK-SORTED-FILE
                 ALLOCATION-FILE
                 LTV-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           READ LTV-PARM-FILE
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
           MOVE SPACES                 TO WS-FX-DAT-FOUND

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
                       MOVE WS-FX-DAT(WN-IDX-FX)   TO WS-FX-DAT-FOUND
                   END-IF

               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    LOAD-EXPOSURE-TABLE                      *
      ******************************************************************
       LOAD-EXPOSURE-TABLE.

           PERFORM UNTIL WS-EXP-EOF

               READ EXPOSURE-SORTED-FILE
                   AT END
                       SET WS-EXP-EOF TO TRUE
                   NOT AT END
                       IF  WS-CNT-EXP < CA-MAX-EXPOSURES
                           ADD 1 TO WS-CNT-EXP
                           MOVE EXS-ENT
                                   TO WS-EXP-ENT(WS-CNT-EXP)
                           MOVE EXS-COD-EXPOSURE
                                   TO WS-EXP-COD(WS-CNT-EXP)
                           MOVE EXS-FCC
                                   TO WS-EXP-FCC(WS-CNT-EXP)
                           IF  EXS-AMT IS NUMERIC
                               MOVE EXS-AMT
                                   TO WS-EXP-AMT(WS-CNT-EXP)
                           ELSE
                               MOVE ZEROS
                                   TO WS-EXP-AMT(WS-CNT-EXP)
                           END-IF
                           MOVE ZEROS
                                   TO WS-EXP-COVERED(WS-CNT-EXP)
                           MOVE ZEROS
                                   TO WS-EXP-CNT-GOODS(WS-CNT-EXP)
                       ELSE
                           MOVE "EXPOSURE TABLE OVERFLOW" TO WS-CTL-MSG
                           PERFORM CONTROL-ERROR
                       END-IF
               END-READ

           END-PERFORM.

      ******************************************************************
      *.PN                    LOAD-LINK-TABLE                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - CARGA SOLO LOS VINCULOS ACTIVOS ('A'); LOS CANCELADOS SE  *
      *     CUENTAN PERO NO PARTICIPAN EN EL REPARTO.                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONLY ACTIVE LINKS ('A') ARE LOADED; CANCELLED ONES ARE    *
      *     COUNTED BUT TAKE NO PART IN THE ALLOCATION.               *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-LINK-TABLE.

           PERFORM UNTIL WS-LNK-EOF

               READ LINK-SORTED-FILE
                   AT END
                       SET WS-LNK-EOF TO TRUE
                   NOT AT END
                       IF  NOT N0037-LINK-ACTIVE
                           OR N0037-NUM-GOOD IS NOT NUMERIC
                           ADD 1 TO WS-CNT-CANCELLED
                       ELSE
                           IF  WS-CNT-LNK < CA-MAX-LINKS
                               ADD 1 TO WS-CNT-LNK
                               MOVE N0037-ENT
                                   TO WS-LNK-ENT(WS-CNT-LNK)
                               MOVE N0037-NUM-GOOD
                                   TO WS-LNK-NUM-GOOD(WS-CNT-LNK)
                               MOVE N0037-COD-EXPOSURE
                                   TO WS-LNK-COD-EXP(WS-CNT-LNK)
                               MOVE N0037-RANK
                                   TO WS-LNK-RANK(WS-CNT-LNK)
                               MOVE 'N'
                                   TO WS-LNK-SW-MATCHED(WS-CNT-LNK)
                           ELSE
                               MOVE "LINK TABLE OVERFLOW" TO WS-CTL-MSG
                               PERFORM CONTROL-ERROR
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

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
      *   - EXTRACTO Y TABLA DE VINCULOS ESTAN ORDENADOS POR LA MISMA *
      *     CLAVE (ENTIDAD + BIEN): SE AVANZA EN LA TABLA HASTA LA    *
      *     CLAVE DEL BIEN Y SE REPARTE SU VALOR ENTRE LOS VINCULOS   *
      *     QUE CASAN. UN BIEN NO ACTIVO NO APORTA VALOR: SUS         *
      *     VINCULOS SE LISTAN COMO INCIDENCIA.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EXTRACT AND LINK TABLE ARE SORTED ON THE SAME KEY         *
      *     (ENTITY + GOOD): THE TABLE IS ADVANCED UP TO THE GOOD'S   *
      *     KEY AND ITS VALUE IS ALLOCATED ACROSS THE MATCHING LINKS. *
      *     A NON-ACTIVE GOOD CONTRIBUTES NO VALUE: ITS LINKS ARE     *
      *     LISTED AS EXCEPTIONS.                                     *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           MOVE N003-ENT               TO WS-GOOD-KEY-ENT
           MOVE N003-NUM-GOOD          TO WS-GOOD-KEY-NUM

           SET WS-SW-LNK-DONE          TO 'N'

           PERFORM UNTIL WS-LNK-DONE
               IF  WN-IDX-LNK > WS-CNT-LNK
                   SET WS-LNK-DONE     TO TRUE
               ELSE
                   IF  WS-LNK-KEY(WN-IDX-LNK) < WS-GOOD-KEY
                       ADD 1 TO WN-IDX-LNK
                   ELSE
                       SET WS-LNK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF  WN-IDX-LNK NOT > WS-CNT-LNK
               AND WS-LNK-KEY(WN-IDX-LNK) EQUAL WS-GOOD-KEY

               ADD 1 TO WS-CNT-LINKED

               PERFORM COMPUTE-NET-VALUE

               SET WS-SW-LNK-DONE      TO 'N'

               PERFORM UNTIL WS-LNK-DONE
                   IF  WN-IDX-LNK > WS-CNT-LNK
                       SET WS-LNK-DONE TO TRUE
                   ELSE
                       IF  WS-LNK-KEY(WN-IDX-LNK) EQUAL WS-GOOD-KEY
                           MOVE CA-YES
                                   TO WS-LNK-SW-MATCHED(WN-IDX-LNK)
                           IF  N003-STATUS-GOOD EQUAL CA-STATUS-ACTIVE
                               PERFORM ALLOCATE-ONE-LINK
                           ELSE
                               MOVE "GOOD NOT ACTIVE"
                                               TO WS-EXCEPT-REASON
                               PERFORM WRITE-LINK-EXCEPTION
                           END-IF
                           ADD 1 TO WN-IDX-LNK
                       ELSE
                           SET WS-LNK-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    COMPUTE-NET-VALUE                        *
      ******************************************************************
       COMPUTE-NET-VALUE.

           MOVE ZEROS                  TO WS-AMT-NET-GOOD

           IF  N003-GOOD-AMT IS NUMERIC
               AND N003-HAIRCUT IS NUMERIC
               AND N003-HAIRCUT < CA-HUNDRED

               COMPUTE WS-AMT-NET-GOOD ROUNDED =
                       N003-GOOD-AMT * (CA-HUNDRED - N003-HAIRCUT)
                                     / CA-HUNDRED

           END-IF

           MOVE WS-AMT-NET-GOOD        TO WS-AMT-REM-GOOD.

      ******************************************************************
      *.PN                    ALLOCATE-ONE-LINK                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - ASIGNA AL RIESGO DEL VINCULO LO QUE QUEDA DEL VALOR DEL   *
      *     BIEN, HASTA EL SALDO DEL RIESGO AUN NO CUBIERTO. EL       *
      *     RESTO DEL BIEN PASA AL SIGUIENTE RANGO. LA CONVERSION     *
      *     ENTRE MONEDAS SE HACE VIA EUR; SIN COTIZACION PARA        *
      *     ALGUNA DE LAS DOS MONEDAS EL VINCULO NO SE REPARTE Y SE   *
      *     LISTA COMO INCIDENCIA. SE GRABA UN REGISTRO DE REPARTO    *
      *     AUNQUE LO ASIGNADO SEA CERO, PARA QUE RIESGO VEA EL       *
      *     VINCULO COMPLETO.                                         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ASSIGNS TO THE LINK'S EXPOSURE WHAT IS LEFT OF THE GOOD'S *
      *     VALUE, UP TO THE EXPOSURE BALANCE NOT YET COVERED. THE    *
      *     REST OF THE GOOD GOES ON TO THE NEXT RANK. CURRENCY       *
      *     CONVERSION GOES THROUGH EUR; WITH NO RATE FOR EITHER      *
      *     CURRENCY THE LINK IS NOT ALLOCATED AND IS LISTED AS AN    *
      *     EXCEPTION. AN ALLOCATION RECORD IS WRITTEN EVEN WHEN THE  *
      *     AMOUNT ASSIGNED IS ZERO, SO RISK SEES THE WHOLE LINK.     *
      *B.PR.E                                                          *
      ******************************************************************
       ALLOCATE-ONE-LINK.

           PERFORM FIND-EXPOSURE

           IF  NOT WS-EXP-FOUND

               MOVE "EXPOSURE NOT FOUND"  TO WS-EXCEPT-REASON
               PERFORM WRITE-LINK-EXCEPTION

           ELSE

               MOVE N003-FCC-GOOD          TO WS-FX-CUR-WANTED
               PERFORM FIND-FX-RATE
               MOVE WS-FX-RATE-FOUND       TO WS-RATE-GOOD

               IF  WS-FX-FOUND
                   MOVE WS-EXP-FCC(WN-IDX-EXP) TO WS-FX-CUR-WANTED
                   PERFORM FIND-FX-RATE
                   MOVE WS-FX-RATE-FOUND   TO WS-RATE-EXP
               END-IF

               IF  NOT WS-FX-FOUND
                   OR WS-RATE-GOOD EQUAL ZEROS
                   OR WS-RATE-EXP EQUAL ZEROS

                   MOVE SPACES             TO WS-EXCEPT-REASON
                   STRING "NO FX RATE FOR " DELIMITED BY SIZE
                          WS-FX-CUR-WANTED DELIMITED BY SIZE
                          INTO WS-EXCEPT-REASON
                   PERFORM WRITE-LINK-EXCEPTION

               ELSE

                   PERFORM COMPUTE-ALLOCATION

                   PERFORM WRITE-ALLOCATION-RECORD

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    COMPUTE-ALLOCATION                       *
      ******************************************************************
       COMPUTE-ALLOCATION.

           COMPUTE WS-AMT-OPEN-EXP =
                   WS-EXP-AMT(WN-IDX-EXP) - WS-EXP-COVERED(WN-IDX-EXP)

           IF  WS-AMT-OPEN-EXP < ZEROS
               MOVE ZEROS              TO WS-AMT-OPEN-EXP
           END-IF

           COMPUTE WS-AMT-REM-EXP ROUNDED =
                   WS-AMT-REM-GOOD * WS-RATE-GOOD / WS-RATE-EXP

           IF  WS-AMT-REM-EXP NOT > WS-AMT-OPEN-EXP

               MOVE WS-AMT-REM-EXP     TO WS-AMT-ALLOC-EXP
               MOVE WS-AMT-REM-GOOD    TO WS-AMT-ALLOC-GOOD

           ELSE

               MOVE WS-AMT-OPEN-EXP    TO WS-AMT-ALLOC-EXP

               COMPUTE WS-AMT-ALLOC-GOOD ROUNDED =
                       WS-AMT-OPEN-EXP * WS-RATE-EXP / WS-RATE-GOOD

               IF  WS-AMT-ALLOC-GOOD > WS-AMT-REM-GOOD
                   MOVE WS-AMT-REM-GOOD TO WS-AMT-ALLOC-GOOD
               END-IF

           END-IF

           ADD WS-AMT-ALLOC-EXP        TO WS-EXP-COVERED(WN-IDX-EXP)
           SUBTRACT WS-AMT-ALLOC-GOOD  FROM WS-AMT-REM-GOOD

           IF  WS-AMT-ALLOC-EXP > ZEROS
               ADD 1 TO WS-EXP-CNT-GOODS(WN-IDX-EXP)
           END-IF.

      ******************************************************************
      *.PN                    FIND-EXPOSURE                            *
      ******************************************************************
       FIND-EXPOSURE.

           SET WS-SW-EXP-FOUND         TO 'N'

           PERFORM VARYING WN-IDX-EXP FROM 1 BY 1
                   UNTIL WN-IDX-EXP > WS-CNT-EXP
                      OR WS-EXP-FOUND

               IF  WS-EXP-ENT(WN-IDX-EXP) EQUAL WS-LNK-ENT(WN-IDX-LNK)
                   AND WS-EXP-COD(WN-IDX-EXP)
                           EQUAL WS-LNK-COD-EXP(WN-IDX-LNK)
                   SET WS-EXP-FOUND    TO TRUE
               END-IF

           END-PERFORM

      *    EL PERFORM VARYING DEJA EL INDICE UNA POSICION MAS ALLA
      *    DEL RIESGO ENCONTRADO.
      *    PERFORM VARYING LEAVES THE INDEX ONE PAST THE EXPOSURE
      *    FOUND.
           IF  WS-EXP-FOUND
               SUBTRACT 1 FROM WN-IDX-EXP
           END-IF.

      ******************************************************************
      *.PN                    WRITE-ALLOCATION-RECORD                  *
      ******************************************************************
       WRITE-ALLOCATION-RECORD.

           INITIALIZE ACNC0038

           MOVE WS-DAT-PROCESS              TO N0038-DAT-PROCESS
           MOVE N003-ENT                    TO N0038-ENT
           MOVE N003-NUM-GOOD               TO N0038-NUM-GOOD
           MOVE WS-LNK-COD-EXP(WN-IDX-LNK)  TO N0038-COD-EXPOSURE
           MOVE WS-LNK-RANK(WN-IDX-LNK)     TO N0038-RANK
           MOVE N003-FCC-GOOD               TO N0038-FCC-GOOD
           MOVE WS-AMT-NET-GOOD             TO N0038-AMT-NET-GOOD
           MOVE WS-AMT-ALLOC-GOOD           TO N0038-AMT-ALLOC-GOOD
           MOVE WS-RATE-GOOD                TO N0038-RATE-GOOD
           MOVE WS-EXP-FCC(WN-IDX-EXP)      TO N0038-FCC-EXPOSURE
           MOVE WS-AMT-ALLOC-EXP            TO N0038-AMT-ALLOC-EXP
           MOVE WS-RATE-EXP                 TO N0038-RATE-EXPOSURE

           WRITE ACNC0038

           ADD 1 TO WS-CNT-ALLOC.

      ******************************************************************
      *.PN                    WRITE-LINK-EXCEPTION                     *
      ******************************************************************
       WRITE-LINK-EXCEPTION.

           ADD 1 TO WS-CNT-EXCEPT

           MOVE WS-LNK-NUM-GOOD(WN-IDX-LNK) TO WS-NUM-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "LINK EXCEPTION: ENT "   DELIMITED BY SIZE
                  WS-LNK-ENT(WN-IDX-LNK)   DELIMITED BY SIZE
                  " GOOD "                 DELIMITED BY SIZE
                  WS-NUM-EDIT              DELIMITED BY SIZE
                  " EXPOSURE "             DELIMITED BY SIZE
                  WS-LNK-COD-EXP(WN-IDX-LNK) DELIMITED BY SIZE
                  " - "                    DELIMITED BY SIZE
                  WS-EXCEPT-REASON         DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    REPORT-ORPHAN-LINKS                      *
      ******************************************************************
       REPORT-ORPHAN-LINKS.

           PERFORM VARYING WN-IDX-LNK FROM 1 BY 1
                   UNTIL WN-IDX-LNK > WS-CNT-LNK

               IF  NOT WS-LNK-MATCHED(WN-IDX-LNK)
                   MOVE "GOOD NOT IN EXTRACT" TO WS-EXCEPT-REASON
                   PERFORM WRITE-LINK-EXCEPTION
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "LTV COVERAGE - COLLATERAL ALLOCATED TO EXPOSURES "
                  DELIMITED BY SIZE
                  "IN RANK ORDER AT "  DELIMITED BY SIZE
                  WS-DAT-PROCESS       DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-COVERAGE-SECTION                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE LA TABLA DE RIESGOS (ORDENADA POR ENTIDAD) Y      *
      *     LISTA LOS INFRAGARANTIZADOS: LO CUBIERTO ES MENOR QUE EL  *
      *     SALDO. COBERTURA = CUBIERTO / SALDO Y LTV = SALDO /       *
      *     CUBIERTO, AMBOS EN PORCENTAJE. CADA ENTIDAD CIERRA CON    *
      *     SUS TOTALES CONVERTIDOS A EUR.                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WALKS THE EXPOSURE TABLE (SORTED BY ENTITY) AND LISTS     *
      *     THE UNDER-COLLATERALIZED ONES: THE AMOUNT COVERED IS      *
      *     BELOW THE BALANCE. COVERAGE = COVERED / BALANCE AND       *
      *     LTV = BALANCE / COVERED, BOTH AS PERCENTAGES. EACH        *
      *     ENTITY CLOSES WITH ITS TOTALS CONVERTED TO EUR.           *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-COVERAGE-SECTION.

           PERFORM VARYING WN-IDX-EXP FROM 1 BY 1
                   UNTIL WN-IDX-EXP > WS-CNT-EXP

               IF  WS-FIRST-ENT
                   MOVE WS-EXP-ENT(WN-IDX-EXP) TO WS-PREV-ENT
                   MOVE 'N'                   TO WS-SW-FIRST-ENT
                   PERFORM WRITE-ENTITY-HEADING
               ELSE
                   IF  WS-EXP-ENT(WN-IDX-EXP) NOT EQUAL WS-PREV-ENT
                       PERFORM WRITE-ENTITY-TOTAL
                       MOVE WS-EXP-ENT(WN-IDX-EXP) TO WS-PREV-ENT
                       PERFORM WRITE-ENTITY-HEADING
                   END-IF
               END-IF

               PERFORM PROCESS-ONE-EXPOSURE

           END-PERFORM

           IF  NOT WS-FIRST-ENT
               PERFORM WRITE-ENTITY-TOTAL
           END-IF.

      ******************************************************************
      *.PN                    PROCESS-ONE-EXPOSURE                     *
      ******************************************************************
       PROCESS-ONE-EXPOSURE.

           ADD 1 TO WS-CNT-EXP-ENT

           MOVE WS-EXP-FCC(WN-IDX-EXP)  TO WS-FX-CUR-WANTED
           PERFORM FIND-FX-RATE

           IF  WS-FX-FOUND
               COMPUTE WS-AMT-EUR ROUNDED =
                       WS-EXP-AMT(WN-IDX-EXP) * WS-FX-RATE-FOUND
               ADD WS-AMT-EUR          TO WS-AMT-EXP-ENT
               COMPUTE WS-AMT-EUR ROUNDED =
                       WS-EXP-COVERED(WN-IDX-EXP) * WS-FX-RATE-FOUND
               ADD WS-AMT-EUR          TO WS-AMT-COV-ENT
           END-IF

           IF  WS-EXP-COVERED(WN-IDX-EXP) < WS-EXP-AMT(WN-IDX-EXP)

               ADD 1 TO WS-CNT-UNDER
               ADD 1 TO WS-CNT-UNDER-ENT

               PERFORM WRITE-UNDER-LINE

           END-IF.

      ******************************************************************
      *.PN                    COMPUTE-PERCENTAGES                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - CALCULA COBERTURA Y LTV DE WS-AMT-PCT-BALANCE (SALDO) Y   *
      *     WS-AMT-PCT-COVERED (CUBIERTO). SIN COBERTURA EL LTV       *
      *     QUEDA AL MAXIMO EDITABLE.                                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COMPUTES COVERAGE AND LTV FROM WS-AMT-PCT-BALANCE         *
      *     (BALANCE) AND WS-AMT-PCT-COVERED (COVERED). WITH NO       *
      *     COVERAGE THE LTV IS SET TO THE EDITABLE MAXIMUM.          *
      *B.PR.E                                                          *
      ******************************************************************
       COMPUTE-PERCENTAGES.

           MOVE ZEROS                  TO WS-PCT-COVERAGE
           MOVE CA-MAX-PCT             TO WS-PCT-LTV

           IF  WS-AMT-PCT-BALANCE > ZEROS
               COMPUTE WS-PCT-COVERAGE ROUNDED =
                       WS-AMT-PCT-COVERED * CA-HUNDRED
                                          / WS-AMT-PCT-BALANCE
                   ON SIZE ERROR
                       MOVE CA-MAX-PCT TO WS-PCT-COVERAGE
               END-COMPUTE
           END-IF

           IF  WS-AMT-PCT-COVERED > ZEROS
               COMPUTE WS-PCT-LTV ROUNDED =
                       WS-AMT-PCT-BALANCE * CA-HUNDRED
                                          / WS-AMT-PCT-COVERED
                   ON SIZE ERROR
                       MOVE CA-MAX-PCT TO WS-PCT-LTV
               END-COMPUTE
           END-IF

           MOVE WS-PCT-COVERAGE        TO WS-PCT-EDIT
           MOVE WS-PCT-LTV             TO WS-LTV-EDIT.

      ******************************************************************
      *.PN                    WRITE-ENTITY-HEADING                     *
      ******************************************************************
       WRITE-ENTITY-HEADING.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "            DELIMITED BY SIZE
                  WS-PREV-ENT          DELIMITED BY SIZE
                  " - UNDER-COLLATERALIZED EXPOSURES"
                                       DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-UNDER-LINE                         *
      ******************************************************************
       WRITE-UNDER-LINE.

           MOVE WS-EXP-AMT(WN-IDX-EXP)     TO WS-AMT-PCT-BALANCE
           MOVE WS-EXP-COVERED(WN-IDX-EXP) TO WS-AMT-PCT-COVERED

           PERFORM COMPUTE-PERCENTAGES

           MOVE WS-EXP-AMT(WN-IDX-EXP)     TO WS-AMT-EDIT
           MOVE WS-EXP-COVERED(WN-IDX-EXP) TO WS-COV-EDIT
           MOVE WS-EXP-CNT-GOODS(WN-IDX-EXP) TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  "                     DELIMITED BY SIZE
                  WS-EXP-COD(WN-IDX-EXP)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-EXP-FCC(WN-IDX-EXP)   DELIMITED BY SIZE
                  " BALANCE "              DELIMITED BY SIZE
                  WS-AMT-EDIT              DELIMITED BY SIZE
                  " COVERED "              DELIMITED BY SIZE
                  WS-COV-EDIT              DELIMITED BY SIZE
                  " GOODS "                DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  " COV% "                 DELIMITED BY SIZE
                  WS-PCT-EDIT              DELIMITED BY SIZE
                  " LTV% "                 DELIMITED BY SIZE
                  WS-LTV-EDIT              DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
       WRITE-ENTITY-TOTAL.

           MOVE WS-AMT-EXP-ENT         TO WS-AMT-PCT-BALANCE
           MOVE WS-AMT-COV-ENT         TO WS-AMT-PCT-COVERED

           PERFORM COMPUTE-PERCENTAGES

           MOVE WS-CNT-EXP-ENT         TO WS-CNT-EDIT
           MOVE WS-CNT-UNDER-ENT       TO WS-CNT2-EDIT
           MOVE WS-AMT-EXP-ENT         TO WS-SUBT-EDIT
           MOVE WS-AMT-COV-ENT         TO WS-COVT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "            DELIMITED BY SIZE
                  WS-PREV-ENT          DELIMITED BY SIZE
                  " TOTAL: EXPOSURES " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  " UNDER "            DELIMITED BY SIZE
                  WS-CNT2-EDIT         DELIMITED BY SIZE
                  " BALANCE EUR "      DELIMITED BY SIZE
                  WS-SUBT-EDIT         DELIMITED BY SIZE
                  " COVERED EUR "      DELIMITED BY SIZE
                  WS-COVT-EDIT         DELIMITED BY SIZE
                  " LTV% "             DELIMITED BY SIZE
                  WS-LTV-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZEROS TO WS-CNT-EXP-ENT
           MOVE ZEROS TO WS-CNT-UNDER-ENT
           MOVE ZEROS TO WS-AMT-EXP-ENT
           MOVE ZEROS TO WS-AMT-COV-ENT.

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

           DISPLAY "ACUC0ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      *.PN                    REGISTER-RUN-START                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPRUEBA EN RUNCTL QUE LA COMBINACION PROGRAMA + FECHA   *
      *     DE PROCESO + IDENTIDAD DE LA ENTRADA (CABECERA DEL        *
      *     EXTRACTO) NO ESTE YA COMPLETADA; SI LO ESTA, EL PASO SE   *
      *     NIEGA A ARRANCAR CON RC=16 (PROTECCION CONTRA DOBLE       *
      *     PROCESO). DESPUES REGISTRA EL ARRANQUE ('S').             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CHECKS IN RUNCTL THAT THE PROGRAM + PROCESS DATE + INPUT  *
      *     IDENTITY (EXTRACT HEADER) COMBINATION IS NOT ALREADY      *
      *     COMPLETED; IF IT IS, THE STEP REFUSES TO START WITH       *
      *     RC=16 (DOUBLE-PROCESSING PROTECTION). THEN THE START      *
      *     ('S') IS REGISTERED.                                      *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-RUN-START.

           OPEN INPUT RUN-CTL-FILE

           PERFORM UNTIL WS-RUNCTL-EOF

               READ RUN-CTL-FILE
                   AT END
                       SET WS-RUNCTL-EOF TO TRUE
                   NOT AT END
                       IF  N0036-PROGRAM EQUAL "ACUC0ROS"
                           AND N0036-DAT-PROCESS
                                   EQUAL WS-RUN-DAT-PROCESS
                           AND N0036-INP-DAT-CREATE
                                   EQUAL WS-HDR-DAT-CREATE
                           AND N0036-INP-SOURCE
                                   EQUAL WS-HDR-SOURCE
                           AND N0036-RUN-COMPLETED
                           SET WS-RUN-DUPLICATE TO TRUE
                       END-IF
               END-READ

           END-PERFORM

           CLOSE RUN-CTL-FILE

           IF  WS-RUN-DUPLICATE

               DISPLAY "ACUC0ROS - RUN ALREADY COMPLETED FOR "
                       WS-RUN-DAT-PROCESS " INPUT "
                       WS-HDR-DAT-CREATE " " WS-HDR-SOURCE

               MOVE 16 TO RETURN-CODE

               GOBACK

           END-IF

           MOVE "S" TO WS-RUN-STATUS

           PERFORM WRITE-RUNCTL-RECORD.

      ******************************************************************
      *.PN                    REGISTER-RUN-END                         *
      ******************************************************************
       REGISTER-RUN-END.

           MOVE "C" TO WS-RUN-STATUS

           PERFORM WRITE-RUNCTL-RECORD.

      ******************************************************************
      *.PN                    WRITE-RUNCTL-RECORD                      *
      ******************************************************************
       WRITE-RUNCTL-RECORD.

           OPEN EXTEND RUN-CTL-FILE

           MOVE "ACUC0ROS"             TO N0036-PROGRAM
           MOVE WS-RUN-DAT-PROCESS     TO N0036-DAT-PROCESS
           MOVE WS-HDR-DAT-CREATE      TO N0036-INP-DAT-CREATE
           MOVE WS-HDR-SOURCE          TO N0036-INP-SOURCE

           MOVE WS-RUN-STATUS          TO N0036-STATUS

           MOVE WS-CNT-READ            TO N0036-CNT-READ
           MOVE WS-CNT-ALLOC           TO N0036-CNT-OK
           MOVE WS-CNT-EXCEPT          TO N0036-CNT-ERROR

           WRITE ACNC0036

           CLOSE RUN-CTL-FILE.
