      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CUADRO DE CALIDAD DE DATOS DE GARANTIAS POR ENTIDAD Y
      *     OFICINA CON EVOLUCION
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     COLLATERAL DATA-QUALITY SCORECARD BY ENTITY AND BRANCH     *
      *     WITH TREND                                                 *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC3C2ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     LA VALIDACION DE AC2C0ROS SOLO VE LO QUE SE CARGA; ESTE    *
      *     PROCESO PUNTUA LOS BIENES ACTIVOS QUE YA ESTAN EN LA TABLA *
      *     (EXTRACTO GOODEXT) CONTRA UN FICHERO DE REGLAS             *
      *     CONFIGURABLE (DQRULES, ACNC0054: REGLA, CAMPO, CONDICION,  *
      *     PESO). CADA REGLA QUE FALLA PENALIZA AL BIEN CON SU PESO Y *
      *     LA NOTA ES EL PORCENTAJE DE PUNTOS NO PENALIZADOS. EL      *
      *     INFORME DA LA NOTA POR OFICINA (N003-BRN-GOOD), POR        *
      *     ENTIDAD Y EN TOTAL, LOS FALLOS POR REGLA Y LOS PEORES      *
      *     BIENES DE CADA ENTIDAD. EL HISTORICO (DQHISTI -> DQHIST,   *
      *     ACNC0055) GUARDA LA NOTA DE CADA EJECUCION Y PERMITE       *
      *     MOSTRAR LA MEJORA O EL EMPEORAMIENTO FRENTE A LA ANTERIOR; *
      *     REPETIR UNA FECHA SUSTITUYE SUS LINEAS. CADA OFICINA       *
      *     RECIBE SU LISTA DE TRABAJO (DQWORK, ACNC0056) CON LOS      *
      *     BIENES Y CAMPOS A CORREGIR.                                *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    DQPARM           E     FECHA DE PROCESO / PEORES BIENES     *
      *    DQRULES          E     REGLAS DE CALIDAD                    *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    DQGSRT          E/S    EXTRACTO ORDENADO ENT/OFI/NUMERO     *
      *    DQHISTI          E     HISTORICO ANTERIOR                   *
      *    DQHIST           S     HISTORICO                            *
      *    DQWORK           S     LISTA DE TRABAJO POR OFICINA         *
      *    DQRPT            S     CUADRO DE CALIDAD                    *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     THE AC2C0ROS VALIDATION ONLY SEES WHAT IS LOADED; THIS     *
      *     BATCH SCORES THE ACTIVE GOODS ALREADY IN THE TABLE         *
      *     (GOODEXT EXTRACT) AGAINST A CONFIGURABLE RULE FILE         *
      *     (DQRULES, ACNC0054: RULE, FIELD, CONDITION, WEIGHT). EACH  *
      *     FAILING RULE PENALISES THE GOOD WITH ITS WEIGHT AND THE    *
      *     SCORE IS THE PERCENTAGE OF POINTS NOT PENALISED. THE       *
      *     REPORT GIVES THE SCORE BY BRANCH (N003-BRN-GOOD), BY       *
      *     ENTITY AND IN TOTAL, THE FAILURES BY RULE AND THE WORST    *
      *     GOODS OF EACH ENTITY. THE HISTORY (DQHISTI -> DQHIST,      *
      *     ACNC0055) KEEPS EACH RUN'S SCORE SO THE IMPROVEMENT OR     *
      *     DETERIORATION AGAINST THE PREVIOUS RUN CAN BE SHOWN;       *
      *     RERUNNING A DATE REPLACES ITS LINES. EACH BRANCH GETS ITS  *
      *     WORK LIST (DQWORK, ACNC0056) WITH THE GOODS AND FIELDS TO  *
      *     FIX.                                                       *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    DQPARM           I     PROCESS DATE / WORST GOODS           *
      *    DQRULES          I     QUALITY RULES                        *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    DQGSRT          I/O    EXTRACT SORTED ENT/BRN/NUMBER        *
      *    DQHISTI          I     PREVIOUS HISTORY                     *
      *    DQHIST           O     HISTORY                              *
      *    DQWORK           O     WORK LIST BY BRANCH                  *
      *    DQRPT            O     DATA-QUALITY SCORECARD               *
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

           SELECT DQ-PARM-FILE         ASSIGN TO "DQPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DQ-RULE-FILE         ASSIGN TO "DQRULES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "DQGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DQ-HIST-IN-FILE
                                        ASSIGN TO "DQHISTI"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DQ-HIST-FILE         ASSIGN TO "DQHIST"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DQ-WORK-FILE         ASSIGN TO "DQWORK"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DQ-REPORT-FILE       ASSIGN TO "DQRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  DQ-PARM-FILE
           RECORDING MODE IS F.

       01  DQ-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-WORST-N                PIC 9(02).

       FD  DQ-RULE-FILE
           RECORDING MODE IS F.

           COPY ACNC0054.

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR ENTIDAD (N003-ENT), OFICINA *
      *    (N003-BRN-GOOD) Y NUMERO DE BIEN (N003-NUM-GOOD)            *
      *    SORT WORK FILE, KEYED BY ENTITY (N003-ENT), BRANCH          *
      *    (N003-BRN-GOOD) AND GOOD NUMBER (N003-NUM-GOOD)             *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(01).
           05  SR-ENT                   PIC X(04).
           05  SR-NUM-GOOD              PIC 9(10).
           05  FILLER                   PIC X(112).
           05  SR-BRN                   PIC X(04).
           05  FILLER                   PIC X(621).

       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RECORD          PIC X(752).

       FD  DQ-HIST-IN-FILE
           RECORDING MODE IS F.

       01  DQ-HIST-IN-RECORD            PIC X(69).

       FD  DQ-HIST-FILE
           RECORDING MODE IS F.

           COPY ACNC0055.

       FD  DQ-WORK-FILE
           RECORDING MODE IS F.

           COPY ACNC0056.

       FD  DQ-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY ACNC003                                     *
      *               BIEN EN CURSO DEL EXTRACTO ORDENADO              *
      *               CURRENT GOOD OF THE SORTED EXTRACT               *
      ******************************************************************
           COPY ACNC003.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-RAW-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RAW-EOF                          VALUE 'Y'.
           05  WS-SW-RULE-EOF              PIC X(01)   VALUE 'N'.
               88  WS-RULE-EOF                         VALUE 'Y'.
           05  WS-SW-HIST-EOF              PIC X(01)   VALUE 'N'.
               88  WS-HIST-EOF                         VALUE 'Y'.
           05  WS-SW-FIRST-GOOD            PIC X(01)   VALUE 'S'.
               88  WS-FIRST-GOOD                       VALUE 'S'.
           05  WS-SW-RULE-FAILED           PIC X(01)   VALUE 'N'.
               88  WS-RULE-FAILED                      VALUE 'S'.
           05  WS-SW-RULE-APPLIES          PIC X(01)   VALUE 'N'.
               88  WS-RULE-APPLIES                     VALUE 'S'.
           05  WS-SW-PRV-FOUND             PIC X(01)   VALUE 'N'.
               88  WS-PRV-FOUND                        VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-WORST-N                  PIC 9(02)   VALUE ZEROS.

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

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                *
      *               EXTRACT CONTROL RECORDS                          *
      ******************************************************************
       COPY ACNC0034.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ACTIVE               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-WORK                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-HIST-KEPT            PIC 9(07)   VALUE ZEROS.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-PREV-BRN                 PIC X(04)   VALUE SPACES.

      ******************************************************************
      *    CAMPO PEDIDO POR NOMBRE (VER GET-FIELD-VALUE)               *
      *    FIELD REQUESTED BY NAME (SEE GET-FIELD-VALUE)               *
      ******************************************************************
       01  WS-FIELD-FIELDS.
           05  WS-FLD-NAME                 PIC X(20)   VALUE SPACES.
           05  WS-FLD-VALUE                PIC X(60)   VALUE SPACES.
           05  WS-FLD-TYPE                 PIC X(01)   VALUE SPACES.
               88  WS-FLD-ALPHA                        VALUE 'X'.
               88  WS-FLD-NUMERIC                      VALUE 'N'.
               88  WS-FLD-UNKNOWN                      VALUE 'U'.
           05  WS-FLD-ZERO-TEST            PIC X(60)   VALUE SPACES.

      ******************************************************************
      *    TABLA DE REGLAS LEIDA DE DQRULES, CON SUS FALLOS POR        *
      *    ENTIDAD Y EN TOTAL                                          *
      *    RULE TABLE READ FROM DQRULES, WITH ITS FAILURES BY ENTITY   *
      *    AND IN TOTAL                                                *
      ******************************************************************
       01  WS-RULE-TABLE.
           05  WS-CNT-RULES                PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-RUL                  PIC S9(4) COMP VALUE +0.
           05  WS-RUL-ENTRY OCCURS 50 TIMES.
               10  WS-RUL-ID               PIC X(06).
               10  WS-RUL-FIELD            PIC X(20).
               10  WS-RUL-COND             PIC X(02).
               10  WS-RUL-COND-VALUE       PIC X(10).
               10  WS-RUL-FLT-FIELD        PIC X(20).
               10  WS-RUL-FLT-VALUE        PIC X(10).
               10  WS-RUL-WEIGHT           PIC 9(03).
               10  WS-RUL-DES              PIC X(40).
               10  WS-RUL-FAILS-ENT        PIC 9(07).
               10  WS-RUL-FAILS-TOT        PIC 9(07).

      ******************************************************************
      *    RESULTADO DEL BIEN EN CURSO: REGLAS FALLADAS                *
      *    RESULT OF THE CURRENT GOOD: FAILED RULES                    *
      ******************************************************************
       01  WS-GOOD-RESULT.
           05  WS-GOOD-PENALTY             PIC 9(05)   VALUE ZEROS.
           05  WS-GOOD-MAXIMUM             PIC 9(05)   VALUE ZEROS.
           05  WS-GOOD-CNT-FAIL            PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-GFL                  PIC S9(4) COMP VALUE +0.
           05  WS-GOOD-FAIL-RULE OCCURS 50 TIMES
                                           PIC 9(02).
           05  WS-GOOD-FAIL-IDS            PIC X(48)   VALUE SPACES.
           05  WS-FAIL-IDS-PTR             PIC 9(03)   VALUE ZEROS.

      ******************************************************************
      *    ACUMULADOS: JUEGO 1 = OFICINA, 2 = ENTIDAD, 3 = TOTAL       *
      *    TOTALS: SET 1 = BRANCH, 2 = ENTITY, 3 = GRAND TOTAL         *
      ******************************************************************
       01  WS-SCORE-TOTALS.
           05  WN-IDX-SET                  PIC S9(4) COMP VALUE +0.
           05  WS-SCR-SET OCCURS 3 TIMES.
               10  WS-SCR-CNT-GOODS        PIC 9(07).
               10  WS-SCR-CNT-GOODS-FAIL   PIC 9(07).
               10  WS-SCR-CNT-FAILS        PIC 9(09).
               10  WS-SCR-PTS-PENALTY      PIC 9(11).
               10  WS-SCR-PTS-MAXIMUM      PIC 9(11).

       01  WS-SCORE-FIELDS.
           05  WS-SCORE                    PIC 9(03)V9(02) VALUE ZEROS.
           05  WS-SCORE-PRV                PIC 9(03)V9(02) VALUE ZEROS.
           05  WS-SCORE-CHG                PIC S9(03)V9(02) VALUE ZEROS.
           05  WS-SCORE-GOOD               PIC 9(03)V9(02) VALUE ZEROS.
           05  WS-SCR-LEVEL                PIC X(01)   VALUE SPACES.
           05  WS-SCR-BRN                  PIC X(04)   VALUE SPACES.

      ******************************************************************
      *    ULTIMA NOTA ANTERIOR A LA FECHA DE PROCESO POR NIVEL,       *
      *    ENTIDAD Y OFICINA, LEIDA DE DQHISTI                         *
      *    LATEST SCORE BEFORE THE PROCESS DATE BY LEVEL, ENTITY AND   *
      *    BRANCH, READ FROM DQHISTI                                   *
      ******************************************************************
       01  WS-PREVIOUS-TABLE.
           05  WS-CNT-PRV                  PIC 9(04)   VALUE ZEROS.
           05  WN-IDX-PRV                  PIC S9(4) COMP VALUE +0.
           05  WS-PRV-ENTRY OCCURS 1000 TIMES.
               10  WS-PRV-LEVEL            PIC X(01).
               10  WS-PRV-ENT              PIC X(04).
               10  WS-PRV-BRN              PIC X(04).
               10  WS-PRV-DAT              PIC X(10).
               10  WS-PRV-SCORE            PIC 9(03)V9(02).

      ******************************************************************
      *    PEORES BIENES DE LA ENTIDAD, DE MAYOR A MENOR PENALIZACION  *
      *    WORST GOODS OF THE ENTITY, FROM HIGHEST TO LOWEST PENALTY   *
      ******************************************************************
       01  WS-WORST-TABLE.
           05  WS-CNT-WST                  PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-WST                  PIC S9(4) COMP VALUE +0.
           05  WS-WST-ENTRY OCCURS 21 TIMES.
               10  WS-WST-NUM-GOOD         PIC 9(10).
               10  WS-WST-BRN              PIC X(04).
               10  WS-WST-COD-GOOD         PIC X(10).
               10  WS-WST-PENALTY          PIC 9(05).
               10  WS-WST-SCORE            PIC 9(03)V9(02).
               10  WS-WST-FAIL-IDS         PIC X(48).
           05  WS-WST-SWAP                 PIC X(82).

       01  CA-CONSTANTS.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-LEVEL-ENTITY             PIC X(01)   VALUE 'E'.
           05  CA-LEVEL-BRANCH             PIC X(01)   VALUE 'B'.
           05  CA-SET-BRN                  PIC 9(01)   VALUE 1.
           05  CA-SET-ENT                  PIC 9(01)   VALUE 2.
           05  CA-SET-GRAND                PIC 9(01)   VALUE 3.
           05  CA-MAX-RULES                PIC 9(02)   VALUE 50.
           05  CA-MAX-PRV                  PIC 9(04)   VALUE 1000.
           05  CA-DEF-WORST-N              PIC 9(02)   VALUE 10.
           05  CA-MAX-WORST-N              PIC 9(02)   VALUE 20.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DEL CUADRO DE CALIDAD                                 *
      *    SCORECARD LINE                                              *
      ******************************************************************
       01  WS-SCORE-LINE.
           05  SCL-LABEL                   PIC X(14).
           05  SCL-GOODS                   PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  SCL-GOODS-FAIL              PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  SCL-FAILS                   PIC Z(8)9.
           05  FILLER                      PIC X(02).
           05  SCL-PENALTY                 PIC Z(10)9.
           05  FILLER                      PIC X(02).
           05  SCL-MAXIMUM                 PIC Z(10)9.
           05  FILLER                      PIC X(02).
           05  SCL-SCORE                   PIC ZZ9,99.
           05  FILLER                      PIC X(02).
           05  SCL-PREVIOUS                PIC ZZ9,99.
           05  SCL-PREVIOUS-X REDEFINES SCL-PREVIOUS
                                           PIC X(06).
           05  FILLER                      PIC X(02).
           05  SCL-CHANGE                  PIC +ZZ9,99.
           05  SCL-CHANGE-X REDEFINES SCL-CHANGE
                                           PIC X(07).
           05  FILLER                      PIC X(02).
           05  SCL-TREND                   PIC X(12).
           05  FILLER                      PIC X(24).

       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-PTS-EDIT                     PIC Z(4)9.
       01  WS-WGT-EDIT                     PIC ZZ9.
       01  WS-SCORE-EDIT                   PIC ZZ9,99.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-EXTRACT-CONTROLS

           PERFORM READ-PARM

           PERFORM LOAD-RULE-TABLE

           PERFORM SORT-EXTRACT-BY-BRANCH

           PERFORM OPEN-FILES

           PERFORM LOAD-HISTORY

           INITIALIZE WS-SCORE-TOTALS

           PERFORM WRITE-REPORT-TITLE

           PERFORM UNTIL WS-EOF
               PERFORM READ-EXTRACT
               IF NOT WS-EOF
                   PERFORM PROCESS-ONE-GOOD
               END-IF
           END-PERFORM

           IF  NOT WS-FIRST-GOOD
               PERFORM WRITE-BRANCH-TOTAL
               PERFORM WRITE-ENTITY-TOTAL
           END-IF

           PERFORM WRITE-GRAND-TOTAL

           PERFORM CLOSE-FILES

           DISPLAY "AC3C2ROS - READ: "     WS-CNT-READ
                   "  ACTIVE: "            WS-CNT-ACTIVE
                   "  RULES: "             WS-CNT-RULES
                   "  WORK LIST: "         WS-CNT-WORK
                   "  HISTORY KEPT: "      WS-CNT-HIST-KEPT

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - SIN FECHA DE PROCESO SE TOMA LA DE CREACION DEL EXTRACTO.  *
      *     SIN NUMERO DE PEORES BIENES SE LISTAN 10 (MAXIMO 20).      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITH NO PROCESS DATE THE EXTRACT CREATION DATE IS USED.    *
      *     WITH NO NUMBER OF WORST GOODS, 10 ARE LISTED (20 AT MOST). *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           OPEN INPUT DQ-PARM-FILE

           READ DQ-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   IF  PARM-WORST-N IS NUMERIC
                       MOVE PARM-WORST-N      TO WS-WORST-N
                   END-IF
           END-READ

           CLOSE DQ-PARM-FILE

           IF  WS-DAT-PROCESS EQUAL SPACES OR LOW-VALUES
               MOVE WS-HDR-DAT-CREATE     TO WS-DAT-PROCESS
           END-IF

           IF  WS-WORST-N EQUAL ZEROS
               MOVE CA-DEF-WORST-N        TO WS-WORST-N
           END-IF

           IF  WS-WORST-N > CA-MAX-WORST-N
               MOVE CA-MAX-WORST-N        TO WS-WORST-N
           END-IF.

      ******************************************************************
      *.PN                    LOAD-RULE-TABLE                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA REGLA CON UN CAMPO QUE NO EXISTE EN ACNC003, UNA       *
      *     CONDICION DESCONOCIDA O UN PESO NO NUMERICO DETIENE EL     *
      *     PASO CON RC=16: PUNTUAR CON UNA REGLA MAL ESCRITA DARIA    *
      *     NOTAS FALSAS. SIN REGLAS TAMPOCO SE PUNTUA.                *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A RULE ON A FIELD NOT IN ACNC003, AN UNKNOWN CONDITION OR  *
      *     A NON-NUMERIC WEIGHT STOPS THE STEP WITH RC=16: SCORING    *
      *     WITH A MISTYPED RULE WOULD GIVE FALSE SCORES. WITH NO      *
      *     RULES NOTHING IS SCORED EITHER.                            *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-RULE-TABLE.

           OPEN INPUT DQ-RULE-FILE

           PERFORM UNTIL WS-RULE-EOF

               READ DQ-RULE-FILE
                   AT END
                       SET WS-RULE-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-RULE-RECORD
                       IF  WS-CNT-RULES < CA-MAX-RULES
                           ADD 1 TO WS-CNT-RULES
                           MOVE N0054-RULE-ID
                                   TO WS-RUL-ID(WS-CNT-RULES)
                           MOVE N0054-FIELD
                                   TO WS-RUL-FIELD(WS-CNT-RULES)
                           MOVE N0054-CONDITION
                                   TO WS-RUL-COND(WS-CNT-RULES)
                           MOVE N0054-COND-VALUE
                                   TO WS-RUL-COND-VALUE(WS-CNT-RULES)
                           MOVE N0054-FLT-FIELD
                                   TO WS-RUL-FLT-FIELD(WS-CNT-RULES)
                           MOVE N0054-FLT-VALUE
                                   TO WS-RUL-FLT-VALUE(WS-CNT-RULES)
                           MOVE N0054-WEIGHT
                                   TO WS-RUL-WEIGHT(WS-CNT-RULES)
                           MOVE N0054-DES-RULE
                                   TO WS-RUL-DES(WS-CNT-RULES)
                           MOVE ZEROS
                                   TO WS-RUL-FAILS-ENT(WS-CNT-RULES)
                           MOVE ZEROS
                                   TO WS-RUL-FAILS-TOT(WS-CNT-RULES)
                       END-IF
               END-READ

           END-PERFORM

           CLOSE DQ-RULE-FILE

           IF  WS-CNT-RULES EQUAL ZEROS
               MOVE "NO DATA-QUALITY RULES IN DQRULES" TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    CHECK-RULE-RECORD                        *
      ******************************************************************
       CHECK-RULE-RECORD.

           MOVE N0054-FIELD            TO WS-FLD-NAME
           PERFORM GET-FIELD-VALUE

           IF  WS-FLD-UNKNOWN
               STRING "UNKNOWN FIELD IN RULE " DELIMITED BY SIZE
                      N0054-RULE-ID            DELIMITED BY SIZE
                      INTO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  N0054-FLT-FIELD NOT EQUAL SPACES
               MOVE N0054-FLT-FIELD    TO WS-FLD-NAME
               PERFORM GET-FIELD-VALUE
               IF  WS-FLD-UNKNOWN
                   STRING "UNKNOWN FILTER FIELD IN RULE "
                                               DELIMITED BY SIZE
                          N0054-RULE-ID        DELIMITED BY SIZE
                          INTO WS-CTL-MSG
                   PERFORM CONTROL-ERROR
               END-IF
           END-IF

           IF  NOT N0054-COND-BLANK
               AND NOT N0054-COND-ZERO
               AND NOT N0054-COND-NOT-SET
               AND NOT N0054-COND-NO-DATE
               AND NOT N0054-COND-EQUAL
               AND NOT N0054-COND-NOT-EQUAL
               STRING "UNKNOWN CONDITION IN RULE " DELIMITED BY SIZE
                      N0054-RULE-ID                DELIMITED BY SIZE
                      INTO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  N0054-WEIGHT IS NOT NUMERIC
               STRING "INVALID WEIGHT IN RULE "  DELIMITED BY SIZE
                      N0054-RULE-ID              DELIMITED BY SIZE
                      INTO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    SORT-EXTRACT-BY-BRANCH                   *
      ******************************************************************
       SORT-EXTRACT-BY-BRANCH.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
                                SR-BRN
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
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT DQ-HIST-FILE
           OPEN OUTPUT DQ-WORK-FILE
           OPEN OUTPUT DQ-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE GOOD-EXTRACT-FILE
                 DQ-HIST-FILE
                 DQ-WORK-FILE
                 DQ-REPORT-FILE.

      ******************************************************************
      *.PN                    LOAD-HISTORY                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - PASA A DQHIST LAS LINEAS DEL HISTORICO ANTERIOR SALVO LAS  *
      *     DE LA FECHA DE PROCESO (QUE ESTA EJECUCION SUSTITUYE) Y    *
      *     GUARDA, POR NIVEL, ENTIDAD Y OFICINA, LA NOTA MAS RECIENTE *
      *     ANTERIOR A LA FECHA DE PROCESO PARA LA EVOLUCION.          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CARRIES THE PREVIOUS HISTORY LINES INTO DQHIST EXCEPT      *
      *     THOSE OF THE PROCESS DATE (WHICH THIS RUN REPLACES) AND    *
      *     KEEPS, BY LEVEL, ENTITY AND BRANCH, THE LATEST SCORE       *
      *     BEFORE THE PROCESS DATE FOR THE TREND.                     *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-HISTORY.

           OPEN INPUT DQ-HIST-IN-FILE

           PERFORM UNTIL WS-HIST-EOF

               READ DQ-HIST-IN-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       MOVE DQ-HIST-IN-RECORD  TO ACNC0055
                       IF  N0055-DAT-PROCESS NOT EQUAL WS-DAT-PROCESS
                           WRITE ACNC0055
                           ADD 1 TO WS-CNT-HIST-KEPT
                           IF  N0055-DAT-PROCESS < WS-DAT-PROCESS
                               PERFORM KEEP-PREVIOUS-SCORE
                           END-IF
                       END-IF
               END-READ

           END-PERFORM

           CLOSE DQ-HIST-IN-FILE.

      ******************************************************************
      *.PN                    KEEP-PREVIOUS-SCORE                      *
      ******************************************************************
       KEEP-PREVIOUS-SCORE.

           MOVE N0055-LEVEL            TO WS-SCR-LEVEL
           MOVE N0055-ENT              TO WS-PREV-ENT
           MOVE N0055-BRN-GOOD         TO WS-SCR-BRN

           PERFORM FIND-PREVIOUS-SCORE

           IF  WS-PRV-FOUND
               IF  N0055-DAT-PROCESS > WS-PRV-DAT(WN-IDX-PRV)
                   MOVE N0055-DAT-PROCESS  TO WS-PRV-DAT(WN-IDX-PRV)
                   MOVE N0055-SCORE        TO WS-PRV-SCORE(WN-IDX-PRV)
               END-IF
           ELSE
               IF  WS-CNT-PRV < CA-MAX-PRV
                   ADD 1 TO WS-CNT-PRV
                   MOVE N0055-LEVEL        TO WS-PRV-LEVEL(WS-CNT-PRV)
                   MOVE N0055-ENT          TO WS-PRV-ENT(WS-CNT-PRV)
                   MOVE N0055-BRN-GOOD     TO WS-PRV-BRN(WS-CNT-PRV)
                   MOVE N0055-DAT-PROCESS  TO WS-PRV-DAT(WS-CNT-PRV)
                   MOVE N0055-SCORE        TO WS-PRV-SCORE(WS-CNT-PRV)
               END-IF
           END-IF

           MOVE SPACES                 TO WS-PREV-ENT.

      ******************************************************************
      *.PN                    FIND-PREVIOUS-SCORE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - BUSCA EN LA TABLA WS-PRV EL NIVEL WS-SCR-LEVEL, ENTIDAD    *
      *     WS-PREV-ENT Y OFICINA WS-SCR-BRN; DEJA EL INDICE EN        *
      *     WN-IDX-PRV.                                                *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOOKS UP LEVEL WS-SCR-LEVEL, ENTITY WS-PREV-ENT AND BRANCH *
      *     WS-SCR-BRN IN THE WS-PRV TABLE; LEAVES THE INDEX IN        *
      *     WN-IDX-PRV.                                                *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-PREVIOUS-SCORE.

           MOVE 'N'                    TO WS-SW-PRV-FOUND

           PERFORM VARYING WN-IDX-PRV FROM 1 BY 1
                   UNTIL WN-IDX-PRV > WS-CNT-PRV
                      OR WS-PRV-FOUND

               IF  WS-PRV-LEVEL(WN-IDX-PRV) EQUAL WS-SCR-LEVEL
                   AND WS-PRV-ENT(WN-IDX-PRV) EQUAL WS-PREV-ENT
                   AND WS-PRV-BRN(WN-IDX-PRV) EQUAL WS-SCR-BRN
                   SET WS-PRV-FOUND    TO TRUE
               END-IF

           END-PERFORM

           IF  WS-PRV-FOUND
               SUBTRACT 1 FROM WN-IDX-PRV
           END-IF.

      ******************************************************************
      *.PN                    READ-EXTRACT                             *
      ******************************************************************
       READ-EXTRACT.

           READ GOOD-EXTRACT-FILE INTO ACNC003
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-READ
           END-READ.

      ******************************************************************
      *.PN                    PROCESS-ONE-GOOD                         *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD EQUAL CA-STATUS-ACTIVE

               ADD 1 TO WS-CNT-ACTIVE

               IF  WS-FIRST-GOOD
                   MOVE 'N'            TO WS-SW-FIRST-GOOD
                   MOVE N003-ENT       TO WS-PREV-ENT
                   MOVE N003-BRN-GOOD  TO WS-PREV-BRN
                   PERFORM WRITE-ENTITY-HEADING
               ELSE
                   IF  N003-ENT NOT EQUAL WS-PREV-ENT
                       PERFORM WRITE-BRANCH-TOTAL
                       PERFORM WRITE-ENTITY-TOTAL
                       MOVE N003-ENT       TO WS-PREV-ENT
                       MOVE N003-BRN-GOOD  TO WS-PREV-BRN
                       PERFORM WRITE-ENTITY-HEADING
                   ELSE
                       IF  N003-BRN-GOOD NOT EQUAL WS-PREV-BRN
                           PERFORM WRITE-BRANCH-TOTAL
                           MOVE N003-BRN-GOOD  TO WS-PREV-BRN
                       END-IF
                   END-IF
               END-IF

               PERFORM SCORE-ONE-GOOD

               MOVE CA-SET-BRN         TO WN-IDX-SET
               PERFORM ACCUMULATE-SCORE
               MOVE CA-SET-ENT         TO WN-IDX-SET
               PERFORM ACCUMULATE-SCORE
               MOVE CA-SET-GRAND       TO WN-IDX-SET
               PERFORM ACCUMULATE-SCORE

               IF  WS-GOOD-CNT-FAIL > ZEROS
                   PERFORM WRITE-WORK-LIST
                   PERFORM KEEP-WORST-GOOD
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    SCORE-ONE-GOOD                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - APLICA CADA REGLA CUYO FILTRO SE CUMPLE: SU PESO SUMA AL   *
      *     MAXIMO DEL BIEN Y, SI FALLA, A SU PENALIZACION. LAS REGLAS *
      *     FALLADAS QUEDAN EN WS-GOOD-FAIL-RULE PARA LA LISTA DE      *
      *     TRABAJO.                                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - APPLIES EVERY RULE WHOSE FILTER IS MET: ITS WEIGHT ADDS TO *
      *     THE GOOD'S MAXIMUM AND, IF IT FAILS, TO ITS PENALTY. THE   *
      *     FAILED RULES ARE KEPT IN WS-GOOD-FAIL-RULE FOR THE WORK    *
      *     LIST.                                                      *
      *B.PR.E                                                          *
      ******************************************************************
       SCORE-ONE-GOOD.

           MOVE ZEROS                  TO WS-GOOD-PENALTY
           MOVE ZEROS                  TO WS-GOOD-MAXIMUM
           MOVE ZEROS                  TO WS-GOOD-CNT-FAIL
           MOVE SPACES                 TO WS-GOOD-FAIL-IDS
           MOVE 1                      TO WS-FAIL-IDS-PTR

           PERFORM VARYING WN-IDX-RUL FROM 1 BY 1
                   UNTIL WN-IDX-RUL > WS-CNT-RULES

               PERFORM CHECK-RULE-FILTER

               IF  WS-RULE-APPLIES

                   ADD WS-RUL-WEIGHT(WN-IDX-RUL) TO WS-GOOD-MAXIMUM

                   PERFORM EVALUATE-RULE

                   IF  WS-RULE-FAILED
                       ADD WS-RUL-WEIGHT(WN-IDX-RUL)
                                           TO WS-GOOD-PENALTY
                       ADD 1               TO WS-GOOD-CNT-FAIL
                       MOVE WN-IDX-RUL
                               TO WS-GOOD-FAIL-RULE(WS-GOOD-CNT-FAIL)
                       ADD 1   TO WS-RUL-FAILS-ENT(WN-IDX-RUL)
                       ADD 1   TO WS-RUL-FAILS-TOT(WN-IDX-RUL)
                       IF  WS-FAIL-IDS-PTR < 42
                           STRING WS-RUL-ID(WN-IDX-RUL)
                                               DELIMITED BY SPACE
                                  " "          DELIMITED BY SIZE
                                  INTO WS-GOOD-FAIL-IDS
                                  WITH POINTER WS-FAIL-IDS-PTR
                       END-IF
                   END-IF

               END-IF

           END-PERFORM

           IF  WS-GOOD-MAXIMUM > ZEROS
               COMPUTE WS-SCORE-GOOD ROUNDED =
                       (WS-GOOD-MAXIMUM - WS-GOOD-PENALTY) * 100
                       / WS-GOOD-MAXIMUM
           ELSE
               MOVE 100                TO WS-SCORE-GOOD
           END-IF.

      ******************************************************************
      *.PN                    CHECK-RULE-FILTER                        *
      ******************************************************************
       CHECK-RULE-FILTER.

           SET WS-RULE-APPLIES         TO TRUE

           IF  WS-RUL-FLT-FIELD(WN-IDX-RUL) NOT EQUAL SPACES
               MOVE WS-RUL-FLT-FIELD(WN-IDX-RUL) TO WS-FLD-NAME
               PERFORM GET-FIELD-VALUE
               IF  WS-FLD-VALUE NOT EQUAL WS-RUL-FLT-VALUE(WN-IDX-RUL)
                   MOVE 'N'            TO WS-SW-RULE-APPLIES
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    EVALUATE-RULE                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - DEJA WS-RULE-FAILED SEGUN LA CONDICION DE LA REGLA SOBRE   *
      *     EL VALOR DEL CAMPO. 'ZR' EN UN CAMPO ALFANUMERICO FALLA SI *
      *     SOLO TIENE CEROS Y BLANCOS.                                *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SETS WS-RULE-FAILED FROM THE RULE CONDITION ON THE FIELD   *
      *     VALUE. 'ZR' ON AN ALPHANUMERIC FIELD FAILS WHEN IT HOLDS   *
      *     ONLY ZEROS AND BLANKS.                                     *
      *B.PR.E                                                          *
      ******************************************************************
       EVALUATE-RULE.

           MOVE 'N'                    TO WS-SW-RULE-FAILED

           MOVE WS-RUL-FIELD(WN-IDX-RUL) TO WS-FLD-NAME
           PERFORM GET-FIELD-VALUE

           EVALUATE WS-RUL-COND(WN-IDX-RUL)

               WHEN 'BL'
                   IF  WS-FLD-VALUE EQUAL SPACES OR LOW-VALUES
                       SET WS-RULE-FAILED  TO TRUE
                   END-IF

               WHEN 'ZR'
                   MOVE WS-FLD-VALUE       TO WS-FLD-ZERO-TEST
                   INSPECT WS-FLD-ZERO-TEST REPLACING ALL '0' BY SPACE
                   IF  WS-FLD-ZERO-TEST EQUAL SPACES OR LOW-VALUES
                       SET WS-RULE-FAILED  TO TRUE
                   END-IF

               WHEN 'NS'
                   IF  WS-FLD-VALUE(1:1) NOT EQUAL CA-YES
                       SET WS-RULE-FAILED  TO TRUE
                   END-IF

               WHEN 'ND'
                   IF  WS-FLD-VALUE(1:4) IS NOT NUMERIC
                       OR WS-FLD-VALUE(5:1) NOT EQUAL '-'
                       OR WS-FLD-VALUE(6:2) IS NOT NUMERIC
                       OR WS-FLD-VALUE(8:1) NOT EQUAL '-'
                       OR WS-FLD-VALUE(9:2) IS NOT NUMERIC
                       OR WS-FLD-VALUE(6:2) < '01'
                       OR WS-FLD-VALUE(6:2) > '12'
                       OR WS-FLD-VALUE(9:2) < '01'
                       OR WS-FLD-VALUE(9:2) > '31'
                       SET WS-RULE-FAILED  TO TRUE
                   END-IF

               WHEN 'EQ'
                   IF  WS-FLD-VALUE EQUAL WS-RUL-COND-VALUE(WN-IDX-RUL)
                       SET WS-RULE-FAILED  TO TRUE
                   END-IF

               WHEN 'NE'
                   IF  WS-FLD-VALUE NOT EQUAL
                                   WS-RUL-COND-VALUE(WN-IDX-RUL)
                       SET WS-RULE-FAILED  TO TRUE
                   END-IF

           END-EVALUATE.

      ******************************************************************
      *.PN                    GET-FIELD-VALUE                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - DEVUELVE EN WS-FLD-VALUE EL CONTENIDO DEL CAMPO ACNC003    *
      *     CUYO NOMBRE VIENE EN WS-FLD-NAME. LOS NUMERICOS SE         *
      *     DEVUELVEN CON SUS DIGITOS TAL CUAL (WS-FLD-NUMERIC). UN    *
      *     NOMBRE QUE NO ESTA EN LA LISTA DEJA WS-FLD-UNKNOWN.        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RETURNS IN WS-FLD-VALUE THE CONTENT OF THE ACNC003 FIELD   *
      *     NAMED IN WS-FLD-NAME. NUMERIC FIELDS COME BACK WITH THEIR  *
      *     DIGITS AS THEY ARE (WS-FLD-NUMERIC). A NAME NOT IN THE     *
      *     LIST SETS WS-FLD-UNKNOWN.                                  *
      *B.PR.E                                                          *
      ******************************************************************
       GET-FIELD-VALUE.

           MOVE SPACES                 TO WS-FLD-VALUE
           SET WS-FLD-ALPHA            TO TRUE

           EVALUATE WS-FLD-NAME
               WHEN 'N003-COD-GOOD'
                   MOVE N003-COD-GOOD       TO WS-FLD-VALUE
               WHEN 'N003-TYP-GOOD'
                   MOVE N003-TYP-GOOD       TO WS-FLD-VALUE
               WHEN 'N003-DAT-BGN-GOOD'
                   MOVE N003-DAT-BGN-GOOD   TO WS-FLD-VALUE
               WHEN 'N003-DAT-MAT-GOOD'
                   MOVE N003-DAT-MAT-GOOD   TO WS-FLD-VALUE
               WHEN 'N003-DES-GOOD'
                   MOVE N003-DES-GOOD       TO WS-FLD-VALUE
               WHEN 'N003-DES-LOCATION'
                   MOVE N003-DES-LOCATION   TO WS-FLD-VALUE
               WHEN 'N003-BRN-GOOD'
                   MOVE N003-BRN-GOOD       TO WS-FLD-VALUE
               WHEN 'N003-FLG-VALID-BAS'
                   MOVE N003-FLG-VALID-BAS  TO WS-FLD-VALUE
               WHEN 'N003-FLG-EXC-INSU'
                   MOVE N003-FLG-EXC-INSU   TO WS-FLD-VALUE
               WHEN 'N003-DAT-EXC-INSU'
                   MOVE N003-DAT-EXC-INSU   TO WS-FLD-VALUE
               WHEN 'N003-HAIRCUT'
                   MOVE N003-HAIRCUT(1:5)   TO WS-FLD-VALUE
                   SET WS-FLD-NUMERIC       TO TRUE
               WHEN 'N003-COMMENTS'
                   MOVE N003-COMMENTS       TO WS-FLD-VALUE
               WHEN 'N003-FCC-GOOD'
                   MOVE N003-FCC-GOOD       TO WS-FLD-VALUE
               WHEN 'N003-GOOD-AMT'
                   MOVE N003-GOOD-AMT(1:15) TO WS-FLD-VALUE
                   SET WS-FLD-NUMERIC       TO TRUE
               WHEN 'N003-NUM-BUILDING'
                   MOVE N003-NUM-BUILDING   TO WS-FLD-VALUE
               WHEN 'N003-NUM-TOT-AREA'
                   MOVE N003-NUM-TOT-AREA(1:11) TO WS-FLD-VALUE
                   SET WS-FLD-NUMERIC       TO TRUE
               WHEN 'N003-NUM-BUILT-AREA'
                   MOVE N003-NUM-BUILT-AREA(1:11) TO WS-FLD-VALUE
                   SET WS-FLD-NUMERIC       TO TRUE
               WHEN 'N003-TYP-AREA'
                   MOVE N003-TYP-AREA       TO WS-FLD-VALUE
               WHEN 'N003-DES-AMNG-STRE1'
                   MOVE N003-DES-AMNG-STRE1 TO WS-FLD-VALUE
               WHEN 'N003-DES-AMNG-STRE2'
                   MOVE N003-DES-AMNG-STRE2 TO WS-FLD-VALUE
               WHEN 'N003-DES-ADM-AREA'
                   MOVE N003-DES-ADM-AREA   TO WS-FLD-VALUE
               WHEN 'N003-COD-AREA'
                   MOVE N003-COD-AREA       TO WS-FLD-VALUE
               WHEN 'N003-FLG-LOC-GEO'
                   MOVE N003-FLG-LOC-GEO    TO WS-FLD-VALUE
               WHEN 'N003-DES-SECTION'
                   MOVE N003-DES-SECTION    TO WS-FLD-VALUE
               WHEN 'N003-DES-BLOCK'
                   MOVE N003-DES-BLOCK      TO WS-FLD-VALUE
               WHEN 'N003-COD-PLOT'
                   MOVE N003-COD-PLOT       TO WS-FLD-VALUE
               WHEN 'N003-COD-PROPERTY'
                   MOVE N003-COD-PROPERTY   TO WS-FLD-VALUE
               WHEN 'N003-TYP-PROPERTY'
                   MOVE N003-TYP-PROPERTY   TO WS-FLD-VALUE
               WHEN 'N003-DES-BUILDING'
                   MOVE N003-DES-BUILDING   TO WS-FLD-VALUE
               WHEN 'N003-COD-OLD'
                   MOVE N003-COD-OLD        TO WS-FLD-VALUE
               WHEN 'N003-DAT-CNTB'
                   MOVE N003-DAT-CNTB       TO WS-FLD-VALUE
               WHEN 'N003-FLG-TAX'
                   MOVE N003-FLG-TAX        TO WS-FLD-VALUE
               WHEN 'N003-FLG-DISPOSAL'
                   MOVE N003-FLG-DISPOSAL   TO WS-FLD-VALUE
               WHEN 'N003-PORTAL'
                   MOVE N003-PORTAL         TO WS-FLD-VALUE
               WHEN 'N003-DETAIL'
                   MOVE N003-DETAIL         TO WS-FLD-VALUE
               WHEN 'N003-ADRCUS'
                   MOVE N003-ADRCUS         TO WS-FLD-VALUE
               WHEN 'N003-LOCALIT'
                   MOVE N003-LOCALIT        TO WS-FLD-VALUE
               WHEN 'N003-TOWN'
                   MOVE N003-TOWN           TO WS-FLD-VALUE
               WHEN 'N003-COUNTY'
                   MOVE N003-COUNTY         TO WS-FLD-VALUE
               WHEN 'N003-CODPOST'
                   MOVE N003-CODPOST        TO WS-FLD-VALUE
               WHEN 'N003-COUNTRY'
                   MOVE N003-COUNTRY        TO WS-FLD-VALUE
               WHEN 'N003-NUM-COOWNERS'
                   MOVE N003-NUM-COOWNERS   TO WS-FLD-VALUE
                   SET WS-FLD-NUMERIC       TO TRUE
               WHEN OTHER
                   SET WS-FLD-UNKNOWN       TO TRUE
           END-EVALUATE.

      ******************************************************************
      *.PN                    ACCUMULATE-SCORE                         *
      ******************************************************************
       ACCUMULATE-SCORE.

           ADD 1                 TO WS-SCR-CNT-GOODS(WN-IDX-SET)
           ADD WS-GOOD-CNT-FAIL  TO WS-SCR-CNT-FAILS(WN-IDX-SET)
           ADD WS-GOOD-PENALTY   TO WS-SCR-PTS-PENALTY(WN-IDX-SET)
           ADD WS-GOOD-MAXIMUM   TO WS-SCR-PTS-MAXIMUM(WN-IDX-SET)

           IF  WS-GOOD-CNT-FAIL > ZEROS
               ADD 1             TO WS-SCR-CNT-GOODS-FAIL(WN-IDX-SET)
           END-IF.

      ******************************************************************
      *.PN                    WRITE-WORK-LIST                          *
      ******************************************************************
       WRITE-WORK-LIST.

           PERFORM VARYING WN-IDX-GFL FROM 1 BY 1
                   UNTIL WN-IDX-GFL > WS-GOOD-CNT-FAIL

               MOVE WS-GOOD-FAIL-RULE(WN-IDX-GFL) TO WN-IDX-RUL

               INITIALIZE ACNC0056
               MOVE N003-ENT                   TO N0056-ENT
               MOVE N003-BRN-GOOD              TO N0056-BRN-GOOD
               MOVE N003-NUM-GOOD              TO N0056-NUM-GOOD
               MOVE N003-COD-GOOD              TO N0056-COD-GOOD
               MOVE N003-DES-GOOD              TO N0056-DES-GOOD
               MOVE WS-RUL-ID(WN-IDX-RUL)      TO N0056-RULE-ID
               MOVE WS-RUL-FIELD(WN-IDX-RUL)   TO N0056-FIELD
               MOVE WS-RUL-DES(WN-IDX-RUL)     TO N0056-DES-RULE
               MOVE WS-RUL-WEIGHT(WN-IDX-RUL)  TO N0056-WEIGHT
               MOVE WS-GOOD-PENALTY            TO N0056-PTS-PENALTY-GOOD
               MOVE WS-DAT-PROCESS             TO N0056-DAT-PROCESS

               WRITE ACNC0056

               ADD 1 TO WS-CNT-WORK

           END-PERFORM.

      ******************************************************************
      *.PN                    KEEP-WORST-GOOD                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - MANTIENE LOS WS-WORST-N BIENES CON MAS PENALIZACION DE LA  *
      *     ENTIDAD, ORDENADOS DE MAYOR A MENOR. A IGUAL PENALIZACION  *
      *     QUEDA EL PRIMERO LEIDO.                                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - KEEPS THE ENTITY'S WS-WORST-N GOODS WITH THE HIGHEST       *
      *     PENALTY, FROM HIGHEST TO LOWEST. ON EQUAL PENALTY THE      *
      *     FIRST ONE READ STAYS.                                      *
      *B.PR.E                                                          *
      ******************************************************************
       KEEP-WORST-GOOD.

           MOVE ZEROS                  TO WN-IDX-WST

           IF  WS-CNT-WST < WS-WORST-N
               ADD 1                   TO WS-CNT-WST
               MOVE WS-CNT-WST         TO WN-IDX-WST
           ELSE
               IF  WS-GOOD-PENALTY > WS-WST-PENALTY(WS-CNT-WST)
                   MOVE WS-CNT-WST     TO WN-IDX-WST
               END-IF
           END-IF

           IF  WN-IDX-WST > ZEROS

               MOVE N003-NUM-GOOD      TO WS-WST-NUM-GOOD(WN-IDX-WST)
               MOVE N003-BRN-GOOD      TO WS-WST-BRN(WN-IDX-WST)
               MOVE N003-COD-GOOD      TO WS-WST-COD-GOOD(WN-IDX-WST)
               MOVE WS-GOOD-PENALTY    TO WS-WST-PENALTY(WN-IDX-WST)
               MOVE WS-SCORE-GOOD      TO WS-WST-SCORE(WN-IDX-WST)
               MOVE WS-GOOD-FAIL-IDS   TO WS-WST-FAIL-IDS(WN-IDX-WST)

               PERFORM UNTIL WN-IDX-WST < 2
                          OR WS-WST-PENALTY(WN-IDX-WST)
                             NOT > WS-WST-PENALTY(WN-IDX-WST - 1)
                   MOVE WS-WST-ENTRY(WN-IDX-WST)     TO WS-WST-SWAP
                   MOVE WS-WST-ENTRY(WN-IDX-WST - 1)
                                           TO WS-WST-ENTRY(WN-IDX-WST)
                   MOVE WS-WST-SWAP
                                   TO WS-WST-ENTRY(WN-IDX-WST - 1)
                   SUBTRACT 1          FROM WN-IDX-WST
               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE WS-CNT-RULES           TO WS-WGT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "COLLATERAL DATA-QUALITY SCORECARD AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  " - ACTIVE GOODS - "
                                     DELIMITED BY SIZE
                  WS-WGT-EDIT        DELIMITED BY SIZE
                  " RULES"           DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "SCORE = 100 * (MAXIMUM - PENALTY) / MAXIMUM"
                                       TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-HEADING                     *
      ******************************************************************
       WRITE-ENTITY-HEADING.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "          DELIMITED BY SIZE
                  WS-PREV-ENT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "BRANCH          GOODS  FAILING      FAILS"
                                     DELIMITED BY SIZE
                  "      PENALTY      MAXIMUM   SCORE"
                                     DELIMITED BY SIZE
                  "  PREVIOUS   CHANGE  TREND"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-BRANCH-TOTAL                       *
      ******************************************************************
       WRITE-BRANCH-TOTAL.

           MOVE CA-SET-BRN             TO WN-IDX-SET
           MOVE CA-LEVEL-BRANCH        TO WS-SCR-LEVEL
           MOVE WS-PREV-BRN            TO WS-SCR-BRN

           MOVE SPACES                 TO WS-SCORE-LINE
           STRING "  "               DELIMITED BY SIZE
                  WS-PREV-BRN        DELIMITED BY SIZE
                  INTO SCL-LABEL

           PERFORM WRITE-SCORE-LINE

           INITIALIZE WS-SCR-SET(CA-SET-BRN).

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
       WRITE-ENTITY-TOTAL.

           MOVE CA-SET-ENT             TO WN-IDX-SET
           MOVE CA-LEVEL-ENTITY        TO WS-SCR-LEVEL
           MOVE SPACES                 TO WS-SCR-BRN

           MOVE SPACES                 TO WS-SCORE-LINE
           MOVE "  ENTITY TOTAL"       TO SCL-LABEL

           PERFORM WRITE-SCORE-LINE

           PERFORM WRITE-RULE-FAILURES

           PERFORM WRITE-WORST-GOODS

           INITIALIZE WS-SCR-SET(CA-SET-ENT)

           PERFORM VARYING WN-IDX-RUL FROM 1 BY 1
                   UNTIL WN-IDX-RUL > WS-CNT-RULES
               MOVE ZEROS              TO WS-RUL-FAILS-ENT(WN-IDX-RUL)
           END-PERFORM

           INITIALIZE WS-WORST-TABLE.

      ******************************************************************
      *.PN                    WRITE-GRAND-TOTAL                        *
      ******************************************************************
       WRITE-GRAND-TOTAL.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CA-SET-GRAND           TO WN-IDX-SET

           MOVE SPACES                 TO WS-SCORE-LINE
           MOVE "ALL ENTITIES"         TO SCL-LABEL

           MOVE 100                    TO WS-SCORE
           IF  WS-SCR-PTS-MAXIMUM(WN-IDX-SET) > ZEROS
               COMPUTE WS-SCORE ROUNDED =
                       (WS-SCR-PTS-MAXIMUM(WN-IDX-SET)
                      - WS-SCR-PTS-PENALTY(WN-IDX-SET)) * 100
                      / WS-SCR-PTS-MAXIMUM(WN-IDX-SET)
           END-IF

           MOVE WS-SCR-CNT-GOODS(WN-IDX-SET)      TO SCL-GOODS
           MOVE WS-SCR-CNT-GOODS-FAIL(WN-IDX-SET) TO SCL-GOODS-FAIL
           MOVE WS-SCR-CNT-FAILS(WN-IDX-SET)      TO SCL-FAILS
           MOVE WS-SCR-PTS-PENALTY(WN-IDX-SET)    TO SCL-PENALTY
           MOVE WS-SCR-PTS-MAXIMUM(WN-IDX-SET)    TO SCL-MAXIMUM
           MOVE WS-SCORE                          TO SCL-SCORE
           MOVE SPACES                            TO SCL-PREVIOUS-X
           MOVE SPACES                            TO SCL-CHANGE-X

           MOVE WS-SCORE-LINE          TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FAILURES BY RULE - ALL ENTITIES" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-RUL FROM 1 BY 1
                   UNTIL WN-IDX-RUL > WS-CNT-RULES
               MOVE WS-RUL-FAILS-TOT(WN-IDX-RUL) TO WS-CNT-EDIT
               PERFORM WRITE-RULE-LINE
           END-PERFORM.

      ******************************************************************
      *.PN                    WRITE-SCORE-LINE                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - CALCULA LA NOTA DEL JUEGO WN-IDX-SET, LA COMPARA CON LA    *
      *     ULTIMA ANTERIOR DEL HISTORICO, IMPRIME LA LINEA Y GRABA LA *
      *     LINEA DE HISTORICO DE ESTA EJECUCION.                      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COMPUTES THE SCORE OF SET WN-IDX-SET, COMPARES IT WITH THE *
      *     LATEST PREVIOUS ONE IN THE HISTORY, PRINTS THE LINE AND    *
      *     WRITES THIS RUN'S HISTORY LINE.                            *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-SCORE-LINE.

           MOVE 100                    TO WS-SCORE
           IF  WS-SCR-PTS-MAXIMUM(WN-IDX-SET) > ZEROS
               COMPUTE WS-SCORE ROUNDED =
                       (WS-SCR-PTS-MAXIMUM(WN-IDX-SET)
                      - WS-SCR-PTS-PENALTY(WN-IDX-SET)) * 100
                      / WS-SCR-PTS-MAXIMUM(WN-IDX-SET)
           END-IF

           MOVE WS-SCR-CNT-GOODS(WN-IDX-SET)      TO SCL-GOODS
           MOVE WS-SCR-CNT-GOODS-FAIL(WN-IDX-SET) TO SCL-GOODS-FAIL
           MOVE WS-SCR-CNT-FAILS(WN-IDX-SET)      TO SCL-FAILS
           MOVE WS-SCR-PTS-PENALTY(WN-IDX-SET)    TO SCL-PENALTY
           MOVE WS-SCR-PTS-MAXIMUM(WN-IDX-SET)    TO SCL-MAXIMUM
           MOVE WS-SCORE                          TO SCL-SCORE

           PERFORM FIND-PREVIOUS-SCORE

           IF  WS-PRV-FOUND
               MOVE WS-PRV-SCORE(WN-IDX-PRV)  TO WS-SCORE-PRV
               COMPUTE WS-SCORE-CHG = WS-SCORE - WS-SCORE-PRV
               MOVE WS-SCORE-PRV              TO SCL-PREVIOUS
               MOVE WS-SCORE-CHG              TO SCL-CHANGE
               EVALUATE TRUE
                   WHEN WS-SCORE-CHG > ZEROS
                       MOVE "IMPROVED"        TO SCL-TREND
                   WHEN WS-SCORE-CHG < ZEROS
                       MOVE "DETERIORATED"    TO SCL-TREND
                   WHEN OTHER
                       MOVE "UNCHANGED"       TO SCL-TREND
               END-EVALUATE
           ELSE
               MOVE SPACES                    TO SCL-PREVIOUS-X
               MOVE SPACES                    TO SCL-CHANGE-X
               MOVE "FIRST RUN"               TO SCL-TREND
           END-IF

           MOVE WS-SCORE-LINE          TO REPORT-LINE
           WRITE REPORT-LINE

           INITIALIZE ACNC0055
           MOVE WS-DAT-PROCESS                     TO N0055-DAT-PROCESS
           MOVE WS-SCR-LEVEL                       TO N0055-LEVEL
           MOVE WS-PREV-ENT                        TO N0055-ENT
           MOVE WS-SCR-BRN                         TO N0055-BRN-GOOD
           MOVE WS-SCR-CNT-GOODS(WN-IDX-SET)       TO N0055-CNT-GOODS
           MOVE WS-SCR-CNT-GOODS-FAIL(WN-IDX-SET)
                                           TO N0055-CNT-GOODS-FAIL
           MOVE WS-SCR-CNT-FAILS(WN-IDX-SET)       TO N0055-CNT-FAILS
           MOVE WS-SCR-PTS-PENALTY(WN-IDX-SET)     TO N0055-PTS-PENALTY
           MOVE WS-SCR-PTS-MAXIMUM(WN-IDX-SET)     TO N0055-PTS-MAXIMUM
           MOVE WS-SCORE                           TO N0055-SCORE

           WRITE ACNC0055.

      ******************************************************************
      *.PN                    WRITE-RULE-FAILURES                      *
      ******************************************************************
       WRITE-RULE-FAILURES.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  FAILURES BY RULE" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-RUL FROM 1 BY 1
                   UNTIL WN-IDX-RUL > WS-CNT-RULES
               MOVE WS-RUL-FAILS-ENT(WN-IDX-RUL) TO WS-CNT-EDIT
               PERFORM WRITE-RULE-LINE
           END-PERFORM.

      ******************************************************************
      *.PN                    WRITE-RULE-LINE                          *
      ******************************************************************
       WRITE-RULE-LINE.

           MOVE WS-RUL-WEIGHT(WN-IDX-RUL)  TO WS-WGT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "    "                      DELIMITED BY SIZE
                  WS-RUL-ID(WN-IDX-RUL)       DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-RUL-FIELD(WN-IDX-RUL)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-RUL-COND(WN-IDX-RUL)     DELIMITED BY SIZE
                  "  WEIGHT "                 DELIMITED BY SIZE
                  WS-WGT-EDIT                 DELIMITED BY SIZE
                  "  FAILS "                  DELIMITED BY SIZE
                  WS-CNT-EDIT                 DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-RUL-DES(WN-IDX-RUL)      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-WORST-GOODS                        *
      ******************************************************************
       WRITE-WORST-GOODS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-WORST-N             TO WS-WGT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  WORST GOODS (UP TO " DELIMITED BY SIZE
                  WS-WGT-EDIT        DELIMITED BY SIZE
                  ")"                DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "    BRN    GOOD NUM  CODE        PENALTY   SCORE"
                                     DELIMITED BY SIZE
                  "  FAILED RULES"   DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-WST FROM 1 BY 1
                   UNTIL WN-IDX-WST > WS-CNT-WST

               MOVE WS-WST-NUM-GOOD(WN-IDX-WST)  TO WS-NUM-EDIT
               MOVE WS-WST-PENALTY(WN-IDX-WST)   TO WS-PTS-EDIT
               MOVE WS-WST-SCORE(WN-IDX-WST)     TO WS-SCORE-EDIT

               MOVE SPACES TO WS-PRINT-LINE
               STRING "    "                       DELIMITED BY SIZE
                      WS-WST-BRN(WN-IDX-WST)       DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WS-NUM-EDIT                  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-WST-COD-GOOD(WN-IDX-WST)  DELIMITED BY SIZE
                      "    "                       DELIMITED BY SIZE
                      WS-PTS-EDIT                  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-SCORE-EDIT                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-WST-FAIL-IDS(WN-IDX-WST)  DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM.

      ******************************************************************
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - PASADA PREVIA SOBRE GOODEXT COMO EN AC3C0ROS: CABECERA     *
      *     'H' PRIMERO, COLA 'T' AL FINAL, Y NUMERO DE REGISTROS Y    *
      *     TOTAL DE CONTROL CUADRADOS CON LA COLA (RC=16 SI NO).      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PRE-PASS OVER GOODEXT AS IN AC3C0ROS: 'H' HEADER FIRST,    *
      *     'T' TRAILER LAST, AND RECORD COUNT AND HASH TOTAL          *
      *     MATCHING THE TRAILER (RC=16 OTHERWISE).                    *
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
      ******************************************************************
       CONTROL-ERROR.

           DISPLAY "AC3C2ROS - CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
