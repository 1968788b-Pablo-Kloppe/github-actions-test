      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     ESCALERA DE VENCIMIENTOS Y AVISOS PREVIOS AL VENCIMIENTO
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     MATURITY LADDER AND PRE-MATURITY NOTIFICATIONS             *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC3C1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     NADA VIGILA N003-DAT-MAT-GOOD: LOS BIENES PASAN SU         *
      *     VENCIMIENTO Y SIGUEN ACTIVOS. ESTE PROCESO ORDENA EL       *
      *     EXTRACTO POR ENTIDAD, OFICINA (N003-BRN-GOOD) Y FECHA DE   *
      *     VENCIMIENTO Y REPARTE LOS BIENES ACTIVOS POR PLAZO HASTA   *
      *     EL VENCIMIENTO (VENCIDO, 0-30, 31-90, 91-180, 181-365      *
      *     DIAS, MAS ADELANTE, SIN FECHA), CON NUMERO DE BIENES E     *
      *     IMPORTE EN EUR (N003-GOOD-AMT CONVERTIDO CON FXRATES) POR  *
      *     OFICINA, ENTIDAD Y TOTAL. LOS BIENES QUE VENCEN DENTRO DEL *
      *     PLAZO DE AVISO (MATPARM, 90 DIAS POR DEFECTO) SE GRABAN EN *
      *     MATNOTE (ACNC0052) PARA LOS GESTORES DE CADA OFICINA. LOS  *
      *     BIENES YA VENCIDOS Y LOS QUE NO TIENEN UNA FECHA DE        *
      *     VENCIMIENTO VALIDA SE LISTAN EN UNA PAGINA DE EXCEPCIONES. *
      *     LOS REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE        *
      *     VERIFICAN EN PASADA PREVIA Y LA EJECUCION SE REGISTRA EN   *
      *     RUNCTL (ACNC0036) PARA NO REPETIR LOS AVISOS.              *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    MATPARM          E     FECHA DE PROCESO Y PLAZO DE AVISO    *
      *    FXRATES          E     COTIZACIONES (EUR POR UNIDAD)        *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    MATGSRT         E/S    EXTRACTO ORDENADO ENT/OFI/VTO        *
      *    MATNOTE          S     AVISOS DE VENCIMIENTO POR OFICINA    *
      *    MATRPT           S     ESCALERA DE VENCIMIENTOS             *
      *    RUNCTL          E/S    CONTROL DE EJECUCIONES               *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     NOTHING WATCHES N003-DAT-MAT-GOOD: GOODS PASS THEIR        *
      *     MATURITY AND STAY ACTIVE. THIS BATCH SORTS THE EXTRACT BY  *
      *     ENTITY, BRANCH (N003-BRN-GOOD) AND MATURITY DATE AND       *
      *     BUCKETS THE ACTIVE GOODS BY TIME TO MATURITY (OVERDUE,     *
      *     0-30, 31-90, 91-180, 181-365 DAYS, LATER, NO DATE), WITH   *
      *     THE NUMBER OF GOODS AND THE EUR AMOUNT (N003-GOOD-AMT      *
      *     CONVERTED WITH FXRATES) PER BRANCH, ENTITY AND IN TOTAL.   *
      *     GOODS MATURING WITHIN THE NOTICE WINDOW (MATPARM, 90 DAYS  *
      *     BY DEFAULT) ARE WRITTEN TO MATNOTE (ACNC0052) FOR EACH     *
      *     BRANCH'S ACCOUNT MANAGERS. GOODS ALREADY PAST MATURITY AND *
      *     GOODS WITHOUT A VALID MATURITY DATE ARE LISTED ON AN       *
      *     EXCEPTIONS PAGE. THE EXTRACT CONTROL RECORDS (ACNC0034)    *
      *     ARE VERIFIED IN A PRE-PASS AND THE RUN IS REGISTERED IN    *
      *     RUNCTL (ACNC0036) SO THE NOTICES ARE NOT SENT TWICE.       *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    MATPARM          I     PROCESS DATE AND NOTICE WINDOW       *
      *    FXRATES          I     FX RATES (EUR PER UNIT)              *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    MATGSRT         I/O    EXTRACT SORTED ENT/BRN/MATURITY      *
      *    MATNOTE          O     MATURITY NOTICES BY BRANCH           *
      *    MATRPT           O     MATURITY LADDER REPORT               *
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

           SELECT MAT-PARM-FILE        ASSIGN TO "MATPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT FX-RATE-FILE         ASSIGN TO "FXRATES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "MATGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT MAT-NOTICE-FILE      ASSIGN TO "MATNOTE"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT MAT-REPORT-FILE      ASSIGN TO "MATRPT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-FILE
                                        ASSIGN TO "RUNCTL"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  MAT-PARM-FILE
           RECORDING MODE IS F.

       01  MAT-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-NOTICE-DAYS            PIC 9(03).

       FD  FX-RATE-FILE
           RECORDING MODE IS F.

       01  FX-RATE-RECORD.
           05  FXR-CUR                     PIC X(03).
           05  FXR-RATE                    PIC 9(03)V9(06).
           05  FXR-DAT                     PIC X(10).

      ******************************************************************
      *    EXTRACTO TAL CUAL LLEGA, SIN GARANTIA DE ORDEN              *
      *    EXTRACT AS RECEIVED, WITH NO GUARANTEE OF ORDER             *
      ******************************************************************
       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR ENTIDAD (N003-ENT), OFICINA *
      *    (N003-BRN-GOOD) Y VENCIMIENTO (N003-DAT-MAT-GOOD)           *
      *    SORT WORK FILE, KEYED BY ENTITY (N003-ENT), BRANCH          *
      *    (N003-BRN-GOOD) AND MATURITY (N003-DAT-MAT-GOOD)            *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(01).
           05  SR-ENT                   PIC X(04).
           05  FILLER                   PIC X(32).
           05  SR-DAT-MAT               PIC X(10).
           05  FILLER                   PIC X(80).
           05  SR-BRN                   PIC X(04).
           05  FILLER                   PIC X(621).

      ******************************************************************
      *    EXTRACTO YA ORDENADO POR ENTIDAD, OFICINA Y VENCIMIENTO     *
      *    EXTRACT ALREADY SORTED BY ENTITY, BRANCH AND MATURITY       *
      ******************************************************************
       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  MAT-NOTICE-FILE
           RECORDING MODE IS F.

           COPY ACNC0052.

       FD  MAT-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       FD  RUN-CTL-FILE
           RECORDING MODE IS F.

           COPY ACNC0036.

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-RAW-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RAW-EOF                          VALUE 'Y'.
           05  WS-SW-FIRST-GOOD            PIC X(01)   VALUE 'S'.
               88  WS-FIRST-GOOD                       VALUE 'S'.
           05  WS-SW-DATE-OK               PIC X(01)   VALUE 'N'.
               88  WS-DATE-OK                          VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-NOTICE-DAYS              PIC 9(03)   VALUE ZEROS.

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
           05  WS-CNT-ACTIVE               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NOTICES              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-OVERDUE              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-DATE              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-FX                PIC 9(07)   VALUE ZEROS.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-PREV-BRN                 PIC X(04)   VALUE SPACES.

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
      *    PLAZO HASTA EL VENCIMIENTO DEL BIEN EN CURSO                *
      *    TIME TO MATURITY OF THE CURRENT GOOD                        *
      ******************************************************************
       01  WS-MATURITY-FIELDS.
           05  WS-DAT-PROCESS-DAYS         PIC 9(08)   VALUE ZEROS.
           05  WS-DAT-MAT-DAYS             PIC 9(08)   VALUE ZEROS.
           05  WS-DAYS-TO-MAT              PIC S9(08)  VALUE ZEROS.
           05  WS-AMT-EUR                  PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-GOOD                 PIC 9(13)V9(02) VALUE ZEROS.

      ******************************************************************
      *    ACUMULADOS DE LA ESCALERA: JUEGO 1 = OFICINA, 2 = ENTIDAD,  *
      *    3 = TOTAL. TRAMOS: 1 VENCIDO, 2 0-30, 3 31-90, 4 91-180,    *
      *    5 181-365, 6 MAS ADELANTE, 7 SIN FECHA VALIDA.              *
      *    LADDER TOTALS: SET 1 = BRANCH, 2 = ENTITY, 3 = GRAND TOTAL. *
      *    BUCKETS: 1 OVERDUE, 2 0-30, 3 31-90, 4 91-180, 5 181-365,   *
      *    6 LATER, 7 NO VALID DATE.                                   *
      ******************************************************************
       01  WS-LADDER-FIELDS.
           05  WN-IDX-SET                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-BKT                  PIC S9(4) COMP VALUE +0.
           05  WN-BKT-GOOD                 PIC S9(4) COMP VALUE +0.
           05  WS-LAD-SET OCCURS 3 TIMES.
               10  WS-LAD-BKT OCCURS 7 TIMES.
                   15  WS-LAD-CNT          PIC 9(07).
                   15  WS-LAD-AMT          PIC 9(15)V9(02).
               10  WS-LAD-TOT-CNT          PIC 9(07).
               10  WS-LAD-TOT-AMT          PIC 9(15)V9(02).
               10  WS-LAD-NOFX-CNT         PIC 9(07).

      ******************************************************************
      *    REGISTRO DE CONTROL DE EJECUCIONES (VER ACNC0036)           *
      *    RUN-CONTROL REGISTRATION (SEE ACNC0036)                     *
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
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-DEF-NOTICE-DAYS          PIC 9(03)   VALUE 90.
           05  CA-SET-BRN                  PIC 9(01)   VALUE 1.
           05  CA-SET-ENT                  PIC 9(01)   VALUE 2.
           05  CA-SET-GRAND                PIC 9(01)   VALUE 3.
           05  CA-BKT-OVERDUE              PIC 9(01)   VALUE 1.
           05  CA-BKT-NO-DATE              PIC 9(01)   VALUE 7.
           05  CA-MAX-BKT                  PIC 9(01)   VALUE 7.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEAS DE LA ESCALERA (UNA COLUMNA POR TRAMO)               *
      *    LADDER LINES (ONE COLUMN PER BUCKET)                        *
      ******************************************************************
       01  WS-LAD-AMT-LINE.
           05  LDA-LABEL                   PIC X(12).
           05  LDA-COL OCCURS 7 TIMES.
               10  FILLER                  PIC X(01).
               10  LDA-AMT                 PIC Z(12)9,99.
           05  FILLER                      PIC X(01).

       01  WS-LAD-CNT-LINE REDEFINES WS-LAD-AMT-LINE.
           05  LDC-LABEL                   PIC X(12).
           05  LDC-COL OCCURS 7 TIMES.
               10  FILLER                  PIC X(10).
               10  LDC-CNT                 PIC Z(6)9.
           05  FILLER                      PIC X(01).

       01  WS-AMT-EDIT                     PIC Z(14)9,99.
       01  WS-AMT-EDIT-2                   PIC Z(12)9,99.
       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-CNT-EDIT-2                   PIC Z(6)9.
       01  WS-DAYS-EDIT                    PIC Z(7)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-EXTRACT-CONTROLS

           PERFORM READ-PARM

           MOVE WS-DAT-PROCESS TO WS-RUN-DAT-PROCESS

           PERFORM REGISTER-RUN-START

           PERFORM SORT-EXTRACT-BY-MATURITY

           PERFORM OPEN-FILES

           PERFORM LOAD-FX-RATES

           INITIALIZE WS-LADDER-FIELDS

           PERFORM COMPUTE-PROCESS-DAYS

           PERFORM WRITE-REPORT-TITLE

           PERFORM UNTIL WS-EOF
               PERFORM READ-EXTRACT
               IF NOT WS-EOF
                   PERFORM PROCESS-ONE-GOOD
               END-IF
           END-PERFORM

           IF NOT WS-FIRST-GOOD
               PERFORM WRITE-BRANCH-TOTAL
               PERFORM WRITE-ENTITY-TOTAL
           END-IF

           PERFORM WRITE-GRAND-TOTAL

           CLOSE GOOD-EXTRACT-FILE

           PERFORM LIST-EXCEPTIONS

           PERFORM REGISTER-RUN-END

           PERFORM CLOSE-FILES

           DISPLAY "AC3C1ROS - READ: "     WS-CNT-READ
                   "  ACTIVE: "            WS-CNT-ACTIVE
                   "  NOTICES: "           WS-CNT-NOTICES
                   "  OVERDUE: "           WS-CNT-OVERDUE
                   "  NO DATE: "           WS-CNT-NO-DATE
                   "  NO FX RATE: "        WS-CNT-NO-FX

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - SIN PLAZO DE AVISO (CERO O NO NUMERICO) SE AVISA A 90 DIAS.*
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITH NO NOTICE WINDOW (ZERO OR NOT NUMERIC) THE NOTICES    *
      *     COVER 90 DAYS.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           OPEN INPUT MAT-PARM-FILE

           READ MAT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   IF  PARM-NOTICE-DAYS IS NUMERIC
                       MOVE PARM-NOTICE-DAYS  TO WS-NOTICE-DAYS
                   END-IF
           END-READ

           CLOSE MAT-PARM-FILE

           IF  WS-NOTICE-DAYS EQUAL ZEROS
               MOVE CA-DEF-NOTICE-DAYS    TO WS-NOTICE-DAYS
           END-IF.

      ******************************************************************
      *.PN                    SORT-EXTRACT-BY-MATURITY                 *
      *                                                                *
      *A.PR.S                                                          *
      *   - ORDENA EL EXTRACTO POR ENTIDAD, OFICINA Y VENCIMIENTO PARA *
      *     LAS RUPTURAS DE CONTROL Y PARA QUE LOS AVISOS DE CADA      *
      *     OFICINA SALGAN JUNTOS Y POR FECHA (MISMO TRATAMIENTO QUE   *
      *     AC3C0ROS), SIN LOS REGISTROS DE CONTROL YA VERIFICADOS.    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SORTS THE EXTRACT BY ENTITY, BRANCH AND MATURITY FOR THE   *
      *     CONTROL BREAKS AND SO EACH BRANCH'S NOTICES COME OUT       *
      *     TOGETHER AND IN DATE ORDER (SAME HANDLING AS AC3C0ROS),    *
      *     LEAVING OUT THE ALREADY VERIFIED CONTROL RECORDS.          *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-EXTRACT-BY-MATURITY.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
                                SR-BRN
                                SR-DAT-MAT
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
           OPEN OUTPUT MAT-NOTICE-FILE
           OPEN OUTPUT MAT-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE MAT-NOTICE-FILE
                 MAT-REPORT-FILE.

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
      *   - DEVUELVE LOS EUR POR UNIDAD DE LA MONEDA PEDIDA. LA        *
      *     MONEDA LOCAL (EUR) VALE SIEMPRE 1.                         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RETURNS THE EUR PER UNIT OF THE REQUESTED CURRENCY. THE    *
      *     LOCAL CURRENCY (EUR) IS ALWAYS 1.                          *
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
      *   - SE IGNORAN LOS BIENES NO ACTIVOS. AL CAMBIAR DE OFICINA O  *
      *     DE ENTIDAD SE EMITEN LOS BLOQUES ANTERIORES. CADA BIEN     *
      *     ACTIVO SUMA EN SU TRAMO EN LOS TRES JUEGOS Y, SI VENCE     *
      *     DENTRO DEL PLAZO DE AVISO, SE GRABA EN MATNOTE.            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - NON-ACTIVE GOODS ARE SKIPPED. ON A BRANCH OR ENTITY CHANGE *
      *     THE PRIOR BLOCKS ARE EMITTED. EVERY ACTIVE GOOD ADDS TO    *
      *     ITS BUCKET IN THE THREE SETS AND, WHEN IT MATURES WITHIN   *
      *     THE NOTICE WINDOW, IS WRITTEN TO MATNOTE.                  *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD EQUAL CA-STATUS-ACTIVE

               ADD 1 TO WS-CNT-ACTIVE

               IF  WS-FIRST-GOOD
                   MOVE 'N'            TO WS-SW-FIRST-GOOD
                   MOVE N003-ENT        TO WS-PREV-ENT
                   MOVE N003-BRN-GOOD  TO WS-PREV-BRN
               ELSE
                   IF  N003-ENT NOT EQUAL WS-PREV-ENT
                       PERFORM WRITE-BRANCH-TOTAL
                       PERFORM WRITE-ENTITY-TOTAL
                       MOVE N003-ENT       TO WS-PREV-ENT
                       MOVE N003-BRN-GOOD  TO WS-PREV-BRN
                   ELSE
                       IF  N003-BRN-GOOD NOT EQUAL WS-PREV-BRN
                           PERFORM WRITE-BRANCH-TOTAL
                           MOVE N003-BRN-GOOD  TO WS-PREV-BRN
                       END-IF
                   END-IF
               END-IF

               PERFORM CLASSIFY-MATURITY

               PERFORM CONVERT-AMOUNT

               MOVE CA-SET-BRN         TO WN-IDX-SET
               PERFORM ACCUMULATE-LADDER
               MOVE CA-SET-ENT         TO WN-IDX-SET
               PERFORM ACCUMULATE-LADDER
               MOVE CA-SET-GRAND       TO WN-IDX-SET
               PERFORM ACCUMULATE-LADDER

               IF  WN-BKT-GOOD NOT EQUAL CA-BKT-OVERDUE
                   AND WN-BKT-GOOD NOT EQUAL CA-BKT-NO-DATE
                   AND WS-DAYS-TO-MAT NOT > WS-NOTICE-DAYS
                   PERFORM WRITE-NOTICE
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    CHECK-MATURITY-DATE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA FECHA DE VENCIMIENTO ES VALIDA SI VIENE COMO AAAA-MM-DD *
      *     CON AAAA, MM Y DD NUMERICOS, MES 01-12 Y DIA 01-31.        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE MATURITY DATE IS VALID WHEN IT COMES AS YYYY-MM-DD     *
      *     WITH NUMERIC YYYY, MM AND DD, MONTH 01-12 AND DAY 01-31.   *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-MATURITY-DATE.

           MOVE 'N'                    TO WS-SW-DATE-OK

           IF  N003-DAT-MAT-GOOD(1:4) IS NUMERIC
               AND N003-DAT-MAT-GOOD(5:1) EQUAL '-'
               AND N003-DAT-MAT-GOOD(6:2) IS NUMERIC
               AND N003-DAT-MAT-GOOD(8:1) EQUAL '-'
               AND N003-DAT-MAT-GOOD(9:2) IS NUMERIC
               AND N003-DAT-MAT-GOOD(6:2) > '00'
               AND N003-DAT-MAT-GOOD(6:2) < '13'
               AND N003-DAT-MAT-GOOD(9:2) > '00'
               AND N003-DAT-MAT-GOOD(9:2) < '32'
               SET WS-DATE-OK          TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    CLASSIFY-MATURITY                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - VENCIDO ES UNA FECHA DE VENCIMIENTO ANTERIOR A LA FECHA DE *
      *     PROCESO. PARA EL RESTO, LOS DIAS HASTA EL VENCIMIENTO SE   *
      *     CALCULAN CON EL MES COMERCIAL (AAAA*360+MM*30+DD), IGUAL   *
      *     QUE LOS DEMAS CALCULOS DE PLAZOS DEL SISTEMA.              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - OVERDUE IS A MATURITY DATE BEFORE THE PROCESS DATE. FOR    *
      *     THE REST, THE DAYS TO MATURITY USE THE COMMERCIAL MONTH    *
      *     (YYYY*360+MM*30+DD), LIKE THE OTHER TERM CALCULATIONS OF   *
      *     THE SYSTEM.                                                *
      *B.PR.E                                                          *
      ******************************************************************
       CLASSIFY-MATURITY.

           MOVE ZEROS                  TO WS-DAYS-TO-MAT

           PERFORM CHECK-MATURITY-DATE

           IF  NOT WS-DATE-OK

               MOVE CA-BKT-NO-DATE     TO WN-BKT-GOOD
               ADD 1 TO WS-CNT-NO-DATE

           ELSE

               PERFORM COMPUTE-DAYS-TO-MAT

               EVALUATE TRUE
                   WHEN N003-DAT-MAT-GOOD < WS-DAT-PROCESS
                       MOVE CA-BKT-OVERDUE TO WN-BKT-GOOD
                       ADD 1 TO WS-CNT-OVERDUE
                   WHEN WS-DAYS-TO-MAT NOT > 30
                       MOVE 2              TO WN-BKT-GOOD
                   WHEN WS-DAYS-TO-MAT NOT > 90
                       MOVE 3              TO WN-BKT-GOOD
                   WHEN WS-DAYS-TO-MAT NOT > 180
                       MOVE 4              TO WN-BKT-GOOD
                   WHEN WS-DAYS-TO-MAT NOT > 365
                       MOVE 5              TO WN-BKT-GOOD
                   WHEN OTHER
                       MOVE 6              TO WN-BKT-GOOD
               END-EVALUATE

           END-IF.

      ******************************************************************
      *.PN                    COMPUTE-PROCESS-DAYS                     *
      ******************************************************************
       COMPUTE-PROCESS-DAYS.

           COMPUTE WS-DAT-PROCESS-DAYS =
                   FUNCTION NUMVAL(WS-DAT-PROCESS(1:4))  * 360 +
                   FUNCTION NUMVAL(WS-DAT-PROCESS(6:2))  *  30 +
                   FUNCTION NUMVAL(WS-DAT-PROCESS(9:2)).

      ******************************************************************
      *.PN                    COMPUTE-DAYS-TO-MAT                      *
      ******************************************************************
       COMPUTE-DAYS-TO-MAT.

           COMPUTE WS-DAT-MAT-DAYS =
                   FUNCTION NUMVAL(N003-DAT-MAT-GOOD(1:4)) * 360 +
                   FUNCTION NUMVAL(N003-DAT-MAT-GOOD(6:2)) *  30 +
                   FUNCTION NUMVAL(N003-DAT-MAT-GOOD(9:2))

           COMPUTE WS-DAYS-TO-MAT = WS-DAT-MAT-DAYS
                                  - WS-DAT-PROCESS-DAYS

           IF  WS-DAYS-TO-MAT < ZEROS
               AND N003-DAT-MAT-GOOD NOT < WS-DAT-PROCESS
               MOVE ZEROS              TO WS-DAYS-TO-MAT
           END-IF.

      ******************************************************************
      *.PN                    CONVERT-AMOUNT                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - SIN COTIZACION PARA LA MONEDA DEL BIEN EL BIEN CUENTA CON  *
      *     IMPORTE EUR CERO Y SE CUENTA APARTE.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITH NO RATE FOR THE GOOD'S CURRENCY THE GOOD COUNTS WITH  *
      *     EUR AMOUNT ZERO AND IS COUNTED SEPARATELY.                 *
      *B.PR.E                                                          *
      ******************************************************************
       CONVERT-AMOUNT.

           MOVE ZEROS                  TO WS-AMT-GOOD
           MOVE ZEROS                  TO WS-AMT-EUR

           IF  N003-GOOD-AMT IS NUMERIC
               MOVE N003-GOOD-AMT      TO WS-AMT-GOOD
           END-IF

           MOVE N003-FCC-GOOD          TO WS-FX-CUR-WANTED
           PERFORM FIND-FX-RATE

           IF  WS-FX-FOUND
               COMPUTE WS-AMT-EUR ROUNDED =
                       WS-AMT-GOOD * WS-FX-RATE-FOUND
           ELSE
               ADD 1 TO WS-CNT-NO-FX
           END-IF.

      ******************************************************************
      *.PN                    ACCUMULATE-LADDER                        *
      ******************************************************************
       ACCUMULATE-LADDER.

           ADD 1           TO WS-LAD-CNT(WN-IDX-SET, WN-BKT-GOOD)
           ADD WS-AMT-EUR  TO WS-LAD-AMT(WN-IDX-SET, WN-BKT-GOOD)
           ADD 1           TO WS-LAD-TOT-CNT(WN-IDX-SET)
           ADD WS-AMT-EUR  TO WS-LAD-TOT-AMT(WN-IDX-SET)

           IF  NOT WS-FX-FOUND
               ADD 1       TO WS-LAD-NOFX-CNT(WN-IDX-SET)
           END-IF.

      ******************************************************************
      *.PN                    WRITE-NOTICE                             *
      ******************************************************************
       WRITE-NOTICE.

           INITIALIZE ACNC0052

           MOVE N003-ENT               TO N0052-ENT
           MOVE N003-BRN-GOOD          TO N0052-BRN-GOOD
           MOVE N003-NUM-GOOD          TO N0052-NUM-GOOD
           MOVE N003-COD-GOOD          TO N0052-COD-GOOD
           MOVE N003-TYP-GOOD          TO N0052-TYP-GOOD
           MOVE N003-DES-GOOD          TO N0052-DES-GOOD
           MOVE N003-DAT-MAT-GOOD      TO N0052-DAT-MAT-GOOD
           MOVE WS-DAYS-TO-MAT         TO N0052-DAYS-TO-MAT
           MOVE N003-FCC-GOOD          TO N0052-FCC-GOOD
           MOVE WS-AMT-GOOD            TO N0052-GOOD-AMT
           MOVE WS-DAT-PROCESS         TO N0052-DAT-PROCESS

           WRITE ACNC0052

           ADD 1 TO WS-CNT-NOTICES.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE WS-NOTICE-DAYS         TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "MATURITY LADDER AT "  DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  " - EUR, ACTIVE GOODS - NOTICE WINDOW "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  " DAYS"            DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "                      OVERDUE        0-30 DAYS"
                                     DELIMITED BY SIZE
                  "       31-90 DAYS      91-180 DAYS"
                                     DELIMITED BY SIZE
                  "     181-365 DAYS            LATER"
                                     DELIMITED BY SIZE
                  "          NO DATE"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-BRANCH-TOTAL                       *
      ******************************************************************
       WRITE-BRANCH-TOTAL.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENT "             DELIMITED BY SIZE
                  WS-PREV-ENT        DELIMITED BY SIZE
                  " BRN "            DELIMITED BY SIZE
                  WS-PREV-BRN        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE

           MOVE CA-SET-BRN             TO WN-IDX-SET
           PERFORM WRITE-LADDER-BLOCK

           INITIALIZE WS-LAD-SET(CA-SET-BRN).

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
       WRITE-ENTITY-TOTAL.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "          DELIMITED BY SIZE
                  WS-PREV-ENT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE

           MOVE CA-SET-ENT             TO WN-IDX-SET
           PERFORM WRITE-LADDER-BLOCK

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           INITIALIZE WS-LAD-SET(CA-SET-ENT).

      ******************************************************************
      *.PN                    WRITE-GRAND-TOTAL                        *
      ******************************************************************
       WRITE-GRAND-TOTAL.

           MOVE "ALL ENTITIES"         TO WS-PRINT-LINE

           MOVE CA-SET-GRAND           TO WN-IDX-SET
           PERFORM WRITE-LADDER-BLOCK.

      ******************************************************************
      *.PN                    WRITE-LADDER-BLOCK                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - ESPERA EL ROTULO DEL BLOQUE EN WS-PRINT-LINE. UNA LINEA DE *
      *     NUMERO DE BIENES Y OTRA DE IMPORTES POR TRAMO, Y EL TOTAL  *
      *     DEL JUEGO WN-IDX-SET.                                      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EXPECTS THE BLOCK LABEL IN WS-PRINT-LINE. ONE GOODS COUNT  *
      *     LINE AND ONE AMOUNT LINE BY BUCKET, AND THE TOTAL OF SET   *
      *     WN-IDX-SET.                                                *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-LADDER-BLOCK.

           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-LAD-CNT-LINE
           MOVE "  GOODS"              TO LDC-LABEL

           PERFORM VARYING WN-IDX-BKT FROM 1 BY 1
                   UNTIL WN-IDX-BKT > CA-MAX-BKT
               MOVE WS-LAD-CNT(WN-IDX-SET, WN-IDX-BKT)
                                       TO LDC-CNT(WN-IDX-BKT)
           END-PERFORM

           MOVE WS-LAD-CNT-LINE        TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-LAD-AMT-LINE
           MOVE "  AMOUNT EUR"         TO LDA-LABEL

           PERFORM VARYING WN-IDX-BKT FROM 1 BY 1
                   UNTIL WN-IDX-BKT > CA-MAX-BKT
               MOVE WS-LAD-AMT(WN-IDX-SET, WN-IDX-BKT)
                                       TO LDA-AMT(WN-IDX-BKT)
           END-PERFORM

           MOVE WS-LAD-AMT-LINE        TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LAD-TOT-CNT(WN-IDX-SET)  TO WS-CNT-EDIT
           MOVE WS-LAD-TOT-AMT(WN-IDX-SET)  TO WS-AMT-EDIT
           MOVE WS-LAD-NOFX-CNT(WN-IDX-SET) TO WS-CNT-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TOTAL GOODS "   DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  "  AMOUNT EUR "    DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  "   GOODS WITH NO FX RATE (EUR 0): "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT-2      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    LIST-EXCEPTIONS                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - PAGINA DE EXCEPCIONES: RELEE EL EXTRACTO ORDENADO Y LISTA  *
      *     PRIMERO LOS BIENES ACTIVOS YA VENCIDOS, CON LOS DIAS QUE   *
      *     LLEVAN VENCIDOS, Y DESPUES LOS QUE NO TIENEN UNA FECHA DE  *
      *     VENCIMIENTO VALIDA.                                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EXCEPTIONS PAGE: READS THE SORTED EXTRACT BACK AND LISTS   *
      *     FIRST THE ACTIVE GOODS ALREADY PAST MATURITY, WITH THE     *
      *     DAYS THEY ARE OVERDUE, AND THEN THOSE WITHOUT A VALID      *
      *     MATURITY DATE.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       LIST-EXCEPTIONS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "EXCEPTIONS - ACTIVE GOODS PAST MATURITY AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-EXCEPTION-HEADING

           MOVE CA-BKT-OVERDUE         TO WN-IDX-BKT
           PERFORM LIST-EXCEPTION-GOODS

           MOVE WS-CNT-OVERDUE         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GOODS PAST MATURITY: " DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "EXCEPTIONS - ACTIVE GOODS WITHOUT A VALID "
                                     DELIMITED BY SIZE
                  "MATURITY DATE"    DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-EXCEPTION-HEADING

           MOVE CA-BKT-NO-DATE         TO WN-IDX-BKT
           PERFORM LIST-EXCEPTION-GOODS

           MOVE WS-CNT-NO-DATE         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GOODS WITHOUT A VALID MATURITY DATE: "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-EXCEPTION-HEADING                  *
      ******************************************************************
       WRITE-EXCEPTION-HEADING.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENT  BRN    GOOD NUM  CODE        MATURITY   "
                                     DELIMITED BY SIZE
                  "DAYS OVERDUE            AMOUNT  CUR  DESCRIPTION"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    LIST-EXCEPTION-GOODS                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - LISTA LOS BIENES ACTIVOS DEL TRAMO WN-IDX-BKT (VENCIDOS O  *
      *     SIN FECHA) RELEYENDO MATGSRT.                              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LISTS THE ACTIVE GOODS OF BUCKET WN-IDX-BKT (OVERDUE OR NO *
      *     DATE) BY READING MATGSRT BACK.                             *
      *B.PR.E                                                          *
      ******************************************************************
       LIST-EXCEPTION-GOODS.

           MOVE 'N'                    TO WS-SW-EOF

           OPEN INPUT GOOD-EXTRACT-FILE

           PERFORM UNTIL WS-EOF

               READ GOOD-EXTRACT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF  N003-STATUS-GOOD EQUAL CA-STATUS-ACTIVE
                           PERFORM CLASSIFY-EXCEPTION
                           IF  WN-BKT-GOOD EQUAL WN-IDX-BKT
                               PERFORM WRITE-EXCEPTION-LINE
                           END-IF
                       END-IF
               END-READ

           END-PERFORM

           CLOSE GOOD-EXTRACT-FILE.

      ******************************************************************
      *.PN                    CLASSIFY-EXCEPTION                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMO CLASSIFY-MATURITY PERO SIN TOCAR LOS CONTADORES, QUE  *
      *     YA SE SUMARON EN LA PRIMERA PASADA.                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LIKE CLASSIFY-MATURITY BUT WITHOUT TOUCHING THE COUNTERS,  *
      *     WHICH WERE ALREADY ADDED IN THE FIRST PASS.                *
      *B.PR.E                                                          *
      ******************************************************************
       CLASSIFY-EXCEPTION.

           MOVE ZEROS                  TO WS-DAYS-TO-MAT
           MOVE ZEROS                  TO WN-BKT-GOOD

           PERFORM CHECK-MATURITY-DATE

           IF  NOT WS-DATE-OK
               MOVE CA-BKT-NO-DATE     TO WN-BKT-GOOD
           ELSE
               IF  N003-DAT-MAT-GOOD < WS-DAT-PROCESS
                   MOVE CA-BKT-OVERDUE TO WN-BKT-GOOD
                   PERFORM COMPUTE-DAYS-TO-MAT
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    WRITE-EXCEPTION-LINE                     *
      ******************************************************************
       WRITE-EXCEPTION-LINE.

           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT
           MOVE ZEROS                  TO WS-AMT-EDIT-2

           IF  N003-GOOD-AMT IS NUMERIC
               MOVE N003-GOOD-AMT      TO WS-AMT-EDIT-2
           END-IF

           IF  WS-DAYS-TO-MAT < ZEROS
               COMPUTE WS-DAYS-EDIT = ZEROS - WS-DAYS-TO-MAT
           ELSE
               MOVE ZEROS              TO WS-DAYS-EDIT
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           STRING N003-ENT           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  N003-BRN-GOOD      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  N003-COD-GOOD      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  N003-DAT-MAT-GOOD  DELIMITED BY SIZE
                  "    "             DELIMITED BY SIZE
                  WS-DAYS-EDIT       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-AMT-EDIT-2      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  N003-FCC-GOOD      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  N003-DES-GOOD      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - PASADA PREVIA SOBRE GOODEXT: COMPRUEBA QUE EL EXTRACTO     *
      *     EMPIEZA POR UNA CABECERA 'H' Y TERMINA EN UNA COLA 'T'     *
      *     (ACNC0034), Y QUE EL NUMERO DE REGISTROS DE DATOS Y EL     *
      *     TOTAL DE CONTROL DE N003-GOOD-AMT CUADRAN CON LA COLA,     *
      *     ANTES DE PROCESAR UN SOLO REGISTRO. UNA TRANSFERENCIA      *
      *     TRUNCADA SE DETECTA AQUI Y EL PASO TERMINA CON RC=16.      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PRE-PASS OVER GOODEXT: CHECKS THAT THE EXTRACT STARTS      *
      *     WITH AN 'H' HEADER AND ENDS ON A 'T' TRAILER (ACNC0034),   *
      *     AND THAT THE DATA RECORD COUNT AND THE N003-GOOD-AMT       *
      *     HASH TOTAL MATCH THE TRAILER, BEFORE A SINGLE RECORD IS    *
      *     PROCESSED. A TRUNCATED TRANSFER IS CAUGHT HERE AND THE     *
      *     STEP ENDS WITH RC=16.                                      *
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
      *   - UN EXTRACTO SIN CABECERA/COLA VALIDAS NO SE PROCESA: SE    *
      *     INFORMA EL MOTIVO Y EL PASO TERMINA CON RETURN-CODE 16     *
      *     PARA QUE LA CADENA SE DETENGA DE FORMA VISIBLE.            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - AN EXTRACT WITHOUT VALID HEADER/TRAILER IS NOT PROCESSED:  *
      *     THE REASON IS REPORTED AND THE STEP ENDS WITH RETURN-CODE  *
      *     16 SO THE JOB CHAIN STOPS LOUDLY.                          *
      *B.PR.E                                                          *
      ******************************************************************
       CONTROL-ERROR.

           DISPLAY "AC3C1ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      *.PN                    REGISTER-RUN-START                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPRUEBA EN RUNCTL QUE LA COMBINACION PROGRAMA + FECHA    *
      *     DE PROCESO + IDENTIDAD DE LA ENTRADA (CABECERA DEL         *
      *     EXTRACTO) NO ESTE YA COMPLETADA; SI LO ESTA, EL PASO SE    *
      *     NIEGA A ARRANCAR CON RC=16 Y NO SE REPITEN LOS AVISOS.     *
      *     DESPUES REGISTRA EL ARRANQUE ('S').                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CHECKS IN RUNCTL THAT THE PROGRAM + PROCESS DATE + INPUT   *
      *     IDENTITY (EXTRACT HEADER) COMBINATION IS NOT ALREADY       *
      *     COMPLETED; IF IT IS, THE STEP REFUSES TO START WITH RC=16  *
      *     AND THE NOTICES ARE NOT REPEATED. THEN THE START ('S') IS  *
      *     REGISTERED.                                                *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-RUN-START.

           OPEN INPUT RUN-CTL-FILE

           PERFORM UNTIL WS-RUNCTL-EOF

               READ RUN-CTL-FILE
                   AT END
                       SET WS-RUNCTL-EOF TO TRUE
                   NOT AT END
                       IF  N0036-PROGRAM EQUAL "AC3C1ROS"
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

               DISPLAY "AC3C1ROS - RUN ALREADY COMPLETED FOR "
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

           MOVE "AC3C1ROS"             TO N0036-PROGRAM
           MOVE WS-RUN-DAT-PROCESS     TO N0036-DAT-PROCESS
           MOVE WS-HDR-DAT-CREATE      TO N0036-INP-DAT-CREATE
           MOVE WS-HDR-SOURCE          TO N0036-INP-SOURCE

           MOVE WS-RUN-STATUS          TO N0036-STATUS

           MOVE WS-CNT-READ            TO N0036-CNT-READ
           MOVE WS-CNT-NOTICES         TO N0036-CNT-OK
           MOVE WS-CNT-OVERDUE         TO N0036-CNT-ERROR

           WRITE ACNC0036

           CLOSE RUN-CTL-FILE.
