      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CONCENTRACION GEOGRAFICA Y POR TIPO DE INMUEBLE CON LIMITES
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     GEOGRAPHIC AND PROPERTY-TYPE CONCENTRATION WITH LIMITS     *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC3C3ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     AC5C0ROS LISTA LOS BIENES DE UN MUNICIPIO YA CONOCIDO;     *
      *     ESTE PROCESO VA EN SENTIDO CONTRARIO. RECORRE EL EXTRACTO  *
      *     UNA SOLA VEZ Y ACUMULA EL VALOR NETO DE RECORTE            *
      *     (N003-GOOD-AMT MENOS N003-HAIRCUT, EN EUR CON FXRATES) DE  *
      *     LOS BIENES ACTIVOS POR PROVINCIA (N003-COUNTY), MUNICIPIO  *
      *     (N003-TOWN), ZONA (N003-COD-AREA) Y TIPO DE INMUEBLE       *
      *     (N003-TYP-PROPERTY), POR ENTIDAD Y EN CONSOLIDADO. CADA    *
      *     VALOR SE COMPARA CON EL LIMITE MAS ESPECIFICO DE CONLIMIT  *
      *     (ACNC0057) Y SE MARCA COMO EXCESO SI SU PARTE LO SUPERA, O *
      *     COMO CERCANO SI LLEGA AL PORCENTAJE DE AVISO DEL LIMITE    *
      *     (CONPARM, 90 POR DEFECTO). POR CADA DIMENSION SE DA EL     *
      *     INDICE DE CONCENTRACION HERFINDAHL (SUMA DE LOS CUADRADOS  *
      *     DE LAS PARTES, 0 A 10000) Y POR CADA ENTIDAD EL RANKING DE *
      *     LOS N MUNICIPIOS CON MAS VALOR. UN RESUMEN FINAL CUENTA    *
      *     LOS EXCESOS Y LOS CERCANOS. LOS REGISTROS DE CONTROL DEL   *
      *     EXTRACTO (ACNC0034) SE VERIFICAN EN PASADA PREVIA.         *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    CONPARM          E     FECHA / RANKING / AVISO              *
      *    CONLIMIT         E     LIMITES DE CONCENTRACION             *
      *    FXRATES          E     COTIZACIONES (EUR POR UNIDAD)        *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    CONRPT           S     INFORME DE CONCENTRACION             *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     AC5C0ROS LISTS THE GOODS OF A TOWN ALREADY KNOWN; THIS     *
      *     BATCH GOES THE OTHER WAY. IT READS THE EXTRACT ONCE AND    *
      *     ADDS UP THE POST-HAIRCUT VALUE (N003-GOOD-AMT LESS         *
      *     N003-HAIRCUT, IN EUR WITH FXRATES) OF THE ACTIVE GOODS BY  *
      *     COUNTY (N003-COUNTY), TOWN (N003-TOWN), AREA               *
      *     (N003-COD-AREA) AND PROPERTY TYPE (N003-TYP-PROPERTY), PER *
      *     ENTITY AND CONSOLIDATED. EACH VALUE IS COMPARED WITH THE   *
      *     MOST SPECIFIC LIMIT IN CONLIMIT (ACNC0057) AND FLAGGED AS  *
      *     A BREACH WHEN ITS SHARE EXCEEDS IT, OR AS A NEAR-BREACH    *
      *     WHEN IT REACHES THE WARNING PERCENTAGE OF THE LIMIT        *
      *     (CONPARM, 90 BY DEFAULT). EACH DIMENSION GETS THE          *
      *     HERFINDAHL CONCENTRATION INDEX (SUM OF THE SQUARED SHARES, *
      *     0 TO 10000) AND EACH ENTITY THE RANKING OF THE N TOWNS     *
      *     WITH MOST VALUE. A FINAL SUMMARY COUNTS BREACHES AND       *
      *     NEAR-BREACHES. THE EXTRACT CONTROL RECORDS (ACNC0034) ARE  *
      *     VERIFIED IN A PRE-PASS.                                    *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    CONPARM          I     DATE / RANKING / WARNING             *
      *    CONLIMIT         I     CONCENTRATION LIMITS                 *
      *    FXRATES          I     FX RATES (EUR PER UNIT)              *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    CONRPT           O     CONCENTRATION REPORT                 *
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

           SELECT CON-PARM-FILE        ASSIGN TO "CONPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CON-LIMIT-FILE       ASSIGN TO "CONLIMIT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT FX-RATE-FILE         ASSIGN TO "FXRATES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CON-REPORT-FILE      ASSIGN TO "CONRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  CON-PARM-FILE
           RECORDING MODE IS F.

       01  CON-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-TOP-N                  PIC 9(02).
           05  PARM-PCT-WARN               PIC 9(03).

       FD  CON-LIMIT-FILE
           RECORDING MODE IS F.

           COPY ACNC0057.

       FD  FX-RATE-FILE
           RECORDING MODE IS F.

       01  FX-RATE-RECORD.
           05  FXR-CUR                     PIC X(03).
           05  FXR-RATE                    PIC 9(03)V9(06).
           05  FXR-DAT                     PIC X(10).

       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  CON-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-LIM-EOF               PIC X(01)   VALUE 'N'.
               88  WS-LIM-EOF                          VALUE 'Y'.
           05  WS-SW-FOUND                 PIC X(01)   VALUE 'N'.
               88  WS-FOUND                            VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-TOP-N                    PIC 9(02)   VALUE ZEROS.
           05  WS-PCT-WARN                 PIC 9(03)   VALUE ZEROS.

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
           05  WS-CNT-INCLUDED             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-INACTIVE             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-FX                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LIM-REJECTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ENT-OVERFLOW         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-BKT-OVERFLOW         PIC 9(07)   VALUE ZEROS.

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
      *    TABLA DE LIMITES LEIDA DE CONLIMIT                          *
      *    LIMIT TABLE READ FROM CONLIMIT                              *
      ******************************************************************
       01  WS-LIMIT-FIELDS.
           05  WS-CNT-LIM                  PIC 9(03)   VALUE ZEROS.
           05  WN-IDX-LIM                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-BEST                 PIC S9(4) COMP VALUE +0.
           05  WS-LEVEL                    PIC 9(01)   VALUE ZEROS.
           05  WS-BEST-LEVEL               PIC 9(01)   VALUE ZEROS.
           05  WS-LIM-ENTRY OCCURS 200 TIMES.
               10  WS-LIM-DIM              PIC X(01).
               10  WS-LIM-VALUE            PIC X(04).
               10  WS-LIM-SCOPE            PIC X(04).
               10  WS-LIM-PCT              PIC 9(03)V9(02).
               10  WS-LIM-DES              PIC X(30).

      ******************************************************************
      *    DIMENSIONES DE CONCENTRACION                                *
      *    CONCENTRATION DIMENSIONS                                    *
      ******************************************************************
       01  CA-DIM-VALUES.
           05  FILLER                      PIC X(14)
                                           VALUE 'CCOUNTY   ----'.
           05  FILLER                      PIC X(14)
                                           VALUE 'TTOWN     ----'.
           05  FILLER                      PIC X(14)
                                           VALUE 'AAREA     ----'.
           05  FILLER                      PIC X(14)
                                           VALUE 'PPROPERTY ----'.
       01  CA-DIM-TABLE REDEFINES CA-DIM-VALUES.
           05  CA-DIM-ENTRY OCCURS 4 TIMES.
               10  CA-DIM-COD              PIC X(01).
               10  CA-DIM-NAME             PIC X(09).
               10  CA-DIM-BLANK            PIC X(04).

      ******************************************************************
      *    ACUMULADOS POR ENTIDAD, ORDENADOS POR ENTIDAD AL INSERTAR.  *
      *    EL CONSOLIDADO VA CON LA CLAVE 'CONS'.                      *
      *    TOTALS BY ENTITY, KEPT IN ENTITY ORDER ON INSERTION. THE    *
      *    CONSOLIDATED VIEW USES THE KEY 'CONS'.                      *
      ******************************************************************
       01  WS-ENTITY-FIELDS.
           05  WS-ENT-WANTED               PIC X(04)   VALUE SPACES.
           05  WS-CNT-ENT                  PIC 9(03)   VALUE ZEROS.
           05  WN-IDX-ENT                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-MOVE                 PIC S9(4) COMP VALUE +0.
           05  WS-ENT-ENTRY OCCURS 100 TIMES.
               10  WS-ENT-COD              PIC X(04).
               10  WS-ENT-CNT-GOODS        PIC 9(07).
               10  WS-ENT-AMT              PIC 9(15)V9(02).
               10  WS-ENT-CNT-BREACH       PIC 9(05).
               10  WS-ENT-CNT-NEAR         PIC 9(05).

      ******************************************************************
      *    ACUMULADOS POR ENTIDAD, DIMENSION Y VALOR, ORDENADOS POR    *
      *    ESA CLAVE AL INSERTAR                                       *
      *    TOTALS BY ENTITY, DIMENSION AND VALUE, KEPT IN KEY ORDER ON *
      *    INSERTION                                                   *
      ******************************************************************
       01  WS-BUCKET-FIELDS.
           05  WS-BKT-WANTED.
               10  WS-BKT-W-ENT            PIC X(04).
               10  WS-BKT-W-DIM            PIC X(01).
               10  WS-BKT-W-VALUE          PIC X(04).
           05  WS-CNT-BKT                  PIC 9(05)   VALUE ZEROS.
           05  WN-IDX-BKT                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-DIM                  PIC S9(4) COMP VALUE +0.
           05  WS-BKT-ENTRY OCCURS 5000 TIMES.
               10  WS-BKT-KEY.
                   15  WS-BKT-ENT          PIC X(04).
                   15  WS-BKT-DIM          PIC X(01).
                   15  WS-BKT-VALUE        PIC X(04).
               10  WS-BKT-CNT-GOODS        PIC 9(07).
               10  WS-BKT-AMT              PIC 9(15)V9(02).

      ******************************************************************
      *    RANKING DE MUNICIPIOS DE LA ENTIDAD EN CURSO                *
      *    TOWN RANKING OF THE CURRENT ENTITY                          *
      ******************************************************************
       01  WS-TOP-FIELDS.
           05  WS-CNT-TOP                  PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-TOP                  PIC S9(4) COMP VALUE +0.
           05  WS-TOP-ENTRY OCCURS 20 TIMES.
               10  WS-TOP-VALUE            PIC X(04).
               10  WS-TOP-CNT-GOODS        PIC 9(07).
               10  WS-TOP-AMT              PIC 9(15)V9(02).
           05  WS-TOP-SWAP                 PIC X(28).

       01  WS-GOOD-FIELDS.
           05  WS-AMT-NET-GOOD             PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-AMT-NET-EUR              PIC 9(13)V9(02) VALUE ZEROS.

       01  WS-SHARE-FIELDS.
           05  WS-SHARE                    PIC 9(03)V9(02) VALUE ZEROS.
           05  WS-SHARE-FINE               PIC 9(03)V9(06) VALUE ZEROS.
           05  WS-SHARE-CUMUL              PIC 9(03)V9(02) VALUE ZEROS.
           05  WS-PCT-NEAR                 PIC 9(03)V9(04) VALUE ZEROS.
           05  WS-HHI                      PIC 9(05)V9(02) VALUE ZEROS.
           05  WS-CNT-VALUES               PIC 9(05)   VALUE ZEROS.
           05  WS-STATUS                   PIC X(12)   VALUE SPACES.

       01  CA-CONSTANTS.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-CONSOLIDATED             PIC X(04)   VALUE 'CONS'.
           05  CA-HUNDRED                  PIC 9(03)   VALUE 100.
           05  CA-DIM-TOWN                 PIC 9(01)   VALUE 2.
           05  CA-MAX-DIM                  PIC 9(01)   VALUE 4.
           05  CA-MAX-FX                   PIC 9(02)   VALUE 50.
           05  CA-MAX-LIM                  PIC 9(03)   VALUE 200.
           05  CA-MAX-ENT                  PIC 9(03)   VALUE 100.
           05  CA-MAX-BKT                  PIC 9(05)   VALUE 5000.
           05  CA-DEF-TOP-N                PIC 9(02)   VALUE 10.
           05  CA-MAX-TOP-N                PIC 9(02)   VALUE 20.
           05  CA-DEF-PCT-WARN             PIC 9(03)   VALUE 90.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DE DETALLE POR VALOR DE LA DIMENSION                  *
      *    DETAIL LINE BY DIMENSION VALUE                              *
      ******************************************************************
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(04).
           05  CDL-VALUE                   PIC X(08).
           05  CDL-GOODS                   PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  CDL-AMT                     PIC Z(14)9,99.
           05  FILLER                      PIC X(03).
           05  CDL-SHARE                   PIC ZZ9,99.
           05  FILLER                      PIC X(04).
           05  CDL-LIMIT                   PIC ZZ9,99.
           05  CDL-LIMIT-X REDEFINES CDL-LIMIT
                                           PIC X(06).
           05  FILLER                      PIC X(02).
           05  CDL-STATUS                  PIC X(12).
           05  FILLER                      PIC X(02).
           05  CDL-DES-LIMIT               PIC X(30).
           05  FILLER                      PIC X(28).

       01  WS-AMT-EDIT                     PIC Z(14)9,99.
       01  WS-PCT-EDIT                     PIC ZZ9,99.
       01  WS-PCT-EDIT-2                   PIC ZZ9,99.
       01  WS-HHI-EDIT                     PIC Z(4)9,99.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-CNT-EDIT-2                   PIC Z(6)9.
       01  WS-RANK-EDIT                    PIC Z9.

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

           PERFORM LOAD-LIMITS

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

           PERFORM WRITE-REPORT-TITLE

           PERFORM VARYING WN-IDX-ENT FROM 1 BY 1
                   UNTIL WN-IDX-ENT > WS-CNT-ENT
               PERFORM WRITE-ENTITY-PAGE
           END-PERFORM

           PERFORM WRITE-SUMMARY-PAGE

           PERFORM CLOSE-FILES

           DISPLAY "AC3C3ROS - READ: "     WS-CNT-READ
                   "  INCLUDED: "          WS-CNT-INCLUDED
                   "  NO FX RATE: "        WS-CNT-NO-FX
                   "  LIMITS: "            WS-CNT-LIM
                   "  REJECTED LIMITS: "   WS-CNT-LIM-REJECTED

           IF  WS-CNT-ENT-OVERFLOW > ZEROS
               OR WS-CNT-BKT-OVERFLOW > ZEROS
               DISPLAY "AC3C3ROS - TABLE OVERFLOW  ENTITIES: "
                       WS-CNT-ENT-OVERFLOW
                       "  BUCKETS: " WS-CNT-BKT-OVERFLOW
           END-IF

           GOBACK.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  CON-PARM-FILE
           OPEN INPUT  CON-LIMIT-FILE
           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT CON-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE CON-PARM-FILE
                 CON-LIMIT-FILE
                 GOOD-EXTRACT-FILE
                 CON-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - SIN FECHA DE PROCESO SE TOMA LA DE CREACION DEL EXTRACTO.  *
      *     EL RANKING ES DE 10 MUNICIPIOS (20 COMO MAXIMO) Y EL AVISO *
      *     SALTA AL 90% DEL LIMITE SI NO SE INDICA OTRA COSA.         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITH NO PROCESS DATE THE EXTRACT CREATION DATE IS USED.    *
      *     THE RANKING HAS 10 TOWNS (20 AT MOST) AND THE WARNING      *
      *     FIRES AT 90% OF THE LIMIT UNLESS STATED OTHERWISE.         *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           READ CON-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   IF  PARM-TOP-N IS NUMERIC
                       MOVE PARM-TOP-N        TO WS-TOP-N
                   END-IF
                   IF  PARM-PCT-WARN IS NUMERIC
                       MOVE PARM-PCT-WARN     TO WS-PCT-WARN
                   END-IF
           END-READ

           IF  WS-DAT-PROCESS EQUAL SPACES OR LOW-VALUES
               MOVE WS-HDR-DAT-CREATE     TO WS-DAT-PROCESS
           END-IF

           IF  WS-TOP-N EQUAL ZEROS
               MOVE CA-DEF-TOP-N          TO WS-TOP-N
           END-IF

           IF  WS-TOP-N > CA-MAX-TOP-N
               MOVE CA-MAX-TOP-N          TO WS-TOP-N
           END-IF

           IF  WS-PCT-WARN EQUAL ZEROS
               OR WS-PCT-WARN > CA-HUNDRED
               MOVE CA-DEF-PCT-WARN       TO WS-PCT-WARN
           END-IF.

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
      *.PN                    LOAD-LIMITS                              *
      *                                                                *
      *A.PR.S                                                          *
      *   - LOS LIMITES CON DIMENSION DESCONOCIDA O PORCENTAJE NO      *
      *     NUMERICO O MAYOR DE 100 SE RECHAZAN Y CUENTAN.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LIMITS WITH AN UNKNOWN DIMENSION OR A PERCENTAGE THAT IS   *
      *     NOT NUMERIC OR OVER 100 ARE REJECTED AND COUNTED.          *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-LIMITS.

           PERFORM UNTIL WS-LIM-EOF

               READ CON-LIMIT-FILE
                   AT END
                       SET WS-LIM-EOF TO TRUE
                   NOT AT END
                       IF  (N0057-DIM-COUNTY OR N0057-DIM-TOWN
                            OR N0057-DIM-AREA OR N0057-DIM-PROPERTY)
                           AND N0057-PCT-LIMIT IS NUMERIC
                           AND N0057-PCT-LIMIT NOT > CA-HUNDRED
                           AND WS-CNT-LIM < CA-MAX-LIM
                           ADD 1 TO WS-CNT-LIM
                           MOVE N0057-DIMENSION
                                       TO WS-LIM-DIM(WS-CNT-LIM)
                           MOVE N0057-VALUE
                                       TO WS-LIM-VALUE(WS-CNT-LIM)
                           MOVE N0057-SCOPE
                                       TO WS-LIM-SCOPE(WS-CNT-LIM)
                           MOVE N0057-PCT-LIMIT
                                       TO WS-LIM-PCT(WS-CNT-LIM)
                           MOVE N0057-DES-LIMIT
                                       TO WS-LIM-DES(WS-CNT-LIM)
                       ELSE
                           ADD 1 TO WS-CNT-LIM-REJECTED
                           DISPLAY "AC3C3ROS - LIMIT RECORD "
                                   "REJECTED: " N0057-DIMENSION " "
                                   N0057-VALUE " " N0057-SCOPE
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
      *   - SOLO BIENES ACTIVOS CON COTIZACION PARA SU MONEDA. CADA    *
      *     BIEN SUMA EN SU ENTIDAD Y EN EL CONSOLIDADO.               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ACTIVE GOODS WITH A RATE FOR THEIR CURRENCY ONLY. EACH     *
      *     GOOD ADDS TO ITS ENTITY AND TO THE CONSOLIDATED VIEW.      *
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
                   DISPLAY "AC3C3ROS - NO FX RATE FOR " N003-FCC-GOOD
                           " GOOD " N003-ENT " " N003-NUM-GOOD

               ELSE

                   ADD 1 TO WS-CNT-INCLUDED

                   PERFORM COMPUTE-NET-VALUE

                   MOVE N003-ENT           TO WS-ENT-WANTED
                   PERFORM ADD-TO-ENTITY

                   MOVE CA-CONSOLIDATED    TO WS-ENT-WANTED
                   PERFORM ADD-TO-ENTITY

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    COMPUTE-NET-VALUE                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - VALOR NETO DE RECORTE DEL BIEN, EN SU MONEDA Y EN EUR.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - POST-HAIRCUT VALUE OF THE GOOD, IN ITS CURRENCY AND IN EUR.*
      *B.PR.E                                                          *
      ******************************************************************
       COMPUTE-NET-VALUE.

           MOVE ZEROS                  TO WS-AMT-NET-GOOD
                                          WS-AMT-NET-EUR

           IF  N003-GOOD-AMT IS NUMERIC
               AND N003-HAIRCUT IS NUMERIC
               AND N003-HAIRCUT < CA-HUNDRED

               COMPUTE WS-AMT-NET-GOOD ROUNDED =
                       N003-GOOD-AMT * (CA-HUNDRED - N003-HAIRCUT)
                                     / CA-HUNDRED

               COMPUTE WS-AMT-NET-EUR ROUNDED =
                       WS-AMT-NET-GOOD * WS-FX-RATE-FOUND

           END-IF.

      ******************************************************************
      *.PN                    ADD-TO-ENTITY                            *
      ******************************************************************
       ADD-TO-ENTITY.

           PERFORM FIND-ENTITY-ENTRY

           IF  WN-IDX-ENT > ZEROS

               ADD 1                   TO WS-ENT-CNT-GOODS(WN-IDX-ENT)
               ADD WS-AMT-NET-EUR      TO WS-ENT-AMT(WN-IDX-ENT)

               PERFORM VARYING WN-IDX-DIM FROM 1 BY 1
                       UNTIL WN-IDX-DIM > CA-MAX-DIM

                   MOVE WS-ENT-WANTED          TO WS-BKT-W-ENT
                   MOVE CA-DIM-COD(WN-IDX-DIM) TO WS-BKT-W-DIM

                   EVALUATE WN-IDX-DIM
                       WHEN 1
                           MOVE N003-COUNTY        TO WS-BKT-W-VALUE
                       WHEN 2
                           MOVE N003-TOWN          TO WS-BKT-W-VALUE
                       WHEN 3
                           MOVE N003-COD-AREA      TO WS-BKT-W-VALUE
                       WHEN 4
                           MOVE N003-TYP-PROPERTY  TO WS-BKT-W-VALUE
                   END-EVALUATE

                   PERFORM FIND-BUCKET-ENTRY

                   IF  WN-IDX-BKT > ZEROS
                       ADD 1           TO WS-BKT-CNT-GOODS(WN-IDX-BKT)
                       ADD WS-AMT-NET-EUR
                                       TO WS-BKT-AMT(WN-IDX-BKT)
                   END-IF

               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    FIND-ENTITY-ENTRY                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - BUSCA WS-ENT-WANTED EN LA TABLA; SI NO ESTA LA INSERTA EN  *
      *     SU SITIO PARA QUE EL INFORME SALGA ORDENADO POR ENTIDAD,   *
      *     CON EL CONSOLIDADO ('CONS') DETRAS DE LAS ENTIDADES.       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOOKS WS-ENT-WANTED UP IN THE TABLE; WHEN ABSENT IT IS     *
      *     INSERTED IN PLACE SO THE REPORT COMES OUT IN ENTITY ORDER, *
      *     WITH THE CONSOLIDATED VIEW ('CONS') AFTER THE ENTITIES.    *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-ENTITY-ENTRY.

           SET WS-SW-FOUND             TO 'N'

           PERFORM VARYING WN-IDX-ENT FROM 1 BY 1
                   UNTIL WN-IDX-ENT > WS-CNT-ENT
                      OR WS-ENT-COD(WN-IDX-ENT) NOT < WS-ENT-WANTED

               CONTINUE

           END-PERFORM

           IF  WN-IDX-ENT NOT > WS-CNT-ENT
               AND WS-ENT-COD(WN-IDX-ENT) EQUAL WS-ENT-WANTED
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
                   MOVE WS-ENT-WANTED  TO WS-ENT-COD(WN-IDX-ENT)

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    FIND-BUCKET-ENTRY                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - IGUAL QUE FIND-ENTITY-ENTRY PARA LA CLAVE ENTIDAD +        *
      *     DIMENSION + VALOR EN WS-BKT-WANTED.                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SAME AS FIND-ENTITY-ENTRY FOR THE ENTITY + DIMENSION +     *
      *     VALUE KEY IN WS-BKT-WANTED.                                *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-BUCKET-ENTRY.

           SET WS-SW-FOUND             TO 'N'

           PERFORM VARYING WN-IDX-BKT FROM 1 BY 1
                   UNTIL WN-IDX-BKT > WS-CNT-BKT
                      OR WS-BKT-KEY(WN-IDX-BKT) NOT < WS-BKT-WANTED

               CONTINUE

           END-PERFORM

           IF  WN-IDX-BKT NOT > WS-CNT-BKT
               AND WS-BKT-KEY(WN-IDX-BKT) EQUAL WS-BKT-WANTED
               SET WS-FOUND            TO TRUE
           END-IF

           IF  NOT WS-FOUND

               IF  WS-CNT-BKT NOT < CA-MAX-BKT

                   ADD 1 TO WS-CNT-BKT-OVERFLOW
                   MOVE ZEROS          TO WN-IDX-BKT

               ELSE

                   PERFORM VARYING WN-IDX-MOVE FROM WS-CNT-BKT BY -1
                           UNTIL WN-IDX-MOVE < WN-IDX-BKT
                       MOVE WS-BKT-ENTRY(WN-IDX-MOVE)
                                   TO WS-BKT-ENTRY(WN-IDX-MOVE + 1)
                   END-PERFORM

                   ADD 1 TO WS-CNT-BKT

                   INITIALIZE WS-BKT-ENTRY(WN-IDX-BKT)
                   MOVE WS-BKT-WANTED  TO WS-BKT-KEY(WN-IDX-BKT)

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    FIND-LIMIT                               *
      *                                                                *
      *A.PR.S                                                          *
      *   - BUSCA EL LIMITE DE LA DIMENSION QUE CASA CON EL VALOR Y LA *
      *     ENTIDAD DE WN-IDX-BKT. EL NIVEL DE CADA UNO ES 2 SI NOMBRA *
      *     EL VALOR MAS 1 SI NOMBRA LA ENTIDAD (O EL CONSOLIDADO);    *
      *     GANA EL DE NIVEL MAS ALTO Y, A IGUALDAD, EL PRIMERO.       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOOKS FOR THE DIMENSION LIMIT MATCHING THE VALUE AND THE   *
      *     ENTITY OF WN-IDX-BKT. EACH ONE'S LEVEL IS 2 IF IT NAMES    *
      *     THE VALUE PLUS 1 IF IT NAMES THE ENTITY (OR THE            *
      *     CONSOLIDATED VIEW); THE HIGHEST LEVEL WINS AND, ON A TIE,  *
      *     THE FIRST ONE.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-LIMIT.

           MOVE ZEROS                  TO WN-IDX-BEST
                                          WS-BEST-LEVEL

           PERFORM VARYING WN-IDX-LIM FROM 1 BY 1
                   UNTIL WN-IDX-LIM > WS-CNT-LIM

               IF  WS-LIM-DIM(WN-IDX-LIM) EQUAL WS-BKT-DIM(WN-IDX-BKT)
                   AND (WS-LIM-VALUE(WN-IDX-LIM) EQUAL SPACES
                        OR WS-LIM-VALUE(WN-IDX-LIM)
                                       EQUAL WS-BKT-VALUE(WN-IDX-BKT))
                   AND (WS-LIM-SCOPE(WN-IDX-LIM) EQUAL SPACES
                        OR WS-LIM-SCOPE(WN-IDX-LIM)
                                       EQUAL WS-BKT-ENT(WN-IDX-BKT))

                   MOVE ZEROS          TO WS-LEVEL
                   IF  WS-LIM-VALUE(WN-IDX-LIM) NOT EQUAL SPACES
                       ADD 2 TO WS-LEVEL
                   END-IF
                   IF  WS-LIM-SCOPE(WN-IDX-LIM) NOT EQUAL SPACES
                       ADD 1 TO WS-LEVEL
                   END-IF

                   IF  WN-IDX-BEST EQUAL ZEROS
                       OR WS-LEVEL > WS-BEST-LEVEL
                       MOVE WN-IDX-LIM TO WN-IDX-BEST
                       MOVE WS-LEVEL   TO WS-BEST-LEVEL
                   END-IF

               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE WS-PCT-WARN            TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "COLLATERAL CONCENTRATION REPORT AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  " - ACTIVE GOODS, EUR NET OF HAIRCUT"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "NEAR-BREACH AT "  DELIMITED BY SIZE
                  WS-CNT-EDIT(5:3)   DELIMITED BY SIZE
                  "% OF THE LIMIT.  HHI = SUM OF SQUARED SHARES"
                                     DELIMITED BY SIZE
                  " (0 TO 10000)"    DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-PAGE                        *
      ******************************************************************
       WRITE-ENTITY-PAGE.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ENT-CNT-GOODS(WN-IDX-ENT) TO WS-CNT-EDIT
           MOVE WS-ENT-AMT(WN-IDX-ENT)       TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           IF  WS-ENT-COD(WN-IDX-ENT) EQUAL CA-CONSOLIDATED
               STRING "CONSOLIDATED - ALL ENTITIES"
                                         DELIMITED BY SIZE
                      "   GOODS "        DELIMITED BY SIZE
                      WS-CNT-EDIT        DELIMITED BY SIZE
                      "   NET VALUE EUR " DELIMITED BY SIZE
                      WS-AMT-EDIT        DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING "ENTITY "          DELIMITED BY SIZE
                      WS-ENT-COD(WN-IDX-ENT) DELIMITED BY SIZE
                      "   GOODS "        DELIMITED BY SIZE
                      WS-CNT-EDIT        DELIMITED BY SIZE
                      "   NET VALUE EUR " DELIMITED BY SIZE
                      WS-AMT-EDIT        DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-DIM FROM 1 BY 1
                   UNTIL WN-IDX-DIM > CA-MAX-DIM
               PERFORM WRITE-DIMENSION-BLOCK
           END-PERFORM

           PERFORM WRITE-TOP-TOWNS.

      ******************************************************************
      *.PN                    WRITE-DIMENSION-BLOCK                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA LINEA POR VALOR DE LA DIMENSION CON SU PARTE, SU       *
      *     LIMITE Y SU SITUACION, Y AL FINAL EL INDICE HHI.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONE LINE PER DIMENSION VALUE WITH ITS SHARE, ITS LIMIT AND *
      *     ITS STATUS, AND THE HHI INDEX AT THE END.                  *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-DIMENSION-BLOCK.

           MOVE ZEROS                  TO WS-HHI
                                          WS-CNT-VALUES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  "               DELIMITED BY SIZE
                  CA-DIM-NAME(WN-IDX-DIM) DELIMITED BY SIZE
                  "     GOODS       NET VALUE EUR   SHARE %"
                                     DELIMITED BY SIZE
                  "   LIMIT %  STATUS        LIMIT"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-BKT FROM 1 BY 1
                   UNTIL WN-IDX-BKT > WS-CNT-BKT

               IF  WS-BKT-ENT(WN-IDX-BKT) EQUAL WS-ENT-COD(WN-IDX-ENT)
                   AND WS-BKT-DIM(WN-IDX-BKT)
                                       EQUAL CA-DIM-COD(WN-IDX-DIM)
                   PERFORM WRITE-BUCKET-LINE
               END-IF

           END-PERFORM

           MOVE WS-HHI                 TO WS-HHI-EDIT
           MOVE WS-CNT-VALUES          TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "    VALUES "      DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  "   CONCENTRATION INDEX (HHI) "
                                     DELIMITED BY SIZE
                  WS-HHI-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-BUCKET-LINE                        *
      ******************************************************************
       WRITE-BUCKET-LINE.

           ADD 1                       TO WS-CNT-VALUES

           MOVE ZEROS                  TO WS-SHARE
                                          WS-SHARE-FINE

           IF  WS-ENT-AMT(WN-IDX-ENT) > ZEROS
               COMPUTE WS-SHARE ROUNDED =
                       WS-BKT-AMT(WN-IDX-BKT) * CA-HUNDRED
                                              / WS-ENT-AMT(WN-IDX-ENT)
               COMPUTE WS-SHARE-FINE ROUNDED =
                       WS-BKT-AMT(WN-IDX-BKT) * CA-HUNDRED
                                              / WS-ENT-AMT(WN-IDX-ENT)
           END-IF

           COMPUTE WS-HHI ROUNDED =
                   WS-HHI + WS-SHARE-FINE * WS-SHARE-FINE

           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE WS-BKT-VALUE(WN-IDX-BKT) TO CDL-VALUE
           IF  WS-BKT-VALUE(WN-IDX-BKT) EQUAL SPACES
               MOVE CA-DIM-BLANK(WN-IDX-DIM) TO CDL-VALUE
           END-IF
           MOVE WS-BKT-CNT-GOODS(WN-IDX-BKT) TO CDL-GOODS
           MOVE WS-BKT-AMT(WN-IDX-BKT)       TO CDL-AMT
           MOVE WS-SHARE                     TO CDL-SHARE

           PERFORM FIND-LIMIT

           IF  WN-IDX-BEST EQUAL ZEROS

               MOVE SPACES             TO CDL-LIMIT-X

           ELSE

               MOVE WS-LIM-PCT(WN-IDX-BEST) TO CDL-LIMIT
               MOVE WS-LIM-DES(WN-IDX-BEST) TO CDL-DES-LIMIT

               COMPUTE WS-PCT-NEAR ROUNDED =
                       WS-LIM-PCT(WN-IDX-BEST) * WS-PCT-WARN
                                               / CA-HUNDRED

               EVALUATE TRUE
                   WHEN WS-SHARE-FINE > WS-LIM-PCT(WN-IDX-BEST)
                       MOVE "*** BREACH"   TO CDL-STATUS
                       ADD 1 TO WS-ENT-CNT-BREACH(WN-IDX-ENT)
                   WHEN WS-SHARE-FINE NOT < WS-PCT-NEAR
                       MOVE "NEAR-BREACH"  TO CDL-STATUS
                       ADD 1 TO WS-ENT-CNT-NEAR(WN-IDX-ENT)
                   WHEN OTHER
                       MOVE "WITHIN"       TO CDL-STATUS
               END-EVALUATE

           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-TOP-TOWNS                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - RANKING DE LOS WS-TOP-N MUNICIPIOS CON MAS VALOR NETO DE   *
      *     LA ENTIDAD, CON SU PARTE Y LA PARTE ACUMULADA.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RANKING OF THE ENTITY'S WS-TOP-N TOWNS WITH MOST NET       *
      *     VALUE, WITH THEIR SHARE AND THE CUMULATIVE SHARE.          *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-TOP-TOWNS.

           INITIALIZE WS-TOP-FIELDS
           MOVE ZEROS                  TO WS-SHARE-CUMUL

           PERFORM VARYING WN-IDX-BKT FROM 1 BY 1
                   UNTIL WN-IDX-BKT > WS-CNT-BKT

               IF  WS-BKT-ENT(WN-IDX-BKT) EQUAL WS-ENT-COD(WN-IDX-ENT)
                   AND WS-BKT-DIM(WN-IDX-BKT)
                                       EQUAL CA-DIM-COD(CA-DIM-TOWN)
                   PERFORM KEEP-TOP-TOWN
               END-IF

           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOP-N               TO WS-RANK-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TOP "           DELIMITED BY SIZE
                  WS-RANK-EDIT       DELIMITED BY SIZE
                  " TOWNS   RANK  TOWN       GOODS       NET VALUE EUR"
                                     DELIMITED BY SIZE
                  "   SHARE %   CUMUL %"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-TOP FROM 1 BY 1
                   UNTIL WN-IDX-TOP > WS-CNT-TOP

               MOVE ZEROS              TO WS-SHARE
               IF  WS-ENT-AMT(WN-IDX-ENT) > ZEROS
                   COMPUTE WS-SHARE ROUNDED =
                           WS-TOP-AMT(WN-IDX-TOP) * CA-HUNDRED
                                             / WS-ENT-AMT(WN-IDX-ENT)
               END-IF
               ADD WS-SHARE            TO WS-SHARE-CUMUL

               MOVE WN-IDX-TOP                   TO WS-RANK-EDIT
               MOVE WS-TOP-CNT-GOODS(WN-IDX-TOP) TO WS-CNT-EDIT
               MOVE WS-TOP-AMT(WN-IDX-TOP)       TO WS-AMT-EDIT
               MOVE WS-SHARE                     TO WS-PCT-EDIT
               MOVE WS-SHARE-CUMUL               TO WS-PCT-EDIT-2

               MOVE SPACES TO WS-PRINT-LINE
               STRING "                  "     DELIMITED BY SIZE
                      WS-RANK-EDIT             DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      WS-TOP-VALUE(WN-IDX-TOP) DELIMITED BY SIZE
                      "   "                    DELIMITED BY SIZE
                      WS-CNT-EDIT              DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      WS-AMT-EDIT              DELIMITED BY SIZE
                      "    "                   DELIMITED BY SIZE
                      WS-PCT-EDIT              DELIMITED BY SIZE
                      "    "                   DELIMITED BY SIZE
                      WS-PCT-EDIT-2            DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM.

      ******************************************************************
      *.PN                    KEEP-TOP-TOWN                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - MANTIENE LOS WS-TOP-N MUNICIPIOS DE MAS VALOR, DE MAYOR A  *
      *     MENOR. A IGUAL VALOR QUEDA EL PRIMERO EN ORDEN DE CODIGO.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - KEEPS THE WS-TOP-N TOWNS WITH MOST VALUE, FROM HIGHEST TO  *
      *     LOWEST. ON EQUAL VALUE THE FIRST IN CODE ORDER STAYS.      *
      *B.PR.E                                                          *
      ******************************************************************
       KEEP-TOP-TOWN.

           MOVE ZEROS                  TO WN-IDX-TOP

           IF  WS-CNT-TOP < WS-TOP-N
               ADD 1                   TO WS-CNT-TOP
               MOVE WS-CNT-TOP         TO WN-IDX-TOP
           ELSE
               IF  WS-BKT-AMT(WN-IDX-BKT) > WS-TOP-AMT(WS-CNT-TOP)
                   MOVE WS-CNT-TOP     TO WN-IDX-TOP
               END-IF
           END-IF

           IF  WN-IDX-TOP > ZEROS

               MOVE WS-BKT-VALUE(WN-IDX-BKT)
                                       TO WS-TOP-VALUE(WN-IDX-TOP)
               MOVE WS-BKT-CNT-GOODS(WN-IDX-BKT)
                                       TO WS-TOP-CNT-GOODS(WN-IDX-TOP)
               MOVE WS-BKT-AMT(WN-IDX-BKT)
                                       TO WS-TOP-AMT(WN-IDX-TOP)

               PERFORM UNTIL WN-IDX-TOP < 2
                          OR WS-TOP-AMT(WN-IDX-TOP)
                             NOT > WS-TOP-AMT(WN-IDX-TOP - 1)
                   MOVE WS-TOP-ENTRY(WN-IDX-TOP)     TO WS-TOP-SWAP
                   MOVE WS-TOP-ENTRY(WN-IDX-TOP - 1)
                                           TO WS-TOP-ENTRY(WN-IDX-TOP)
                   MOVE WS-TOP-SWAP
                                   TO WS-TOP-ENTRY(WN-IDX-TOP - 1)
                   SUBTRACT 1          FROM WN-IDX-TOP
               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    WRITE-SUMMARY-PAGE                       *
      ******************************************************************
       WRITE-SUMMARY-PAGE.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LIMIT SUMMARY                BREACHES  NEAR-BREACHES"
                                       TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-ENT FROM 1 BY 1
                   UNTIL WN-IDX-ENT > WS-CNT-ENT

               MOVE WS-ENT-CNT-BREACH(WN-IDX-ENT) TO WS-CNT-EDIT
               MOVE WS-ENT-CNT-NEAR(WN-IDX-ENT)   TO WS-CNT-EDIT-2

               MOVE SPACES TO WS-PRINT-LINE
               IF  WS-ENT-COD(WN-IDX-ENT) EQUAL CA-CONSOLIDATED
                   STRING "  CONSOLIDATED            "
                                             DELIMITED BY SIZE
                          WS-CNT-EDIT        DELIMITED BY SIZE
                          "        "         DELIMITED BY SIZE
                          WS-CNT-EDIT-2      DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
               ELSE
                   STRING "  ENTITY "        DELIMITED BY SIZE
                          WS-ENT-COD(WN-IDX-ENT) DELIMITED BY SIZE
                          "             "    DELIMITED BY SIZE
                          WS-CNT-EDIT        DELIMITED BY SIZE
                          "        "         DELIMITED BY SIZE
                          WS-CNT-EDIT-2      DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
               END-IF
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM.

      ******************************************************************
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - PASADA PREVIA SOBRE GOODEXT COMO EN ACXC0ROS: CABECERA     *
      *     'H' PRIMERO, COLA 'T' AL FINAL, Y NUMERO DE REGISTROS Y    *
      *     TOTAL DE CONTROL CUADRADOS CON LA COLA (RC=16 SI NO).      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PRE-PASS OVER GOODEXT AS IN ACXC0ROS: 'H' HEADER FIRST,    *
      *     'T' TRAILER LAST, AND RECORD COUNT AND HASH TOTAL          *
      *     MATCHING THE TRAILER (RC=16 OTHERWISE).                    *
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
      ******************************************************************
       CONTROL-ERROR.

           DISPLAY "AC3C3ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
