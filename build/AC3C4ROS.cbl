      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     LISTA SEMANAL POR OFICINA DE BIENES CON DOCUMENTACION
      *     OBLIGATORIA QUE FALTA O ESTA CADUCADA
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     WEEKLY LIST BY BRANCH OF GOODS WITH MANDATORY DOCUMENTS    *
      *     MISSING OR EXPIRED                                         *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC3C4ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     LOS DOCUMENTOS DE CADA BIEN (ESCRITURA, TASACION, NOTA DEL *
      *     REGISTRO, POLIZA DE SEGURO, CERTIFICADO ENERGETICO) SE     *
      *     MANTIENEN EN LA A011 (AC1C2ROS, RUTINA AC8C250S). ESTE     *
      *     PROCESO RECORRE LOS BIENES ACTIVOS DEL EXTRACTO GOODEXT,   *
      *     BUSCA EN DOCRULES (ACNC0063) QUE DOCUMENTOS SON            *
      *     OBLIGATORIOS PARA SU TIPO DE BIEN (LA REGLA DEL TIPO DE    *
      *     BIEN PREVALECE SOBRE LA GENERICA) Y LOS COMPARA CON LOS    *
      *     REGISTRADOS (RUTINA AC8C251S). CADA DOCUMENTO OBLIGATORIO  *
      *     QUE FALTA, O CUYA FECHA DE CADUCIDAD ES ANTERIOR A LA DE   *
      *     PROCESO, SE LISTA POR ENTIDAD Y OFICINA CON TOTALES DE     *
      *     OFICINA, ENTIDAD Y GENERALES. UNA REGLA CON TIPO DE        *
      *     DOCUMENTO O INDICADOR NO VALIDO, O REPETIDA, DETIENE EL    *
      *     PASO CON RC=16.                                            *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    DOCPARM          E     FECHA DE PROCESO                     *
      *    DOCRULES         E     REGLAS DE DOCUMENTACION OBLIGATORIA  *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    DOCGSRT         E/S    EXTRACTO ORDENADO ENT/OFI/NUMERO     *
      *    DOCRPT           S     LISTA DE DOCUMENTACION PENDIENTE     *
      *    AC8C251S         E     DOCUMENTOS DEL BIEN                  *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     THE DOCUMENTS OF EACH GOOD (DEED, APPRAISAL, LAND REGISTRY *
      *     EXTRACT, INSURANCE POLICY, ENERGY CERTIFICATE) ARE         *
      *     MAINTAINED IN A011 (AC1C2ROS, ROUTINE AC8C250S). THIS      *
      *     BATCH READS THE ACTIVE GOODS OF THE GOODEXT EXTRACT, LOOKS *
      *     UP IN DOCRULES (ACNC0063) WHICH DOCUMENTS ARE MANDATORY    *
      *     FOR THEIR TYPE OF GOOD (THE RULE FOR THE TYPE OF GOOD      *
      *     OVERRIDES THE GENERIC ONE) AND COMPARES THEM WITH THE ONES *
      *     REGISTERED (ROUTINE AC8C251S). EACH MANDATORY DOCUMENT     *
      *     THAT IS MISSING, OR WHOSE EXPIRY DATE IS BEFORE THE        *
      *     PROCESS DATE, IS LISTED BY ENTITY AND BRANCH WITH BRANCH,  *
      *     ENTITY AND GRAND TOTALS. A RULE WITH AN INVALID DOCUMENT   *
      *     TYPE OR FLAG, OR A REPEATED ONE, STOPS THE STEP WITH       *
      *     RC=16.                                                     *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    DOCPARM          I     PROCESS DATE                         *
      *    DOCRULES         I     MANDATORY DOCUMENT RULES             *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    DOCGSRT         I/O    EXTRACT SORTED ENT/BRN/NUMBER        *
      *    DOCRPT           O     OUTSTANDING DOCUMENTS LIST           *
      *    AC8C251S         I     DOCUMENTS OF THE GOOD                *
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

           SELECT DOC-PARM-FILE        ASSIGN TO "DOCPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DOC-RULE-FILE        ASSIGN TO "DOCRULES"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "DOCGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DOC-REPORT-FILE      ASSIGN TO "DOCRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  DOC-PARM-FILE
           RECORDING MODE IS F.

       01  DOC-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).

       FD  DOC-RULE-FILE
           RECORDING MODE IS F.

           COPY ACNC0063.

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

       FD  DOC-REPORT-FILE
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
           05  WS-SW-RULE-EOF              PIC X(01)   VALUE 'N'.
               88  WS-RULE-EOF                         VALUE 'Y'.
           05  WS-SW-FIRST-GOOD            PIC X(01)   VALUE 'S'.
               88  WS-FIRST-GOOD                       VALUE 'S'.
           05  WS-SW-ANY-MANDATORY         PIC X(01)   VALUE 'N'.
               88  WS-ANY-MANDATORY                    VALUE 'S'.
           05  WS-SW-GOOD-PENDING          PIC X(01)   VALUE 'N'.
               88  WS-GOOD-PENDING                     VALUE 'S'.

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

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                *
      *               EXTRACT CONTROL RECORDS                          *
      ******************************************************************
       COPY ACNC0034.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ACTIVE               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ERRORS               PIC 9(07)   VALUE ZEROS.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-PREV-BRN                 PIC X(04)   VALUE SPACES.
           05  WS-PARAM-ENT                PIC X(04)   VALUE SPACES.

      ******************************************************************
      *    TABLA DE REGLAS LEIDA DE DOCRULES                           *
      *    RULE TABLE READ FROM DOCRULES                               *
      ******************************************************************
       01  WS-RULE-TABLE.
           05  WS-CNT-RULES                PIC 9(03)   VALUE ZEROS.
           05  WN-IDX-RUL                  PIC S9(4) COMP VALUE +0.
           05  WS-RUL-ENTRY OCCURS 200 TIMES.
               10  WS-RUL-TYP-GOOD         PIC X(02).
               10  WS-RUL-TYP-DOC          PIC X(02).
               10  WS-RUL-FLG-MANDATORY    PIC X(01).

      ******************************************************************
      *    TIPOS DE DOCUMENTO Y SITUACION DE CADA UNO EN EL BIEN EN    *
      *    CURSO                                                       *
      *    DOCUMENT TYPES AND THE STATUS OF EACH ONE IN THE CURRENT    *
      *    GOOD                                                        *
      ******************************************************************
       01  WS-DOC-TYPES                    PIC X(10)   VALUE
           'DEAPLRINEP'.
       01  WS-DOC-TYPES-R REDEFINES WS-DOC-TYPES.
           05  WS-DOC-TYPE OCCURS 5 TIMES  PIC X(02).

       01  WS-GOOD-DOCS.
           05  WN-IDX-DOC                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-CALL                 PIC S9(4) COMP VALUE +0.
           05  WS-GDC-ENTRY OCCURS 5 TIMES.
               10  WS-GDC-FLG-MANDATORY    PIC X(01).
               10  WS-GDC-FLG-GENERIC      PIC X(01).
               10  WS-GDC-FLG-FOUND        PIC X(01).
               10  WS-GDC-DAT-EXPIRY       PIC X(10).

      ******************************************************************
      *    ACUMULADOS: JUEGO 1 = OFICINA, 2 = ENTIDAD, 3 = TOTAL       *
      *    TOTALS: SET 1 = BRANCH, 2 = ENTITY, 3 = GRAND TOTAL         *
      ******************************************************************
       01  WS-DOC-TOTALS.
           05  WN-IDX-SET                  PIC S9(4) COMP VALUE +0.
           05  WS-TOT-SET OCCURS 3 TIMES.
               10  WS-TOT-CNT-GOODS        PIC 9(07).
               10  WS-TOT-CNT-PENDING      PIC 9(07).
               10  WS-TOT-CNT-MISSING      PIC 9(07).
               10  WS-TOT-CNT-EXPIRED      PIC 9(07).

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C251S                 PIC X(08)   VALUE 'AC8C251S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-NO                       PIC X(01)   VALUE 'N'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-SET-BRN                  PIC 9(01)   VALUE 1.
           05  CA-SET-ENT                  PIC 9(01)   VALUE 2.
           05  CA-SET-GRAND                PIC 9(01)   VALUE 3.
           05  CA-MAX-RULES                PIC 9(03)   VALUE 200.
           05  CA-MAX-DOC                  PIC 9(01)   VALUE 5.
           05  CA-STS-MISSING              PIC X(08)   VALUE 'MISSING'.
           05  CA-STS-EXPIRED              PIC X(08)   VALUE 'EXPIRED'.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DE DOCUMENTO PENDIENTE                                *
      *    OUTSTANDING DOCUMENT LINE                                   *
      ******************************************************************
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02).
           05  DTL-BRN                     PIC X(04).
           05  FILLER                      PIC X(02).
           05  DTL-NUM-GOOD                PIC 9(10).
           05  FILLER                      PIC X(02).
           05  DTL-COD-GOOD                PIC X(10).
           05  FILLER                      PIC X(02).
           05  DTL-TYP-GOOD                PIC X(02).
           05  FILLER                      PIC X(03).
           05  DTL-DES-GOOD                PIC X(40).
           05  FILLER                      PIC X(02).
           05  DTL-TYP-DOC                 PIC X(02).
           05  FILLER                      PIC X(03).
           05  DTL-STATUS                  PIC X(08).
           05  FILLER                      PIC X(02).
           05  DTL-DAT-EXPIRY              PIC X(10).
           05  FILLER                      PIC X(02).
           05  DTL-RULE                    PIC X(08).
           05  FILLER                      PIC X(18).

      ******************************************************************
      *    LINEA DE TOTALES                                            *
      *    TOTALS LINE                                                 *
      ******************************************************************
       01  WS-TOTAL-LINE.
           05  TTL-LABEL                   PIC X(16).
           05  TTL-GOODS                   PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  TTL-PENDING                 PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  TTL-MISSING                 PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  TTL-EXPIRED                 PIC Z(6)9.
           05  FILLER                      PIC X(82).

       01  WS-CNT-EDIT                     PIC Z(6)9.

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

           INITIALIZE WS-DOC-TOTALS

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

           DISPLAY "AC3C4ROS - READ: "     WS-CNT-READ
                   "  ACTIVE: "            WS-CNT-ACTIVE
                   "  RULES: "             WS-CNT-RULES
                   "  PENDING: "
                   WS-TOT-CNT-PENDING(CA-SET-GRAND)
                   "  ERRORS: "            WS-CNT-ERRORS

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - SIN FECHA DE PROCESO SE TOMA LA DE CREACION DEL EXTRACTO.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WITH NO PROCESS DATE THE EXTRACT CREATION DATE IS USED.    *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           OPEN INPUT DOC-PARM-FILE

           READ DOC-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
           END-READ

           CLOSE DOC-PARM-FILE

           IF  WS-DAT-PROCESS EQUAL SPACES OR LOW-VALUES
               MOVE WS-HDR-DAT-CREATE     TO WS-DAT-PROCESS
           END-IF.

      ******************************************************************
      *.PN                    LOAD-RULE-TABLE                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA REGLA CON UN TIPO DE DOCUMENTO DESCONOCIDO, UN         *
      *     INDICADOR DISTINTO DE 'S'/'N' O REPETIDA PARA EL MISMO     *
      *     TIPO DE BIEN Y DOCUMENTO DETIENE EL PASO CON RC=16: UNA    *
      *     LISTA HECHA CON REGLAS MAL ESCRITAS RECLAMARIA DOCUMENTOS  *
      *     QUE NO HACEN FALTA U OMITIRIA LOS QUE SI. SIN REGLAS O CON *
      *     MAS DE 200 TAMPOCO SE PROCESA.                             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A RULE WITH AN UNKNOWN DOCUMENT TYPE, A FLAG OTHER THAN    *
      *     'S'/'N' OR REPEATED FOR THE SAME TYPE OF GOOD AND DOCUMENT *
      *     STOPS THE STEP WITH RC=16: A LIST BUILT FROM MISTYPED      *
      *     RULES WOULD CLAIM DOCUMENTS THAT ARE NOT NEEDED OR MISS    *
      *     THOSE THAT ARE. WITH NO RULES OR MORE THAN 200 NOTHING IS  *
      *     PROCESSED EITHER.                                          *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-RULE-TABLE.

           OPEN INPUT DOC-RULE-FILE

           PERFORM UNTIL WS-RULE-EOF

               READ DOC-RULE-FILE
                   AT END
                       SET WS-RULE-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-RULE-RECORD
                       ADD 1 TO WS-CNT-RULES
                       MOVE N0063-TYP-GOOD
                               TO WS-RUL-TYP-GOOD(WS-CNT-RULES)
                       MOVE N0063-TYP-DOC
                               TO WS-RUL-TYP-DOC(WS-CNT-RULES)
                       MOVE N0063-FLG-MANDATORY
                               TO WS-RUL-FLG-MANDATORY(WS-CNT-RULES)
               END-READ

           END-PERFORM

           CLOSE DOC-RULE-FILE

           IF  WS-CNT-RULES EQUAL ZEROS
               MOVE "NO DOCUMENT RULES IN DOCRULES" TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    CHECK-RULE-RECORD                        *
      ******************************************************************
       CHECK-RULE-RECORD.

           IF  NOT N0063-TYP-DOC-VALID
               STRING "UNKNOWN DOCUMENT TYPE IN RULE "
                                               DELIMITED BY SIZE
                      N0063-TYP-GOOD           DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      N0063-TYP-DOC            DELIMITED BY SIZE
                      INTO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  NOT N0063-MANDATORY
               AND NOT N0063-NOT-MANDATORY
               STRING "INVALID FLAG IN RULE "  DELIMITED BY SIZE
                      N0063-TYP-GOOD           DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      N0063-TYP-DOC            DELIMITED BY SIZE
                      INTO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           PERFORM VARYING WN-IDX-RUL FROM 1 BY 1
                   UNTIL WN-IDX-RUL > WS-CNT-RULES
               IF  WS-RUL-TYP-GOOD(WN-IDX-RUL) EQUAL N0063-TYP-GOOD
                   AND WS-RUL-TYP-DOC(WN-IDX-RUL) EQUAL N0063-TYP-DOC
                   STRING "DUPLICATE RULE "    DELIMITED BY SIZE
                          N0063-TYP-GOOD       DELIMITED BY SIZE
                          "/"                  DELIMITED BY SIZE
                          N0063-TYP-DOC        DELIMITED BY SIZE
                          INTO WS-CTL-MSG
                   PERFORM CONTROL-ERROR
               END-IF
           END-PERFORM

           IF  WS-CNT-RULES NOT < CA-MAX-RULES
               MOVE "TOO MANY RULES IN DOCRULES" TO WS-CTL-MSG
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
           OPEN OUTPUT DOC-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE GOOD-EXTRACT-FILE
                 DOC-REPORT-FILE.

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

               PERFORM FIND-MANDATORY-DOCUMENTS

               MOVE 'N'                TO WS-SW-GOOD-PENDING

               IF  WS-ANY-MANDATORY
                   PERFORM CHECK-GOOD-DOCUMENTS
               END-IF

               PERFORM VARYING WN-IDX-SET FROM 1 BY 1
                       UNTIL WN-IDX-SET > CA-SET-GRAND
                   ADD 1 TO WS-TOT-CNT-GOODS(WN-IDX-SET)
                   IF  WS-GOOD-PENDING
                       ADD 1 TO WS-TOT-CNT-PENDING(WN-IDX-SET)
                   END-IF
               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    FIND-MANDATORY-DOCUMENTS                 *
      *                                                                *
      *A.PR.S                                                          *
      *   - PARA CADA TIPO DE DOCUMENTO TOMA LA REGLA DEL TIPO DE BIEN *
      *     (N003-TYP-GOOD) Y, SI NO LA HAY, LA GENERICA. SIN NINGUNA  *
      *     EL DOCUMENTO NO ES OBLIGATORIO.                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - FOR EACH DOCUMENT TYPE TAKES THE RULE FOR THE TYPE OF GOOD *
      *     (N003-TYP-GOOD) AND, IF THERE IS NONE, THE GENERIC ONE.    *
      *     WITH NEITHER THE DOCUMENT IS NOT MANDATORY.                *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-MANDATORY-DOCUMENTS.

           MOVE 'N'                    TO WS-SW-ANY-MANDATORY

           PERFORM VARYING WN-IDX-DOC FROM 1 BY 1
                   UNTIL WN-IDX-DOC > CA-MAX-DOC

               MOVE CA-NO       TO WS-GDC-FLG-MANDATORY(WN-IDX-DOC)
               MOVE SPACES      TO WS-GDC-FLG-GENERIC(WN-IDX-DOC)
               MOVE CA-NO       TO WS-GDC-FLG-FOUND(WN-IDX-DOC)
               MOVE SPACES      TO WS-GDC-DAT-EXPIRY(WN-IDX-DOC)

               PERFORM VARYING WN-IDX-RUL FROM 1 BY 1
                       UNTIL WN-IDX-RUL > WS-CNT-RULES

                   IF  WS-RUL-TYP-DOC(WN-IDX-RUL)
                               EQUAL WS-DOC-TYPE(WN-IDX-DOC)
                       EVALUATE TRUE
                           WHEN WS-RUL-TYP-GOOD(WN-IDX-RUL)
                                       EQUAL N003-TYP-GOOD
                               MOVE WS-RUL-FLG-MANDATORY(WN-IDX-RUL)
                                 TO WS-GDC-FLG-MANDATORY(WN-IDX-DOC)
                               MOVE CA-NO
                                 TO WS-GDC-FLG-GENERIC(WN-IDX-DOC)
                           WHEN WS-RUL-TYP-GOOD(WN-IDX-RUL)
                                       EQUAL SPACES
                                AND WS-GDC-FLG-GENERIC(WN-IDX-DOC)
                                       NOT EQUAL CA-NO
                               MOVE WS-RUL-FLG-MANDATORY(WN-IDX-RUL)
                                 TO WS-GDC-FLG-MANDATORY(WN-IDX-DOC)
                               MOVE CA-YES
                                 TO WS-GDC-FLG-GENERIC(WN-IDX-DOC)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF

               END-PERFORM

               IF  WS-GDC-FLG-MANDATORY(WN-IDX-DOC) EQUAL CA-YES
                   MOVE 'S'            TO WS-SW-ANY-MANDATORY
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    CHECK-GOOD-DOCUMENTS                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE LOS DOCUMENTOS DEL BIEN CON AC8C251S Y LISTA CADA  *
      *     DOCUMENTO OBLIGATORIO QUE FALTA O QUE CADUCO ANTES DE LA   *
      *     FECHA DE PROCESO. UN ERROR DE LA RUTINA SE LISTA Y NO      *
      *     DETIENE EL LOTE; EL BIEN NO SE DA POR PENDIENTE.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BROWSES THE GOOD'S DOCUMENTS WITH AC8C251S AND LISTS EACH  *
      *     MANDATORY DOCUMENT THAT IS MISSING OR EXPIRED BEFORE THE   *
      *     PROCESS DATE. A ROUTINE ERROR IS LISTED AND DOES NOT STOP  *
      *     THE RUN; THE GOOD IS NOT COUNTED AS PENDING.               *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-GOOD-DOCUMENTS.

           IF  N003-ENT NOT EQUAL WS-PARAM-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE N003-ENT           TO WS-PARAM-ENT
           END-IF

           INITIALIZE VA-ACEC251-01
                      VA-ACEC000-01
           SET E000-SW-RTN-OK          TO TRUE
           MOVE CA-YES                 TO E251-FLG-FOUND

           PERFORM VARYING WN-IDX-CALL FROM 1 BY 1
                   UNTIL WN-IDX-CALL > CA-MAX-DOC
                      OR E251-FLG-FOUND NOT EQUAL CA-YES
                      OR NOT E000-SW-RTN-OK
               PERFORM BROWSE-NEXT-DOCUMENT
           END-PERFORM

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
               MOVE SPACES             TO WS-DETAIL-LINE
               MOVE N003-BRN-GOOD      TO DTL-BRN
               MOVE N003-NUM-GOOD      TO DTL-NUM-GOOD
               MOVE N003-COD-GOOD      TO DTL-COD-GOOD
               MOVE N003-TYP-GOOD      TO DTL-TYP-GOOD
               STRING "AC8C251S ERROR "  DELIMITED BY SIZE
                      E000-ERRCOD        DELIMITED BY SIZE
                      INTO DTL-DES-GOOD
               MOVE WS-DETAIL-LINE     TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM VARYING WN-IDX-DOC FROM 1 BY 1
                       UNTIL WN-IDX-DOC > CA-MAX-DOC
                   IF  WS-GDC-FLG-MANDATORY(WN-IDX-DOC) EQUAL CA-YES
                       PERFORM CHECK-ONE-DOCUMENT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *.PN                    BROWSE-NEXT-DOCUMENT                     *
      ******************************************************************
       BROWSE-NEXT-DOCUMENT.

           INITIALIZE VA-ACEC000-01

           MOVE N003-ENT               TO E251-ENT
           MOVE N003-NUM-GOOD          TO E251-NUM-GOOD

           CALL CA-AC8C251S   USING VA-ACEC251-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK
               AND E251-FLG-FOUND EQUAL CA-YES

               PERFORM VARYING WN-IDX-DOC FROM 1 BY 1
                       UNTIL WN-IDX-DOC > CA-MAX-DOC
                   IF  WS-DOC-TYPE(WN-IDX-DOC) EQUAL E251-TYP-DOC
                       MOVE CA-YES
                               TO WS-GDC-FLG-FOUND(WN-IDX-DOC)
                       MOVE E251-DAT-EXPIRY
                               TO WS-GDC-DAT-EXPIRY(WN-IDX-DOC)
                   END-IF
               END-PERFORM

               MOVE E251-TYP-DOC       TO E251-TYP-AFTER

           END-IF.

      ******************************************************************
      *.PN                    CHECK-ONE-DOCUMENT                       *
      ******************************************************************
       CHECK-ONE-DOCUMENT.

           MOVE SPACES                 TO WS-DETAIL-LINE

           EVALUATE TRUE

               WHEN WS-GDC-FLG-FOUND(WN-IDX-DOC) NOT EQUAL CA-YES
                   MOVE CA-STS-MISSING TO DTL-STATUS
                   PERFORM VARYING WN-IDX-SET FROM 1 BY 1
                           UNTIL WN-IDX-SET > CA-SET-GRAND
                       ADD 1 TO WS-TOT-CNT-MISSING(WN-IDX-SET)
                   END-PERFORM

               WHEN WS-GDC-DAT-EXPIRY(WN-IDX-DOC) NOT EQUAL SPACES
                AND WS-GDC-DAT-EXPIRY(WN-IDX-DOC) < WS-DAT-PROCESS
                   MOVE CA-STS-EXPIRED TO DTL-STATUS
                   MOVE WS-GDC-DAT-EXPIRY(WN-IDX-DOC)
                                       TO DTL-DAT-EXPIRY
                   PERFORM VARYING WN-IDX-SET FROM 1 BY 1
                           UNTIL WN-IDX-SET > CA-SET-GRAND
                       ADD 1 TO WS-TOT-CNT-EXPIRED(WN-IDX-SET)
                   END-PERFORM

               WHEN OTHER
                   CONTINUE

           END-EVALUATE

           IF  DTL-STATUS NOT EQUAL SPACES

               MOVE 'S'                TO WS-SW-GOOD-PENDING

               MOVE N003-BRN-GOOD      TO DTL-BRN
               MOVE N003-NUM-GOOD      TO DTL-NUM-GOOD
               MOVE N003-COD-GOOD      TO DTL-COD-GOOD
               MOVE N003-TYP-GOOD      TO DTL-TYP-GOOD
               MOVE N003-DES-GOOD      TO DTL-DES-GOOD
               MOVE WS-DOC-TYPE(WN-IDX-DOC)
                                       TO DTL-TYP-DOC

               IF  WS-GDC-FLG-GENERIC(WN-IDX-DOC) EQUAL CA-YES
                   MOVE "GENERIC"      TO DTL-RULE
               ELSE
                   MOVE "TYPE"         TO DTL-RULE
               END-IF

               MOVE WS-DETAIL-LINE     TO REPORT-LINE
               WRITE REPORT-LINE

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
               MOVE "ENTITY PARAMS NOT FOUND"  TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE WS-CNT-RULES           TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "MANDATORY DOCUMENTS MISSING OR EXPIRED AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  " - ACTIVE GOODS - "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  " RULES"           DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "DOCUMENTS: DE DEED  AP APPRAISAL  LR LAND REGISTRY"
                                     DELIMITED BY SIZE
                  "  IN INSURANCE  EP ENERGY CERTIFICATE"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
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
           STRING "  BRN   GOOD        CODE        TY   DESCRIPTION"
                                     DELIMITED BY SIZE
                  "                               DOC  STATUS    EXPIRY"
                                     DELIMITED BY SIZE
                  "      RULE"       DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-BRANCH-TOTAL                       *
      ******************************************************************
       WRITE-BRANCH-TOTAL.

           MOVE CA-SET-BRN             TO WN-IDX-SET

           MOVE SPACES                 TO WS-TOTAL-LINE
           STRING "  BRANCH "        DELIMITED BY SIZE
                  WS-PREV-BRN        DELIMITED BY SIZE
                  INTO TTL-LABEL

           PERFORM WRITE-TOTAL-LINE

           INITIALIZE WS-TOT-SET(CA-SET-BRN).

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
       WRITE-ENTITY-TOTAL.

           MOVE CA-SET-ENT             TO WN-IDX-SET

           MOVE SPACES                 TO WS-TOTAL-LINE
           MOVE "  ENTITY TOTAL"       TO TTL-LABEL

           PERFORM WRITE-TOTAL-LINE

           INITIALIZE WS-TOT-SET(CA-SET-ENT).

      ******************************************************************
      *.PN                    WRITE-GRAND-TOTAL                        *
      ******************************************************************
       WRITE-GRAND-TOTAL.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CA-SET-GRAND           TO WN-IDX-SET

           MOVE SPACES                 TO WS-TOTAL-LINE
           MOVE "ALL ENTITIES"         TO TTL-LABEL

           PERFORM WRITE-TOTAL-LINE

           IF  WS-CNT-ERRORS > ZEROS
               MOVE WS-CNT-ERRORS      TO WS-CNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "GOODS NOT CHECKED (ROUTINE ERROR): "
                                     DELIMITED BY SIZE
                      WS-CNT-EDIT    DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ******************************************************************
      *.PN                    WRITE-TOTAL-LINE                         *
      ******************************************************************
       WRITE-TOTAL-LINE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "                   GOODS  PENDING  MISSING  EXPIRED"
                                     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-CNT-GOODS(WN-IDX-SET)      TO TTL-GOODS
           MOVE WS-TOT-CNT-PENDING(WN-IDX-SET)    TO TTL-PENDING
           MOVE WS-TOT-CNT-MISSING(WN-IDX-SET)    TO TTL-MISSING
           MOVE WS-TOT-CNT-EXPIRED(WN-IDX-SET)    TO TTL-EXPIRED

           MOVE WS-TOTAL-LINE          TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPRUEBA QUE EL EXTRACTO TRAE REGISTRO 'H' DE CABECERA    *
      *     EL PRIMERO Y 'T' DE COLA EL ULTIMO, Y QUE EL NUMERO DE     *
      *     REGISTROS Y LA SUMA DE CONTROL COINCIDEN CON LA COLA       *
      *     (RC=16 SI NO).                                             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CHECKS THAT THE EXTRACT HAS THE 'H' HEADER RECORD FIRST,   *
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

           DISPLAY "AC3C4ROS - CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
