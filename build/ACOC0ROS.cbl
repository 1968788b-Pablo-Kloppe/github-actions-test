      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CRUCE DEL FICHERO DEL REGISTRO DE LA PROPIEDAD CON LAS
      *     PARCELAS DE LOS BIENES (CARGAS, EMBARGOS Y TITULARES)
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     LAND REGISTRY FEED MATCHED AGAINST THE GOODS' PARCELS      *
      *     (CHARGES, SEIZURES AND OWNERS)                             *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACOC0ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     ACDC0ROS SOLO COMPARA NUESTRAS ENTIDADES ENTRE SI; ESTE    *
      *     LOTE CRUZA EL FICHERO DEL REGISTRO DE LA PROPIEDAD         *
      *     (LRFEED, ACNC0044) CON EL EXTRACTO DE BIENES POR PARCELA + *
      *     PROPIEDAD. AMBOS SE ORDENAN POR ESA CLAVE (MISMA TECNICA   *
      *     DE SORT QUE ACDC0ROS) Y SE CASAN. PARA CADA BIEN ACTIVO    *
      *     CON ASIENTOS EN EL REGISTRO SE SENALA:                     *
      *       - CARGA VIGENTE DE OTRO ACREEDOR CON RANGO PREFERENTE AL *
      *         DE LA CARGA DE LA ENTIDAD (O CUALQUIERA, SI LA CARGA   *
      *         DE LA ENTIDAD NO ESTA INSCRITA)                        *
      *       - EMBARGO VIGENTE                                        *
      *       - TITULAR INSCRITO QUE NO ESTA ENTRE EL TITULAR DEL BIEN *
      *         Y SUS COPROPIETARIOS (AC8C150S OPCION 4), Y TITULAR    *
      *         NUESTRO QUE NO FIGURA EN EL REGISTRO                   *
      *     CADA HALLAZGO SE GRABA EN LA COLA DE REVISION LRREVQ       *
      *     (ACNC0045). LA COLA DE LA EJECUCION ANTERIOR (LRREVQI) SE  *
      *     LEE PARA CONSERVAR EL ESTADO QUE LE HAYA DADO EL REVISOR,  *
      *     DESPUES DE APLICARLE LAS DECISIONES DEL FICHERO LRREVDEC   *
      *     (ACNC0065: 'R' EN REVISION, 'C' DESCARTADA Y EL USUARIO    *
      *     REVISOR); LAS DECISIONES SOBRE HALLAZGOS QUE NO ESTAN EN   *
      *     LA COLA O CON ESTADO NO VALIDO SE RECHAZAN Y SE LISTAN.    *
      *     LOS HALLAZGOS QUE YA NO APARECEN SE DAN POR RESUELTOS. LOS *
      *     REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE VERIFICAN  *
      *     EN PASADA PREVIA.                                          *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    LRPARM           E     FECHA DE PROCESO                     *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    LRFEED           E     ASIENTOS DEL REGISTRO DE LA PROPIEDAD*
      *    LRREVQI          E     COLA DE REVISION ANTERIOR            *
      *    LRREVDEC         E     DECISIONES DEL REVISOR               *
      *    LRGSRT           S     EXTRACTO ORDENADO POR PARCELA        *
      *    LRFSRT           S     ASIENTOS ORDENADOS POR PARCELA       *
      *    LRREVQ           S     COLA DE REVISION                     *
      *    LRRPT            S     INFORME DE CARGAS REGISTRALES        *
      *    ACEC150          E     AREA COM. RUTINA AC8C150S            *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     ACDC0ROS ONLY COMPARES OUR OWN ENTITIES WITH EACH OTHER;   *
      *     THIS BATCH MATCHES THE LAND REGISTRY FEED (LRFEED,         *
      *     ACNC0044) AGAINST THE GOODS EXTRACT BY PLOT + PROPERTY.    *
      *     BOTH ARE SORTED ON THAT KEY (THE SAME SORT TECHNIQUE AS    *
      *     ACDC0ROS) AND MATCHED. FOR EVERY ACTIVE GOOD WITH REGISTRY *
      *     ENTRIES IT FLAGS:                                          *
      *       - AN ACTIVE CHARGE OF ANOTHER HOLDER RANKING AHEAD OF    *
      *         THE ENTITY'S OWN CHARGE (OR ANY, WHEN THE ENTITY'S     *
      *         CHARGE IS NOT REGISTERED)                              *
      *       - AN ACTIVE SEIZURE                                      *
      *       - A REGISTERED OWNER WHO IS NEITHER THE GOOD'S HOLDER    *
      *         NOR ONE OF ITS CO-OWNERS (AC8C150S OPTION 4), AND AN   *
      *         OWNER OF OURS NOT SHOWN ON THE REGISTRY                *
      *     EACH FINDING IS WRITTEN TO THE LRREVQ REVIEW QUEUE         *
      *     (ACNC0045). THE PREVIOUS RUN'S QUEUE (LRREVQI) IS READ TO  *
      *     KEEP THE STATUS THE REVIEWER GAVE IT, AFTER APPLYING THE   *
      *     DECISIONS IN THE LRREVDEC FILE (ACNC0065: 'R' IN REVIEW,   *
      *     'C' CLEARED AND THE REVIEWING USER); DECISIONS ON FINDINGS *
      *     NOT IN THE QUEUE OR WITH AN INVALID STATUS ARE REJECTED    *
      *     AND LISTED. FINDINGS NO LONGER PRESENT ARE TAKEN AS        *
      *     RESOLVED. THE EXTRACT CONTROL RECORDS (ACNC0034) ARE       *
      *     VERIFIED IN A PRE-PASS.                                    *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    LRPARM           I     PROCESS DATE                         *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    LRFEED           I     LAND REGISTRY ENTRIES                *
      *    LRREVQI          I     PREVIOUS REVIEW QUEUE                *
      *    LRREVDEC         I     REVIEWER DECISIONS                   *
      *    LRGSRT           O     EXTRACT SORTED BY PARCEL             *
      *    LRFSRT           O     REGISTRY ENTRIES SORTED BY PARCEL    *
      *    LRREVQ           O     REVIEW QUEUE                         *
      *    LRRPT            O     REGISTRY ENCUMBRANCE REPORT          *
      *    ACEC150          I     COMMAREA MODULE AC8C150S             *
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

           SELECT LR-PARM-FILE         ASSIGN TO "LRPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LR-FEED-RAW          ASSIGN TO "LRFEED"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LR-PREV-QUEUE-FILE
                                        ASSIGN TO "LRREVQI"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LR-DECISION-FILE
                                        ASSIGN TO "LRREVDEC"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT SORT-FEED-FILE       ASSIGN TO "SRTWK02".

           SELECT GOOD-SORTED-FILE     ASSIGN TO "LRGSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LR-FEED-SORTED       ASSIGN TO "LRFSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LR-QUEUE-FILE        ASSIGN TO "LRREVQ"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT LR-REPORT-FILE       ASSIGN TO "LRRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LR-PARM-FILE
           RECORDING MODE IS F.

       01  LR-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

       FD  LR-FEED-RAW
           RECORDING MODE IS F.

       01  LR-FEED-RAW-RECORD           PIC X(111).

      ******************************************************************
      *    COLA DE REVISION DE LA EJECUCION ANTERIOR                    *
      *    REVIEW QUEUE OF THE PREVIOUS RUN                             *
      ******************************************************************
       FD  LR-PREV-QUEUE-FILE
           RECORDING MODE IS F.

       01  LR-PREV-QUEUE-RECORD.
           05  PRVQ-ENT                    PIC X(04).
           05  PRVQ-NUM-GOOD               PIC 9(10).
           05  PRVQ-COD-PLOT               PIC X(10).
           05  PRVQ-COD-PROPERTY           PIC X(10).
           05  PRVQ-TYP-FINDING            PIC X(01).
           05  PRVQ-DES-FINDING            PIC X(40).
           05  PRVQ-AMT-FINDING            PIC 9(13)V9(02).
           05  PRVQ-FCC-FINDING            PIC X(03).
           05  PRVQ-DAT-REGISTERED         PIC X(10).
           05  PRVQ-STATUS                 PIC X(01).
           05  PRVQ-DAT-FIRST-SEEN         PIC X(10).
           05  PRVQ-DAT-LAST-SEEN          PIC X(10).
           05  PRVQ-USER-REVIEW            PIC X(08).

      ******************************************************************
      *    DECISIONES DEL REVISOR SOBRE LA COLA ANTERIOR                *
      *    REVIEWER DECISIONS ON THE PREVIOUS QUEUE                     *
      ******************************************************************
       FD  LR-DECISION-FILE
           RECORDING MODE IS F.

           COPY ACNC0065.

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR PARCELA + PROPIEDAD          *
      *    SORT WORK FILE, KEYED BY PLOT + PROPERTY                     *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(391).
           05  SR-COD-PLOT              PIC X(10).
           05  SR-COD-PROPERTY          PIC X(10).
           05  FILLER                   PIC X(341).

      ******************************************************************
      *    SORT DE LOS ASIENTOS DEL REGISTRO POR PARCELA + PROPIEDAD    *
      *    SORT OF THE REGISTRY ENTRIES BY PLOT + PROPERTY              *
      ******************************************************************
       SD  SORT-FEED-FILE.

       01  SORT-FEED-RECORD.
           05  SF-COD-PLOT              PIC X(10).
           05  SF-COD-PROPERTY          PIC X(10).
           05  SF-REC-TYPE              PIC X(01).
           05  FILLER                   PIC X(90).

       FD  GOOD-SORTED-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  LR-FEED-SORTED
           RECORDING MODE IS F.

           COPY ACNC0044.

       FD  LR-QUEUE-FILE
           RECORDING MODE IS F.

           COPY ACNC0045.

       FD  LR-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C150S                 *
      ******************************************************************
       01  VA-ACEC150-01.
           COPY ACEC150.

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
           05  WS-SW-FEED-EOF              PIC X(01)   VALUE 'N'.
               88  WS-FEED-EOF                         VALUE 'Y'.
           05  WS-SW-PRVQ-EOF              PIC X(01)   VALUE 'N'.
               88  WS-PRVQ-EOF                         VALUE 'Y'.
           05  WS-SW-DEC-EOF               PIC X(01)   VALUE 'N'.
               88  WS-DEC-EOF                          VALUE 'Y'.
           05  WS-SW-CO-END                PIC X(01)   VALUE 'N'.
               88  WS-CO-END                           VALUE 'Y'.
           05  WS-SW-FOUND                 PIC X(01)   VALUE 'N'.
               88  WS-FOUND                            VALUE 'S'.
           05  WS-SW-OWN-CHARGE            PIC X(01)   VALUE 'N'.
               88  WS-OWN-CHARGE                       VALUE 'S'.
           05  WS-SW-GOOD-HDR              PIC X(01)   VALUE 'N'.
               88  WS-GOOD-HDR-DONE                    VALUE 'S'.

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
      *               REGISTROS DE CONTROL DEL EXTRACTO                 *
      *               EXTRACT CONTROL RECORDS                           *
      ******************************************************************
       COPY ACNC0034.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-FEED                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-FEED-UNMATCHED       PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-MATCHED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NOT-IN-FEED          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-INACTIVE             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-FLAGGED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-PRIOR                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SEIZURE              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-OWNER                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NEW                  PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-RESOLVED             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-DEC-APPLIED          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-DEC-REJECTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ERRORS               PIC 9(07)   VALUE ZEROS.

      ******************************************************************
      *    ASIENTOS DEL REGISTRO DE LA PARCELA EN CURSO                 *
      *    REGISTRY ENTRIES OF THE CURRENT PARCEL                       *
      ******************************************************************
       01  WS-FEED-GROUP.
           05  WS-FEED-KEY                 PIC X(20)   VALUE SPACES.
           05  WS-GRP-KEY                  PIC X(20)   VALUE SPACES.
           05  WS-GOOD-KEY                 PIC X(20)   VALUE SPACES.
           05  WS-CNT-G-OWN                PIC 9(02)   VALUE ZEROS.
           05  WS-CNT-G-CHG                PIC 9(02)   VALUE ZEROS.
           05  WS-CNT-G-SEI                PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-G                    PIC S9(4) COMP VALUE +0.
           05  WS-G-OWN-ENTRY OCCURS 20 TIMES.
               10  WS-G-OWN-NAME           PIC X(40).
               10  WS-G-OWN-DAT            PIC X(10).
               10  WS-G-OWN-SW-MATCH       PIC X(01).
                   88  WS-G-OWN-MATCHED                VALUE 'S'.
           05  WS-G-CHG-ENTRY OCCURS 20 TIMES.
               10  WS-G-CHG-RANK           PIC 9(02).
               10  WS-G-CHG-HOLDER         PIC X(04).
               10  WS-G-CHG-DES-HOLDER     PIC X(30).
               10  WS-G-CHG-AMT            PIC 9(13)V9(02).
               10  WS-G-CHG-FCC            PIC X(03).
               10  WS-G-CHG-DAT            PIC X(10).
           05  WS-G-SEI-ENTRY OCCURS 10 TIMES.
               10  WS-G-SEI-AUTHORITY      PIC X(30).
               10  WS-G-SEI-REFERENCE      PIC X(20).
               10  WS-G-SEI-AMT            PIC 9(13)V9(02).
               10  WS-G-SEI-FCC            PIC X(03).
               10  WS-G-SEI-DAT            PIC X(10).

      ******************************************************************
      *    TITULAR Y COPROPIETARIOS DEL BIEN EN CURSO                   *
      *    HOLDER AND CO-OWNERS OF THE CURRENT GOOD                     *
      ******************************************************************
       01  WS-OWNER-FIELDS.
           05  WS-CNT-OURS                 PIC 9(02)   VALUE ZEROS.
           05  WN-IDX-OURS                 PIC S9(4) COMP VALUE +0.
           05  WN-SEQ-OWNER                PIC 9(02)   VALUE ZEROS.
           05  WS-OURS-ENTRY OCCURS 20 TIMES.
               10  WS-OURS-NAME            PIC X(40).
               10  WS-OURS-SW-MATCH        PIC X(01).
                   88  WS-OURS-MATCHED                 VALUE 'S'.
           05  WS-CMP-NAME-1               PIC X(40)   VALUE SPACES.
           05  WS-CMP-NAME-2               PIC X(40)   VALUE SPACES.

      ******************************************************************
      *    COLA DE REVISION ANTERIOR (ESTADO DEL REVISOR)               *
      *    PREVIOUS REVIEW QUEUE (REVIEWER STATUS)                      *
      ******************************************************************
       01  WS-PREV-QUEUE-FIELDS.
           05  WS-CNT-PRVQ                 PIC 9(05)   VALUE ZEROS.
           05  WN-IDX-PRVQ                 PIC S9(4) COMP VALUE +0.
           05  WS-PRVQ-ENTRY OCCURS 5000 TIMES.
               10  WS-PQ-ENT               PIC X(04).
               10  WS-PQ-NUM-GOOD          PIC 9(10).
               10  WS-PQ-TYP-FINDING       PIC X(01).
               10  WS-PQ-DES-FINDING       PIC X(40).
               10  WS-PQ-STATUS            PIC X(01).
               10  WS-PQ-DAT-FIRST-SEEN    PIC X(10).
               10  WS-PQ-USER-REVIEW       PIC X(08).
               10  WS-PQ-SW-SEEN           PIC X(01).
                   88  WS-PQ-SEEN                      VALUE 'S'.

       01  WS-FINDING-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-OWN-RANK                 PIC 9(02)   VALUE ZEROS.
           05  WS-FND-TYP                  PIC X(01)   VALUE SPACES.
           05  WS-FND-DES                  PIC X(40)   VALUE SPACES.
           05  WS-FND-AMT                  PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-FND-FCC                  PIC X(03)   VALUE SPACES.
           05  WS-FND-DAT                  PIC X(10)   VALUE SPACES.
           05  WS-FND-LABEL                PIC X(16)   VALUE SPACES.
           05  WS-STATUS-LABEL             PIC X(09)   VALUE SPACES.
           05  WS-CNT-DEC-MATCH            PIC 9(05)   VALUE ZEROS.
           05  WS-DEC-RESULT               PIC X(30)   VALUE SPACES.

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C150S                 PIC X(08)   VALUE 'AC8C150S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-CO-INQ               PIC X(01)   VALUE '4'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-FND-PRIOR                PIC X(01)   VALUE 'P'.
           05  CA-FND-SEIZURE              PIC X(01)   VALUE 'S'.
           05  CA-FND-OWN-UNKNOWN          PIC X(01)   VALUE 'O'.
           05  CA-FND-OWN-MISSING          PIC X(01)   VALUE 'U'.
           05  CA-ST-NEW                   PIC X(01)   VALUE 'N'.
           05  CA-ST-CLEARED               PIC X(01)   VALUE 'C'.
           05  CA-MAX-G-OWN                PIC 9(02)   VALUE 20.
           05  CA-MAX-G-CHG                PIC 9(02)   VALUE 20.
           05  CA-MAX-G-SEI                PIC 9(02)   VALUE 10.
           05  CA-MAX-OURS                 PIC 9(02)   VALUE 20.
           05  CA-MAX-PRVQ                 PIC 9(05)   VALUE 5000.
           05  CA-LOWER                    PIC X(26)
                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  CA-UPPER                    PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-AMT-EDIT                     PIC Z(12)9,99.
       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-RANK-EDIT                    PIC Z9.
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

           PERFORM SORT-FEED-BY-PARCEL

           PERFORM OPEN-FILES

           PERFORM READ-PARM

           PERFORM LOAD-PREVIOUS-QUEUE

           PERFORM WRITE-REPORT-TITLE

           PERFORM APPLY-REVIEW-DECISIONS

           PERFORM READ-FEED

           PERFORM UNTIL WS-EOF
               PERFORM READ-SORTED
               IF NOT WS-EOF
                   PERFORM PROCESS-ONE-GOOD
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-FEED-EOF
               ADD 1 TO WS-CNT-FEED-UNMATCHED
               PERFORM READ-FEED
           END-PERFORM

           PERFORM LIST-RESOLVED-FINDINGS

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "ACOC0ROS - READ: "     WS-CNT-READ
                   "  MATCHED: "           WS-CNT-MATCHED
                   "  FLAGGED: "           WS-CNT-FLAGGED
                   "  NEW: "               WS-CNT-NEW
                   "  RESOLVED: "          WS-CNT-RESOLVED
                   "  DECISIONS: "         WS-CNT-DEC-APPLIED
                   "/"                     WS-CNT-DEC-REJECTED
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
      *.PN                    SORT-FEED-BY-PARCEL                      *
      ******************************************************************
       SORT-FEED-BY-PARCEL.

           SORT SORT-FEED-FILE
               ON ASCENDING KEY SF-COD-PLOT
                                SF-COD-PROPERTY
                                SF-REC-TYPE
               USING LR-FEED-RAW
               GIVING LR-FEED-SORTED.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  LR-PARM-FILE
           OPEN INPUT  GOOD-SORTED-FILE
           OPEN INPUT  LR-FEED-SORTED
           OPEN INPUT  LR-PREV-QUEUE-FILE
           OPEN INPUT  LR-DECISION-FILE
           OPEN OUTPUT LR-QUEUE-FILE
           OPEN OUTPUT LR-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE LR-PARM-FILE
                 GOOD-SORTED-FILE
                 LR-FEED-SORTED
                 LR-PREV-QUEUE-FILE
                 LR-DECISION-FILE
                 LR-QUEUE-FILE
                 LR-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           READ LR-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
           END-READ.

      ******************************************************************
      *.PN                    LOAD-PREVIOUS-QUEUE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - CARGA LA COLA ANTERIOR PARA CONSERVAR EL ESTADO, EL       *
      *     REVISOR Y LA FECHA DE PRIMERA DETECCION DE CADA HALLAZGO. *
      *     EN LA PRIMERA EJECUCION EL FICHERO NO EXISTE.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOADS THE PREVIOUS QUEUE TO KEEP THE STATUS, THE REVIEWER *
      *     AND THE FIRST-SEEN DATE OF EACH FINDING. ON THE FIRST RUN *
      *     THE FILE DOES NOT EXIST.                                  *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-PREVIOUS-QUEUE.

           PERFORM UNTIL WS-PRVQ-EOF

               READ LR-PREV-QUEUE-FILE
                   AT END
                       SET WS-PRVQ-EOF TO TRUE
                   NOT AT END
                       IF  WS-CNT-PRVQ < CA-MAX-PRVQ
                           ADD 1 TO WS-CNT-PRVQ
                           MOVE PRVQ-ENT
                                   TO WS-PQ-ENT(WS-CNT-PRVQ)
                           MOVE PRVQ-NUM-GOOD
                                   TO WS-PQ-NUM-GOOD(WS-CNT-PRVQ)
                           MOVE PRVQ-TYP-FINDING
                                   TO WS-PQ-TYP-FINDING(WS-CNT-PRVQ)
                           MOVE PRVQ-DES-FINDING
                                   TO WS-PQ-DES-FINDING(WS-CNT-PRVQ)
                           MOVE PRVQ-STATUS
                                   TO WS-PQ-STATUS(WS-CNT-PRVQ)
                           MOVE PRVQ-DAT-FIRST-SEEN
                                   TO WS-PQ-DAT-FIRST-SEEN(WS-CNT-PRVQ)
                           MOVE PRVQ-USER-REVIEW
                                   TO WS-PQ-USER-REVIEW(WS-CNT-PRVQ)
                           MOVE 'N'
                                   TO WS-PQ-SW-SEEN(WS-CNT-PRVQ)
                       ELSE
                           ADD 1 TO WS-CNT-ERRORS
                       END-IF
               END-READ

           END-PERFORM.

      ******************************************************************
      *.PN                    APPLY-REVIEW-DECISIONS                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - APLICA A LA COLA ANTERIOR YA CARGADA LAS DECISIONES DEL   *
      *     REVISOR (LRREVDEC): EL HALLAZGO SE BUSCA POR ENTIDAD,     *
      *     BIEN, TIPO Y DESCRIPCION Y RECIBE EL NUEVO ESTADO Y EL    *
      *     USUARIO, QUE RECORD-FINDING ARRASTRA A LRREVQ. SE         *
      *     RECHAZAN LAS DECISIONES SIN USUARIO, CON ESTADO DISTINTO  *
      *     DE 'R'/'C' O SOBRE UN HALLAZGO QUE NO ESTA EN LA COLA. EN *
      *     LA PRIMERA EJECUCION O SIN DECISIONES EL FICHERO NO       *
      *     EXISTE.                                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - APPLIES THE REVIEWER DECISIONS (LRREVDEC) TO THE PREVIOUS *
      *     QUEUE ALREADY LOADED: THE FINDING IS LOOKED UP BY ENTITY, *
      *     GOOD, TYPE AND DESCRIPTION AND TAKES THE NEW STATUS AND   *
      *     USER, WHICH RECORD-FINDING CARRIES TO LRREVQ. DECISIONS   *
      *     WITH NO USER, WITH A STATUS OTHER THAN 'R'/'C' OR ON A    *
      *     FINDING NOT IN THE QUEUE ARE REJECTED. ON THE FIRST RUN   *
      *     OR WITH NO DECISIONS THE FILE DOES NOT EXIST.             *
      *B.PR.E                                                          *
      ******************************************************************
       APPLY-REVIEW-DECISIONS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "REVIEWER DECISIONS"   TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-DEC-EOF

               READ LR-DECISION-FILE
                   AT END
                       SET WS-DEC-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ

           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    APPLY-ONE-DECISION                       *
      ******************************************************************
       APPLY-ONE-DECISION.

           MOVE ZEROS                  TO WS-CNT-DEC-MATCH

           EVALUATE TRUE

               WHEN NOT N0065-ST-VALID
                   MOVE "REJECTED: INVALID STATUS"  TO WS-DEC-RESULT

               WHEN N0065-USER-REVIEW EQUAL SPACES
                   MOVE "REJECTED: NO REVIEWER"     TO WS-DEC-RESULT

               WHEN OTHER

                   PERFORM VARYING WN-IDX-PRVQ FROM 1 BY 1
                           UNTIL WN-IDX-PRVQ > WS-CNT-PRVQ

                       IF  WS-PQ-ENT(WN-IDX-PRVQ) EQUAL N0065-ENT
                           AND WS-PQ-NUM-GOOD(WN-IDX-PRVQ)
                                   EQUAL N0065-NUM-GOOD
                           AND WS-PQ-TYP-FINDING(WN-IDX-PRVQ)
                                   EQUAL N0065-TYP-FINDING
                           AND WS-PQ-DES-FINDING(WN-IDX-PRVQ)
                                   EQUAL N0065-DES-FINDING
                           ADD 1 TO WS-CNT-DEC-MATCH
                           MOVE N0065-STATUS
                                   TO WS-PQ-STATUS(WN-IDX-PRVQ)
                           MOVE N0065-USER-REVIEW
                                   TO WS-PQ-USER-REVIEW(WN-IDX-PRVQ)
                       END-IF

                   END-PERFORM

                   IF  WS-CNT-DEC-MATCH EQUAL ZEROS
                       MOVE "REJECTED: FINDING NOT IN QUEUE"
                                               TO WS-DEC-RESULT
                   ELSE
                       MOVE "APPLIED"          TO WS-DEC-RESULT
                   END-IF

           END-EVALUATE

           IF  WS-CNT-DEC-MATCH EQUAL ZEROS
               ADD 1 TO WS-CNT-DEC-REJECTED
           ELSE
               ADD 1 TO WS-CNT-DEC-APPLIED
           END-IF

           MOVE N0065-NUM-GOOD         TO WS-NUM-EDIT
           MOVE N0065-TYP-FINDING      TO WS-FND-TYP
           PERFORM SET-FINDING-LABEL

           MOVE SPACES TO WS-PRINT-LINE
           STRING "   ENT "            DELIMITED BY SIZE
                  N0065-ENT            DELIMITED BY SIZE
                  "  GOOD "            DELIMITED BY SIZE
                  WS-NUM-EDIT          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-FND-LABEL         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0065-DES-FINDING    DELIMITED BY SIZE
                  " -> "               DELIMITED BY SIZE
                  N0065-STATUS         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0065-USER-REVIEW    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DEC-RESULT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
      *.PN                    READ-FEED                                *
      ******************************************************************
       READ-FEED.

           READ LR-FEED-SORTED
               AT END
                   SET WS-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES        TO WS-FEED-KEY
               NOT AT END
                   ADD 1 TO WS-CNT-FEED
                   MOVE N0044-KEY          TO WS-FEED-KEY
           END-READ.

      ******************************************************************
      *.PN                    PROCESS-ONE-GOOD                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - AVANZA EL FICHERO DEL REGISTRO HASTA LA PARCELA DEL BIEN  *
      *     (LAS PARCELAS DEL REGISTRO SIN BIEN SE SALTAN) Y, SI LA   *
      *     PARCELA TIENE ASIENTOS, LOS CARGA UNA VEZ PARA TODOS LOS  *
      *     BIENES DE ESA PARCELA.                                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ADVANCES THE REGISTRY FEED UP TO THE GOOD'S PARCEL        *
      *     (REGISTRY PARCELS WITH NO GOOD ARE SKIPPED) AND, WHEN THE *
      *     PARCEL HAS ENTRIES, LOADS THEM ONCE FOR ALL THE GOODS ON  *
      *     THAT PARCEL.                                              *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-GOOD.

           IF  N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE
               ADD 1 TO WS-CNT-INACTIVE
           ELSE

               MOVE N003-COD-PLOT      TO WS-GOOD-KEY(1:10)
               MOVE N003-COD-PROPERTY  TO WS-GOOD-KEY(11:10)

               PERFORM UNTIL WS-FEED-KEY NOT < WS-GOOD-KEY
                   ADD 1 TO WS-CNT-FEED-UNMATCHED
                   PERFORM READ-FEED
               END-PERFORM

               IF  WS-FEED-KEY EQUAL WS-GOOD-KEY
                   PERFORM LOAD-FEED-GROUP
               END-IF

               IF  WS-GRP-KEY EQUAL WS-GOOD-KEY
                   ADD 1 TO WS-CNT-MATCHED
                   PERFORM CHECK-GOOD-AGAINST-FEED
               ELSE
                   ADD 1 TO WS-CNT-NOT-IN-FEED
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    LOAD-FEED-GROUP                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - GUARDA LOS ASIENTOS DE LA PARCELA. LAS CARGAS CANCELADAS  *
      *     Y LOS EMBARGOS LEVANTADOS NO SE GUARDAN. LO QUE NO CABE   *
      *     EN LAS TABLAS SE CUENTA COMO ERROR.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - STORES THE PARCEL'S ENTRIES. CANCELLED CHARGES AND LIFTED *
      *     SEIZURES ARE NOT STORED. WHATEVER DOES NOT FIT IN THE     *
      *     TABLES IS COUNTED AS AN ERROR.                            *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-FEED-GROUP.

           MOVE WS-FEED-KEY            TO WS-GRP-KEY
           MOVE ZEROS                  TO WS-CNT-G-OWN
                                          WS-CNT-G-CHG
                                          WS-CNT-G-SEI

           PERFORM UNTIL WS-FEED-KEY NOT EQUAL WS-GRP-KEY

               EVALUATE TRUE

                   WHEN N0044-REC-OWNER
                       IF  WS-CNT-G-OWN < CA-MAX-G-OWN
                           ADD 1 TO WS-CNT-G-OWN
                           MOVE N0044-OWN-NAME
                                   TO WS-G-OWN-NAME(WS-CNT-G-OWN)
                           MOVE N0044-DAT-REGISTERED
                                   TO WS-G-OWN-DAT(WS-CNT-G-OWN)
                       ELSE
                           ADD 1 TO WS-CNT-ERRORS
                       END-IF

                   WHEN N0044-REC-CHARGE
                       IF  N0044-CHG-ACTIVE
                           IF  WS-CNT-G-CHG < CA-MAX-G-CHG
                               ADD 1 TO WS-CNT-G-CHG
                               MOVE N0044-CHG-RANK
                                   TO WS-G-CHG-RANK(WS-CNT-G-CHG)
                               MOVE N0044-CHG-HOLDER
                                   TO WS-G-CHG-HOLDER(WS-CNT-G-CHG)
                               MOVE N0044-CHG-DES-HOLDER
                                   TO WS-G-CHG-DES-HOLDER(WS-CNT-G-CHG)
                               MOVE N0044-CHG-AMT
                                   TO WS-G-CHG-AMT(WS-CNT-G-CHG)
                               MOVE N0044-CHG-FCC
                                   TO WS-G-CHG-FCC(WS-CNT-G-CHG)
                               MOVE N0044-DAT-REGISTERED
                                   TO WS-G-CHG-DAT(WS-CNT-G-CHG)
                           ELSE
                               ADD 1 TO WS-CNT-ERRORS
                           END-IF
                       END-IF

                   WHEN N0044-REC-SEIZURE
                       IF  N0044-SEI-ACTIVE
                           IF  WS-CNT-G-SEI < CA-MAX-G-SEI
                               ADD 1 TO WS-CNT-G-SEI
                               MOVE N0044-SEI-AUTHORITY
                                   TO WS-G-SEI-AUTHORITY(WS-CNT-G-SEI)
                               MOVE N0044-SEI-REFERENCE
                                   TO WS-G-SEI-REFERENCE(WS-CNT-G-SEI)
                               MOVE N0044-SEI-AMT
                                   TO WS-G-SEI-AMT(WS-CNT-G-SEI)
                               MOVE N0044-SEI-FCC
                                   TO WS-G-SEI-FCC(WS-CNT-G-SEI)
                               MOVE N0044-DAT-REGISTERED
                                   TO WS-G-SEI-DAT(WS-CNT-G-SEI)
                           ELSE
                               ADD 1 TO WS-CNT-ERRORS
                           END-IF
                       END-IF

                   WHEN OTHER
                       ADD 1 TO WS-CNT-ERRORS

               END-EVALUATE

               PERFORM READ-FEED

           END-PERFORM.

      ******************************************************************
      *.PN                    CHECK-GOOD-AGAINST-FEED                  *
      ******************************************************************
       CHECK-GOOD-AGAINST-FEED.

           SET WS-SW-GOOD-HDR          TO 'N'

           PERFORM CHECK-PRIOR-CHARGES

           PERFORM CHECK-SEIZURES

           IF  WS-CNT-G-OWN > ZEROS
               PERFORM CHECK-OWNERS
           END-IF

           IF  WS-GOOD-HDR-DONE
               ADD 1 TO WS-CNT-FLAGGED
           END-IF.

      ******************************************************************
      *.PN                    CHECK-PRIOR-CHARGES                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA CARGA PROPIA ES LA DE MEJOR RANGO CUYO ACREEDOR ES LA  *
      *     ENTIDAD DEL BIEN. CUALQUIER CARGA VIGENTE DE OTRO         *
      *     ACREEDOR CON RANGO MEJOR (MENOR) ES PREFERENTE; SI NO HAY *
      *     CARGA PROPIA INSCRITA, TODAS LO SON.                      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - OUR CHARGE IS THE BEST-RANKED ONE WHOSE HOLDER IS THE     *
      *     GOOD'S ENTITY. ANY ACTIVE CHARGE OF ANOTHER HOLDER WITH A *
      *     BETTER (LOWER) RANK RANKS AHEAD; WHEN NO CHARGE OF OURS   *
      *     IS REGISTERED, THEY ALL DO.                               *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-PRIOR-CHARGES.

           SET WS-SW-OWN-CHARGE        TO 'N'
           MOVE 99                     TO WS-OWN-RANK

           PERFORM VARYING WN-IDX-G FROM 1 BY 1
                   UNTIL WN-IDX-G > WS-CNT-G-CHG

               IF  WS-G-CHG-HOLDER(WN-IDX-G) EQUAL N003-ENT
                   SET WS-OWN-CHARGE       TO TRUE
                   IF  WS-G-CHG-RANK(WN-IDX-G) < WS-OWN-RANK
                       MOVE WS-G-CHG-RANK(WN-IDX-G) TO WS-OWN-RANK
                   END-IF
               END-IF

           END-PERFORM

           PERFORM VARYING WN-IDX-G FROM 1 BY 1
                   UNTIL WN-IDX-G > WS-CNT-G-CHG

               IF  WS-G-CHG-HOLDER(WN-IDX-G) NOT EQUAL N003-ENT
                   AND (NOT WS-OWN-CHARGE
                        OR WS-G-CHG-RANK(WN-IDX-G) < WS-OWN-RANK)

                   ADD 1 TO WS-CNT-PRIOR

                   MOVE CA-FND-PRIOR       TO WS-FND-TYP
                   MOVE WS-G-CHG-RANK(WN-IDX-G) TO WS-RANK-EDIT
                   MOVE SPACES             TO WS-FND-DES
                   STRING "RANK "          DELIMITED BY SIZE
                          WS-RANK-EDIT     DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WS-G-CHG-HOLDER(WN-IDX-G)
                                           DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WS-G-CHG-DES-HOLDER(WN-IDX-G)
                                           DELIMITED BY SIZE
                          INTO WS-FND-DES
                   MOVE WS-G-CHG-AMT(WN-IDX-G)  TO WS-FND-AMT
                   MOVE WS-G-CHG-FCC(WN-IDX-G)  TO WS-FND-FCC
                   MOVE WS-G-CHG-DAT(WN-IDX-G)  TO WS-FND-DAT

                   PERFORM RECORD-FINDING

               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    CHECK-SEIZURES                           *
      ******************************************************************
       CHECK-SEIZURES.

           PERFORM VARYING WN-IDX-G FROM 1 BY 1
                   UNTIL WN-IDX-G > WS-CNT-G-SEI

               ADD 1 TO WS-CNT-SEIZURE

               MOVE CA-FND-SEIZURE         TO WS-FND-TYP
               MOVE SPACES                 TO WS-FND-DES
               STRING WS-G-SEI-AUTHORITY(WN-IDX-G)
                                           DELIMITED BY "  "
                      " "                  DELIMITED BY SIZE
                      WS-G-SEI-REFERENCE(WN-IDX-G)
                                           DELIMITED BY SIZE
                      INTO WS-FND-DES
               MOVE WS-G-SEI-AMT(WN-IDX-G) TO WS-FND-AMT
               MOVE WS-G-SEI-FCC(WN-IDX-G) TO WS-FND-FCC
               MOVE WS-G-SEI-DAT(WN-IDX-G) TO WS-FND-DAT

               PERFORM RECORD-FINDING

           END-PERFORM.

      ******************************************************************
      *.PN                    CHECK-OWNERS                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - NUESTROS TITULARES SON EL TITULAR DEL BIEN (N003-ADRCUS)  *
      *     Y LAS FILAS DE COPROPIETARIO DE AC8C150S, LEIDAS POR      *
      *     SECUENCIAL HASTA LA PRIMERA QUE NO EXISTE. SE COMPARAN EN *
      *     MAYUSCULAS CON LOS TITULARES INSCRITOS, EN LOS DOS        *
      *     SENTIDOS.                                                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - OUR OWNERS ARE THE GOOD'S HOLDER (N003-ADRCUS) AND THE    *
      *     AC8C150S CO-OWNER ROWS, READ BY SEQUENCE UP TO THE FIRST  *
      *     ONE NOT FOUND. THEY ARE COMPARED IN UPPER CASE WITH THE   *
      *     REGISTERED OWNERS, BOTH WAYS.                             *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-OWNERS.

           MOVE ZEROS                  TO WS-CNT-OURS

           IF  N003-ADRCUS NOT EQUAL SPACES
               ADD 1 TO WS-CNT-OURS
               MOVE N003-ADRCUS        TO WS-OURS-NAME(WS-CNT-OURS)
           END-IF

           PERFORM LOAD-CO-OWNER-ROWS

           PERFORM VARYING WN-IDX-OURS FROM 1 BY 1
                   UNTIL WN-IDX-OURS > WS-CNT-OURS
               MOVE 'N'                TO WS-OURS-SW-MATCH(WN-IDX-OURS)
           END-PERFORM

           PERFORM VARYING WN-IDX-G FROM 1 BY 1
                   UNTIL WN-IDX-G > WS-CNT-G-OWN

               MOVE 'N'                TO WS-G-OWN-SW-MATCH(WN-IDX-G)
               MOVE WS-G-OWN-NAME(WN-IDX-G) TO WS-CMP-NAME-1
               INSPECT WS-CMP-NAME-1 CONVERTING CA-LOWER TO CA-UPPER

               PERFORM VARYING WN-IDX-OURS FROM 1 BY 1
                       UNTIL WN-IDX-OURS > WS-CNT-OURS

                   MOVE WS-OURS-NAME(WN-IDX-OURS) TO WS-CMP-NAME-2
                   INSPECT WS-CMP-NAME-2
                           CONVERTING CA-LOWER TO CA-UPPER

                   IF  WS-CMP-NAME-1 EQUAL WS-CMP-NAME-2
                       SET WS-G-OWN-MATCHED(WN-IDX-G)     TO TRUE
                       SET WS-OURS-MATCHED(WN-IDX-OURS)   TO TRUE
                   END-IF

               END-PERFORM

           END-PERFORM

           PERFORM VARYING WN-IDX-G FROM 1 BY 1
                   UNTIL WN-IDX-G > WS-CNT-G-OWN

               IF  NOT WS-G-OWN-MATCHED(WN-IDX-G)
                   ADD 1 TO WS-CNT-OWNER
                   MOVE CA-FND-OWN-UNKNOWN         TO WS-FND-TYP
                   MOVE WS-G-OWN-NAME(WN-IDX-G)    TO WS-FND-DES
                   MOVE ZEROS                      TO WS-FND-AMT
                   MOVE SPACES                     TO WS-FND-FCC
                   MOVE WS-G-OWN-DAT(WN-IDX-G)     TO WS-FND-DAT
                   PERFORM RECORD-FINDING
               END-IF

           END-PERFORM

           PERFORM VARYING WN-IDX-OURS FROM 1 BY 1
                   UNTIL WN-IDX-OURS > WS-CNT-OURS

               IF  NOT WS-OURS-MATCHED(WN-IDX-OURS)
                   ADD 1 TO WS-CNT-OWNER
                   MOVE CA-FND-OWN-MISSING         TO WS-FND-TYP
                   MOVE WS-OURS-NAME(WN-IDX-OURS)  TO WS-FND-DES
                   MOVE ZEROS                      TO WS-FND-AMT
                   MOVE SPACES                     TO WS-FND-FCC
                   MOVE SPACES                     TO WS-FND-DAT
                   PERFORM RECORD-FINDING
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    LOAD-CO-OWNER-ROWS                       *
      ******************************************************************
       LOAD-CO-OWNER-ROWS.

           IF  N003-ENT NOT EQUAL WS-PREV-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE N003-ENT           TO WS-PREV-ENT
           END-IF

           SET WS-SW-CO-END            TO 'N'
           MOVE ZEROS                  TO WN-SEQ-OWNER

           PERFORM UNTIL WS-CO-END

               ADD 1 TO WN-SEQ-OWNER

               INITIALIZE VA-ACEC150-01
                          VA-ACEC000-01

               MOVE CA-OPE-CO-INQ      TO E150-OPTION
               MOVE N003-ENT           TO E150-ENT
               MOVE N003-NUM-GOOD      TO E150-NUM-GOOD
               MOVE WN-SEQ-OWNER       TO E150-SEQ-OWNER

               CALL CA-AC8C150S   USING VA-ACEC150-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN E000-SW-RTN-OK
                       IF  WS-CNT-OURS < CA-MAX-OURS
                           AND E150-ADR-CUS NOT EQUAL SPACES
                           ADD 1 TO WS-CNT-OURS
                           MOVE E150-ADR-CUS
                                       TO WS-OURS-NAME(WS-CNT-OURS)
                       END-IF

                   WHEN E000-SW-RTN-DB2
                       ADD 1 TO WS-CNT-ERRORS
                       SET WS-CO-END   TO TRUE

                   WHEN OTHER
                       SET WS-CO-END   TO TRUE

               END-EVALUATE

               IF  WN-SEQ-OWNER NOT < 99
                   SET WS-CO-END       TO TRUE
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    RECORD-FINDING                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - GRABA EL HALLAZGO EN LA COLA. SI YA ESTABA EN LA COLA     *
      *     ANTERIOR CONSERVA SU ESTADO, REVISOR Y FECHA DE PRIMERA   *
      *     DETECCION; SI NO, ENTRA COMO NUEVO.                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WRITES THE FINDING TO THE QUEUE. WHEN IT WAS ALREADY IN   *
      *     THE PREVIOUS QUEUE IT KEEPS ITS STATUS, REVIEWER AND      *
      *     FIRST-SEEN DATE; OTHERWISE IT ENTERS AS NEW.              *
      *B.PR.E                                                          *
      ******************************************************************
       RECORD-FINDING.

           IF  NOT WS-GOOD-HDR-DONE
               SET WS-GOOD-HDR-DONE    TO TRUE
               PERFORM WRITE-GOOD-HEADING
           END-IF

           INITIALIZE ACNC0045

           MOVE N003-ENT               TO N0045-ENT
           MOVE N003-NUM-GOOD          TO N0045-NUM-GOOD
           MOVE N003-COD-PLOT          TO N0045-COD-PLOT
           MOVE N003-COD-PROPERTY      TO N0045-COD-PROPERTY
           MOVE WS-FND-TYP             TO N0045-TYP-FINDING
           MOVE WS-FND-DES             TO N0045-DES-FINDING
           MOVE WS-FND-AMT             TO N0045-AMT-FINDING
           MOVE WS-FND-FCC             TO N0045-FCC-FINDING
           MOVE WS-FND-DAT             TO N0045-DAT-REGISTERED
           MOVE WS-DAT-PROCESS         TO N0045-DAT-LAST-SEEN

           SET WS-SW-FOUND             TO 'N'

           PERFORM VARYING WN-IDX-PRVQ FROM 1 BY 1
                   UNTIL WN-IDX-PRVQ > WS-CNT-PRVQ
                      OR WS-FOUND

               IF  WS-PQ-ENT(WN-IDX-PRVQ) EQUAL N003-ENT
                   AND WS-PQ-NUM-GOOD(WN-IDX-PRVQ) EQUAL N003-NUM-GOOD
                   AND WS-PQ-TYP-FINDING(WN-IDX-PRVQ) EQUAL WS-FND-TYP
                   AND WS-PQ-DES-FINDING(WN-IDX-PRVQ) EQUAL WS-FND-DES
                   AND NOT WS-PQ-SEEN(WN-IDX-PRVQ)
                   SET WS-FOUND                 TO TRUE
                   SET WS-PQ-SEEN(WN-IDX-PRVQ)  TO TRUE
                   MOVE WS-PQ-STATUS(WN-IDX-PRVQ)
                                                TO N0045-STATUS
                   MOVE WS-PQ-DAT-FIRST-SEEN(WN-IDX-PRVQ)
                                                TO N0045-DAT-FIRST-SEEN
                   MOVE WS-PQ-USER-REVIEW(WN-IDX-PRVQ)
                                                TO N0045-USER-REVIEW
               END-IF

           END-PERFORM

           IF  NOT WS-FOUND
               ADD 1 TO WS-CNT-NEW
               MOVE CA-ST-NEW          TO N0045-STATUS
               MOVE WS-DAT-PROCESS     TO N0045-DAT-FIRST-SEEN
           END-IF

           WRITE ACNC0045

           PERFORM WRITE-FINDING-LINE.

      ******************************************************************
      *.PN                    LIST-RESOLVED-FINDINGS                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - LOS HALLAZGOS DE LA COLA ANTERIOR QUE YA NO APARECEN SE   *
      *     LISTAN COMO RESUELTOS Y NO PASAN A LA NUEVA COLA.         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - FINDINGS OF THE PREVIOUS QUEUE NO LONGER PRESENT ARE      *
      *     LISTED AS RESOLVED AND DO NOT GO TO THE NEW QUEUE.        *
      *B.PR.E                                                          *
      ******************************************************************
       LIST-RESOLVED-FINDINGS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "FINDINGS RESOLVED SINCE THE PREVIOUS RUN"
                                       TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-PRVQ FROM 1 BY 1
                   UNTIL WN-IDX-PRVQ > WS-CNT-PRVQ

               IF  NOT WS-PQ-SEEN(WN-IDX-PRVQ)

                   ADD 1 TO WS-CNT-RESOLVED

                   MOVE WS-PQ-NUM-GOOD(WN-IDX-PRVQ) TO WS-NUM-EDIT
                   MOVE WS-PQ-TYP-FINDING(WN-IDX-PRVQ) TO WS-FND-TYP
                   PERFORM SET-FINDING-LABEL

                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "   ENT "               DELIMITED BY SIZE
                          WS-PQ-ENT(WN-IDX-PRVQ) DELIMITED BY SIZE
                          "  GOOD "              DELIMITED BY SIZE
                          WS-NUM-EDIT            DELIMITED BY SIZE
                          "  "                   DELIMITED BY SIZE
                          WS-FND-LABEL           DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-PQ-DES-FINDING(WN-IDX-PRVQ)
                                                 DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE

               END-IF

           END-PERFORM.

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
      *.PN                    SET-FINDING-LABEL                        *
      ******************************************************************
       SET-FINDING-LABEL.

           EVALUATE WS-FND-TYP
               WHEN CA-FND-PRIOR
                   MOVE "PRIOR CHARGE"     TO WS-FND-LABEL
               WHEN CA-FND-SEIZURE
                   MOVE "SEIZURE"          TO WS-FND-LABEL
               WHEN CA-FND-OWN-UNKNOWN
                   MOVE "OWNER UNKNOWN"    TO WS-FND-LABEL
               WHEN CA-FND-OWN-MISSING
                   MOVE "OWNER NOT IN REG" TO WS-FND-LABEL
               WHEN OTHER
                   MOVE SPACES             TO WS-FND-LABEL
           END-EVALUATE.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "LAND REGISTRY ENCUMBRANCE REPORT - PROCESS DATE "
                  DELIMITED BY SIZE
                  WS-DAT-PROCESS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-GOOD-HEADING                       *
      ******************************************************************
       WRITE-GOOD-HEADING.

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
                  N003-DES-GOOD      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-FINDING-LINE                       *
      ******************************************************************
       WRITE-FINDING-LINE.

           PERFORM SET-FINDING-LABEL

           EVALUATE TRUE
               WHEN N0045-ST-NEW
                   MOVE "NEW"              TO WS-STATUS-LABEL
               WHEN N0045-ST-IN-REVIEW
                   MOVE "IN REVIEW"        TO WS-STATUS-LABEL
               WHEN N0045-ST-CLEARED
                   MOVE "CLEARED"          TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE N0045-STATUS       TO WS-STATUS-LABEL
           END-EVALUATE

           MOVE SPACES TO WS-PRINT-LINE

           IF  WS-FND-AMT > ZEROS
               MOVE WS-FND-AMT         TO WS-AMT-EDIT
               STRING "   "              DELIMITED BY SIZE
                      WS-FND-LABEL       DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-FND-DES         DELIMITED BY SIZE
                      " AMT "            DELIMITED BY SIZE
                      WS-AMT-EDIT        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-FND-FCC         DELIMITED BY SIZE
                      "  REG "           DELIMITED BY SIZE
                      WS-FND-DAT         DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-STATUS-LABEL    DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING "   "              DELIMITED BY SIZE
                      WS-FND-LABEL       DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-FND-DES         DELIMITED BY SIZE
                      "  REG "           DELIMITED BY SIZE
                      WS-FND-DAT         DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-STATUS-LABEL    DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF

           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-REPORT-TOTALS                      *
      ******************************************************************
       WRITE-REPORT-TOTALS.

           MOVE SPACES TO REPORT-LINE
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
           STRING "MATCHED TO REGISTRY:       " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-NOT-IN-FEED     TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACTIVE, NOT IN REGISTRY:   " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-FEED-UNMATCHED  TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REGISTRY ENTRIES UNUSED:   " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-FLAGGED         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GOODS FLAGGED:             " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-PRIOR           TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  PRIOR-RANKING CHARGES:   " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-SEIZURE         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SEIZURES:                " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-OWNER           TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OWNER MISMATCHES:        " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-NEW             TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NEW QUEUE ENTRIES:         " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-RESOLVED        TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RESOLVED QUEUE ENTRIES:    " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-DEC-APPLIED     TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REVIEW DECISIONS APPLIED:  " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-DEC-REJECTED    TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REVIEW DECISIONS REJECTED: " DELIMITED BY SIZE
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

           DISPLAY "ACOC0ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
