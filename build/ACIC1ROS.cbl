      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     GENERACION DE ORDENES DE TASACION A SOCIEDADES HOMOLOGADAS
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     APPRAISAL ORDER GENERATION TO APPROVED FIRMS               *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACIC1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     ABRE UNA SOLICITUD DE TASACION (AC8C220S OPCION 1, ESTADO  *
      *     'Q') POR CADA BIEN DEL FICHERO DE SELECCION APPSEL QUE     *
      *     GRABA ACIC0ROS, Y ENVIA TODAS LAS SOLICITUDES ABIERTAS,    *
      *     LAS DEL LOTE Y LAS PEDIDAS EN LINEA POR LA OPCION 7 DE     *
      *     A003, COMO ORDENES A LAS SOCIEDADES DEL REGISTRO APPFIRM.  *
      *     SOLO SE USAN SOCIEDADES EN ESTADO 'A' CON LA HOMOLOGACION  *
      *     VIGENTE; UNA SOLICITUD SIN SOCIEDAD SE ASIGNA POR ROTACION *
      *     ENTRE ELLAS. CADA ORDEN SE GRABA EN APPORD CON LOS DATOS   *
      *     DEL BIEN TOMADOS DEL EXTRACTO Y PASA A ESTADO 'O'. LA      *
      *     SOLICITUD DE UN BIEN NO ACTIVO O AUSENTE DEL EXTRACTO, O   *
      *     CUYA SOCIEDAD HA PERDIDO LA HOMOLOGACION, SE CANCELA ('C') *
      *     CON SU MOTIVO. SIN NINGUNA SOCIEDAD DISPONIBLE LA          *
      *     SOLICITUD QUEDA ABIERTA PARA EL LOTE SIGUIENTE. LOS        *
      *     REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE VERIFICAN  *
      *     EN PASADA PREVIA.                                          *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    APPPARM          E     FECHA PROCESO / PLAZO POR DEFECTO    *
      *    APPSEL           E     SELECCION DE BIENES A TASAR          *
      *    APPFIRM          E     REGISTRO DE SOCIEDADES HOMOLOGADAS   *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    APPORD           S     ORDENES ENVIADAS A LAS SOCIEDADES    *
      *    APPORPT          S     INFORME DE ORDENES Y EXCEPCIONES     *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     OPENS AN APPRAISAL REQUEST (AC8C220S OPTION 1, STATUS     *
      *     'Q') FOR EVERY GOOD IN THE APPSEL SELECTION FILE WRITTEN  *
      *     BY ACIC0ROS, AND SENDS ALL OPEN REQUESTS, THOSE OF THE    *
      *     RUN AND THOSE RAISED ONLINE THROUGH A003 OPTION 7, AS     *
      *     ORDERS TO THE FIRMS OF THE APPFIRM REGISTRY. ONLY FIRMS   *
      *     IN STATUS 'A' WITH A CURRENT APPROVAL ARE USED; A REQUEST *
      *     WITH NO FIRM IS ASSIGNED BY ROTATION AMONG THEM. EVERY    *
      *     ORDER IS WRITTEN TO APPORD WITH THE GOOD'S DATA TAKEN     *
      *     FROM THE EXTRACT AND MOVES TO STATUS 'O'. THE REQUEST OF  *
      *     A GOOD THAT IS NOT ACTIVE OR NOT IN THE EXTRACT, OR WHOSE *
      *     FIRM HAS LOST ITS APPROVAL, IS CANCELLED ('C') WITH ITS   *
      *     REASON. WITH NO FIRM AVAILABLE AT ALL THE REQUEST STAYS   *
      *     OPEN FOR THE NEXT RUN. THE EXTRACT CONTROL RECORDS        *
      *     (ACNC0034) ARE VERIFIED IN A PRE-PASS.                    *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    APPPARM          I     PROCESS DATE / DEFAULT SLA DAYS      *
      *    APPSEL           I     SELECTION OF GOODS TO APPRAISE       *
      *    APPFIRM          I     APPROVED APPRAISAL FIRM REGISTRY     *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    APPORD           O     ORDERS SENT TO THE FIRMS             *
      *    APPORPT          O     ORDERS AND EXCEPTIONS REPORT         *
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

           SELECT APPR-PARM-FILE       ASSIGN TO "APPPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL APPR-SELECT-FILE
                                        ASSIGN TO "APPSEL"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT APPR-FIRM-FILE       ASSIGN TO "APPFIRM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT APPR-ORDER-FILE      ASSIGN TO "APPORD"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT ORDER-REPORT-FILE    ASSIGN TO "APPORPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  APPR-PARM-FILE
           RECORDING MODE IS F.

       01  APPR-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-DEF-SLA-DAYS           PIC 9(03).

       FD  APPR-SELECT-FILE
           RECORDING MODE IS F.

           COPY ACNC0040.

       FD  APPR-FIRM-FILE
           RECORDING MODE IS F.

           COPY ACNC0041.

       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  APPR-ORDER-FILE
           RECORDING MODE IS F.

           COPY ACNC0042.

       FD  ORDER-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C220S                 *
      ******************************************************************
       01  VA-ACEC220-01.
           COPY ACEC220.

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

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                 *
      *               EXTRACT CONTROL RECORDS                           *
      ******************************************************************
       COPY ACNC0034.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-SEL-EOF               PIC X(01)   VALUE 'N'.
               88  WS-SEL-EOF                          VALUE 'Y'.
           05  WS-SW-FIRM-EOF              PIC X(01)   VALUE 'N'.
               88  WS-FIRM-EOF                         VALUE 'Y'.
           05  WS-SW-ORD-END               PIC X(01)   VALUE 'N'.
               88  WS-ORD-END                          VALUE 'Y'.
           05  WS-SW-FIRM-FOUND            PIC X(01)   VALUE 'N'.
               88  WS-FIRM-FOUND                       VALUE 'S'.
           05  WS-SW-REQ-FOUND             PIC X(01)   VALUE 'N'.
               88  WS-REQ-FOUND                        VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-DEF-SLA-DAYS             PIC 9(03)   VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SEL                  PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-REQUESTED            PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SEL-REJECTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-OPEN                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-DEFERRED             PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SENT                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-CANCELLED            PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-WAITING              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ERRORS               PIC 9(07)   VALUE ZEROS.

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
      *    TABLA DE SOCIEDADES LEIDA DE APPFIRM. WS-FRM-ELIGIBLE MARCA *
      *    LAS QUE PUEDEN RECIBIR ORDENES EN LA FECHA DE PROCESO.      *
      *    FIRM TABLE READ FROM APPFIRM. WS-FRM-ELIGIBLE FLAGS THOSE   *
      *    THAT MAY RECEIVE ORDERS ON THE PROCESS DATE.                *
      ******************************************************************
       01  WS-FIRM-FIELDS.
           05  WS-CNT-FIRM                 PIC 9(03)   VALUE ZEROS.
           05  WS-CNT-FIRM-ELIG            PIC 9(03)   VALUE ZEROS.
           05  WN-IDX-FIRM                 PIC S9(4) COMP VALUE +0.
           05  WN-IDX-ROTATE               PIC S9(4) COMP VALUE +0.
           05  WN-IDX-SEL-FIRM             PIC S9(4) COMP VALUE +0.
           05  WS-FIRM-ENTRY OCCURS 200 TIMES.
               10  WS-FRM-COD              PIC X(08).
               10  WS-FRM-DES              PIC X(40).
               10  WS-FRM-STATUS           PIC X(01).
               10  WS-FRM-SLA-DAYS         PIC 9(03).
               10  WS-FRM-SW-ELIG          PIC X(01).
                   88  WS-FRM-ELIGIBLE                 VALUE 'S'.
               10  WS-FRM-CNT-ORDERS       PIC 9(07).

      ******************************************************************
      *    TABLA DE SOLICITUDES ABIERTAS ('Q') LEIDAS DE AC8C220S      *
      *    TABLE OF OPEN REQUESTS ('Q') READ FROM AC8C220S             *
      ******************************************************************
       01  WS-REQUEST-FIELDS.
           05  WS-CNT-REQ                  PIC 9(05)   VALUE ZEROS.
           05  WN-IDX-REQ                  PIC S9(4) COMP VALUE +0.
           05  WS-ENT-BEFORE               PIC X(04)   VALUE SPACES.
           05  WS-NUM-BEFORE               PIC 9(10)   VALUE ZEROS.
           05  WS-REQ-ENTRY OCCURS 3000 TIMES.
               10  WS-REQ-ENT              PIC X(04).
               10  WS-REQ-NUM-ORDER        PIC 9(10).
               10  WS-REQ-NUM-GOOD         PIC 9(10).
               10  WS-REQ-COD-FIRM         PIC X(08).
               10  WS-REQ-SW-DONE          PIC X(01).
                   88  WS-REQ-DONE                     VALUE 'S'.

       01  WS-ORDER-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-PARAM-ENT                PIC X(04)   VALUE SPACES.
           05  WS-FIND-FIRM                PIC X(08)   VALUE SPACES.
           05  WS-NEW-STATUS               PIC X(01)   VALUE SPACES.
           05  WS-NEW-FIRM                 PIC X(08)   VALUE SPACES.
           05  WS-REASON                   PIC X(30)   VALUE SPACES.

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C220S                 PIC X(08)   VALUE 'AC8C220S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-OPE-ORD-REG              PIC X(01)   VALUE '1'.
           05  CA-OPE-ORD-MODI             PIC X(01)   VALUE '3'.
           05  CA-OPE-ORD-INQ              PIC X(01)   VALUE '4'.
           05  CA-OPE-ORD-BROWSE           PIC X(01)   VALUE '7'.
           05  CA-ORD-REQUESTED            PIC X(01)   VALUE 'Q'.
           05  CA-ORD-SENT                 PIC X(01)   VALUE 'O'.
           05  CA-ORD-CANCELLED            PIC X(01)   VALUE 'C'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-BATCH-USER               PIC X(08)   VALUE 'BATCHAP '.
           05  CA-DEF-SLA-DAYS             PIC 9(03)   VALUE 30.
           05  CA-MAX-FIRM                 PIC 9(03)   VALUE 200.
           05  CA-MAX-REQ                  PIC 9(05)   VALUE 3000.
           05  CA-RSN-NOT-ACTIVE           PIC X(30)
                                   VALUE 'GOOD NOT ACTIVE'.
           05  CA-RSN-NOT-IN-EXTRACT       PIC X(30)
                                   VALUE 'GOOD NOT IN EXTRACT'.
           05  CA-RSN-FIRM-NOT-APPROVED    PIC X(30)
                                   VALUE 'FIRM NOT APPROVED'.

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-NUM-EDIT-2                   PIC Z(9)9.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-SLA-EDIT                     PIC ZZ9.

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

           PERFORM LOAD-FIRM-REGISTRY

           PERFORM WRITE-REPORT-TITLE

           PERFORM WRITE-SELECTION-HEADING

           PERFORM UNTIL WS-SEL-EOF
               READ APPR-SELECT-FILE
                   AT END
                       SET WS-SEL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SEL
                       PERFORM REGISTER-SELECTED-GOOD
               END-READ
           END-PERFORM

           PERFORM LOAD-OPEN-REQUESTS

           PERFORM WRITE-ORDER-HEADING

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

           PERFORM CANCEL-UNMATCHED-REQUESTS

           PERFORM WRITE-FIRM-SUMMARY

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "ACIC1ROS - SELECTED: " WS-CNT-SEL
                   "  REQUESTED: "         WS-CNT-REQUESTED
                   "  SENT: "              WS-CNT-SENT
                   "  CANCELLED: "         WS-CNT-CANCELLED
                   "  ERRORS: "            WS-CNT-ERRORS

           GOBACK.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  APPR-PARM-FILE
           OPEN INPUT  APPR-SELECT-FILE
           OPEN INPUT  APPR-FIRM-FILE
           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT APPR-ORDER-FILE
           OPEN OUTPUT ORDER-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE APPR-PARM-FILE
                 APPR-SELECT-FILE
                 APPR-FIRM-FILE
                 GOOD-EXTRACT-FILE
                 APPR-ORDER-FILE
                 ORDER-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           READ APPR-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   IF  PARM-DEF-SLA-DAYS IS NUMERIC
                       MOVE PARM-DEF-SLA-DAYS TO WS-DEF-SLA-DAYS
                   END-IF
           END-READ

           IF  WS-DEF-SLA-DAYS EQUAL ZEROS
               MOVE CA-DEF-SLA-DAYS           TO WS-DEF-SLA-DAYS
           END-IF.

      ******************************************************************
      *.PN                    LOAD-FIRM-REGISTRY                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - CARGA EL REGISTRO DE SOCIEDADES. UNA SOCIEDAD ES ELEGIBLE *
      *     SI ESTA EN ESTADO 'A' Y SU HOMOLOGACION NO HA CADUCADO EN *
      *     LA FECHA DE PROCESO. SIN PLAZO PROPIO TOMA EL DEL         *
      *     PARAMETRO.                                                *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOADS THE FIRM REGISTRY. A FIRM IS ELIGIBLE WHEN IT IS IN *
      *     STATUS 'A' AND ITS APPROVAL HAS NOT EXPIRED ON THE        *
      *     PROCESS DATE. WITHOUT AN SLA OF ITS OWN IT TAKES THE      *
      *     PARAMETER ONE.                                            *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-FIRM-REGISTRY.

           PERFORM UNTIL WS-FIRM-EOF

               READ APPR-FIRM-FILE
                   AT END
                       SET WS-FIRM-EOF TO TRUE
                   NOT AT END
                       IF  WS-CNT-FIRM < CA-MAX-FIRM
                           ADD 1 TO WS-CNT-FIRM
                           PERFORM STORE-FIRM-ENTRY
                       END-IF
               END-READ

           END-PERFORM.

      ******************************************************************
      *.PN                    STORE-FIRM-ENTRY                         *
      ******************************************************************
       STORE-FIRM-ENTRY.

           MOVE N0041-COD-FIRM         TO WS-FRM-COD(WS-CNT-FIRM)
           MOVE N0041-DES-FIRM         TO WS-FRM-DES(WS-CNT-FIRM)
           MOVE N0041-STATUS           TO WS-FRM-STATUS(WS-CNT-FIRM)
           MOVE ZEROS                  TO WS-FRM-CNT-ORDERS(WS-CNT-FIRM)
           MOVE 'N'                    TO WS-FRM-SW-ELIG(WS-CNT-FIRM)

           IF  N0041-NUM-SLA-DAYS IS NUMERIC
               AND N0041-NUM-SLA-DAYS NOT EQUAL ZEROS
               MOVE N0041-NUM-SLA-DAYS TO WS-FRM-SLA-DAYS(WS-CNT-FIRM)
           ELSE
               MOVE WS-DEF-SLA-DAYS    TO WS-FRM-SLA-DAYS(WS-CNT-FIRM)
           END-IF

           IF  N0041-FIRM-APPROVED
               AND (N0041-DAT-EXPIRY EQUAL SPACES
                    OR N0041-DAT-EXPIRY NOT < WS-DAT-PROCESS)
               SET WS-FRM-ELIGIBLE(WS-CNT-FIRM) TO TRUE
               ADD 1 TO WS-CNT-FIRM-ELIG
           END-IF.

      ******************************************************************
      *.PN                    FIND-FIRM                                *
      ******************************************************************
       FIND-FIRM.

           SET WS-SW-FIRM-FOUND        TO 'N'
           MOVE ZEROS                  TO WN-IDX-SEL-FIRM

           PERFORM VARYING WN-IDX-FIRM FROM 1 BY 1
                   UNTIL WN-IDX-FIRM > WS-CNT-FIRM
                      OR WS-FIRM-FOUND

               IF  WS-FRM-COD(WN-IDX-FIRM) EQUAL WS-FIND-FIRM
                   AND WS-FRM-ELIGIBLE(WN-IDX-FIRM)
                   SET WS-FIRM-FOUND       TO TRUE
                   MOVE WN-IDX-FIRM        TO WN-IDX-SEL-FIRM
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    ASSIGN-ROTATION-FIRM                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - TOMA LA SIGUIENTE SOCIEDAD ELEGIBLE DE LA TABLA A PARTIR  *
      *     DE LA ULTIMA ASIGNADA, DE FORMA QUE LAS ORDENES SIN       *
      *     SOCIEDAD SE REPARTEN POR IGUAL ENTRE LAS HOMOLOGADAS.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - TAKES THE NEXT ELIGIBLE FIRM OF THE TABLE AFTER THE LAST  *
      *     ONE ASSIGNED, SO ORDERS WITH NO FIRM ARE SPREAD EVENLY    *
      *     AMONG THE APPROVED FIRMS.                                 *
      *B.PR.E                                                          *
      ******************************************************************
       ASSIGN-ROTATION-FIRM.

           SET WS-SW-FIRM-FOUND        TO 'N'
           MOVE ZEROS                  TO WN-IDX-SEL-FIRM

           PERFORM VARYING WN-IDX-FIRM FROM 1 BY 1
                   UNTIL WN-IDX-FIRM > WS-CNT-FIRM
                      OR WS-FIRM-FOUND

               ADD 1 TO WN-IDX-ROTATE
               IF  WN-IDX-ROTATE > WS-CNT-FIRM
                   MOVE 1              TO WN-IDX-ROTATE
               END-IF

               IF  WS-FRM-ELIGIBLE(WN-IDX-ROTATE)
                   SET WS-FIRM-FOUND       TO TRUE
                   MOVE WN-IDX-ROTATE      TO WN-IDX-SEL-FIRM
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    REGISTER-SELECTED-GOOD                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - ABRE LA SOLICITUD DE TASACION DE UN BIEN SELECCIONADO.    *
      *     UNA SOCIEDAD INDICADA EN LA SELECCION DEBE SER ELEGIBLE.  *
      *     LOS RECHAZOS DE AC8C220S (P.EJ. EL BIEN YA TIENE UNA      *
      *     ORDEN VIVA) SE LISTAN Y NO DETIENEN EL LOTE.              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - OPENS THE APPRAISAL REQUEST OF A SELECTED GOOD. A FIRM    *
      *     NAMED IN THE SELECTION MUST BE ELIGIBLE. REJECTIONS FROM  *
      *     AC8C220S (E.G. THE GOOD ALREADY HAS A LIVE ORDER) ARE     *
      *     LISTED AND DO NOT STOP THE RUN.                           *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-SELECTED-GOOD.

           IF  N0040-COD-FIRM NOT EQUAL SPACES
               MOVE N0040-COD-FIRM     TO WS-FIND-FIRM
               PERFORM FIND-FIRM
           ELSE
               SET WS-FIRM-FOUND       TO TRUE
           END-IF

           IF  NOT WS-FIRM-FOUND

               ADD 1 TO WS-CNT-SEL-REJECTED
               MOVE CA-RSN-FIRM-NOT-APPROVED TO WS-REASON
               PERFORM WRITE-SELECTION-REJECT

           ELSE

               MOVE N0040-ENT          TO WS-PARAM-ENT
               PERFORM CHANGE-ENTITY

               INITIALIZE VA-ACEC220-01
                          VA-ACEC000-01

               MOVE CA-OPE-ORD-REG     TO E220-OPTION
               MOVE N0040-ENT          TO E220-ENT
               MOVE N0040-NUM-GOOD     TO E220-NUM-GOOD
               MOVE N0040-COD-FIRM     TO E220-COD-FIRM
               MOVE CA-ORD-REQUESTED   TO E220-STATUS
               MOVE CA-BATCH-USER      TO E220-USER-REQUEST
               MOVE WS-DAT-PROCESS     TO E220-DAT-REQUEST

               CALL CA-AC8C220S   USING VA-ACEC220-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  E000-SW-RTN-OK
                   ADD 1 TO WS-CNT-REQUESTED
               ELSE
                   ADD 1 TO WS-CNT-SEL-REJECTED
                   MOVE SPACES         TO WS-REASON
                   STRING "AC8C220S ERROR "  DELIMITED BY SIZE
                          E000-ERRCOD        DELIMITED BY SIZE
                          INTO WS-REASON
                   PERFORM WRITE-SELECTION-REJECT
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    LOAD-OPEN-REQUESTS                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE EN AC8C220S TODAS LAS SOLICITUDES EN ESTADO 'Q',  *
      *     LAS DE ESTE LOTE Y LAS PEDIDAS EN LINEA. LAS QUE NO CABEN *
      *     EN LA TABLA SE CUENTAN Y SE ENVIAN EN EL LOTE SIGUIENTE.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WALKS IN AC8C220S ALL REQUESTS IN STATUS 'Q', THOSE OF    *
      *     THIS RUN AND THOSE RAISED ONLINE. THOSE THAT DO NOT FIT   *
      *     IN THE TABLE ARE COUNTED AND SENT BY THE NEXT RUN.        *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-OPEN-REQUESTS.

           MOVE SPACES                 TO WS-ENT-BEFORE
           MOVE ZEROS                  TO WS-NUM-BEFORE

           PERFORM BROWSE-NEXT-REQUEST

           PERFORM UNTIL WS-ORD-END

               ADD 1 TO WS-CNT-OPEN

               IF  WS-CNT-REQ < CA-MAX-REQ
                   ADD 1 TO WS-CNT-REQ
                   MOVE E220-ENT       TO WS-REQ-ENT(WS-CNT-REQ)
                   MOVE E220-NUM-ORDER TO WS-REQ-NUM-ORDER(WS-CNT-REQ)
                   MOVE E220-NUM-GOOD  TO WS-REQ-NUM-GOOD(WS-CNT-REQ)
                   MOVE E220-COD-FIRM  TO WS-REQ-COD-FIRM(WS-CNT-REQ)
                   MOVE 'N'            TO WS-REQ-SW-DONE(WS-CNT-REQ)
               ELSE
                   ADD 1 TO WS-CNT-DEFERRED
               END-IF

               MOVE E220-ENT           TO WS-ENT-BEFORE
               MOVE E220-NUM-ORDER     TO WS-NUM-BEFORE

               PERFORM BROWSE-NEXT-REQUEST

           END-PERFORM.

      ******************************************************************
      *.PN                    BROWSE-NEXT-REQUEST                      *
      ******************************************************************
       BROWSE-NEXT-REQUEST.

           INITIALIZE VA-ACEC220-01
                      VA-ACEC000-01

           MOVE CA-OPE-ORD-BROWSE      TO E220-OPTION
           MOVE CA-ORD-REQUESTED       TO E220-STATUS-FILTER
           MOVE WS-ENT-BEFORE          TO E220-ENT-BEFORE
           MOVE WS-NUM-BEFORE          TO E220-NUM-BEFORE

           CALL CA-AC8C220S   USING VA-ACEC220-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE "AC8C220S BROWSE ERROR"   TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  E220-FLG-FOUND NOT EQUAL CA-YES
               SET WS-ORD-END TO TRUE
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
      ******************************************************************
       PROCESS-ONE-GOOD.

           SET WS-SW-REQ-FOUND         TO 'N'

           PERFORM VARYING WN-IDX-REQ FROM 1 BY 1
                   UNTIL WN-IDX-REQ > WS-CNT-REQ
                      OR WS-REQ-FOUND

               IF  WS-REQ-ENT(WN-IDX-REQ) EQUAL N003-ENT
                   AND WS-REQ-NUM-GOOD(WN-IDX-REQ) EQUAL N003-NUM-GOOD
                   AND NOT WS-REQ-DONE(WN-IDX-REQ)
                   SET WS-REQ-FOUND        TO TRUE
                   SET WS-REQ-DONE(WN-IDX-REQ) TO TRUE
                   PERFORM SEND-ONE-ORDER
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    SEND-ONE-ORDER                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN BIEN NO ACTIVO CANCELA SU SOLICITUD. SI NO TRAE        *
      *     SOCIEDAD SE ASIGNA POR ROTACION; SI LA TRAE, DEBE SEGUIR  *
      *     SIENDO ELEGIBLE O LA SOLICITUD SE CANCELA. SIN NINGUNA    *
      *     SOCIEDAD ELEGIBLE LA SOLICITUD QUEDA ABIERTA.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A GOOD THAT IS NOT ACTIVE CANCELS ITS REQUEST. WITH NO    *
      *     FIRM ONE IS ASSIGNED BY ROTATION; A NAMED FIRM MUST STILL *
      *     BE ELIGIBLE OR THE REQUEST IS CANCELLED. WITH NO ELIGIBLE *
      *     FIRM AT ALL THE REQUEST STAYS OPEN.                       *
      *B.PR.E                                                          *
      ******************************************************************
       SEND-ONE-ORDER.

           MOVE WS-REQ-ENT(WN-IDX-REQ) TO WS-PARAM-ENT
           PERFORM CHANGE-ENTITY

           EVALUATE TRUE

               WHEN N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE

                   MOVE CA-RSN-NOT-ACTIVE      TO WS-REASON
                   PERFORM CANCEL-REQUEST

               WHEN WS-REQ-COD-FIRM(WN-IDX-REQ) EQUAL SPACES

                   PERFORM ASSIGN-ROTATION-FIRM

                   IF  WS-FIRM-FOUND
                       PERFORM ISSUE-ORDER
                   ELSE
                       ADD 1 TO WS-CNT-WAITING
                       MOVE "NO APPROVED FIRM, LEFT OPEN"
                                               TO WS-REASON
                       PERFORM WRITE-ORDER-EXCEPTION
                   END-IF

               WHEN OTHER

                   MOVE WS-REQ-COD-FIRM(WN-IDX-REQ) TO WS-FIND-FIRM
                   PERFORM FIND-FIRM

                   IF  WS-FIRM-FOUND
                       PERFORM ISSUE-ORDER
                   ELSE
                       MOVE CA-RSN-FIRM-NOT-APPROVED TO WS-REASON
                       PERFORM CANCEL-REQUEST
                   END-IF

           END-EVALUATE.

      ******************************************************************
      *.PN                    ISSUE-ORDER                              *
      *                                                                *
      *A.PR.S                                                          *
      *   - GRABA LA ORDEN EN APPORD CON LOS DATOS DE IDENTIFICACION  *
      *     Y SITUACION DEL BIEN (SIN SU VALOR CONTABLE) Y LA PASA A  *
      *     ESTADO 'O' CON LA SOCIEDAD Y LA FECHA DE ENVIO.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WRITES THE ORDER TO APPORD WITH THE GOOD'S IDENTIFICATION *
      *     AND LOCATION DATA (WITHOUT ITS BOOK VALUE) AND MOVES IT   *
      *     TO STATUS 'O' WITH THE FIRM AND THE DATE SENT.            *
      *B.PR.E                                                          *
      ******************************************************************
       ISSUE-ORDER.

           MOVE CA-ORD-SENT            TO WS-NEW-STATUS
           MOVE WS-FRM-COD(WN-IDX-SEL-FIRM) TO WS-NEW-FIRM
           MOVE SPACES                 TO WS-REASON

           PERFORM UPDATE-ORDER

           IF  E000-SW-RTN-OK

               INITIALIZE ACNC0042

               MOVE N003-ENT               TO N0042-ENT
               MOVE WS-REQ-NUM-ORDER(WN-IDX-REQ) TO N0042-NUM-ORDER
               MOVE WS-NEW-FIRM            TO N0042-COD-FIRM
               MOVE WS-DAT-PROCESS         TO N0042-DAT-ORDER
               MOVE WS-FRM-SLA-DAYS(WN-IDX-SEL-FIRM)
                                           TO N0042-NUM-SLA-DAYS
               MOVE N003-NUM-GOOD          TO N0042-NUM-GOOD
               MOVE N003-TYP-GOOD          TO N0042-TYP-GOOD
               MOVE N003-TYP-PROPERTY      TO N0042-TYP-PROPERTY
               MOVE N003-DES-GOOD          TO N0042-DES-GOOD
               MOVE N003-COD-PLOT          TO N0042-COD-PLOT
               MOVE N003-COD-PROPERTY      TO N0042-COD-PROPERTY
               MOVE N003-DES-BUILDING      TO N0042-DES-BUILDING
               MOVE N003-ADRCUS            TO N0042-ADRCUS
               MOVE N003-LOCALIT           TO N0042-LOCALIT
               MOVE N003-TOWN              TO N0042-TOWN
               MOVE N003-COUNTY            TO N0042-COUNTY
               MOVE N003-CODPOST           TO N0042-CODPOST
               MOVE N003-COUNTRY           TO N0042-COUNTRY
               MOVE N003-NUM-TOT-AREA      TO N0042-NUM-TOT-AREA
               MOVE N003-NUM-BUILT-AREA    TO N0042-NUM-BUILT-AREA
               MOVE N003-FCC-GOOD          TO N0042-FCC-GOOD

               WRITE ACNC0042

               ADD 1 TO WS-CNT-SENT
               ADD 1 TO WS-FRM-CNT-ORDERS(WN-IDX-SEL-FIRM)

               PERFORM WRITE-ORDER-LINE

           END-IF.

      ******************************************************************
      *.PN                    CANCEL-REQUEST                           *
      ******************************************************************
       CANCEL-REQUEST.

           MOVE CA-ORD-CANCELLED       TO WS-NEW-STATUS
           MOVE WS-REQ-COD-FIRM(WN-IDX-REQ) TO WS-NEW-FIRM

           PERFORM UPDATE-ORDER

           IF  E000-SW-RTN-OK
               ADD 1 TO WS-CNT-CANCELLED
               PERFORM WRITE-ORDER-EXCEPTION
           END-IF.

      ******************************************************************
      *.PN                    UPDATE-ORDER                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA LA ORDEN (OPCION 4) Y LA REGRABA (OPCION 3) CON  *
      *     EL NUEVO ESTADO, LA SOCIEDAD Y EL MOTIVO, CONSERVANDO EL  *
      *     RESTO DE SUS DATOS. UN ERROR SE CUENTA Y SE LISTA.        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE ORDER (OPTION 4) AND REWRITES IT (OPTION 3)  *
      *     WITH THE NEW STATUS, FIRM AND REASON, KEEPING THE REST OF *
      *     ITS DATA. AN ERROR IS COUNTED AND LISTED.                 *
      *B.PR.E                                                          *
      ******************************************************************
       UPDATE-ORDER.

           INITIALIZE VA-ACEC220-01
                      VA-ACEC000-01

           MOVE CA-OPE-ORD-INQ         TO E220-OPTION
           MOVE WS-REQ-ENT(WN-IDX-REQ) TO E220-ENT
           MOVE WS-REQ-NUM-ORDER(WN-IDX-REQ) TO E220-NUM-ORDER

           CALL CA-AC8C220S   USING VA-ACEC220-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK

               MOVE CA-OPE-ORD-MODI    TO E220-OPTION
               MOVE WS-NEW-STATUS      TO E220-STATUS
               MOVE WS-NEW-FIRM        TO E220-COD-FIRM
               MOVE WS-REASON          TO E220-DES-REASON

               IF  WS-NEW-STATUS EQUAL CA-ORD-SENT
                   MOVE WS-DAT-PROCESS TO E220-DAT-ORDER
               ELSE
                   MOVE WS-DAT-PROCESS TO E220-DAT-RESPONSE
               END-IF

               INITIALIZE VA-ACEC000-01

               CALL CA-AC8C220S   USING VA-ACEC220-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

           END-IF

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
               MOVE SPACES             TO WS-REASON
               STRING "AC8C220S ERROR "  DELIMITED BY SIZE
                      E000-ERRCOD        DELIMITED BY SIZE
                      INTO WS-REASON
               PERFORM WRITE-ORDER-EXCEPTION
           END-IF.

      ******************************************************************
      *.PN                    CANCEL-UNMATCHED-REQUESTS                *
      *                                                                *
      *A.PR.S                                                          *
      *   - LAS SOLICITUDES CUYO BIEN NO APARECE EN EL EXTRACTO SE    *
      *     CANCELAN: EL BIEN YA NO EXISTE O NO ES DE ESTA CARTERA.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REQUESTS WHOSE GOOD IS NOT IN THE EXTRACT ARE CANCELLED:  *
      *     THE GOOD NO LONGER EXISTS OR IS NOT IN THIS PORTFOLIO.    *
      *B.PR.E                                                          *
      ******************************************************************
       CANCEL-UNMATCHED-REQUESTS.

           PERFORM VARYING WN-IDX-REQ FROM 1 BY 1
                   UNTIL WN-IDX-REQ > WS-CNT-REQ

               IF  NOT WS-REQ-DONE(WN-IDX-REQ)
                   SET WS-REQ-DONE(WN-IDX-REQ) TO TRUE
                   MOVE WS-REQ-ENT(WN-IDX-REQ) TO WS-PARAM-ENT
                   PERFORM CHANGE-ENTITY
                   MOVE CA-RSN-NOT-IN-EXTRACT  TO WS-REASON
                   PERFORM CANCEL-REQUEST
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    CHANGE-ENTITY                            *
      ******************************************************************
       CHANGE-ENTITY.

           IF  WS-PARAM-ENT NOT EQUAL WS-PREV-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE WS-PARAM-ENT       TO WS-PREV-ENT
           END-IF.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           INITIALIZE TCEC9900

           MOVE CA-NUM-3               TO TCEC9900-OPTION
           MOVE WS-PARAM-ENT           TO TCEC9900-KEY
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

           MOVE SPACES TO WS-PRINT-LINE
           STRING "APPRAISAL ORDER GENERATION - PROCESS DATE "
                  DELIMITED BY SIZE
                  WS-DAT-PROCESS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-SELECTION-HEADING                  *
      ******************************************************************
       WRITE-SELECTION-HEADING.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SELECTION REJECTED" TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-SELECTION-REJECT                   *
      ******************************************************************
       WRITE-SELECTION-REJECT.

           MOVE N0040-NUM-GOOD         TO WS-NUM-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING N0040-ENT          DELIMITED BY SIZE
                  " GOOD "           DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  FIRM "          DELIMITED BY SIZE
                  N0040-COD-FIRM     DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ORDER-HEADING                      *
      ******************************************************************
       WRITE-ORDER-HEADING.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ORDERS SENT AND EXCEPTIONS" TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ORDER-LINE                         *
      ******************************************************************
       WRITE-ORDER-LINE.

           MOVE WS-REQ-NUM-ORDER(WN-IDX-REQ) TO WS-NUM-EDIT
           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT-2
           MOVE WS-FRM-SLA-DAYS(WN-IDX-SEL-FIRM) TO WS-SLA-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING N003-ENT           DELIMITED BY SIZE
                  " ORDER "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT-2      DELIMITED BY SIZE
                  "  SENT TO "       DELIMITED BY SIZE
                  WS-NEW-FIRM        DELIMITED BY SIZE
                  "  SLA DAYS "      DELIMITED BY SIZE
                  WS-SLA-EDIT        DELIMITED BY SIZE
                  "  TOWN "          DELIMITED BY SIZE
                  N003-TOWN          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ORDER-EXCEPTION                    *
      ******************************************************************
       WRITE-ORDER-EXCEPTION.

           MOVE WS-REQ-NUM-ORDER(WN-IDX-REQ) TO WS-NUM-EDIT
           MOVE WS-REQ-NUM-GOOD(WN-IDX-REQ)  TO WS-NUM-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-REQ-ENT(WN-IDX-REQ) DELIMITED BY SIZE
                  " ORDER "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT-2      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-NEW-STATUS      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-FIRM-SUMMARY                       *
      ******************************************************************
       WRITE-FIRM-SUMMARY.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ORDERS BY FIRM" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-FIRM FROM 1 BY 1
                   UNTIL WN-IDX-FIRM > WS-CNT-FIRM

               MOVE WS-FRM-CNT-ORDERS(WN-IDX-FIRM) TO WS-CNT-EDIT
               MOVE WS-FRM-SLA-DAYS(WN-IDX-FIRM)   TO WS-SLA-EDIT

               MOVE SPACES TO WS-PRINT-LINE

               IF  WS-FRM-ELIGIBLE(WN-IDX-FIRM)
                   STRING WS-FRM-COD(WN-IDX-FIRM) DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-FRM-DES(WN-IDX-FIRM) DELIMITED BY SIZE
                          "  SLA "           DELIMITED BY SIZE
                          WS-SLA-EDIT        DELIMITED BY SIZE
                          "  ORDERS "        DELIMITED BY SIZE
                          WS-CNT-EDIT        DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
               ELSE
                   STRING WS-FRM-COD(WN-IDX-FIRM) DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-FRM-DES(WN-IDX-FIRM) DELIMITED BY SIZE
                          "  NOT ELIGIBLE (STATUS " DELIMITED BY SIZE
                          WS-FRM-STATUS(WN-IDX-FIRM) DELIMITED BY SIZE
                          " OR APPROVAL EXPIRED)" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
               END-IF

               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM.

      ******************************************************************
      *.PN                    WRITE-REPORT-TOTALS                      *
      ******************************************************************
       WRITE-REPORT-TOTALS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-SEL             TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GOODS SELECTED:        " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-REQUESTED       TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REQUESTS OPENED:       " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-SEL-REJECTED    TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SELECTION REJECTED:    " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-OPEN            TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPEN REQUESTS FOUND:   " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-SENT            TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ORDERS SENT:           " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-CANCELLED       TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REQUESTS CANCELLED:    " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-WAITING         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LEFT OPEN, NO FIRM:    " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-DEFERRED        TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEFERRED TO NEXT RUN:  " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-ERRORS          TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ERRORS:                " DELIMITED BY SIZE
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

           DISPLAY "ACIC1ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
