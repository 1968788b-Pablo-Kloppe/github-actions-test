      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     RECEPCION DE TASACIONES E INFORME DE ORDENES VENCIDAS
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     APPRAISAL INTAKE AND OVERDUE ORDER REPORT                  *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACIC2ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     LEE LAS RESPUESTAS DE LAS SOCIEDADES DE TASACION (APPRSP)  *
      *     Y VALIDA CADA UNA CONTRA SU ORDEN EN AC8C220S: LA ORDEN    *
      *     DEBE ESTAR ENVIADA ('O') A ESA SOCIEDAD Y PARA ESE BIEN, Y *
      *     LA RESPUESTA DEBE TRAER IMPORTE, FECHA DE TASACION NO      *
      *     FUTURA, TASADOR Y CERTIFICADO. LAS RESPUESTAS VALIDAS SE   *
      *     APLICAN AL RECORRER EL EXTRACTO DE BIENES, POR EL MISMO    *
      *     CIRCUITO QUE LA REVALORIZACION ACHC0ROS (AC8C110S OPCIONES *
      *     4 Y 3, HISTORICO AC8C140S Y AUDITORIA AC8C170S), Y LA      *
      *     ORDEN PASA A ACEPTADA ('A'). SI EL NUEVO IMPORTE SUPERA EL *
      *     UMBRAL DE DOBLE CONTROL DE LA ENTIDAD (TC9C9900 OPCION 5)  *
      *     NO SE APLICA: LA IMAGEN DEL BIEN CON EL NUEVO IMPORTE SE   *
      *     APARCA EN AC8C200S, IGUAL QUE HACE A003, PARA QUE UN       *
      *     USUARIO LA APRUEBE POR LA OPCION 5 DE A003, Y LA ORDEN     *
      *     PASA A APARCADA ('P') CON EL NUMERO DE PENDIENTE. LAS      *
      *     RESPUESTAS RECHAZADAS SE LISTAN Y LA ORDEN QUEDA COMO      *
      *     ESTABA. ANTES DE LEER LAS RESPUESTAS SE CIERRAN LAS        *
      *     ORDENES APARCADAS CUYO PENDIENTE YA SE DECIDIO EN A003: SI *
      *     EL IMPORTE ACTUAL DEL BIEN ES EL TASADO LA ORDEN PASA A    *
      *     ACEPTADA ('A'); SI NO, A RECHAZADA ('J'). DESPUES LISTA    *
      *     LAS ORDENES ENVIADAS CUYA ANTIGUEDAD                       *
      *     SUPERA EL PLAZO DE LA SOCIEDAD (APPFIRM, O EL DEL          *
      *     PARAMETRO), CON EL CALCULO APROXIMADO DE DIAS DE ACIC0ROS. *
      *     LOS REGISTROS DE CONTROL DEL EXTRACTO (ACNC0034) SE        *
      *     VERIFICAN EN PASADA PREVIA.                                *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    APPPARM          E     FECHA PROCESO / PLAZO POR DEFECTO    *
      *    APPFIRM          E     REGISTRO DE SOCIEDADES HOMOLOGADAS   *
      *    APPRSP           E     RESPUESTAS DE LAS SOCIEDADES         *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    APPIRPT          S     INFORME DE RECEPCION Y VENCIDAS      *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     READS THE APPRAISAL FIRM RESPONSES (APPRSP) AND VALIDATES *
      *     EACH ONE AGAINST ITS ORDER IN AC8C220S: THE ORDER MUST    *
      *     HAVE BEEN SENT ('O') TO THAT FIRM FOR THAT GOOD, AND THE  *
      *     RESPONSE MUST CARRY AN AMOUNT, A NON-FUTURE APPRAISAL     *
      *     DATE, THE APPRAISER AND THE CERTIFICATE. VALID RESPONSES  *
      *     ARE APPLIED WHILE SCANNING THE GOODS EXTRACT, THROUGH THE *
      *     SAME CIRCUIT AS THE ACHC0ROS REVALUATION (AC8C110S        *
      *     OPTIONS 4 AND 3, AC8C140S HISTORY AND AC8C170S AUDIT),    *
      *     AND THE ORDER MOVES TO ACCEPTED ('A'). WHEN THE NEW       *
      *     AMOUNT EXCEEDS THE ENTITY DUAL-CONTROL THRESHOLD          *
      *     (TC9C9900 OPTION 5) IT IS NOT APPLIED: THE GOOD'S IMAGE   *
      *     WITH THE NEW AMOUNT IS PARKED IN AC8C200S, AS A003 DOES,  *
      *     FOR A USER TO APPROVE THROUGH A003 OPTION 5, AND THE      *
      *     ORDER MOVES TO PARKED ('P') WITH THE PENDING NUMBER.      *
      *     REJECTED RESPONSES ARE LISTED AND THE ORDER IS LEFT AS IT *
      *     WAS. BEFORE READING THE RESPONSES, PARKED ORDERS WHOSE    *
      *     PENDING ENTRY HAS ALREADY BEEN DECIDED IN A003 ARE        *
      *     CLOSED: WHEN THE GOOD'S CURRENT AMOUNT IS THE APPRAISED   *
      *     ONE THE ORDER MOVES TO ACCEPTED ('A'), OTHERWISE TO       *
      *     REJECTED ('J'). IT THEN LISTS THE SENT ORDERS OLDER THAN  *
      *     THE FIRM'S                                                *
      *     SLA (APPFIRM, OR THE PARAMETER ONE), WITH THE ACIC0ROS    *
      *     APPROXIMATE DAY COUNT. THE EXTRACT CONTROL RECORDS        *
      *     (ACNC0034) ARE VERIFIED IN A PRE-PASS.                    *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    APPPARM          I     PROCESS DATE / DEFAULT SLA DAYS      *
      *    APPFIRM          I     APPROVED APPRAISAL FIRM REGISTRY     *
      *    APPRSP           I     FIRM RESPONSES                       *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    APPIRPT          O     INTAKE AND OVERDUE REPORT            *
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

           SELECT APPR-FIRM-FILE       ASSIGN TO "APPFIRM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL APPR-RESPONSE-FILE
                                        ASSIGN TO "APPRSP"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-FILE    ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT INTAKE-REPORT-FILE   ASSIGN TO "APPIRPT"
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

       FD  APPR-FIRM-FILE
           RECORDING MODE IS F.

           COPY ACNC0041.

       FD  APPR-RESPONSE-FILE
           RECORDING MODE IS F.

           COPY ACNC0043.

       FD  GOOD-EXTRACT-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C110S                 *
      ******************************************************************
       01  VA-ACEC110-01.
           COPY ACEC110.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C140S                 *
      ******************************************************************
       01  VA-ACEC140-01.
           COPY ACEC140.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C170S                 *
      ******************************************************************
       01  VA-ACEC170-01.
           COPY ACEC170.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C200S                 *
      ******************************************************************
       01  VA-ACEC200-01.
           COPY ACEC200.

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
           05  WS-SW-RSP-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RSP-EOF                          VALUE 'Y'.
           05  WS-SW-FIRM-EOF              PIC X(01)   VALUE 'N'.
               88  WS-FIRM-EOF                         VALUE 'Y'.
           05  WS-SW-ORD-END               PIC X(01)   VALUE 'N'.
               88  WS-ORD-END                          VALUE 'Y'.
           05  WS-SW-FIRM-FOUND            PIC X(01)   VALUE 'N'.
               88  WS-FIRM-FOUND                       VALUE 'S'.
           05  WS-SW-RSP-FOUND             PIC X(01)   VALUE 'N'.
               88  WS-RSP-FOUND                        VALUE 'S'.
           05  WS-SW-THRESHOLD             PIC X(01)   VALUE 'N'.
               88  WS-THRESHOLD-FOUND                  VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-DEF-SLA-DAYS             PIC 9(03)   VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-RSP                  PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-RSP-REJECTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-APPLIED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-PARKED               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-PRK-ACCEPTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-PRK-REJECTED         PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-OVERDUE              PIC 9(07)   VALUE ZEROS.
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
      *    TABLA DE SOCIEDADES (PLAZO PACTADO) LEIDA DE APPFIRM        *
      *    FIRM TABLE (AGREED SLA) READ FROM APPFIRM                   *
      ******************************************************************
       01  WS-FIRM-FIELDS.
           05  WS-CNT-FIRM                 PIC 9(03)   VALUE ZEROS.
           05  WN-IDX-FIRM                 PIC S9(4) COMP VALUE +0.
           05  WS-FIRM-ENTRY OCCURS 200 TIMES.
               10  WS-FRM-COD              PIC X(08).
               10  WS-FRM-SLA-DAYS         PIC 9(03).

      ******************************************************************
      *    TABLA DE RESPUESTAS VALIDADAS PENDIENTES DE APLICAR         *
      *    TABLE OF VALIDATED RESPONSES WAITING TO BE APPLIED          *
      ******************************************************************
       01  WS-RESPONSE-FIELDS.
           05  WS-CNT-TAB                  PIC 9(05)   VALUE ZEROS.
           05  WN-IDX-RSP                  PIC S9(4) COMP VALUE +0.
           05  WS-RSP-ENTRY OCCURS 3000 TIMES.
               10  WS-RSP-ENT              PIC X(04).
               10  WS-RSP-NUM-ORDER        PIC 9(10).
               10  WS-RSP-NUM-GOOD         PIC 9(10).
               10  WS-RSP-COD-FIRM         PIC X(08).
               10  WS-RSP-AMT              PIC 9(13)V9(02).
               10  WS-RSP-FCC              PIC X(03).
               10  WS-RSP-DAT-APPRAISAL    PIC X(10).
               10  WS-RSP-COD-APPRAISER    PIC X(10).
               10  WS-RSP-NUM-CERTIFICATE  PIC X(20).
               10  WS-RSP-SW-DONE          PIC X(01).
                   88  WS-RSP-DONE                     VALUE 'S'.

       01  WS-INTAKE-FIELDS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-PARAM-ENT                PIC X(04)   VALUE SPACES.
           05  WS-THR-ENT                  PIC X(04)   VALUE SPACES.
           05  WS-AMT-THRESHOLD-X          PIC X(15)   VALUE SPACES.
           05  WS-AMT-THRESHOLD REDEFINES WS-AMT-THRESHOLD-X
                                           PIC 9(13)V9(02).
           05  WA-AMT-GOOD-OLD             PIC 9(13)V9(02) VALUE ZEROS.
           05  WA-AMT-GOOD-NEW             PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-NEW-STATUS               PIC X(01)   VALUE SPACES.
           05  WS-NUM-PENDING              PIC 9(10)   VALUE ZEROS.
           05  WS-REASON                   PIC X(30)   VALUE SPACES.
           05  WS-ENT-BEFORE               PIC X(04)   VALUE SPACES.
           05  WS-NUM-BEFORE               PIC 9(10)   VALUE ZEROS.
           05  WS-ORD-FILTER               PIC X(01)   VALUE SPACES.
           05  WS-SLA-DAYS                 PIC 9(03)   VALUE ZEROS.
           05  WS-DAT-PROCESS-DAYS         PIC 9(08)   VALUE ZEROS.
           05  WS-DAT-ORDER-DAYS           PIC 9(08)   VALUE ZEROS.
           05  WS-AGE-DAYS                 PIC S9(08)  VALUE ZEROS.

      ******************************************************************
      *    ORDEN APARCADA EN REVISION (LA COMMAREA AC8C220S SE REUSA)  *
      *    PARKED ORDER BEING CHECKED (AC8C220S COMMAREA IS REUSED)    *
      ******************************************************************
       01  WS-PARKED-FIELDS.
           05  WS-PRK-ENT                  PIC X(04)   VALUE SPACES.
           05  WS-PRK-NUM-ORDER            PIC 9(10)   VALUE ZEROS.
           05  WS-PRK-NUM-GOOD             PIC 9(10)   VALUE ZEROS.
           05  WS-PRK-NUM-PENDING          PIC 9(10)   VALUE ZEROS.
           05  WS-PRK-AMT                  PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-PRK-STATUS               PIC X(01)   VALUE SPACES.

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C110S                 PIC X(08)   VALUE 'AC8C110S'.
           05  CA-AC8C140S                 PIC X(08)   VALUE 'AC8C140S'.
           05  CA-AC8C170S                 PIC X(08)   VALUE 'AC8C170S'.
           05  CA-AC8C200S                 PIC X(08)   VALUE 'AC8C200S'.
           05  CA-AC8C220S                 PIC X(08)   VALUE 'AC8C220S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-5                    PIC 9(01)   VALUE 5.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-OPE-TYPEMODI             PIC X(01)   VALUE '3'.
           05  CA-OPE-TYPEINQ              PIC X(01)   VALUE '4'.
           05  CA-OPE-PND-PARK             PIC X(01)   VALUE '1'.
           05  CA-OPE-PND-INQ              PIC X(01)   VALUE '4'.
           05  CA-OPE-ORD-MODI             PIC X(01)   VALUE '3'.
           05  CA-OPE-ORD-INQ              PIC X(01)   VALUE '4'.
           05  CA-OPE-ORD-BROWSE           PIC X(01)   VALUE '7'.
           05  CA-ORD-SENT                 PIC X(01)   VALUE 'O'.
           05  CA-ORD-ACCEPTED             PIC X(01)   VALUE 'A'.
           05  CA-ORD-PARKED               PIC X(01)   VALUE 'P'.
           05  CA-ORD-CANCELLED            PIC X(01)   VALUE 'C'.
           05  CA-ORD-REJECTED             PIC X(01)   VALUE 'J'.
           05  CA-TYP-DTA-EST              PIC X(01)   VALUE 'P'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-BATCH-USER               PIC X(08)   VALUE 'BATCHAP '.
           05  CA-BATCH-TERM               PIC X(04)   VALUE 'BTCH'.
           05  CA-BATCH-TRANS              PIC X(04)   VALUE 'B021'.
           05  CA-DEF-SLA-DAYS             PIC 9(03)   VALUE 30.
           05  CA-MAX-FIRM                 PIC 9(03)   VALUE 200.
           05  CA-MAX-RSP                  PIC 9(05)   VALUE 3000.

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-AMT-EDIT                     PIC Z(12)9,99.
       01  WS-AMT-EDIT-2                   PIC Z(12)9,99.
       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-NUM-EDIT-2                   PIC Z(9)9.
       01  WS-NUM-EDIT-3                   PIC Z(9)9.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-SLA-EDIT                     PIC ZZ9.
       01  WS-DAYS-EDIT                    PIC Z(6)9.

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

           PERFORM RESOLVE-PARKED-ORDERS

           PERFORM WRITE-INTAKE-HEADING

           PERFORM UNTIL WS-RSP-EOF
               READ APPR-RESPONSE-FILE
                   AT END
                       SET WS-RSP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-RSP
                       PERFORM VALIDATE-RESPONSE
               END-READ
           END-PERFORM

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

           PERFORM REJECT-UNMATCHED-RESPONSES

           PERFORM LIST-OVERDUE-ORDERS

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "ACIC2ROS - RESPONSES: " WS-CNT-RSP
                   "  APPLIED: "           WS-CNT-APPLIED
                   "  PARKED: "            WS-CNT-PARKED
                   "  PARKED CLOSED: "     WS-CNT-PRK-ACCEPTED
                   "/"                     WS-CNT-PRK-REJECTED
                   "  REJECTED: "          WS-CNT-RSP-REJECTED
                   "  OVERDUE: "           WS-CNT-OVERDUE
                   "  ERRORS: "            WS-CNT-ERRORS

           GOBACK.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  APPR-PARM-FILE
           OPEN INPUT  APPR-FIRM-FILE
           OPEN INPUT  APPR-RESPONSE-FILE
           OPEN INPUT  GOOD-EXTRACT-FILE
           OPEN OUTPUT INTAKE-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE APPR-PARM-FILE
                 APPR-FIRM-FILE
                 APPR-RESPONSE-FILE
                 GOOD-EXTRACT-FILE
                 INTAKE-REPORT-FILE.

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
      ******************************************************************
       LOAD-FIRM-REGISTRY.

           PERFORM UNTIL WS-FIRM-EOF

               READ APPR-FIRM-FILE
                   AT END
                       SET WS-FIRM-EOF TO TRUE
                   NOT AT END
                       IF  WS-CNT-FIRM < CA-MAX-FIRM
                           ADD 1 TO WS-CNT-FIRM
                           MOVE N0041-COD-FIRM
                                       TO WS-FRM-COD(WS-CNT-FIRM)
                           IF  N0041-NUM-SLA-DAYS IS NUMERIC
                               AND N0041-NUM-SLA-DAYS NOT EQUAL ZEROS
                               MOVE N0041-NUM-SLA-DAYS
                                       TO WS-FRM-SLA-DAYS(WS-CNT-FIRM)
                           ELSE
                               MOVE WS-DEF-SLA-DAYS
                                       TO WS-FRM-SLA-DAYS(WS-CNT-FIRM)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

      ******************************************************************
      *.PN                    RESOLVE-PARKED-ORDERS                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE LAS ORDENES APARCADAS ('P'). A003 NO CONOCE LAS   *
      *     ORDENES: AL APROBAR O RECHAZAR EL PENDIENTE SOLO LO BORRA *
      *     DE AC8C200S. SI EL PENDIENTE DE LA ORDEN YA NO EXISTE, LA *
      *     ORDEN SE CIERRA SEGUN EL IMPORTE ACTUAL DEL BIEN, PARA    *
      *     QUE EL BIEN PUEDA RECIBIR NUEVAS ORDENES.                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WALKS THE PARKED ORDERS ('P'). A003 DOES NOT KNOW ABOUT   *
      *     ORDERS: APPROVING OR REJECTING THE PENDING ENTRY ONLY     *
      *     DELETES IT FROM AC8C200S. WHEN THE ORDER'S PENDING ENTRY  *
      *     NO LONGER EXISTS THE ORDER IS CLOSED ACCORDING TO THE     *
      *     GOOD'S CURRENT AMOUNT, SO THE GOOD CAN TAKE NEW ORDERS.   *
      *B.PR.E                                                          *
      ******************************************************************
       RESOLVE-PARKED-ORDERS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "PARKED ORDERS DECIDED IN A003" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CA-ORD-PARKED          TO WS-ORD-FILTER
           MOVE SPACES                 TO WS-ENT-BEFORE
           MOVE ZEROS                  TO WS-NUM-BEFORE
           MOVE 'N'                    TO WS-SW-ORD-END

           PERFORM BROWSE-NEXT-ORDER

           PERFORM UNTIL WS-ORD-END

               MOVE E220-ENT           TO WS-PRK-ENT
               MOVE E220-NUM-ORDER     TO WS-PRK-NUM-ORDER
               MOVE E220-NUM-GOOD      TO WS-PRK-NUM-GOOD
               MOVE E220-NUM-PENDING   TO WS-PRK-NUM-PENDING
               MOVE E220-AMT-APPRAISED TO WS-PRK-AMT

               PERFORM CHECK-PARKED-ORDER

               MOVE WS-PRK-ENT         TO WS-ENT-BEFORE
               MOVE WS-PRK-NUM-ORDER   TO WS-NUM-BEFORE

               PERFORM BROWSE-NEXT-ORDER

           END-PERFORM.

      ******************************************************************
      *.PN                    CHECK-PARKED-ORDER                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA EL PENDIENTE (AC8C200S OPCION 4). SI SIGUE VIVO  *
      *     LA ORDEN NO SE TOCA. SI YA NO EXISTE SE CONSULTA EL BIEN: *
      *     CON EL IMPORTE TASADO SE APROBO ('A'); CON OTRO IMPORTE   *
      *     SE RECHAZO ('J'). UN ERROR DE ACCESO DEJA LA ORDEN PARA   *
      *     EL PROXIMO LOTE.                                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE PENDING ENTRY (AC8C200S OPTION 4). WHILE IT  *
      *     IS STILL THERE THE ORDER IS LEFT ALONE. ONCE IT IS GONE   *
      *     THE GOOD IS INQUIRED: AT THE APPRAISED AMOUNT IT WAS      *
      *     APPROVED ('A'); AT ANY OTHER AMOUNT IT WAS REJECTED       *
      *     ('J'). AN ACCESS ERROR LEAVES THE ORDER FOR THE NEXT RUN. *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-PARKED-ORDER.

           MOVE WS-PRK-ENT             TO WS-PARAM-ENT
           PERFORM CHANGE-ENTITY

           INITIALIZE VA-ACEC200-01
                      VA-ACEC000-01

           MOVE CA-OPE-PND-INQ         TO E200-OPTION
           MOVE WS-PRK-ENT             TO E200-ENT
           MOVE WS-PRK-NUM-PENDING     TO E200-NUM-PENDING

           CALL CA-AC8C200S   USING VA-ACEC200-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK
                   CONTINUE

               WHEN E000-SW-RTN-DB2
                   ADD 1 TO WS-CNT-ERRORS
                   MOVE "AC8C200S INQUIRY ERROR"    TO WS-REASON
                   PERFORM WRITE-PARKED-LINE

               WHEN OTHER

                   INITIALIZE VA-ACEC110-01
                              VA-ACEC000-01

                   MOVE CA-OPE-TYPEINQ     TO E110-OPTION
                   MOVE WS-PRK-ENT         TO E110-ENT
                   MOVE WS-PRK-NUM-GOOD    TO E110-NUM-GOOD

                   CALL CA-AC8C110S   USING VA-ACEC110-01
                                            VA-ACEC000-01
                                            VA-QBEC999-01

                   EVALUATE TRUE
                       WHEN NOT E000-SW-RTN-OK
                           ADD 1 TO WS-CNT-ERRORS
                           MOVE "GOOD NOT FOUND"        TO WS-REASON
                           PERFORM WRITE-PARKED-LINE
                       WHEN E110-AMT-GOOD EQUAL WS-PRK-AMT
                           MOVE CA-ORD-ACCEPTED         TO WS-PRK-STATUS
                           MOVE "APPROVED IN A003"      TO WS-REASON
                           PERFORM CLOSE-PARKED-ORDER
                       WHEN OTHER
                           MOVE CA-ORD-REJECTED         TO WS-PRK-STATUS
                           MOVE "REJECTED IN A003"      TO WS-REASON
                           PERFORM CLOSE-PARKED-ORDER
                   END-EVALUATE

           END-EVALUATE.

      ******************************************************************
      *.PN                    CLOSE-PARKED-ORDER                       *
      ******************************************************************
       CLOSE-PARKED-ORDER.

           INITIALIZE VA-ACEC220-01
                      VA-ACEC000-01

           MOVE CA-OPE-ORD-INQ         TO E220-OPTION
           MOVE WS-PRK-ENT             TO E220-ENT
           MOVE WS-PRK-NUM-ORDER       TO E220-NUM-ORDER

           CALL CA-AC8C220S   USING VA-ACEC220-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK

               MOVE CA-OPE-ORD-MODI    TO E220-OPTION
               MOVE WS-PRK-STATUS      TO E220-STATUS
               MOVE WS-REASON          TO E220-DES-REASON

               INITIALIZE VA-ACEC000-01

               CALL CA-AC8C220S   USING VA-ACEC220-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

           END-IF

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
               MOVE "AC8C220S UPDATE ERROR"     TO WS-REASON
           ELSE
               IF  WS-PRK-STATUS EQUAL CA-ORD-ACCEPTED
                   ADD 1 TO WS-CNT-PRK-ACCEPTED
               ELSE
                   ADD 1 TO WS-CNT-PRK-REJECTED
               END-IF
           END-IF

           PERFORM WRITE-PARKED-LINE.

      ******************************************************************
      *.PN                    WRITE-PARKED-LINE                        *
      ******************************************************************
       WRITE-PARKED-LINE.

           MOVE WS-PRK-NUM-ORDER       TO WS-NUM-EDIT
           MOVE WS-PRK-NUM-GOOD        TO WS-NUM-EDIT-2
           MOVE WS-PRK-NUM-PENDING     TO WS-NUM-EDIT-3
           MOVE WS-PRK-AMT             TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PRK-ENT         DELIMITED BY SIZE
                  " ORDER "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT-2      DELIMITED BY SIZE
                  "  PENDING "       DELIMITED BY SIZE
                  WS-NUM-EDIT-3      DELIMITED BY SIZE
                  "  APPRAISED "     DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    VALIDATE-RESPONSE                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPRUEBA LOS DATOS DE LA RESPUESTA Y, CONTRA LA ORDEN EN *
      *     AC8C220S, QUE SIGA ENVIADA ('O') Y QUE LA SOCIEDAD Y EL   *
      *     BIEN COINCIDAN. UNA ORDEN SOLO SE ACEPTA UNA VEZ POR      *
      *     LOTE. LAS VALIDAS SE GUARDAN EN LA TABLA DE RESPUESTAS.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CHECKS THE RESPONSE DATA AND, AGAINST THE ORDER IN        *
      *     AC8C220S, THAT IT IS STILL SENT ('O') AND THAT THE FIRM   *
      *     AND THE GOOD MATCH. AN ORDER IS ONLY TAKEN ONCE PER RUN.  *
      *     VALID ONES ARE KEPT IN THE RESPONSE TABLE.                *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-RESPONSE.

           MOVE SPACES                 TO WS-REASON

           EVALUATE TRUE

               WHEN N0043-AMT-APPRAISED NOT NUMERIC
                 OR N0043-AMT-APPRAISED EQUAL ZEROS
                   MOVE "APPRAISED AMOUNT MISSING"  TO WS-REASON

               WHEN N0043-DAT-APPRAISAL EQUAL SPACES
                   MOVE "APPRAISAL DATE MISSING"    TO WS-REASON

               WHEN N0043-DAT-APPRAISAL > WS-DAT-PROCESS
                   MOVE "APPRAISAL DATE IN FUTURE"  TO WS-REASON

               WHEN N0043-COD-APPRAISER EQUAL SPACES
                   MOVE "APPRAISER MISSING"         TO WS-REASON

               WHEN N0043-NUM-CERTIFICATE EQUAL SPACES
                   MOVE "CERTIFICATE MISSING"       TO WS-REASON

               WHEN OTHER
                   PERFORM CHECK-RESPONSE-ORDER

           END-EVALUATE

           IF  WS-REASON EQUAL SPACES
               AND WS-CNT-TAB NOT < CA-MAX-RSP
               MOVE "TABLE FULL, RESEND NEXT RUN"   TO WS-REASON
           END-IF

           IF  WS-REASON NOT EQUAL SPACES

               ADD 1 TO WS-CNT-RSP-REJECTED
               PERFORM WRITE-RESPONSE-REJECT

           ELSE

               ADD 1 TO WS-CNT-TAB
               MOVE N0043-ENT          TO WS-RSP-ENT(WS-CNT-TAB)
               MOVE N0043-NUM-ORDER    TO WS-RSP-NUM-ORDER(WS-CNT-TAB)
               MOVE N0043-NUM-GOOD     TO WS-RSP-NUM-GOOD(WS-CNT-TAB)
               MOVE N0043-COD-FIRM     TO WS-RSP-COD-FIRM(WS-CNT-TAB)
               MOVE N0043-AMT-APPRAISED TO WS-RSP-AMT(WS-CNT-TAB)
               MOVE N0043-FCC-APPRAISED TO WS-RSP-FCC(WS-CNT-TAB)
               MOVE N0043-DAT-APPRAISAL
                                   TO WS-RSP-DAT-APPRAISAL(WS-CNT-TAB)
               MOVE N0043-COD-APPRAISER
                                   TO WS-RSP-COD-APPRAISER(WS-CNT-TAB)
               MOVE N0043-NUM-CERTIFICATE
                                   TO WS-RSP-NUM-CERTIFICATE(WS-CNT-TAB)
               MOVE 'N'                TO WS-RSP-SW-DONE(WS-CNT-TAB)

           END-IF.

      ******************************************************************
      *.PN                    CHECK-RESPONSE-ORDER                     *
      ******************************************************************
       CHECK-RESPONSE-ORDER.

           SET WS-SW-RSP-FOUND         TO 'N'

           PERFORM VARYING WN-IDX-RSP FROM 1 BY 1
                   UNTIL WN-IDX-RSP > WS-CNT-TAB
                      OR WS-RSP-FOUND

               IF  WS-RSP-ENT(WN-IDX-RSP) EQUAL N0043-ENT
                   AND WS-RSP-NUM-ORDER(WN-IDX-RSP)
                                           EQUAL N0043-NUM-ORDER
                   SET WS-RSP-FOUND        TO TRUE
               END-IF

           END-PERFORM

           IF  WS-RSP-FOUND

               MOVE "DUPLICATE RESPONSE"        TO WS-REASON

           ELSE

               MOVE N0043-ENT          TO WS-PARAM-ENT
               PERFORM CHANGE-ENTITY

               INITIALIZE VA-ACEC220-01
                          VA-ACEC000-01

               MOVE CA-OPE-ORD-INQ     TO E220-OPTION
               MOVE N0043-ENT          TO E220-ENT
               MOVE N0043-NUM-ORDER    TO E220-NUM-ORDER

               CALL CA-AC8C220S   USING VA-ACEC220-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN NOT E000-SW-RTN-OK
                       MOVE "ORDER NOT FOUND"       TO WS-REASON

                   WHEN NOT E220-ORDER-SENT
                       STRING "ORDER NOT OPEN, STATUS "
                                                DELIMITED BY SIZE
                              E220-STATUS       DELIMITED BY SIZE
                              INTO WS-REASON

                   WHEN E220-COD-FIRM NOT EQUAL N0043-COD-FIRM
                       MOVE "FIRM DOES NOT MATCH ORDER" TO WS-REASON

                   WHEN E220-NUM-GOOD NOT EQUAL N0043-NUM-GOOD
                       MOVE "GOOD DOES NOT MATCH ORDER" TO WS-REASON

                   WHEN OTHER
                       CONTINUE

               END-EVALUATE

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

           SET WS-SW-RSP-FOUND         TO 'N'

           PERFORM VARYING WN-IDX-RSP FROM 1 BY 1
                   UNTIL WN-IDX-RSP > WS-CNT-TAB
                      OR WS-RSP-FOUND

               IF  WS-RSP-ENT(WN-IDX-RSP) EQUAL N003-ENT
                   AND WS-RSP-NUM-GOOD(WN-IDX-RSP) EQUAL N003-NUM-GOOD
                   AND NOT WS-RSP-DONE(WN-IDX-RSP)
                   SET WS-RSP-FOUND        TO TRUE
                   SET WS-RSP-DONE(WN-IDX-RSP) TO TRUE
                   PERFORM APPLY-RESPONSE
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    APPLY-RESPONSE                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - EL IMPORTE TASADO DEBE ESTAR EN LA MONEDA DEL BIEN. UN    *
      *     BIEN YA NO ACTIVO CANCELA LA ORDEN. POR ENCIMA DEL UMBRAL *
      *     DE LA ENTIDAD EL CAMBIO SE APARCA; SI NO, SE APLICA.      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE APPRAISED AMOUNT MUST BE IN THE GOOD'S CURRENCY. A    *
      *     GOOD NO LONGER ACTIVE CANCELS THE ORDER. ABOVE THE        *
      *     ENTITY THRESHOLD THE CHANGE IS PARKED; OTHERWISE IT IS    *
      *     APPLIED.                                                  *
      *B.PR.E                                                          *
      ******************************************************************
       APPLY-RESPONSE.

           MOVE N003-ENT               TO WS-PARAM-ENT
           PERFORM CHANGE-ENTITY

           IF  WS-RSP-FCC(WN-IDX-RSP) EQUAL SPACES
               MOVE N003-FCC-GOOD      TO WS-RSP-FCC(WN-IDX-RSP)
           END-IF

           MOVE WS-RSP-AMT(WN-IDX-RSP) TO WA-AMT-GOOD-NEW
           MOVE ZEROS                  TO WS-NUM-PENDING

           EVALUATE TRUE

               WHEN WS-RSP-FCC(WN-IDX-RSP) NOT EQUAL N003-FCC-GOOD

                   ADD 1 TO WS-CNT-RSP-REJECTED
                   MOVE "CURRENCY DIFFERS FROM GOOD" TO WS-REASON
                   PERFORM WRITE-TABLE-REJECT

               WHEN N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE

                   ADD 1 TO WS-CNT-RSP-REJECTED
                   MOVE "GOOD NOT ACTIVE"           TO WS-REASON
                   MOVE CA-ORD-CANCELLED            TO WS-NEW-STATUS
                   PERFORM UPDATE-ORDER
                   PERFORM WRITE-TABLE-REJECT

               WHEN OTHER

                   PERFORM FETCH-THRESHOLD

                   IF  WS-THRESHOLD-FOUND
                       AND WA-AMT-GOOD-NEW > WS-AMT-THRESHOLD
                       PERFORM PARK-APPRAISAL
                   ELSE
                       PERFORM APPLY-APPRAISAL
                   END-IF

           END-EVALUATE.

      ******************************************************************
      *.PN                    FETCH-THRESHOLD                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - UMBRAL DE DOBLE CONTROL DE LA ENTIDAD (TC9C9900 OPCION 5, *
      *     CLAVE = ENTIDAD), EL MISMO QUE APLICA A003. SE CONSULTA   *
      *     UNA VEZ POR ENTIDAD. SIN UMBRAL NO SE APARCA NADA.        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ENTITY DUAL-CONTROL THRESHOLD (TC9C9900 OPTION 5, KEY =   *
      *     ENTITY), THE SAME ONE A003 APPLIES. IT IS FETCHED ONCE    *
      *     PER ENTITY. WITH NO THRESHOLD NOTHING IS PARKED.          *
      *B.PR.E                                                          *
      ******************************************************************
       FETCH-THRESHOLD.

           IF  N003-ENT NOT EQUAL WS-THR-ENT

               MOVE N003-ENT               TO WS-THR-ENT
               SET WS-SW-THRESHOLD         TO 'N'

               INITIALIZE TCEC9900

               MOVE CA-NUM-5               TO TCEC9900-OPTION
               MOVE N003-ENT               TO TCEC9900-KEY
               MOVE SPACES                 TO TCEC9900-COD-LNGKEY

               CALL CA-TC9C9900 USING TCEC9900

               IF  TCEC9900-COD-RETURN EQUAL CA-NUM-00
                   MOVE TCEC9900-DATA-PARAM(1:15)
                                           TO WS-AMT-THRESHOLD-X
                   IF  WS-AMT-THRESHOLD-X IS NUMERIC
                       SET WS-THRESHOLD-FOUND  TO TRUE
                   END-IF
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    PARK-APPRAISAL                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - APARCA EN AC8C200S LA IMAGEN DEL BIEN DEL EXTRACTO COMO   *
      *     UNA MODIFICACION (OPCION 3) CON EL IMPORTE TASADO, PARA   *
      *     QUE OTRO USUARIO LA APRUEBE POR LA OPCION 5 DE A003.      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PARKS IN AC8C200S THE GOOD'S EXTRACT IMAGE AS A           *
      *     MODIFICATION (OPTION 3) WITH THE APPRAISED AMOUNT, FOR    *
      *     ANOTHER USER TO APPROVE THROUGH A003 OPTION 5.            *
      *B.PR.E                                                          *
      ******************************************************************
       PARK-APPRAISAL.

           MOVE N003-GOOD-AMT          TO WA-AMT-GOOD-OLD
           MOVE CA-OPE-TYPEMODI        TO N003-OPTION
           MOVE WA-AMT-GOOD-NEW        TO N003-GOOD-AMT

           INITIALIZE VA-ACEC200-01
                      VA-ACEC000-01

           MOVE CA-OPE-PND-PARK        TO E200-OPTION
           MOVE N003-ENT               TO E200-ENT
           MOVE CA-BATCH-USER          TO E200-USER-REQUEST
           MOVE WS-DAT-PROCESS         TO E200-DAT-REQUEST
           MOVE ACNC003                TO E200-IMAGE

           CALL CA-AC8C200S   USING VA-ACEC200-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
               MOVE "AC8C200S PARK ERROR"       TO WS-REASON
               PERFORM WRITE-TABLE-REJECT
           ELSE
               MOVE E200-NUM-PENDING   TO WS-NUM-PENDING
               MOVE CA-ORD-PARKED      TO WS-NEW-STATUS
               MOVE SPACES             TO WS-REASON
               PERFORM UPDATE-ORDER
               IF  E000-SW-RTN-OK
                   ADD 1 TO WS-CNT-PARKED
                   MOVE "PARKED FOR APPROVAL"   TO WS-REASON
                   PERFORM WRITE-INTAKE-LINE
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    APPLY-APPRAISAL                          *
      ******************************************************************
       APPLY-APPRAISAL.

           PERFORM FETCH-OLD-AMOUNT

           IF  WA-AMT-GOOD-OLD EQUAL ZEROS
               ADD 1 TO WS-CNT-ERRORS
               MOVE "CURRENT AMOUNT NOT FOUND"  TO WS-REASON
               PERFORM WRITE-TABLE-REJECT
           ELSE
               PERFORM CALL-AC8C110S-MODIFY
           END-IF.

      ******************************************************************
      *.PN                    FETCH-OLD-AMOUNT                         *
      ******************************************************************
       FETCH-OLD-AMOUNT.

           MOVE ZEROS                         TO WA-AMT-GOOD-OLD

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ                TO E110-OPTION
           MOVE N003-ENT                      TO E110-ENT
           MOVE N003-NUM-GOOD                 TO E110-NUM-GOOD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK
               MOVE E110-AMT-GOOD              TO WA-AMT-GOOD-OLD
           END-IF.

      ******************************************************************
      *.PN                    CALL-AC8C110S-MODIFY                     *
      ******************************************************************
       CALL-AC8C110S-MODIFY.

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE N003-ENT                      TO E110-ENT-LAST-MOD
           MOVE N003-ENT                      TO E110-CEN-LAST-MOD
           MOVE CA-BATCH-USER                  TO E110-STP-USER
           MOVE CA-BATCH-TERM                  TO E110-STP-TERMINAL
           MOVE CA-BATCH-TRANS                 TO E110-TRANSACTION
           MOVE WS-DAT-PROCESS                 TO E110-DAT-PROCESS
           MOVE CA-OPE-TYPEMODI               TO E110-OPTION
           MOVE N003-ENT                      TO E110-ENT
           MOVE N003-NUM-GOOD                 TO E110-NUM-GOOD
           MOVE N003-COD-GOOD                 TO E110-COD-GOOD
           MOVE N003-DAT-BGN-GOOD             TO E110-DAT-BGN-GOOD
           MOVE N003-DAT-MAT-GOOD             TO E110-DAT-MAT-GOOD
           MOVE N003-DES-GOOD                 TO E110-DES-GOOD
           MOVE N003-DES-LOCATION             TO E110-DES-LOCATION
           MOVE N003-BRN-GOOD                 TO E110-BRN-GOOD
           MOVE N003-STATUS-GOOD              TO E110-STATUS-GOOD
           MOVE CA-TYP-DTA-EST                 TO E110-TYP-DTA-CMPY
           MOVE N003-FLG-VALID-BAS            TO E110-FLG-VALID-BASEL
           MOVE N003-FLG-EXC-INSU             TO E110-FLG-EXC-INSU
           MOVE N003-DAT-EXC-INSU             TO E110-DAT-EXC-INSU
           MOVE N003-HAIRCUT                  TO E110-PER-HC-GOOD
           MOVE N003-COMMENTS                 TO E110-COMMENTS
           MOVE N003-FCC-GOOD                 TO E110-FCC-GOOD
           MOVE WA-AMT-GOOD-NEW                TO E110-AMT-GOOD
           MOVE WA-AMT-GOOD-OLD                TO E110-AMT-GOOD-OLD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
               MOVE "AC8C110S MODIFY ERROR"     TO WS-REASON
               PERFORM WRITE-TABLE-REJECT
           ELSE

               PERFORM WRITE-VALUATION-HISTORY

               PERFORM WRITE-AUDIT-TRAIL

               MOVE CA-ORD-ACCEPTED    TO WS-NEW-STATUS
               MOVE SPACES             TO WS-REASON
               PERFORM UPDATE-ORDER

               ADD 1 TO WS-CNT-APPLIED
               MOVE "APPLIED"          TO WS-REASON
               PERFORM WRITE-INTAKE-LINE

           END-IF.

      ******************************************************************
      *.PN                    WRITE-VALUATION-HISTORY                  *
      ******************************************************************
       WRITE-VALUATION-HISTORY.

           IF  E110-AMT-GOOD-OLD NOT EQUAL E110-AMT-GOOD

               INITIALIZE VA-ACEC140-01
                          VA-ACEC000-01

               MOVE N003-ENT               TO E140-ENT
               MOVE E110-NUM-GOOD          TO E140-NUM-GOOD
               MOVE E110-AMT-GOOD-OLD      TO E140-AMT-OLD
               MOVE E110-AMT-GOOD          TO E140-AMT-NEW
               MOVE CA-BATCH-USER          TO E140-USER
               MOVE WS-DAT-PROCESS         TO E140-DAT-CHANGE

               CALL CA-AC8C140S   USING VA-ACEC140-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   ADD 1 TO WS-CNT-ERRORS
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    WRITE-AUDIT-TRAIL                        *
      ******************************************************************
       WRITE-AUDIT-TRAIL.

           INITIALIZE VA-ACEC170-01
                      VA-ACEC000-01

           MOVE N003-ENT               TO E170-ENT
           MOVE CA-BATCH-USER          TO E170-STP-USER
           MOVE CA-BATCH-TERM          TO E170-STP-TERMINAL
           MOVE WS-DAT-PROCESS         TO E170-DAT-PROCESS
           MOVE CA-OPE-TYPEMODI        TO E170-OPTION
           MOVE E110-NUM-GOOD          TO E170-NUM-GOOD
           MOVE E110-AMT-GOOD-OLD      TO E170-AMT-OLD
           MOVE E110-AMT-GOOD          TO E170-AMT-NEW

           CALL CA-AC8C170S   USING VA-ACEC170-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
           END-IF.

      ******************************************************************
      *.PN                    UPDATE-ORDER                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA LA ORDEN (OPCION 4) Y LA REGRABA (OPCION 3) CON  *
      *     EL NUEVO ESTADO, LOS DATOS DE LA RESPUESTA, LA FECHA DE   *
      *     RECEPCION, EL PENDIENTE Y EL MOTIVO.                      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE ORDER (OPTION 4) AND REWRITES IT (OPTION 3)  *
      *     WITH THE NEW STATUS, THE RESPONSE DATA, THE DATE          *
      *     RECEIVED, THE PENDING NUMBER AND THE REASON.              *
      *B.PR.E                                                          *
      ******************************************************************
       UPDATE-ORDER.

           INITIALIZE VA-ACEC220-01
                      VA-ACEC000-01

           MOVE CA-OPE-ORD-INQ         TO E220-OPTION
           MOVE WS-RSP-ENT(WN-IDX-RSP) TO E220-ENT
           MOVE WS-RSP-NUM-ORDER(WN-IDX-RSP) TO E220-NUM-ORDER

           CALL CA-AC8C220S   USING VA-ACEC220-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK

               MOVE CA-OPE-ORD-MODI    TO E220-OPTION
               MOVE WS-NEW-STATUS      TO E220-STATUS
               MOVE WS-DAT-PROCESS     TO E220-DAT-RESPONSE
               MOVE WS-RSP-AMT(WN-IDX-RSP) TO E220-AMT-APPRAISED
               MOVE WS-RSP-FCC(WN-IDX-RSP) TO E220-FCC-APPRAISED
               MOVE WS-RSP-DAT-APPRAISAL(WN-IDX-RSP)
                                       TO E220-DAT-APPRAISAL
               MOVE WS-RSP-COD-APPRAISER(WN-IDX-RSP)
                                       TO E220-COD-APPRAISER
               MOVE WS-RSP-NUM-CERTIFICATE(WN-IDX-RSP)
                                       TO E220-NUM-CERTIFICATE
               MOVE WS-NUM-PENDING     TO E220-NUM-PENDING
               MOVE WS-REASON          TO E220-DES-REASON

               INITIALIZE VA-ACEC000-01

               CALL CA-AC8C220S   USING VA-ACEC220-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

           END-IF

           IF  NOT E000-SW-RTN-OK
               ADD 1 TO WS-CNT-ERRORS
           END-IF.

      ******************************************************************
      *.PN                    REJECT-UNMATCHED-RESPONSES               *
      ******************************************************************
       REJECT-UNMATCHED-RESPONSES.

           PERFORM VARYING WN-IDX-RSP FROM 1 BY 1
                   UNTIL WN-IDX-RSP > WS-CNT-TAB

               IF  NOT WS-RSP-DONE(WN-IDX-RSP)
                   SET WS-RSP-DONE(WN-IDX-RSP) TO TRUE
                   ADD 1 TO WS-CNT-RSP-REJECTED
                   MOVE "GOOD NOT IN EXTRACT"   TO WS-REASON
                   PERFORM WRITE-TABLE-REJECT
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    LIST-OVERDUE-ORDERS                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE LAS ORDENES ENVIADAS ('O') QUE SIGUEN SIN         *
      *     RESPUESTA Y LISTA LAS QUE SUPERAN EL PLAZO DE SU SOCIEDAD *
      *     (O EL DEL PARAMETRO SI LA SOCIEDAD NO ESTA EN APPFIRM).   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WALKS THE SENT ORDERS ('O') STILL WITHOUT A RESPONSE AND  *
      *     LISTS THOSE PAST THEIR FIRM'S SLA (OR THE PARAMETER ONE   *
      *     WHEN THE FIRM IS NOT IN APPFIRM).                         *
      *B.PR.E                                                          *
      ******************************************************************
       LIST-OVERDUE-ORDERS.

           PERFORM WRITE-OVERDUE-HEADING

           COMPUTE WS-DAT-PROCESS-DAYS =
                   FUNCTION NUMVAL(WS-DAT-PROCESS(1:4))  * 360 +
                   FUNCTION NUMVAL(WS-DAT-PROCESS(6:2))  *  30 +
                   FUNCTION NUMVAL(WS-DAT-PROCESS(9:2))

           MOVE CA-ORD-SENT            TO WS-ORD-FILTER
           MOVE SPACES                 TO WS-ENT-BEFORE
           MOVE ZEROS                  TO WS-NUM-BEFORE
           MOVE 'N'                    TO WS-SW-ORD-END

           PERFORM BROWSE-NEXT-ORDER

           PERFORM UNTIL WS-ORD-END

               PERFORM CHECK-ORDER-OVERDUE

               MOVE E220-ENT           TO WS-ENT-BEFORE
               MOVE E220-NUM-ORDER     TO WS-NUM-BEFORE

               PERFORM BROWSE-NEXT-ORDER

           END-PERFORM.

      ******************************************************************
      *.PN                    BROWSE-NEXT-ORDER                        *
      ******************************************************************
       BROWSE-NEXT-ORDER.

           INITIALIZE VA-ACEC220-01
                      VA-ACEC000-01

           MOVE CA-OPE-ORD-BROWSE      TO E220-OPTION
           MOVE WS-ORD-FILTER          TO E220-STATUS-FILTER
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
      *.PN                    CHECK-ORDER-OVERDUE                      *
      ******************************************************************
       CHECK-ORDER-OVERDUE.

           MOVE WS-DEF-SLA-DAYS        TO WS-SLA-DAYS
           SET WS-SW-FIRM-FOUND        TO 'N'

           PERFORM VARYING WN-IDX-FIRM FROM 1 BY 1
                   UNTIL WN-IDX-FIRM > WS-CNT-FIRM
                      OR WS-FIRM-FOUND

               IF  WS-FRM-COD(WN-IDX-FIRM) EQUAL E220-COD-FIRM
                   SET WS-FIRM-FOUND       TO TRUE
                   MOVE WS-FRM-SLA-DAYS(WN-IDX-FIRM) TO WS-SLA-DAYS
               END-IF

           END-PERFORM

           IF  E220-DAT-ORDER(1:4) IS NUMERIC
               AND E220-DAT-ORDER(6:2) IS NUMERIC
               AND E220-DAT-ORDER(9:2) IS NUMERIC

               COMPUTE WS-DAT-ORDER-DAYS =
                       FUNCTION NUMVAL(E220-DAT-ORDER(1:4))  * 360 +
                       FUNCTION NUMVAL(E220-DAT-ORDER(6:2))  *  30 +
                       FUNCTION NUMVAL(E220-DAT-ORDER(9:2))

               COMPUTE WS-AGE-DAYS =
                       WS-DAT-PROCESS-DAYS - WS-DAT-ORDER-DAYS

               IF  WS-AGE-DAYS > WS-SLA-DAYS
                   ADD 1 TO WS-CNT-OVERDUE
                   PERFORM WRITE-OVERDUE-LINE
               END-IF

           END-IF.

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
           STRING "APPRAISAL INTAKE - PROCESS DATE "
                  DELIMITED BY SIZE
                  WS-DAT-PROCESS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-INTAKE-HEADING                     *
      ******************************************************************
       WRITE-INTAKE-HEADING.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RESPONSES RECEIVED" TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-RESPONSE-REJECT                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECHAZO DE UNA RESPUESTA LEIDA DE APPRSP                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REJECTION OF A RESPONSE READ FROM APPRSP                  *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-RESPONSE-REJECT.

           MOVE N0043-NUM-ORDER        TO WS-NUM-EDIT
           MOVE N0043-NUM-GOOD         TO WS-NUM-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING N0043-ENT          DELIMITED BY SIZE
                  " ORDER "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT-2      DELIMITED BY SIZE
                  "  FIRM "          DELIMITED BY SIZE
                  N0043-COD-FIRM     DELIMITED BY SIZE
                  "  REJECTED: "     DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-TABLE-REJECT                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECHAZO DE UNA RESPUESTA DE LA TABLA AL APLICARLA         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REJECTION OF A TABLE RESPONSE WHEN IT IS APPLIED          *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-TABLE-REJECT.

           MOVE WS-RSP-NUM-ORDER(WN-IDX-RSP) TO WS-NUM-EDIT
           MOVE WS-RSP-NUM-GOOD(WN-IDX-RSP)  TO WS-NUM-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-RSP-ENT(WN-IDX-RSP) DELIMITED BY SIZE
                  " ORDER "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT-2      DELIMITED BY SIZE
                  "  FIRM "          DELIMITED BY SIZE
                  WS-RSP-COD-FIRM(WN-IDX-RSP) DELIMITED BY SIZE
                  "  REJECTED: "     DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-INTAKE-LINE                        *
      ******************************************************************
       WRITE-INTAKE-LINE.

           MOVE WS-RSP-NUM-ORDER(WN-IDX-RSP) TO WS-NUM-EDIT
           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT-2
           MOVE WA-AMT-GOOD-OLD        TO WS-AMT-EDIT
           MOVE WA-AMT-GOOD-NEW        TO WS-AMT-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING N003-ENT           DELIMITED BY SIZE
                  " ORDER "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT-2      DELIMITED BY SIZE
                  "  FIRM "          DELIMITED BY SIZE
                  WS-RSP-COD-FIRM(WN-IDX-RSP) DELIMITED BY SIZE
                  "  OLD "           DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  "  NEW "           DELIMITED BY SIZE
                  WS-AMT-EDIT-2      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  N003-FCC-GOOD      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-REASON          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-OVERDUE-HEADING                    *
      ******************************************************************
       WRITE-OVERDUE-HEADING.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "OVERDUE ORDERS (PAST FIRM SLA)" TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-OVERDUE-LINE                       *
      ******************************************************************
       WRITE-OVERDUE-LINE.

           MOVE E220-NUM-ORDER         TO WS-NUM-EDIT
           MOVE E220-NUM-GOOD          TO WS-NUM-EDIT-2
           MOVE WS-SLA-DAYS            TO WS-SLA-EDIT
           MOVE WS-AGE-DAYS            TO WS-DAYS-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING E220-ENT           DELIMITED BY SIZE
                  " ORDER "          DELIMITED BY SIZE
                  WS-NUM-EDIT        DELIMITED BY SIZE
                  "  GOOD "          DELIMITED BY SIZE
                  WS-NUM-EDIT-2      DELIMITED BY SIZE
                  "  FIRM "          DELIMITED BY SIZE
                  E220-COD-FIRM      DELIMITED BY SIZE
                  "  SENT "          DELIMITED BY SIZE
                  E220-DAT-ORDER     DELIMITED BY SIZE
                  "  SLA "           DELIMITED BY SIZE
                  WS-SLA-EDIT        DELIMITED BY SIZE
                  "  AGE DAYS "      DELIMITED BY SIZE
                  WS-DAYS-EDIT       DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-REPORT-TOTALS                      *
      ******************************************************************
       WRITE-REPORT-TOTALS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-RSP             TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RESPONSES READ:        " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-APPLIED         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VALUES APPLIED:        " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-PARKED          TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARKED FOR APPROVAL:   " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-PRK-ACCEPTED    TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARKED NOW ACCEPTED:   " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-PRK-REJECTED    TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARKED NOW REJECTED:   " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-RSP-REJECTED    TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RESPONSES REJECTED:    " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-OVERDUE         TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ORDERS OVERDUE:        " DELIMITED BY SIZE
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

           DISPLAY "ACIC2ROS - EXTRACT CONTROL ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.
