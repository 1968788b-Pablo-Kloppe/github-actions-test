      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     INTERFAZ DE CONTABILIDAD GENERAL: APUNTES DE LAS CUENTAS
      *     DE ORDEN POR LOS MOVIMIENTOS DE GARANTIAS DEL DIA
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     GENERAL LEDGER INTERFACE: MEMORANDUM ACCOUNT POSTINGS FOR  *
      *     THE DAY'S COLLATERAL MOVEMENTS                             *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ACVC0ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     RECORRE LA PISTA DE AUDITORIA DE MANTENIMIENTO (AC8C171S,  *
      *     FILAS GRABADAS POR AC8C170S) DE LA FECHA DE PROCESO Y      *
      *     CLASIFICA CADA FILA CON IMPORTE POR SU OPCION: ALTA ('1',  *
      *     IMPORTE NUEVO), ANULACION ('2', IMPORTE ANTERIOR) Y        *
      *     MODIFICACION ('3', DIFERENCIA NUEVO - ANTERIOR, AL ALZA O  *
      *     A LA BAJA). ESTO INCLUYE LAS REVALORIZACIONES DE ACHC0ROS  *
      *     Y LAS BAJAS DE ACLC0ROS, QUE GRABAN SU PROPIA AUDITORIA.   *
      *     LA MONEDA DE CADA BIEN (E110-FCC-GOOD) SE CONSULTA CON     *
      *     AC8C110S OPCION 4. LOS IMPORTES SE ACUMULAN POR ENTIDAD +  *
      *     MONEDA + TIPO DE MOVIMIENTO Y SE GRABAN COMO PAREJAS DE    *
      *     APUNTES DEBE/HABER CUADRADAS (GLPOST, ACNC0039) SOBRE LAS  *
      *     CUENTAS DE ORDEN DE PARAMETRO. EL INFORME DE CONTROL       *
      *     LISTA LOS APUNTES Y CONCILIA EL NETO DEL DIA CON LA        *
      *     VARIACION DEL TOTAL DE CONTROL N0034-TRL-HASH-AMT ENTRE EL *
      *     EXTRACTO ANTERIOR (GOODPRV) Y EL DEL DIA (GOODEXT). SI EL  *
      *     EXTRACTO SOLO LLEVA BIENES ACTIVOS (FILTRO DE ESTADO 'A',  *
      *     IGUAL QUE GENPARM DE AC7C0ROS) LAS ANULACIONES RESTAN DEL  *
      *     TOTAL DE CONTROL; CON TODOS LOS ESTADOS NO LO MUEVEN. LA   *
      *     EJECUCION SE REGISTRA EN RUNCTL PARA QUE UN DIA NO SE      *
      *     CONTABILICE DOS VECES.                                     *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    GLPARM           E     FECHA / CUENTAS / FILTRO DE ESTADO   *
      *    GOODEXT          E     EXTRACTO DE BIENES DEL DIA           *
      *    GOODPRV          E     EXTRACTO DE BIENES ANTERIOR          *
      *    GLAUDSRT         S     FILAS DE AUDITORIA ORDENADAS         *
      *    GLPOST           S     APUNTES CONTABLES                    *
      *    GLCTLRPT         S     INFORME DE CONTROL                   *
      *    RUNCTL          E/S    CONTROL DE EJECUCIONES               *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     WALKS THE MAINTENANCE AUDIT TRAIL (AC8C171S, ROWS WRITTEN  *
      *     BY AC8C170S) FOR THE PROCESS DATE AND CLASSIFIES EVERY     *
      *     ROW CARRYING AN AMOUNT BY ITS OPTION: REGISTRATION ('1',   *
      *     NEW AMOUNT), ANNULMENT ('2', OLD AMOUNT) AND MODIFICATION  *
      *     ('3', NEW - OLD DIFFERENCE, UPWARD OR DOWNWARD). THIS      *
      *     TAKES IN THE ACHC0ROS REVALUATIONS AND THE ACLC0ROS        *
      *     DISPOSALS, WHICH WRITE THEIR OWN AUDIT ROWS. THE CURRENCY  *
      *     OF EACH GOOD (E110-FCC-GOOD) IS INQUIRED WITH AC8C110S     *
      *     OPTION 4. AMOUNTS ARE ACCUMULATED BY ENTITY + CURRENCY +   *
      *     MOVEMENT TYPE AND WRITTEN AS BALANCED DEBIT/CREDIT         *
      *     POSTING PAIRS (GLPOST, ACNC0039) ON THE PARAMETER          *
      *     MEMORANDUM ACCOUNTS. THE CONTROL REPORT LISTS THE          *
      *     POSTINGS AND RECONCILES THE DAY'S NET AGAINST THE CHANGE   *
      *     IN THE N0034-TRL-HASH-AMT HASH TOTAL BETWEEN THE PRIOR     *
      *     EXTRACT (GOODPRV) AND TODAY'S (GOODEXT). WHEN THE EXTRACT  *
      *     CARRIES ACTIVE GOODS ONLY (STATUS FILTER 'A', SAME AS THE  *
      *     AC7C0ROS GENPARM) ANNULMENTS REDUCE THE HASH TOTAL; WITH   *
      *     EVERY STATUS THEY DO NOT MOVE IT. THE RUN IS REGISTERED    *
      *     IN RUNCTL SO A DAY IS NEVER POSTED TWICE.                  *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    GLPARM           I     DATE / ACCOUNTS / STATUS FILTER      *
      *    GOODEXT          I     TODAY'S GOODS EXTRACT                *
      *    GOODPRV          I     PRIOR GOODS EXTRACT                  *
      *    GLAUDSRT         O     SORTED AUDIT ROWS (WORK)             *
      *    GLPOST           O     GENERAL LEDGER POSTINGS              *
      *    GLCTLRPT         O     CONTROL REPORT                       *
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

           SELECT GL-PARM-FILE         ASSIGN TO "GLPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-PRIOR-FILE      ASSIGN TO "GOODPRV"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT AUDIT-SORTED-FILE    ASSIGN TO "GLAUDSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GL-POSTING-FILE      ASSIGN TO "GLPOST"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GL-REPORT-FILE       ASSIGN TO "GLCTLRPT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-FILE
                                        ASSIGN TO "RUNCTL"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  GL-PARM-FILE
           RECORDING MODE IS F.

       01  GL-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-ACC-MEMO               PIC X(12).
           05  PARM-ACC-CONTRA             PIC X(12).
           05  PARM-STATUS                 PIC X(01).

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

       FD  GOOD-PRIOR-FILE
           RECORDING MODE IS F.

       01  GOOD-PRIOR-RECORD            PIC X(752).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT DE FILAS DE AUDITORIA            *
      *    (ENTIDAD + NUMERO DE BIEN + SECUENCIAL DE FILA)              *
      *    AUDIT ROW SORT WORK FILE                                     *
      *    (ENTITY + GOOD NUMBER + ROW SEQUENCE)                        *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-ENT                   PIC X(04).
           05  SR-NUM-GOOD              PIC 9(10).
           05  SR-SEQ-ROW               PIC 9(09).
           05  SR-OPTION                PIC X(01).
           05  SR-AMT-OLD               PIC 9(13)V9(02).
           05  SR-AMT-NEW               PIC 9(13)V9(02).

       FD  AUDIT-SORTED-FILE
           RECORDING MODE IS F.

       01  AUDIT-SORTED-RECORD.
           05  AUD-ENT                  PIC X(04).
           05  AUD-NUM-GOOD             PIC 9(10).
           05  AUD-SEQ-ROW              PIC 9(09).
           05  AUD-OPTION               PIC X(01).
           05  AUD-AMT-OLD              PIC 9(13)V9(02).
           05  AUD-AMT-NEW              PIC 9(13)V9(02).

       FD  GL-POSTING-FILE
           RECORDING MODE IS F.

           COPY ACNC0039.

       FD  GL-REPORT-FILE
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
      *               COPY OF COMMAREA MODULE AC8C110S                 *
      ******************************************************************
       01  VA-ACEC110-01.
           COPY ACEC110.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C171S                 *
      ******************************************************************
       01  VA-ACEC171-01.
           COPY ACEC171.

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
           05  WS-SW-AUDIT-END             PIC X(01)   VALUE 'N'.
               88  WS-AUDIT-END                        VALUE 'Y'.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-SW-PRV-EOF               PIC X(01)   VALUE 'N'.
               88  WS-PRV-EOF                          VALUE 'Y'.
           05  WS-SW-PRV-TRL               PIC X(01)   VALUE 'N'.
               88  WS-PRV-TRL-SEEN                     VALUE 'S'.
           05  WS-SW-FCC-KNOWN             PIC X(01)   VALUE 'N'.
               88  WS-FCC-KNOWN                        VALUE 'S'.
           05  WS-SW-GL-FOUND              PIC X(01)   VALUE 'N'.
               88  WS-GL-FOUND                         VALUE 'S'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-ACC-MEMO                 PIC X(12)   VALUE SPACES.
           05  WS-ACC-CONTRA               PIC X(12)   VALUE SPACES.
           05  WS-STATUS-FILTER            PIC X(01)   VALUE SPACES.
               88  WS-EXTRACT-ACTIVE-ONLY              VALUE 'A'.

       01  WS-COUNTERS.
           05  WS-CNT-AUDIT                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-MOVES                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-IGNORED              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-FCC               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-POSTINGS             PIC 9(07)   VALUE ZEROS.

       01  WS-BROWSE-FIELDS.
           05  WS-DAT-BEFORE               PIC X(10)   VALUE SPACES.
           05  WS-SEQ-BEFORE               PIC 9(09)   VALUE ZEROS.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-PREV-KEY.
               10  WS-PREV-KEY-ENT         PIC X(04)   VALUE SPACES.
               10  WS-PREV-KEY-NUM         PIC 9(10)   VALUE ZEROS.
           05  WS-CUR-KEY.
               10  WS-CUR-KEY-ENT          PIC X(04)   VALUE SPACES.
               10  WS-CUR-KEY-NUM          PIC 9(10)   VALUE ZEROS.
           05  WS-FCC-GOOD                 PIC X(03)   VALUE SPACES.

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
           05  WS-HASH-PRV                 PIC 9(16)V9(02) VALUE ZEROS.
           05  WS-CTL-MSG                  PIC X(40)   VALUE SPACES.
           05  WS-HDR-DAT-CREATE           PIC X(10)   VALUE SPACES.
           05  WS-HDR-SOURCE               PIC X(08)   VALUE SPACES.
           05  WS-HDR-ENT-SCOPE            PIC X(08)   VALUE SPACES.

      ******************************************************************
      *    CLASIFICACION DE UNA FILA DE AUDITORIA                       *
      *    CLASSIFICATION OF ONE AUDIT ROW                              *
      ******************************************************************
       01  WS-MOVE-FIELDS.
           05  WN-IDX-MOV                  PIC S9(4) COMP VALUE +0.
           05  WS-AMT-MOVE                 PIC 9(13)V9(02) VALUE ZEROS.

      ******************************************************************
      *    ACUMULADOS POR ENTIDAD + MONEDA; CADA FILA LLEVA UN IMPORTE  *
      *    Y UN CONTADOR POR TIPO DE MOVIMIENTO (1 REG, 2 ANN, 3 RVU,   *
      *    4 RVD, MISMO ORDEN QUE CA-MOV-TABLE)                         *
      *    ACCUMULATORS BY ENTITY + CURRENCY; EACH ROW HOLDS ONE        *
      *    AMOUNT AND ONE COUNTER PER MOVEMENT TYPE (1 REG, 2 ANN,      *
      *    3 RVU, 4 RVD, SAME ORDER AS CA-MOV-TABLE)                    *
      ******************************************************************
       01  WS-GL-FIELDS.
           05  WS-CNT-GL                   PIC 9(04)   VALUE ZEROS.
           05  WN-IDX-GL                   PIC S9(4) COMP VALUE +0.
           05  WS-GL-ENTRY OCCURS 500 TIMES.
               10  WS-GL-ENT               PIC X(04).
               10  WS-GL-FCC               PIC X(03).
               10  WS-GL-MOV OCCURS 4 TIMES.
                   15  WS-GL-AMT           PIC 9(15)V9(02).
                   15  WS-GL-CNT           PIC 9(07).

      ******************************************************************
      *    TOTALES DE CONTROL DEL DIA                                   *
      *    CONTROL TOTALS OF THE DAY                                    *
      ******************************************************************
       01  WS-TOTAL-FIELDS.
           05  WS-TOT-DEBIT                PIC 9(16)V9(02) VALUE ZEROS.
           05  WS-TOT-CREDIT               PIC 9(16)V9(02) VALUE ZEROS.
           05  WS-TOT-MOV OCCURS 4 TIMES   PIC 9(16)V9(02).
           05  WS-TOT-NO-FCC               PIC S9(16)V9(02) VALUE ZEROS.
           05  WS-NET-EXPECTED             PIC S9(16)V9(02) VALUE ZEROS.
           05  WS-HASH-CHANGE              PIC S9(16)V9(02) VALUE ZEROS.
           05  WS-HASH-DIFF                PIC S9(16)V9(02) VALUE ZEROS.

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
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C110S                 PIC X(08)   VALUE 'AC8C110S'.
           05  CA-AC8C171S                 PIC X(08)   VALUE 'AC8C171S'.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-TYPEREG              PIC X(01)   VALUE '1'.
           05  CA-OPE-TYPEANN              PIC X(01)   VALUE '2'.
           05  CA-OPE-TYPEMODI             PIC X(01)   VALUE '3'.
           05  CA-OPE-TYPEINQ              PIC X(01)   VALUE '4'.
           05  CA-MIG-COPY-TERM            PIC X(04)   VALUE 'MCPY'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-SIGN-DEBIT               PIC X(01)   VALUE 'D'.
           05  CA-SIGN-CREDIT              PIC X(01)   VALUE 'C'.
           05  CA-SOURCE-NAME              PIC X(08)   VALUE 'ACVC0ROS'.
           05  CA-MAX-GL                   PIC 9(04)   VALUE 500.
           05  CA-MOV-REG                  PIC S9(4) COMP VALUE +1.
           05  CA-MOV-ANN                  PIC S9(4) COMP VALUE +2.
           05  CA-MOV-RVU                  PIC S9(4) COMP VALUE +3.
           05  CA-MOV-RVD                  PIC S9(4) COMP VALUE +4.

      ******************************************************************
      *    TIPOS DE MOVIMIENTO Y SU DESCRIPCION EN EL APUNTE            *
      *    MOVEMENT TYPES AND THEIR POSTING DESCRIPTION                 *
      ******************************************************************
       01  CA-MOV-VALUES.
           05  FILLER                      PIC X(33)
                         VALUE 'REGCOLLATERAL REGISTRATIONS      '.
           05  FILLER                      PIC X(33)
                         VALUE 'ANNCOLLATERAL ANNULMENTS         '.
           05  FILLER                      PIC X(33)
                         VALUE 'RVUCOLLATERAL REVALUATION UP     '.
           05  FILLER                      PIC X(33)
                         VALUE 'RVDCOLLATERAL REVALUATION DOWN   '.
       01  CA-MOV-TABLE REDEFINES CA-MOV-VALUES.
           05  CA-MOV-ENTRY OCCURS 4 TIMES.
               10  CA-MOV-TYPE             PIC X(03).
               10  CA-MOV-DES              PIC X(30).

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-AMT-EDIT                     PIC Z(14)9,99.
       01  WS-SGN-EDIT                     PIC -(15)9,99.
       01  WS-CNT-EDIT                     PIC Z(6)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-EXTRACT-CONTROLS

           PERFORM READ-PRIOR-TRAILER

           PERFORM READ-PARM

           MOVE WS-DAT-PROCESS TO WS-RUN-DAT-PROCESS

           PERFORM REGISTER-RUN-START

           INITIALIZE WS-TOTAL-FIELDS

           PERFORM SORT-AUDIT-ROWS

           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-TITLE

           PERFORM UNTIL WS-EOF

               READ AUDIT-SORTED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM PROCESS-ONE-ROW
               END-READ

           END-PERFORM

           PERFORM WRITE-POSTINGS

           PERFORM WRITE-HASH-RECONCILIATION

           PERFORM REGISTER-RUN-END

           PERFORM CLOSE-FILES

           DISPLAY "ACVC0ROS - AUDIT ROWS: " WS-CNT-AUDIT
                   "  MOVEMENTS: "          WS-CNT-MOVES
                   "  IGNORED: "            WS-CNT-IGNORED
                   "  NO CURRENCY: "        WS-CNT-NO-FCC
                   "  POSTINGS: "           WS-CNT-POSTINGS

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           OPEN INPUT GL-PARM-FILE

           READ GL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   MOVE PARM-ACC-MEMO         TO WS-ACC-MEMO
                   MOVE PARM-ACC-CONTRA       TO WS-ACC-CONTRA
                   MOVE PARM-STATUS           TO WS-STATUS-FILTER
           END-READ

           CLOSE GL-PARM-FILE

      *    SIN FECHA O SIN CUENTAS NO SE PUEDE CONTABILIZAR; SE EXIGEN
      *    LOS PARAMETROS EN VEZ DE GENERAR APUNTES INCOMPLETOS.
      *    WITHOUT A DATE OR ACCOUNTS NOTHING CAN BE POSTED; THE
      *    PARAMETERS ARE REQUIRED INSTEAD OF WRITING INCOMPLETE
      *    POSTINGS.
           IF  WS-DAT-PROCESS EQUAL SPACES OR LOW-VALUES
               MOVE "PROCESS DATE PARAMETER MISSING" TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  WS-ACC-MEMO EQUAL SPACES
               OR WS-ACC-CONTRA EQUAL SPACES
               MOVE "GL ACCOUNT PARAMETER MISSING"   TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    READ-PRIOR-TRAILER                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - LEE EL EXTRACTO ANTERIOR HASTA SU COLA PARA OBTENER EL    *
      *     TOTAL DE CONTROL DE PARTIDA. EL EXTRACTO ANTERIOR YA FUE  *
      *     VERIFICADO EN SU DIA; AQUI SOLO SE EXIGE QUE TENGA COLA.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - READS THE PRIOR EXTRACT UP TO ITS TRAILER TO GET THE      *
      *     OPENING HASH TOTAL. THE PRIOR EXTRACT WAS VERIFIED ON ITS *
      *     OWN DAY; HERE IT IS ONLY REQUIRED TO HAVE A TRAILER.      *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PRIOR-TRAILER.

           OPEN INPUT GOOD-PRIOR-FILE

           PERFORM UNTIL WS-PRV-EOF

               READ GOOD-PRIOR-FILE
                   AT END
                       SET WS-PRV-EOF TO TRUE
                   NOT AT END
                       IF  GOOD-PRIOR-RECORD(1:1) EQUAL CA-REC-TRAILER
                           MOVE GOOD-PRIOR-RECORD  TO ACNC0034
                           MOVE N0034-TRL-HASH-AMT TO WS-HASH-PRV
                           SET WS-PRV-TRL-SEEN     TO TRUE
                       END-IF
               END-READ

           END-PERFORM

           CLOSE GOOD-PRIOR-FILE

           IF  NOT WS-PRV-TRL-SEEN
               MOVE "PRIOR EXTRACT TRAILER MISSING"  TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    SORT-AUDIT-ROWS                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - EL PROCEDIMIENTO DE ENTRADA RECORRE LA AUDITORIA DE LA    *
      *     FECHA DE PROCESO Y SUELTA CADA FILA; EL SORT LAS AGRUPA   *
      *     POR ENTIDAD + BIEN PARA QUE LOS PARAMETROS DE ENTIDAD Y   *
      *     LA MONEDA DEL BIEN SE CONSULTEN UNA SOLA VEZ, IGUAL QUE   *
      *     AC9C0ROS ORDENA SUS CLAVES.                               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE INPUT PROCEDURE WALKS THE AUDIT TRAIL FOR THE PROCESS *
      *     DATE AND RELEASES EVERY ROW; THE SORT GROUPS THEM BY      *
      *     ENTITY + GOOD SO THE ENTITY PARAMETERS AND THE GOOD'S     *
      *     CURRENCY ARE INQUIRED ONCE, THE SAME WAY AC9C0ROS SORTS   *
      *     ITS KEYS.                                                 *
      *B.PR.E                                                          *
      ******************************************************************
       SORT-AUDIT-ROWS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
                                SR-NUM-GOOD
                                SR-SEQ-ROW
               INPUT PROCEDURE IS RELEASE-AUDIT-ROWS
               GIVING AUDIT-SORTED-FILE.

      ******************************************************************
      *.PN                    RELEASE-AUDIT-ROWS                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - LAS FILAS QUE LA MIGRACION POR FUSION (AC2C1ROS) COPIA AL *
      *     BIEN NUEVO LLEVAN EL TERMINAL CA-MIG-COPY-TERM Y SU FECHA *
      *     ORIGINAL: SON MOVIMIENTOS YA CONTABILIZADOS Y SE CUENTAN  *
      *     COMO IGNORADAS.                                           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ROWS THAT THE MERGER MIGRATION (AC2C1ROS) COPIES TO THE   *
      *     NEW GOOD CARRY TERMINAL CA-MIG-COPY-TERM AND THEIR        *
      *     ORIGINAL DATE: THEY ARE MOVEMENTS ALREADY POSTED AND ARE  *
      *     COUNTED AS IGNORED.                                       *
      *B.PR.E                                                          *
      ******************************************************************
       RELEASE-AUDIT-ROWS.

           PERFORM BROWSE-NEXT-AUDIT

           PERFORM UNTIL WS-AUDIT-END

               IF  E171-STP-TERMINAL EQUAL CA-MIG-COPY-TERM

                   ADD 1 TO WS-CNT-IGNORED

               ELSE

                   MOVE E171-ENT             TO SR-ENT
                   MOVE E171-NUM-GOOD        TO SR-NUM-GOOD
                   MOVE E171-SEQ-ROW         TO SR-SEQ-ROW
                   MOVE E171-OPTION          TO SR-OPTION
                   MOVE E171-AMT-OLD         TO SR-AMT-OLD
                   MOVE E171-AMT-NEW         TO SR-AMT-NEW

                   RELEASE SORT-RECORD

               END-IF

               MOVE E171-DAT-PROCESS     TO WS-DAT-BEFORE
               MOVE E171-SEQ-ROW         TO WS-SEQ-BEFORE

               PERFORM BROWSE-NEXT-AUDIT

           END-PERFORM.

      ******************************************************************
      *.PN                    BROWSE-NEXT-AUDIT                        *
      ******************************************************************
       BROWSE-NEXT-AUDIT.

           INITIALIZE VA-ACEC171-01
                      VA-ACEC000-01

           MOVE SPACES                 TO E171-ENT-FILTER
           MOVE ZEROS                  TO E171-NUM-GOOD-FILTER
           MOVE SPACES                 TO E171-USER-FILTER
           MOVE WS-DAT-PROCESS         TO E171-DAT-FROM
           MOVE WS-DAT-PROCESS         TO E171-DAT-TO
           MOVE WS-DAT-BEFORE          TO E171-DAT-BEFORE
           MOVE WS-SEQ-BEFORE          TO E171-SEQ-BEFORE

           CALL CA-AC8C171S   USING VA-ACEC171-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE "AC8C171S BROWSE ERROR"   TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           IF  E171-FLG-FOUND EQUAL CA-YES
               ADD 1 TO WS-CNT-AUDIT
           ELSE
               SET WS-AUDIT-END TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  AUDIT-SORTED-FILE
           OPEN OUTPUT GL-POSTING-FILE
           OPEN OUTPUT GL-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE AUDIT-SORTED-FILE
                 GL-POSTING-FILE
                 GL-REPORT-FILE.

      ******************************************************************
      *.PN                    PROCESS-ONE-ROW                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - CLASIFICA LA FILA. LAS OPCIONES SIN EFECTO EN EL IMPORTE  *
      *     (CONSULTAS, MODIFICACIONES SIN CAMBIO DE VALOR) SE        *
      *     CUENTAN COMO IGNORADAS. SI LA MONEDA DEL BIEN NO SE       *
      *     PUEDE CONSULTAR EL MOVIMIENTO NO SE CONTABILIZA: SE LISTA *
      *     Y ENTRA EN LA CONCILIACION COMO PARTIDA PENDIENTE.        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CLASSIFIES THE ROW. OPTIONS WITH NO EFFECT ON THE AMOUNT  *
      *     (INQUIRIES, MODIFICATIONS WITHOUT A VALUE CHANGE) ARE     *
      *     COUNTED AS IGNORED. WHEN THE GOOD'S CURRENCY CANNOT BE    *
      *     INQUIRED THE MOVEMENT IS NOT POSTED: IT IS LISTED AND     *
      *     ENTERS THE RECONCILIATION AS AN OPEN ITEM.                *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-ONE-ROW.

           MOVE ZEROS                  TO WN-IDX-MOV
           MOVE ZEROS                  TO WS-AMT-MOVE

           EVALUATE AUD-OPTION

               WHEN CA-OPE-TYPEREG
                   MOVE CA-MOV-REG         TO WN-IDX-MOV
                   MOVE AUD-AMT-NEW        TO WS-AMT-MOVE

               WHEN CA-OPE-TYPEANN
                   MOVE CA-MOV-ANN         TO WN-IDX-MOV
                   IF  AUD-AMT-OLD > ZEROS
                       MOVE AUD-AMT-OLD    TO WS-AMT-MOVE
                   ELSE
                       MOVE AUD-AMT-NEW    TO WS-AMT-MOVE
                   END-IF

               WHEN CA-OPE-TYPEMODI
                   IF  AUD-AMT-NEW > AUD-AMT-OLD
                       MOVE CA-MOV-RVU     TO WN-IDX-MOV
                       COMPUTE WS-AMT-MOVE = AUD-AMT-NEW - AUD-AMT-OLD
                   END-IF
                   IF  AUD-AMT-NEW < AUD-AMT-OLD
                       MOVE CA-MOV-RVD     TO WN-IDX-MOV
                       COMPUTE WS-AMT-MOVE = AUD-AMT-OLD - AUD-AMT-NEW
                   END-IF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE

           IF  WN-IDX-MOV EQUAL ZEROS
               OR WS-AMT-MOVE EQUAL ZEROS

               ADD 1 TO WS-CNT-IGNORED

           ELSE

               ADD 1 TO WS-CNT-MOVES

               MOVE AUD-ENT            TO WS-CUR-KEY-ENT
               MOVE AUD-NUM-GOOD       TO WS-CUR-KEY-NUM

               IF  WS-CUR-KEY NOT EQUAL WS-PREV-KEY
                   PERFORM FETCH-GOOD-CURRENCY
                   MOVE WS-CUR-KEY     TO WS-PREV-KEY
               END-IF

               IF  WS-FCC-KNOWN
                   PERFORM ACCUMULATE-MOVEMENT
               ELSE
                   PERFORM WRITE-NO-CURRENCY-LINE
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    FETCH-GOOD-CURRENCY                      *
      ******************************************************************
       FETCH-GOOD-CURRENCY.

           IF  AUD-ENT NOT EQUAL WS-PREV-ENT
               PERFORM FETCH-ENTITY-PARAMS
               MOVE AUD-ENT            TO WS-PREV-ENT
           END-IF

           SET WS-SW-FCC-KNOWN         TO 'N'
           MOVE SPACES                 TO WS-FCC-GOOD

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E110-OPTION
           MOVE AUD-ENT                TO E110-ENT
           MOVE AUD-NUM-GOOD           TO E110-NUM-GOOD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK
               AND E110-FCC-GOOD NOT EQUAL SPACES
               MOVE E110-FCC-GOOD      TO WS-FCC-GOOD
               SET WS-FCC-KNOWN        TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    ACCUMULATE-MOVEMENT                      *
      ******************************************************************
       ACCUMULATE-MOVEMENT.

           SET WS-SW-GL-FOUND          TO 'N'

           PERFORM VARYING WN-IDX-GL FROM 1 BY 1
                   UNTIL WN-IDX-GL > WS-CNT-GL
                      OR WS-GL-FOUND

               IF  WS-GL-ENT(WN-IDX-GL) EQUAL AUD-ENT
                   AND WS-GL-FCC(WN-IDX-GL) EQUAL WS-FCC-GOOD
                   SET WS-GL-FOUND     TO TRUE
               END-IF

           END-PERFORM

           IF  WS-GL-FOUND

               SUBTRACT 1 FROM WN-IDX-GL

           ELSE

               IF  WS-CNT-GL NOT < CA-MAX-GL
                   MOVE "GL ACCUMULATOR TABLE OVERFLOW" TO WS-CTL-MSG
                   PERFORM CONTROL-ERROR
               END-IF

               ADD 1 TO WS-CNT-GL
               MOVE WS-CNT-GL          TO WN-IDX-GL
               INITIALIZE WS-GL-ENTRY(WN-IDX-GL)
               MOVE AUD-ENT            TO WS-GL-ENT(WN-IDX-GL)
               MOVE WS-FCC-GOOD        TO WS-GL-FCC(WN-IDX-GL)

           END-IF

           ADD WS-AMT-MOVE     TO WS-GL-AMT(WN-IDX-GL WN-IDX-MOV)
           ADD 1               TO WS-GL-CNT(WN-IDX-GL WN-IDX-MOV)
           ADD WS-AMT-MOVE     TO WS-TOT-MOV(WN-IDX-MOV).

      ******************************************************************
      *.PN                    WRITE-NO-CURRENCY-LINE                   *
      ******************************************************************
       WRITE-NO-CURRENCY-LINE.

           ADD 1 TO WS-CNT-NO-FCC

      *    LA PARTIDA PENDIENTE LLEVA EL SIGNO CON EL QUE MOVERIA EL
      *    TOTAL DE CONTROL DEL EXTRACTO.
      *    THE OPEN ITEM CARRIES THE SIGN WITH WHICH IT WOULD MOVE THE
      *    EXTRACT HASH TOTAL.
           EVALUATE WN-IDX-MOV
               WHEN CA-MOV-REG
               WHEN CA-MOV-RVU
                   ADD WS-AMT-MOVE      TO WS-TOT-NO-FCC
               WHEN CA-MOV-RVD
                   SUBTRACT WS-AMT-MOVE FROM WS-TOT-NO-FCC
               WHEN CA-MOV-ANN
                   IF  WS-EXTRACT-ACTIVE-ONLY
                       SUBTRACT WS-AMT-MOVE FROM WS-TOT-NO-FCC
                   END-IF
           END-EVALUATE

           MOVE WS-AMT-MOVE            TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "NOT POSTED - CURRENCY NOT AVAILABLE: ENT "
                                       DELIMITED BY SIZE
                  AUD-ENT              DELIMITED BY SIZE
                  " GOOD "             DELIMITED BY SIZE
                  AUD-NUM-GOOD         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CA-MOV-TYPE(WN-IDX-MOV) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-POSTINGS                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - POR CADA ENTIDAD + MONEDA Y TIPO DE MOVIMIENTO CON        *
      *     IMPORTE SE GRABA UNA PAREJA DE APUNTES. ALTAS Y           *
      *     REVALORIZACIONES AL ALZA: DEBE CUENTA DE ORDEN, HABER     *
      *     CONTRAPARTIDA. ANULACIONES Y REVALORIZACIONES A LA BAJA:  *
      *     AL REVES.                                                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - FOR EVERY ENTITY + CURRENCY AND MOVEMENT TYPE WITH AN     *
      *     AMOUNT A POSTING PAIR IS WRITTEN. REGISTRATIONS AND       *
      *     UPWARD REVALUATIONS: DEBIT MEMORANDUM ACCOUNT, CREDIT     *
      *     CONTRA ACCOUNT. ANNULMENTS AND DOWNWARD REVALUATIONS:     *
      *     THE OTHER WAY ROUND.                                      *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-POSTINGS.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "POSTINGS BY ENTITY / CURRENCY / MOVEMENT TYPE"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-GL FROM 1 BY 1
                   UNTIL WN-IDX-GL > WS-CNT-GL

               PERFORM VARYING WN-IDX-MOV FROM 1 BY 1
                       UNTIL WN-IDX-MOV > 4

                   IF  WS-GL-AMT(WN-IDX-GL WN-IDX-MOV) > ZEROS
                       PERFORM WRITE-POSTING-PAIR
                   END-IF

               END-PERFORM

           END-PERFORM

           MOVE WS-TOT-DEBIT           TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL DEBITS  "     DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-CREDIT          TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           IF  WS-TOT-DEBIT EQUAL WS-TOT-CREDIT
               STRING "TOTAL CREDITS "     DELIMITED BY SIZE
                      WS-AMT-EDIT          DELIMITED BY SIZE
                      "  BALANCED"         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING "TOTAL CREDITS "     DELIMITED BY SIZE
                      WS-AMT-EDIT          DELIMITED BY SIZE
                      "  *** NOT BALANCED ***" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-POSTING-PAIR                       *
      ******************************************************************
       WRITE-POSTING-PAIR.

           INITIALIZE ACNC0039

           MOVE WS-DAT-PROCESS                  TO N0039-DAT-POSTING
           MOVE WS-GL-ENT(WN-IDX-GL)            TO N0039-ENT
           MOVE WS-GL-FCC(WN-IDX-GL)            TO N0039-FCC
           MOVE WS-GL-AMT(WN-IDX-GL WN-IDX-MOV) TO N0039-AMOUNT
           MOVE CA-MOV-TYPE(WN-IDX-MOV)         TO N0039-MOV-TYPE
           MOVE WS-GL-CNT(WN-IDX-GL WN-IDX-MOV) TO N0039-CNT-MOVES
           MOVE CA-SOURCE-NAME                  TO N0039-SOURCE
           MOVE CA-MOV-DES(WN-IDX-MOV)          TO N0039-DES-POSTING

           IF  WN-IDX-MOV EQUAL CA-MOV-REG
               OR WN-IDX-MOV EQUAL CA-MOV-RVU
               MOVE WS-ACC-MEMO        TO N0039-ACCOUNT
               MOVE CA-SIGN-DEBIT      TO N0039-SIGN
               PERFORM WRITE-ONE-POSTING
               MOVE WS-ACC-CONTRA      TO N0039-ACCOUNT
               MOVE CA-SIGN-CREDIT     TO N0039-SIGN
               PERFORM WRITE-ONE-POSTING
           ELSE
               MOVE WS-ACC-CONTRA      TO N0039-ACCOUNT
               MOVE CA-SIGN-DEBIT      TO N0039-SIGN
               PERFORM WRITE-ONE-POSTING
               MOVE WS-ACC-MEMO        TO N0039-ACCOUNT
               MOVE CA-SIGN-CREDIT     TO N0039-SIGN
               PERFORM WRITE-ONE-POSTING
           END-IF.

      ******************************************************************
      *.PN                    WRITE-ONE-POSTING                        *
      ******************************************************************
       WRITE-ONE-POSTING.

           WRITE ACNC0039

           ADD 1 TO WS-CNT-POSTINGS

           IF  N0039-DEBIT
               ADD N0039-AMOUNT        TO WS-TOT-DEBIT
           ELSE
               ADD N0039-AMOUNT        TO WS-TOT-CREDIT
           END-IF

           MOVE N0039-AMOUNT           TO WS-AMT-EDIT
           MOVE N0039-CNT-MOVES        TO WS-CNT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING N0039-ENT            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0039-FCC            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0039-MOV-TYPE       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0039-ACCOUNT        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0039-SIGN           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  "  MOVEMENTS "       DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  N0039-DES-POSTING    DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-HASH-RECONCILIATION                *
      *                                                                *
      *A.PR.S                                                          *
      *   - EL NETO ESPERADO ES ALTAS + REVALORIZACIONES AL ALZA -    *
      *     REVALORIZACIONES A LA BAJA (- ANULACIONES SI EL EXTRACTO  *
      *     ES SOLO DE ACTIVOS) + PARTIDAS NO CONTABILIZADAS. SE      *
      *     COMPARA CON LA VARIACION DEL TOTAL DE CONTROL ENTRE LA    *
      *     COLA ANTERIOR Y LA DEL DIA. EL TOTAL DE CONTROL SUMA      *
      *     IMPORTES SIN CONVERTIR, ASI QUE EL NETO TAMBIEN.          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE EXPECTED NET IS REGISTRATIONS + UPWARD REVALUATIONS - *
      *     DOWNWARD REVALUATIONS (- ANNULMENTS WHEN THE EXTRACT IS   *
      *     ACTIVE-ONLY) + ITEMS NOT POSTED. IT IS COMPARED WITH THE  *
      *     CHANGE IN THE HASH TOTAL BETWEEN THE PRIOR AND TODAY'S    *
      *     TRAILER. THE HASH TOTAL ADDS UNCONVERTED AMOUNTS, SO THE  *
      *     NET DOES TOO.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-HASH-RECONCILIATION.

           COMPUTE WS-NET-EXPECTED =
                   WS-TOT-MOV(CA-MOV-REG) + WS-TOT-MOV(CA-MOV-RVU)
                 - WS-TOT-MOV(CA-MOV-RVD) + WS-TOT-NO-FCC

           IF  WS-EXTRACT-ACTIVE-ONLY
               SUBTRACT WS-TOT-MOV(CA-MOV-ANN) FROM WS-NET-EXPECTED
           END-IF

           COMPUTE WS-HASH-CHANGE = WS-HASH-AMT - WS-HASH-PRV

           COMPUTE WS-HASH-DIFF = WS-HASH-CHANGE - WS-NET-EXPECTED

           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECONCILIATION WITH GOODEXT HASH TOTALS"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HASH-PRV            TO WS-SGN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  PRIOR TRAILER HASH        " DELIMITED BY SIZE
                  WS-SGN-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HASH-AMT            TO WS-SGN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TODAY TRAILER HASH        " DELIMITED BY SIZE
                  WS-SGN-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HASH-CHANGE         TO WS-SGN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  HASH CHANGE               " DELIMITED BY SIZE
                  WS-SGN-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-MOV FROM 1 BY 1
                   UNTIL WN-IDX-MOV > 4

               MOVE WS-TOT-MOV(WN-IDX-MOV) TO WS-SGN-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  POSTED "              DELIMITED BY SIZE
                      CA-MOV-TYPE(WN-IDX-MOV)  DELIMITED BY SIZE
                      "               "        DELIMITED BY SIZE
                      WS-SGN-EDIT              DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM

           MOVE WS-TOT-NO-FCC          TO WS-SGN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NOT POSTED (NET)          " DELIMITED BY SIZE
                  WS-SGN-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NET-EXPECTED        TO WS-SGN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NET MOVEMENTS             " DELIMITED BY SIZE
                  WS-SGN-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HASH-DIFF           TO WS-SGN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF  WS-HASH-DIFF EQUAL ZEROS
               STRING "  DIFFERENCE                " DELIMITED BY SIZE
                      WS-SGN-EDIT          DELIMITED BY SIZE
                      "  RECONCILED"       DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING "  DIFFERENCE                " DELIMITED BY SIZE
                      WS-SGN-EDIT          DELIMITED BY SIZE
                      "  *** NOT RECONCILED ***" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               DISPLAY "ACVC0ROS - HASH TOTAL NOT RECONCILED: "
                       WS-SGN-EDIT
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "GENERAL LEDGER POSTING CONTROL - COLLATERAL "
                  DELIMITED BY SIZE
                  "MOVEMENTS OF "      DELIMITED BY SIZE
                  WS-DAT-PROCESS       DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           INITIALIZE TCEC9900

           MOVE CA-NUM-3               TO TCEC9900-OPTION
           MOVE AUD-ENT                TO TCEC9900-KEY
           MOVE SPACES                 TO TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           IF  TCEC9900-COD-RETURN EQUAL CA-NUM-00
               MOVE TCEC9900-DATA-PARAM    TO QBEC999-DATA-PARAM
           ELSE
               MOVE "ENTITY PARAMS NOT FOUND"  TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
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
      *   - UN EXTRACTO SIN CABECERA/COLA VALIDAS, UN PARAMETRO       *
      *     AUSENTE O UN ERROR DE LAS RUTINAS DE ACCESO DETIENEN EL   *
      *     PASO CON RETURN-CODE 16: UNOS APUNTES INCOMPLETOS         *
      *     DESCUADRARIAN LA CONTABILIDAD.                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - AN EXTRACT WITHOUT VALID HEADER/TRAILER, A MISSING        *
      *     PARAMETER OR AN ACCESS ROUTINE ERROR STOPS THE STEP WITH  *
      *     RETURN-CODE 16: INCOMPLETE POSTINGS WOULD UNBALANCE THE   *
      *     LEDGER.                                                   *
      *B.PR.E                                                          *
      ******************************************************************
       CONTROL-ERROR.

           DISPLAY "ACVC0ROS - CONTROL ERROR: " WS-CTL-MSG

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
      *     CONTABILIZACION). DESPUES REGISTRA EL ARRANQUE ('S').     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CHECKS IN RUNCTL THAT THE PROGRAM + PROCESS DATE + INPUT  *
      *     IDENTITY (EXTRACT HEADER) COMBINATION IS NOT ALREADY      *
      *     COMPLETED; IF IT IS, THE STEP REFUSES TO START WITH       *
      *     RC=16 (DOUBLE-POSTING PROTECTION). THEN THE START ('S')   *
      *     IS REGISTERED.                                            *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-RUN-START.

           OPEN INPUT RUN-CTL-FILE

           PERFORM UNTIL WS-RUNCTL-EOF

               READ RUN-CTL-FILE
                   AT END
                       SET WS-RUNCTL-EOF TO TRUE
                   NOT AT END
                       IF  N0036-PROGRAM EQUAL "ACVC0ROS"
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

               DISPLAY "ACVC0ROS - RUN ALREADY COMPLETED FOR "
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

           MOVE "ACVC0ROS"             TO N0036-PROGRAM
           MOVE WS-RUN-DAT-PROCESS     TO N0036-DAT-PROCESS
           MOVE WS-HDR-DAT-CREATE      TO N0036-INP-DAT-CREATE
           MOVE WS-HDR-SOURCE          TO N0036-INP-SOURCE

           MOVE WS-RUN-STATUS          TO N0036-STATUS

           MOVE WS-CNT-AUDIT           TO N0036-CNT-READ
           MOVE WS-CNT-MOVES           TO N0036-CNT-OK
           MOVE WS-CNT-NO-FCC          TO N0036-CNT-ERROR

           WRITE ACNC0036

           CLOSE RUN-CTL-FILE.
