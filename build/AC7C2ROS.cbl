      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     MOVIMIENTOS DE LA CARTERA ENTRE DOS CIERRES DE MES
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     PORTFOLIO ROLL-FORWARD BETWEEN TWO MONTH-ENDS              *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC7C2ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     COMPARA DOS COPIAS DE CIERRE DE MES DEL EXTRACTO (MESNAP,  *
      *     AC7C1ROS): LA DE APERTURA (SNAPOPN) Y LA DE CIERRE         *
      *     (SNAPCLS). AMBAS SE VERIFICAN (CABECERA/COLA ACNC0034), SE *
      *     ORDENAN POR ENTIDAD + NUMERO DE BIEN Y SE CASAN. CADA      *
      *     DIFERENCIA SE CLASIFICA Y SE GRABA EN RFWDMOV (ACNC0053):  *
      *     BIENES NUEVOS, BIENES QUE SALEN DEL EXTRACTO (ANULADOS O   *
      *     PURGADOS), REVALORIZACIONES AL ALZA Y A LA BAJA, EFECTO DEL*
      *     TIPO DE CAMBIO EN EUR DE LOS BIENES EN OTRA MONEDA Y       *
      *     CAMBIOS DE ESTADO. EL INFORME DA POR ENTIDAD Y EN TOTAL EL *
      *     SALDO DE APERTURA + MOVIMIENTOS = SALDO DE CIERRE, EN      *
      *     IMPORTE DEL LIBRO (N003-GOOD-AMT TAL CUAL, COMO EL TOTAL   *
      *     DE CONTROL DE LA COLA) Y EN EUR (FXRATEO AL TIPO DE        *
      *     APERTURA, FXRATEC AL DE CIERRE). LOS TOTALES DEL LIBRO     *
      *     TIENEN QUE CUADRAR EXACTAMENTE CON LAS COLAS DE LAS DOS    *
      *     COPIAS; SI NO CUADRAN EL PASO TERMINA CON RC=16.           *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    SNAPOPN          E     COPIA DEL CIERRE DE APERTURA         *
      *    SNAPCLS          E     COPIA DEL CIERRE DE CIERRE           *
      *    FXRATEO          E     COTIZACIONES AL CIERRE DE APERTURA   *
      *    FXRATEC          E     COTIZACIONES AL CIERRE DE CIERRE     *
      *    RFOSRT          E/S    APERTURA ORDENADA ENT/NUMERO         *
      *    RFCSRT          E/S    CIERRE ORDENADO ENT/NUMERO           *
      *    RFWDMOV          S     MOVIMIENTOS POR BIEN                 *
      *    RFWDRPT          S     INFORME DE MOVIMIENTOS               *
      *    RUNCTL          E/S    CONTROL DE EJECUCIONES               *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     COMPARES TWO MONTH-END COPIES OF THE EXTRACT (MESNAP,      *
      *     AC7C1ROS): THE OPENING ONE (SNAPOPN) AND THE CLOSING ONE   *
      *     (SNAPCLS). BOTH ARE VERIFIED (ACNC0034 HEADER/TRAILER),    *
      *     SORTED BY ENTITY + GOOD NUMBER AND MATCHED. EVERY          *
      *     DIFFERENCE IS CLASSIFIED AND WRITTEN TO RFWDMOV            *
      *     (ACNC0053): NEW GOODS, GOODS LEAVING THE EXTRACT (ANNULLED *
      *     OR PURGED), UPWARD AND DOWNWARD REVALUATIONS, FX EFFECT IN *
      *     EUR ON GOODS IN ANOTHER CURRENCY AND STATUS CHANGES. THE   *
      *     REPORT GIVES, PER ENTITY AND IN TOTAL, OPENING BALANCE +   *
      *     MOVEMENTS = CLOSING BALANCE, IN BOOK AMOUNT (N003-GOOD-AMT *
      *     AS IT IS, LIKE THE TRAILER HASH TOTAL) AND IN EUR (FXRATEO *
      *     AT THE OPENING RATE, FXRATEC AT THE CLOSING RATE). THE     *
      *     BOOK TOTALS MUST TIE EXACTLY TO THE TRAILERS OF BOTH       *
      *     COPIES; IF THEY DO NOT, THE STEP ENDS WITH RC=16.          *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    SNAPOPN          I     OPENING MONTH-END COPY               *
      *    SNAPCLS          I     CLOSING MONTH-END COPY               *
      *    FXRATEO          I     FX RATES AT OPENING MONTH-END        *
      *    FXRATEC          I     FX RATES AT CLOSING MONTH-END        *
      *    RFOSRT          I/O    OPENING SORTED BY ENT/NUMBER         *
      *    RFCSRT          I/O    CLOSING SORTED BY ENT/NUMBER         *
      *    RFWDMOV          O     MOVEMENTS BY GOOD                    *
      *    RFWDRPT          O     ROLL-FORWARD REPORT                  *
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

           SELECT OPEN-SNAP-RAW        ASSIGN TO "SNAPOPN"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CLOSE-SNAP-RAW       ASSIGN TO "SNAPCLS"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT FX-OPEN-FILE         ASSIGN TO "FXRATEO"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT FX-CLOSE-FILE        ASSIGN TO "FXRATEC"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO "SRTWK01".

           SELECT OPEN-SNAP-FILE       ASSIGN TO "RFOSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT CLOSE-SNAP-FILE      ASSIGN TO "RFCSRT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT MOVEMENT-FILE        ASSIGN TO "RFWDMOV"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT RFWD-REPORT-FILE     ASSIGN TO "RFWDRPT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-FILE
                                        ASSIGN TO "RUNCTL"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  OPEN-SNAP-RAW
           RECORDING MODE IS F.

       01  OPEN-SNAP-RAW-RECORD         PIC X(752).

       FD  CLOSE-SNAP-RAW
           RECORDING MODE IS F.

       01  CLOSE-SNAP-RAW-RECORD        PIC X(752).

       FD  FX-OPEN-FILE
           RECORDING MODE IS F.

       01  FX-OPEN-RECORD.
           05  FXO-CUR                     PIC X(03).
           05  FXO-RATE                    PIC 9(03)V9(06).
           05  FXO-DAT                     PIC X(10).

       FD  FX-CLOSE-FILE
           RECORDING MODE IS F.

       01  FX-CLOSE-RECORD.
           05  FXC-CUR                     PIC X(03).
           05  FXC-RATE                    PIC 9(03)V9(06).
           05  FXC-DAT                     PIC X(10).

      ******************************************************************
      *    FICHERO DE TRABAJO DEL SORT POR ENTIDAD (N003-ENT) Y NUMERO *
      *    DE BIEN (N003-NUM-GOOD)                                     *
      *    SORT WORK FILE, KEYED BY ENTITY (N003-ENT) AND GOOD NUMBER  *
      *    (N003-NUM-GOOD)                                             *
      ******************************************************************
       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  FILLER                   PIC X(01).
           05  SR-ENT                   PIC X(04).
           05  SR-NUM-GOOD              PIC 9(10).
           05  FILLER                   PIC X(737).

       FD  OPEN-SNAP-FILE
           RECORDING MODE IS F.

       01  OPEN-SNAP-RECORD             PIC X(752).

       FD  CLOSE-SNAP-FILE
           RECORDING MODE IS F.

       01  CLOSE-SNAP-RECORD            PIC X(752).

       FD  MOVEMENT-FILE
           RECORDING MODE IS F.

           COPY ACNC0053.

       FD  RFWD-REPORT-FILE
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
      *               COPY ACNC003                                     *
      *               REGISTRO DEL EXTRACTO EN CURSO                   *
      *               CURRENT EXTRACT RECORD                           *
      ******************************************************************
           COPY ACNC003.

       01  WS-SWITCHES.
           05  WS-SW-RAW-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RAW-EOF                          VALUE 'Y'.
           05  WS-SW-OPEN-EOF              PIC X(01)   VALUE 'N'.
               88  WS-OPEN-EOF                         VALUE 'Y'.
           05  WS-SW-CLOSE-EOF             PIC X(01)   VALUE 'N'.
               88  WS-CLOSE-EOF                        VALUE 'Y'.
           05  WS-SW-FIRST-GOOD            PIC X(01)   VALUE 'S'.
               88  WS-FIRST-GOOD                       VALUE 'S'.
           05  WS-SW-TIE-ERROR             PIC X(01)   VALUE 'N'.
               88  WS-TIE-ERROR                        VALUE 'S'.

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
           05  WS-CTL-FILE                 PIC X(08)   VALUE SPACES.
           05  WS-HDR-DAT-CREATE           PIC X(10)   VALUE SPACES.
           05  WS-HDR-SOURCE               PIC X(08)   VALUE SPACES.
           05  WS-TRL-CNT-RECS             PIC 9(09)   VALUE ZEROS.
           05  WS-TRL-HASH-AMT             PIC 9(16)V9(02) VALUE ZEROS.

      ******************************************************************
      *    CABECERA Y COLA DE CADA COPIA, GUARDADAS PARA EL CUADRE     *
      *    HEADER AND TRAILER OF EACH COPY, KEPT FOR THE TIE-OUT       *
      ******************************************************************
       01  WS-SNAP-CONTROLS.
           05  WS-OPN-DAT-CREATE           PIC X(10)   VALUE SPACES.
           05  WS-OPN-SOURCE               PIC X(08)   VALUE SPACES.
           05  WS-OPN-CNT-RECS             PIC 9(09)   VALUE ZEROS.
           05  WS-OPN-HASH-AMT             PIC 9(16)V9(02) VALUE ZEROS.
           05  WS-CLS-DAT-CREATE           PIC X(10)   VALUE SPACES.
           05  WS-CLS-SOURCE               PIC X(08)   VALUE SPACES.
           05  WS-CLS-CNT-RECS             PIC 9(09)   VALUE ZEROS.
           05  WS-CLS-HASH-AMT             PIC 9(16)V9(02) VALUE ZEROS.

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                *
      *               EXTRACT CONTROL RECORDS                          *
      ******************************************************************
       COPY ACNC0034.

      ******************************************************************
      *    DATOS DEL BIEN EN CURSO EN CADA COPIA; LA CLAVE QUEDA A     *
      *    HIGH-VALUES AL TERMINAR LA COPIA PARA EL CASE               *
      *    CURRENT GOOD DATA IN EACH COPY; THE KEY IS SET TO           *
      *    HIGH-VALUES AT END OF COPY FOR THE MATCH                    *
      ******************************************************************
       01  WS-OPEN-GOOD.
           05  WS-OPN-KEY.
               10  WS-OPN-ENT              PIC X(04).
               10  WS-OPN-NUM-GOOD         PIC 9(10).
           05  WS-OPN-BRN-GOOD             PIC X(04).
           05  WS-OPN-STATUS-GOOD          PIC X(01).
           05  WS-OPN-FCC-GOOD             PIC X(03).
           05  WS-OPN-AMT                  PIC 9(13)V9(02).

       01  WS-CLOSE-GOOD.
           05  WS-CLS-KEY.
               10  WS-CLS-ENT              PIC X(04).
               10  WS-CLS-NUM-GOOD         PIC 9(10).
           05  WS-CLS-BRN-GOOD             PIC X(04).
           05  WS-CLS-STATUS-GOOD          PIC X(01).
           05  WS-CLS-FCC-GOOD             PIC X(03).
           05  WS-CLS-AMT                  PIC 9(13)V9(02).

       01  WS-MATCH-FIELDS.
           05  WS-CUR-ENT                  PIC X(04)   VALUE SPACES.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-OPN-EUR                  PIC S9(15)V9(02) VALUE ZEROS.
           05  WS-CLS-EUR                  PIC S9(15)V9(02) VALUE ZEROS.
           05  WS-RVL-AMT                  PIC S9(15)V9(02) VALUE ZEROS.
           05  WS-RVL-EUR                  PIC S9(15)V9(02) VALUE ZEROS.
           05  WS-FXE-EUR                  PIC S9(15)V9(02) VALUE ZEROS.
           05  WS-MOV-AMT                  PIC S9(15)V9(02) VALUE ZEROS.
           05  WS-MOV-EUR                  PIC S9(15)V9(02) VALUE ZEROS.
           05  WS-CALC-AMT                 PIC S9(17)V9(02) VALUE ZEROS.
           05  WS-CALC-CNT                 PIC S9(09)       VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CNT-OPEN-READ            PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-CLOSE-READ           PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-MOVES                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-FX                PIC 9(07)   VALUE ZEROS.

      ******************************************************************
      *    TABLAS DE COTIZACIONES: 1 = APERTURA (FXRATEO), 2 = CIERRE  *
      *    (FXRATEC)                                                   *
      *    FX RATE TABLES: 1 = OPENING (FXRATEO), 2 = CLOSING          *
      *    (FXRATEC)                                                   *
      ******************************************************************
       01  WS-FX-FIELDS.
           05  WS-SW-FX-EOF                PIC X(01)   VALUE 'N'.
               88  WS-FX-EOF                           VALUE 'Y'.
           05  WS-SW-FX-FOUND              PIC X(01)   VALUE 'N'.
               88  WS-FX-FOUND                         VALUE 'S'.
           05  WN-IDX-FX                   PIC S9(4) COMP VALUE +0.
           05  WN-IDX-FXS                  PIC S9(4) COMP VALUE +0.
           05  WS-FX-CUR-WANTED            PIC X(03)   VALUE SPACES.
           05  WS-FX-RATE-FOUND            PIC 9(03)V9(06) VALUE ZEROS.
           05  WS-FX-SET OCCURS 2 TIMES.
               10  WS-CNT-FX               PIC 9(02).
               10  WS-FX-ENTRY OCCURS 50 TIMES.
                   15  WS-FX-CUR           PIC X(03).
                   15  WS-FX-RATE          PIC 9(03)V9(06).

      ******************************************************************
      *    ACUMULADOS DE MOVIMIENTOS: JUEGO 1 = ENTIDAD, 2 = TOTAL.    *
      *    IMPORTES DEL LIBRO (-AMT) Y EN EUR (-EUR); LOS DE BAJA SE   *
      *    GUARDAN EN POSITIVO Y SE RESTAN AL CUADRAR.                 *
      *    MOVEMENT TOTALS: SET 1 = ENTITY, 2 = GRAND TOTAL. BOOK      *
      *    AMOUNTS (-AMT) AND EUR (-EUR); DOWNWARD ONES ARE KEPT       *
      *    POSITIVE AND SUBTRACTED IN THE TIE-OUT.                     *
      ******************************************************************
       01  WS-RFWD-TOTALS.
           05  WN-IDX-SET                  PIC S9(4) COMP VALUE +0.
           05  WS-RFW-SET OCCURS 2 TIMES.
               10  WS-RFW-OPN-CNT          PIC 9(09).
               10  WS-RFW-OPN-AMT          PIC 9(16)V9(02).
               10  WS-RFW-OPN-EUR          PIC 9(16)V9(02).
               10  WS-RFW-NEW-CNT          PIC 9(09).
               10  WS-RFW-NEW-AMT          PIC 9(16)V9(02).
               10  WS-RFW-NEW-EUR          PIC 9(16)V9(02).
               10  WS-RFW-OUT-CNT          PIC 9(09).
               10  WS-RFW-OUT-AMT          PIC 9(16)V9(02).
               10  WS-RFW-OUT-EUR          PIC 9(16)V9(02).
               10  WS-RFW-RVU-CNT          PIC 9(09).
               10  WS-RFW-RVU-AMT          PIC 9(16)V9(02).
               10  WS-RFW-RVU-EUR          PIC 9(16)V9(02).
               10  WS-RFW-RVD-CNT          PIC 9(09).
               10  WS-RFW-RVD-AMT          PIC 9(16)V9(02).
               10  WS-RFW-RVD-EUR          PIC 9(16)V9(02).
               10  WS-RFW-FXE-CNT          PIC 9(09).
               10  WS-RFW-FXE-EUR          PIC S9(16)V9(02).
               10  WS-RFW-CLS-CNT          PIC 9(09).
               10  WS-RFW-CLS-AMT          PIC 9(16)V9(02).
               10  WS-RFW-CLS-EUR          PIC 9(16)V9(02).
               10  WS-RFW-ANN-CNT          PIC 9(09).
               10  WS-RFW-ANN-AMT          PIC 9(16)V9(02).
               10  WS-RFW-STC-CNT          PIC 9(09).
               10  WS-RFW-UNCH-CNT         PIC 9(09).

      ******************************************************************
      *    REGISTRO DE CONTROL DE EJECUCIONES (VER ACNC0036)           *
      *    RUN-CONTROL REGISTRATION (SEE ACNC0036)                     *
      ******************************************************************
       01  WS-RUNCTL-FIELDS.
           05  WS-SW-RUNCTL-EOF            PIC X(01)   VALUE 'N'.
               88  WS-RUNCTL-EOF                       VALUE 'Y'.
           05  WS-SW-RUN-DUP               PIC X(01)   VALUE 'N'.
               88  WS-RUN-DUPLICATE                    VALUE 'S'.
           05  WS-RUN-STATUS               PIC X(01)   VALUE 'S'.

       01  CA-CONSTANTS.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-STATUS-ANNULLED          PIC X(01)   VALUE 'B'.
           05  CA-SET-ENT                  PIC 9(01)   VALUE 1.
           05  CA-SET-GRAND                PIC 9(01)   VALUE 2.
           05  CA-FX-OPEN                  PIC 9(01)   VALUE 1.
           05  CA-FX-CLOSE                 PIC 9(01)   VALUE 2.
           05  CA-PROGRAM                  PIC X(08)   VALUE 'AC7C2ROS'.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DEL INFORME DE MOVIMIENTOS                            *
      *    ROLL-FORWARD REPORT LINE                                    *
      ******************************************************************
       01  WS-RFWD-LINE.
           05  RFL-LABEL                   PIC X(36).
           05  FILLER                      PIC X(02).
           05  RFL-CNT                     PIC Z(8)9.
           05  FILLER                      PIC X(02).
           05  RFL-AMT                     PIC Z(15)9,99-.
           05  FILLER                      PIC X(02).
           05  RFL-EUR                     PIC Z(15)9,99-.
           05  FILLER                      PIC X(41).

       01  WS-AMT-EDIT                     PIC Z(15)9,99.
       01  WS-CNT-EDIT                     PIC Z(8)9.
       01  WS-CNT-EDIT-2                   PIC Z(8)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM VERIFY-OPENING-CONTROLS

           PERFORM VERIFY-CLOSING-CONTROLS

           IF  WS-OPN-DAT-CREATE NOT < WS-CLS-DAT-CREATE
               MOVE "OPENING COPY NOT BEFORE CLOSING COPY"
                                                TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF

           PERFORM REGISTER-RUN-START

           PERFORM SORT-OPENING-SNAPSHOT

           PERFORM SORT-CLOSING-SNAPSHOT

           PERFORM LOAD-FX-RATES

           PERFORM OPEN-FILES

           INITIALIZE WS-RFWD-TOTALS

           PERFORM WRITE-REPORT-TITLE

           PERFORM READ-OPENING
           PERFORM READ-CLOSING

           PERFORM UNTIL WS-OPEN-EOF AND WS-CLOSE-EOF
               PERFORM MATCH-ONE-KEY
           END-PERFORM

           IF  NOT WS-FIRST-GOOD
               PERFORM WRITE-ENTITY-BLOCK
           END-IF

           PERFORM WRITE-GRAND-BLOCK

           PERFORM CLOSE-FILES

           IF  WS-TIE-ERROR
               DISPLAY "AC7C2ROS - ROLL-FORWARD DOES NOT TIE TO THE "
                       "SNAPSHOT TRAILERS"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REGISTER-RUN-END
           END-IF

           DISPLAY "AC7C2ROS - OPENING: "  WS-CNT-OPEN-READ
                   "  CLOSING: "           WS-CNT-CLOSE-READ
                   "  MOVEMENTS: "         WS-CNT-MOVES
                   "  NO FX RATE: "        WS-CNT-NO-FX

           GOBACK.

      ******************************************************************
      *.PN                    SORT-OPENING-SNAPSHOT                    *
      ******************************************************************
       SORT-OPENING-SNAPSHOT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
                                SR-NUM-GOOD
               INPUT PROCEDURE IS RELEASE-OPENING-RECORDS
               GIVING OPEN-SNAP-FILE.

      ******************************************************************
      *.PN                    RELEASE-OPENING-RECORDS                  *
      ******************************************************************
       RELEASE-OPENING-RECORDS.

           MOVE 'N'                    TO WS-SW-RAW-EOF

           OPEN INPUT OPEN-SNAP-RAW

           PERFORM UNTIL WS-RAW-EOF

               READ OPEN-SNAP-RAW
                   AT END
                       SET WS-RAW-EOF TO TRUE
                   NOT AT END
                       IF  OPEN-SNAP-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-HEADER
                           AND OPEN-SNAP-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-TRAILER
                           RELEASE SORT-RECORD
                                   FROM OPEN-SNAP-RAW-RECORD
                       END-IF
               END-READ

           END-PERFORM

           CLOSE OPEN-SNAP-RAW.

      ******************************************************************
      *.PN                    SORT-CLOSING-SNAPSHOT                    *
      ******************************************************************
       SORT-CLOSING-SNAPSHOT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ENT
                                SR-NUM-GOOD
               INPUT PROCEDURE IS RELEASE-CLOSING-RECORDS
               GIVING CLOSE-SNAP-FILE.

      ******************************************************************
      *.PN                    RELEASE-CLOSING-RECORDS                  *
      ******************************************************************
       RELEASE-CLOSING-RECORDS.

           MOVE 'N'                    TO WS-SW-RAW-EOF

           OPEN INPUT CLOSE-SNAP-RAW

           PERFORM UNTIL WS-RAW-EOF

               READ CLOSE-SNAP-RAW
                   AT END
                       SET WS-RAW-EOF TO TRUE
                   NOT AT END
                       IF  CLOSE-SNAP-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-HEADER
                           AND CLOSE-SNAP-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-TRAILER
                           RELEASE SORT-RECORD
                                   FROM CLOSE-SNAP-RAW-RECORD
                       END-IF
               END-READ

           END-PERFORM

           CLOSE CLOSE-SNAP-RAW.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  OPEN-SNAP-FILE
           OPEN INPUT  CLOSE-SNAP-FILE
           OPEN OUTPUT MOVEMENT-FILE
           OPEN OUTPUT RFWD-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE OPEN-SNAP-FILE
                 CLOSE-SNAP-FILE
                 MOVEMENT-FILE
                 RFWD-REPORT-FILE.

      ******************************************************************
      *.PN                    LOAD-FX-RATES                            *
      ******************************************************************
       LOAD-FX-RATES.

           MOVE ZEROS                  TO WS-CNT-FX(CA-FX-OPEN)
           MOVE ZEROS                  TO WS-CNT-FX(CA-FX-CLOSE)

           MOVE 'N'                    TO WS-SW-FX-EOF
           OPEN INPUT FX-OPEN-FILE

           PERFORM UNTIL WS-FX-EOF

               READ FX-OPEN-FILE
                   AT END
                       SET WS-FX-EOF TO TRUE
                   NOT AT END
                       IF  WS-CNT-FX(CA-FX-OPEN) < 50
                           AND FXO-RATE IS NUMERIC
                           ADD 1 TO WS-CNT-FX(CA-FX-OPEN)
                           MOVE WS-CNT-FX(CA-FX-OPEN) TO WN-IDX-FX
                           MOVE FXO-CUR
                                   TO WS-FX-CUR(CA-FX-OPEN, WN-IDX-FX)
                           MOVE FXO-RATE
                                   TO WS-FX-RATE(CA-FX-OPEN, WN-IDX-FX)
                       END-IF
               END-READ

           END-PERFORM

           CLOSE FX-OPEN-FILE

           MOVE 'N'                    TO WS-SW-FX-EOF
           OPEN INPUT FX-CLOSE-FILE

           PERFORM UNTIL WS-FX-EOF

               READ FX-CLOSE-FILE
                   AT END
                       SET WS-FX-EOF TO TRUE
                   NOT AT END
                       IF  WS-CNT-FX(CA-FX-CLOSE) < 50
                           AND FXC-RATE IS NUMERIC
                           ADD 1 TO WS-CNT-FX(CA-FX-CLOSE)
                           MOVE WS-CNT-FX(CA-FX-CLOSE) TO WN-IDX-FX
                           MOVE FXC-CUR
                                   TO WS-FX-CUR(CA-FX-CLOSE, WN-IDX-FX)
                           MOVE FXC-RATE
                                   TO WS-FX-RATE(CA-FX-CLOSE, WN-IDX-FX)
                       END-IF
               END-READ

           END-PERFORM

           CLOSE FX-CLOSE-FILE.

      ******************************************************************
      *.PN                    FIND-FX-RATE                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - DEVUELVE LOS EUR POR UNIDAD DE LA MONEDA PEDIDA EN LA      *
      *     TABLA WN-IDX-FXS (APERTURA O CIERRE). EUR VALE SIEMPRE 1.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RETURNS THE EUR PER UNIT OF THE REQUESTED CURRENCY FROM    *
      *     TABLE WN-IDX-FXS (OPENING OR CLOSING). EUR IS ALWAYS 1.    *
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
                       UNTIL WN-IDX-FX > WS-CNT-FX(WN-IDX-FXS)
                          OR WS-FX-FOUND

                   IF  WS-FX-CUR(WN-IDX-FXS, WN-IDX-FX)
                               EQUAL WS-FX-CUR-WANTED
                       SET WS-FX-FOUND         TO TRUE
                       MOVE WS-FX-RATE(WN-IDX-FXS, WN-IDX-FX)
                                               TO WS-FX-RATE-FOUND
                   END-IF

               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    READ-OPENING                             *
      ******************************************************************
       READ-OPENING.

           READ OPEN-SNAP-FILE
               AT END
                   SET WS-OPEN-EOF TO TRUE
                   MOVE HIGH-VALUES        TO WS-OPN-KEY
               NOT AT END
                   ADD 1 TO WS-CNT-OPEN-READ
                   MOVE OPEN-SNAP-RECORD   TO ACNC003
                   MOVE N003-ENT           TO WS-OPN-ENT
                   MOVE N003-NUM-GOOD      TO WS-OPN-NUM-GOOD
                   MOVE N003-BRN-GOOD      TO WS-OPN-BRN-GOOD
                   MOVE N003-STATUS-GOOD   TO WS-OPN-STATUS-GOOD
                   MOVE N003-FCC-GOOD      TO WS-OPN-FCC-GOOD
                   MOVE ZEROS              TO WS-OPN-AMT
                   IF  N003-GOOD-AMT IS NUMERIC
                       MOVE N003-GOOD-AMT  TO WS-OPN-AMT
                   END-IF
           END-READ.

      ******************************************************************
      *.PN                    READ-CLOSING                             *
      ******************************************************************
       READ-CLOSING.

           READ CLOSE-SNAP-FILE
               AT END
                   SET WS-CLOSE-EOF TO TRUE
                   MOVE HIGH-VALUES        TO WS-CLS-KEY
               NOT AT END
                   ADD 1 TO WS-CNT-CLOSE-READ
                   MOVE CLOSE-SNAP-RECORD  TO ACNC003
                   MOVE N003-ENT           TO WS-CLS-ENT
                   MOVE N003-NUM-GOOD      TO WS-CLS-NUM-GOOD
                   MOVE N003-BRN-GOOD      TO WS-CLS-BRN-GOOD
                   MOVE N003-STATUS-GOOD   TO WS-CLS-STATUS-GOOD
                   MOVE N003-FCC-GOOD      TO WS-CLS-FCC-GOOD
                   MOVE ZEROS              TO WS-CLS-AMT
                   IF  N003-GOOD-AMT IS NUMERIC
                       MOVE N003-GOOD-AMT  TO WS-CLS-AMT
                   END-IF
           END-READ.

      ******************************************************************
      *.PN                    MATCH-ONE-KEY                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - CASE DE LAS DOS COPIAS POR ENTIDAD + NUMERO. CLAVE SOLO EN *
      *     APERTURA: EL BIEN SALE DEL EXTRACTO. CLAVE SOLO EN CIERRE: *
      *     BIEN NUEVO. EN LAS DOS: SE COMPARAN IMPORTE, TIPO DE       *
      *     CAMBIO Y ESTADO. LA RUPTURA DE ENTIDAD SE HACE SOBRE LA    *
      *     MENOR DE LAS DOS CLAVES.                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - MATCH OF THE TWO COPIES BY ENTITY + NUMBER. KEY ONLY IN    *
      *     THE OPENING: THE GOOD LEAVES THE EXTRACT. KEY ONLY IN THE  *
      *     CLOSING: NEW GOOD. IN BOTH: AMOUNT, FX RATE AND STATUS ARE *
      *     COMPARED. THE ENTITY BREAK IS TAKEN ON THE LOWER OF THE    *
      *     TWO KEYS.                                                  *
      *B.PR.E                                                          *
      ******************************************************************
       MATCH-ONE-KEY.

           IF  WS-OPN-KEY < WS-CLS-KEY
               MOVE WS-OPN-ENT         TO WS-CUR-ENT
           ELSE
               MOVE WS-CLS-ENT         TO WS-CUR-ENT
           END-IF

           IF  WS-FIRST-GOOD
               MOVE 'N'                TO WS-SW-FIRST-GOOD
               MOVE WS-CUR-ENT         TO WS-PREV-ENT
           ELSE
               IF  WS-CUR-ENT NOT EQUAL WS-PREV-ENT
                   PERFORM WRITE-ENTITY-BLOCK
                   MOVE WS-CUR-ENT     TO WS-PREV-ENT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-OPN-KEY < WS-CLS-KEY
                   PERFORM PROCESS-GOOD-OUT
                   PERFORM READ-OPENING
               WHEN WS-OPN-KEY > WS-CLS-KEY
                   PERFORM PROCESS-GOOD-NEW
                   PERFORM READ-CLOSING
               WHEN OTHER
                   PERFORM PROCESS-GOOD-MATCHED
                   PERFORM READ-OPENING
                   PERFORM READ-CLOSING
           END-EVALUATE.

      ******************************************************************
      *.PN                    COMPUTE-OPENING-EUR                      *
      ******************************************************************
       COMPUTE-OPENING-EUR.

           MOVE CA-FX-OPEN             TO WN-IDX-FXS
           MOVE WS-OPN-FCC-GOOD        TO WS-FX-CUR-WANTED
           PERFORM FIND-FX-RATE

           IF  NOT WS-FX-FOUND
               ADD 1 TO WS-CNT-NO-FX
           END-IF

           COMPUTE WS-OPN-EUR ROUNDED = WS-OPN-AMT * WS-FX-RATE-FOUND.

      ******************************************************************
      *.PN                    COMPUTE-CLOSING-EUR                      *
      ******************************************************************
       COMPUTE-CLOSING-EUR.

           MOVE CA-FX-CLOSE            TO WN-IDX-FXS
           MOVE WS-CLS-FCC-GOOD        TO WS-FX-CUR-WANTED
           PERFORM FIND-FX-RATE

           IF  NOT WS-FX-FOUND
               ADD 1 TO WS-CNT-NO-FX
           END-IF

           COMPUTE WS-CLS-EUR ROUNDED = WS-CLS-AMT * WS-FX-RATE-FOUND.

      ******************************************************************
      *.PN                    PROCESS-GOOD-OUT                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - BIEN QUE ESTABA EN LA APERTURA Y NO ESTA EN EL CIERRE:     *
      *     ANULADO (SI EL EXTRACTO SOLO LLEVA ACTIVOS) O PURGADO.     *
      *     RESTA SU IMPORTE DE APERTURA.                              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - GOOD IN THE OPENING BUT NOT IN THE CLOSING: ANNULLED (IF   *
      *     THE EXTRACT CARRIES ACTIVE GOODS ONLY) OR PURGED. ITS      *
      *     OPENING AMOUNT IS SUBTRACTED.                              *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-GOOD-OUT.

           PERFORM COMPUTE-OPENING-EUR

           MOVE CA-SET-ENT             TO WN-IDX-SET
           PERFORM ADD-OPENING-BALANCE
           PERFORM ADD-GOOD-OUT
           MOVE CA-SET-GRAND           TO WN-IDX-SET
           PERFORM ADD-OPENING-BALANCE
           PERFORM ADD-GOOD-OUT

           PERFORM INIT-MOVEMENT
           MOVE WS-OPN-ENT             TO N0053-ENT
           MOVE WS-OPN-NUM-GOOD        TO N0053-NUM-GOOD
           MOVE WS-OPN-BRN-GOOD        TO N0053-BRN-GOOD
           MOVE WS-OPN-FCC-GOOD        TO N0053-FCC-GOOD
           MOVE WS-OPN-STATUS-GOOD     TO N0053-STATUS-OLD
           MOVE WS-OPN-AMT             TO N0053-AMT-OLD
           SET N0053-MOV-OUT           TO TRUE
           COMPUTE WS-MOV-AMT = ZEROS - WS-OPN-AMT
           COMPUTE WS-MOV-EUR = ZEROS - WS-OPN-EUR
           PERFORM WRITE-MOVEMENT.

      ******************************************************************
      *.PN                    PROCESS-GOOD-NEW                         *
      ******************************************************************
       PROCESS-GOOD-NEW.

           PERFORM COMPUTE-CLOSING-EUR

           MOVE CA-SET-ENT             TO WN-IDX-SET
           PERFORM ADD-GOOD-NEW
           PERFORM ADD-CLOSING-BALANCE
           MOVE CA-SET-GRAND           TO WN-IDX-SET
           PERFORM ADD-GOOD-NEW
           PERFORM ADD-CLOSING-BALANCE

           PERFORM INIT-MOVEMENT
           MOVE WS-CLS-ENT             TO N0053-ENT
           MOVE WS-CLS-NUM-GOOD        TO N0053-NUM-GOOD
           MOVE WS-CLS-BRN-GOOD        TO N0053-BRN-GOOD
           MOVE WS-CLS-FCC-GOOD        TO N0053-FCC-GOOD
           MOVE WS-CLS-STATUS-GOOD     TO N0053-STATUS-NEW
           MOVE WS-CLS-AMT             TO N0053-AMT-NEW
           SET N0053-MOV-NEW           TO TRUE
           MOVE WS-CLS-AMT             TO WS-MOV-AMT
           MOVE WS-CLS-EUR             TO WS-MOV-EUR
           PERFORM WRITE-MOVEMENT.

      ******************************************************************
      *.PN                    PROCESS-GOOD-MATCHED                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - BIEN EN LAS DOS COPIAS. LA REVALORIZACION ES LA DIFERENCIA *
      *     DE IMPORTE VALORADA AL TIPO DE CIERRE; EL EFECTO DEL TIPO  *
      *     DE CAMBIO ES EL RESTO HASTA EL EUR DE CIERRE, DE MODO QUE  *
      *     APERTURA + REVALORIZACION + EFECTO = CIERRE AL CENTIMO.    *
      *     EN UN BIEN EN EUR EL EFECTO ES SIEMPRE CERO. LOS CAMBIOS   *
      *     DE ESTADO SON INFORMATIVOS: NO MUEVEN IMPORTE.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - GOOD IN BOTH COPIES. THE REVALUATION IS THE AMOUNT CHANGE  *
      *     VALUED AT THE CLOSING RATE; THE FX EFFECT IS THE REST UP   *
      *     TO THE CLOSING EUR, SO OPENING + REVALUATION + EFFECT =    *
      *     CLOSING TO THE CENT. ON A EUR GOOD THE EFFECT IS ALWAYS    *
      *     ZERO. STATUS CHANGES ARE FOR INFORMATION: THEY MOVE NO     *
      *     AMOUNT.                                                    *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-GOOD-MATCHED.

           PERFORM COMPUTE-OPENING-EUR
           PERFORM COMPUTE-CLOSING-EUR

           COMPUTE WS-RVL-AMT = WS-CLS-AMT - WS-OPN-AMT

           COMPUTE WS-RVL-EUR ROUNDED =
                   WS-RVL-AMT * WS-FX-RATE-FOUND

           COMPUTE WS-FXE-EUR = WS-CLS-EUR - WS-OPN-EUR - WS-RVL-EUR

           MOVE CA-SET-ENT             TO WN-IDX-SET
           PERFORM ADD-MATCHED-GOOD
           MOVE CA-SET-GRAND           TO WN-IDX-SET
           PERFORM ADD-MATCHED-GOOD

           PERFORM INIT-MOVEMENT
           MOVE WS-CLS-ENT             TO N0053-ENT
           MOVE WS-CLS-NUM-GOOD        TO N0053-NUM-GOOD
           MOVE WS-CLS-BRN-GOOD        TO N0053-BRN-GOOD
           MOVE WS-CLS-FCC-GOOD        TO N0053-FCC-GOOD
           MOVE WS-OPN-STATUS-GOOD     TO N0053-STATUS-OLD
           MOVE WS-CLS-STATUS-GOOD     TO N0053-STATUS-NEW
           MOVE WS-OPN-AMT             TO N0053-AMT-OLD
           MOVE WS-CLS-AMT             TO N0053-AMT-NEW

           IF  WS-RVL-AMT > ZEROS
               SET N0053-MOV-REVAL-UP      TO TRUE
               MOVE WS-RVL-AMT             TO WS-MOV-AMT
               MOVE WS-RVL-EUR             TO WS-MOV-EUR
               PERFORM WRITE-MOVEMENT
           END-IF

           IF  WS-RVL-AMT < ZEROS
               SET N0053-MOV-REVAL-DOWN    TO TRUE
               MOVE WS-RVL-AMT             TO WS-MOV-AMT
               MOVE WS-RVL-EUR             TO WS-MOV-EUR
               PERFORM WRITE-MOVEMENT
           END-IF

           IF  WS-FXE-EUR NOT EQUAL ZEROS
               SET N0053-MOV-FX-EFFECT     TO TRUE
               MOVE ZEROS                  TO WS-MOV-AMT
               MOVE WS-FXE-EUR             TO WS-MOV-EUR
               PERFORM WRITE-MOVEMENT
           END-IF

           IF  WS-CLS-STATUS-GOOD NOT EQUAL WS-OPN-STATUS-GOOD
               IF  WS-CLS-STATUS-GOOD EQUAL CA-STATUS-ANNULLED
                   SET N0053-MOV-ANNULMENT TO TRUE
               ELSE
                   SET N0053-MOV-STATUS    TO TRUE
               END-IF
               MOVE ZEROS                  TO WS-MOV-AMT
               MOVE ZEROS                  TO WS-MOV-EUR
               PERFORM WRITE-MOVEMENT
           END-IF.

      ******************************************************************
      *.PN                    ADD-OPENING-BALANCE                      *
      ******************************************************************
       ADD-OPENING-BALANCE.

           ADD 1           TO WS-RFW-OPN-CNT(WN-IDX-SET)
           ADD WS-OPN-AMT  TO WS-RFW-OPN-AMT(WN-IDX-SET)
           ADD WS-OPN-EUR  TO WS-RFW-OPN-EUR(WN-IDX-SET).

      ******************************************************************
      *.PN                    ADD-CLOSING-BALANCE                      *
      ******************************************************************
       ADD-CLOSING-BALANCE.

           ADD 1           TO WS-RFW-CLS-CNT(WN-IDX-SET)
           ADD WS-CLS-AMT  TO WS-RFW-CLS-AMT(WN-IDX-SET)
           ADD WS-CLS-EUR  TO WS-RFW-CLS-EUR(WN-IDX-SET).

      ******************************************************************
      *.PN                    ADD-GOOD-OUT                             *
      ******************************************************************
       ADD-GOOD-OUT.

           ADD 1           TO WS-RFW-OUT-CNT(WN-IDX-SET)
           ADD WS-OPN-AMT  TO WS-RFW-OUT-AMT(WN-IDX-SET)
           ADD WS-OPN-EUR  TO WS-RFW-OUT-EUR(WN-IDX-SET).

      ******************************************************************
      *.PN                    ADD-GOOD-NEW                             *
      ******************************************************************
       ADD-GOOD-NEW.

           ADD 1           TO WS-RFW-NEW-CNT(WN-IDX-SET)
           ADD WS-CLS-AMT  TO WS-RFW-NEW-AMT(WN-IDX-SET)
           ADD WS-CLS-EUR  TO WS-RFW-NEW-EUR(WN-IDX-SET).

      ******************************************************************
      *.PN                    ADD-MATCHED-GOOD                         *
      ******************************************************************
       ADD-MATCHED-GOOD.

           PERFORM ADD-OPENING-BALANCE
           PERFORM ADD-CLOSING-BALANCE

           IF  WS-RVL-AMT > ZEROS
               ADD 1           TO WS-RFW-RVU-CNT(WN-IDX-SET)
               ADD WS-RVL-AMT  TO WS-RFW-RVU-AMT(WN-IDX-SET)
               ADD WS-RVL-EUR  TO WS-RFW-RVU-EUR(WN-IDX-SET)
           END-IF

           IF  WS-RVL-AMT < ZEROS
               ADD 1           TO WS-RFW-RVD-CNT(WN-IDX-SET)
               SUBTRACT WS-RVL-AMT FROM WS-RFW-RVD-AMT(WN-IDX-SET)
               SUBTRACT WS-RVL-EUR FROM WS-RFW-RVD-EUR(WN-IDX-SET)
           END-IF

           IF  WS-FXE-EUR NOT EQUAL ZEROS
               ADD 1           TO WS-RFW-FXE-CNT(WN-IDX-SET)
               ADD WS-FXE-EUR  TO WS-RFW-FXE-EUR(WN-IDX-SET)
           END-IF

           IF  WS-CLS-STATUS-GOOD NOT EQUAL WS-OPN-STATUS-GOOD
               IF  WS-CLS-STATUS-GOOD EQUAL CA-STATUS-ANNULLED
                   ADD 1           TO WS-RFW-ANN-CNT(WN-IDX-SET)
                   ADD WS-CLS-AMT  TO WS-RFW-ANN-AMT(WN-IDX-SET)
               ELSE
                   ADD 1           TO WS-RFW-STC-CNT(WN-IDX-SET)
               END-IF
           END-IF

           IF  WS-RVL-AMT EQUAL ZEROS
               AND WS-FXE-EUR EQUAL ZEROS
               AND WS-CLS-STATUS-GOOD EQUAL WS-OPN-STATUS-GOOD
               ADD 1           TO WS-RFW-UNCH-CNT(WN-IDX-SET)
           END-IF.

      ******************************************************************
      *.PN                    INIT-MOVEMENT                            *
      ******************************************************************
       INIT-MOVEMENT.

           INITIALIZE ACNC0053

           MOVE WS-OPN-DAT-CREATE      TO N0053-DAT-OPEN
           MOVE WS-CLS-DAT-CREATE      TO N0053-DAT-CLOSE.

      ******************************************************************
      *.PN                    WRITE-MOVEMENT                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - ESPERA EL TIPO DE MOVIMIENTO EN N0053-MOV-TYPE Y LOS       *
      *     IMPORTES CON SIGNO EN WS-MOV-AMT Y WS-MOV-EUR.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EXPECTS THE MOVEMENT TYPE IN N0053-MOV-TYPE AND THE SIGNED *
      *     AMOUNTS IN WS-MOV-AMT AND WS-MOV-EUR.                      *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-MOVEMENT.

           IF  WS-MOV-AMT < ZEROS
               OR WS-MOV-EUR < ZEROS
               MOVE '-'                TO N0053-SIGN
               COMPUTE N0053-AMT-MOV     = ZEROS - WS-MOV-AMT
               COMPUTE N0053-AMT-MOV-EUR = ZEROS - WS-MOV-EUR
           ELSE
               MOVE '+'                TO N0053-SIGN
               MOVE WS-MOV-AMT         TO N0053-AMT-MOV
               MOVE WS-MOV-EUR         TO N0053-AMT-MOV-EUR
           END-IF

           WRITE ACNC0053

           ADD 1 TO WS-CNT-MOVES.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "PORTFOLIO ROLL-FORWARD FROM "  DELIMITED BY SIZE
                  WS-OPN-DAT-CREATE  DELIMITED BY SIZE
                  " TO "             DELIMITED BY SIZE
                  WS-CLS-DAT-CREATE  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BOOK AMOUNT = N003-GOOD-AMT AS HELD (EACH GOOD IN "
                                     DELIMITED BY SIZE
                  "ITS OWN CURRENCY, AS THE TRAILER HASH TOTAL)"
                                     DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "ENTITY / MOVEMENT"    TO RFL-LABEL
           MOVE WS-RFWD-LINE           TO WS-PRINT-LINE
           MOVE "    GOODS"            TO WS-PRINT-LINE(39:9)
           MOVE "BOOK AMOUNT"          TO WS-PRINT-LINE(59:11)
           MOVE "EUR"                  TO WS-PRINT-LINE(89:3)
           MOVE WS-PRINT-LINE          TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-BLOCK                       *
      ******************************************************************
       WRITE-ENTITY-BLOCK.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTITY "          DELIMITED BY SIZE
                  WS-PREV-ENT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE

           MOVE CA-SET-ENT             TO WN-IDX-SET
           PERFORM WRITE-ROLL-FORWARD

           INITIALIZE WS-RFW-SET(CA-SET-ENT).

      ******************************************************************
      *.PN                    WRITE-GRAND-BLOCK                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - TOTAL DE TODAS LAS ENTIDADES Y CUADRE CON LAS COLAS DE LAS *
      *     DOS COPIAS: NUMERO DE BIENES E IMPORTE DEL LIBRO DE        *
      *     APERTURA Y DE CIERRE TIENEN QUE COINCIDIR EXACTAMENTE CON  *
      *     N0034-TRL-CNT-RECS Y N0034-TRL-HASH-AMT.                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - TOTAL OF ALL ENTITIES AND TIE-OUT TO THE TRAILERS OF BOTH  *
      *     COPIES: THE OPENING AND CLOSING NUMBER OF GOODS AND BOOK   *
      *     AMOUNT MUST MATCH N0034-TRL-CNT-RECS AND                   *
      *     N0034-TRL-HASH-AMT EXACTLY.                                *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-GRAND-BLOCK.

           MOVE "ALL ENTITIES"         TO WS-PRINT-LINE

           MOVE CA-SET-GRAND           TO WN-IDX-SET
           PERFORM WRITE-ROLL-FORWARD

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "OPENING COPY TRAILER"     TO RFL-LABEL
           MOVE WS-OPN-CNT-RECS        TO RFL-CNT
           MOVE WS-OPN-HASH-AMT        TO RFL-AMT
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           IF  WS-OPN-CNT-RECS EQUAL WS-RFW-OPN-CNT(CA-SET-GRAND)
               AND WS-OPN-HASH-AMT EQUAL WS-RFW-OPN-AMT(CA-SET-GRAND)
               MOVE "TIES"             TO REPORT-LINE(89:4)
           ELSE
               MOVE "DOES NOT TIE"     TO REPORT-LINE(89:12)
               SET WS-TIE-ERROR        TO TRUE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "CLOSING COPY TRAILER"     TO RFL-LABEL
           MOVE WS-CLS-CNT-RECS        TO RFL-CNT
           MOVE WS-CLS-HASH-AMT        TO RFL-AMT
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           IF  WS-CLS-CNT-RECS EQUAL WS-RFW-CLS-CNT(CA-SET-GRAND)
               AND WS-CLS-HASH-AMT EQUAL WS-RFW-CLS-AMT(CA-SET-GRAND)
               MOVE "TIES"             TO REPORT-LINE(89:4)
           ELSE
               MOVE "DOES NOT TIE"     TO REPORT-LINE(89:12)
               SET WS-TIE-ERROR        TO TRUE
           END-IF
           WRITE REPORT-LINE

           MOVE WS-CNT-NO-FX           TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AMOUNTS WITH NO FX RATE (EUR 0): "
                                     DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ROLL-FORWARD                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - ESPERA EL ROTULO EN WS-PRINT-LINE. APERTURA, MOVIMIENTOS Y *
      *     CIERRE DEL JUEGO WN-IDX-SET, EL CUADRE APERTURA +          *
      *     MOVIMIENTOS = CIERRE (BIENES, LIBRO Y EUR) Y LOS CAMBIOS   *
      *     DE ESTADO, QUE NO MUEVEN IMPORTE.                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EXPECTS THE LABEL IN WS-PRINT-LINE. OPENING, MOVEMENTS AND *
      *     CLOSING OF SET WN-IDX-SET, THE OPENING + MOVEMENTS =       *
      *     CLOSING CHECK (GOODS, BOOK AND EUR) AND THE STATUS         *
      *     CHANGES, WHICH MOVE NO AMOUNT.                             *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-ROLL-FORWARD.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE SPACES                 TO RFL-LABEL
           STRING "  OPENING BALANCE "   DELIMITED BY SIZE
                  WS-OPN-DAT-CREATE  DELIMITED BY SIZE
                  INTO RFL-LABEL
           MOVE WS-RFW-OPN-CNT(WN-IDX-SET) TO RFL-CNT
           MOVE WS-RFW-OPN-AMT(WN-IDX-SET) TO RFL-AMT
           MOVE WS-RFW-OPN-EUR(WN-IDX-SET) TO RFL-EUR
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "  + NEW GOODS"        TO RFL-LABEL
           MOVE WS-RFW-NEW-CNT(WN-IDX-SET) TO RFL-CNT
           MOVE WS-RFW-NEW-AMT(WN-IDX-SET) TO RFL-AMT
           MOVE WS-RFW-NEW-EUR(WN-IDX-SET) TO RFL-EUR
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "  - ANNULLED/PURGED (LEFT EXTRACT)"
                                       TO RFL-LABEL
           MOVE WS-RFW-OUT-CNT(WN-IDX-SET) TO RFL-CNT
           COMPUTE RFL-AMT = ZEROS - WS-RFW-OUT-AMT(WN-IDX-SET)
           COMPUTE RFL-EUR = ZEROS - WS-RFW-OUT-EUR(WN-IDX-SET)
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "  + REVALUATIONS UP"  TO RFL-LABEL
           MOVE WS-RFW-RVU-CNT(WN-IDX-SET) TO RFL-CNT
           MOVE WS-RFW-RVU-AMT(WN-IDX-SET) TO RFL-AMT
           MOVE WS-RFW-RVU-EUR(WN-IDX-SET) TO RFL-EUR
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "  - REVALUATIONS DOWN" TO RFL-LABEL
           MOVE WS-RFW-RVD-CNT(WN-IDX-SET) TO RFL-CNT
           COMPUTE RFL-AMT = ZEROS - WS-RFW-RVD-AMT(WN-IDX-SET)
           COMPUTE RFL-EUR = ZEROS - WS-RFW-RVD-EUR(WN-IDX-SET)
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE "  +/- FX EFFECT (NON-EUR GOODS)" TO RFL-LABEL
           MOVE WS-RFW-FXE-CNT(WN-IDX-SET) TO RFL-CNT
           MOVE ZEROS                  TO RFL-AMT
           MOVE WS-RFW-FXE-EUR(WN-IDX-SET) TO RFL-EUR
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                 TO WS-RFWD-LINE
           MOVE SPACES                 TO RFL-LABEL
           STRING "  CLOSING BALANCE "   DELIMITED BY SIZE
                  WS-CLS-DAT-CREATE  DELIMITED BY SIZE
                  INTO RFL-LABEL
           MOVE WS-RFW-CLS-CNT(WN-IDX-SET) TO RFL-CNT
           MOVE WS-RFW-CLS-AMT(WN-IDX-SET) TO RFL-AMT
           MOVE WS-RFW-CLS-EUR(WN-IDX-SET) TO RFL-EUR
           MOVE WS-RFWD-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CHECK-ROLL-FORWARD

           MOVE WS-RFW-ANN-CNT(WN-IDX-SET) TO WS-CNT-EDIT
           MOVE WS-RFW-ANN-AMT(WN-IDX-SET) TO WS-AMT-EDIT
           MOVE WS-RFW-STC-CNT(WN-IDX-SET) TO WS-CNT-EDIT-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  STATUS CHANGES - TO ANNULLED: " DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  " BOOK AMOUNT "    DELIMITED BY SIZE
                  WS-AMT-EDIT        DELIMITED BY SIZE
                  "  OTHER: "        DELIMITED BY SIZE
                  WS-CNT-EDIT-2      DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RFW-UNCH-CNT(WN-IDX-SET) TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  UNCHANGED GOODS: "  DELIMITED BY SIZE
                  WS-CNT-EDIT        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    CHECK-ROLL-FORWARD                       *
      ******************************************************************
       CHECK-ROLL-FORWARD.

           COMPUTE WS-CALC-CNT = WS-RFW-OPN-CNT(WN-IDX-SET)
                               + WS-RFW-NEW-CNT(WN-IDX-SET)
                               - WS-RFW-OUT-CNT(WN-IDX-SET)
                               - WS-RFW-CLS-CNT(WN-IDX-SET)

           COMPUTE WS-CALC-AMT = WS-RFW-OPN-AMT(WN-IDX-SET)
                               + WS-RFW-NEW-AMT(WN-IDX-SET)
                               - WS-RFW-OUT-AMT(WN-IDX-SET)
                               + WS-RFW-RVU-AMT(WN-IDX-SET)
                               - WS-RFW-RVD-AMT(WN-IDX-SET)
                               - WS-RFW-CLS-AMT(WN-IDX-SET)

           MOVE SPACES TO REPORT-LINE

           IF  WS-CALC-CNT EQUAL ZEROS
               AND WS-CALC-AMT EQUAL ZEROS

               COMPUTE WS-CALC-AMT = WS-RFW-OPN-EUR(WN-IDX-SET)
                                   + WS-RFW-NEW-EUR(WN-IDX-SET)
                                   - WS-RFW-OUT-EUR(WN-IDX-SET)
                                   + WS-RFW-RVU-EUR(WN-IDX-SET)
                                   - WS-RFW-RVD-EUR(WN-IDX-SET)
                                   + WS-RFW-FXE-EUR(WN-IDX-SET)
                                   - WS-RFW-CLS-EUR(WN-IDX-SET)
           END-IF

           IF  WS-CALC-CNT EQUAL ZEROS
               AND WS-CALC-AMT EQUAL ZEROS
               MOVE "  CONTROL: OPENING + MOVEMENTS = CLOSING"
                                       TO REPORT-LINE
           ELSE
               MOVE "  CONTROL: DIFFERENCE"    TO REPORT-LINE
               SET WS-TIE-ERROR        TO TRUE
           END-IF

           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    VERIFY-OPENING-CONTROLS                  *
      ******************************************************************
       VERIFY-OPENING-CONTROLS.

           PERFORM RESET-CONTROL-FIELDS
           MOVE "SNAPOPN"              TO WS-CTL-FILE

           OPEN INPUT OPEN-SNAP-RAW

           PERFORM UNTIL WS-CTL-EOF

               READ OPEN-SNAP-RAW
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-CTL
                       MOVE OPEN-SNAP-RAW-RECORD TO ACNC0034
                       PERFORM CHECK-CONTROL-RECORD
               END-READ

           END-PERFORM

           CLOSE OPEN-SNAP-RAW

           PERFORM CHECK-CONTROL-END

           MOVE WS-HDR-DAT-CREATE      TO WS-OPN-DAT-CREATE
           MOVE WS-HDR-SOURCE          TO WS-OPN-SOURCE
           MOVE WS-TRL-CNT-RECS        TO WS-OPN-CNT-RECS
           MOVE WS-TRL-HASH-AMT        TO WS-OPN-HASH-AMT.

      ******************************************************************
      *.PN                    VERIFY-CLOSING-CONTROLS                  *
      ******************************************************************
       VERIFY-CLOSING-CONTROLS.

           PERFORM RESET-CONTROL-FIELDS
           MOVE "SNAPCLS"              TO WS-CTL-FILE

           OPEN INPUT CLOSE-SNAP-RAW

           PERFORM UNTIL WS-CTL-EOF

               READ CLOSE-SNAP-RAW
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-CTL
                       MOVE CLOSE-SNAP-RAW-RECORD TO ACNC0034
                       PERFORM CHECK-CONTROL-RECORD
               END-READ

           END-PERFORM

           CLOSE CLOSE-SNAP-RAW

           PERFORM CHECK-CONTROL-END

           MOVE WS-HDR-DAT-CREATE      TO WS-CLS-DAT-CREATE
           MOVE WS-HDR-SOURCE          TO WS-CLS-SOURCE
           MOVE WS-TRL-CNT-RECS        TO WS-CLS-CNT-RECS
           MOVE WS-TRL-HASH-AMT        TO WS-CLS-HASH-AMT.

      ******************************************************************
      *.PN                    RESET-CONTROL-FIELDS                     *
      ******************************************************************
       RESET-CONTROL-FIELDS.

           MOVE 'N'                    TO WS-SW-CTL-EOF
           MOVE 'N'                    TO WS-SW-HDR-SEEN
           MOVE 'N'                    TO WS-SW-TRL-SEEN
           MOVE ZEROS                  TO WS-CNT-CTL
           MOVE ZEROS                  TO WS-CNT-DATA
           MOVE ZEROS                  TO WS-HASH-AMT
           MOVE SPACES                 TO WS-HDR-DAT-CREATE
           MOVE SPACES                 TO WS-HDR-SOURCE
           MOVE ZEROS                  TO WS-TRL-CNT-RECS
           MOVE ZEROS                  TO WS-TRL-HASH-AMT.

      ******************************************************************
      *.PN                    CHECK-CONTROL-END                        *
      ******************************************************************
       CHECK-CONTROL-END.

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
                   MOVE N0034-TRL-CNT-RECS         TO WS-TRL-CNT-RECS
                   MOVE N0034-TRL-HASH-AMT         TO WS-TRL-HASH-AMT

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

           DISPLAY "AC7C2ROS - SNAPSHOT CONTROL ERROR: " WS-CTL-FILE
                   " " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      *.PN                    REGISTER-RUN-START                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA FECHA DE PROCESO ES LA DEL CIERRE Y LA ENTRADA ES LA    *
      *     CABECERA DE LA COPIA DE CIERRE. UN PERIODO YA COMPLETADO   *
      *     NO SE VUELVE A ADMITIR (RC=16).                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE PROCESS DATE IS THE CLOSING DATE AND THE INPUT IS THE  *
      *     CLOSING COPY HEADER. A PERIOD ALREADY COMPLETED IS REFUSED *
      *     (RC=16).                                                   *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-RUN-START.

           OPEN INPUT RUN-CTL-FILE

           PERFORM UNTIL WS-RUNCTL-EOF

               READ RUN-CTL-FILE
                   AT END
                       SET WS-RUNCTL-EOF TO TRUE
                   NOT AT END
                       IF  N0036-PROGRAM EQUAL CA-PROGRAM
                           AND N0036-DAT-PROCESS
                                   EQUAL WS-CLS-DAT-CREATE
                           AND N0036-INP-DAT-CREATE
                                   EQUAL WS-OPN-DAT-CREATE
                           AND N0036-INP-SOURCE
                                   EQUAL WS-CLS-SOURCE
                           AND N0036-RUN-COMPLETED
                           SET WS-RUN-DUPLICATE TO TRUE
                       END-IF
               END-READ

           END-PERFORM

           CLOSE RUN-CTL-FILE

           IF  WS-RUN-DUPLICATE

               DISPLAY "AC7C2ROS - RUN ALREADY COMPLETED FOR "
                       WS-OPN-DAT-CREATE " TO " WS-CLS-DAT-CREATE

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

           MOVE CA-PROGRAM             TO N0036-PROGRAM
           MOVE WS-CLS-DAT-CREATE      TO N0036-DAT-PROCESS
           MOVE WS-OPN-DAT-CREATE      TO N0036-INP-DAT-CREATE
           MOVE WS-CLS-SOURCE          TO N0036-INP-SOURCE

           MOVE WS-RUN-STATUS          TO N0036-STATUS

           MOVE WS-CNT-CLOSE-READ      TO N0036-CNT-READ
           MOVE WS-CNT-MOVES           TO N0036-CNT-OK
           MOVE WS-CNT-NO-FX           TO N0036-CNT-ERROR

           WRITE ACNC0036

           CLOSE RUN-CTL-FILE.
