      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     CARGA DE PROMOCIONES DE PROPIEDAD HORIZONTAL
      *     DESDE UN FICHERO SECUENCIAL CABECERA + UNIDADES
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     LOAD OF HORIZONTAL-PROPERTY DEVELOPMENTS FROM A            *
      *     SEQUENTIAL HEADER + UNITS FILE                             *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC2C2ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     CARGA POR LOTES DE PROMOCIONES COMPLETAS (ACNC0058): UNA   *
      *     CABECERA 'D' CON LOS DATOS COMUNES Y UN REGISTRO 'U' POR   *
      *     UNIDAD. CADA UNIDAD SE DA DE ALTA COMO UN BIEN CON LAS     *
      *     MISMAS VALIDACIONES Y RUTINAS QUE AC2C0ROS (AC8C110S CON   *
      *     SU FILA DE AUDITORIA AC8C170S, AC8C130S, PE8C1900 Y        *
      *     AC8C150S), INCLUIDA LA COMPROBACION DE PARCELA DUPLICADA.  *
      *     LA PROMOCION SE VALIDA ENTERA ANTES DE GRABAR NADA: SI UNA *
      *     UNIDAD NO PASA, NO SE CARGA NINGUNA Y LA PROMOCION         *
      *     COMPLETA (CABECERA Y UNIDADES) VA A DEVREJ PARA CORREGIRLA *
      *     Y VOLVER A CARGARLA. EL MISMO PROCESO ON-LINE LO HACE LA   *
      *     TRANSACCION A010 (AC1C1ROS).                               *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    DEVPARM          E     FECHA DE PROCESO                     *
      *    DEVEXT           E     PROMOCIONES (CABECERA + UNIDADES)    *
      *    DEVLOG           S     LOG DE RESULTADOS POR UNIDAD         *
      *    DEVREJ           S     PROMOCIONES/UNIDADES RECHAZADAS      *
      *                           (FORMATO ACNC0058, RECARGABLE)       *
      *    DEVRPT           S     INFORME DE LA CARGA                  *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     BATCH LOAD OF WHOLE DEVELOPMENTS (ACNC0058): A 'D' HEADER  *
      *     WITH THE SHARED DATA AND ONE 'U' RECORD PER UNIT. EACH     *
      *     UNIT IS REGISTERED AS A GOOD WITH THE SAME VALIDATIONS     *
      *     AND ROUTINES AS AC2C0ROS (AC8C110S WITH ITS AC8C170S AUDIT *
      *     ROW, AC8C130S, PE8C1900 AND AC8C150S), INCLUDING THE       *
      *     DUPLICATE-PARCEL CHECK. THE DEVELOPMENT IS VALIDATED AS A  *
      *     WHOLE BEFORE ANYTHING IS WRITTEN: IF ONE UNIT FAILS, NONE  *
      *     IS LOADED AND THE WHOLE DEVELOPMENT (HEADER AND UNITS)     *
      *     GOES TO DEVREJ TO BE FIXED AND RELOADED. THE SAME PROCESS  *
      *     IS DONE ON-LINE BY THE A010 TRANSACTION (AC1C1ROS).        *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    DEVPARM          I     PROCESS DATE                         *
      *    DEVEXT           I     DEVELOPMENTS (HEADER + UNITS)        *
      *    DEVLOG           O     PER-UNIT RESULT LOG                  *
      *    DEVREJ           O     REJECTED DEVELOPMENTS/UNITS          *
      *                           (ACNC0058 FORMAT, RELOADABLE)        *
      *    DEVRPT           O     LOAD REPORT                          *
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

           SELECT DEV-PARM-FILE        ASSIGN TO "DEVPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DEV-EXTRACT-FILE     ASSIGN TO "DEVEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DEV-LOG-FILE         ASSIGN TO "DEVLOG"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DEV-REJ-FILE         ASSIGN TO "DEVREJ"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT DEV-REPORT-FILE      ASSIGN TO "DEVRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  DEV-PARM-FILE
           RECORDING MODE IS F.

       01  DEV-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).

       FD  DEV-EXTRACT-FILE
           RECORDING MODE IS F.

       01  DEV-EXTRACT-RECORD              PIC X(752).

       FD  DEV-LOG-FILE
           RECORDING MODE IS F.

           COPY ACNC0032.

       FD  DEV-REJ-FILE
           RECORDING MODE IS F.

       01  DEV-REJ-RECORD                  PIC X(752).

       FD  DEV-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                     PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C130S                 *
      ******************************************************************
       01  VA-ACEC130-01.
           COPY ACEC130.

      ******************************************************************
      *               COPY ACEC000                                     *
      ******************************************************************
       01  VA-ACEC000-01.
           COPY ACEC000.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C110S                 *
      ******************************************************************
       01  VA-ACEC110-01.
           COPY ACEC110.

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
      *               COPY OF COMMAREA MODULE AC8C160S                 *
      ******************************************************************
       01  VA-ACEC160-01.
           COPY ACEC160.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C170S                 *
      ******************************************************************
       01  VA-ACEC170-01.
           COPY ACEC170.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C150S                 *
      ******************************************************************
       01  VA-ACEC150-01.
           COPY ACEC150.

      ******************************************************************
      *               COPY PEEC190                                     *
      ******************************************************************
       COPY PEEC190.

      ******************************************************************
      *               COPY ACWC001                                     *
      *               TABLA DE FORMATOS DE CODIGO POSTAL               *
      *               POSTAL CODE FORMAT TABLE                         *
      ******************************************************************
       01  VA-ACWC001-01.
           COPY ACWC001.

      ******************************************************************
      *               COPY ACNC0058                                    *
      *               AREA DE TRABAJO DEL REGISTRO DE PROMOCION        *
      *               DEVELOPMENT RECORD WORK AREA                     *
      ******************************************************************
           COPY ACNC0058.

      ******************************************************************
      *               COPY ACNC003                                     *
      *               IMAGEN DE ALTA DE LA UNIDAD EN CURSO             *
      *               REGISTRATION IMAGE OF THE CURRENT UNIT           *
      ******************************************************************
           COPY ACNC003.

       01  WS-SWITCHES.
           05  WS-SW-EOF                   PIC X(01)   VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-DEV                  PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-DEV-OK               PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-DEV-PARTIAL          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-DEV-REJ              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-UNIT                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-OK                   PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ERROR                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-LOOSE                PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-BUILT-AREA           PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-TOT-AMT                  PIC 9(15)V9(02) VALUE ZEROS.

      ******************************************************************
      *    PROMOCION EN CURSO: CABECERA Y UNIDADES RETENIDAS HASTA     *
      *    QUE LLEGA LA SIGUIENTE CABECERA O EL FIN DE FICHERO         *
      *    CURRENT DEVELOPMENT: HEADER AND UNITS HELD UNTIL THE NEXT   *
      *    HEADER OR END OF FILE ARRIVES                               *
      ******************************************************************
       01  WS-DEV-FIELDS.
           05  WS-SW-DEV-OPEN              PIC X(01)   VALUE 'N'.
               88  WS-DEV-OPEN                         VALUE 'S'.
           05  WS-SW-DEV-ERROR             PIC X(01)   VALUE 'N'.
               88  WS-DEV-IN-ERROR                     VALUE 'S'.
           05  WS-SW-DEV-OVERFLOW          PIC X(01)   VALUE 'N'.
               88  WS-DEV-OVERFLOW                     VALUE 'S'.
           05  WS-SW-HDR-REJ               PIC X(01)   VALUE 'N'.
               88  WS-HDR-REJ-WRITTEN                  VALUE 'S'.
           05  WS-DEV-LIN-NUM              PIC 9(07)   VALUE ZEROS.
           05  WS-DEV-RECORD               PIC X(752)  VALUE SPACES.
           05  WS-DEV-CNT-READ             PIC 9(05)   VALUE ZEROS.
           05  WS-DEV-CNT-UNITS            PIC 9(05)   VALUE ZEROS.
           05  WS-DEV-CNT-OK               PIC 9(05)   VALUE ZEROS.
           05  WS-DEV-CNT-ERROR            PIC 9(05)   VALUE ZEROS.
           05  WS-DEV-BUILT-AREA           PIC 9(11)V9(02) VALUE ZEROS.
           05  WS-DEV-AMT                  PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-DEV-ENT-RESULT           PIC X(04)   VALUE SPACES.
           05  WS-DEV-ENT-DES              PIC X(40)   VALUE SPACES.
           05  WS-DEV-STATUS               PIC X(10)   VALUE SPACES.
           05  WS-DES-LOOSE                PIC X(40)   VALUE SPACES.

       01  WS-UNIT-TABLE.
           05  WS-UNT-ENTRY OCCURS 300 TIMES.
               10  WS-UNT-LIN-NUM          PIC 9(07).
               10  WS-UNT-RECORD           PIC X(752).
               10  WS-UNT-IMAGE            PIC X(752).
               10  WS-UNT-SW-RESULT        PIC X(04).
               10  WS-UNT-DES-RESULT       PIC X(40).
               10  WS-UNT-NUM-GOOD         PIC 9(10).

       01  WS-VALIDATION-AREAS.
           05  WS-SW-POSTAL-FOUND          PIC X(01)   VALUE 'N'.
               88  WS-POSTAL-RULE-FOUND                VALUE 'S'.
           05  WN-IDX-POSTAL                PIC S9(4) COMP VALUE +0.
           05  WN-MATCH-IDX-POSTAL          PIC S9(4) COMP VALUE +0.
           05  WN-LEN-CODPOST               PIC S9(4) COMP VALUE +0.
           05  WN-IDX-COOWNER               PIC S9(4) COMP VALUE +0.
           05  WN-IDX-UNIT                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-PREV                  PIC S9(4) COMP VALUE +0.
           05  VA-GEN-COUNTRY-EXT           PIC X(03)   VALUE SPACES.
           05  VA-GEN-CODPOST-EXT           PIC X(10)   VALUE SPACES.
           05  VA-DES-COMPRADR-EXT          PIC X(90)   VALUE SPACES.
           05  VA-DES-COMPRCTY-EXT          PIC X(65)   VALUE SPACES.
           05  VA-COD-PROPERTY-CUR          PIC X(10)   VALUE SPACES.

       01  CA-CONSTANTS.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C110S                 PIC X(08)   VALUE 'AC8C110S'.
           05  CA-AC8C130S                 PIC X(08)   VALUE 'AC8C130S'.
           05  CA-AC8C160S                 PIC X(08)   VALUE 'AC8C160S'.
           05  CA-AC8C170S                 PIC X(08)   VALUE 'AC8C170S'.
           05  CA-AC8C150S                 PIC X(08)   VALUE 'AC8C150S'.
           05  CA-PE8C1900                 PIC X(08)   VALUE 'PE8C1900'.
           05  CA-C                        PIC X(01)   VALUE 'C'.
           05  CA-MAX-COOWNERS             PIC 9(01)   VALUE 2.
           05  CA-MAX-UNITS                PIC 9(03)   VALUE 300.
           05  CA-BATCH-USER               PIC X(08)   VALUE 'BATCHLD '.
           05  CA-BATCH-TERM               PIC X(04)   VALUE 'BTCH'.
           05  CA-BATCH-TRANS              PIC X(04)   VALUE 'B010'.
           05  CA-RES-OK                   PIC X(04)   VALUE 'OK  '.
           05  CA-RES-ERR                  PIC X(04)   VALUE 'ERR '.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-6                    PIC 9(01)   VALUE 6.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-NUM-70                   PIC 9(02)   VALUE 70.
           05  CA-KEY-POSTAL               PIC X(04)   VALUE 'PSTL'.
           05  CA-TYP-DTA-EST              PIC X(01)   VALUE 'P'.
           05  CA-OPE-TYPEREG              PIC X(01)   VALUE '1'.
           05  CA-OPE-COOWNER-ADD          PIC X(01)   VALUE '1'.
           05  CA-TYP-AREA-SQMT            PIC X(01)   VALUE 'M'.
           05  CA-TYP-AREA-SQFT            PIC X(01)   VALUE 'P'.
           05  CA-FACTOR-SQFT-SQMT         PIC 9V9(6)
                                   VALUE 0,092903.
           05  CA-CUR-LOCAL                PIC X(03)   VALUE 'EUR'.
           05  CA-CUR-USD                  PIC X(03)   VALUE 'USD'.
           05  CA-NUMERIC-TYPE             PIC X(01)   VALUE 'N'.
           05  CA-MAX-HAIRCUT              PIC 9(03)   VALUE 100.

      ******************************************************************
      *               VALORES POR DEFECTO DE LA TABLA DE FORMATOS DE   *
      *               CODIGO POSTAL. MISMOS VALORES QUE AC2C0ROS.      *
      *               FALLBACK DEFAULTS OF THE POSTAL CODE FORMAT      *
      *               TABLE. SAME VALUES AS AC2C0ROS.                  *
      ******************************************************************
       01  CA-POSTAL-DEFAULTS.
           05  FILLER            PIC X(06)   VALUE 'USA05N'.
           05  FILLER            PIC X(06)   VALUE 'CAN06A'.
           05  FILLER            PIC X(06)   VALUE 'MEX05N'.
           05  FILLER            PIC X(06)   VALUE 'ESP05N'.
           05  FILLER            PIC X(06)   VALUE 'GBR07A'.

       01  CA-CNT-POSTAL-DEFAULTS PIC 9(02)  VALUE 5.

       01  WS-PRINT-LINE                   PIC X(132).

      ******************************************************************
      *    LINEA DE DETALLE POR UNIDAD                                 *
      *    DETAIL LINE BY UNIT                                         *
      ******************************************************************
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(04).
           05  DDL-LIN-NUM                 PIC Z(6)9.
           05  FILLER                      PIC X(02).
           05  DDL-COD-PROPERTY            PIC X(10).
           05  FILLER                      PIC X(02).
           05  DDL-PORTAL                  PIC X(06).
           05  FILLER                      PIC X(01).
           05  DDL-DETAIL                  PIC X(06).
           05  FILLER                      PIC X(02).
           05  DDL-BUILT-AREA              PIC Z(8)9,99.
           05  FILLER                      PIC X(02).
           05  DDL-AMT                     PIC Z(12)9,99.
           05  FILLER                      PIC X(01).
           05  DDL-FCC                     PIC X(03).
           05  FILLER                      PIC X(02).
           05  DDL-NUM-GOOD                PIC Z(9)9.
           05  FILLER                      PIC X(02).
           05  DDL-DES-RESULT              PIC X(40).
           05  FILLER                      PIC X(04).

       01  WS-AMT-EDIT                     PIC Z(14)9,99.
       01  WS-AREA-EDIT                    PIC Z(12)9,99.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-CNT-EDIT-2                   PIC Z(6)9.
       01  WS-CNT-EDIT-3                   PIC Z(6)9.
       01  WS-CNT-EDIT-4                   PIC Z(6)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM OPEN-FILES

           PERFORM READ-PARM

           PERFORM LOAD-POSTAL-TABLE

           PERFORM WRITE-REPORT-TITLE

           PERFORM UNTIL WS-EOF
               PERFORM READ-EXTRACT
               IF NOT WS-EOF
                   EVALUATE TRUE
                       WHEN N0058-REC-DEVELOPMENT
                           IF  WS-DEV-OPEN
                               PERFORM PROCESS-DEVELOPMENT
                           END-IF
                           PERFORM START-DEVELOPMENT
                       WHEN N0058-REC-UNIT
                           IF  WS-DEV-OPEN
                               PERFORM BUFFER-UNIT
                           ELSE
                               MOVE "UNIT WITHOUT DEVELOPMENT HEADER"
                                                   TO WS-DES-LOOSE
                               PERFORM REJECT-LOOSE-RECORD
                           END-IF
                       WHEN OTHER
                           MOVE "UNKNOWN RECORD TYPE"
                                                   TO WS-DES-LOOSE
                           PERFORM REJECT-LOOSE-RECORD
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF  WS-DEV-OPEN
               PERFORM PROCESS-DEVELOPMENT
           END-IF

           PERFORM WRITE-GRAND-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "AC2C2ROS - DEVELOPMENTS: " WS-CNT-DEV
                   "  UNITS: "                 WS-CNT-UNIT
                   "  OK: "                    WS-CNT-OK
                   "  ERRORS: "                WS-CNT-ERROR

           GOBACK.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           OPEN INPUT  DEV-PARM-FILE
           OPEN INPUT  DEV-EXTRACT-FILE
           OPEN OUTPUT DEV-LOG-FILE
           OPEN OUTPUT DEV-REJ-FILE
           OPEN OUTPUT DEV-REPORT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE DEV-PARM-FILE
                 DEV-EXTRACT-FILE
                 DEV-LOG-FILE
                 DEV-REJ-FILE
                 DEV-REPORT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - FECHA DE PROCESO PARA LA PISTA DE AUDITORIA, IGUAL QUE     *
      *     READ-PARM EN AC2C0ROS.                                     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PROCESS DATE FOR THE AUDIT TRAIL, SAME AS READ-PARM IN     *
      *     AC2C0ROS.                                                  *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           READ DEV-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
           END-READ.

      ******************************************************************
      *.PN                    READ-EXTRACT                             *
      ******************************************************************
       READ-EXTRACT.

           READ DEV-EXTRACT-FILE INTO ACNC0058
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-READ
           END-READ.

      ******************************************************************
      *.PN                    LOAD-POSTAL-TABLE                        *
      *                                                                *
      *A.PR.S                                                          *
      *    - MISMA CARGA QUE LOAD-POSTAL-TABLE EN AC2C0ROS.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *    - SAME LOAD AS LOAD-POSTAL-TABLE IN AC2C0ROS.              *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-POSTAL-TABLE.

           INITIALIZE TCEC9900

           MOVE CA-NUM-6               TO TCEC9900-OPTION
           MOVE CA-KEY-POSTAL          TO TCEC9900-KEY
           MOVE SPACES                 TO TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           EVALUATE TCEC9900-COD-RETURN

               WHEN CA-NUM-00

                   MOVE TCEC9900-DATA-PARAM
                                       TO W001-POSTAL-TABLE-AREA

               WHEN CA-NUM-70

                   MOVE CA-CNT-POSTAL-DEFAULTS  TO W001-CNT-POSTAL
                   MOVE CA-POSTAL-DEFAULTS
                               TO W001-POSTAL-TABLE-AREA(3:30)

               WHEN OTHER

                   DISPLAY "AC2C2ROS - POSTAL TABLE LOAD ERROR"

                   MOVE 16 TO RETURN-CODE

                   GOBACK

           END-EVALUATE

           IF  W001-CNT-POSTAL IS NOT NUMERIC

               MOVE CA-CNT-POSTAL-DEFAULTS  TO W001-CNT-POSTAL
               MOVE CA-POSTAL-DEFAULTS
                           TO W001-POSTAL-TABLE-AREA(3:30)

           END-IF.

      ******************************************************************
      *.PN                    START-DEVELOPMENT                        *
      ******************************************************************
       START-DEVELOPMENT.

           MOVE 'S'                    TO WS-SW-DEV-OPEN
           MOVE 'N'                    TO WS-SW-DEV-ERROR
                                          WS-SW-DEV-OVERFLOW
                                          WS-SW-HDR-REJ
           MOVE WS-CNT-READ            TO WS-DEV-LIN-NUM
           MOVE DEV-EXTRACT-RECORD     TO WS-DEV-RECORD
           MOVE ZEROS                  TO WS-DEV-CNT-READ
                                          WS-DEV-CNT-UNITS
                                          WS-DEV-CNT-OK
                                          WS-DEV-CNT-ERROR
                                          WS-DEV-BUILT-AREA
                                          WS-DEV-AMT

           ADD 1 TO WS-CNT-DEV.

      ******************************************************************
      *.PN                    BUFFER-UNIT                              *
      *                                                                *
      *A.PR.S                                                          *
      *   - RETIENE LA UNIDAD EN LA TABLA DE LA PROMOCION. UNA         *
      *     PROMOCION CON MAS DE CA-MAX-UNITS UNIDADES NO PUEDE        *
      *     VALIDARSE ENTERA Y SE RECHAZA COMPLETA (START-OVERFLOW).   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - HOLDS THE UNIT IN THE DEVELOPMENT TABLE. A DEVELOPMENT     *
      *     WITH MORE THAN CA-MAX-UNITS UNITS CANNOT BE VALIDATED AS A *
      *     WHOLE AND IS REJECTED ENTIRELY (START-OVERFLOW).           *
      *B.PR.E                                                          *
      ******************************************************************
       BUFFER-UNIT.

           ADD 1 TO WS-DEV-CNT-READ
                    WS-CNT-UNIT

           IF  NOT WS-DEV-OVERFLOW
               AND WS-DEV-CNT-UNITS NOT < CA-MAX-UNITS

               PERFORM START-OVERFLOW

           END-IF

           IF  WS-DEV-OVERFLOW

               PERFORM BUILD-UNIT-IMAGE

               MOVE SPACES             TO ACNC0032
               MOVE CA-RES-ERR         TO N0032-SW-RESULT
               MOVE "NOT LOADED - TOO MANY UNITS"
                                       TO N0032-DES-RESULT
               MOVE ZEROS              TO N0032-NUM-GOOD
               MOVE WS-CNT-READ        TO N0032-LIN-NUM

               PERFORM WRITE-LOG-RECORD

               MOVE DEV-EXTRACT-RECORD TO DEV-REJ-RECORD
               WRITE DEV-REJ-RECORD

               ADD 1 TO WS-DEV-CNT-ERROR
                        WS-CNT-ERROR

           ELSE

               ADD 1 TO WS-DEV-CNT-UNITS

               MOVE WS-CNT-READ
                               TO WS-UNT-LIN-NUM(WS-DEV-CNT-UNITS)
               MOVE DEV-EXTRACT-RECORD
                               TO WS-UNT-RECORD(WS-DEV-CNT-UNITS)
               MOVE CA-RES-OK  TO WS-UNT-SW-RESULT(WS-DEV-CNT-UNITS)
               MOVE SPACES     TO WS-UNT-DES-RESULT(WS-DEV-CNT-UNITS)
               MOVE ZEROS      TO WS-UNT-NUM-GOOD(WS-DEV-CNT-UNITS)

           END-IF.

      ******************************************************************
      *.PN                    START-OVERFLOW                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA TABLA DE UNIDADES ESTA LLENA: LA PROMOCION SE RECHAZA. *
      *     LA CABECERA Y LAS UNIDADES YA RETENIDAS VAN AHORA A DEVREJ *
      *     Y AL LOG, Y LAS SIGUIENTES SE RECHAZAN SEGUN SE LEEN.      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE UNIT TABLE IS FULL: THE DEVELOPMENT IS REJECTED. THE   *
      *     HEADER AND THE UNITS ALREADY HELD GO TO DEVREJ AND THE LOG *
      *     NOW, AND THE FOLLOWING ONES ARE REJECTED AS THEY ARE READ. *
      *B.PR.E                                                          *
      ******************************************************************
       START-OVERFLOW.

           MOVE 'S'                    TO WS-SW-DEV-OVERFLOW
                                          WS-SW-DEV-ERROR

           PERFORM WRITE-REJECT-HEADER

           PERFORM VARYING WN-IDX-UNIT FROM 1 BY 1
                   UNTIL WN-IDX-UNIT > WS-DEV-CNT-UNITS

               MOVE WS-UNT-RECORD(WN-IDX-UNIT) TO ACNC0058

               PERFORM BUILD-UNIT-IMAGE

               MOVE ACNC003    TO WS-UNT-IMAGE(WN-IDX-UNIT)
               MOVE CA-RES-ERR TO WS-UNT-SW-RESULT(WN-IDX-UNIT)
               MOVE "NOT LOADED - TOO MANY UNITS"
                               TO WS-UNT-DES-RESULT(WN-IDX-UNIT)

               PERFORM WRITE-UNIT-LOG

               MOVE WS-UNT-RECORD(WN-IDX-UNIT) TO DEV-REJ-RECORD
               WRITE DEV-REJ-RECORD

               ADD 1 TO WS-DEV-CNT-ERROR
                        WS-CNT-ERROR

           END-PERFORM

           MOVE DEV-EXTRACT-RECORD     TO ACNC0058.

      ******************************************************************
      *.PN                    REJECT-LOOSE-RECORD                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN REGISTRO QUE NO PERTENECE A NINGUNA PROMOCION (UNIDAD   *
      *     ANTES DE LA PRIMERA CABECERA O TIPO DESCONOCIDO) SE        *
      *     REGISTRA EN EL LOG Y SE COPIA TAL CUAL A DEVREJ.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A RECORD THAT BELONGS TO NO DEVELOPMENT (A UNIT BEFORE THE *
      *     FIRST HEADER OR AN UNKNOWN TYPE) IS LOGGED AND COPIED AS   *
      *     IS TO DEVREJ.                                              *
      *B.PR.E                                                          *
      ******************************************************************
       REJECT-LOOSE-RECORD.

           MOVE SPACES                 TO ACNC0032
           MOVE WS-CNT-READ            TO N0032-LIN-NUM
           MOVE ZEROS                  TO N0032-NUM-GOOD
           MOVE CA-RES-ERR             TO N0032-SW-RESULT
           MOVE WS-DES-LOOSE           TO N0032-DES-RESULT

           WRITE ACNC0032

           MOVE DEV-EXTRACT-RECORD     TO DEV-REJ-RECORD
           WRITE DEV-REJ-RECORD

           ADD 1 TO WS-CNT-LOOSE.

      ******************************************************************
      *.PN                    PROCESS-DEVELOPMENT                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - VALIDA TODAS LAS UNIDADES DE LA PROMOCION Y SOLO SI TODAS  *
      *     PASAN LAS DA DE ALTA. LOS PARAMETROS DE LA ENTIDAD SE      *
      *     OBTIENEN UNA VEZ POR PROMOCION.                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - VALIDATES EVERY UNIT OF THE DEVELOPMENT AND REGISTERS THEM *
      *     ONLY IF ALL PASS. THE ENTITY PARAMETERS ARE FETCHED ONCE   *
      *     PER DEVELOPMENT.                                           *
      *B.PR.E                                                          *
      ******************************************************************
       PROCESS-DEVELOPMENT.

           MOVE 'N'                    TO WS-SW-DEV-OPEN

           EVALUATE TRUE

               WHEN WS-DEV-OVERFLOW

                   CONTINUE

               WHEN WS-DEV-CNT-UNITS EQUAL ZEROS

                   MOVE 'S'            TO WS-SW-DEV-ERROR

                   MOVE WS-DEV-RECORD  TO ACNC003
                   MOVE SPACES         TO ACNC0032
                   MOVE CA-RES-ERR     TO N0032-SW-RESULT
                   MOVE "DEVELOPMENT WITH NO UNITS"
                                       TO N0032-DES-RESULT
                   MOVE ZEROS          TO N0032-NUM-GOOD
                   MOVE WS-DEV-LIN-NUM TO N0032-LIN-NUM

                   PERFORM WRITE-LOG-RECORD

                   PERFORM WRITE-REJECT-HEADER

               WHEN OTHER

                   MOVE WS-DEV-RECORD  TO ACNC003

                   PERFORM FETCH-ENTITY-PARAMS

                   PERFORM VALIDATE-UNIT
                       VARYING WN-IDX-UNIT FROM 1 BY 1
                       UNTIL WN-IDX-UNIT > WS-DEV-CNT-UNITS

                   IF  WS-DEV-IN-ERROR

                       PERFORM REJECT-DEVELOPMENT

                   ELSE

                       PERFORM REGISTER-UNIT
                           VARYING WN-IDX-UNIT FROM 1 BY 1
                           UNTIL WN-IDX-UNIT > WS-DEV-CNT-UNITS

                   END-IF

           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-DEV-CNT-OK EQUAL ZEROS
                   MOVE "REJECTED"     TO WS-DEV-STATUS
                   ADD 1 TO WS-CNT-DEV-REJ
               WHEN WS-DEV-CNT-ERROR GREATER ZEROS
                   MOVE "PARTIAL"      TO WS-DEV-STATUS
                   ADD 1 TO WS-CNT-DEV-PARTIAL
               WHEN OTHER
                   MOVE "LOADED"       TO WS-DEV-STATUS
                   ADD 1 TO WS-CNT-DEV-OK
           END-EVALUATE

           PERFORM WRITE-DEVELOPMENT-REPORT.

      ******************************************************************
      *.PN                    BUILD-UNIT-IMAGE                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - MONTA EN ACNC003 LA IMAGEN DE ALTA DE LA UNIDAD QUE ESTA   *
      *     EN ACNC0058: CABECERA DE LA PROMOCION MAS LOS DATOS        *
      *     PROPIOS DE LA UNIDAD.                                      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BUILDS IN ACNC003 THE REGISTRATION IMAGE OF THE UNIT HELD  *
      *     IN ACNC0058: THE DEVELOPMENT HEADER PLUS THE UNIT'S OWN    *
      *     DATA.                                                      *
      *B.PR.E                                                          *
      ******************************************************************
       BUILD-UNIT-IMAGE.

           MOVE WS-DEV-RECORD          TO ACNC003
           MOVE CA-OPE-TYPEREG         TO N003-OPTION
           MOVE ZEROS                  TO N003-NUM-GOOD

           MOVE N0058-UNT-PORTAL       TO N003-PORTAL
           MOVE N0058-UNT-DETAIL       TO N003-DETAIL
           MOVE N0058-UNT-COD-PROPERTY TO N003-COD-PROPERTY
           MOVE N0058-UNT-TYP-PROPERTY TO N003-TYP-PROPERTY
           MOVE N0058-UNT-NUM-TOT-AREA TO N003-NUM-TOT-AREA
           MOVE N0058-UNT-NUM-BUILT-AREA
                                       TO N003-NUM-BUILT-AREA
           MOVE N0058-UNT-TYP-AREA     TO N003-TYP-AREA
           MOVE N0058-UNT-GOOD-AMT     TO N003-GOOD-AMT

           IF  N0058-UNT-COD-GOOD NOT EQUAL SPACES
               MOVE N0058-UNT-COD-GOOD TO N003-COD-GOOD
           END-IF

           IF  N0058-UNT-DES-GOOD NOT EQUAL SPACES
               MOVE N0058-UNT-DES-GOOD TO N003-DES-GOOD
           END-IF.

      ******************************************************************
      *.PN                    VALIDATE-UNIT                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - VALIDA LA UNIDAD WN-IDX-UNIT CON LAS REGLAS DE AC2C0ROS    *
      *     MAS LAS PROPIAS DE LA PROMOCION (EDIFICIO Y FINCA          *
      *     INFORMADOS, FINCA NO REPETIDA EN LA PROMOCION). LA IMAGEN  *
      *     YA NORMALIZADA (AREAS EN M2, MONEDA POR DEFECTO) SE GUARDA *
      *     EN LA TABLA PARA EL ALTA.                                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - VALIDATES UNIT WN-IDX-UNIT WITH THE AC2C0ROS RULES PLUS    *
      *     THE DEVELOPMENT'S OWN (BUILDING AND PROPERTY CODE          *
      *     INFORMED, PROPERTY CODE NOT REPEATED IN THE DEVELOPMENT).  *
      *     THE NORMALIZED IMAGE (AREAS IN M2, DEFAULTED CURRENCY) IS  *
      *     KEPT IN THE TABLE FOR THE REGISTRATION.                    *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-UNIT.

           MOVE WS-UNT-RECORD(WN-IDX-UNIT) TO ACNC0058

           PERFORM BUILD-UNIT-IMAGE

           MOVE SPACES                 TO N0032-DES-RESULT
           MOVE CA-RES-OK              TO N0032-SW-RESULT

           IF  WS-DEV-ENT-RESULT EQUAL CA-RES-ERR

               MOVE CA-RES-ERR         TO N0032-SW-RESULT
               MOVE WS-DEV-ENT-DES     TO N0032-DES-RESULT

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-NUM-BUILDING EQUAL SPACES OR LOW-VALUES

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   MOVE "BUILDING NUMBER NOT INFORMED"
                                            TO N0032-DES-RESULT

               END-IF

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-COD-PROPERTY EQUAL SPACES OR LOW-VALUES

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   MOVE "PROPERTY CODE NOT INFORMED"
                                            TO N0032-DES-RESULT

               END-IF

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               PERFORM CHECK-REPEATED-PROPERTY

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               PERFORM VALIDATE-GOOD-EXTRACT

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               PERFORM CHECK-DUPLICATE-PARCEL

           END-IF

           MOVE ACNC003            TO WS-UNT-IMAGE(WN-IDX-UNIT)
           MOVE N0032-SW-RESULT    TO WS-UNT-SW-RESULT(WN-IDX-UNIT)
           MOVE N0032-DES-RESULT   TO WS-UNT-DES-RESULT(WN-IDX-UNIT)

           IF  N0032-SW-RESULT EQUAL CA-RES-ERR

               MOVE 'S'            TO WS-SW-DEV-ERROR

           END-IF.

      ******************************************************************
      *.PN                    CHECK-REPEATED-PROPERTY                  *
      ******************************************************************
       CHECK-REPEATED-PROPERTY.

           MOVE N003-COD-PROPERTY      TO VA-COD-PROPERTY-CUR

           PERFORM VARYING WN-IDX-PREV FROM 1 BY 1
                   UNTIL WN-IDX-PREV >= WN-IDX-UNIT
                      OR N0032-SW-RESULT EQUAL CA-RES-ERR

               MOVE WS-UNT-RECORD(WN-IDX-PREV) TO ACNC0058

               IF  N0058-UNT-COD-PROPERTY EQUAL VA-COD-PROPERTY-CUR

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   STRING "PROPERTY CODE REPEATED - LINE "
                          WS-UNT-LIN-NUM(WN-IDX-PREV)
                          DELIMITED BY SIZE INTO N0032-DES-RESULT

               END-IF

           END-PERFORM

           MOVE WS-UNT-RECORD(WN-IDX-UNIT) TO ACNC0058.

      ******************************************************************
      *.PN                    REJECT-DEVELOPMENT                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - ALGUNA UNIDAD NO PASA: NO SE DA DE ALTA NINGUNA. CADA      *
      *     UNIDAD SE REGISTRA EN EL LOG (LAS VALIDAS COMO NO CARGADAS *
      *     POR ERRORES EN OTRAS) Y LA PROMOCION COMPLETA VA A DEVREJ. *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SOME UNIT FAILS: NONE IS REGISTERED. EVERY UNIT IS LOGGED  *
      *     (THE VALID ONES AS NOT LOADED BECAUSE OF ERRORS IN OTHERS) *
      *     AND THE WHOLE DEVELOPMENT GOES TO DEVREJ.                  *
      *B.PR.E                                                          *
      ******************************************************************
       REJECT-DEVELOPMENT.

           PERFORM WRITE-REJECT-HEADER

           PERFORM VARYING WN-IDX-UNIT FROM 1 BY 1
                   UNTIL WN-IDX-UNIT > WS-DEV-CNT-UNITS

               IF  WS-UNT-SW-RESULT(WN-IDX-UNIT) NOT EQUAL CA-RES-ERR

                   MOVE CA-RES-ERR TO WS-UNT-SW-RESULT(WN-IDX-UNIT)
                   MOVE "NOT LOADED - OTHER UNITS IN ERROR"
                                   TO WS-UNT-DES-RESULT(WN-IDX-UNIT)

               END-IF

               PERFORM WRITE-UNIT-LOG

               MOVE WS-UNT-RECORD(WN-IDX-UNIT) TO DEV-REJ-RECORD
               WRITE DEV-REJ-RECORD

               ADD 1 TO WS-DEV-CNT-ERROR
                        WS-CNT-ERROR

           END-PERFORM.

      ******************************************************************
      *.PN                    REGISTER-UNIT                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - DA DE ALTA LA UNIDAD WN-IDX-UNIT CON LAS RUTINAS DE        *
      *     AC2C0ROS. UN ERROR DE RUTINA RECHAZA SOLO ESA UNIDAD, QUE  *
      *     VA A DEVREJ DETRAS DE LA CABECERA DE SU PROMOCION.         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REGISTERS UNIT WN-IDX-UNIT WITH THE AC2C0ROS ROUTINES. A   *
      *     ROUTINE ERROR REJECTS ONLY THAT UNIT, WHICH GOES TO DEVREJ *
      *     AFTER ITS DEVELOPMENT'S HEADER.                            *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-UNIT.

           MOVE WS-UNT-IMAGE(WN-IDX-UNIT) TO ACNC003

           MOVE SPACES                 TO N0032-DES-RESULT
           MOVE CA-RES-OK              TO N0032-SW-RESULT

           PERFORM CALL-AC8C110S

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               MOVE E110-NUM-GOOD  TO WS-UNT-NUM-GOOD(WN-IDX-UNIT)

               PERFORM CALL-AC8C130S

           END-IF

           IF  N0032-SW-RESULT EQUAL CA-RES-ERR

               MOVE CA-RES-ERR     TO WS-UNT-SW-RESULT(WN-IDX-UNIT)
               MOVE N0032-DES-RESULT
                                   TO WS-UNT-DES-RESULT(WN-IDX-UNIT)

               IF  NOT WS-HDR-REJ-WRITTEN
                   PERFORM WRITE-REJECT-HEADER
               END-IF

               MOVE WS-UNT-RECORD(WN-IDX-UNIT) TO DEV-REJ-RECORD
               WRITE DEV-REJ-RECORD

               ADD 1 TO WS-DEV-CNT-ERROR
                        WS-CNT-ERROR

           ELSE

               MOVE CA-RES-OK      TO WS-UNT-SW-RESULT(WN-IDX-UNIT)
               MOVE "LOADED OK"    TO WS-UNT-DES-RESULT(WN-IDX-UNIT)

               ADD 1 TO WS-DEV-CNT-OK
                        WS-CNT-OK
               ADD N003-NUM-BUILT-AREA TO WS-DEV-BUILT-AREA
                                          WS-TOT-BUILT-AREA
               ADD N003-GOOD-AMT       TO WS-DEV-AMT
                                          WS-TOT-AMT

           END-IF

           PERFORM WRITE-UNIT-LOG.

      ******************************************************************
      *.PN                    WRITE-UNIT-LOG                           *
      ******************************************************************
       WRITE-UNIT-LOG.

           MOVE WS-UNT-IMAGE(WN-IDX-UNIT)     TO ACNC003
           MOVE SPACES                        TO ACNC0032
           MOVE WS-UNT-LIN-NUM(WN-IDX-UNIT)   TO N0032-LIN-NUM
           MOVE WS-UNT-NUM-GOOD(WN-IDX-UNIT)  TO N0032-NUM-GOOD
           MOVE WS-UNT-SW-RESULT(WN-IDX-UNIT) TO N0032-SW-RESULT
           MOVE WS-UNT-DES-RESULT(WN-IDX-UNIT)
                                              TO N0032-DES-RESULT

           PERFORM WRITE-LOG-RECORD.

      ******************************************************************
      *.PN                    WRITE-LOG-RECORD                         *
      ******************************************************************
       WRITE-LOG-RECORD.

           MOVE N003-ENT               TO N0032-ENT
           MOVE N003-COD-GOOD          TO N0032-COD-GOOD

           WRITE ACNC0032.

      ******************************************************************
      *.PN                    WRITE-REJECT-HEADER                      *
      ******************************************************************
       WRITE-REJECT-HEADER.

           MOVE WS-DEV-RECORD          TO DEV-REJ-RECORD

           WRITE DEV-REJ-RECORD

           MOVE 'S'                    TO WS-SW-HDR-REJ.

      ******************************************************************
      *.PN                    VALIDATE-GOOD-EXTRACT                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - MISMAS VALIDACIONES/CONVERSIONES QUE                       *
      *     VALIDATE-GOOD-EXTRACT EN AC2C0ROS PARA UN ALTA.            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SAME VALIDATIONS/CONVERSIONS AS VALIDATE-GOOD-EXTRACT IN   *
      *     AC2C0ROS FOR A REGISTRATION.                               *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-GOOD-EXTRACT.

           IF  N003-TYP-GOOD EQUAL SPACES OR LOW-VALUES

               MOVE CA-RES-ERR          TO N0032-SW-RESULT
               MOVE "GOOD TYPE NOT INFORMED"
                                        TO N0032-DES-RESULT

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-TOWN EQUAL SPACES OR LOW-VALUES OR ZEROS

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   MOVE "TOWN NOT INFORMED"
                                            TO N0032-DES-RESULT

               END-IF

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-HAIRCUT IS NOT NUMERIC

                   MOVE ZEROES              TO N003-HAIRCUT

               END-IF

               IF  N003-HAIRCUT > CA-MAX-HAIRCUT

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   MOVE "HAIRCUT OUT OF RANGE (0-100)"
                                            TO N0032-DES-RESULT

               END-IF

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-GOOD-AMT IS NOT NUMERIC

                   MOVE ZEROES              TO N003-GOOD-AMT

               END-IF

               PERFORM CONVERT-AREA-UNITS-EXTRACT

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-FCC-GOOD EQUAL SPACES OR LOW-VALUES

                   MOVE CA-CUR-LOCAL          TO N003-FCC-GOOD

               END-IF

               IF  N003-FCC-GOOD NOT EQUAL CA-CUR-LOCAL  AND
                   N003-FCC-GOOD NOT EQUAL CA-CUR-USD

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   MOVE "INVALID CURRENCY CODE"
                                            TO N0032-DES-RESULT

               END-IF

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-DAT-BGN-GOOD NOT EQUAL SPACES           AND
                   N003-DAT-BGN-GOOD NOT EQUAL LOW-VALUES       AND
                   N003-DAT-MAT-GOOD NOT EQUAL SPACES           AND
                   N003-DAT-MAT-GOOD NOT EQUAL LOW-VALUES       AND
                   N003-DAT-BGN-GOOD >= N003-DAT-MAT-GOOD

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   MOVE "BEGIN DATE NOT BEFORE MATURITY DATE"
                                            TO N0032-DES-RESULT

               END-IF

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               MOVE N003-COUNTRY               TO VA-GEN-COUNTRY-EXT
               MOVE N003-CODPOST               TO VA-GEN-CODPOST-EXT

               PERFORM VALIDATE-POSTAL-FORMAT-EXTRACT

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               IF  N003-NUM-COOWNERS IS NOT NUMERIC

                   MOVE ZEROES              TO N003-NUM-COOWNERS

               END-IF

               IF  N003-NUM-COOWNERS > CA-MAX-COOWNERS

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   MOVE "TOO MANY CO-OWNERS (MAX 2)"
                                            TO N0032-DES-RESULT

               END-IF

           END-IF

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               PERFORM VARYING WN-IDX-COOWNER FROM 1 BY 1
                       UNTIL WN-IDX-COOWNER > N003-NUM-COOWNERS
                          OR N0032-SW-RESULT EQUAL CA-RES-ERR

                   MOVE N003-CO-COUNTRY(WN-IDX-COOWNER)
                                            TO VA-GEN-COUNTRY-EXT
                   MOVE N003-CO-CODPOST(WN-IDX-COOWNER)
                                            TO VA-GEN-CODPOST-EXT

                   PERFORM VALIDATE-POSTAL-FORMAT-EXTRACT

               END-PERFORM

           END-IF.

      ******************************************************************
      *.PN                    CONVERT-AREA-UNITS-EXTRACT               *
      *                                                                *
      *A.PR.S                                                          *
      *   - MISMA REGLA QUE CONVERT-AREA-UNITS EN AC1C0ROS.            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SAME RULE AS CONVERT-AREA-UNITS IN AC1C0ROS.               *
      *B.PR.E                                                          *
      ******************************************************************
       CONVERT-AREA-UNITS-EXTRACT.

           IF  N003-NUM-TOT-AREA NOT NUMERIC

               MOVE ZEROES              TO N003-NUM-TOT-AREA

           END-IF

           IF  N003-NUM-BUILT-AREA NOT NUMERIC

               MOVE ZEROES              TO N003-NUM-BUILT-AREA

           END-IF

           IF  N003-TYP-AREA EQUAL CA-TYP-AREA-SQFT

               COMPUTE N003-NUM-TOT-AREA ROUNDED =
                       N003-NUM-TOT-AREA * CA-FACTOR-SQFT-SQMT

               COMPUTE N003-NUM-BUILT-AREA ROUNDED =
                       N003-NUM-BUILT-AREA * CA-FACTOR-SQFT-SQMT

               MOVE CA-TYP-AREA-SQMT       TO N003-TYP-AREA

           ELSE IF  N003-TYP-AREA EQUAL CA-TYP-AREA-SQMT

               CONTINUE

           ELSE IF  N003-TYP-AREA EQUAL SPACES       AND
                    N003-NUM-TOT-AREA EQUAL ZEROS     AND
                    N003-NUM-BUILT-AREA EQUAL ZEROS

               CONTINUE

           ELSE

               MOVE CA-RES-ERR          TO N0032-SW-RESULT
               MOVE "INVALID AREA UNIT TYPE"
                                        TO N0032-DES-RESULT

           END-IF.

      ******************************************************************
      *.PN                    VALIDATE-POSTAL-FORMAT-EXTRACT           *
      *                                                                *
      *A.PR.S                                                          *
      *   - MISMA REGLA QUE VALIDATE-POSTAL-FORMAT EN AC1C0ROS.        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SAME RULE AS VALIDATE-POSTAL-FORMAT IN AC1C0ROS.           *
      *B.PR.E                                                          *
      ******************************************************************
       VALIDATE-POSTAL-FORMAT-EXTRACT.

           IF  VA-GEN-COUNTRY-EXT EQUAL SPACES OR
               VA-GEN-CODPOST-EXT EQUAL SPACES

               CONTINUE

           ELSE

               SET WS-SW-POSTAL-FOUND      TO 'N'
               MOVE 0                      TO WN-MATCH-IDX-POSTAL

               PERFORM VARYING WN-IDX-POSTAL FROM 1 BY 1
                       UNTIL WN-IDX-POSTAL > W001-CNT-POSTAL
                          OR WS-POSTAL-RULE-FOUND

                   IF  W001-PR-COUNTRY(WN-IDX-POSTAL) EQUAL
                               VA-GEN-COUNTRY-EXT

                       SET WS-POSTAL-RULE-FOUND   TO TRUE
                       MOVE WN-IDX-POSTAL         TO WN-MATCH-IDX-POSTAL

                   END-IF

               END-PERFORM

               IF  WS-POSTAL-RULE-FOUND

                   MOVE 0                  TO WN-LEN-CODPOST

                   INSPECT FUNCTION REVERSE(VA-GEN-CODPOST-EXT)
                       TALLYING WN-LEN-CODPOST FOR LEADING SPACES

                   COMPUTE WN-LEN-CODPOST =
                           LENGTH OF VA-GEN-CODPOST-EXT - WN-LEN-CODPOST

                   IF  WN-LEN-CODPOST NOT EQUAL
                               W001-PR-LENGTH(WN-MATCH-IDX-POSTAL)
                       OR (W001-PR-TYPE(WN-MATCH-IDX-POSTAL) EQUAL
                               CA-NUMERIC-TYPE  AND
                           VA-GEN-CODPOST-EXT(1:WN-LEN-CODPOST)
                               NOT NUMERIC)

                       MOVE CA-RES-ERR          TO N0032-SW-RESULT
                       MOVE "INVALID POSTAL CODE FOR COUNTRY"
                                                TO N0032-DES-RESULT

                   END-IF

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           MOVE CA-RES-OK              TO WS-DEV-ENT-RESULT
           MOVE SPACES                 TO WS-DEV-ENT-DES

           INITIALIZE TCEC9900

           MOVE CA-NUM-3               TO TCEC9900-OPTION
           MOVE N003-ENT               TO TCEC9900-KEY
           MOVE SPACES                 TO TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING TCEC9900

           IF  TCEC9900-COD-RETURN EQUAL CA-NUM-00
               MOVE TCEC9900-DATA-PARAM    TO QBEC999-DATA-PARAM
           ELSE
               MOVE CA-RES-ERR             TO WS-DEV-ENT-RESULT
               STRING "ENTITY PARAMS NOT FOUND - RC="
                      TCEC9900-COD-RETURN
                      DELIMITED BY SIZE INTO WS-DEV-ENT-DES
           END-IF.

      ******************************************************************
      *.PN                    CHECK-DUPLICATE-PARCEL                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - IGUAL QUE CHECK-DUPLICATE-PARCEL EN AC2C0ROS: SIN OPERADOR *
      *     QUE CONFIRME, UNA PARCELA YA REGISTRADA ES UN ERROR. UNA   *
      *     PROMOCION YA CARGADA QUE VUELVE A ENTRAR SE RECHAZA AQUI.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SAME AS CHECK-DUPLICATE-PARCEL IN AC2C0ROS: WITH NO        *
      *     OPERATOR TO CONFIRM, A PARCEL ALREADY ON FILE IS AN ERROR. *
      *     AN ALREADY LOADED DEVELOPMENT FED AGAIN IS REJECTED HERE.  *
      *B.PR.E                                                          *
      ******************************************************************
       CHECK-DUPLICATE-PARCEL.

           INITIALIZE VA-ACEC160-01
                      VA-ACEC000-01

           MOVE N003-ENT             TO E160-ENT
           MOVE N003-NUM-GOOD        TO E160-NUM-GOOD
           MOVE N003-COD-PLOT        TO E160-COD-PLOT
           MOVE N003-COD-PROPERTY    TO E160-COD-PROPERTY

           CALL CA-AC8C160S   USING VA-ACEC160-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK

               IF  E160-FLG-DUPLICATE EQUAL CA-YES

                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   STRING "DUPLICATE PARCEL - GOOD="
                          E160-NUM-GOOD-FOUND
                          DELIMITED BY SIZE INTO N0032-DES-RESULT

               END-IF

           ELSE

               MOVE CA-RES-ERR          TO N0032-SW-RESULT
               STRING "AC8C160S RC=" E000-SW-COD-RTN
                      " ERR=" E000-ERRCOD
                      DELIMITED BY SIZE INTO N0032-DES-RESULT

           END-IF.

      ******************************************************************
      *.PN                    CALL-AC8C110S                            *
      ******************************************************************
       CALL-AC8C110S.

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE N003-ENT                      TO E110-ENT-LAST-MOD
           MOVE N003-ENT                      TO E110-CEN-LAST-MOD
           MOVE CA-BATCH-USER                 TO E110-STP-USER
           MOVE CA-BATCH-TERM                 TO E110-STP-TERMINAL
           MOVE CA-BATCH-TRANS                TO E110-TRANSACTION
           MOVE N003-OPTION                   TO E110-OPTION
           MOVE N003-ENT                      TO E110-ENT
           MOVE N003-NUM-GOOD                 TO E110-NUM-GOOD
           MOVE N003-COD-GOOD                 TO E110-COD-GOOD
           MOVE N003-DAT-BGN-GOOD             TO E110-DAT-BGN-GOOD
           MOVE N003-DAT-MAT-GOOD             TO E110-DAT-MAT-GOOD
           MOVE N003-DES-GOOD                 TO E110-DES-GOOD
           MOVE N003-DES-LOCATION             TO E110-DES-LOCATION
           MOVE N003-BRN-GOOD                 TO E110-BRN-GOOD
           MOVE N003-STATUS-GOOD              TO E110-STATUS-GOOD
           MOVE CA-TYP-DTA-EST                TO E110-TYP-DTA-CMPY
           MOVE N003-FLG-VALID-BAS            TO E110-FLG-VALID-BASEL
           MOVE N003-FLG-EXC-INSU             TO E110-FLG-EXC-INSU
           MOVE N003-DAT-EXC-INSU             TO E110-DAT-EXC-INSU
           MOVE N003-HAIRCUT                  TO E110-PER-HC-GOOD
           MOVE N003-COMMENTS                 TO E110-COMMENTS
           MOVE N003-FCC-GOOD                 TO E110-FCC-GOOD
           MOVE N003-GOOD-AMT                 TO E110-AMT-GOOD
           MOVE ZEROS                         TO E110-AMT-GOOD-OLD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE CA-RES-ERR          TO N0032-SW-RESULT
               STRING "AC8C110S RC=" E000-SW-COD-RTN
                      " ERR=" E000-ERRCOD
                      DELIMITED BY SIZE INTO N0032-DES-RESULT
           ELSE
               PERFORM WRITE-AUDIT-TRAIL
           END-IF.

      ******************************************************************
      *.PN                    WRITE-AUDIT-TRAIL                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - UNA FILA DE AUDITORIA POR UNIDAD DADA DE ALTA.             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONE AUDIT ROW PER UNIT REGISTERED.                         *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-AUDIT-TRAIL.

           INITIALIZE VA-ACEC170-01
                      VA-ACEC000-01

           MOVE N003-ENT               TO E170-ENT
           MOVE CA-BATCH-USER          TO E170-STP-USER
           MOVE CA-BATCH-TERM          TO E170-STP-TERMINAL
           MOVE WS-DAT-PROCESS         TO E170-DAT-PROCESS
           MOVE N003-OPTION            TO E170-OPTION
           MOVE E110-NUM-GOOD          TO E170-NUM-GOOD
           MOVE E110-AMT-GOOD-OLD      TO E170-AMT-OLD
           MOVE E110-AMT-GOOD          TO E170-AMT-NEW

           CALL CA-AC8C170S   USING VA-ACEC170-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE CA-RES-ERR          TO N0032-SW-RESULT
               STRING "AC8C170S RC=" E000-SW-COD-RTN
                      " ERR=" E000-ERRCOD
                      DELIMITED BY SIZE INTO N0032-DES-RESULT
           END-IF.

      ******************************************************************
      *.PN                    CALL-AC8C130S                            *
      ******************************************************************
       CALL-AC8C130S.

           INITIALIZE VA-ACEC130-01
                      VA-ACEC000-01

           MOVE N003-ENT                      TO E130-ENT-LAST-MOD
           MOVE N003-ENT                      TO E130-CEN-LAST-MOD
           MOVE CA-BATCH-USER                 TO E130-STP-USER
           MOVE CA-BATCH-TERM                 TO E130-STP-TERMINAL
           MOVE CA-BATCH-TRANS                TO E130-TRANSACTION
           MOVE N003-OPTION                   TO E130-OPTION
           MOVE N003-ENT                      TO E130-ENT
           MOVE E110-NUM-GOOD                 TO E130-NUM-GOOD
           MOVE N003-TYP-GOOD                 TO E130-TYP-GOOD
           MOVE N003-NUM-BUILDING             TO E130-NUM-BUILDING
           MOVE N003-NUM-TOT-AREA             TO E130-NUM-TOT-AREA
           MOVE N003-NUM-BUILT-AREA           TO E130-NUM-BUILT-AREA
           MOVE N003-TYP-AREA                 TO E130-TYP-AREA
           MOVE N003-DES-AMNG-STRE1           TO E130-DES-AMNG-STRE1
           MOVE N003-DES-AMNG-STRE2           TO E130-DES-AMNG-STRE2
           MOVE N003-DES-ADM-AREA             TO E130-DES-ADM-AREA
           MOVE N003-COD-AREA                 TO E130-COD-AREA
           MOVE N003-FLG-LOC-GEO              TO E130-FLG-LOC-GEO
           MOVE N003-DES-SECTION              TO E130-DES-SECTION
           MOVE N003-DES-BLOCK                TO E130-DES-BLOCK
           MOVE N003-COD-PLOT                 TO E130-COD-PLOT
           MOVE N003-COD-PROPERTY             TO E130-COD-PROPERTY
           MOVE N003-TYP-PROPERTY             TO E130-TYP-PROPERTY
           MOVE N003-DES-BUILDING             TO E130-DES-BUILDING
           MOVE N003-COD-OLD                  TO E130-COD-OLD
           MOVE N003-DAT-CNTB                 TO E130-DAT-CNTB
           MOVE N003-FLG-TAX                  TO E130-FLG-TAX
           MOVE N003-FLG-DISPOSAL             TO E130-FLG-DISPOSAL

           PERFORM CALL-PE8C1900

           IF  N0032-SW-RESULT NOT EQUAL CA-RES-ERR

               MOVE VA-DES-COMPRADR-EXT       TO E130-DES-COMPRADR
               MOVE VA-DES-COMPRCTY-EXT       TO E130-DES-COMPRCTY

               CALL CA-AC8C130S   USING VA-ACEC130-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   STRING "AC8C130S RC=" E000-SW-COD-RTN
                          " ERR=" E000-ERRCOD
                          DELIMITED BY SIZE INTO N0032-DES-RESULT
               ELSE
                   PERFORM WRITE-CO-OWNERS
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    CALL-PE8C1900                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMPONE LA DIRECCION DE LA UNIDAD (PORTAL Y PISO/PUERTA    *
      *     PROPIOS) IGUAL QUE CALL-PE8C1900 EN AC2C0ROS.              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COMPOSES THE UNIT'S ADDRESS (ITS OWN PORTAL AND            *
      *     FLOOR/DOOR) THE SAME WAY AS CALL-PE8C1900 IN AC2C0ROS.     *
      *B.PR.E                                                          *
      ******************************************************************
       CALL-PE8C1900.

           INITIALIZE E190-RECORD

           MOVE N003-PORTAL       TO E190-PORTAL
           MOVE N003-DETAIL       TO E190-DETAIL
           MOVE N003-ADRCUS       TO E190-ADR-CUS
           MOVE N003-LOCALIT      TO E190-LOCALITY
           MOVE N003-TOWN         TO E190-TOWN
           MOVE N003-COUNTY       TO E190-COD-COUNTY
           MOVE N003-CODPOST      TO E190-COD-POST
           MOVE N003-COUNTRY      TO E190-COD-COUNTRY

           MOVE CA-C              TO E190-OPTION
           MOVE N003-ENT          TO E190-CUS-ENT

           CALL CA-PE8C1900 USING E190-RECORD

           EVALUATE E190-COD-RTN
               WHEN ZEROS
                   MOVE E190-WHOLEADR     TO VA-DES-COMPRADR-EXT
                   MOVE E190-TOWNCOMPRALL TO VA-DES-COMPRCTY-EXT
               WHEN OTHER
                   MOVE CA-RES-ERR        TO N0032-SW-RESULT
                   STRING "PE8C1900 RC=" E190-COD-RTN
                          DELIMITED BY SIZE INTO N0032-DES-RESULT
           END-EVALUATE.

      ******************************************************************
      *.PN                    WRITE-CO-OWNERS                          *
      ******************************************************************
       WRITE-CO-OWNERS.

           PERFORM VARYING WN-IDX-COOWNER FROM 1 BY 1
                   UNTIL WN-IDX-COOWNER > N003-NUM-COOWNERS
                      OR N0032-SW-RESULT EQUAL CA-RES-ERR

               INITIALIZE VA-ACEC150-01
                          VA-ACEC000-01

               MOVE CA-OPE-COOWNER-ADD               TO E150-OPTION
               MOVE N003-ENT                         TO E150-ENT
               MOVE E110-NUM-GOOD                    TO E150-NUM-GOOD
               MOVE WN-IDX-COOWNER                   TO E150-SEQ-OWNER
               MOVE N003-CO-ADRCUS(WN-IDX-COOWNER)   TO E150-ADR-CUS
               MOVE N003-CO-LOCALIT(WN-IDX-COOWNER)  TO E150-LOCALITY
               MOVE N003-CO-TOWN(WN-IDX-COOWNER)     TO E150-TOWN
               MOVE N003-CO-COUNTY(WN-IDX-COOWNER)   TO E150-COD-COUNTY
               MOVE N003-CO-CODPOST(WN-IDX-COOWNER)  TO E150-COD-POST
               MOVE N003-CO-COUNTRY(WN-IDX-COOWNER)  TO E150-COD-COUNTRY

               CALL CA-AC8C150S   USING VA-ACEC150-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-RES-ERR          TO N0032-SW-RESULT
                   STRING "AC8C150S RC=" E000-SW-COD-RTN
                          " ERR=" E000-ERRCOD
                          DELIMITED BY SIZE INTO N0032-DES-RESULT
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "HORIZONTAL-PROPERTY DEVELOPMENT LOAD AT "
                                     DELIMITED BY SIZE
                  WS-DAT-PROCESS     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-DEVELOPMENT-REPORT                 *
      *                                                                *
      *A.PR.S                                                          *
      *   - CABECERA DE LA PROMOCION, UNA LINEA POR UNIDAD RETENIDA Y  *
      *     LOS TOTALES DE LA PROMOCION (AREA E IMPORTE DE LO CARGADO).*
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - DEVELOPMENT HEADING, ONE LINE PER UNIT HELD AND THE        *
      *     DEVELOPMENT TOTALS (AREA AND AMOUNT OF WHAT WAS LOADED).   *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-DEVELOPMENT-REPORT.

           MOVE WS-DEV-RECORD          TO ACNC003
           MOVE WS-DEV-LIN-NUM         TO WS-CNT-EDIT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEVELOPMENT  ENTITY "   DELIMITED BY SIZE
                  N003-ENT                 DELIMITED BY SIZE
                  "  BUILDING "            DELIMITED BY SIZE
                  N003-NUM-BUILDING        DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  N003-DES-BUILDING        DELIMITED BY SIZE
                  "  PLOT "                DELIMITED BY SIZE
                  N003-COD-PLOT            DELIMITED BY SIZE
                  "  LINE "                DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "       LINE  PROPERTY    PORTAL DETAIL "
                                           DELIMITED BY SIZE
                  "  BUILT AREA M2            AMOUNT CUR "
                                           DELIMITED BY SIZE
                  "  GOOD NUMBER  RESULT"  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-UNIT FROM 1 BY 1
                   UNTIL WN-IDX-UNIT > WS-DEV-CNT-UNITS
               PERFORM WRITE-UNIT-LINE
           END-PERFORM

           IF  WS-DEV-OVERFLOW
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    *** MORE UNITS THAN THE "
                                           DELIMITED BY SIZE
                      CA-MAX-UNITS         DELIMITED BY SIZE
                      " A DEVELOPMENT MAY HOLD - NOT LOADED"
                                           DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF  WS-DEV-CNT-READ EQUAL ZEROS
               MOVE "    *** DEVELOPMENT WITH NO UNITS - NOT LOADED"
                                           TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-DEV-CNT-READ        TO WS-CNT-EDIT
           MOVE WS-DEV-CNT-OK          TO WS-CNT-EDIT-2
           MOVE WS-DEV-CNT-ERROR       TO WS-CNT-EDIT-3
           MOVE WS-DEV-BUILT-AREA      TO WS-AREA-EDIT
           MOVE WS-DEV-AMT             TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "    UNITS "             DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  "  LOADED "              DELIMITED BY SIZE
                  WS-CNT-EDIT-2            DELIMITED BY SIZE
                  "  REJECTED "            DELIMITED BY SIZE
                  WS-CNT-EDIT-3            DELIMITED BY SIZE
                  "  BUILT AREA "          DELIMITED BY SIZE
                  WS-AREA-EDIT             DELIMITED BY SIZE
                  "  AMOUNT "              DELIMITED BY SIZE
                  WS-AMT-EDIT              DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-DEV-STATUS            DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-UNIT-LINE                          *
      ******************************************************************
       WRITE-UNIT-LINE.

           MOVE WS-UNT-IMAGE(WN-IDX-UNIT) TO ACNC003

           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE WS-UNT-LIN-NUM(WN-IDX-UNIT)   TO DDL-LIN-NUM
           MOVE N003-COD-PROPERTY             TO DDL-COD-PROPERTY
           MOVE N003-PORTAL                   TO DDL-PORTAL
           MOVE N003-DETAIL                   TO DDL-DETAIL

           IF  N003-NUM-BUILT-AREA IS NUMERIC
               MOVE N003-NUM-BUILT-AREA       TO DDL-BUILT-AREA
           END-IF

           IF  N003-GOOD-AMT IS NUMERIC
               MOVE N003-GOOD-AMT             TO DDL-AMT
           END-IF

           MOVE N003-FCC-GOOD                 TO DDL-FCC
           MOVE WS-UNT-NUM-GOOD(WN-IDX-UNIT)  TO DDL-NUM-GOOD
           MOVE WS-UNT-DES-RESULT(WN-IDX-UNIT)
                                              TO DDL-DES-RESULT

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-GRAND-TOTALS                       *
      ******************************************************************
       WRITE-GRAND-TOTALS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-DEV             TO WS-CNT-EDIT
           MOVE WS-CNT-DEV-OK          TO WS-CNT-EDIT-2
           MOVE WS-CNT-DEV-PARTIAL     TO WS-CNT-EDIT-3
           MOVE WS-CNT-DEV-REJ         TO WS-CNT-EDIT-4

           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL DEVELOPMENTS "    DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  "  LOADED "              DELIMITED BY SIZE
                  WS-CNT-EDIT-2            DELIMITED BY SIZE
                  "  PARTIAL "             DELIMITED BY SIZE
                  WS-CNT-EDIT-3            DELIMITED BY SIZE
                  "  REJECTED "            DELIMITED BY SIZE
                  WS-CNT-EDIT-4            DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CNT-UNIT            TO WS-CNT-EDIT
           MOVE WS-CNT-OK              TO WS-CNT-EDIT-2
           MOVE WS-CNT-ERROR           TO WS-CNT-EDIT-3
           MOVE WS-CNT-LOOSE           TO WS-CNT-EDIT-4

           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL UNITS        "    DELIMITED BY SIZE
                  WS-CNT-EDIT              DELIMITED BY SIZE
                  "  LOADED "              DELIMITED BY SIZE
                  WS-CNT-EDIT-2            DELIMITED BY SIZE
                  "  REJECTED "            DELIMITED BY SIZE
                  WS-CNT-EDIT-3            DELIMITED BY SIZE
                  "  RECORDS OUTSIDE A DEVELOPMENT "
                                           DELIMITED BY SIZE
                  WS-CNT-EDIT-4            DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-BUILT-AREA      TO WS-AREA-EDIT
           MOVE WS-TOT-AMT             TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "LOADED BUILT AREA M2 "  DELIMITED BY SIZE
                  WS-AREA-EDIT             DELIMITED BY SIZE
                  "  LOADED AMOUNT "       DELIMITED BY SIZE
                  WS-AMT-EDIT              DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
