      *     (N003-TYP-PROPERTY) Y REGLA:                               *
      *       'V' = PORCENTAJE SOBRE N003-GOOD-AMT                     *
      *       'A' = TARIFA POR METRO SOBRE N003-NUM-TOT-AREA           *
      *       'C' = PORCENTAJE SOBRE EL VALOR CATASTRAL DEL BIEN       *
      *             (AC8C240S, CARGADO POR ACMC1ROS)                   *
      *     PRODUCE UN INFORME POR ENTIDAD CON SUBTOTALES Y UN         *
      *     FICHERO DE INTERFASE CONTABLE (TAXACCT) CON LA PROVISION   *
      *     POR BIEN. EL EXTRACTO SE ORDENA POR ENTIDAD (MISMA         *
      *     TECNICA QUE AC3C0ROS) Y SUS REGISTROS DE CONTROL           *
      *     (ACNC0034) SE VERIFICAN EN PASADA PREVIA. UN BIEN SUJETO   *
      *     SIN TIPO APLICABLE SE LISTA COMO PENDIENTE DE TIPO, Y UNO  *
      *     CON REGLA 'C' SIN VALOR CATASTRAL, COMO PENDIENTE DE VALOR.*
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *    TAXSRT           S     EXTRACTO ORDENADO (TRABAJO)          *
      *    TAXRPT           S     INFORME DE PROVISION POR ENTIDAD     *
      *    TAXACCT          S     INTERFASE CONTABLE POR BIEN          *
      *    ACEC240          E     AREA COM. RUTINA AC8C240S            *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     A RULE TYPE:                                               *
      *       'V' = PERCENTAGE OVER N003-GOOD-AMT                      *
      *       'A' = PER-SQUARE-METER RATE OVER N003-NUM-TOT-AREA       *
      *       'C' = PERCENTAGE OVER THE GOOD'S CADASTRAL VALUE         *
      *             (AC8C240S, LOADED BY ACMC1ROS)                     *
      *     PRODUCES A PER-ENTITY REPORT WITH SUBTOTALS AND AN         *
      *     ACCOUNTING INTERFACE FILE (TAXACCT) WITH THE PER-GOOD      *
      *     PROVISION. THE EXTRACT IS SORTED BY ENTITY (SAME           *
      *     TECHNIQUE AS AC3C0ROS) AND ITS CONTROL RECORDS             *
      *     (ACNC0034) ARE VERIFIED IN A PRE-PASS. A LIABLE GOOD       *
      *     WITH NO APPLICABLE RATE IS LISTED AS MISSING A RATE, AND   *
      *     ONE UNDER RULE 'C' WITH NO CADASTRAL VALUE AS MISSING IT.  *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *    TAXSRT           O     SORTED EXTRACT (WORK)                *
      *    TAXRPT           O     PER-ENTITY PROVISION REPORT          *
      *    TAXACCT          O     PER-GOOD ACCOUNTING INTERFACE        *
      *    ACEC240          I     COMMAREA MODULE AC8C240S             *
      *B.OR.E                                                          *
      ******************************************************************
      *                       MODIFICATIONS LOG                        *
      ******************************************************************
      *   CODE     AUTHOR     DATE     DESCRIPTION                     *
      * ---------------------------------------------------------------*
      *  ACMR01   ALNOVA   15-10-2026  RULE 'C': PERCENTAGE OVER THE   *
      *                                CADASTRAL VALUE STORED BY       *
      *                                ACMC1ROS, FOR MUNICIPALITIES    *
      *                                THAT TAX ON IT.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C240S                 *
      ******************************************************************
       01  VA-ACEC240-01.
           COPY ACEC240.

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
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-PROVISIONED          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-RATE              PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-NO-CADASTRE          PIC 9(07)   VALUE ZEROS.

       01  WS-CONTROL-FIELDS.
           05  WS-SW-CTL-EOF               PIC X(01)   VALUE 'N'.
           05  WS-PRV-ENT                  PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-PRV-GRAND                PIC 9(15)V9(02) VALUE ZEROS.
           05  WS-AMT-PROVISION            PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-PARAM-ENT                PIC X(04)   VALUE SPACES.
           05  WS-AMT-BASE                 PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-FCC-BASE                 PIC X(03)   VALUE SPACES.

       01  CA-CONSTANTS.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C240S                 PIC X(08)   VALUE 'AC8C240S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-CAD-INQ              PIC X(01)   VALUE '4'.
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.
           05  CA-REC-HEADER               PIC X(01)   VALUE 'H'.
           05  CA-REC-TRAILER              PIC X(01)   VALUE 'T'.
           05  CA-RULE-VALUE               PIC X(01)   VALUE 'V'.
           05  CA-RULE-AREA                PIC X(01)   VALUE 'A'.
           05  CA-RULE-CADASTRE            PIC X(01)   VALUE 'C'.
           05  CA-MAX-RATES                PIC 9(03)   VALUE 200.
           05  CA-HUNDRED                  PIC 9(03)   VALUE 100.

           DISPLAY "ACMC0ROS - READ: "        WS-CNT-READ
                   "  PROVISIONED: "          WS-CNT-PROVISIONED
                   "  NO RATE: "              WS-CNT-NO-RATE
                   "  NO CADASTRE: "          WS-CNT-NO-CADASTRE

           GOBACK.


               IF  WS-RATE-FOUND

                   PERFORM FIND-TAX-BASE

                   IF  WS-FCC-BASE EQUAL SPACES
                       ADD 1 TO WS-CNT-NO-CADASTRE
                       PERFORM WRITE-NO-CADASTRE-LINE
                   ELSE
                       PERFORM PROVISION-ONE-GOOD
                   END-IF

               ELSE


           END-PERFORM.

      ******************************************************************
      *.PN                    FIND-TAX-BASE                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - REGLAS 'V' Y 'A': LA BASE ES N003-GOOD-AMT EN LA DIVISA    *
      *     DEL BIEN. REGLA 'C': LA BASE ES EL VALOR CATASTRAL GUARDADO*
      *     EN AC8C240S, EN SU DIVISA. SI EL BIEN NO TIENE VALOR O LA  *
      *     CONSULTA FALLA LA DIVISA QUEDA A ESPACIOS Y EL BIEN SE     *
      *     LISTA COMO PENDIENTE DE VALOR CATASTRAL.                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RULES 'V' AND 'A': THE BASE IS N003-GOOD-AMT IN THE GOOD'S *
      *     CURRENCY. RULE 'C': THE BASE IS THE CADASTRAL VALUE STORED *
      *     IN AC8C240S, IN ITS CURRENCY. WHEN THE GOOD HAS NO VALUE   *
      *     OR THE INQUIRY FAILS THE CURRENCY IS LEFT AS SPACES AND    *
      *     THE GOOD IS LISTED AS MISSING ITS CADASTRAL VALUE.         *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-TAX-BASE.

           IF  WS-RATE-RULE-FOUND NOT EQUAL CA-RULE-CADASTRE

               MOVE N003-GOOD-AMT          TO WS-AMT-BASE
               MOVE N003-FCC-GOOD          TO WS-FCC-BASE

           ELSE

               MOVE ZEROS                  TO WS-AMT-BASE
               MOVE SPACES                 TO WS-FCC-BASE

               IF  N003-ENT NOT EQUAL WS-PARAM-ENT
                   PERFORM FETCH-ENTITY-PARAMS
                   MOVE N003-ENT           TO WS-PARAM-ENT
               END-IF

               INITIALIZE VA-ACEC240-01
                          VA-ACEC000-01

               MOVE CA-OPE-CAD-INQ         TO E240-OPTION
               MOVE N003-ENT               TO E240-ENT
               MOVE N003-NUM-GOOD          TO E240-NUM-GOOD

               CALL CA-AC8C240S   USING VA-ACEC240-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  E000-SW-RTN-OK
                   AND E240-FLG-FOUND EQUAL CA-YES
                   MOVE E240-AMT-VALUE     TO WS-AMT-BASE
                   MOVE E240-FCC           TO WS-FCC-BASE
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    PROVISION-ONE-GOOD                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - REGLA 'V': PROVISION = IMPORTE * TIPO / 100.              *
      *     REGLA 'A': PROVISION = SUPERFICIE TOTAL * TARIFA.         *
      *     REGLA 'C': PROVISION = VALOR CATASTRAL * TIPO / 100.      *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - RULE 'V': PROVISION = AMOUNT * RATE / 100.                *
      *     RULE 'A': PROVISION = TOTAL AREA * RATE.                  *
      *     RULE 'C': PROVISION = CADASTRAL VALUE * RATE / 100.       *
      *B.PR.E                                                          *
      ******************************************************************
       PROVISION-ONE-GOOD.
           ELSE

               COMPUTE WS-AMT-PROVISION ROUNDED =
                       WS-AMT-BASE * WS-RATE-VALUE-FOUND
                               / CA-HUNDRED

           END-IF
           MOVE N003-NUM-GOOD          TO ACCT-NUM-GOOD
           MOVE WS-DAT-PROCESS         TO ACCT-DAT-PROCESS
           MOVE WS-AMT-PROVISION       TO ACCT-AMT-PROVISION
           MOVE WS-FCC-BASE            TO ACCT-FCC

           WRITE TAX-ACCT-RECORD.

       WRITE-DETAIL-LINE.

           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT
           MOVE WS-AMT-BASE            TO WS-AMT-EDIT
           MOVE WS-AMT-PROVISION       TO WS-PRV-EDIT

           MOVE SPACES TO WS-PRINT-LINE
                  "  PROVISION "       DELIMITED BY SIZE
                  WS-PRV-EDIT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-FCC-BASE          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-NO-CADASTRE-LINE                   *
      ******************************************************************
       WRITE-NO-CADASTRE-LINE.

           MOVE N003-NUM-GOOD          TO WS-NUM-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING N003-ENT             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-NUM-EDIT          DELIMITED BY SIZE
                  "  ZONE "            DELIMITED BY SIZE
                  N003-COD-AREA        DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  N003-TYP-PROPERTY    DELIMITED BY SIZE
                  "  ** CADASTRAL VALUE NOT AVAILABLE **"
                                       DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-ENTITY-TOTAL                       *
      ******************************************************************
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
