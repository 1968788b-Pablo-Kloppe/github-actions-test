      *                                AREA ACWC001); THE FIVE         *
      *                                HARDCODED COUNTRIES REMAIN AS   *
      *                                FALLBACK DEFAULTS ONLY          *
      *  AC1R04   ALNOVA   15-10-2026  NEW OPTION 7 REQUESTS AN        *
      *                                APPRAISAL ORDER FOR AN ACTIVE   *
      *                                GOOD (AC8C220S); THE ORDER      *
      *                                NUMBER IS RETURNED IN THE GOOD  *
      *                                NUMBER FIELD                    *
      *  AC1R05   ALNOVA   15-10-2026  THE INQUIRY OPTION ALSO SENDS   *
      *                                THE GOOD'S REGISTERED DOCUMENTS *
      *                                (AC8C251S ROWS) IN THE NEW      *
      *                                ACM0062 FORMAT, LEADING TO THE  *
      *                                A011 DOCUMENT MAINTENANCE       *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
       01  VA-ACEC200-01.
           COPY ACEC200.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C220S                 *
      ******************************************************************
       01  VA-ACEC220-01.
           COPY ACEC220.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C141S                 *
      ******************************************************************
       01  VA-ACEC141-01.
           COPY ACEC141.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C251S                 *
      ******************************************************************
       01  VA-ACEC251-01.
           COPY ACEC251.

      ******************************************************************
      *                  COPY ACNC0035                                 *
      ******************************************************************
       COPY ACNC0035.

      ******************************************************************
      *                  COPY ACNC0062                                 *
      ******************************************************************
       COPY ACNC0062.

      ******************************************************************
      *                  COPY QAWCSQL                                  *
      ******************************************************************
           05  VN-IDX-HIST                  PIC S9(4) COMP VALUE +0.
           05  VA-HIST-DAT-BEFORE           PIC X(10)   VALUE SPACES.
           05  VN-HIST-SEQ-BEFORE           PIC 9(09)   VALUE ZEROS.
           05  VN-IDX-DOC                   PIC S9(4) COMP VALUE +0.
           05  VA-SW-ORDERED                PIC X(01)   VALUE 'N'.
               88  VA-ORDERED                          VALUE 'S'.

      *

                                   VALUE 'AC8C141S : '.
           05  CA-FORMAT-HIST              PIC X(07)   VALUE 'ACM0035'.
           05  CA-MAX-HIST                 PIC 9(02)   VALUE 10.
           05  CA-AC8C251S                 PIC X(08)   VALUE 'AC8C251S'.
           05  CA-AC8C251S-REF             PIC X(11)
                                   VALUE 'AC8C251S : '.
           05  CA-FORMAT-DOC               PIC X(07)   VALUE 'ACM0062'.
           05  CA-MAX-DOC                  PIC 9(02)   VALUE 5.
           05  CA-AC8C220S                 PIC X(08)   VALUE 'AC8C220S'.
           05  CA-AC8C220S-REF             PIC X(11)
                                   VALUE 'AC8C220S : '.
           05  CA-ACE0112                  PIC X(07)   VALUE 'ACE0112'.
           05  CA-AC000031                 PIC X(9)
                                   VALUE '@AC000031'.
           05  CA-AC000032                 PIC X(9)
                                   VALUE '@AC000032'.
           05  CA-OPE-ORD-REG              PIC X(01)   VALUE '1'.
           05  CA-STATUS-ACTIVE            PIC X(01)   VALUE 'A'.

      ******************************************************************
      *               VALORES POR DEFECTO DE LA TABLA DE FORMATOS DE    *

      *    EN APROBACION/RECHAZO (OPCIONES 5/6) LA PANTALLA SOLO
      *    TRAE LA CLAVE DEL PENDIENTE; LOS DATOS DEL BIEN VIAJAN EN
      *    LA IMAGEN GUARDADA, QUE YA SE VALIDO AL CAPTURARSE. LA
      *    SOLICITUD DE TASACION (OPCION 7) SOLO TRAE LA CLAVE DEL
      *    BIEN.
      *    ON APPROVE/REJECT (OPTIONS 5/6) THE SCREEN ONLY CARRIES
      *    THE PENDING KEY; THE GOOD'S DATA TRAVELS IN THE STORED
      *    IMAGE, WHICH WAS ALREADY VALIDATED WHEN CAPTURED. THE
      *    APPRAISAL REQUEST (OPTION 7) ONLY CARRIES THE GOOD'S KEY.
           IF  NOT CAA-SW-OPE-TYPEAPPR AND
               NOT CAA-SW-OPE-TYPEREJ AND
               NOT CAA-SW-OPE-TYPEAPRORD

               PERFORM CONVERT-AREA-UNITS

                NOT CAA-SW-OPE-TYPEMODI AND
                NOT CAA-SW-OPE-TYPEINQ AND
                NOT CAA-SW-OPE-TYPEAPPR AND
                NOT CAA-SW-OPE-TYPEREJ AND
                NOT CAA-SW-OPE-TYPEAPRORD

               MOVE CA-ACE0001            TO CAA-SW-ERRCOD
               MOVE SPACES                TO CAA-ERR-VARIA1

           ELSE

               IF CAA-SW-OPE-TYPEAPRORD

                   PERFORM REQUEST-APPRAISAL-ORDER

               ELSE

                   IF CAA-SW-OPE-TYPEREG OR CAA-SW-OPE-TYPEMODI

                       PERFORM CHECK-APPROVAL-THRESHOLD

                   END-IF

                   IF NOT VA-PARKED

                       IF CAA-SW-OPE-TYPEREG

                           PERFORM CHECK-DUPLICATE-PARCEL

                       END-IF

                       PERFORM ACCESS-AC8C110S

                       IF CAA-SW-OPE-TYPEREG OR CAA-SW-OPE-TYPEMODI

                           PERFORM ACCESS-AC8C130S

                           PERFORM WRITE-CO-OWNERS

                       END-IF

                   END-IF

                   MOVE E200-NUM-PENDING  TO N0031-NUM-GOOD
               WHEN VA-DECISION-REJECT
                   MOVE VN-NUM-PENDING    TO N0031-NUM-GOOD
               WHEN VA-ORDERED
                   MOVE E220-NUM-ORDER    TO N0031-NUM-GOOD
               WHEN OTHER
                   MOVE E110-NUM-GOOD     TO N0031-NUM-GOOD
           END-EVALUATE
           PERFORM WRITEQ

      *    EN CONSULTA, TRAS EL FORMATO PRINCIPAL SE ENVIA LA PAGINA
      *    DEL HISTORICO DE VALORACION DEL BIEN (FORMATO ACM0035) Y
      *    LA LISTA DE SUS DOCUMENTOS (FORMATO ACM0062).
      *    ON INQUIRY, AFTER THE MAIN FORMAT THE GOOD'S VALUATION
      *    HISTORY PAGE (ACM0035 FORMAT) AND ITS DOCUMENT LIST
      *    (ACM0062 FORMAT) ARE SENT.
           IF CAA-SW-OPE-TYPEINQ

               PERFORM FETCH-VALUATION-HISTORY

               PERFORM FETCH-DOCUMENT-LIST

           END-IF.

      ******************************************************************

           END-EVALUATE.

      ******************************************************************
      *.PN                REQUEST-APPRAISAL-ORDER                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA EL BIEN EN AC8C110S, QUE DEBE EXISTIR Y ESTAR    *
      *     ACTIVO, Y ABRE UNA SOLICITUD DE TASACION EN AC8C220S      *
      *     (ESTADO 'Q', SIN SOCIEDAD). LA SOCIEDAD SE ASIGNA Y LA    *
      *     ORDEN SE ENVIA EN EL PROXIMO LOTE DE ACIC1ROS. SI EL BIEN *
      *     YA TIENE UNA ORDEN VIVA AC8C220S DEVUELVE EL ERROR. EL    *
      *     NUMERO DE ORDEN SE DEVUELVE EN EL CAMPO NUMERO DE BIEN.   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE GOOD IN AC8C110S, WHICH MUST EXIST AND BE    *
      *     ACTIVE, AND OPENS AN APPRAISAL REQUEST IN AC8C220S        *
      *     (STATUS 'Q', NO FIRM). THE FIRM IS ASSIGNED AND THE ORDER *
      *     IS SENT BY THE NEXT ACIC1ROS RUN. WHEN THE GOOD ALREADY   *
      *     HAS A LIVE ORDER AC8C220S RETURNS THE ERROR. THE ORDER    *
      *     NUMBER IS RETURNED IN THE GOOD NUMBER FIELD.              *
      *B.PR.E                                                          *
      ******************************************************************
       REQUEST-APPRAISAL-ORDER.

           INITIALIZE VA-ACEC110-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ                TO E110-OPTION
           MOVE N003-ENT                      TO E110-ENT
           MOVE N003-NUM-GOOD                 TO E110-NUM-GOOD

           CALL CA-AC8C110S   USING VA-ACEC110-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   PERFORM REDISPLAY-INQUIRY-DATA

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR       TO VA-ERR-OBJECT
                   MOVE CA-AC8C110S-REF       TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN       TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE      TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC     TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD           TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1       TO CAA-ERR-VARIA1
                   MOVE E000-ERR-VARIA2       TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE

           IF  N003-STATUS-GOOD NOT EQUAL CA-STATUS-ACTIVE

               MOVE CA-ACE0002            TO CAA-SW-ERRCOD
               MOVE CA-AC000031           TO CAA-ERR-VARIA1
               MOVE SPACES                TO CAA-ERR-VARIA2

               PERFORM END-PROCESS

           END-IF

           INITIALIZE VA-ACEC220-01
                      VA-ACEC000-01

           MOVE CA-OPE-ORD-REG         TO E220-OPTION
           MOVE N003-ENT               TO E220-ENT
           MOVE N003-NUM-GOOD          TO E220-NUM-GOOD
           MOVE SPACES                 TO E220-COD-FIRM
           SET E220-ORDER-REQUESTED    TO TRUE
           MOVE CAA-USERID             TO E220-USER-REQUEST
           MOVE CAA-2DAT-ACCOUN        TO E220-DAT-REQUEST

           CALL CA-AC8C220S   USING VA-ACEC220-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK

                   SET VA-ORDERED          TO TRUE

                   MOVE CA-ACE0112         TO CAA-SW-COD-WA1
                   MOVE CA-AC000032        TO CAA-WARN1VARIA1
                   MOVE SPACES             TO CAA-WARN1VARIA2

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C220S-REF   TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD          TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1      TO CAA-ERR-VARIA1
                   MOVE E000-ERR-VARIA2      TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                VALIDATE-ANNULMENT-CONFIRM                   *
      *                                                                *

           END-IF.

      ******************************************************************
      *.PN                FETCH-DOCUMENT-LIST                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE CON AC8C251S LOS DOCUMENTOS REGISTRADOS DEL BIEN  *
      *     CONSULTADO (UNO POR TIPO, CINCO TIPOS) Y LOS ENVIA EN UNA *
      *     PAGINA DE FORMATO ACM0062 DETRAS DEL HISTORICO, MARCANDO  *
      *     LOS CADUCADOS A LA FECHA CONTABLE. DESDE ELLA EL FRONTAL  *
      *     PASA A LA A011 CON LA MISMA ENTIDAD Y BIEN.               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BROWSES THE INQUIRED GOOD'S REGISTERED DOCUMENTS WITH     *
      *     AC8C251S (ONE PER TYPE, FIVE TYPES) AND SENDS THEM IN ONE *
      *     ACM0062 PAGE AFTER THE HISTORY, FLAGGING THOSE EXPIRED AT *
      *     THE ACCOUNTING DATE. FROM IT THE FRONT END MOVES ON TO    *
      *     A011 WITH THE SAME ENTITY AND GOOD.                       *
      *B.PR.E                                                          *
      ******************************************************************
       FETCH-DOCUMENT-LIST.

           MOVE N003-ENT               TO N0062-ENT
           MOVE N003-NUM-GOOD          TO N0062-NUM-GOOD
           MOVE ZEROS                  TO N0062-CNT-ROWS

           PERFORM VARYING VN-IDX-DOC FROM 1 BY 1
                   UNTIL VN-IDX-DOC > CA-MAX-DOC

               MOVE SPACES             TO N0062-DOC-ROW(VN-IDX-DOC)

           END-PERFORM

           INITIALIZE VA-ACEC251-01

           PERFORM VARYING VN-IDX-DOC FROM 1 BY 1
                   UNTIL VN-IDX-DOC > CA-MAX-DOC

               PERFORM BROWSE-NEXT-DOCUMENT

               IF  E251-FLG-FOUND EQUAL CA-YES

                   MOVE E251-TYP-DOC
                               TO N0062-ROW-TYP-DOC(VN-IDX-DOC)
                   MOVE E251-DES-REFERENCE
                               TO N0062-ROW-DES-REFERENCE(VN-IDX-DOC)
                   MOVE E251-DAT-RECEIVED
                               TO N0062-ROW-DAT-RECEIVED(VN-IDX-DOC)
                   MOVE E251-DAT-EXPIRY
                               TO N0062-ROW-DAT-EXPIRY(VN-IDX-DOC)
                   MOVE E251-DES-STORAGE
                               TO N0062-ROW-DES-STORAGE(VN-IDX-DOC)

                   IF  E251-DAT-EXPIRY NOT EQUAL SPACES
                       AND E251-DAT-EXPIRY < CAA-2DAT-ACCOUN
                       MOVE CA-YES
                               TO N0062-ROW-FLG-EXPIRED(VN-IDX-DOC)
                   END-IF

                   MOVE VN-IDX-DOC         TO N0062-CNT-ROWS
                   MOVE E251-TYP-DOC       TO E251-TYP-AFTER

               ELSE

                   MOVE CA-MAX-DOC         TO VN-IDX-DOC

               END-IF

           END-PERFORM

           PERFORM WRITEQ-DOCUMENTS.

      ******************************************************************
      *.PN                BROWSE-NEXT-DOCUMENT                         *
      ******************************************************************
       BROWSE-NEXT-DOCUMENT.

           INITIALIZE VA-ACEC000-01

           MOVE N003-ENT               TO E251-ENT
           MOVE N003-NUM-GOOD          TO E251-NUM-GOOD

           CALL CA-AC8C251S   USING VA-ACEC251-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE

               WHEN E000-SW-RTN-OK
                   CONTINUE

               WHEN E000-SW-RTN-DB2

                   MOVE E000-DES-TBLERR   TO VA-ERR-OBJECT
                   MOVE CA-AC8C251S-REF   TO VA-ERR-REFERENCE(1:11)
                   MOVE E000-SW-COD-RTN   TO VA-ERR-REFERENCE(12:9)
                   MOVE E000-COD-SQLCODE  TO VN-ERR-SQLCODE
                   MOVE E000-COD-SQLERRMC TO VA-ERR-SQLERRM

                   PERFORM DB2-ERROR

               WHEN OTHER

                   MOVE E000-ERRCOD          TO CAA-SW-ERRCOD
                   MOVE E000-ERR-VARIA1      TO CAA-ERR-VARIA1
                   MOVE E000-ERR-VARIA2      TO CAA-ERR-VARIA2

                   PERFORM END-PROCESS

           END-EVALUATE.

      ******************************************************************
      *.PN                WRITEQ-DOCUMENTS                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - ESCRIBE LA LISTA DE DOCUMENTOS EN LA MISMA COLA TS QUE EL *
      *     FORMATO PRINCIPAL, CON EL NOMBRE DE FORMATO ACM0062, CON  *
      *     EL MISMO REINTENTO TRANSITORIO QUE WRITEQ-HISTORY.        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WRITES THE DOCUMENT LIST TO THE SAME TS QUEUE AS THE MAIN *
      *     FORMAT, UNDER THE ACM0062 FORMAT NAME, WITH THE SAME      *
      *     TRANSIENT-ERROR RETRY AS WRITEQ-HISTORY.                  *
      *B.PR.E                                                          *
      ******************************************************************
       WRITEQ-DOCUMENTS.

           MOVE CA-QUEUE                 TO VA-TSQ-PRFX
           MOVE CAA-TERMINAL             TO VA-TSQ-SFF

           MOVE CA-FORMAT-DOC            TO VA-DES-FORMAT
           MOVE LENGTH OF ACNC0062       TO VN-TSQ-LTH
           MOVE ACNC0062                 TO VA-FRT-CNT
           ADD W000-CN-NUM-8             TO VN-TSQ-LTH

           MOVE 0 TO VN-RETRY-WRITEQ

           PERFORM WRITEQ-ATTEMPT

           PERFORM UNTIL EIBRESP EQUAL WCO2C-CICS-NORMAL
                      OR (EIBRESP NOT EQUAL WCO2C-CICS-NOSPACE AND
                          EIBRESP NOT EQUAL WCO2C-CICS-IOERR)
                      OR VN-RETRY-WRITEQ >= CA-MAX-RETRY-WRITEQ

               ADD 1 TO VN-RETRY-WRITEQ
               PERFORM WRITEQ-ATTEMPT

           END-PERFORM

           IF  EIBRESP NOT EQUAL WCO2C-CICS-NORMAL

               MOVE VA-DES-FORMAT        TO VA-ERR-OBJECT
               MOVE CA-WRI-REFERENCE     TO VA-ERR-REFERENCE(1:8)

               PERFORM VALIDATE-CICS-ERROR

           END-IF.

      ******************************************************************
      *.PN                CHECK-DUPLICATE-PARCEL                      *
      *                                                                *
