      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     MIGRACION DE BIENES RAICES ENTRE ENTIDADES POR FUSION
      *     GUIADA POR UN FICHERO DE CORRESPONDENCIA
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     ENTITY MERGER MIGRATION OF REAL ESTATE GOODS DRIVEN BY A   *
      *     MAPPING FILE                                               *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC2C1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     TRASLADA A LA ENTIDAD QUE SUBSISTE TODOS LOS BIENES DE     *
      *     UNA ENTIDAD ABSORBIDA. MIGMAP (ACNC0050) INDICA, POR       *
      *     ENTIDAD/OFICINA ANTIGUA, LA ENTIDAD/OFICINA NUEVA. CADA    *
      *     BIEN SE DA DE ALTA EN LA ENTIDAD NUEVA CON AC8C110S        *
      *     OPCION 1 (NUMERACION DE LA ENTIDAD NUEVA) Y SE LE COPIAN   *
      *     LOS DATOS DE BIEN RAIZ (AC8C130S), LOS COPROPIETARIOS      *
      *     (AC8C150S), EL HISTORICO DE VALORACION (AC8C141S A         *
      *     AC8C140S), LA PISTA DE AUDITORIA (AC8C171S A AC8C170S),    *
      *     LAS COORDENADAS (AC8C210S), EL CERTIFICADO ENERGETICO      *
      *     (AC8C230S), EL VALOR CATASTRAL (AC8C240S) Y EL REGISTRO DE *
      *     DOCUMENTOS (AC8C250S), CONSERVANDO FECHAS Y USUARIOS       *
      *     ORIGINALES. EL BIEN ANTIGUO SE DA DE BAJA (NO SE BORRA) Y  *
      *     SU COMENTARIO RECIBE LA MARCA "MIGRATED TO                 *
      *     EEEE-NNNNNNNNNN" CON LA CLAVE NUEVA, DE MODO QUE REPETIR   *
      *     LA EJECUCION NO LO VUELVE A MIGRAR. SU ORDEN DE TASACION   *
      *     VIVA (AC8C220S), SI LA TIENE, SE CANCELA: LA SOCIEDAD      *
      *     RESPONDE CON EL NUMERO DE ORDEN DE LA ENTIDAD ANTIGUA, QUE *
      *     NO SE PUEDE TRASLADAR. LAS ORDENES CANCELADAS SE LISTAN EN *
      *     MIGRPT PARA PEDIRLAS DE NUEVO SOBRE EL BIEN NUEVO. LAS     *
      *     FILAS DE AUDITORIA COPIADAS LLEVAN EL TERMINAL 'MCPY' PARA *
      *     QUE NO SE CONTABILICEN DE NUEVO. DESPUES SE TRASLADAN LOS  *
      *     MANTENIMIENTOS PENDIENTES DE APROBACION (AC8C200S) DE LA   *
      *     ENTIDAD ANTIGUA. MIGXREF (ACNC0051) RECOGE LA CLAVE        *
      *     ANTIGUA Y LA NUEVA DE CADA BIEN Y PENDIENTE, Y DE EL SE    *
      *     OBTIENE EL INFORME DE CONTROL CON CONTADORES E IMPORTES    *
      *     ANTES Y DESPUES.                                           *
      *     MIGPARM-MODO: 'M' MIGRACION, 'R' REARRANQUE DE UNA         *
      *     MIGRACION INTERRUMPIDA (DESDE EL ULTIMO CHECKPOINT), OTRO  *
      *     VALOR = SIMULACION (SOLO LECTURA, SIN CHECKPOINT NI        *
      *     REGISTRO EN RUNCTL).                                       *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    MIGPARM          E     FECHA DE PROCESO/FRECUENCIA DE       *
      *                           CHECKPOINT/MODO DE EJECUCION         *
      *    MIGMAP           E     CORRESPONDENCIA ENTIDAD/OFICINA      *
      *                           ANTIGUA A NUEVA (ACNC0050)           *
      *    MIGXREF         E/S    REFERENCIAS CRUZADAS CLAVE ANTIGUA   *
      *                           A NUEVA (ACNC0051)                   *
      *    XRFWORK         E/S    TRABAJO PARA REPOSICIONAR MIGXREF    *
      *    MIGCHKP         E/S    CHECKPOINT DE REARRANQUE             *
      *    RUNCTL          E/S    CONTROL DE EJECUCIONES (ACNC0036)    *
      *    MIGRPT           S     INFORME DE CONTROL DE LA MIGRACION   *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     MOVES EVERY GOOD OF AN ABSORBED ENTITY TO THE SURVIVING    *
      *     ENTITY. MIGMAP (ACNC0050) GIVES, PER OLD ENTITY/BRANCH,    *
      *     THE NEW ENTITY/BRANCH. EACH GOOD IS REGISTERED IN THE NEW  *
      *     ENTITY THROUGH AC8C110S OPTION 1 (THE NEW ENTITY'S         *
      *     NUMBERING) AND GETS A COPY OF ITS REAL ESTATE DATA         *
      *     (AC8C130S), CO-OWNERS (AC8C150S), VALUATION HISTORY        *
      *     (AC8C141S TO AC8C140S), AUDIT TRAIL (AC8C171S TO           *
      *     AC8C170S), COORDINATES (AC8C210S), ENERGY CERTIFICATE      *
      *     (AC8C230S), CADASTRAL VALUE (AC8C240S) AND DOCUMENT        *
      *     REGISTER (AC8C250S), KEEPING THE ORIGINAL DATES AND USERS. *
      *     THE OLD GOOD IS CLOSED (NOT DELETED) AND ITS COMMENT       *
      *     RECEIVES THE MARKER "MIGRATED TO EEEE-NNNNNNNNNN" WITH THE *
      *     NEW KEY, SO RUNNING AGAIN DOES NOT MIGRATE IT TWICE. ITS   *
      *     LIVE APPRAISAL ORDER (AC8C220S), IF ANY, IS CANCELLED: THE *
      *     FIRM ANSWERS WITH THE OLD ENTITY'S ORDER NUMBER, WHICH     *
      *     CANNOT BE CARRIED OVER. CANCELLED ORDERS ARE LISTED IN     *
      *     MIGRPT SO THEY CAN BE REQUESTED AGAIN ON THE NEW GOOD.     *
      *     COPIED AUDIT ROWS CARRY TERMINAL 'MCPY' SO THEY ARE NOT    *
      *     POSTED AGAIN. THE OLD ENTITY'S MAINTENANCE PENDING         *
      *     APPROVAL (AC8C200S) IS MOVED AFTER THE GOODS. MIGXREF      *
      *     (ACNC0051) HOLDS THE OLD AND NEW KEY OF EVERY GOOD AND     *
      *     PENDING ENTRY, AND THE CONTROL REPORT WITH COUNTS AND      *
      *     AMOUNTS BEFORE AND AFTER IS BUILT FROM IT.                 *
      *     MIGPARM MODE: 'M' MIGRATE, 'R' RESTART AN INTERRUPTED      *
      *     MIGRATION (FROM THE LAST CHECKPOINT), ANY OTHER VALUE =    *
      *     SIMULATION (READ ONLY, NO CHECKPOINT AND NO RUNCTL         *
      *     REGISTRATION).                                             *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    MIGPARM          I     PROCESS DATE/CHECKPOINT FREQUENCY/   *
      *                           RUN MODE                             *
      *    MIGMAP           I     OLD TO NEW ENTITY/BRANCH MAPPING     *
      *                           (ACNC0050)                           *
      *    MIGXREF         I/O    OLD TO NEW KEY CROSS-REFERENCE       *
      *                           (ACNC0051)                           *
      *    XRFWORK         I/O    WORK FILE TO REPOSITION MIGXREF      *
      *    MIGCHKP         I/O    RESTART CHECKPOINT                   *
      *    RUNCTL          I/O    RUN-CONTROL FILE (ACNC0036)          *
      *    MIGRPT           O     MIGRATION CONTROL REPORT             *
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

           SELECT MIG-PARM-FILE        ASSIGN TO "MIGPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT MIG-MAP-FILE         ASSIGN TO "MIGMAP"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MIG-XREF-FILE
                                        ASSIGN TO "MIGXREF"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT XREF-WORK-FILE       ASSIGN TO "XRFWORK"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MIG-CHKPT-FILE
                                        ASSIGN TO "MIGCHKP"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-FILE
                                        ASSIGN TO "RUNCTL"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT MIG-REPORT-FILE      ASSIGN TO "MIGRPT"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  MIG-PARM-FILE
           RECORDING MODE IS F.

       01  MIG-PARM-RECORD.
           05  PARM-DAT-PROCESS            PIC X(10).
           05  PARM-CHKPT-FREQ             PIC 9(07).
           05  PARM-RUN-MODE               PIC X(01).

       FD  MIG-MAP-FILE
           RECORDING MODE IS F.

           COPY ACNC0050.

       FD  MIG-XREF-FILE
           RECORDING MODE IS F.

           COPY ACNC0051.

      ******************************************************************
      *    FICHERO DE TRABAJO PARA REPOSICIONAR MIGXREF EN UN          *
      *    REARRANQUE (VER REPOSITION-XREF)                            *
      *    WORK FILE TO REPOSITION MIGXREF ON A RESTART (SEE           *
      *    REPOSITION-XREF)                                            *
      ******************************************************************
       FD  XREF-WORK-FILE
           RECORDING MODE IS F.

       01  XREF-WORK-RECORD                PIC X(150).

       FD  MIG-CHKPT-FILE
           RECORDING MODE IS F.

       01  MIG-CHKPT-RECORD.
           05  CHKP-DAT-PROCESS            PIC X(10).
           05  CHKP-PHASE                  PIC X(01).
           05  CHKP-IDX-ENT                PIC 9(03).
           05  CHKP-NUM-LAST               PIC 9(10).
           05  CHKP-CNT-XREF               PIC 9(07).
           05  CHKP-CNT-READ               PIC 9(07).
           05  CHKP-CNT-MOVED              PIC 9(07).
           05  CHKP-CNT-ERROR              PIC 9(07).
           05  CHKP-CNT-PND                PIC 9(07).

       FD  RUN-CTL-FILE
           RECORDING MODE IS F.

           COPY ACNC0036.

       FD  MIG-REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                     PIC X(132).

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

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
      *               COPY OF COMMAREA MODULE AC8C130S                 *
      ******************************************************************
       01  VA-ACEC130-01.
           COPY ACEC130.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C140S                 *
      ******************************************************************
       01  VA-ACEC140-01.
           COPY ACEC140.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C141S                 *
      ******************************************************************
       01  VA-ACEC141-01.
           COPY ACEC141.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C150S                 *
      ******************************************************************
       01  VA-ACEC150-01.
           COPY ACEC150.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C170S                 *
      ******************************************************************
       01  VA-ACEC170-01.
           COPY ACEC170.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C171S                 *
      ******************************************************************
       01  VA-ACEC171-01.
           COPY ACEC171.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C180S                 *
      ******************************************************************
       01  VA-ACEC180-01.
           COPY ACEC180.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C200S                 *
      ******************************************************************
       01  VA-ACEC200-01.
           COPY ACEC200.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C210S                 *
      ******************************************************************
       01  VA-ACEC210-01.
           COPY ACEC210.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C220S                 *
      ******************************************************************
       01  VA-ACEC220-01.
           COPY ACEC220.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C230S                 *
      ******************************************************************
       01  VA-ACEC230-01.
           COPY ACEC230.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C240S                 *
      ******************************************************************
       01  VA-ACEC240-01.
           COPY ACEC240.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C250S                 *
      ******************************************************************
       01  VA-ACEC250-01.
           COPY ACEC250.

      ******************************************************************
      *               COPY OF COMMAREA MODULE AC8C251S                 *
      ******************************************************************
       01  VA-ACEC251-01.
           COPY ACEC251.

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
      *               COPY ACNC003                                     *
      *               IMAGEN DEL MANTENIMIENTO PENDIENTE (E200-IMAGE)  *
      *               IMAGE OF THE PENDING MAINTENANCE (E200-IMAGE)    *
      ******************************************************************
           COPY ACNC003.

      ******************************************************************
      *    DATOS DEL BIEN ANTIGUO LEIDOS ANTES DE ESCRIBIR NADA EN LA  *
      *    ENTIDAD NUEVA (IMAGENES DE LAS COMMAREAS Y TABLAS DE FILAS  *
      *    DEPENDIENTES). UN BIEN CON MAS FILAS DE LAS QUE CABEN NO SE *
      *    MIGRA, PARA NO PERDER HISTORICO.                            *
      *    OLD GOOD DATA READ BEFORE ANYTHING IS WRITTEN TO THE NEW    *
      *    ENTITY (COMMAREA IMAGES AND DEPENDENT ROW TABLES). A GOOD   *
      *    WITH MORE ROWS THAN FIT IS NOT MIGRATED, SO NO HISTORY IS   *
      *    LOST.                                                       *
      ******************************************************************
       01  WS-OLD-GOOD-DATA.
           05  WS-ACEC110-OLD              PIC X(275)  VALUE SPACES.
           05  WS-ACEC130-OLD              PIC X(444)  VALUE SPACES.
           05  WS-ACEC210-OLD              PIC X(053)  VALUE SPACES.
           05  WS-ACEC230-OLD              PIC X(101)  VALUE SPACES.
           05  WS-SW-GEO-OLD               PIC X(01)   VALUE 'N'.
               88  WS-GEO-OLD                          VALUE 'S'.
           05  WS-SW-EPC-OLD               PIC X(01)   VALUE 'N'.
               88  WS-EPC-OLD                          VALUE 'S'.
           05  WS-ACEC240-OLD              PIC X(080)  VALUE SPACES.
           05  WS-SW-CAD-OLD               PIC X(01)   VALUE 'N'.
               88  WS-CAD-OLD                          VALUE 'S'.
           05  WS-ORD-NUM-OLD              PIC 9(10)   VALUE ZEROS.
           05  WS-ORD-STATUS-OLD           PIC X(01)   VALUE SPACES.
           05  WS-CNT-DOC-OLD              PIC 9(02)   VALUE ZEROS.
           05  WS-DOC-OLD                  OCCURS 10 TIMES.
               10  WS-DOC-TYP              PIC X(02).
               10  WS-DOC-REFERENCE        PIC X(30).
               10  WS-DOC-DAT-RECEIVED     PIC X(10).
               10  WS-DOC-DAT-EXPIRY       PIC X(10).
               10  WS-DOC-STORAGE          PIC X(30).
               10  WS-DOC-DAT-LAST-MOD     PIC X(10).
           05  WS-CNT-COOWNER-OLD          PIC 9(02)   VALUE ZEROS.
           05  WS-COOWNER-OLD              PIC X(108)
                                           OCCURS 99 TIMES.
           05  WS-CNT-VAL-OLD              PIC 9(03)   VALUE ZEROS.
           05  WS-VAL-OLD                  OCCURS 200 TIMES.
               10  WS-VAL-AMT-OLD          PIC 9(13)V9(02).
               10  WS-VAL-AMT-NEW          PIC 9(13)V9(02).
               10  WS-VAL-USER             PIC X(08).
               10  WS-VAL-DAT-CHANGE       PIC X(10).
           05  WS-CNT-AUD-OLD              PIC 9(03)   VALUE ZEROS.
           05  WS-AUD-OLD                  OCCURS 200 TIMES.
               10  WS-AUD-USER             PIC X(08).
               10  WS-AUD-DAT-PROCESS      PIC X(10).
               10  WS-AUD-OPTION           PIC X(01).
               10  WS-AUD-AMT-OLD          PIC 9(13)V9(02).
               10  WS-AUD-AMT-NEW          PIC 9(13)V9(02).

      ******************************************************************
      *    MARCA QUE SE GRABA EN E110-COMMENTS DEL BIEN ANTIGUO        *
      *    MARKER WRITTEN TO THE OLD GOOD'S E110-COMMENTS              *
      ******************************************************************
       01  WS-MIG-MARKER.
           05  WS-MRK-TEXT                 PIC X(12).
           05  WS-MRK-ENT                  PIC X(04).
           05  WS-MRK-DASH                 PIC X(01).
           05  WS-MRK-NUM                  PIC 9(10).
           05  FILLER                      PIC X(33).

      ******************************************************************
      *    TABLAS DE LA CORRESPONDENCIA (MIGMAP), DE ENTIDADES         *
      *    ANTIGUAS Y DE ENTIDADES NUEVAS, CON LOS ACUMULADOS DEL      *
      *    INFORME DE CONTROL                                          *
      *    MAPPING (MIGMAP), OLD ENTITY AND NEW ENTITY TABLES, WITH    *
      *    THE CONTROL REPORT ACCUMULATORS                             *
      ******************************************************************
       01  WS-MAP-TABLE.
           05  WS-CNT-MAP                  PIC 9(03)   VALUE ZEROS.
           05  WS-MAP-ENTRY                OCCURS 100 TIMES.
               10  WS-MAP-ENT-OLD          PIC X(04).
               10  WS-MAP-BRN-OLD          PIC X(04).
               10  WS-MAP-ENT-NEW          PIC X(04).
               10  WS-MAP-BRN-NEW          PIC X(04).

       01  WS-OLD-ENT-TABLE.
           05  WS-CNT-OLD-ENT              PIC 9(03)   VALUE ZEROS.
           05  WS-OLD-ENTRY                OCCURS 50 TIMES.
               10  WS-OLD-ENT              PIC X(04).
               10  WS-OLD-CNT-BEFORE       PIC 9(07).
               10  WS-OLD-AMT-BEFORE       PIC 9(16)V9(02).
               10  WS-OLD-CNT-MOVED        PIC 9(07).
               10  WS-OLD-AMT-MOVED-OLD    PIC 9(16)V9(02).
               10  WS-OLD-AMT-MOVED-NEW    PIC 9(16)V9(02).
               10  WS-OLD-CNT-UNMAPPED     PIC 9(07).
               10  WS-OLD-AMT-UNMAPPED     PIC 9(16)V9(02).
               10  WS-OLD-CNT-ERROR        PIC 9(07).
               10  WS-OLD-AMT-ERROR        PIC 9(16)V9(02).
               10  WS-OLD-CNT-PND-MOVED    PIC 9(07).
               10  WS-OLD-CNT-PND-LEFT     PIC 9(07).

       01  WS-NEW-ENT-TABLE.
           05  WS-CNT-NEW-ENT              PIC 9(03)   VALUE ZEROS.
           05  WS-NEW-ENTRY                OCCURS 50 TIMES.
               10  WS-NEW-ENT              PIC X(04).
               10  WS-NEW-CNT-GOODS        PIC 9(07).
               10  WS-NEW-AMT-GOODS        PIC 9(16)V9(02).

       01  WS-DEPENDENT-TOTALS.
           05  WS-TOT-COOWNERS             PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-VALUATIONS           PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-AUDIT                PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-GEO                  PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-EPC                  PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-CADASTRE             PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-DOCUMENTS            PIC 9(07)   VALUE ZEROS.
           05  WS-TOT-ORD-CANCEL           PIC 9(07)   VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-SW-MAP-EOF               PIC X(01)   VALUE 'N'.
               88  WS-MAP-EOF                          VALUE 'Y'.
           05  WS-SW-XREF-EOF              PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF                         VALUE 'Y'.
           05  WS-SW-RPO-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RPO-EOF                          VALUE 'Y'.
           05  WS-SW-BROWSE-END            PIC X(01)   VALUE 'N'.
               88  WS-BROWSE-END                       VALUE 'Y'.
           05  WS-SW-ROWS-END              PIC X(01)   VALUE 'N'.
               88  WS-ROWS-END                         VALUE 'Y'.
           05  WS-SW-MAP-FOUND             PIC X(01)   VALUE 'N'.
               88  WS-MAP-FOUND                        VALUE 'S'.
           05  WS-SW-PARAM-OK              PIC X(01)   VALUE 'N'.
               88  WS-PARAM-OK                         VALUE 'S'.
           05  WS-SW-MARKED                PIC X(01)   VALUE 'N'.
               88  WS-GOOD-MARKED                      VALUE 'S'.
           05  WS-SW-ORD-END               PIC X(01)   VALUE 'N'.
               88  WS-ORD-END                          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-PROCESS              PIC X(10)   VALUE SPACES.
           05  WS-CHKPT-FREQ               PIC 9(07)   VALUE ZEROS.
           05  WS-RUN-MODE                 PIC X(01)   VALUE 'S'.
               88  WS-RUN-MIGRATE                      VALUE 'M' 'R'.
               88  WS-RUN-RESTART                      VALUE 'R'.
               88  WS-RUN-SIMULATE                     VALUE 'S'.

      ******************************************************************
      *    POSICION DE PROCESO: FASE ('G' BIENES, 'P' PENDIENTES, 'F'  *
      *    TERMINADO), ENTIDAD ANTIGUA EN CURSO Y ULTIMA CLAVE TRATADA *
      *    PROCESS POSITION: PHASE ('G' GOODS, 'P' PENDING ENTRIES,    *
      *    'F' FINISHED), OLD ENTITY IN PROGRESS AND LAST KEY HANDLED  *
      ******************************************************************
       01  WS-POSITION-FIELDS.
           05  WS-PHASE                    PIC X(01)   VALUE 'G'.
               88  WS-PHASE-GOODS                      VALUE 'G'.
               88  WS-PHASE-PENDING                    VALUE 'P'.
               88  WS-PHASE-FINISHED                   VALUE 'F'.
           05  WS-START-IDX                PIC 9(03)   VALUE 1.
           05  WS-START-NUM                PIC 9(10)   VALUE ZEROS.
           05  WS-NUM-LAST                 PIC 9(10)   VALUE ZEROS.
           05  WS-ENT-OLD                  PIC X(04)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-MOVED                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-ERROR                PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-PND                  PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-XREF                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-SINCE-CHKPT          PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-RPO                  PIC 9(07)   VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WN-IDX-MAP                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-MAP-FOUND            PIC S9(4) COMP VALUE +0.
           05  WN-IDX-OLD                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-NEW                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-ROW                  PIC S9(4) COMP VALUE +0.
           05  WN-IDX-AUX                  PIC S9(4) COMP VALUE +0.
           05  WN-SEQ-OWNER                PIC S9(4) COMP VALUE +0.
           05  WS-PARAM-ENT                PIC X(04)   VALUE SPACES.
           05  WS-PREV-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-FIND-ENT                 PIC X(04)   VALUE SPACES.
           05  WS-FIND-BRN                 PIC X(04)   VALUE SPACES.
           05  WS-RTN-NAME                 PIC X(08)   VALUE SPACES.
           05  WS-DAT-BEFORE               PIC X(10)   VALUE SPACES.
           05  WS-SEQ-BEFORE               PIC 9(09)   VALUE ZEROS.
           05  WS-TYP-AFTER                PIC X(02)   VALUE SPACES.
           05  WS-ORD-FILTER               PIC X(01)   VALUE SPACES.
           05  WS-ORD-NUM-BEFORE           PIC 9(10)   VALUE ZEROS.
           05  WS-OPT-CLOSE                PIC X(01)   VALUE SPACES.
           05  WS-AMT-GOOD                 PIC 9(13)V9(02) VALUE ZEROS.
           05  WS-PND-LAST                 PIC 9(10)   VALUE ZEROS.
           05  WS-PND-USER-REQUEST         PIC X(08)   VALUE SPACES.
           05  WS-PND-DAT-REQUEST          PIC X(10)   VALUE SPACES.
           05  WS-PND-STATUS               PIC X(01)   VALUE SPACES.
           05  WS-ERR-MSG                  PIC X(60)   VALUE SPACES.

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
           05  CA-YES                      PIC X(01)   VALUE 'S'.
           05  CA-TC9C9900                 PIC X(08)   VALUE 'TC9C9900'.
           05  CA-AC8C110S                 PIC X(08)   VALUE 'AC8C110S'.
           05  CA-AC8C130S                 PIC X(08)   VALUE 'AC8C130S'.
           05  CA-AC8C140S                 PIC X(08)   VALUE 'AC8C140S'.
           05  CA-AC8C141S                 PIC X(08)   VALUE 'AC8C141S'.
           05  CA-AC8C150S                 PIC X(08)   VALUE 'AC8C150S'.
           05  CA-AC8C170S                 PIC X(08)   VALUE 'AC8C170S'.
           05  CA-AC8C171S                 PIC X(08)   VALUE 'AC8C171S'.
           05  CA-AC8C180S                 PIC X(08)   VALUE 'AC8C180S'.
           05  CA-AC8C200S                 PIC X(08)   VALUE 'AC8C200S'.
           05  CA-AC8C210S                 PIC X(08)   VALUE 'AC8C210S'.
           05  CA-AC8C220S                 PIC X(08)   VALUE 'AC8C220S'.
           05  CA-AC8C230S                 PIC X(08)   VALUE 'AC8C230S'.
           05  CA-AC8C240S                 PIC X(08)   VALUE 'AC8C240S'.
           05  CA-AC8C250S                 PIC X(08)   VALUE 'AC8C250S'.
           05  CA-AC8C251S                 PIC X(08)   VALUE 'AC8C251S'.
           05  CA-NUM-3                    PIC 9(01)   VALUE 3.
           05  CA-NUM-00                   PIC 9(02)   VALUE 0.
           05  CA-OPE-TYPEREG              PIC X(01)   VALUE '1'.
           05  CA-OPE-TYPEANN              PIC X(01)   VALUE '2'.
           05  CA-OPE-TYPEMODI             PIC X(01)   VALUE '3'.
           05  CA-OPE-TYPEINQ              PIC X(01)   VALUE '4'.
           05  CA-OPE-PND-PARK             PIC X(01)   VALUE '1'.
           05  CA-OPE-PND-REMOVE           PIC X(01)   VALUE '2'.
           05  CA-OPE-PND-BROWSE           PIC X(01)   VALUE '7'.
           05  CA-OPE-ORD-BROWSE           PIC X(01)   VALUE '7'.
           05  CA-ORD-REQUESTED            PIC X(01)   VALUE 'Q'.
           05  CA-ORD-SENT                 PIC X(01)   VALUE 'O'.
           05  CA-ORD-PARKED               PIC X(01)   VALUE 'P'.
           05  CA-ORD-CANCELLED            PIC X(01)   VALUE 'C'.
           05  CA-STATUS-ANNULLED          PIC X(01)   VALUE 'B'.
           05  CA-BATCH-USER               PIC X(08)   VALUE 'BATCHMG '.
           05  CA-BATCH-TERM               PIC X(04)   VALUE 'BTCH'.
           05  CA-MIG-COPY-TERM            PIC X(04)   VALUE 'MCPY'.
           05  CA-BATCH-TRANS              PIC X(04)   VALUE 'B003'.
           05  CA-MRK-TEXT                 PIC X(12)
                                   VALUE 'MIGRATED TO '.
           05  CA-INP-MIGRATE              PIC X(08)   VALUE 'MIGMAP  '.
           05  CA-MAX-MAP                  PIC 9(03)   VALUE 100.
           05  CA-MAX-ENT                  PIC 9(03)   VALUE 50.
           05  CA-MAX-ROWS                 PIC 9(03)   VALUE 200.
           05  CA-MAX-COOWNERS             PIC 9(02)   VALUE 99.
           05  CA-MAX-DOCS                 PIC 9(02)   VALUE 10.

       01  WS-PRINT-LINE                   PIC X(132).

       01  WS-AMT-EDIT                     PIC Z(15)9,99.
       01  WS-AMT-EDIT-2                   PIC Z(15)9,99.
       01  WS-NUM-EDIT                     PIC Z(9)9.
       01  WS-NUM-EDIT-2                   PIC Z(9)9.
       01  WS-CNT-EDIT                     PIC Z(6)9.
       01  WS-CNT-EDIT-2                   PIC Z(6)9.
       01  WS-CNT-EDIT-3                   PIC Z(6)9.
       01  WS-CNT-EDIT-4                   PIC Z(6)9.
       01  WS-CNT-EDIT-5                   PIC Z(6)9.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM READ-PARM

           PERFORM LOAD-MAPPING

           IF  WS-RUN-MIGRATE

               PERFORM REGISTER-RUN-START

           END-IF

           IF  WS-RUN-RESTART

               PERFORM READ-CHECKPOINT

           END-IF

           PERFORM OPEN-XREF

           IF  WS-PHASE-GOODS

               PERFORM MIGRATE-GOODS

               MOVE 'P'                TO WS-PHASE
               MOVE 1                  TO WS-START-IDX
               MOVE ZEROS              TO WS-START-NUM

           END-IF

           IF  WS-PHASE-PENDING

               PERFORM MIGRATE-PENDINGS

           END-IF

           MOVE 'F'                    TO WS-PHASE

           IF  WS-RUN-MIGRATE

               PERFORM TAKE-CHECKPOINT

               PERFORM REGISTER-RUN-END

           END-IF

           CLOSE MIG-XREF-FILE

           PERFORM WRITE-CONTROL-REPORT

           DISPLAY "AC2C1ROS - MODE: "   WS-RUN-MODE
                   "  GOODS READ: "      WS-CNT-READ
                   "  MOVED: "           WS-CNT-MOVED
                   "  ERRORS: "          WS-CNT-ERROR
                   "  PENDING MOVED: "   WS-CNT-PND

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - SOLO 'M' Y 'R' ESCRIBEN EN LA BASE DE DATOS; CUALQUIER     *
      *     OTRO MODO (O MIGPARM VACIO) ES UNA SIMULACION, PARA QUE    *
      *     UN PARAMETRO MAL INFORMADO NUNCA MIGRE POR ERROR.          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ONLY 'M' AND 'R' WRITE TO THE DATABASE; ANY OTHER MODE     *
      *     (OR AN EMPTY MIGPARM) IS A SIMULATION, SO A MISKEYED       *
      *     PARAMETER NEVER MIGRATES BY MISTAKE.                       *
      *B.PR.E                                                          *
      ******************************************************************
       READ-PARM.

           OPEN INPUT MIG-PARM-FILE

           READ MIG-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-PROCESS      TO WS-DAT-PROCESS
                   IF  PARM-CHKPT-FREQ IS NUMERIC
                       MOVE PARM-CHKPT-FREQ   TO WS-CHKPT-FREQ
                   END-IF
                   MOVE PARM-RUN-MODE         TO WS-RUN-MODE
           END-READ

           CLOSE MIG-PARM-FILE

           IF  NOT WS-RUN-MIGRATE
               MOVE 'S'                       TO WS-RUN-MODE
           END-IF.

      ******************************************************************
      *.PN                    LOAD-MAPPING                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - CARGA MIGMAP EN TABLA Y LA VALIDA ANTES DE TOCAR NINGUN    *
      *     BIEN: ENTIDADES INFORMADAS, ANTIGUA DISTINTA DE LA NUEVA,  *
      *     SIN LINEAS DUPLICADAS PARA LA MISMA ENTIDAD/OFICINA        *
      *     ANTIGUA Y SIN ENCADENAR FUSIONES (UNA ENTIDAD ANTIGUA NO   *
      *     PUEDE SER DESTINO DE OTRA LINEA). TODAS LAS ENTIDADES      *
      *     DEBEN TENER PARAMETROS ESTRUCTURALES. CUALQUIER FALLO      *
      *     TERMINA EL PASO CON RC=16.                                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOADS MIGMAP INTO A TABLE AND VALIDATES IT BEFORE ANY      *
      *     GOOD IS TOUCHED: ENTITIES INFORMED, OLD DIFFERENT FROM     *
      *     NEW, NO DUPLICATE LINES FOR THE SAME OLD ENTITY/BRANCH     *
      *     AND NO CHAINED MERGERS (AN OLD ENTITY CANNOT BE THE        *
      *     TARGET OF ANOTHER LINE). EVERY ENTITY MUST HAVE            *
      *     STRUCTURAL PARAMETERS. ANY FAILURE ENDS THE STEP WITH      *
      *     RC=16.                                                     *
      *B.PR.E                                                          *
      ******************************************************************
       LOAD-MAPPING.

           OPEN INPUT MIG-MAP-FILE

           PERFORM UNTIL WS-MAP-EOF

               READ MIG-MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-MAPPING-LINE
               END-READ

           END-PERFORM

           CLOSE MIG-MAP-FILE

           IF  WS-CNT-MAP EQUAL ZEROS
               MOVE "MIGMAP HAS NO MAPPING LINES"  TO WS-ERR-MSG
               PERFORM MIGRATION-ERROR
           END-IF

           PERFORM VARYING WN-IDX-MAP FROM 1 BY 1
                   UNTIL WN-IDX-MAP > WS-CNT-MAP

               PERFORM VARYING WN-IDX-AUX FROM 1 BY 1
                       UNTIL WN-IDX-AUX > WS-CNT-MAP

                   IF  WS-MAP-ENT-NEW(WN-IDX-AUX)
                           EQUAL WS-MAP-ENT-OLD(WN-IDX-MAP)
                       STRING "ENTITY " WS-MAP-ENT-OLD(WN-IDX-MAP)
                              " IS BOTH ABSORBED AND TARGET"
                              DELIMITED BY SIZE INTO WS-ERR-MSG
                       PERFORM MIGRATION-ERROR
                   END-IF

               END-PERFORM

               PERFORM ADD-ENTITY-ENTRIES

           END-PERFORM

           PERFORM VARYING WN-IDX-OLD FROM 1 BY 1
                   UNTIL WN-IDX-OLD > WS-CNT-OLD-ENT

               MOVE WS-OLD-ENT(WN-IDX-OLD)    TO WS-PARAM-ENT
               PERFORM CHECK-ENTITY-PARAMS

           END-PERFORM

           PERFORM VARYING WN-IDX-NEW FROM 1 BY 1
                   UNTIL WN-IDX-NEW > WS-CNT-NEW-ENT

               MOVE WS-NEW-ENT(WN-IDX-NEW)    TO WS-PARAM-ENT
               PERFORM CHECK-ENTITY-PARAMS

           END-PERFORM.

      ******************************************************************
      *.PN                    ADD-MAPPING-LINE                         *
      ******************************************************************
       ADD-MAPPING-LINE.

           IF  N0050-ENT-OLD EQUAL SPACES
               OR N0050-ENT-NEW EQUAL SPACES
               MOVE "MIGMAP LINE WITHOUT OLD OR NEW ENTITY"
                                              TO WS-ERR-MSG
               PERFORM MIGRATION-ERROR
           END-IF

           IF  N0050-ENT-OLD EQUAL N0050-ENT-NEW
               STRING "MIGMAP LINE MAPS ENTITY " N0050-ENT-OLD
                      " TO ITSELF"
                      DELIMITED BY SIZE INTO WS-ERR-MSG
               PERFORM MIGRATION-ERROR
           END-IF

           PERFORM VARYING WN-IDX-MAP FROM 1 BY 1
                   UNTIL WN-IDX-MAP > WS-CNT-MAP

               IF  WS-MAP-ENT-OLD(WN-IDX-MAP) EQUAL N0050-ENT-OLD
                   AND WS-MAP-BRN-OLD(WN-IDX-MAP) EQUAL N0050-BRN-OLD
                   STRING "DUPLICATE MIGMAP LINE FOR "
                          N0050-ENT-OLD "/" N0050-BRN-OLD
                          DELIMITED BY SIZE INTO WS-ERR-MSG
                   PERFORM MIGRATION-ERROR
               END-IF

           END-PERFORM

           IF  WS-CNT-MAP NOT < CA-MAX-MAP
               MOVE "MIGMAP HAS TOO MANY LINES"    TO WS-ERR-MSG
               PERFORM MIGRATION-ERROR
           END-IF

           ADD 1 TO WS-CNT-MAP

           MOVE N0050-ENT-OLD          TO WS-MAP-ENT-OLD(WS-CNT-MAP)
           MOVE N0050-BRN-OLD          TO WS-MAP-BRN-OLD(WS-CNT-MAP)
           MOVE N0050-ENT-NEW          TO WS-MAP-ENT-NEW(WS-CNT-MAP)
           MOVE N0050-BRN-NEW          TO WS-MAP-BRN-NEW(WS-CNT-MAP).

      ******************************************************************
      *.PN                    ADD-ENTITY-ENTRIES                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - ANOTA LA ENTIDAD ANTIGUA Y LA NUEVA DE LA LINEA            *
      *     WN-IDX-MAP EN SUS TABLAS SI AUN NO ESTAN.                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ENTERS THE OLD AND NEW ENTITY OF LINE WN-IDX-MAP IN THEIR  *
      *     TABLES WHEN NOT THERE YET.                                 *
      *B.PR.E                                                          *
      ******************************************************************
       ADD-ENTITY-ENTRIES.

           PERFORM VARYING WN-IDX-OLD FROM 1 BY 1
                   UNTIL WN-IDX-OLD > WS-CNT-OLD-ENT
                      OR WS-OLD-ENT(WN-IDX-OLD)
                             EQUAL WS-MAP-ENT-OLD(WN-IDX-MAP)
               CONTINUE
           END-PERFORM

           IF  WN-IDX-OLD > WS-CNT-OLD-ENT

               IF  WS-CNT-OLD-ENT NOT < CA-MAX-ENT
                   MOVE "MIGMAP HAS TOO MANY OLD ENTITIES"
                                              TO WS-ERR-MSG
                   PERFORM MIGRATION-ERROR
               END-IF

               ADD 1 TO WS-CNT-OLD-ENT
               INITIALIZE WS-OLD-ENTRY(WS-CNT-OLD-ENT)
               MOVE WS-MAP-ENT-OLD(WN-IDX-MAP)
                                    TO WS-OLD-ENT(WS-CNT-OLD-ENT)

           END-IF

           PERFORM VARYING WN-IDX-NEW FROM 1 BY 1
                   UNTIL WN-IDX-NEW > WS-CNT-NEW-ENT
                      OR WS-NEW-ENT(WN-IDX-NEW)
                             EQUAL WS-MAP-ENT-NEW(WN-IDX-MAP)
               CONTINUE
           END-PERFORM

           IF  WN-IDX-NEW > WS-CNT-NEW-ENT

               IF  WS-CNT-NEW-ENT NOT < CA-MAX-ENT
                   MOVE "MIGMAP HAS TOO MANY NEW ENTITIES"
                                              TO WS-ERR-MSG
                   PERFORM MIGRATION-ERROR
               END-IF

               ADD 1 TO WS-CNT-NEW-ENT
               INITIALIZE WS-NEW-ENTRY(WS-CNT-NEW-ENT)
               MOVE WS-MAP-ENT-NEW(WN-IDX-MAP)
                                    TO WS-NEW-ENT(WS-CNT-NEW-ENT)

           END-IF.

      ******************************************************************
      *.PN                    CHECK-ENTITY-PARAMS                      *
      ******************************************************************
       CHECK-ENTITY-PARAMS.

           PERFORM FETCH-ENTITY-PARAMS

           IF  NOT WS-PARAM-OK
               STRING "ENTITY PARAMS NOT FOUND FOR " WS-PARAM-ENT
                      " - RC=" TCEC9900-COD-RETURN
                      DELIMITED BY SIZE INTO WS-ERR-MSG
               PERFORM MIGRATION-ERROR
           END-IF.

      ******************************************************************
      *.PN                    FETCH-ENTITY-PARAMS                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - DEJA EN QBEC999 LOS PARAMETROS DE WS-PARAM-ENT. CADA BIEN  *
      *     SE LEE CON LOS DE SU ENTIDAD ANTIGUA Y SE GRABA CON LOS DE *
      *     LA NUEVA; SOLO SE LLAMA A TC9C9900 AL CAMBIAR DE ENTIDAD.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LEAVES THE PARAMETERS OF WS-PARAM-ENT IN QBEC999. EACH     *
      *     GOOD IS READ WITH ITS OLD ENTITY'S AND WRITTEN WITH THE    *
      *     NEW ONE'S; TC9C9900 IS ONLY CALLED WHEN THE ENTITY         *
      *     CHANGES.                                                   *
      *B.PR.E                                                          *
      ******************************************************************
       FETCH-ENTITY-PARAMS.

           IF  WS-PARAM-ENT NOT EQUAL WS-PREV-ENT

               INITIALIZE TCEC9900

               MOVE CA-NUM-3               TO TCEC9900-OPTION
               MOVE WS-PARAM-ENT           TO TCEC9900-KEY
               MOVE SPACES                 TO TCEC9900-COD-LNGKEY

               CALL CA-TC9C9900 USING TCEC9900

               IF  TCEC9900-COD-RETURN EQUAL CA-NUM-00
                   MOVE TCEC9900-DATA-PARAM    TO QBEC999-DATA-PARAM
                   MOVE WS-PARAM-ENT           TO WS-PREV-ENT
                   SET WS-PARAM-OK             TO TRUE
               ELSE
                   MOVE SPACES                 TO WS-PREV-ENT
                   MOVE 'N'                    TO WS-SW-PARAM-OK
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    USE-ENTITY-PARAMS                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMO FETCH-ENTITY-PARAMS, PERO DENTRO DEL PROCESO DE UN    *
      *     BIEN O PENDIENTE: UN FALLO LO MARCA EN ERROR.              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - AS FETCH-ENTITY-PARAMS, BUT WITHIN THE PROCESSING OF A     *
      *     GOOD OR PENDING ENTRY: A FAILURE FLAGS IT IN ERROR.        *
      *B.PR.E                                                          *
      ******************************************************************
       USE-ENTITY-PARAMS.

           PERFORM FETCH-ENTITY-PARAMS

           IF  NOT WS-PARAM-OK
               SET N0051-RES-ERROR     TO TRUE
               STRING "ENTITY PARAMS NOT FOUND FOR " WS-PARAM-ENT
                      " - RC=" TCEC9900-COD-RETURN
                      DELIMITED BY SIZE INTO N0051-DES-RESULT
           END-IF.

      ******************************************************************
      *.PN                    MIGRATION-ERROR                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN MIGMAP INCORRECTO O UN FALLO DEL RECORRIDO DETIENEN EL  *
      *     PASO CON RETURN-CODE 16. LO YA MIGRADO QUEDA MARCADO Y UNA *
      *     NUEVA EJECUCION (O UN REARRANQUE) NO LO REPITE.            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A WRONG MIGMAP OR A BROWSE FAILURE STOPS THE STEP WITH     *
      *     RETURN-CODE 16. WHAT WAS ALREADY MIGRATED IS MARKED AND A  *
      *     NEW RUN (OR A RESTART) DOES NOT REPEAT IT.                 *
      *B.PR.E                                                          *
      ******************************************************************
       MIGRATION-ERROR.

           DISPLAY "AC2C1ROS - MIGRATION ERROR: " WS-ERR-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      *.PN                    OPEN-XREF                                *
      *                                                                *
      *A.PR.S                                                          *
      *   - EN UN REARRANQUE MIGXREF SE REPOSICIONA EN EL NUMERO DE    *
      *     REGISTROS CONFIRMADO POR EL CHECKPOINT, IGUAL QUE GOODLOG  *
      *     EN AC2C0ROS. LOS BIENES TRATADOS DESPUES DEL CHECKPOINT SE *
      *     VUELVEN A ENCONTRAR, YA MARCADOS, Y SE ANOTAN COMO 'A'     *
      *     CON SU CLAVE NUEVA.                                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ON A RESTART MIGXREF IS REPOSITIONED TO THE RECORD COUNT   *
      *     THE CHECKPOINT COMMITTED, SAME AS GOODLOG IN AC2C0ROS.     *
      *     GOODS HANDLED AFTER THE CHECKPOINT ARE MET AGAIN, ALREADY  *
      *     MARKED, AND ARE LOGGED AS 'A' WITH THEIR NEW KEY.          *
      *B.PR.E                                                          *
      ******************************************************************
       OPEN-XREF.

           IF  WS-RUN-RESTART
               PERFORM REPOSITION-XREF
           ELSE
               OPEN OUTPUT MIG-XREF-FILE
           END-IF.

      ******************************************************************
      *.PN                    REPOSITION-XREF                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - COPIA A XRFWORK LOS PRIMEROS CHKP-CNT-XREF REGISTROS DE    *
      *     MIGXREF, REESCRIBE MIGXREF DESDE LA COPIA Y LO DEJA        *
      *     ABIERTO EN SALIDA PARA SEGUIR GRABANDO A CONTINUACION.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COPIES TO XRFWORK THE FIRST CHKP-CNT-XREF RECORDS OF       *
      *     MIGXREF, REWRITES MIGXREF FROM THE COPY AND LEAVES IT      *
      *     OPEN FOR OUTPUT SO WRITING CONTINUES RIGHT AFTER THEM.     *
      *B.PR.E                                                          *
      ******************************************************************
       REPOSITION-XREF.

           MOVE 'N'                    TO WS-SW-RPO-EOF
           MOVE ZEROS                  TO WS-CNT-RPO

           OPEN INPUT  MIG-XREF-FILE
           OPEN OUTPUT XREF-WORK-FILE

           PERFORM UNTIL WS-CNT-RPO >= WS-CNT-XREF
                      OR WS-RPO-EOF

               READ MIG-XREF-FILE
                   AT END
                       SET WS-RPO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-RPO
                       MOVE ACNC0051       TO XREF-WORK-RECORD
                       WRITE XREF-WORK-RECORD
               END-READ

           END-PERFORM

           CLOSE MIG-XREF-FILE
                 XREF-WORK-FILE

           MOVE WS-CNT-RPO             TO WS-CNT-XREF

           MOVE 'N'                    TO WS-SW-RPO-EOF

           OPEN INPUT  XREF-WORK-FILE
           OPEN OUTPUT MIG-XREF-FILE

           PERFORM UNTIL WS-RPO-EOF

               READ XREF-WORK-FILE
                   AT END
                       SET WS-RPO-EOF TO TRUE
                   NOT AT END
                       WRITE ACNC0051 FROM XREF-WORK-RECORD
               END-READ

           END-PERFORM

           CLOSE XREF-WORK-FILE.

      ******************************************************************
      *.PN                    TAKE-CHECKPOINT                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - GRABA EN MIGCHKP LA FASE, LA ENTIDAD ANTIGUA EN CURSO, LA  *
      *     ULTIMA CLAVE TRATADA (NUMERO DE BIEN O DE PENDIENTE), LOS  *
      *     REGISTROS ESCRITOS EN MIGXREF Y LOS CONTADORES. EL FICHERO *
      *     SE REESCRIBE ENTERO (UN SOLO REGISTRO).                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - WRITES TO MIGCHKP THE PHASE, THE OLD ENTITY IN PROGRESS,   *
      *     THE LAST KEY HANDLED (GOOD OR PENDING NUMBER), THE RECORDS *
      *     WRITTEN TO MIGXREF AND THE COUNTERS. THE FILE IS REWRITTEN *
      *     WHOLE (A SINGLE RECORD).                                   *
      *B.PR.E                                                          *
      ******************************************************************
       TAKE-CHECKPOINT.

           OPEN OUTPUT MIG-CHKPT-FILE

           MOVE WS-DAT-PROCESS         TO CHKP-DAT-PROCESS
           MOVE WS-PHASE               TO CHKP-PHASE
           MOVE WN-IDX-OLD             TO CHKP-IDX-ENT
           MOVE WS-NUM-LAST            TO CHKP-NUM-LAST
           MOVE WS-CNT-XREF            TO CHKP-CNT-XREF
           MOVE WS-CNT-READ            TO CHKP-CNT-READ
           MOVE WS-CNT-MOVED           TO CHKP-CNT-MOVED
           MOVE WS-CNT-ERROR           TO CHKP-CNT-ERROR
           MOVE WS-CNT-PND             TO CHKP-CNT-PND

           WRITE MIG-CHKPT-RECORD

           CLOSE MIG-CHKPT-FILE

           MOVE ZEROS                  TO WS-CNT-SINCE-CHKPT.

      ******************************************************************
      *.PN                    READ-CHECKPOINT                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - EN MODO REARRANQUE, RECUPERA LA POSICION Y LOS CONTADORES  *
      *     DE LA EJECUCION INTERRUMPIDA. SIN CHECKPOINT, EL           *
      *     REARRANQUE EMPIEZA DESDE EL PRINCIPIO (LOS BIENES YA       *
      *     MARCADOS NO SE MIGRAN DOS VECES).                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - IN RESTART MODE, RECOVERS THE POSITION AND COUNTERS OF     *
      *     THE INTERRUPTED RUN. WITH NO CHECKPOINT THE RESTART        *
      *     STARTS FROM THE BEGINNING (GOODS ALREADY MARKED ARE NOT    *
      *     MIGRATED TWICE).                                           *
      *B.PR.E                                                          *
      ******************************************************************
       READ-CHECKPOINT.

           OPEN INPUT MIG-CHKPT-FILE

           READ MIG-CHKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CHKP-PHASE         TO WS-PHASE
                   MOVE CHKP-IDX-ENT       TO WS-START-IDX
                   MOVE CHKP-NUM-LAST      TO WS-START-NUM
                   MOVE CHKP-CNT-XREF      TO WS-CNT-XREF
                   MOVE CHKP-CNT-READ      TO WS-CNT-READ
                   MOVE CHKP-CNT-MOVED     TO WS-CNT-MOVED
                   MOVE CHKP-CNT-ERROR     TO WS-CNT-ERROR
                   MOVE CHKP-CNT-PND       TO WS-CNT-PND
           END-READ

           CLOSE MIG-CHKPT-FILE

           IF  WS-START-IDX EQUAL ZEROS
               MOVE 1                  TO WS-START-IDX
           END-IF

           DISPLAY "AC2C1ROS - RESTART AT PHASE " WS-PHASE
                   " ENTITY " WS-START-IDX
                   " AFTER KEY " WS-START-NUM.

      ******************************************************************
      *.PN                    COUNT-AND-CHECKPOINT                     *
      ******************************************************************
       COUNT-AND-CHECKPOINT.

           WRITE ACNC0051

           ADD 1 TO WS-CNT-XREF

           ADD 1 TO WS-CNT-SINCE-CHKPT

           IF  WS-RUN-MIGRATE
               AND WS-CHKPT-FREQ > ZEROS
               AND WS-CNT-SINCE-CHKPT >= WS-CHKPT-FREQ

               PERFORM TAKE-CHECKPOINT

           END-IF.

      ******************************************************************
      *.PN                    MIGRATE-GOODS                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE CON AC8C180S TODOS LOS BIENES (CUALQUIER ESTADO)   *
      *     DE CADA ENTIDAD ANTIGUA DE MIGMAP, POR ORDEN DE NUMERO.    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BROWSES WITH AC8C180S EVERY GOOD (ANY STATUS) OF EACH OLD  *
      *     ENTITY IN MIGMAP, IN GOOD NUMBER ORDER.                    *
      *B.PR.E                                                          *
      ******************************************************************
       MIGRATE-GOODS.

           PERFORM VARYING WN-IDX-OLD FROM WS-START-IDX BY 1
                   UNTIL WN-IDX-OLD > WS-CNT-OLD-ENT

               MOVE WS-OLD-ENT(WN-IDX-OLD)    TO WS-ENT-OLD

               IF  WN-IDX-OLD EQUAL WS-START-IDX
                   MOVE WS-START-NUM          TO WS-NUM-LAST
               ELSE
                   MOVE ZEROS                 TO WS-NUM-LAST
               END-IF

               MOVE 'N'                       TO WS-SW-BROWSE-END

               PERFORM BROWSE-NEXT-GOOD

               PERFORM UNTIL WS-BROWSE-END

                   MOVE E180-NUM-GOOD         TO WS-NUM-LAST

                   PERFORM MIGRATE-ONE-GOOD

                   PERFORM COUNT-AND-CHECKPOINT

                   PERFORM BROWSE-NEXT-GOOD

               END-PERFORM

           END-PERFORM.

      ******************************************************************
      *.PN                    BROWSE-NEXT-GOOD                         *
      ******************************************************************
       BROWSE-NEXT-GOOD.

           MOVE WS-ENT-OLD             TO WS-PARAM-ENT

           PERFORM FETCH-ENTITY-PARAMS

           INITIALIZE VA-ACEC180-01
                      VA-ACEC000-01

           MOVE WS-ENT-OLD             TO E180-ENT-FROM
           MOVE WS-ENT-OLD             TO E180-ENT-TO
           MOVE WS-ENT-OLD             TO E180-ENT-LAST
           MOVE WS-NUM-LAST            TO E180-NUM-GOOD-LAST
           MOVE SPACES                 TO E180-STATUS-FILTER
           MOVE SPACES                 TO E180-TYP-FILTER

           CALL CA-AC8C180S   USING VA-ACEC180-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE "AC8C180S BROWSE ERROR"   TO WS-ERR-MSG
               PERFORM MIGRATION-ERROR
           END-IF

           IF  E180-FLG-FOUND EQUAL CA-YES
               ADD 1 TO WS-CNT-READ
           ELSE
               SET WS-BROWSE-END TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    MIGRATE-ONE-GOOD                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - LEE EL BIEN ANTIGUO. SI YA LLEVA LA MARCA DE MIGRADO SOLO  *
      *     SE ANOTA SU CLAVE NUEVA ('A'). SI NO, BUSCA SU LINEA DE    *
      *     MIGMAP ('U' SI NO HAY), LEE TODOS SUS DATOS DEPENDIENTES   *
      *     Y, EN SIMULACION, SE LIMITA A ANOTARLO ('S'); EN MIGRACION *
      *     LO COPIA A LA ENTIDAD NUEVA Y CIERRA EL ANTIGUO ('M').     *
      *     CUALQUIER FALLO DE RUTINA DEJA EL BIEN EN ERROR ('E') Y EL *
      *     PROCESO SIGUE CON EL SIGUIENTE.                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - READS THE OLD GOOD. WHEN IT ALREADY CARRIES THE MIGRATED   *
      *     MARKER ONLY ITS NEW KEY IS LOGGED ('A'). OTHERWISE IT      *
      *     LOOKS FOR ITS MIGMAP LINE ('U' WHEN THERE IS NONE), READS  *
      *     ALL ITS DEPENDENT DATA AND, IN SIMULATION, JUST LOGS IT    *
      *     ('S'); WHEN MIGRATING IT COPIES IT TO THE NEW ENTITY AND   *
      *     CLOSES THE OLD ONE ('M'). ANY ROUTINE FAILURE LEAVES THE   *
      *     GOOD IN ERROR ('E') AND THE RUN GOES ON WITH THE NEXT.     *
      *B.PR.E                                                          *
      ******************************************************************
       MIGRATE-ONE-GOOD.

           INITIALIZE ACNC0051

           SET N0051-REC-GOOD          TO TRUE
           MOVE WS-ENT-OLD             TO N0051-ENT-OLD
           MOVE E180-NUM-GOOD          TO N0051-NUM-OLD
           MOVE WS-DAT-PROCESS         TO N0051-DAT-PROCESS
           MOVE 'N'                    TO N0051-FLG-GEO
           MOVE 'N'                    TO N0051-FLG-EPC
           MOVE 'N'                    TO N0051-FLG-CADASTRE

           PERFORM READ-OLD-GOOD

           IF  NOT N0051-RES-ERROR
               AND WS-GOOD-MARKED

               PERFORM TAKE-MARKER-KEY

           END-IF

           IF  NOT N0051-RES-ERROR
               AND NOT WS-GOOD-MARKED

               MOVE N0051-ENT-OLD          TO WS-FIND-ENT
               MOVE N0051-BRN-OLD          TO WS-FIND-BRN

               PERFORM FIND-MAPPING

               IF  WS-MAP-FOUND

                   MOVE WS-MAP-ENT-NEW(WN-IDX-MAP-FOUND)
                                           TO N0051-ENT-NEW
                   MOVE WS-MAP-BRN-NEW(WN-IDX-MAP-FOUND)
                                           TO N0051-BRN-NEW
                   IF  N0051-BRN-NEW EQUAL SPACES
                       MOVE N0051-BRN-OLD  TO N0051-BRN-NEW
                   END-IF

                   PERFORM GATHER-OLD-DATA

                   IF  NOT N0051-RES-ERROR
                       IF  WS-RUN-MIGRATE
                           PERFORM COPY-TO-NEW-ENTITY
                       ELSE
                           PERFORM SIMULATE-NEW-GOOD
                       END-IF
                   END-IF

               ELSE

                   SET N0051-RES-UNMAPPED  TO TRUE
                   MOVE "NO MIGMAP LINE FOR BRANCH"
                                           TO N0051-DES-RESULT

               END-IF

           END-IF

           EVALUATE TRUE
               WHEN N0051-RES-MIGRATED
               WHEN N0051-RES-ALREADY
                   ADD 1 TO WS-CNT-MOVED
               WHEN N0051-RES-ERROR
                   ADD 1 TO WS-CNT-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *.PN                    SIMULATE-NEW-GOOD                        *
      *                                                                *
      *A.PR.S                                                          *
      *   - EN SIMULACION NO SE GRABA NADA: EL IMPORTE NUEVO ES EL     *
      *     ANTIGUO Y LOS CONTADORES DAN LAS FILAS QUE SE TRASLADARIAN.*
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - IN SIMULATION NOTHING IS WRITTEN: THE NEW AMOUNT IS THE    *
      *     OLD ONE AND THE COUNTERS GIVE THE ROWS THAT WOULD BE       *
      *     CARRIED OVER.                                              *
      *B.PR.E                                                          *
      ******************************************************************
       SIMULATE-NEW-GOOD.

           SET N0051-RES-SIMULATED     TO TRUE
           MOVE N0051-AMT-OLD          TO N0051-AMT-NEW
           MOVE WS-CNT-COOWNER-OLD     TO N0051-CNT-COOWNERS
           MOVE WS-CNT-VAL-OLD         TO N0051-CNT-VALUATIONS
           MOVE WS-CNT-AUD-OLD         TO N0051-CNT-AUDIT

           IF  WS-GEO-OLD
               MOVE CA-YES             TO N0051-FLG-GEO
           END-IF

           IF  WS-EPC-OLD
               MOVE CA-YES             TO N0051-FLG-EPC
           END-IF

           IF  WS-CAD-OLD
               MOVE CA-YES             TO N0051-FLG-CADASTRE
           END-IF

           MOVE WS-CNT-DOC-OLD         TO N0051-CNT-DOCUMENTS
           MOVE WS-ORD-NUM-OLD         TO N0051-NUM-ORDER
           MOVE WS-ORD-STATUS-OLD      TO N0051-STATUS-ORDER

           MOVE "SIMULATED, NOT MOVED" TO N0051-DES-RESULT.

      ******************************************************************
      *.PN                    READ-OLD-GOOD                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA EL BIEN ANTIGUO (AC8C110S OPCION 4), GUARDA SU    *
      *     AREA COMPLETA Y MIRA SI SU COMENTARIO LLEVA LA MARCA DE    *
      *     MIGRADO.                                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE OLD GOOD (AC8C110S OPTION 4), SAVES ITS WHOLE *
      *     AREA AND CHECKS WHETHER ITS COMMENT CARRIES THE MIGRATED   *
      *     MARKER.                                                    *
      *B.PR.E                                                          *
      ******************************************************************
       READ-OLD-GOOD.

           MOVE 'N'                    TO WS-SW-MARKED

           MOVE N0051-ENT-OLD          TO WS-PARAM-ENT

           PERFORM USE-ENTITY-PARAMS

           IF  NOT N0051-RES-ERROR

               INITIALIZE VA-ACEC110-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ         TO E110-OPTION
               MOVE N0051-ENT-OLD          TO E110-ENT
               MOVE N0051-NUM-OLD          TO E110-NUM-GOOD

               CALL CA-AC8C110S   USING VA-ACEC110-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C110S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE VA-ACEC110-01      TO WS-ACEC110-OLD
                   MOVE E110-BRN-GOOD      TO N0051-BRN-OLD
                   MOVE E110-STATUS-GOOD   TO N0051-STATUS-GOOD
                   MOVE E110-FCC-GOOD      TO N0051-FCC-GOOD
                   MOVE E110-AMT-GOOD      TO N0051-AMT-OLD
                   MOVE E110-COMMENTS      TO WS-MIG-MARKER
                   IF  WS-MRK-TEXT EQUAL CA-MRK-TEXT
                       AND WS-MRK-NUM IS NUMERIC
                       SET WS-GOOD-MARKED  TO TRUE
                   END-IF
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    TAKE-MARKER-KEY                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - BIEN YA MIGRADO EN UNA EJECUCION ANTERIOR: LA CLAVE NUEVA  *
      *     SE TOMA DE LA MARCA Y EL BIEN NUEVO SE RELEE PARA EL       *
      *     IMPORTE DE CONTROL DESPUES DE LA MIGRACION.                *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - GOOD ALREADY MIGRATED BY AN EARLIER RUN: THE NEW KEY IS    *
      *     TAKEN FROM THE MARKER AND THE NEW GOOD IS READ BACK FOR    *
      *     THE AFTER-MIGRATION CONTROL AMOUNT.                        *
      *B.PR.E                                                          *
      ******************************************************************
       TAKE-MARKER-KEY.

           MOVE WS-MRK-ENT             TO N0051-ENT-NEW
           MOVE WS-MRK-NUM             TO N0051-NUM-NEW

           PERFORM READ-BACK-NEW-GOOD

           IF  NOT N0051-RES-ERROR
               SET N0051-RES-ALREADY   TO TRUE
               MOVE "ALREADY MIGRATED" TO N0051-DES-RESULT
           END-IF.

      ******************************************************************
      *.PN                    READ-BACK-NEW-GOOD                       *
      ******************************************************************
       READ-BACK-NEW-GOOD.

           MOVE N0051-ENT-NEW          TO WS-PARAM-ENT

           PERFORM USE-ENTITY-PARAMS

           IF  NOT N0051-RES-ERROR

               INITIALIZE VA-ACEC110-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ         TO E110-OPTION
               MOVE N0051-ENT-NEW          TO E110-ENT
               MOVE N0051-NUM-NEW          TO E110-NUM-GOOD

               CALL CA-AC8C110S   USING VA-ACEC110-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C110S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE E110-BRN-GOOD      TO N0051-BRN-NEW
                   MOVE E110-AMT-GOOD      TO N0051-AMT-NEW
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    FIND-MAPPING                             *
      *                                                                *
      *A.PR.S                                                          *
      *   - BUSCA LA LINEA DE MIGMAP DE WS-FIND-ENT/WS-FIND-BRN:       *
      *     PRIMERO LA DE LA OFICINA EXACTA Y, SI NO HAY, LA DE        *
      *     OFICINA EN BLANCO (RESTO DE OFICINAS DE LA ENTIDAD).       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOOKS FOR THE MIGMAP LINE OF WS-FIND-ENT/WS-FIND-BRN:      *
      *     FIRST THE EXACT BRANCH AND, WHEN THERE IS NONE, THE BLANK  *
      *     BRANCH LINE (EVERY OTHER BRANCH OF THE ENTITY).            *
      *B.PR.E                                                          *
      ******************************************************************
       FIND-MAPPING.

           MOVE 'N'                    TO WS-SW-MAP-FOUND
           MOVE ZEROS                  TO WN-IDX-MAP-FOUND

           PERFORM VARYING WN-IDX-MAP FROM 1 BY 1
                   UNTIL WN-IDX-MAP > WS-CNT-MAP
                      OR WS-MAP-FOUND

               IF  WS-MAP-ENT-OLD(WN-IDX-MAP) EQUAL WS-FIND-ENT
                   AND WS-MAP-BRN-OLD(WN-IDX-MAP) EQUAL WS-FIND-BRN
                   SET WS-MAP-FOUND        TO TRUE
                   MOVE WN-IDX-MAP         TO WN-IDX-MAP-FOUND
               END-IF

           END-PERFORM

           PERFORM VARYING WN-IDX-MAP FROM 1 BY 1
                   UNTIL WN-IDX-MAP > WS-CNT-MAP
                      OR WS-MAP-FOUND

               IF  WS-MAP-ENT-OLD(WN-IDX-MAP) EQUAL WS-FIND-ENT
                   AND WS-MAP-BRN-OLD(WN-IDX-MAP) EQUAL SPACES
                   SET WS-MAP-FOUND        TO TRUE
                   MOVE WN-IDX-MAP         TO WN-IDX-MAP-FOUND
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    SET-ROUTINE-ERROR                        *
      ******************************************************************
       SET-ROUTINE-ERROR.

           SET N0051-RES-ERROR         TO TRUE

           MOVE SPACES                 TO N0051-DES-RESULT

           STRING WS-RTN-NAME " RC=" E000-SW-COD-RTN
                  " ERR=" E000-ERRCOD
                  DELIMITED BY SIZE INTO N0051-DES-RESULT.

      ******************************************************************
      *.PN                    GATHER-OLD-DATA                          *
      *                                                                *
      *A.PR.S                                                          *
      *   - LEE TODO LO QUE CUELGA DEL BIEN ANTIGUO ANTES DE ESCRIBIR  *
      *     NADA: DATOS DE BIEN RAIZ, COPROPIETARIOS, HISTORICO DE     *
      *     VALORACION, PISTA DE AUDITORIA, COORDENADAS, CERTIFICADO   *
      *     ENERGETICO, VALOR CATASTRAL, DOCUMENTOS Y ORDEN DE         *
      *     TASACION VIVA. ASI UN FALLO DE LECTURA NO DEJA UN BIEN     *
      *     NUEVO A MEDIAS. LOS PARAMETROS EN USO SON LOS DE LA        *
      *     ENTIDAD ANTIGUA (READ-OLD-GOOD).                           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - READS EVERYTHING HANGING FROM THE OLD GOOD BEFORE ANYTHING *
      *     IS WRITTEN: REAL ESTATE DATA, CO-OWNERS, VALUATION         *
      *     HISTORY, AUDIT TRAIL, COORDINATES, ENERGY CERTIFICATE,     *
      *     CADASTRAL VALUE, DOCUMENTS AND LIVE APPRAISAL ORDER, SO A  *
      *     READ FAILURE NEVER LEAVES A HALF-BUILT NEW GOOD. THE       *
      *     PARAMETERS IN USE ARE THE OLD ENTITY'S (READ-OLD-GOOD).    *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-DATA.

           INITIALIZE VA-ACEC130-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E130-OPTION
           MOVE N0051-ENT-OLD          TO E130-ENT
           MOVE N0051-NUM-OLD          TO E130-NUM-GOOD

           CALL CA-AC8C130S   USING VA-ACEC130-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE CA-AC8C130S        TO WS-RTN-NAME
               PERFORM SET-ROUTINE-ERROR
           ELSE
               MOVE VA-ACEC130-01      TO WS-ACEC130-OLD
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM GATHER-OLD-COOWNERS
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM GATHER-OLD-VALUATIONS
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM GATHER-OLD-AUDIT
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM GATHER-OLD-GEO-EPC
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM GATHER-OLD-CADASTRE
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM GATHER-OLD-DOCUMENTS
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM GATHER-OLD-ORDER
           END-IF.

      ******************************************************************
      *.PN                    GATHER-OLD-COOWNERS                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - CONSULTA FILA A FILA LOS COPROPIETARIOS (AC8C150S OPCION   *
      *     4, SECUENCIAS 1 A 99) HASTA EL PRIMER HUECO, COMO          *
      *     ACOC0ROS.                                                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - INQUIRES THE CO-OWNERS ROW BY ROW (AC8C150S OPTION 4,      *
      *     SEQUENCES 1 TO 99) UP TO THE FIRST GAP, AS ACOC0ROS DOES.  *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-COOWNERS.

           MOVE ZEROS                  TO WS-CNT-COOWNER-OLD
           MOVE 'N'                    TO WS-SW-ROWS-END
           MOVE ZEROS                  TO WN-SEQ-OWNER

           PERFORM UNTIL WS-ROWS-END

               ADD 1 TO WN-SEQ-OWNER

               INITIALIZE VA-ACEC150-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ     TO E150-OPTION
               MOVE N0051-ENT-OLD      TO E150-ENT
               MOVE N0051-NUM-OLD      TO E150-NUM-GOOD
               MOVE WN-SEQ-OWNER       TO E150-SEQ-OWNER

               CALL CA-AC8C150S   USING VA-ACEC150-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN E000-SW-RTN-OK
                       ADD 1 TO WS-CNT-COOWNER-OLD
                       MOVE VA-ACEC150-01
                               TO WS-COOWNER-OLD(WS-CNT-COOWNER-OLD)

                   WHEN E000-SW-RTN-DB2
                       MOVE CA-AC8C150S    TO WS-RTN-NAME
                       PERFORM SET-ROUTINE-ERROR
                       SET WS-ROWS-END     TO TRUE

                   WHEN OTHER
                       SET WS-ROWS-END     TO TRUE

               END-EVALUATE

               IF  WN-SEQ-OWNER NOT < CA-MAX-COOWNERS
                   SET WS-ROWS-END         TO TRUE
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    GATHER-OLD-VALUATIONS                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - PAGINA EL HISTORICO DE VALORACION (AC8C141S, DE LA FILA    *
      *     MAS RECIENTE A LA MAS ANTIGUA) EN LA TABLA WS-VAL-OLD. UN  *
      *     HISTORICO QUE NO CABE DEJA EL BIEN EN ERROR.               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PAGES THE VALUATION HISTORY (AC8C141S, NEWEST ROW TO       *
      *     OLDEST) INTO THE WS-VAL-OLD TABLE. A HISTORY THAT DOES NOT *
      *     FIT LEAVES THE GOOD IN ERROR.                              *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-VALUATIONS.

           MOVE ZEROS                  TO WS-CNT-VAL-OLD
           MOVE 'N'                    TO WS-SW-ROWS-END
           MOVE SPACES                 TO WS-DAT-BEFORE
           MOVE ZEROS                  TO WS-SEQ-BEFORE

           PERFORM UNTIL WS-ROWS-END

               INITIALIZE VA-ACEC141-01
                          VA-ACEC000-01

               MOVE N0051-ENT-OLD      TO E141-ENT
               MOVE N0051-NUM-OLD      TO E141-NUM-GOOD
               MOVE WS-DAT-BEFORE      TO E141-DAT-BEFORE
               MOVE WS-SEQ-BEFORE      TO E141-SEQ-BEFORE

               CALL CA-AC8C141S   USING VA-ACEC141-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN NOT E000-SW-RTN-OK
                       MOVE CA-AC8C141S    TO WS-RTN-NAME
                       PERFORM SET-ROUTINE-ERROR
                       SET WS-ROWS-END     TO TRUE

                   WHEN E141-FLG-FOUND NOT EQUAL CA-YES
                       SET WS-ROWS-END     TO TRUE

                   WHEN WS-CNT-VAL-OLD NOT < CA-MAX-ROWS
                       SET N0051-RES-ERROR TO TRUE
                       MOVE "VALUATION HISTORY TOO LONG TO MIGRATE"
                                           TO N0051-DES-RESULT
                       SET WS-ROWS-END     TO TRUE

                   WHEN OTHER
                       ADD 1 TO WS-CNT-VAL-OLD
                       MOVE E141-AMT-OLD
                               TO WS-VAL-AMT-OLD(WS-CNT-VAL-OLD)
                       MOVE E141-AMT-NEW
                               TO WS-VAL-AMT-NEW(WS-CNT-VAL-OLD)
                       MOVE E141-USER
                               TO WS-VAL-USER(WS-CNT-VAL-OLD)
                       MOVE E141-DAT-CHANGE
                               TO WS-VAL-DAT-CHANGE(WS-CNT-VAL-OLD)
                       MOVE E141-DAT-CHANGE    TO WS-DAT-BEFORE
                       MOVE E141-SEQ-ROW       TO WS-SEQ-BEFORE

               END-EVALUATE

           END-PERFORM.

      ******************************************************************
      *.PN                    GATHER-OLD-AUDIT                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - IGUAL QUE GATHER-OLD-VALUATIONS, SOBRE LA PISTA DE         *
      *     AUDITORIA DEL BIEN (AC8C171S FILTRADO POR ENTIDAD Y        *
      *     NUMERO DE BIEN).                                           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SAME AS GATHER-OLD-VALUATIONS, OVER THE GOOD'S AUDIT       *
      *     TRAIL (AC8C171S FILTERED BY ENTITY AND GOOD NUMBER).       *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-AUDIT.

           MOVE ZEROS                  TO WS-CNT-AUD-OLD
           MOVE 'N'                    TO WS-SW-ROWS-END
           MOVE SPACES                 TO WS-DAT-BEFORE
           MOVE ZEROS                  TO WS-SEQ-BEFORE

           PERFORM UNTIL WS-ROWS-END

               INITIALIZE VA-ACEC171-01
                          VA-ACEC000-01

               MOVE N0051-ENT-OLD      TO E171-ENT-FILTER
               MOVE N0051-NUM-OLD      TO E171-NUM-GOOD-FILTER
               MOVE SPACES             TO E171-USER-FILTER
               MOVE SPACES             TO E171-DAT-FROM
               MOVE SPACES             TO E171-DAT-TO
               MOVE WS-DAT-BEFORE      TO E171-DAT-BEFORE
               MOVE WS-SEQ-BEFORE      TO E171-SEQ-BEFORE

               CALL CA-AC8C171S   USING VA-ACEC171-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN NOT E000-SW-RTN-OK
                       MOVE CA-AC8C171S    TO WS-RTN-NAME
                       PERFORM SET-ROUTINE-ERROR
                       SET WS-ROWS-END     TO TRUE

                   WHEN E171-FLG-FOUND NOT EQUAL CA-YES
                       SET WS-ROWS-END     TO TRUE

                   WHEN WS-CNT-AUD-OLD NOT < CA-MAX-ROWS
                       SET N0051-RES-ERROR TO TRUE
                       MOVE "AUDIT TRAIL TOO LONG TO MIGRATE"
                                           TO N0051-DES-RESULT
                       SET WS-ROWS-END     TO TRUE

                   WHEN OTHER
                       ADD 1 TO WS-CNT-AUD-OLD
                       MOVE E171-STP-USER
                               TO WS-AUD-USER(WS-CNT-AUD-OLD)
                       MOVE E171-DAT-PROCESS
                               TO WS-AUD-DAT-PROCESS(WS-CNT-AUD-OLD)
                       MOVE E171-OPTION
                               TO WS-AUD-OPTION(WS-CNT-AUD-OLD)
                       MOVE E171-AMT-OLD
                               TO WS-AUD-AMT-OLD(WS-CNT-AUD-OLD)
                       MOVE E171-AMT-NEW
                               TO WS-AUD-AMT-NEW(WS-CNT-AUD-OLD)
                       MOVE E171-DAT-PROCESS   TO WS-DAT-BEFORE
                       MOVE E171-SEQ-ROW       TO WS-SEQ-BEFORE

               END-EVALUATE

           END-PERFORM.

      ******************************************************************
      *.PN                    GATHER-OLD-GEO-EPC                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - COORDENADAS (AC8C210S) Y CERTIFICADO ENERGETICO (AC8C230S) *
      *     SON FILAS OPCIONALES: SU AUSENCIA NO ES ERROR, UN ERROR DE *
      *     BASE DE DATOS SI.                                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COORDINATES (AC8C210S) AND ENERGY CERTIFICATE (AC8C230S)   *
      *     ARE OPTIONAL ROWS: THEIR ABSENCE IS NOT AN ERROR, A        *
      *     DATABASE ERROR IS.                                         *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-GEO-EPC.

           MOVE 'N'                    TO WS-SW-GEO-OLD
           MOVE 'N'                    TO WS-SW-EPC-OLD

           INITIALIZE VA-ACEC210-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E210-OPTION
           MOVE N0051-ENT-OLD          TO E210-ENT
           MOVE N0051-NUM-OLD          TO E210-NUM-GOOD

           CALL CA-AC8C210S   USING VA-ACEC210-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           EVALUATE TRUE
               WHEN E000-SW-RTN-OK
                   MOVE VA-ACEC210-01      TO WS-ACEC210-OLD
                   SET WS-GEO-OLD          TO TRUE
               WHEN E000-SW-RTN-DB2
                   MOVE CA-AC8C210S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF  NOT N0051-RES-ERROR

               INITIALIZE VA-ACEC230-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ         TO E230-OPTION
               MOVE N0051-ENT-OLD          TO E230-ENT
               MOVE N0051-NUM-OLD          TO E230-NUM-GOOD

               CALL CA-AC8C230S   USING VA-ACEC230-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C230S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   IF  E230-FLG-FOUND EQUAL CA-YES
                       MOVE VA-ACEC230-01  TO WS-ACEC230-OLD
                       SET WS-EPC-OLD      TO TRUE
                   END-IF
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    GATHER-OLD-CADASTRE                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - VALOR CATASTRAL (AC8C240S), FILA OPCIONAL COMO EL          *
      *     CERTIFICADO ENERGETICO.                                    *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CADASTRAL VALUE (AC8C240S), AN OPTIONAL ROW LIKE THE       *
      *     ENERGY CERTIFICATE.                                        *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-CADASTRE.

           MOVE 'N'                    TO WS-SW-CAD-OLD

           INITIALIZE VA-ACEC240-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E240-OPTION
           MOVE N0051-ENT-OLD          TO E240-ENT
           MOVE N0051-NUM-OLD          TO E240-NUM-GOOD

           CALL CA-AC8C240S   USING VA-ACEC240-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE CA-AC8C240S        TO WS-RTN-NAME
               PERFORM SET-ROUTINE-ERROR
           ELSE
               IF  E240-FLG-FOUND EQUAL CA-YES
                   MOVE VA-ACEC240-01  TO WS-ACEC240-OLD
                   SET WS-CAD-OLD      TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    GATHER-OLD-DOCUMENTS                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE LOS DOCUMENTOS DEL BIEN (AC8C251S) EN LA TABLA     *
      *     WS-DOC-OLD. UN REGISTRO QUE NO CABE DEJA EL BIEN EN ERROR. *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BROWSES THE GOOD'S DOCUMENTS (AC8C251S) INTO THE           *
      *     WS-DOC-OLD TABLE. A REGISTER THAT DOES NOT FIT LEAVES THE  *
      *     GOOD IN ERROR.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-DOCUMENTS.

           MOVE ZEROS                  TO WS-CNT-DOC-OLD
           MOVE 'N'                    TO WS-SW-ROWS-END
           MOVE SPACES                 TO WS-TYP-AFTER

           PERFORM UNTIL WS-ROWS-END

               INITIALIZE VA-ACEC251-01
                          VA-ACEC000-01

               MOVE N0051-ENT-OLD      TO E251-ENT
               MOVE N0051-NUM-OLD      TO E251-NUM-GOOD
               MOVE WS-TYP-AFTER       TO E251-TYP-AFTER

               CALL CA-AC8C251S   USING VA-ACEC251-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN NOT E000-SW-RTN-OK
                       MOVE CA-AC8C251S    TO WS-RTN-NAME
                       PERFORM SET-ROUTINE-ERROR
                       SET WS-ROWS-END     TO TRUE

                   WHEN E251-FLG-FOUND NOT EQUAL CA-YES
                       SET WS-ROWS-END     TO TRUE

                   WHEN WS-CNT-DOC-OLD NOT < CA-MAX-DOCS
                       SET N0051-RES-ERROR TO TRUE
                       MOVE "DOCUMENT REGISTER TOO LONG TO MIGRATE"
                                           TO N0051-DES-RESULT
                       SET WS-ROWS-END     TO TRUE

                   WHEN OTHER
                       ADD 1 TO WS-CNT-DOC-OLD
                       MOVE E251-TYP-DOC
                               TO WS-DOC-TYP(WS-CNT-DOC-OLD)
                       MOVE E251-DES-REFERENCE
                               TO WS-DOC-REFERENCE(WS-CNT-DOC-OLD)
                       MOVE E251-DAT-RECEIVED
                               TO WS-DOC-DAT-RECEIVED(WS-CNT-DOC-OLD)
                       MOVE E251-DAT-EXPIRY
                               TO WS-DOC-DAT-EXPIRY(WS-CNT-DOC-OLD)
                       MOVE E251-DES-STORAGE
                               TO WS-DOC-STORAGE(WS-CNT-DOC-OLD)
                       MOVE E251-DAT-LAST-MOD
                               TO WS-DOC-DAT-LAST-MOD(WS-CNT-DOC-OLD)
                       MOVE E251-TYP-DOC       TO WS-TYP-AFTER

               END-EVALUATE

           END-PERFORM.

      ******************************************************************
      *.PN                    GATHER-OLD-ORDER                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - BUSCA LA ORDEN DE TASACION VIVA DEL BIEN. AC8C220S NO      *
      *     ADMITE MAS DE UNA ORDEN Q/O/P POR BIEN, ASI QUE SE         *
      *     RECORREN LAS ORDENES DE LA ENTIDAD ANTIGUA EN CADA UNO DE  *
      *     ESOS ESTADOS HASTA ENCONTRARLA.                            *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - LOOKS FOR THE GOOD'S LIVE APPRAISAL ORDER. AC8C220S DOES   *
      *     NOT ALLOW MORE THAN ONE Q/O/P ORDER PER GOOD, SO THE OLD   *
      *     ENTITY'S ORDERS IN EACH OF THOSE STATUSES ARE BROWSED      *
      *     UNTIL IT IS FOUND.                                         *
      *B.PR.E                                                          *
      ******************************************************************
       GATHER-OLD-ORDER.

           MOVE ZEROS                  TO WS-ORD-NUM-OLD
           MOVE SPACES                 TO WS-ORD-STATUS-OLD

           MOVE CA-ORD-REQUESTED       TO WS-ORD-FILTER
           PERFORM FIND-OLD-ORDER

           IF  WS-ORD-NUM-OLD EQUAL ZEROS
               AND NOT N0051-RES-ERROR
               MOVE CA-ORD-SENT        TO WS-ORD-FILTER
               PERFORM FIND-OLD-ORDER
           END-IF

           IF  WS-ORD-NUM-OLD EQUAL ZEROS
               AND NOT N0051-RES-ERROR
               MOVE CA-ORD-PARKED      TO WS-ORD-FILTER
               PERFORM FIND-OLD-ORDER
           END-IF.

      ******************************************************************
      *.PN                    FIND-OLD-ORDER                           *
      ******************************************************************
       FIND-OLD-ORDER.

           MOVE 'N'                    TO WS-SW-ORD-END
           MOVE ZEROS                  TO WS-ORD-NUM-BEFORE

           PERFORM UNTIL WS-ORD-END

               INITIALIZE VA-ACEC220-01
                          VA-ACEC000-01

               MOVE CA-OPE-ORD-BROWSE  TO E220-OPTION
               MOVE WS-ORD-FILTER      TO E220-STATUS-FILTER
               MOVE N0051-ENT-OLD      TO E220-ENT-BEFORE
               MOVE WS-ORD-NUM-BEFORE  TO E220-NUM-BEFORE

               CALL CA-AC8C220S   USING VA-ACEC220-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               EVALUATE TRUE

                   WHEN NOT E000-SW-RTN-OK
                       MOVE CA-AC8C220S    TO WS-RTN-NAME
                       PERFORM SET-ROUTINE-ERROR
                       SET WS-ORD-END      TO TRUE

                   WHEN E220-FLG-FOUND NOT EQUAL CA-YES
                   WHEN E220-ENT NOT EQUAL N0051-ENT-OLD
                       SET WS-ORD-END      TO TRUE

                   WHEN E220-NUM-GOOD EQUAL N0051-NUM-OLD
                       MOVE E220-NUM-ORDER TO WS-ORD-NUM-OLD
                       MOVE E220-STATUS    TO WS-ORD-STATUS-OLD
                       SET WS-ORD-END      TO TRUE

                   WHEN OTHER
                       MOVE E220-NUM-ORDER TO WS-ORD-NUM-BEFORE

               END-EVALUATE

           END-PERFORM.

      ******************************************************************
      *.PN                    COPY-TO-NEW-ENTITY                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - DA DE ALTA EL BIEN EN LA ENTIDAD NUEVA CON LOS DATOS DEL   *
      *     ANTIGUO (AC8C110S OPCION 1, QUE DEVUELVE EL NUMERO SEGUN   *
      *     LA NUMERACION DE LA ENTIDAD NUEVA) Y LE COPIA LAS FILAS    *
      *     DEPENDIENTES. EL HISTORICO Y LA AUDITORIA SE GRABAN DE LA  *
      *     FILA MAS ANTIGUA A LA MAS RECIENTE, CON SUS FECHAS Y       *
      *     USUARIOS ORIGINALES, Y SE ANADE UNA FILA DE AUDITORIA DEL  *
      *     ALTA POR MIGRACION. SI TODO VA BIEN SE CIERRA EL ANTIGUO;  *
      *     SI ALGO FALLA DESPUES DEL ALTA, EL BIEN NUEVO INCOMPLETO   *
      *     SE ANULA Y EL ANTIGUO QUEDA VIVO PARA OTRA EJECUCION. LA   *
      *     ORDEN DE TASACION VIVA SOLO SE CANCELA CON EL ANTIGUO YA   *
      *     CERRADO.                                                   *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REGISTERS THE GOOD IN THE NEW ENTITY WITH THE OLD ONE'S    *
      *     DATA (AC8C110S OPTION 1, WHICH RETURNS THE NUMBER FROM THE *
      *     NEW ENTITY'S NUMBERING) AND COPIES THE DEPENDENT ROWS TO   *
      *     IT. HISTORY AND AUDIT ARE WRITTEN OLDEST ROW FIRST, WITH   *
      *     THEIR ORIGINAL DATES AND USERS, AND AN AUDIT ROW FOR THE   *
      *     MIGRATION REGISTRATION IS ADDED. WHEN ALL GOES WELL THE    *
      *     OLD GOOD IS CLOSED; WHEN SOMETHING FAILS AFTER THE         *
      *     REGISTRATION, THE INCOMPLETE NEW GOOD IS ANNULLED AND THE  *
      *     OLD ONE STAYS LIVE FOR ANOTHER RUN. THE LIVE APPRAISAL     *
      *     ORDER IS ONLY CANCELLED ONCE THE OLD GOOD IS CLOSED.       *
      *B.PR.E                                                          *
      ******************************************************************
       COPY-TO-NEW-ENTITY.

           MOVE N0051-ENT-NEW          TO WS-PARAM-ENT

           PERFORM USE-ENTITY-PARAMS

           IF  NOT N0051-RES-ERROR

               MOVE WS-ACEC110-OLD         TO VA-ACEC110-01
               INITIALIZE VA-ACEC000-01

               MOVE N0051-ENT-NEW          TO E110-ENT-LAST-MOD
               MOVE N0051-ENT-NEW          TO E110-CEN-LAST-MOD
               MOVE CA-BATCH-USER          TO E110-STP-USER
               MOVE CA-BATCH-TERM          TO E110-STP-TERMINAL
               MOVE CA-BATCH-TRANS         TO E110-TRANSACTION
               MOVE WS-DAT-PROCESS         TO E110-DAT-PROCESS
               MOVE CA-OPE-TYPEREG         TO E110-OPTION
               MOVE N0051-ENT-NEW          TO E110-ENT
               MOVE ZEROS                  TO E110-NUM-GOOD
               MOVE N0051-BRN-NEW          TO E110-BRN-GOOD
               MOVE ZEROS                  TO E110-AMT-GOOD-OLD

               CALL CA-AC8C110S   USING VA-ACEC110-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C110S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE E110-NUM-GOOD      TO N0051-NUM-NEW
               END-IF

           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM COPY-REAL-ESTATE-DATA
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM COPY-COOWNERS
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM COPY-VALUATIONS
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM COPY-AUDIT
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM COPY-GEO-EPC
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM COPY-CADASTRE-DOCUMENTS
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM WRITE-MIGRATION-AUDIT
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM READ-BACK-NEW-GOOD
           END-IF

           IF  NOT N0051-RES-ERROR
               PERFORM CLOSE-OLD-GOOD
           END-IF

           IF  NOT N0051-RES-ERROR
               AND WS-ORD-NUM-OLD > ZEROS
               PERFORM CANCEL-OLD-ORDER
           END-IF

           IF  N0051-RES-ERROR
               AND N0051-NUM-NEW > ZEROS
               PERFORM DISCARD-NEW-GOOD
           END-IF

           IF  NOT N0051-RES-ERROR
               SET N0051-RES-MIGRATED  TO TRUE
               IF  N0051-DES-RESULT EQUAL SPACES
                   MOVE "MIGRATED"     TO N0051-DES-RESULT
               END-IF
           END-IF.

      ******************************************************************
      *.PN                    COPY-REAL-ESTATE-DATA                    *
      ******************************************************************
       COPY-REAL-ESTATE-DATA.

           MOVE WS-ACEC130-OLD         TO VA-ACEC130-01
           INITIALIZE VA-ACEC000-01

           MOVE N0051-ENT-NEW          TO E130-ENT-LAST-MOD
           MOVE N0051-ENT-NEW          TO E130-CEN-LAST-MOD
           MOVE CA-BATCH-USER          TO E130-STP-USER
           MOVE CA-BATCH-TERM          TO E130-STP-TERMINAL
           MOVE CA-BATCH-TRANS         TO E130-TRANSACTION
           MOVE WS-DAT-PROCESS         TO E130-DAT-PROCESS
           MOVE CA-OPE-TYPEREG         TO E130-OPTION
           MOVE N0051-ENT-NEW          TO E130-ENT
           MOVE N0051-NUM-NEW          TO E130-NUM-GOOD

           CALL CA-AC8C130S   USING VA-ACEC130-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE CA-AC8C130S        TO WS-RTN-NAME
               PERFORM SET-ROUTINE-ERROR
           END-IF.

      ******************************************************************
      *.PN                    COPY-COOWNERS                            *
      *                                                                *
      *A.PR.S                                                          *
      *   - CADA COPROPIETARIO SE GRABA CON SU MISMA SECUENCIA Y LA    *
      *     OPCION EN BLANCO (GRABACION COMPLETA), COMO                *
      *     WRITE-CO-OWNERS EN AC2C0ROS.                               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EACH CO-OWNER IS WRITTEN WITH ITS SAME SEQUENCE AND A      *
      *     BLANK OPTION (FULL WRITE), AS WRITE-CO-OWNERS IN AC2C0ROS. *
      *B.PR.E                                                          *
      ******************************************************************
       COPY-COOWNERS.

           PERFORM VARYING WN-IDX-ROW FROM 1 BY 1
                   UNTIL WN-IDX-ROW > WS-CNT-COOWNER-OLD
                      OR N0051-RES-ERROR

               MOVE WS-COOWNER-OLD(WN-IDX-ROW) TO VA-ACEC150-01
               INITIALIZE VA-ACEC000-01

               MOVE SPACES                 TO E150-OPTION
               MOVE N0051-ENT-NEW          TO E150-ENT
               MOVE N0051-NUM-NEW          TO E150-NUM-GOOD

               CALL CA-AC8C150S   USING VA-ACEC150-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C150S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   ADD 1 TO N0051-CNT-COOWNERS
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    COPY-VALUATIONS                          *
      ******************************************************************
       COPY-VALUATIONS.

           PERFORM VARYING WN-IDX-ROW FROM WS-CNT-VAL-OLD BY -1
                   UNTIL WN-IDX-ROW < 1
                      OR N0051-RES-ERROR

               INITIALIZE VA-ACEC140-01
                          VA-ACEC000-01

               MOVE N0051-ENT-NEW          TO E140-ENT
               MOVE N0051-NUM-NEW          TO E140-NUM-GOOD
               MOVE WS-VAL-AMT-OLD(WN-IDX-ROW)     TO E140-AMT-OLD
               MOVE WS-VAL-AMT-NEW(WN-IDX-ROW)     TO E140-AMT-NEW
               MOVE WS-VAL-USER(WN-IDX-ROW)        TO E140-USER
               MOVE WS-VAL-DAT-CHANGE(WN-IDX-ROW)  TO E140-DAT-CHANGE

               CALL CA-AC8C140S   USING VA-ACEC140-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C140S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   ADD 1 TO N0051-CNT-VALUATIONS
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    COPY-AUDIT                               *
      *                                                                *
      *A.PR.S                                                          *
      *   - LAS FILAS COPIADAS CONSERVAN USUARIO, FECHA, OPCION E      *
      *     IMPORTES, PERO LLEVAN EL TERMINAL CA-MIG-COPY-TERM PARA    *
      *     QUE ACVC0ROS NO LAS VUELVA A CONTABILIZAR NI ACLC1ROS LAS  *
      *     TOME COMO ANULACIONES DEL DIA.                             *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - COPIED ROWS KEEP USER, DATE, OPTION AND AMOUNTS BUT CARRY  *
      *     TERMINAL CA-MIG-COPY-TERM, SO ACVC0ROS DOES NOT POST THEM  *
      *     AGAIN AND ACLC1ROS DOES NOT TAKE THEM AS THE DAY'S         *
      *     ANNULMENTS.                                                *
      *B.PR.E                                                          *
      ******************************************************************
       COPY-AUDIT.

           PERFORM VARYING WN-IDX-ROW FROM WS-CNT-AUD-OLD BY -1
                   UNTIL WN-IDX-ROW < 1
                      OR N0051-RES-ERROR

               INITIALIZE VA-ACEC170-01
                          VA-ACEC000-01

               MOVE N0051-ENT-NEW          TO E170-ENT
               MOVE N0051-NUM-NEW          TO E170-NUM-GOOD
               MOVE WS-AUD-USER(WN-IDX-ROW)        TO E170-STP-USER
               MOVE CA-MIG-COPY-TERM               TO E170-STP-TERMINAL
               MOVE WS-AUD-DAT-PROCESS(WN-IDX-ROW) TO E170-DAT-PROCESS
               MOVE WS-AUD-OPTION(WN-IDX-ROW)      TO E170-OPTION
               MOVE WS-AUD-AMT-OLD(WN-IDX-ROW)     TO E170-AMT-OLD
               MOVE WS-AUD-AMT-NEW(WN-IDX-ROW)     TO E170-AMT-NEW

               CALL CA-AC8C170S   USING VA-ACEC170-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C170S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   ADD 1 TO N0051-CNT-AUDIT
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    COPY-GEO-EPC                             *
      ******************************************************************
       COPY-GEO-EPC.

           IF  WS-GEO-OLD

               MOVE WS-ACEC210-OLD         TO VA-ACEC210-01
               INITIALIZE VA-ACEC000-01

               MOVE CA-OPE-TYPEREG         TO E210-OPTION
               MOVE N0051-ENT-NEW          TO E210-ENT
               MOVE N0051-NUM-NEW          TO E210-NUM-GOOD

               CALL CA-AC8C210S   USING VA-ACEC210-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C210S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE CA-YES             TO N0051-FLG-GEO
               END-IF

           END-IF

           IF  WS-EPC-OLD
               AND NOT N0051-RES-ERROR

               MOVE WS-ACEC230-OLD         TO VA-ACEC230-01
               INITIALIZE VA-ACEC000-01

               MOVE CA-OPE-TYPEREG         TO E230-OPTION
               MOVE SPACES                 TO E230-FLG-FOUND
               MOVE N0051-ENT-NEW          TO E230-ENT
               MOVE N0051-NUM-NEW          TO E230-NUM-GOOD
               MOVE CA-BATCH-USER          TO E230-USER-LAST-MOD
               MOVE CA-BATCH-TRANS         TO E230-TRANSACTION

               CALL CA-AC8C230S   USING VA-ACEC230-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C230S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE CA-YES             TO N0051-FLG-EPC
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    COPY-CADASTRE-DOCUMENTS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - DA DE ALTA EN EL BIEN NUEVO EL VALOR CATASTRAL Y CADA      *
      *     DOCUMENTO CON SUS DATOS Y FECHAS ORIGINALES, COMO          *
      *     COPY-GEO-EPC HACE CON EL CERTIFICADO ENERGETICO.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REGISTERS ON THE NEW GOOD THE CADASTRAL VALUE AND EACH     *
      *     DOCUMENT WITH THEIR ORIGINAL DATA AND DATES, AS            *
      *     COPY-GEO-EPC DOES WITH THE ENERGY CERTIFICATE.             *
      *B.PR.E                                                          *
      ******************************************************************
       COPY-CADASTRE-DOCUMENTS.

           IF  WS-CAD-OLD

               MOVE WS-ACEC240-OLD         TO VA-ACEC240-01
               INITIALIZE VA-ACEC000-01

               MOVE CA-OPE-TYPEREG         TO E240-OPTION
               MOVE SPACES                 TO E240-FLG-FOUND
               MOVE N0051-ENT-NEW          TO E240-ENT
               MOVE N0051-NUM-NEW          TO E240-NUM-GOOD
               MOVE CA-BATCH-USER          TO E240-USER-LAST-MOD
               MOVE CA-BATCH-TRANS         TO E240-TRANSACTION

               CALL CA-AC8C240S   USING VA-ACEC240-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C240S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE CA-YES             TO N0051-FLG-CADASTRE
               END-IF

           END-IF

           PERFORM VARYING WN-IDX-ROW FROM 1 BY 1
                   UNTIL WN-IDX-ROW > WS-CNT-DOC-OLD
                      OR N0051-RES-ERROR

               INITIALIZE VA-ACEC250-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEREG         TO E250-OPTION
               MOVE N0051-ENT-NEW          TO E250-ENT
               MOVE N0051-NUM-NEW          TO E250-NUM-GOOD
               MOVE WS-DOC-TYP(WN-IDX-ROW)
                               TO E250-TYP-DOC
               MOVE WS-DOC-REFERENCE(WN-IDX-ROW)
                               TO E250-DES-REFERENCE
               MOVE WS-DOC-DAT-RECEIVED(WN-IDX-ROW)
                               TO E250-DAT-RECEIVED
               MOVE WS-DOC-DAT-EXPIRY(WN-IDX-ROW)
                               TO E250-DAT-EXPIRY
               MOVE WS-DOC-STORAGE(WN-IDX-ROW)
                               TO E250-DES-STORAGE
               MOVE WS-DOC-DAT-LAST-MOD(WN-IDX-ROW)
                               TO E250-DAT-LAST-MOD
               MOVE CA-BATCH-USER          TO E250-USER-LAST-MOD
               MOVE CA-BATCH-TRANS         TO E250-TRANSACTION

               CALL CA-AC8C250S   USING VA-ACEC250-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C250S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   ADD 1 TO N0051-CNT-DOCUMENTS
               END-IF

           END-PERFORM.

      ******************************************************************
      *.PN                    WRITE-MIGRATION-AUDIT                    *
      *                                                                *
      *A.PR.S                                                          *
      *   - ALTA DEL BIEN NUEVO POR EL IMPORTE DEL ANTIGUO; CLOSE-OLD- *
      *     GOOD GRABA LA BAJA QUE LA COMPENSA. UN BIEN QUE YA ESTABA  *
      *     DADO DE BAJA NO RECIBE BAJA NUEVA, ASI QUE SU ALTA VA CON  *
      *     IMPORTE CERO Y NO GENERA APUNTE EN ACVC0ROS.               *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - REGISTRATION OF THE NEW GOOD FOR THE OLD GOOD'S AMOUNT;    *
      *     CLOSE-OLD-GOOD WRITES THE OFFSETTING ANNULMENT. A GOOD     *
      *     THAT WAS ALREADY ANNULLED GETS NO NEW ANNULMENT, SO ITS    *
      *     REGISTRATION CARRIES A ZERO AMOUNT AND ACVC0ROS POSTS      *
      *     NOTHING FOR IT.                                            *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-MIGRATION-AUDIT.

           INITIALIZE VA-ACEC170-01
                      VA-ACEC000-01

           MOVE N0051-ENT-NEW          TO E170-ENT
           MOVE CA-BATCH-USER          TO E170-STP-USER
           MOVE CA-BATCH-TERM          TO E170-STP-TERMINAL
           MOVE WS-DAT-PROCESS         TO E170-DAT-PROCESS
           MOVE CA-OPE-TYPEREG         TO E170-OPTION
           MOVE N0051-NUM-NEW          TO E170-NUM-GOOD
           MOVE ZEROS                  TO E170-AMT-OLD

           IF  N0051-STATUS-GOOD EQUAL CA-STATUS-ANNULLED
               MOVE ZEROS              TO E170-AMT-NEW
           ELSE
               MOVE N0051-AMT-OLD      TO E170-AMT-NEW
           END-IF

           CALL CA-AC8C170S   USING VA-ACEC170-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE CA-AC8C170S        TO WS-RTN-NAME
               PERFORM SET-ROUTINE-ERROR
           END-IF.

      ******************************************************************
      *.PN                    CLOSE-OLD-GOOD                           *
      *                                                                *
      *A.PR.S                                                          *
      *   - CIERRA EL BIEN ANTIGUO CON EL CIRCUITO DE BAJA DE ACLC0ROS *
      *     (AC8C110S OPCION 2 SOBRE EL AREA CONSULTADA, IMPORTE SIN   *
      *     CAMBIO) Y GRABA EN SU COMENTARIO LA MARCA CON LA CLAVE     *
      *     NUEVA. UN BIEN QUE YA ESTABA DADO DE BAJA SOLO RECIBE LA   *
      *     MARCA (OPCION 3). SE DEJA LA FILA DE AUDITORIA CORRESPON-  *
      *     DIENTE EN EL BIEN ANTIGUO.                                 *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CLOSES THE OLD GOOD WITH THE ACLC0ROS ANNULMENT CIRCUIT    *
      *     (AC8C110S OPTION 2 OVER THE INQUIRED AREA, AMOUNT          *
      *     UNCHANGED) AND WRITES THE MARKER WITH THE NEW KEY INTO ITS *
      *     COMMENT. A GOOD THAT WAS ALREADY ANNULLED ONLY RECEIVES    *
      *     THE MARKER (OPTION 3). THE MATCHING AUDIT ROW IS LEFT ON   *
      *     THE OLD GOOD.                                              *
      *B.PR.E                                                          *
      ******************************************************************
       CLOSE-OLD-GOOD.

           MOVE N0051-ENT-OLD          TO WS-PARAM-ENT

           PERFORM USE-ENTITY-PARAMS

           IF  NOT N0051-RES-ERROR

               MOVE WS-ACEC110-OLD         TO VA-ACEC110-01
               INITIALIZE VA-ACEC000-01

               IF  E110-STATUS-GOOD EQUAL CA-STATUS-ANNULLED
                   MOVE CA-OPE-TYPEMODI    TO WS-OPT-CLOSE
               ELSE
                   MOVE CA-OPE-TYPEANN     TO WS-OPT-CLOSE
               END-IF

               MOVE SPACES                 TO WS-MIG-MARKER
               MOVE CA-MRK-TEXT            TO WS-MRK-TEXT
               MOVE N0051-ENT-NEW          TO WS-MRK-ENT
               MOVE '-'                    TO WS-MRK-DASH
               MOVE N0051-NUM-NEW          TO WS-MRK-NUM

               MOVE WS-OPT-CLOSE           TO E110-OPTION
               MOVE N0051-ENT-OLD          TO E110-ENT-LAST-MOD
               MOVE N0051-ENT-OLD          TO E110-CEN-LAST-MOD
               MOVE CA-BATCH-USER          TO E110-STP-USER
               MOVE CA-BATCH-TERM          TO E110-STP-TERMINAL
               MOVE CA-BATCH-TRANS         TO E110-TRANSACTION
               MOVE WS-DAT-PROCESS         TO E110-DAT-PROCESS
               MOVE WS-MIG-MARKER          TO E110-COMMENTS
               MOVE E110-AMT-GOOD          TO E110-AMT-GOOD-OLD

               CALL CA-AC8C110S   USING VA-ACEC110-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C110S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               END-IF

           END-IF

           IF  NOT N0051-RES-ERROR

               INITIALIZE VA-ACEC170-01
                          VA-ACEC000-01

               MOVE N0051-ENT-OLD          TO E170-ENT
               MOVE CA-BATCH-USER          TO E170-STP-USER
               MOVE CA-BATCH-TERM          TO E170-STP-TERMINAL
               MOVE WS-DAT-PROCESS         TO E170-DAT-PROCESS
               MOVE WS-OPT-CLOSE           TO E170-OPTION
               MOVE N0051-NUM-OLD          TO E170-NUM-GOOD
               MOVE N0051-AMT-OLD          TO E170-AMT-OLD
               MOVE N0051-AMT-OLD          TO E170-AMT-NEW

               CALL CA-AC8C170S   USING VA-ACEC170-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

      *        EL BIEN YA ESTA CERRADO Y MARCADO: UN FALLO AQUI SOLO
      *        SE AVISA EN LA DESCRIPCION, NO DESHACE LA MIGRACION.
      *        THE GOOD IS ALREADY CLOSED AND MARKED: A FAILURE HERE
      *        IS ONLY NOTED IN THE DESCRIPTION, IT DOES NOT UNDO THE
      *        MIGRATION.
               IF  NOT E000-SW-RTN-OK
                   STRING "MIGRATED, OLD AUDIT ROW FAILED RC="
                          E000-SW-COD-RTN
                          DELIMITED BY SIZE INTO N0051-DES-RESULT
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    CANCEL-OLD-ORDER                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - CANCELA ('C') LA ORDEN DE TASACION VIVA DEL BIEN ANTIGUO   *
      *     CON LA MARCA DE MIGRADO COMO MOTIVO, PARA QUE UNA          *
      *     RESPUESTA TARDIA SE RECHACE EN ACIC2ROS Y LA ORDEN SE PIDA *
      *     DE NUEVO SOBRE EL BIEN NUEVO. UNA ORDEN APARCADA LO ESTA   *
      *     CON SU PENDIENTE, QUE MIGRATE-PENDINGS TRASLADA. COMO EN   *
      *     CLOSE-OLD-GOOD, UN FALLO AQUI NO DESHACE LA MIGRACION.     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - CANCELS ('C') THE OLD GOOD'S LIVE APPRAISAL ORDER WITH THE *
      *     MIGRATED MARKER AS THE REASON, SO A LATE RESPONSE IS       *
      *     REJECTED BY ACIC2ROS AND THE ORDER IS REQUESTED AGAIN ON   *
      *     THE NEW GOOD. A PARKED ORDER IS PARKED WITH ITS PENDING    *
      *     ENTRY, WHICH MIGRATE-PENDINGS MOVES. AS IN CLOSE-OLD-GOOD, *
      *     A FAILURE HERE DOES NOT UNDO THE MIGRATION.                *
      *B.PR.E                                                          *
      ******************************************************************
       CANCEL-OLD-ORDER.

           INITIALIZE VA-ACEC220-01
                      VA-ACEC000-01

           MOVE CA-OPE-TYPEINQ         TO E220-OPTION
           MOVE N0051-ENT-OLD          TO E220-ENT
           MOVE WS-ORD-NUM-OLD         TO E220-NUM-ORDER

           CALL CA-AC8C220S   USING VA-ACEC220-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  E000-SW-RTN-OK

               MOVE CA-OPE-TYPEMODI    TO E220-OPTION
               MOVE CA-ORD-CANCELLED   TO E220-STATUS
               MOVE WS-DAT-PROCESS     TO E220-DAT-RESPONSE
               MOVE WS-MIG-MARKER      TO E220-DES-REASON

               INITIALIZE VA-ACEC000-01

               CALL CA-AC8C220S   USING VA-ACEC220-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

           END-IF

           IF  E000-SW-RTN-OK
               MOVE WS-ORD-NUM-OLD     TO N0051-NUM-ORDER
               MOVE WS-ORD-STATUS-OLD  TO N0051-STATUS-ORDER
           ELSE
               STRING "MIGRATED, ORDER NOT CANCELLED RC="
                      E000-SW-COD-RTN
                      DELIMITED BY SIZE INTO N0051-DES-RESULT
           END-IF.

      ******************************************************************
      *.PN                    DISCARD-NEW-GOOD                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - ANULA (AC8C110S OPCION 2) EL BIEN NUEVO QUE QUEDO A MEDIAS *
      *     PARA QUE NO CUENTE COMO VIVO. LA CLAVE NUEVA QUEDA EN      *
      *     MIGXREF Y EN EL INFORME PARA SU REVISION.                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - ANNULS (AC8C110S OPTION 2) THE HALF-BUILT NEW GOOD SO IT   *
      *     DOES NOT COUNT AS LIVE. THE NEW KEY STAYS IN MIGXREF AND   *
      *     IN THE REPORT FOR REVIEW.                                  *
      *B.PR.E                                                          *
      ******************************************************************
       DISCARD-NEW-GOOD.

           MOVE N0051-ENT-NEW          TO WS-PARAM-ENT

           PERFORM FETCH-ENTITY-PARAMS

           IF  WS-PARAM-OK

               INITIALIZE VA-ACEC110-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ         TO E110-OPTION
               MOVE N0051-ENT-NEW          TO E110-ENT
               MOVE N0051-NUM-NEW          TO E110-NUM-GOOD

               CALL CA-AC8C110S   USING VA-ACEC110-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  E000-SW-RTN-OK

                   MOVE CA-OPE-TYPEANN         TO E110-OPTION
                   MOVE N0051-ENT-NEW          TO E110-ENT-LAST-MOD
                   MOVE N0051-ENT-NEW          TO E110-CEN-LAST-MOD
                   MOVE CA-BATCH-USER          TO E110-STP-USER
                   MOVE CA-BATCH-TERM          TO E110-STP-TERMINAL
                   MOVE E110-AMT-GOOD          TO E110-AMT-GOOD-OLD

                   CALL CA-AC8C110S   USING VA-ACEC110-01
                                            VA-ACEC000-01
                                            VA-QBEC999-01

               END-IF

           END-IF.

      ******************************************************************
      *.PN                    MIGRATE-PENDINGS                         *
      *                                                                *
      *A.PR.S                                                          *
      *   - RECORRE LOS MANTENIMIENTOS PENDIENTES DE APROBACION DE     *
      *     CADA ENTIDAD ANTIGUA (AC8C200S OPCION 7) UNA VEZ MIGRADOS  *
      *     LOS BIENES, PARA QUE LOS PENDIENTES DE MODIFICACION        *
      *     ENCUENTREN YA LA CLAVE NUEVA EN LA MARCA DE SU BIEN.       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BROWSES THE MAINTENANCE PENDING APPROVAL OF EACH OLD       *
      *     ENTITY (AC8C200S OPTION 7) ONCE THE GOODS ARE MIGRATED, SO *
      *     PENDING MODIFICATIONS ALREADY FIND THE NEW KEY IN THEIR    *
      *     GOOD'S MARKER.                                             *
      *B.PR.E                                                          *
      ******************************************************************
       MIGRATE-PENDINGS.

           PERFORM VARYING WN-IDX-OLD FROM WS-START-IDX BY 1
                   UNTIL WN-IDX-OLD > WS-CNT-OLD-ENT

               MOVE WS-OLD-ENT(WN-IDX-OLD)    TO WS-ENT-OLD

               IF  WN-IDX-OLD EQUAL WS-START-IDX
                   MOVE WS-START-NUM          TO WS-NUM-LAST
               ELSE
                   MOVE ZEROS                 TO WS-NUM-LAST
               END-IF

               MOVE 'N'                       TO WS-SW-BROWSE-END

               PERFORM BROWSE-NEXT-PENDING

               PERFORM UNTIL WS-BROWSE-END

                   MOVE E200-NUM-PENDING      TO WS-NUM-LAST

                   PERFORM MIGRATE-ONE-PENDING

                   PERFORM COUNT-AND-CHECKPOINT

                   PERFORM BROWSE-NEXT-PENDING

               END-PERFORM

           END-PERFORM.

      ******************************************************************
      *.PN                    BROWSE-NEXT-PENDING                      *
      ******************************************************************
       BROWSE-NEXT-PENDING.

           MOVE WS-ENT-OLD             TO WS-PARAM-ENT

           PERFORM FETCH-ENTITY-PARAMS

           INITIALIZE VA-ACEC200-01
                      VA-ACEC000-01

           MOVE CA-OPE-PND-BROWSE      TO E200-OPTION
           MOVE WS-ENT-OLD             TO E200-ENT
           MOVE WS-NUM-LAST            TO E200-NUM-PENDING

           CALL CA-AC8C200S   USING VA-ACEC200-01
                                    VA-ACEC000-01
                                    VA-QBEC999-01

           IF  NOT E000-SW-RTN-OK
               MOVE "AC8C200S BROWSE ERROR"   TO WS-ERR-MSG
               PERFORM MIGRATION-ERROR
           END-IF

           IF  E200-FLG-FOUND NOT EQUAL CA-YES
               SET WS-BROWSE-END TO TRUE
           END-IF.

      ******************************************************************
      *.PN                    MIGRATE-ONE-PENDING                      *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA OFICINA DE LA IMAGEN PENDIENTE SE TRADUCE CON MIGMAP.   *
      *     UN PENDIENTE SOBRE UN BIEN EXISTENTE SOLO SE MUEVE SI ESE  *
      *     BIEN YA ESTA MIGRADO (SU NUMERO NUEVO SE TOMA DE LA        *
      *     MARCA); UN ALTA PENDIENTE SE MUEVE CON SU LINEA DE MIGMAP. *
      *     EL RESTO SE DEJA DONDE ESTA ('U'). AL MOVERLO SE REESCRIBE *
      *     LA IMAGEN CON LA CLAVE NUEVA, SE APARCA EN LA ENTIDAD      *
      *     NUEVA CONSERVANDO SOLICITANTE, FECHA Y ESTADO, Y SE QUITA  *
      *     DE LA ANTIGUA SIN DECISION (OPCION 2).                     *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE BRANCH OF THE PENDING IMAGE IS TRANSLATED THROUGH      *
      *     MIGMAP. A PENDING ENTRY ON AN EXISTING GOOD IS ONLY MOVED  *
      *     WHEN THAT GOOD IS ALREADY MIGRATED (ITS NEW NUMBER COMES   *
      *     FROM THE MARKER); A PENDING REGISTRATION IS MOVED WITH ITS *
      *     MIGMAP LINE. THE REST IS LEFT WHERE IT IS ('U'). ON THE    *
      *     MOVE THE IMAGE IS REWRITTEN WITH THE NEW KEY, PARKED IN    *
      *     THE NEW ENTITY KEEPING REQUESTER, DATE AND STATUS, AND     *
      *     REMOVED FROM THE OLD ONE WITHOUT DECISION (OPTION 2).      *
      *B.PR.E                                                          *
      ******************************************************************
       MIGRATE-ONE-PENDING.

           MOVE E200-IMAGE             TO ACNC003
           MOVE E200-NUM-PENDING       TO WS-PND-LAST
           MOVE E200-USER-REQUEST      TO WS-PND-USER-REQUEST
           MOVE E200-DAT-REQUEST       TO WS-PND-DAT-REQUEST
           MOVE E200-STATUS            TO WS-PND-STATUS

           INITIALIZE ACNC0051

           SET N0051-REC-PENDING       TO TRUE
           MOVE WS-ENT-OLD             TO N0051-ENT-OLD
           MOVE WS-PND-LAST            TO N0051-NUM-OLD
           MOVE N003-BRN-GOOD          TO N0051-BRN-OLD
           MOVE WS-DAT-PROCESS         TO N0051-DAT-PROCESS
           MOVE WS-PND-STATUS          TO N0051-STATUS-GOOD
           MOVE N003-FCC-GOOD          TO N0051-FCC-GOOD
           MOVE 'N'                    TO N0051-FLG-GEO
           MOVE 'N'                    TO N0051-FLG-EPC

           IF  N003-GOOD-AMT IS NUMERIC
               MOVE N003-GOOD-AMT      TO N0051-AMT-OLD
               MOVE N003-GOOD-AMT      TO N0051-AMT-NEW
           END-IF

           MOVE WS-ENT-OLD             TO WS-FIND-ENT
           MOVE N003-BRN-GOOD          TO WS-FIND-BRN

           PERFORM FIND-MAPPING

           IF  WS-MAP-FOUND

               MOVE WS-MAP-ENT-NEW(WN-IDX-MAP-FOUND)
                                       TO N0051-ENT-NEW
               MOVE WS-MAP-BRN-NEW(WN-IDX-MAP-FOUND)
                                       TO N0051-BRN-NEW
               IF  N0051-BRN-NEW EQUAL SPACES
                   MOVE N0051-BRN-OLD  TO N0051-BRN-NEW
               END-IF

               IF  N003-NUM-GOOD IS NUMERIC
                   AND N003-NUM-GOOD > ZEROS
                   AND WS-RUN-MIGRATE
                   PERFORM FIND-PENDING-GOOD
               END-IF

           ELSE

               SET N0051-RES-UNMAPPED  TO TRUE
               MOVE "NO MIGMAP LINE FOR BRANCH"
                                       TO N0051-DES-RESULT

           END-IF

           IF  N0051-SW-RESULT EQUAL SPACES

               IF  WS-RUN-MIGRATE
                   PERFORM MOVE-PENDING
               ELSE
                   SET N0051-RES-SIMULATED TO TRUE
                   MOVE "SIMULATED, NOT MOVED"
                                       TO N0051-DES-RESULT
               END-IF

           END-IF

           EVALUATE TRUE
               WHEN N0051-RES-MIGRATED
                   ADD 1 TO WS-CNT-PND
               WHEN N0051-RES-ERROR
                   ADD 1 TO WS-CNT-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *.PN                    FIND-PENDING-GOOD                        *
      ******************************************************************
       FIND-PENDING-GOOD.

           MOVE WS-ENT-OLD             TO WS-PARAM-ENT

           PERFORM USE-ENTITY-PARAMS

           IF  NOT N0051-RES-ERROR

               INITIALIZE VA-ACEC110-01
                          VA-ACEC000-01

               MOVE CA-OPE-TYPEINQ         TO E110-OPTION
               MOVE WS-ENT-OLD             TO E110-ENT
               MOVE N003-NUM-GOOD          TO E110-NUM-GOOD

               CALL CA-AC8C110S   USING VA-ACEC110-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C110S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE E110-COMMENTS      TO WS-MIG-MARKER
                   IF  WS-MRK-TEXT EQUAL CA-MRK-TEXT
                       AND WS-MRK-NUM IS NUMERIC
                       MOVE WS-MRK-ENT     TO N0051-ENT-NEW
                       MOVE WS-MRK-NUM     TO N003-NUM-GOOD
                   ELSE
                       SET N0051-RES-UNMAPPED  TO TRUE
                       MOVE "GOOD OF THE PENDING ENTRY NOT MIGRATED"
                                           TO N0051-DES-RESULT
                   END-IF
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    MOVE-PENDING                             *
      ******************************************************************
       MOVE-PENDING.

           MOVE N0051-ENT-NEW          TO N003-ENT
           MOVE N0051-BRN-NEW          TO N003-BRN-GOOD

           MOVE N0051-ENT-NEW          TO WS-PARAM-ENT

           PERFORM USE-ENTITY-PARAMS

           IF  NOT N0051-RES-ERROR

               INITIALIZE VA-ACEC200-01
                          VA-ACEC000-01

               MOVE CA-OPE-PND-PARK        TO E200-OPTION
               MOVE N0051-ENT-NEW          TO E200-ENT
               MOVE WS-PND-USER-REQUEST    TO E200-USER-REQUEST
               MOVE WS-PND-DAT-REQUEST     TO E200-DAT-REQUEST
               MOVE WS-PND-STATUS          TO E200-STATUS
               MOVE ACNC003                TO E200-IMAGE

               CALL CA-AC8C200S   USING VA-ACEC200-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   MOVE CA-AC8C200S        TO WS-RTN-NAME
                   PERFORM SET-ROUTINE-ERROR
               ELSE
                   MOVE E200-NUM-PENDING   TO N0051-NUM-NEW
               END-IF

           END-IF

           IF  NOT N0051-RES-ERROR

               MOVE WS-ENT-OLD             TO WS-PARAM-ENT

               PERFORM USE-ENTITY-PARAMS

           END-IF

           IF  NOT N0051-RES-ERROR

               INITIALIZE VA-ACEC200-01
                          VA-ACEC000-01

               MOVE CA-OPE-PND-REMOVE      TO E200-OPTION
               MOVE WS-ENT-OLD             TO E200-ENT
               MOVE WS-PND-LAST            TO E200-NUM-PENDING

               CALL CA-AC8C200S   USING VA-ACEC200-01
                                        VA-ACEC000-01
                                        VA-QBEC999-01

               IF  NOT E000-SW-RTN-OK
                   SET N0051-RES-ERROR     TO TRUE
                   STRING "PARKED, OLD ENTRY NOT REMOVED RC="
                          E000-SW-COD-RTN
                          DELIMITED BY SIZE INTO N0051-DES-RESULT
               END-IF

           END-IF

           IF  NOT N0051-RES-ERROR
               SET N0051-RES-MIGRATED      TO TRUE
               MOVE "MIGRATED"             TO N0051-DES-RESULT
           END-IF.

      ******************************************************************
      *.PN                    WRITE-CONTROL-REPORT                     *
      *                                                                *
      *A.PR.S                                                          *
      *   - EL INFORME SE CONSTRUYE RELEYENDO MIGXREF COMPLETO (TAMBIEN*
      *     LO GRABADO ANTES DE UN REARRANQUE): CORRESPONDENCIA        *
      *     APLICADA, BIENES Y PENDIENTES NO MOVIDOS, Y POR ENTIDAD    *
      *     ANTIGUA LOS CONTADORES E IMPORTES ANTES/DESPUES CON SU     *
      *     CUADRE. LOS IMPORTES SON N003-GOOD-AMT EN LA DIVISA DE     *
      *     CADA BIEN (TOTAL DE CONTROL, NO CONTRAVALOR).              *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE REPORT IS BUILT BY RE-READING THE WHOLE OF MIGXREF     *
      *     (INCLUDING WHAT WAS WRITTEN BEFORE A RESTART): MAPPING     *
      *     APPLIED, GOODS AND PENDING ENTRIES NOT MOVED, AND PER OLD  *
      *     ENTITY THE BEFORE/AFTER COUNTS AND AMOUNTS WITH THEIR      *
      *     BALANCE. AMOUNTS ARE N003-GOOD-AMT IN EACH GOOD'S OWN      *
      *     CURRENCY (A CONTROL TOTAL, NOT A COUNTERVALUE).            *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-CONTROL-REPORT.

           OPEN OUTPUT MIG-REPORT-FILE

           PERFORM WRITE-REPORT-TITLE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS - NOT MOVED" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N'                    TO WS-SW-XREF-EOF

           OPEN INPUT MIG-XREF-FILE

           PERFORM UNTIL WS-XREF-EOF

               READ MIG-XREF-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       PERFORM ACCUMULATE-XREF
               END-READ

           END-PERFORM

           CLOSE MIG-XREF-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS BY ABSORBED ENTITY" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-OLD FROM 1 BY 1
                   UNTIL WN-IDX-OLD > WS-CNT-OLD-ENT

               PERFORM WRITE-OLD-ENTITY-BLOCK

           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GOODS RECEIVED BY SURVIVING ENTITY" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-NEW FROM 1 BY 1
                   UNTIL WN-IDX-NEW > WS-CNT-NEW-ENT

               MOVE WS-NEW-CNT-GOODS(WN-IDX-NEW)  TO WS-CNT-EDIT
               MOVE WS-NEW-AMT-GOODS(WN-IDX-NEW)  TO WS-AMT-EDIT

               MOVE SPACES TO WS-PRINT-LINE
               STRING "  NEW ENTITY "      DELIMITED BY SIZE
                      WS-NEW-ENT(WN-IDX-NEW) DELIMITED BY SIZE
                      "  AFTER: GOODS "    DELIMITED BY SIZE
                      WS-CNT-EDIT          DELIMITED BY SIZE
                      "  AMOUNT "          DELIMITED BY SIZE
                      WS-AMT-EDIT          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM

           MOVE WS-TOT-COOWNERS        TO WS-CNT-EDIT
           MOVE WS-TOT-VALUATIONS      TO WS-CNT-EDIT-2
           MOVE WS-TOT-AUDIT           TO WS-CNT-EDIT-3
           MOVE WS-TOT-GEO             TO WS-CNT-EDIT-4
           MOVE WS-TOT-EPC             TO WS-CNT-EDIT-5

           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPENDENT ROWS CARRIED: CO-OWNERS " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  VALUATIONS "      DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  "  AUDIT "           DELIMITED BY SIZE
                  WS-CNT-EDIT-3        DELIMITED BY SIZE
                  "  GEO "             DELIMITED BY SIZE
                  WS-CNT-EDIT-4        DELIMITED BY SIZE
                  "  EPC "             DELIMITED BY SIZE
                  WS-CNT-EDIT-5        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-CADASTRE        TO WS-CNT-EDIT
           MOVE WS-TOT-DOCUMENTS       TO WS-CNT-EDIT-2
           MOVE WS-TOT-ORD-CANCEL      TO WS-CNT-EDIT-3

           MOVE SPACES TO WS-PRINT-LINE
           STRING "                        CADASTRE "  DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  DOCUMENTS "       DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  "  APPRAISAL ORDERS CANCELLED " DELIMITED BY SIZE
                  WS-CNT-EDIT-3        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF  WS-TOT-ORD-CANCEL > ZEROS
               PERFORM WRITE-CANCELLED-ORDERS
           END-IF

           CLOSE MIG-REPORT-FILE.

      ******************************************************************
      *.PN                    WRITE-CANCELLED-ORDERS                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - SEGUNDA LECTURA DE MIGXREF: LISTA LAS ORDENES DE TASACION  *
      *     CANCELADAS CON EL BIEN NUEVO SOBRE EL QUE HAY QUE PEDIRLAS *
      *     DE NUEVO.                                                  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - SECOND READ OF MIGXREF: LISTS THE CANCELLED APPRAISAL      *
      *     ORDERS WITH THE NEW GOOD THEY MUST BE REQUESTED AGAIN ON.  *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-CANCELLED-ORDERS.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "APPRAISAL ORDERS CANCELLED - REQUEST AGAIN ON NEW GOOD"
                                       TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N'                    TO WS-SW-XREF-EOF

           OPEN INPUT MIG-XREF-FILE

           PERFORM UNTIL WS-XREF-EOF

               READ MIG-XREF-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF  N0051-REC-GOOD
                           AND N0051-NUM-ORDER > ZEROS
                           PERFORM WRITE-ORDER-LINE
                       END-IF
               END-READ

           END-PERFORM

           CLOSE MIG-XREF-FILE.

      ******************************************************************
      *.PN                    WRITE-ORDER-LINE                         *
      ******************************************************************
       WRITE-ORDER-LINE.

           MOVE N0051-NUM-ORDER        TO WS-NUM-EDIT
           MOVE N0051-NUM-OLD          TO WS-NUM-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ORDER "           DELIMITED BY SIZE
                  N0051-ENT-OLD        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-NUM-EDIT          DELIMITED BY SIZE
                  " WAS "              DELIMITED BY SIZE
                  N0051-STATUS-ORDER   DELIMITED BY SIZE
                  "  OLD GOOD "        DELIMITED BY SIZE
                  N0051-ENT-OLD        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-NUM-EDIT-2        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE

           MOVE N0051-NUM-NEW          TO WS-NUM-EDIT
           MOVE WS-PRINT-LINE          TO REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NEW GOOD "        DELIMITED BY SIZE
                  N0051-ENT-NEW        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-NUM-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE(1:30)    TO REPORT-LINE(60:30)

           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-REPORT-TITLE                       *
      ******************************************************************
       WRITE-REPORT-TITLE.

           MOVE SPACES TO WS-PRINT-LINE

           EVALUATE TRUE
               WHEN WS-RUN-RESTART
                   STRING "AC2C1ROS - ENTITY MERGER MIGRATION - "
                          "RESTART - PROCESS DATE " WS-DAT-PROCESS
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WS-RUN-MIGRATE
                   STRING "AC2C1ROS - ENTITY MERGER MIGRATION - "
                          "MIGRATION - PROCESS DATE " WS-DAT-PROCESS
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "AC2C1ROS - ENTITY MERGER MIGRATION - "
                          "SIMULATION, NOTHING MOVED - PROCESS DATE "
                          WS-DAT-PROCESS
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE

           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MAPPING APPLIED (BLANK OLD BRANCH = OTHER BRANCHES,"
                                       TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "                 BLANK NEW BRANCH = BRANCH KEPT)"
                                       TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WN-IDX-MAP FROM 1 BY 1
                   UNTIL WN-IDX-MAP > WS-CNT-MAP

               MOVE SPACES TO WS-PRINT-LINE
               STRING "  OLD ENT "         DELIMITED BY SIZE
                      WS-MAP-ENT-OLD(WN-IDX-MAP) DELIMITED BY SIZE
                      " BRN "              DELIMITED BY SIZE
                      WS-MAP-BRN-OLD(WN-IDX-MAP) DELIMITED BY SIZE
                      "  ->  NEW ENT "     DELIMITED BY SIZE
                      WS-MAP-ENT-NEW(WN-IDX-MAP) DELIMITED BY SIZE
                      " BRN "              DELIMITED BY SIZE
                      WS-MAP-BRN-NEW(WN-IDX-MAP) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE

           END-PERFORM.

      ******************************************************************
      *.PN                    ACCUMULATE-XREF                          *
      ******************************************************************
       ACCUMULATE-XREF.

           PERFORM VARYING WN-IDX-OLD FROM 1 BY 1
                   UNTIL WN-IDX-OLD > WS-CNT-OLD-ENT
                      OR WS-OLD-ENT(WN-IDX-OLD) EQUAL N0051-ENT-OLD
               CONTINUE
           END-PERFORM

           IF  WN-IDX-OLD NOT > WS-CNT-OLD-ENT

               IF  N0051-RES-UNMAPPED
                   OR N0051-RES-ERROR
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF

               IF  N0051-REC-PENDING
                   PERFORM ACCUMULATE-PENDING
               ELSE
                   PERFORM ACCUMULATE-GOOD
               END-IF

           END-IF.

      ******************************************************************
      *.PN                    ACCUMULATE-PENDING                       *
      ******************************************************************
       ACCUMULATE-PENDING.

           IF  N0051-RES-MIGRATED
               OR N0051-RES-SIMULATED
               ADD 1 TO WS-OLD-CNT-PND-MOVED(WN-IDX-OLD)
           ELSE
               ADD 1 TO WS-OLD-CNT-PND-LEFT(WN-IDX-OLD)
           END-IF.

      ******************************************************************
      *.PN                    ACCUMULATE-GOOD                          *
      ******************************************************************
       ACCUMULATE-GOOD.

           ADD 1               TO WS-OLD-CNT-BEFORE(WN-IDX-OLD)
           ADD N0051-AMT-OLD   TO WS-OLD-AMT-BEFORE(WN-IDX-OLD)

           EVALUATE TRUE

               WHEN N0051-RES-UNMAPPED
                   ADD 1             TO WS-OLD-CNT-UNMAPPED(WN-IDX-OLD)
                   ADD N0051-AMT-OLD TO WS-OLD-AMT-UNMAPPED(WN-IDX-OLD)

               WHEN N0051-RES-ERROR
                   ADD 1             TO WS-OLD-CNT-ERROR(WN-IDX-OLD)
                   ADD N0051-AMT-OLD TO WS-OLD-AMT-ERROR(WN-IDX-OLD)

               WHEN OTHER
                   ADD 1             TO WS-OLD-CNT-MOVED(WN-IDX-OLD)
                   ADD N0051-AMT-OLD
                                   TO WS-OLD-AMT-MOVED-OLD(WN-IDX-OLD)
                   ADD N0051-AMT-NEW
                                   TO WS-OLD-AMT-MOVED-NEW(WN-IDX-OLD)
                   PERFORM ACCUMULATE-NEW-ENTITY
                   ADD N0051-CNT-COOWNERS    TO WS-TOT-COOWNERS
                   ADD N0051-CNT-VALUATIONS  TO WS-TOT-VALUATIONS
                   ADD N0051-CNT-AUDIT       TO WS-TOT-AUDIT
                   IF  N0051-FLG-GEO EQUAL CA-YES
                       ADD 1 TO WS-TOT-GEO
                   END-IF
                   IF  N0051-FLG-EPC EQUAL CA-YES
                       ADD 1 TO WS-TOT-EPC
                   END-IF
                   IF  N0051-FLG-CADASTRE EQUAL CA-YES
                       ADD 1 TO WS-TOT-CADASTRE
                   END-IF
                   ADD N0051-CNT-DOCUMENTS   TO WS-TOT-DOCUMENTS
                   IF  N0051-NUM-ORDER > ZEROS
                       ADD 1 TO WS-TOT-ORD-CANCEL
                   END-IF

           END-EVALUATE.

      ******************************************************************
      *.PN                    ACCUMULATE-NEW-ENTITY                    *
      ******************************************************************
       ACCUMULATE-NEW-ENTITY.

           PERFORM VARYING WN-IDX-NEW FROM 1 BY 1
                   UNTIL WN-IDX-NEW > WS-CNT-NEW-ENT
                      OR WS-NEW-ENT(WN-IDX-NEW) EQUAL N0051-ENT-NEW
               CONTINUE
           END-PERFORM

           IF  WN-IDX-NEW NOT > WS-CNT-NEW-ENT
               ADD 1             TO WS-NEW-CNT-GOODS(WN-IDX-NEW)
               ADD N0051-AMT-NEW TO WS-NEW-AMT-GOODS(WN-IDX-NEW)
           END-IF.

      ******************************************************************
      *.PN                    WRITE-EXCEPTION-LINE                     *
      ******************************************************************
       WRITE-EXCEPTION-LINE.

           MOVE N0051-NUM-OLD          TO WS-NUM-EDIT
           MOVE N0051-NUM-NEW          TO WS-NUM-EDIT-2
           MOVE N0051-AMT-OLD          TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           MOVE SPACES TO REPORT-LINE

           IF  N0051-REC-PENDING
               STRING "  PENDING "         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           ELSE
               STRING "  GOOD    "         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
           END-IF

           STRING WS-PRINT-LINE(1:10)  DELIMITED BY SIZE
                  N0051-ENT-OLD        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-NUM-EDIT          DELIMITED BY SIZE
                  " BRN "              DELIMITED BY SIZE
                  N0051-BRN-OLD        DELIMITED BY SIZE
                  " AMT "              DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0051-SW-RESULT      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  N0051-DES-RESULT     DELIMITED BY SIZE
                  INTO REPORT-LINE

           IF  N0051-NUM-NEW > ZEROS
               MOVE SPACES TO WS-PRINT-LINE
               STRING " NEW "              DELIMITED BY SIZE
                      N0051-ENT-NEW        DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      WS-NUM-EDIT-2        DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE(1:20) TO REPORT-LINE(100:20)
           END-IF

           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-OLD-ENTITY-BLOCK                   *
      *                                                                *
      *A.PR.S                                                          *
      *   - CUADRE POR ENTIDAD ABSORBIDA: LOS BIENES DE ANTES DEBEN    *
      *     SER LOS MOVIDOS MAS LOS NO MOVIDOS, Y EL IMPORTE DE LOS    *
      *     MOVIDOS LEIDO DE LOS BIENES NUEVOS DEBE SER EL MISMO QUE   *
      *     TENIAN LOS ANTIGUOS.                                       *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - BALANCE PER ABSORBED ENTITY: THE GOODS BEFORE MUST BE THE  *
      *     MOVED PLUS THE NOT MOVED, AND THE AMOUNT OF THE MOVED      *
      *     GOODS READ FROM THE NEW GOODS MUST BE THE SAME THE OLD     *
      *     ONES HAD.                                                  *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-OLD-ENTITY-BLOCK.

           MOVE WS-OLD-CNT-BEFORE(WN-IDX-OLD)     TO WS-CNT-EDIT
           MOVE WS-OLD-AMT-BEFORE(WN-IDX-OLD)     TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OLD ENTITY "      DELIMITED BY SIZE
                  WS-OLD-ENT(WN-IDX-OLD) DELIMITED BY SIZE
                  "  BEFORE:    GOODS " DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  AMOUNT "          DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OLD-CNT-MOVED(WN-IDX-OLD)      TO WS-CNT-EDIT
           MOVE WS-OLD-AMT-MOVED-OLD(WN-IDX-OLD)  TO WS-AMT-EDIT
           MOVE WS-OLD-AMT-MOVED-NEW(WN-IDX-OLD)  TO WS-AMT-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING "                     MOVED:     GOODS "
                                       DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  AMOUNT "          DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  "  AFTER "           DELIMITED BY SIZE
                  WS-AMT-EDIT-2        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OLD-CNT-UNMAPPED(WN-IDX-OLD)   TO WS-CNT-EDIT
           MOVE WS-OLD-AMT-UNMAPPED(WN-IDX-OLD)   TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "                     UNMAPPED:  GOODS "
                                       DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  AMOUNT "          DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OLD-CNT-ERROR(WN-IDX-OLD)      TO WS-CNT-EDIT
           MOVE WS-OLD-AMT-ERROR(WN-IDX-OLD)      TO WS-AMT-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "                     ERRORS:    GOODS "
                                       DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  AMOUNT "          DELIMITED BY SIZE
                  WS-AMT-EDIT          DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OLD-CNT-PND-MOVED(WN-IDX-OLD)  TO WS-CNT-EDIT
           MOVE WS-OLD-CNT-PND-LEFT(WN-IDX-OLD)   TO WS-CNT-EDIT-2

           MOVE SPACES TO WS-PRINT-LINE
           STRING "                     PENDING APPROVALS MOVED "
                                       DELIMITED BY SIZE
                  WS-CNT-EDIT          DELIMITED BY SIZE
                  "  LEFT "            DELIMITED BY SIZE
                  WS-CNT-EDIT-2        DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF  WS-OLD-CNT-BEFORE(WN-IDX-OLD)
                   EQUAL WS-OLD-CNT-MOVED(WN-IDX-OLD)
                       + WS-OLD-CNT-UNMAPPED(WN-IDX-OLD)
                       + WS-OLD-CNT-ERROR(WN-IDX-OLD)
               AND WS-OLD-AMT-MOVED-OLD(WN-IDX-OLD)
                   EQUAL WS-OLD-AMT-MOVED-NEW(WN-IDX-OLD)
               MOVE "                     CONTROL: BALANCED"
                                       TO REPORT-LINE
           ELSE
               MOVE "                     CONTROL: DIFFERENCE"
                                       TO REPORT-LINE
           END-IF

           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    REGISTER-RUN-START                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - COMO EN AC2C0ROS: UNA MIGRACION YA COMPLETADA PARA LA      *
      *     MISMA FECHA DE PROCESO NO VUELVE A ARRANCAR (RC=16).       *
      *     LAS SIMULACIONES NO SE REGISTRAN.                          *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - AS IN AC2C0ROS: A MIGRATION ALREADY COMPLETED FOR THE SAME *
      *     PROCESS DATE DOES NOT START AGAIN (RC=16). SIMULATIONS ARE *
      *     NOT REGISTERED.                                            *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-RUN-START.

           OPEN INPUT RUN-CTL-FILE

           PERFORM UNTIL WS-RUNCTL-EOF

               READ RUN-CTL-FILE
                   AT END
                       SET WS-RUNCTL-EOF TO TRUE
                   NOT AT END
                       IF  N0036-PROGRAM EQUAL "AC2C1ROS"
                           AND N0036-DAT-PROCESS
                                   EQUAL WS-DAT-PROCESS
                           AND N0036-INP-DAT-CREATE
                                   EQUAL WS-DAT-PROCESS
                           AND N0036-INP-SOURCE
                                   EQUAL CA-INP-MIGRATE
                           AND N0036-RUN-COMPLETED
                           SET WS-RUN-DUPLICATE TO TRUE
                       END-IF
               END-READ

           END-PERFORM

           CLOSE RUN-CTL-FILE

           IF  WS-RUN-DUPLICATE

               DISPLAY "AC2C1ROS - MIGRATION ALREADY COMPLETED FOR "
                       WS-DAT-PROCESS

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

           MOVE "AC2C1ROS"             TO N0036-PROGRAM
           MOVE WS-DAT-PROCESS         TO N0036-DAT-PROCESS
           MOVE WS-DAT-PROCESS         TO N0036-INP-DAT-CREATE
           MOVE CA-INP-MIGRATE         TO N0036-INP-SOURCE

           MOVE WS-RUN-STATUS          TO N0036-STATUS

           MOVE WS-CNT-READ            TO N0036-CNT-READ
           MOVE WS-CNT-MOVED           TO N0036-CNT-OK
           MOVE WS-CNT-ERROR           TO N0036-CNT-ERROR

           WRITE ACNC0036

           CLOSE RUN-CTL-FILE.
