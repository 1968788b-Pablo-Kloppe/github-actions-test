      ******************************************************************
      *A.PD.S
      *     PROGRAMA BATCH
      *     COPIA DE CIERRE DE MES DEL EXTRACTO DE BIENES RAICES
      *A.PD.E                                                          *
      *                                                                *
      *B.PD.S                                                          *
      *     BATCH PROGRAM                                              *
      *     MONTH-END SNAPSHOT OF THE REAL ESTATE EXTRACT              *
      *B.PD.E                                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AC7C1ROS.
       AUTHOR.       ALNOVA TECHNOLOGIES CORPORATION
       DATE-WRITTEN. 15-10-2026.
      *
      ******************************************************************
      *A.OR.S                                                          *
      *     GUARDA UNA COPIA FECHADA DEL EXTRACTO GOODEXT DEL CIERRE   *
      *     DE MES (MESNAP) PARA QUE AC7C2ROS PUEDA EXPLICAR LOS       *
      *     MOVIMIENTOS DE LA CARTERA ENTRE DOS CIERRES. EL EXTRACTO   *
      *     SE VERIFICA ANTES (CABECERA/COLA ACNC0034) Y DEBE ESTAR    *
      *     CREADO EN LA FECHA DE CIERRE INDICADA EN SNAPPARM. LA      *
      *     COPIA CONSERVA LOS REGISTROS DE DATOS TAL CUAL; LA         *
      *     CABECERA LLEVA LA FECHA DE CIERRE Y ESTE PROGRAMA COMO     *
      *     ORIGEN, Y LA COLA SE RECALCULA SOBRE LO COPIADO Y SE       *
      *     CUADRA CON LA COLA ORIGINAL. CADA CIERRE SE COPIA UNA SOLA *
      *     VEZ (RUNCTL, ACNC0036). EL NOMBRE FECHADO DEL FICHERO LO   *
      *     DA LA CADENA AL ASIGNAR MESNAP.                            *
      *                                                                *
      *  FICHEROS / TABLAS / AREAS                                     *
      *  -------------------------                                     *
      *     NOMBRE        E/S             DESCRIPCION                  *
      *    --------      -----  -----------------------------------    *
      *    SNAPPARM         E     FECHA DE CIERRE DE MES               *
      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    MESNAP           S     COPIA DE CIERRE (FORMATO ACNC003)    *
      *    RUNCTL          E/S    CONTROL DE EJECUCIONES               *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *     KEEPS A DATED COPY OF THE MONTH-END GOODEXT EXTRACT        *
      *     (MESNAP) SO AC7C2ROS CAN EXPLAIN THE PORTFOLIO MOVEMENTS   *
      *     BETWEEN TWO MONTH-ENDS. THE EXTRACT IS VERIFIED FIRST      *
      *     (ACNC0034 HEADER/TRAILER) AND MUST BE CREATED ON THE       *
      *     MONTH-END DATE GIVEN IN SNAPPARM. THE COPY KEEPS THE DATA  *
      *     RECORDS AS THEY ARE; THE HEADER CARRIES THE MONTH-END      *
      *     DATE AND THIS PROGRAM AS SOURCE, AND THE TRAILER IS        *
      *     RECOMPUTED OVER WHAT WAS COPIED AND MATCHED AGAINST THE    *
      *     ORIGINAL TRAILER. EACH MONTH-END IS COPIED ONLY ONCE       *
      *     (RUNCTL, ACNC0036). THE DATED FILE NAME IS GIVEN BY THE    *
      *     JOB WHEN IT ASSIGNS MESNAP.                                *
      *                                                                *
      *    FILE / TABLES / AREAS                                       *
      *  ------------------------                                      *
      *      NAME         I/O             DESCRIPTION                  *
      *    --------      -----  -----------------------------------    *
      *    SNAPPARM         I     MONTH-END DATE                       *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    MESNAP           O     MONTH-END COPY (ACNC003 FORMAT)      *
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

           SELECT SNAP-PARM-FILE       ASSIGN TO "SNAPPARM"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT GOOD-EXTRACT-RAW     ASSIGN TO "GOODEXT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT MONTH-END-SNAP-FILE  ASSIGN TO "MESNAP"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-FILE
                                        ASSIGN TO "RUNCTL"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  SNAP-PARM-FILE
           RECORDING MODE IS F.

       01  SNAP-PARM-RECORD.
           05  PARM-DAT-MONTHEND           PIC X(10).

       FD  GOOD-EXTRACT-RAW
           RECORDING MODE IS F.

       01  GOOD-EXTRACT-RAW-RECORD      PIC X(752).

       FD  MONTH-END-SNAP-FILE
           RECORDING MODE IS F.

           COPY ACNC003.

       FD  RUN-CTL-FILE
           RECORDING MODE IS F.

           COPY ACNC0036.

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-SW-RAW-EOF               PIC X(01)   VALUE 'N'.
               88  WS-RAW-EOF                          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-DAT-MONTHEND             PIC X(10)   VALUE SPACES.

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
           05  WS-TRL-CNT-RECS             PIC 9(09)   VALUE ZEROS.
           05  WS-TRL-HASH-AMT             PIC 9(16)V9(02) VALUE ZEROS.

      ******************************************************************
      *               COPY ACNC0034                                    *
      *               REGISTROS DE CONTROL DEL EXTRACTO                *
      *               EXTRACT CONTROL RECORDS                          *
      ******************************************************************
       COPY ACNC0034.

       01  WS-COUNTERS.
           05  WS-CNT-READ                 PIC 9(07)   VALUE ZEROS.
           05  WS-CNT-COPIED               PIC 9(09)   VALUE ZEROS.
           05  WS-HASH-COPIED              PIC 9(16)V9(02) VALUE ZEROS.

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
           05  CA-SOURCE-NAME              PIC X(08)   VALUE 'AC7C1ROS'.

      ******************************************************************
      *                                                                *
      *                      PROCEDURE DIVISION                        *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM READ-PARM

           PERFORM VERIFY-EXTRACT-CONTROLS

           PERFORM REGISTER-RUN-START

           PERFORM OPEN-FILES

           PERFORM WRITE-SNAP-HEADER

           PERFORM UNTIL WS-RAW-EOF

               READ GOOD-EXTRACT-RAW
                   AT END
                       SET WS-RAW-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF  GOOD-EXTRACT-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-HEADER
                           AND GOOD-EXTRACT-RAW-RECORD(1:1)
                                   NOT EQUAL CA-REC-TRAILER
                           PERFORM COPY-DATA-RECORD
                       END-IF
               END-READ

           END-PERFORM

           PERFORM WRITE-SNAP-TRAILER

           PERFORM CLOSE-FILES

           PERFORM REGISTER-RUN-END

           DISPLAY "AC7C1ROS - MONTH-END: " WS-DAT-MONTHEND
                   "  READ: "               WS-CNT-READ
                   "  COPIED: "             WS-CNT-COPIED

           GOBACK.

      ******************************************************************
      *.PN                    READ-PARM                                *
      ******************************************************************
       READ-PARM.

           OPEN INPUT SNAP-PARM-FILE

           READ SNAP-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DAT-MONTHEND     TO WS-DAT-MONTHEND
           END-READ

           CLOSE SNAP-PARM-FILE

      *    SIN FECHA DE CIERRE LA COPIA NO SE PODRIA FECHAR; SE EXIGE
      *    EL PARAMETRO.
      *    WITHOUT A MONTH-END DATE THE COPY COULD NOT BE DATED; THE
      *    PARAMETER IS REQUIRED.
           IF  WS-DAT-MONTHEND EQUAL SPACES OR LOW-VALUES
               MOVE "MONTH-END DATE PARAMETER MISSING" TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    OPEN-FILES                               *
      ******************************************************************
       OPEN-FILES.

           MOVE 'N'                    TO WS-SW-RAW-EOF

           OPEN INPUT  GOOD-EXTRACT-RAW
           OPEN OUTPUT MONTH-END-SNAP-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *
      ******************************************************************
       CLOSE-FILES.

           CLOSE GOOD-EXTRACT-RAW
                 MONTH-END-SNAP-FILE.

      ******************************************************************
      *.PN                    COPY-DATA-RECORD                         *
      ******************************************************************
       COPY-DATA-RECORD.

           MOVE GOOD-EXTRACT-RAW-RECORD TO ACNC003

           WRITE ACNC003

           ADD 1 TO WS-CNT-COPIED

           IF  N003-GOOD-AMT IS NUMERIC
               ADD N003-GOOD-AMT TO WS-HASH-COPIED
           END-IF.

      ******************************************************************
      *.PN                    WRITE-SNAP-HEADER                        *
      ******************************************************************
       WRITE-SNAP-HEADER.

           MOVE SPACES                 TO ACNC0034
           MOVE CA-REC-HEADER          TO N0034-REC-TYPE
           MOVE WS-DAT-MONTHEND        TO N0034-HDR-DAT-CREATE
           MOVE CA-SOURCE-NAME         TO N0034-HDR-SOURCE
           MOVE WS-HDR-ENT-SCOPE       TO N0034-HDR-ENT-SCOPE

           MOVE ACNC0034               TO ACNC003

           WRITE ACNC003.

      ******************************************************************
      *.PN                    WRITE-SNAP-TRAILER                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - LA COLA DE LA COPIA SE CALCULA SOBRE LOS REGISTROS         *
      *     COPIADOS; SI NO CUADRA CON LA COLA ORIGINAL LA COPIA NO    *
      *     SIRVE Y EL PASO TERMINA CON RC=16.                         *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - THE COPY TRAILER IS COMPUTED OVER THE COPIED RECORDS; IF   *
      *     IT DOES NOT MATCH THE ORIGINAL TRAILER THE COPY IS NO GOOD *
      *     AND THE STEP ENDS WITH RC=16.                              *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-SNAP-TRAILER.

           MOVE SPACES                 TO ACNC0034
           MOVE CA-REC-TRAILER         TO N0034-REC-TYPE
           MOVE WS-CNT-COPIED          TO N0034-TRL-CNT-RECS
           MOVE WS-HASH-COPIED         TO N0034-TRL-HASH-AMT

           MOVE ACNC0034               TO ACNC003

           WRITE ACNC003

           IF  WS-CNT-COPIED  NOT EQUAL WS-TRL-CNT-RECS
               OR WS-HASH-COPIED NOT EQUAL WS-TRL-HASH-AMT
               CLOSE GOOD-EXTRACT-RAW
                     MONTH-END-SNAP-FILE
               MOVE "COPY DOES NOT MATCH EXTRACT TRAILER" TO WS-CTL-MSG
               PERFORM CONTROL-ERROR
           END-IF.

      ******************************************************************
      *.PN                    VERIFY-EXTRACT-CONTROLS                  *
      *                                                                *
      *A.PR.S                                                          *
      *   - PASADA PREVIA SOBRE GOODEXT COMO EN AC3C0ROS: CABECERA     *
      *     'H' PRIMERO, COLA 'T' AL FINAL, Y NUMERO DE REGISTROS Y    *
      *     TOTAL DE CONTROL CUADRADOS CON LA COLA. ADEMAS EL EXTRACTO *
      *     TIENE QUE ESTAR CREADO EN LA FECHA DE CIERRE: UNA COPIA DE *
      *     OTRO DIA NO SERIA EL CIERRE DE MES.                        *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - PRE-PASS OVER GOODEXT AS IN AC3C0ROS: 'H' HEADER FIRST,    *
      *     'T' TRAILER LAST, AND RECORD COUNT AND HASH TOTAL          *
      *     MATCHING THE TRAILER. THE EXTRACT MUST ALSO BE CREATED ON  *
      *     THE MONTH-END DATE: A COPY FROM ANOTHER DAY WOULD NOT BE   *
      *     THE MONTH-END.                                             *
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
           END-IF

           IF  WS-HDR-DAT-CREATE NOT EQUAL WS-DAT-MONTHEND
               MOVE "EXTRACT NOT CREATED ON MONTH-END DATE"
                                                TO WS-CTL-MSG
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

           DISPLAY "AC7C1ROS - MONTH-END SNAPSHOT ERROR: " WS-CTL-MSG

           MOVE 16 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      *.PN                    REGISTER-RUN-START                       *
      *                                                                *
      *A.PR.S                                                          *
      *   - UN CIERRE DE MES YA COPIADO DESDE EL MISMO EXTRACTO NO SE  *
      *     VUELVE A COPIAR (RC=16); DESPUES SE REGISTRA EL ARRANQUE.  *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - A MONTH-END ALREADY COPIED FROM THE SAME EXTRACT IS NOT    *
      *     COPIED AGAIN (RC=16); THEN THE START IS REGISTERED.        *
      *B.PR.E                                                          *
      ******************************************************************
       REGISTER-RUN-START.

           OPEN INPUT RUN-CTL-FILE

           PERFORM UNTIL WS-RUNCTL-EOF

               READ RUN-CTL-FILE
                   AT END
                       SET WS-RUNCTL-EOF TO TRUE
                   NOT AT END
                       IF  N0036-PROGRAM EQUAL CA-SOURCE-NAME
                           AND N0036-DAT-PROCESS
                                   EQUAL WS-DAT-MONTHEND
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

               DISPLAY "AC7C1ROS - MONTH-END ALREADY COPIED FOR "
                       WS-DAT-MONTHEND " INPUT "
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

           MOVE CA-SOURCE-NAME         TO N0036-PROGRAM
           MOVE WS-DAT-MONTHEND        TO N0036-DAT-PROCESS
           MOVE WS-HDR-DAT-CREATE      TO N0036-INP-DAT-CREATE
           MOVE WS-HDR-SOURCE          TO N0036-INP-SOURCE

           MOVE WS-RUN-STATUS          TO N0036-STATUS

           MOVE WS-CNT-READ            TO N0036-CNT-READ
           MOVE WS-CNT-COPIED          TO N0036-CNT-OK
           MOVE ZEROS                  TO N0036-CNT-ERROR

           WRITE ACNC0036

           CLOSE RUN-CTL-FILE.
