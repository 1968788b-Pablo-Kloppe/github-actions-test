       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDEDUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-FILE ASSIGN TO "cobtest.mst"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-NAME
               FILE STATUS IS WS-MST-STATUS.
           SELECT RPT-FILE ASSIGN TO "cobtest_dups.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CAND-FILE ASSIGN TO "cobtest_dups.mrg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT MERGE-FILE ASSIGN TO "cobtest.merge"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.
           SELECT MRPT-FILE ASSIGN TO "cobtest_merge.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-FILE.
       01  PERSON-REC.
           05 PER-NAME                     PIC X(40).
           05 PER-AGE                      PIC 9(3).
           05 PER-BIRTH-MM                 PIC 9(2).
           05 PER-BIRTH-DD                 PIC 9(2).
           05 PER-BIRTH-YEAR               PIC 9(4).
           05 PER-LAST-VISIT               PIC X(10).
       FD  RPT-FILE.
       01  RPT-REC                         PIC X(120).
      *>   Fusion propuesta o aprobada: nombre que se conserva y
      *>   nombre que desaparece, en las mismas columnas fijas que el
      *>   fichero de visitantes; las lineas con "*" en la primera
      *>   columna son comentarios
       FD  CAND-FILE.
       01  CAND-REC.
           05 CAND-KEEP                    PIC X(40).
           05 FILLER                       PIC X(1).
           05 CAND-DROP                    PIC X(40).
       FD  MERGE-FILE.
       01  MERGE-REC.
           05 MRG-KEEP                     PIC X(40).
           05 FILLER                       PIC X(1).
           05 MRG-DROP                     PIC X(40).
       FD  MRPT-FILE.
       01  MRPT-REC                        PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                   PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-CAND-STATUS                  PIC X(2).
       01  WS-MERGE-STATUS                 PIC X(2).
       01  WS-MRPT-STATUS                  PIC X(2).
       01  WS-OPTION                       PIC X(1).
       01  WS-DATETIME.
           05 WS-YYYY                      PIC 9(4).
           05 WS-MM                        PIC 9(2).
           05 WS-DD                        PIC 9(2).
           05 WS-REST                      PIC X(14).
       01  WS-TODAY-TEXT                   PIC X(10).

      *>   MAESTRO EN MEMORIA CON EL NOMBRE NORMALIZADO DE CADA UNO
       01  WS-MAX-PERSONS                  PIC 9(4) VALUE 2000.
       01  WS-PER-COUNT                    PIC 9(4) VALUE 0.
       01  WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 2000 TIMES.
              10 WS-PT-NAME                PIC X(40).
              10 WS-PT-NORM                PIC X(40).
              10 WS-PT-BIRTH-MM            PIC 9(2).
              10 WS-PT-BIRTH-DD            PIC 9(2).
              10 WS-PT-BIRTH-YEAR          PIC 9(4).
              10 WS-PT-LAST-VISIT          PIC X(10).
       01  WS-TRUNCATED                    PIC X(1) VALUE "N".
       01  WS-IX                           PIC 9(4) VALUE 0.
       01  WS-JX                           PIC 9(4) VALUE 0.
       01  WS-NEXT-IX                      PIC 9(4) VALUE 0.
       01  WS-KX                           PIC 9(4) VALUE 0.

      *>   COMPARACION DE UN PAR
       01  WS-LEVEL                        PIC X(7).
       01  WS-BIRTH-CONFLICT               PIC X(1) VALUE "N".
       01  WS-BIRTH-EQUAL                  PIC X(1) VALUE "N".
       01  WS-SUBSET                       PIC X(1) VALUE "N".
       01  WS-SHORT-NORM                   PIC X(40).
       01  WS-LONG-NORM                    PIC X(42).
       01  WS-WORD                         PIC X(40).
       01  WS-WORD-KEY                     PIC X(42).
       01  WS-WORD-LEN                     PIC 9(2) VALUE 0.
       01  WS-NORM-LEN                     PIC 9(2) VALUE 0.
       01  WS-IX-LEN                       PIC 9(2) VALUE 0.
       01  WS-WORD-PTR                     PIC 9(2) VALUE 1.
       01  WS-WORD-HITS                    PIC 9(2) VALUE 0.
       01  WS-PAIR-COUNT                   PIC 9(5) VALUE 0.
       01  WS-HIGH-COUNT                   PIC 9(5) VALUE 0.
       01  WS-MEDIUM-COUNT                 PIC 9(5) VALUE 0.
       01  WS-REVIEW-COUNT                 PIC 9(5) VALUE 0.
       01  WS-KEEP-IX                      PIC 9(4) VALUE 0.
       01  WS-DROP-IX                      PIC 9(4) VALUE 0.
       01  WS-PAIR-ED                      PIC 9(4).

      *>   APLICACION DE FUSIONES
       01  WS-DROP-REC.
           05 WS-DROP-NAME                 PIC X(40).
           05 WS-DROP-AGE                  PIC 9(3).
           05 WS-DROP-BIRTH-MM             PIC 9(2).
           05 WS-DROP-BIRTH-DD             PIC 9(2).
           05 WS-DROP-BIRTH-YEAR           PIC 9(4).
           05 WS-DROP-LAST-VISIT           PIC X(10).
       01  WS-KEEP-SCORE                   PIC 9(1) VALUE 0.
       01  WS-DROP-SCORE                   PIC 9(1) VALUE 0.
       01  WS-REASON                       PIC X(40).
       01  WS-MERGED                       PIC 9(5) VALUE 0.
       01  WS-REJECTED                     PIC 9(5) VALUE 0.
       01  WS-COUNT-ED                     PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO WS-TODAY-TEXT
           STRING
              WS-YYYY "-" WS-MM "-" WS-DD DELIMITED BY SIZE
              INTO WS-TODAY-TEXT
           END-STRING

           DISPLAY "== PERDEDUP - personas duplicadas en cobtest.mst =="
           DISPLAY "1=informe de candidatos, 2=aplicar fusiones: "
                   WITH NO ADVANCING
           ACCEPT WS-OPTION

           EVALUATE WS-OPTION
              WHEN "1"
                 PERFORM CANDIDATE-REPORT
              WHEN "2"
                 PERFORM APPLY-MERGES
              WHEN OTHER
                 DISPLAY "Opcion no valida."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       CANDIDATE-REPORT.
           *> Carga el maestro, compara todas las parejas y escribe el
           *> informe de candidatos y la propuesta de fusiones
           PERFORM LOAD-MASTER
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT CAND-FILE
           MOVE "== Candidatos a persona duplicada en cobtest.mst =="
              TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING
              "Ejecutado: " DELIMITED BY SIZE
              WS-TODAY-TEXT DELIMITED BY SIZE
              ", personas leidas: " DELIMITED BY SIZE
              WS-COUNT-ED DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-TRUNCATED = "Y"
              MOVE "AVISO: maestro mayor que la tabla," TO RPT-REC
              MOVE "solo se comparan las primeras 2000 personas"
                 TO RPT-REC(36:)
              WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "PAR  NIVEL   NOMBRE" TO RPT-REC
           MOVE "NACIMIENTO  ULTIMA VISITA" TO RPT-REC(55:)
           WRITE RPT-REC

           MOVE "* Fusiones propuestas: conservar (col 1) /"
              TO CAND-REC
           MOVE " eliminar (col 42)" TO CAND-REC(43:)
           WRITE CAND-REC

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-PER-COUNT
              COMPUTE WS-NEXT-IX = WS-IX + 1
              PERFORM VARYING WS-JX FROM WS-NEXT-IX BY 1
                      UNTIL WS-JX > WS-PER-COUNT
                 PERFORM COMPARE-PAIR
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING
              "Pares candidatos: " WS-PAIR-COUNT
              " (ALTA " WS-HIGH-COUNT
              ", MEDIA " WS-MEDIUM-COUNT
              ", REVISAR " WS-REVIEW-COUNT ")"
              DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE "Propuesta de fusiones (ALTA y MEDIA) en" TO RPT-REC
           MOVE "cobtest_dups.mrg; revisar y copiar a cobtest.merge"
              TO RPT-REC(41:)
           WRITE RPT-REC
           CLOSE RPT-FILE
           CLOSE CAND-FILE

           DISPLAY "PERDEDUP: " WS-PAIR-COUNT
                   " pares candidatos, informe en cobtest_dups.rpt".

       LOAD-MASTER.
           *> Lee el maestro entero por orden de nombre
           OPEN INPUT PERSON-FILE
           IF WS-MST-STATUS NOT = "00"
              DISPLAY "cobtest.mst no existe o no se puede abrir."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PER-NAME
           START PERSON-FILE KEY IS NOT LESS THAN PER-NAME
           PERFORM UNTIL WS-MST-STATUS NOT = "00"
              READ PERSON-FILE NEXT RECORD
              IF WS-MST-STATUS = "00"
                 IF WS-PER-COUNT < WS-MAX-PERSONS
                    ADD 1 TO WS-PER-COUNT
                    MOVE PER-NAME TO WS-PT-NAME(WS-PER-COUNT)
                    CALL "NAMENORM" USING PER-NAME
                       WS-PT-NORM(WS-PER-COUNT)
                    MOVE PER-BIRTH-MM TO WS-PT-BIRTH-MM(WS-PER-COUNT)
                    MOVE PER-BIRTH-DD TO WS-PT-BIRTH-DD(WS-PER-COUNT)
                    MOVE PER-BIRTH-YEAR
                       TO WS-PT-BIRTH-YEAR(WS-PER-COUNT)
                    MOVE PER-LAST-VISIT
                       TO WS-PT-LAST-VISIT(WS-PER-COUNT)
                 ELSE
                    MOVE "Y" TO WS-TRUNCATED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PERSON-FILE.

       COMPARE-PAIR.
           *> Nivel de la pareja WS-IX / WS-JX:
           *>   ALTA    mismo nombre normalizado y nacimiento compatible
           *>           (cada dato igual o sin informar en uno de
           *>           los dos)
           *>   REVISAR mismo nombre normalizado pero nacimiento
           *>           distinto
           *>   MEDIA   nombres distintos pero uno contiene todas las
           *>           palabras del otro y el nacimiento completo
           *>           (mes, dia y año) coincide
           MOVE SPACES TO WS-LEVEL
           PERFORM CHECK-BIRTH
           IF WS-PT-NORM(WS-IX) = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-PT-NORM(WS-IX) = WS-PT-NORM(WS-JX)
              IF WS-BIRTH-CONFLICT = "Y"
                 MOVE "REVISAR" TO WS-LEVEL
              ELSE
                 MOVE "ALTA" TO WS-LEVEL
              END-IF
           ELSE
              IF WS-BIRTH-EQUAL = "Y"
                 PERFORM CHECK-WORD-SUBSET
                 IF WS-SUBSET = "Y"
                    MOVE "MEDIA" TO WS-LEVEL
                 END-IF
              END-IF
           END-IF
           IF WS-LEVEL NOT = SPACES
              PERFORM REPORT-PAIR
           END-IF.

       CHECK-BIRTH.
           MOVE "N" TO WS-BIRTH-CONFLICT
           IF WS-PT-BIRTH-MM(WS-IX) NOT = 0
              AND WS-PT-BIRTH-MM(WS-JX) NOT = 0
              AND WS-PT-BIRTH-MM(WS-IX) NOT = WS-PT-BIRTH-MM(WS-JX)
              MOVE "Y" TO WS-BIRTH-CONFLICT
           END-IF
           IF WS-PT-BIRTH-DD(WS-IX) NOT = 0
              AND WS-PT-BIRTH-DD(WS-JX) NOT = 0
              AND WS-PT-BIRTH-DD(WS-IX) NOT = WS-PT-BIRTH-DD(WS-JX)
              MOVE "Y" TO WS-BIRTH-CONFLICT
           END-IF
           IF WS-PT-BIRTH-YEAR(WS-IX) NOT = 0
              AND WS-PT-BIRTH-YEAR(WS-JX) NOT = 0
              AND WS-PT-BIRTH-YEAR(WS-IX) NOT = WS-PT-BIRTH-YEAR(WS-JX)
              MOVE "Y" TO WS-BIRTH-CONFLICT
           END-IF
           MOVE "N" TO WS-BIRTH-EQUAL
           IF WS-PT-BIRTH-MM(WS-IX) NOT = 0
              AND WS-PT-BIRTH-DD(WS-IX) NOT = 0
              AND WS-PT-BIRTH-YEAR(WS-IX) NOT = 0
              AND WS-PT-BIRTH-MM(WS-IX) = WS-PT-BIRTH-MM(WS-JX)
              AND WS-PT-BIRTH-DD(WS-IX) = WS-PT-BIRTH-DD(WS-JX)
              AND WS-PT-BIRTH-YEAR(WS-IX) = WS-PT-BIRTH-YEAR(WS-JX)
              MOVE "Y" TO WS-BIRTH-EQUAL
           END-IF.

       CHECK-WORD-SUBSET.
           *> Todas las palabras del nombre mas corto deben aparecer,
           *> como palabra completa, en el mas largo
           MOVE WS-PT-NORM(WS-IX) TO WS-SHORT-NORM
           PERFORM MEASURE-NORM
           MOVE WS-NORM-LEN TO WS-IX-LEN
           MOVE WS-PT-NORM(WS-JX) TO WS-SHORT-NORM
           PERFORM MEASURE-NORM
           MOVE SPACES TO WS-LONG-NORM
           IF WS-NORM-LEN < WS-IX-LEN
              STRING " " WS-PT-NORM(WS-IX) DELIMITED BY SIZE
                 INTO WS-LONG-NORM
              END-STRING
           ELSE
              MOVE WS-PT-NORM(WS-IX) TO WS-SHORT-NORM
              STRING " " WS-PT-NORM(WS-JX) DELIMITED BY SIZE
                 INTO WS-LONG-NORM
              END-STRING
           END-IF

           MOVE "Y" TO WS-SUBSET
           MOVE 1 TO WS-WORD-PTR
           PERFORM UNTIL WS-WORD-PTR > 40 OR WS-SUBSET = "N"
              MOVE SPACES TO WS-WORD
              MOVE 0 TO WS-WORD-LEN
              UNSTRING WS-SHORT-NORM DELIMITED BY SPACE
                 INTO WS-WORD COUNT IN WS-WORD-LEN
                 WITH POINTER WS-WORD-PTR
              END-UNSTRING
              IF WS-WORD = SPACES
                 MOVE 41 TO WS-WORD-PTR
              ELSE
                 MOVE SPACES TO WS-WORD-KEY
                 STRING " " WS-WORD(1:WS-WORD-LEN) " "
                    DELIMITED BY SIZE
                    INTO WS-WORD-KEY
                 END-STRING
                 ADD 2 TO WS-WORD-LEN
                 MOVE 0 TO WS-WORD-HITS
                 INSPECT WS-LONG-NORM TALLYING WS-WORD-HITS
                    FOR ALL WS-WORD-KEY(1:WS-WORD-LEN)
                 IF WS-WORD-HITS = 0
                    MOVE "N" TO WS-SUBSET
                 END-IF
              END-IF
           END-PERFORM.

       MEASURE-NORM.
           *> Longitud ocupada de WS-SHORT-NORM
           MOVE 40 TO WS-NORM-LEN
           PERFORM UNTIL WS-NORM-LEN = 0
                   OR WS-SHORT-NORM(WS-NORM-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-NORM-LEN
           END-PERFORM.

       REPORT-PAIR.
           *> Dos lineas por pareja; se conserva la de visita mas
           *> reciente y, en la propuesta, solo ALTA y MEDIA
           ADD 1 TO WS-PAIR-COUNT
           EVALUATE WS-LEVEL
              WHEN "ALTA"
                 ADD 1 TO WS-HIGH-COUNT
              WHEN "MEDIA"
                 ADD 1 TO WS-MEDIUM-COUNT
              WHEN OTHER
                 ADD 1 TO WS-REVIEW-COUNT
           END-EVALUATE
           IF WS-PT-LAST-VISIT(WS-JX) > WS-PT-LAST-VISIT(WS-IX)
              MOVE WS-JX TO WS-KEEP-IX
              MOVE WS-IX TO WS-DROP-IX
           ELSE
              MOVE WS-IX TO WS-KEEP-IX
              MOVE WS-JX TO WS-DROP-IX
           END-IF

           MOVE WS-PAIR-COUNT TO WS-PAIR-ED
           MOVE WS-KEEP-IX TO WS-KX
           MOVE SPACES TO RPT-REC
           MOVE WS-PAIR-ED TO RPT-REC(1:4)
           MOVE WS-LEVEL TO RPT-REC(6:7)
           PERFORM FORMAT-PERSON-LINE
           WRITE RPT-REC
           MOVE WS-DROP-IX TO WS-KX
           MOVE SPACES TO RPT-REC
           PERFORM FORMAT-PERSON-LINE
           WRITE RPT-REC

           IF WS-LEVEL NOT = "REVISAR"
              MOVE SPACES TO CAND-REC
              MOVE WS-PT-NAME(WS-KEEP-IX) TO CAND-KEEP
              MOVE WS-PT-NAME(WS-DROP-IX) TO CAND-DROP
              WRITE CAND-REC
           END-IF.

       FORMAT-PERSON-LINE.
           MOVE WS-PT-NAME(WS-KX) TO RPT-REC(14:40)
           STRING
              WS-PT-BIRTH-MM(WS-KX) "/" WS-PT-BIRTH-DD(WS-KX) "/"
              WS-PT-BIRTH-YEAR(WS-KX) "  " WS-PT-LAST-VISIT(WS-KX)
              DELIMITED BY SIZE
              INTO RPT-REC(55:)
           END-STRING.

       APPLY-MERGES.
           *> Aplica el fichero de fusiones aprobadas: por cada linea
           *> el registro que se conserva se queda con la visita mas
           *> reciente y con el nacimiento mas completo de los dos, y
           *> el otro se borra del maestro
           OPEN INPUT MERGE-FILE
           IF WS-MERGE-STATUS NOT = "00"
              DISPLAY "No existe el fichero de fusiones cobtest.merge."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN I-O PERSON-FILE
           IF WS-MST-STATUS NOT = "00"
              DISPLAY "cobtest.mst no existe o no se puede abrir."
              CLOSE MERGE-FILE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MRPT-FILE
           MOVE "== Fusiones aplicadas en cobtest.mst ==" TO MRPT-REC
           WRITE MRPT-REC
           MOVE SPACES TO MRPT-REC
           STRING "Ejecutado: " WS-TODAY-TEXT DELIMITED BY SIZE
              INTO MRPT-REC
           END-STRING
           WRITE MRPT-REC

           PERFORM UNTIL WS-MERGE-STATUS NOT = "00"
              READ MERGE-FILE
              IF WS-MERGE-STATUS = "00"
                 IF MERGE-REC NOT = SPACES
                    AND MERGE-REC(1:1) NOT = "*"
                    PERFORM APPLY-ONE-MERGE
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO MRPT-REC
           STRING
              "Fusiones aplicadas: " WS-MERGED
              ", rechazadas: " WS-REJECTED
              DELIMITED BY SIZE
              INTO MRPT-REC
           END-STRING
           WRITE MRPT-REC
           CLOSE MERGE-FILE
           CLOSE PERSON-FILE
           CLOSE MRPT-FILE
           DISPLAY "PERDEDUP: " WS-MERGED " fusiones aplicadas, "
                   WS-REJECTED " rechazadas, detalle en "
                   "cobtest_merge.rpt".

       APPLY-ONE-MERGE.
           MOVE SPACES TO WS-REASON
           IF MRG-KEEP = SPACES OR MRG-DROP = SPACES
              MOVE "linea incompleta" TO WS-REASON
           ELSE
              IF MRG-KEEP = MRG-DROP
                 MOVE "mismo nombre en las dos columnas" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES
              PERFORM REJECT-MERGE
              EXIT PARAGRAPH
           END-IF

           MOVE MRG-DROP TO PER-NAME
           READ PERSON-FILE
           IF WS-MST-STATUS NOT = "00"
              MOVE "el registro a eliminar no existe" TO WS-REASON
              PERFORM REJECT-MERGE
              EXIT PARAGRAPH
           END-IF
           MOVE PERSON-REC TO WS-DROP-REC

           MOVE MRG-KEEP TO PER-NAME
           READ PERSON-FILE
           IF WS-MST-STATUS NOT = "00"
              MOVE "el registro a conservar no existe" TO WS-REASON
              PERFORM REJECT-MERGE
              EXIT PARAGRAPH
           END-IF

           *> Visita mas reciente de las dos
           IF WS-DROP-LAST-VISIT > PER-LAST-VISIT
              MOVE WS-DROP-LAST-VISIT TO PER-LAST-VISIT
           END-IF

           *> Nacimiento mas completo: mes y dia cuentan 2, el año 1;
           *> a igualdad se queda el del registro conservado. La edad
           *> acompaña al nacimiento del que sale.
           MOVE 0 TO WS-KEEP-SCORE
           IF PER-BIRTH-MM NOT = 0 AND PER-BIRTH-DD NOT = 0
              ADD 2 TO WS-KEEP-SCORE
           END-IF
           IF PER-BIRTH-YEAR NOT = 0
              ADD 1 TO WS-KEEP-SCORE
           END-IF
           MOVE 0 TO WS-DROP-SCORE
           IF WS-DROP-BIRTH-MM NOT = 0 AND WS-DROP-BIRTH-DD NOT = 0
              ADD 2 TO WS-DROP-SCORE
           END-IF
           IF WS-DROP-BIRTH-YEAR NOT = 0
              ADD 1 TO WS-DROP-SCORE
           END-IF
           IF WS-DROP-SCORE > WS-KEEP-SCORE
              MOVE WS-DROP-BIRTH-MM TO PER-BIRTH-MM
              MOVE WS-DROP-BIRTH-DD TO PER-BIRTH-DD
              MOVE WS-DROP-BIRTH-YEAR TO PER-BIRTH-YEAR
              MOVE WS-DROP-AGE TO PER-AGE
           END-IF

           REWRITE PERSON-REC
           IF WS-MST-STATUS NOT = "00"
              MOVE "error al actualizar el registro conservado"
                 TO WS-REASON
              PERFORM REJECT-MERGE
              EXIT PARAGRAPH
           END-IF
           MOVE MRG-DROP TO PER-NAME
           DELETE PERSON-FILE RECORD
           IF WS-MST-STATUS NOT = "00"
              MOVE "error al borrar el registro eliminado"
                 TO WS-REASON
              PERFORM REJECT-MERGE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MERGED
           MOVE SPACES TO MRPT-REC
           STRING
              "FUSIONADO  " DELIMITED BY SIZE
              MRG-DROP DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              MRG-KEEP DELIMITED BY SIZE
              INTO MRPT-REC
           END-STRING
           WRITE MRPT-REC.

       REJECT-MERGE.
           ADD 1 TO WS-REJECTED
           MOVE SPACES TO MRPT-REC
           STRING
              "RECHAZADO  " DELIMITED BY SIZE
              MRG-DROP DELIMITED BY SIZE
              " -> " DELIMITED BY SIZE
              MRG-KEEP DELIMITED BY SIZE
              INTO MRPT-REC
           END-STRING
           MOVE WS-REASON TO MRPT-REC(97:40)
           WRITE MRPT-REC.
