               FILE STATUS IS WS-PERSONS-STATUS.
           SELECT PERSON-FILE ASSIGN TO "cobtest.mst"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-NAME
               FILE STATUS IS WS-MST-STATUS.

       01  WS-LOG-MAX-LINES                PIC 9(7) VALUE 500.
       01  WS-ARCHIVE-NAME                 PIC X(30).
       01  WS-RENAME-RC                    PIC 9(9) COMP-5 VALUE 0.
      *>   Nombres normalizados (NAMENORM) para reconocer a una persona
      *>   escrita de otra manera
       01  WS-NORM-NAME                    PIC X(40).
       01  WS-NORM-PER                     PIC X(40).
      *>   Textos de operador servidos por el catalogo bilingue
       01  WS-MSG-ID                       PIC X(10).
       01  WS-MSG                          PIC X(60).
           READ PERSON-FILE
           IF WS-MST-STATUS = "00"
              MOVE "Y" TO WS-RETURNING
           ELSE
              PERFORM MASTER-LOOKUP-NORM
           END-IF
           IF WS-RETURNING = "Y"
              MOVE PER-AGE TO WS-AGE
              MOVE PER-AGE TO WS-AGE-TEXT
              MOVE PER-BIRTH-MM TO WS-BIRTH-MM
              MOVE PER-BIRTH-YEAR TO WS-BIRTH-YEAR
           END-IF.

       MASTER-LOOKUP-NORM.
           *> Sin coincidencia exacta se recorre el maestro comparando
           *> nombres normalizados, para reconocer al visitante aunque
           *> lo escriba con otras mayusculas, acentos, puntuacion u
           *> orden de palabras ("GARCIA, JUAN" = "Juan Garcia")
           CALL "NAMENORM" USING WS-NAME WS-NORM-NAME
           IF WS-NORM-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PER-NAME
           START PERSON-FILE KEY IS NOT LESS THAN PER-NAME
           PERFORM UNTIL WS-MST-STATUS NOT = "00"
                   OR WS-RETURNING = "Y"
              READ PERSON-FILE NEXT RECORD
              IF WS-MST-STATUS = "00"
                 CALL "NAMENORM" USING PER-NAME WS-NORM-PER
                 IF WS-NORM-PER = WS-NORM-NAME
                    MOVE "Y" TO WS-RETURNING
                 END-IF
              END-IF
           END-PERFORM.

       MASTER-ADD.
           *> Alta de un visitante nuevo en el maestro
           MOVE WS-NAME TO PER-NAME
