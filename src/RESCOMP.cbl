       DATA DIVISION.
       FILE SECTION.
       FD  BASE-FILE.
       01  BASE-REC                        PIC X(200).
       FD  CURR-FILE.
       01  CURR-REC                        PIC X(200).
       FD  CMP-FILE.
       01  CMP-REC                         PIC X(220).

       WORKING-STORAGE SECTION.
       01  WS-BASE-STATUS                  PIC X(2).
       01  WS-CMP-STATUS                   PIC X(2).

      *>   UNA LINEA DE RESULTADOS DESCOMPUESTA
       01  WS-PARSE-REC                    PIC X(200).
       01  WS-PARSE-OK                     PIC X(1) VALUE "N".
       01  WS-PARSE-KEY                    PIC X(80).
       01  WS-PARSE-PASS                   PIC X(1) VALUE "N".
       01  WS-P-OP                         PIC X(1).
       01  WS-P-NUM1                       PIC X(12).
       01  WS-P-NUM2                       PIC X(12).
       01  WS-P-EXPECTED                   PIC X(14).
       01  WS-P-EXPRESSION                 PIC X(60).
       01  WS-P-REST                       PIC X(120).
       01  WS-P-ACTUAL                     PIC X(40).
       01  WS-P-VERDICT-ZONE               PIC X(40).

      *>   TABLA CON LOS CASOS DEL FICHERO BASE
       01  WS-BASE-TABLE.
           05 WS-BASE-ENTRY OCCURS 2000 TIMES.
              10 WS-BT-KEY                 PIC X(80).
              10 WS-BT-PASS                PIC X(1).
              10 WS-BT-SEEN                PIC X(1).
       01  WS-BASE-USED                    PIC 9(4) VALUE 0.
              IF WS-BT-SEEN(WS-BX) = "N"
                 ADD 1 TO WS-MISSING
                 MOVE SPACES TO CMP-REC
                 IF WS-BT-KEY(WS-BX)(1:1) = "E"
                    STRING
                       "MISSING    : " DELIMITED BY SIZE
                       "E " DELIMITED BY SIZE
                       WS-BT-KEY(WS-BX)(2:60) DELIMITED BY SIZE
                       " expected=" DELIMITED BY SIZE
                       WS-BT-KEY(WS-BX)(62:14) DELIMITED BY SIZE
                       INTO CMP-REC
                    END-STRING
                 ELSE
                    STRING
                       "MISSING    : " DELIMITED BY SIZE
                       WS-BT-KEY(WS-BX)(1:1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BT-KEY(WS-BX)(2:12) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BT-KEY(WS-BX)(14:12) DELIMITED BY SIZE
                       " expected=" DELIMITED BY SIZE
                       WS-BT-KEY(WS-BX)(26:14) DELIMITED BY SIZE
                       INTO CMP-REC
                    END-STRING
                 END-IF
                 WRITE CMP-REC
              END-IF
           END-PERFORM
           *> "O num1 num2 expected=... actual=... VEREDICTO"; las
           *> lineas de grupo, subtotales o resumen se ignoran
           MOVE "N" TO WS-PARSE-OK
           IF WS-PARSE-REC(1:2) = "E "
              PERFORM PARSE-EXPRESSION-LINE
              EXIT PARAGRAPH
           END-IF
           IF (WS-PARSE-REC(1:1) NOT = "A" AND
               WS-PARSE-REC(1:1) NOT = "S" AND
               WS-PARSE-REC(1:1) NOT = "M" AND
              MOVE "Y" TO WS-PARSE-PASS
           END-IF.

       PARSE-EXPRESSION-LINE.
           *> Linea de un registro de expresion de COBTEST2:
           *> "E expresion expected=... actual=... VEREDICTO"; el caso
           *> se identifica por la expresion y el esperado
           IF WS-PARSE-REC(63:10) NOT = " expected="
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-P-REST WS-P-ACTUAL WS-P-VERDICT-ZONE
           MOVE WS-PARSE-REC(3:60) TO WS-P-EXPRESSION
           MOVE WS-PARSE-REC(73:14) TO WS-P-EXPECTED
           UNSTRING WS-PARSE-REC DELIMITED BY " actual="
              INTO WS-P-REST WS-P-VERDICT-ZONE
           END-UNSTRING
           IF WS-P-VERDICT-ZONE = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-PARSE-OK
           MOVE SPACES TO WS-PARSE-KEY
           STRING
              "E" DELIMITED BY SIZE
              WS-P-EXPRESSION DELIMITED BY SIZE
              WS-P-EXPECTED DELIMITED BY SIZE
              INTO WS-PARSE-KEY
           END-STRING

           MOVE "N" TO WS-PARSE-PASS
           MOVE 0 TO WS-BX
           INSPECT WS-P-VERDICT-ZONE TALLYING WS-BX
              FOR ALL "MATCH"
           IF WS-BX > 0
              MOVE "Y" TO WS-PARSE-PASS
           END-IF.

       CLASSIFY-ONE-CASE.
           *> Busca el caso en la tabla base y lo clasifica
           MOVE "N" TO WS-BASE-FOUND
