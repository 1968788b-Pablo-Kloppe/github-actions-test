           05 OPS-EXPECTED                 PIC X(14).
           05 FILLER                       PIC X(1).
           05 OPS-TOLERANCE                PIC X(12).
      *>   Registro de expresion (codigo E): expresion completa en
      *>   lugar de los dos operandos
       01  OPS-EXPR-REC.
           05 OPS-EXPR-OPERATION           PIC X(1).
           05 FILLER                       PIC X(1).
           05 OPS-EXPR-TEXT                PIC X(60).
           05 FILLER                       PIC X(1).
           05 OPS-EXPR-EXPECTED            PIC X(14).
           05 FILLER                       PIC X(1).
           05 OPS-EXPR-TOLERANCE           PIC X(12).
       FD  RESULT-FILE.
       01  RESULT-REC                      PIC X(200).
       FD  REJECT-FILE.
       01  REJECT-REC                      PIC X(200).

       WORKING-STORAGE SECTION.
      *>   Los operandos admiten signo y decimales (importes de
       01  WS-SQRT-ERROR    PIC X(1) VALUE "N".
       01  WS-POW-ERROR     PIC X(1) VALUE "N".
       01  WS-OP-ERROR      PIC X(1) VALUE "N".
      *>   Esperado y tolerancia del registro que se esta comparando
       01  WS-CMP-EXPECTED  PIC X(14).
       01  WS-CMP-TOLERANCE PIC X(12).
      *>   Modo expresion: expresion completa con parentesis y
      *>   precedencia, memoria (M) y resultados anteriores (#n).
      *>   Se evalua con una pila de valores y otra de operadores;
      *>   operadores internos: + - * / ^, R (MOD), N (menos unario),
      *>   Q (SQRT) y el parentesis de apertura.
       01  WS-EXPR          PIC X(60).
       01  WS-EXPR-PAD      PIC X(66).
       01  WS-EX-LEN        PIC 9(2) VALUE 0.
       01  WS-EX-POS        PIC 9(2) VALUE 0.
       01  WS-EX-CHAR       PIC X(1).
       01  WS-EX-WORD       PIC X(5).
       01  WS-EX-DIGIT      PIC 9(1).
       01  WS-EX-WANT-OPND  PIC X(1) VALUE "Y".
       01  WS-EX-SYNTAX     PIC X(1) VALUE "N".
       01  WS-EX-ERR-ID     PIC X(10).
       01  WS-EX-ERR-POS    PIC 9(2) VALUE 0.
       01  WS-EX-RUNERR     PIC X(1) VALUE "N".
       01  WS-EX-RUN-ID     PIC X(10).
       01  WS-EX-VALUES.
           05 WS-EX-VAL     OCCURS 30 TIMES PIC S9(12)V9(6).
       01  WS-EX-VTOP       PIC 9(2) VALUE 0.
       01  WS-EX-OPERATORS.
           05 WS-EX-OPR     OCCURS 30 TIMES.
              10 WS-EX-OP      PIC X(1).
              10 WS-EX-OP-POS  PIC 9(2).
       01  WS-EX-OTOP       PIC 9(2) VALUE 0.
       01  WS-EX-NEW-OP     PIC X(1).
       01  WS-EX-NEW-POS    PIC 9(2) VALUE 0.
       01  WS-EX-NEW-PREC   PIC 9(1) VALUE 0.
       01  WS-EX-PREC-OP    PIC X(1).
       01  WS-EX-PREC-OF    PIC 9(1) VALUE 0.
       01  WS-EX-REDUCE     PIC X(1).
       01  WS-EX-APPLY-OP   PIC X(1).
       01  WS-EX-APPLY-POS  PIC 9(2) VALUE 0.
       01  WS-EX-A          PIC S9(12)V9(6) VALUE 0.
       01  WS-EX-B          PIC S9(12)V9(6) VALUE 0.
       01  WS-EX-R          PIC S9(12)V9(6) VALUE 0.
       01  WS-EX-NUM-TEXT   PIC X(20).
       01  WS-EX-NUM-LEN    PIC 9(2) VALUE 0.
       01  WS-EX-DOTS       PIC 9(2) VALUE 0.
       01  WS-EX-INT-DIGITS PIC 9(2) VALUE 0.
       01  WS-EX-REF        PIC 9(3) VALUE 0.
       01  WS-EX-REF-LEN    PIC 9(2) VALUE 0.
       01  WS-EX-STEPS.
           05 WS-EX-STEP    OCCURS 40 TIMES PIC X(80).
       01  WS-EX-STEP-COUNT PIC 9(2) VALUE 0.
       01  WS-EX-SX         PIC 9(2) VALUE 0.
       01  WS-EX-STEP-PTR   PIC 9(3) VALUE 1.
       01  WS-EX-STEP-ED    PIC Z9.
       01  WS-EX-FMT-NUM    PIC S9(12)V9(6) VALUE 0.
       01  WS-EX-FMT-ED     PIC -(12)9.9(6).
       01  WS-EX-FMT-TEXT   PIC X(20).
       01  WS-EX-FMT-FROM   PIC 9(2) VALUE 0.
       01  WS-EX-FMT-TO     PIC 9(2) VALUE 0.
       01  WS-EX-OP-TEXT    PIC X(3).
       01  WS-EX-CARET      PIC X(61).
       01  WS-EX-POS-ED     PIC Z9.
       01  WS-EX-ERR-TEXT   PIC X(80).
      *>   Resultados numerados de la sesion (o de la pasada batch)
      *>   para referirse a ellos como #n en una expresion
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 500 TIMES.
              10 WS-HIST-VAL   PIC S9(12)V9(6).
              10 WS-HIST-ERR   PIC X(1).
       01  WS-HIST-COUNT    PIC 9(3) VALUE 0.
       01  WS-HIST-ED       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-SECTION.
              AND WS-OP-CHOICE NOT = "M" AND WS-OP-CHOICE NOT = "D"
              AND WS-OP-CHOICE NOT = "P" AND WS-OP-CHOICE NOT = "R"
              AND WS-OP-CHOICE NOT = "Q" AND WS-OP-CHOICE NOT = "C"
              AND WS-OP-CHOICE NOT = "E"
              MOVE "C2-UNKNOWN" TO WS-MSG-ID
              PERFORM SHOW-MSG
              EXIT PARAGRAPH
           END-IF

           *> Modo expresion: una expresion completa en vez de una
           *> operacion con dos operandos
           IF WS-OP-CHOICE = "E"
              PERFORM INTERACTIVE-EXPRESSION
              EXIT PARAGRAPH
           END-IF

           *> Primer operando: con "M" se reutiliza el resultado de
           *> la operacion anterior sin volver a teclearlo
           MOVE "C2-NUM1" TO WS-MSG-ID
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-RESULT-ED
           MOVE "C2-MEMNOTE" TO WS-MSG-ID
           PERFORM SHOW-MSG
           PERFORM ADD-TO-HISTORY
           PERFORM SHOW-RESULT-REF

           PERFORM WRITE-INTERACTIVE-LOG.

       INTERACTIVE-EXPRESSION.
           *> Expresion tecleada por el operador: si esta mal formada
           *> se senyala la posicion; si no, se muestran los pasos y
           *> el resultado, que pasa a memoria como en las operaciones
           MOVE "C2-EXPR" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           MOVE SPACES TO WS-EXPR
           ACCEPT WS-EXPR
           PERFORM EVALUATE-EXPRESSION

           IF WS-EX-SYNTAX = "Y"
              MOVE SPACES TO WS-EX-CARET
              MOVE "^" TO WS-EX-CARET(WS-EX-ERR-POS:1)
              DISPLAY "  " WS-EXPR
              DISPLAY "  " WS-EX-CARET(1:WS-EX-ERR-POS)
              PERFORM BUILD-EXPR-ERROR
              DISPLAY WS-EX-ERR-TEXT
              EXIT PARAGRAPH
           END-IF

           MOVE "C2-EXSTEP" TO WS-MSG-ID
           PERFORM GET-MSG
           PERFORM VARYING WS-EX-SX FROM 1 BY 1
                   UNTIL WS-EX-SX > WS-EX-STEP-COUNT
              MOVE WS-EX-SX TO WS-EX-STEP-ED
              DISPLAY "  " WS-MSG(1:WS-MSG-LEN) " " WS-EX-STEP-ED ": "
                      WS-EX-STEP(WS-EX-SX)
           END-PERFORM

           IF WS-EX-RUNERR = "Y"
              MOVE WS-EX-RUN-ID TO WS-MSG-ID
              PERFORM SHOW-MSG
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OP-ERROR
           MOVE WS-EX-R TO WS-RESULT
           MOVE WS-RESULT TO WS-MEMORY
           MOVE WS-RESULT TO WS-RESULT-ED
           MOVE "C2-RESULT" TO WS-MSG-ID
           PERFORM GET-MSG
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-RESULT-ED
           MOVE "C2-MEMNOTE" TO WS-MSG-ID
           PERFORM SHOW-MSG
           PERFORM ADD-TO-HISTORY
           PERFORM SHOW-RESULT-REF

           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO LOG-REC
           STRING
              "Op=E, Expr=" DELIMITED BY SIZE
              WS-EXPR(1:WS-EX-LEN) DELIMITED BY SIZE
              ", Result=" DELIMITED BY SIZE
              WS-RESULT-ED DELIMITED BY SIZE
              INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           CLOSE LOG-FILE.

       ADD-TO-HISTORY.
           *> Numera el resultado para poder usarlo como #n; los que
           *> terminaron en error tambien ocupan su numero
           IF WS-HIST-COUNT < 500
              ADD 1 TO WS-HIST-COUNT
              MOVE WS-RESULT TO WS-HIST-VAL(WS-HIST-COUNT)
              MOVE WS-OP-ERROR TO WS-HIST-ERR(WS-HIST-COUNT)
           END-IF.

       SHOW-RESULT-REF.
           MOVE WS-HIST-COUNT TO WS-HIST-ED
           MOVE "C2-RESREF" TO WS-MSG-ID
           PERFORM GET-MSG
           MOVE 1 TO WS-EX-FMT-FROM
           PERFORM UNTIL WS-HIST-ED(WS-EX-FMT-FROM:1) NOT = SPACE
              ADD 1 TO WS-EX-FMT-FROM
           END-PERFORM
           DISPLAY WS-MSG(1:WS-MSG-LEN) " #"
                   WS-HIST-ED(WS-EX-FMT-FROM:).

       WRITE-INTERACTIVE-LOG.
           *> Registrar en log de auditoria (mismo patron que COBTEST1)
           MOVE WS-NUM1 TO WS-TEMP1-ED
                    *> grupo anterior y abre el nuevo
                    WHEN OPS-OPERATION = "G"
                       PERFORM START-NEW-GROUP
                    *> Registro de expresion completa
                    WHEN OPS-OPERATION = "E"
                       PERFORM BATCH-ONE-EXPRESSION
                    WHEN OTHER
                       PERFORM VALIDATE-OPS-RECORD
                       IF WS-REC-VALID = "Y"
           END-IF
           ADD 1 TO WS-REJ-COUNT
           MOVE SPACES TO REJECT-REC
           *> Las expresiones llevan ademas la posicion y el motivo
           IF OPS-OPERATION = "E"
              STRING
                 WS-REJ-REASON DELIMITED BY SIZE
                 " | " DELIMITED BY SIZE
                 OPS-EXPR-REC DELIMITED BY SIZE
                 " | " DELIMITED BY SIZE
                 WS-EX-ERR-TEXT DELIMITED BY SIZE
                 INTO REJECT-REC
              END-STRING
           ELSE
              STRING
                 WS-REJ-REASON DELIMITED BY SIZE
                 " | " DELIMITED BY SIZE
                 OPS-REC DELIMITED BY SIZE
                 INTO REJECT-REC
              END-STRING
           END-IF
           WRITE REJECT-REC.

       BATCH-ONE-OPERATION.
                 MOVE "Y" TO WS-OP-ERROR
           END-EVALUATE

           MOVE OPS-EXPECTED TO WS-CMP-EXPECTED
           MOVE OPS-TOLERANCE TO WS-CMP-TOLERANCE
           PERFORM SET-VERDICT

           MOVE SPACES TO RESULT-REC
           STRING
              OPS-OPERATION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OPS-NUM1 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OPS-NUM2 DELIMITED BY SIZE
              " expected=" DELIMITED BY SIZE
              OPS-EXPECTED DELIMITED BY SIZE
              " actual=" DELIMITED BY SIZE
              WS-ACTUAL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-VERDICT DELIMITED BY SIZE
              WS-DELTA-SUFFIX DELIMITED BY SIZE
              WS-GROUP-SUFFIX DELIMITED BY SIZE
              INTO RESULT-REC
           END-STRING
           WRITE RESULT-REC
           PERFORM BATCH-KEEP-RESULT.

       BATCH-KEEP-RESULT.
           *> Como en la sesion interactiva, cada operacion calculada
           *> recibe su numero #n y la ultima correcta queda en memoria
           IF WS-OP-ERROR = "Y"
              MOVE 0 TO WS-RESULT
           ELSE
              MOVE WS-ACTUAL-NUM TO WS-RESULT
              MOVE WS-ACTUAL-NUM TO WS-MEMORY
           END-IF
           PERFORM ADD-TO-HISTORY.

       SET-VERDICT.
           *> Division por cero o codigo desconocido: se marca ERROR
           *> en vez de comparar numeros, salvo que el registro ya
           *> espere ERROR (casos limite deliberados de OPSGEN)
           IF WS-OP-ERROR = "Y"
              MOVE "ERROR" TO WS-ACTUAL
              IF WS-CMP-EXPECTED = "ERROR"
                 MOVE "MATCH" TO WS-VERDICT
              ELSE
                 MOVE "ERROR" TO WS-VERDICT
           ELSE
              MOVE WS-ACTUAL-NUM TO WS-ACTUAL-ED
              MOVE WS-ACTUAL-ED TO WS-ACTUAL
              COMPUTE WS-EXPECTED-NUM = FUNCTION NUMVAL(WS-CMP-EXPECTED)

              *> Tolerancia opcional del registro: si la diferencia
              *> absoluta cabe dentro, cuenta como MATCH (los valores
              *> esperados de hoja de calculo traen mas precision que
              *> el resultado truncado)
              IF WS-CMP-TOLERANCE = SPACES
                 MOVE 0 TO WS-TOLERANCE
              ELSE
                 COMPUTE WS-TOLERANCE =
                    FUNCTION NUMVAL(WS-CMP-TOLERANCE)
              END-IF
              COMPUTE WS-DELTA = WS-ACTUAL-NUM - WS-EXPECTED-NUM
              COMPUTE WS-DELTA-ABS = FUNCTION ABS(WS-DELTA)
                 WS-DELTA-ED DELIMITED BY SIZE
                 INTO WS-DELTA-SUFFIX
              END-STRING
           END-IF.

       BATCH-ONE-EXPRESSION.
           *> Registro E: la expresion se valida y evalua entera; una
           *> expresion mal formada va a rechazos con la posicion del
           *> fallo, y un error de calculo (division por cero...) se
           *> compara como ERROR igual que en las operaciones sueltas
           MOVE "Y" TO WS-REC-VALID
           MOVE SPACES TO WS-REJ-REASON
           MOVE SPACES TO WS-EX-ERR-TEXT
           IF OPS-EXPR-EXPECTED = SPACES
              MOVE "EXP-BLANK" TO WS-REJ-REASON
              PERFORM REJECT-OPS-RECORD
              EXIT PARAGRAPH
           END-IF
           IF OPS-EXPR-TOLERANCE NOT = SPACES
              MOVE OPS-EXPR-TOLERANCE TO WS-CHECK-FIELD
              PERFORM CHECK-NUMERIC-FIELD
              IF WS-CHECK-OK = "N"
                 MOVE "TOL-NONUM" TO WS-REJ-REASON
                 PERFORM REJECT-OPS-RECORD
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE OPS-EXPR-TEXT TO WS-EXPR
           PERFORM EVALUATE-EXPRESSION
           IF WS-EX-SYNTAX = "Y"
              MOVE "EXPR-SYNTX" TO WS-REJ-REASON
              PERFORM BUILD-EXPR-ERROR
              PERFORM REJECT-OPS-RECORD
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPS-COUNT
           IF WS-EX-RUNERR = "Y"
              MOVE "Y" TO WS-OP-ERROR
              MOVE 0 TO WS-ACTUAL-NUM
           ELSE
              MOVE "N" TO WS-OP-ERROR
              MOVE WS-EX-R TO WS-ACTUAL-NUM
           END-IF
           MOVE OPS-EXPR-EXPECTED TO WS-CMP-EXPECTED
           MOVE OPS-EXPR-TOLERANCE TO WS-CMP-TOLERANCE
           PERFORM SET-VERDICT

           *> Mismo formato que las operaciones sueltas, con la
           *> expresion en lugar de los operandos (RESCOMP casa los
           *> casos E por la expresion y el esperado)
           MOVE SPACES TO RESULT-REC
           STRING
              OPS-EXPR-OPERATION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OPS-EXPR-TEXT DELIMITED BY SIZE
              " expected=" DELIMITED BY SIZE
              OPS-EXPR-EXPECTED DELIMITED BY SIZE
              " actual=" DELIMITED BY SIZE
              WS-ACTUAL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-GROUP-SUFFIX DELIMITED BY SIZE
              INTO RESULT-REC
           END-STRING
           WRITE RESULT-REC

           *> Si no cuadra, los pasos de la evaluacion debajo, para
           *> ver donde se separa del esperado
           IF WS-VERDICT NOT = "MATCH"
              PERFORM VARYING WS-EX-SX FROM 1 BY 1
                      UNTIL WS-EX-SX > WS-EX-STEP-COUNT
                 MOVE WS-EX-SX TO WS-EX-STEP-ED
                 MOVE SPACES TO RESULT-REC
                 STRING
                    "    paso " WS-EX-STEP-ED ": "
                    WS-EX-STEP(WS-EX-SX)
                    DELIMITED BY SIZE
                    INTO RESULT-REC
                 END-STRING
                 WRITE RESULT-REC
              END-PERFORM
           END-IF

           PERFORM BATCH-KEEP-RESULT.

       BUILD-EXPR-ERROR.
           *> "Posicion nn: texto del error" para pantalla y rechazos
           MOVE WS-EX-ERR-POS TO WS-EX-POS-ED
           MOVE SPACES TO WS-EX-ERR-TEXT
           MOVE 1 TO WS-EX-STEP-PTR
           MOVE "C2-EXPOS" TO WS-MSG-ID
           PERFORM GET-MSG
           STRING
              WS-MSG(1:WS-MSG-LEN) " " WS-EX-POS-ED ": "
              DELIMITED BY SIZE
              INTO WS-EX-ERR-TEXT WITH POINTER WS-EX-STEP-PTR
           END-STRING
           MOVE WS-EX-ERR-ID TO WS-MSG-ID
           PERFORM GET-MSG
           STRING
              WS-MSG(1:WS-MSG-LEN) DELIMITED BY SIZE
              INTO WS-EX-ERR-TEXT WITH POINTER WS-EX-STEP-PTR
           END-STRING.

       EVALUATE-EXPRESSION.
           *> Evalua WS-EXPR de izquierda a derecha con precedencia:
           *> parentesis, SQRT( ), potencia ^ (por la derecha), menos
           *> unario, * / MOD, + -; el % detras de un valor lo divide
           *> entre 100 (200 * 15% = 30). M es la memoria y #n el
           *> resultado numero n. Deja el resultado en WS-EX-R, los
           *> pasos en WS-EX-STEP y, si la expresion esta mal formada,
           *> WS-EX-SYNTAX con el error y su posicion.
           MOVE "N" TO WS-EX-SYNTAX
           MOVE "N" TO WS-EX-RUNERR
           MOVE SPACES TO WS-EX-ERR-ID WS-EX-RUN-ID
           MOVE 0 TO WS-EX-ERR-POS WS-EX-VTOP WS-EX-OTOP
           MOVE 0 TO WS-EX-STEP-COUNT WS-EX-R
           MOVE "Y" TO WS-EX-WANT-OPND
           MOVE SPACES TO WS-EX-STEPS
           MOVE WS-EXPR TO WS-EXPR-PAD

           MOVE 60 TO WS-EX-LEN
           PERFORM UNTIL WS-EX-LEN = 0
                   OR WS-EXPR(WS-EX-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-EX-LEN
           END-PERFORM
           IF WS-EX-LEN = 0
              MOVE "C2-EXEMPTY" TO WS-EX-ERR-ID
              MOVE 1 TO WS-EX-ERR-POS
              MOVE "Y" TO WS-EX-SYNTAX
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-EX-POS
           PERFORM EXPR-ONE-TOKEN
              UNTIL WS-EX-POS > WS-EX-LEN OR WS-EX-SYNTAX = "Y"
           IF WS-EX-SYNTAX = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-EX-WANT-OPND = "Y"
              MOVE "C2-EXOPND" TO WS-EX-ERR-ID
              COMPUTE WS-EX-ERR-POS = WS-EX-LEN + 1
              MOVE "Y" TO WS-EX-SYNTAX
              EXIT PARAGRAPH
           END-IF

           *> Fin de la expresion: se aplican los operadores pendientes;
           *> un parentesis que queda en la pila no se cerro
           PERFORM UNTIL WS-EX-OTOP = 0 OR WS-EX-SYNTAX = "Y"
              IF WS-EX-OP(WS-EX-OTOP) = "("
                 MOVE "C2-EXPAREN" TO WS-EX-ERR-ID
                 MOVE WS-EX-OP-POS(WS-EX-OTOP) TO WS-EX-ERR-POS
                 MOVE "Y" TO WS-EX-SYNTAX
              ELSE
                 PERFORM EXPR-APPLY-TOP
              END-IF
           END-PERFORM
           IF WS-EX-SYNTAX = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-EX-RUNERR = "N"
              MOVE WS-EX-VAL(1) TO WS-EX-R
           END-IF.

       EXPR-ONE-TOKEN.
           MOVE WS-EXPR-PAD(WS-EX-POS:1) TO WS-EX-CHAR
           IF WS-EX-CHAR = SPACE
              ADD 1 TO WS-EX-POS
              EXIT PARAGRAPH
           END-IF
           IF WS-EX-WANT-OPND = "Y"
              PERFORM EXPR-OPERAND
           ELSE
              PERFORM EXPR-OPERATOR
           END-IF.

       EXPR-OPERAND.
           *> Se espera un valor: numero, M, #n, parentesis de
           *> apertura, SQRT( o un signo delante
           MOVE WS-EX-POS TO WS-EX-NEW-POS
           EVALUATE TRUE
              WHEN (WS-EX-CHAR >= "0" AND WS-EX-CHAR <= "9")
                   OR WS-EX-CHAR = "."
                 PERFORM EXPR-NUMBER
              WHEN WS-EX-CHAR = "M" OR WS-EX-CHAR = "m"
                 MOVE WS-MEMORY TO WS-EX-A
                 PERFORM EXPR-PUSH-VALUE
                 ADD 1 TO WS-EX-POS
              WHEN WS-EX-CHAR = "#"
                 PERFORM EXPR-REFERENCE
              WHEN WS-EX-CHAR = "("
                 MOVE "(" TO WS-EX-NEW-OP
                 PERFORM EXPR-PUSH-OP
                 ADD 1 TO WS-EX-POS
              WHEN WS-EX-CHAR = "-"
                 MOVE "N" TO WS-EX-NEW-OP
                 PERFORM EXPR-PUSH-OP
                 ADD 1 TO WS-EX-POS
              WHEN WS-EX-CHAR = "+"
                 ADD 1 TO WS-EX-POS
              WHEN WS-EX-CHAR = "S" OR WS-EX-CHAR = "s"
                 MOVE WS-EXPR-PAD(WS-EX-POS:5) TO WS-EX-WORD
                 INSPECT WS-EX-WORD CONVERTING "sqrt" TO "SQRT"
                 IF WS-EX-WORD = "SQRT("
                    MOVE "Q" TO WS-EX-NEW-OP
                    PERFORM EXPR-PUSH-OP
                    ADD 4 TO WS-EX-POS
                 ELSE
                    MOVE "C2-EXCHAR" TO WS-EX-ERR-ID
                    MOVE WS-EX-POS TO WS-EX-ERR-POS
                    MOVE "Y" TO WS-EX-SYNTAX
                 END-IF
              WHEN WS-EX-CHAR = "*" OR WS-EX-CHAR = "/"
                   OR WS-EX-CHAR = "^" OR WS-EX-CHAR = "%"
                   OR WS-EX-CHAR = ")"
                 MOVE "C2-EXOPND" TO WS-EX-ERR-ID
                 MOVE WS-EX-POS TO WS-EX-ERR-POS
                 MOVE "Y" TO WS-EX-SYNTAX
              WHEN OTHER
                 MOVE "C2-EXCHAR" TO WS-EX-ERR-ID
                 MOVE WS-EX-POS TO WS-EX-ERR-POS
                 MOVE "Y" TO WS-EX-SYNTAX
           END-EVALUATE.

       EXPR-NUMBER.
           *> Digitos con un punto decimal como mucho y no mas de 12
           *> cifras enteras (la capacidad de la memoria)
           MOVE SPACES TO WS-EX-NUM-TEXT
           MOVE 0 TO WS-EX-NUM-LEN WS-EX-DOTS WS-EX-INT-DIGITS
           PERFORM UNTIL WS-EX-POS > WS-EX-LEN
                   OR ((WS-EXPR-PAD(WS-EX-POS:1) < "0"
                        OR WS-EXPR-PAD(WS-EX-POS:1) > "9")
                       AND WS-EXPR-PAD(WS-EX-POS:1) NOT = ".")
              IF WS-EXPR-PAD(WS-EX-POS:1) = "."
                 ADD 1 TO WS-EX-DOTS
              ELSE
                 IF WS-EX-DOTS = 0
                    ADD 1 TO WS-EX-INT-DIGITS
                 END-IF
              END-IF
              IF WS-EX-NUM-LEN < 20
                 ADD 1 TO WS-EX-NUM-LEN
                 MOVE WS-EXPR-PAD(WS-EX-POS:1)
                    TO WS-EX-NUM-TEXT(WS-EX-NUM-LEN:1)
              END-IF
              ADD 1 TO WS-EX-POS
           END-PERFORM
           IF WS-EX-DOTS > 1 OR WS-EX-INT-DIGITS > 12
              OR WS-EX-NUM-TEXT = "."
              MOVE "C2-EXNUM" TO WS-EX-ERR-ID
              MOVE WS-EX-NEW-POS TO WS-EX-ERR-POS
              MOVE "Y" TO WS-EX-SYNTAX
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EX-A = FUNCTION NUMVAL(WS-EX-NUM-TEXT)
           PERFORM EXPR-PUSH-VALUE.

       EXPR-REFERENCE.
           *> #n: resultado numero n de la sesion o de la pasada
           ADD 1 TO WS-EX-POS
           MOVE 0 TO WS-EX-REF WS-EX-REF-LEN
           PERFORM UNTIL WS-EX-POS > WS-EX-LEN
                   OR WS-EXPR-PAD(WS-EX-POS:1) < "0"
                   OR WS-EXPR-PAD(WS-EX-POS:1) > "9"
              IF WS-EX-REF-LEN < 3
                 MOVE WS-EXPR-PAD(WS-EX-POS:1) TO WS-EX-DIGIT
                 COMPUTE WS-EX-REF = WS-EX-REF * 10 + WS-EX-DIGIT
              END-IF
              ADD 1 TO WS-EX-REF-LEN
              ADD 1 TO WS-EX-POS
           END-PERFORM
           IF WS-EX-REF-LEN = 0 OR WS-EX-REF-LEN > 3
              OR WS-EX-REF = 0 OR WS-EX-REF > WS-HIST-COUNT
              MOVE "C2-EXREF" TO WS-EX-ERR-ID
              MOVE WS-EX-NEW-POS TO WS-EX-ERR-POS
              MOVE "Y" TO WS-EX-SYNTAX
              EXIT PARAGRAPH
           END-IF
           IF WS-HIST-ERR(WS-EX-REF) = "Y" AND WS-EX-RUNERR = "N"
              MOVE "Y" TO WS-EX-RUNERR
              MOVE "C2-EXREFER" TO WS-EX-RUN-ID
           END-IF
           MOVE WS-HIST-VAL(WS-EX-REF) TO WS-EX-A
           PERFORM EXPR-PUSH-VALUE.

       EXPR-OPERATOR.
           *> Se espera un operador, un % o un parentesis de cierre
           MOVE WS-EX-POS TO WS-EX-NEW-POS
           EVALUATE TRUE
              WHEN WS-EX-CHAR = "+" OR WS-EX-CHAR = "-"
                   OR WS-EX-CHAR = "*" OR WS-EX-CHAR = "/"
                   OR WS-EX-CHAR = "^"
                 MOVE WS-EX-CHAR TO WS-EX-NEW-OP
                 PERFORM EXPR-BINARY
                 ADD 1 TO WS-EX-POS
              WHEN WS-EX-CHAR = "M" OR WS-EX-CHAR = "m"
                 MOVE WS-EXPR-PAD(WS-EX-POS:3) TO WS-EX-WORD
                 INSPECT WS-EX-WORD CONVERTING "mod" TO "MOD"
                 IF WS-EX-WORD = "MOD"
                    MOVE "R" TO WS-EX-NEW-OP
                    PERFORM EXPR-BINARY
                    ADD 3 TO WS-EX-POS
                 ELSE
                    MOVE "C2-EXOPER" TO WS-EX-ERR-ID
                    MOVE WS-EX-POS TO WS-EX-ERR-POS
                    MOVE "Y" TO WS-EX-SYNTAX
                 END-IF
              WHEN WS-EX-CHAR = "%"
                 MOVE "%" TO WS-EX-APPLY-OP
                 MOVE WS-EX-VAL(WS-EX-VTOP) TO WS-EX-A
                 SUBTRACT 1 FROM WS-EX-VTOP
                 PERFORM EXPR-APPLY-COMPUTE
                 ADD 1 TO WS-EX-POS
              WHEN WS-EX-CHAR = ")"
                 PERFORM EXPR-CLOSE
              WHEN (WS-EX-CHAR >= "0" AND WS-EX-CHAR <= "9")
                   OR WS-EX-CHAR = "." OR WS-EX-CHAR = "("
                   OR WS-EX-CHAR = "#"
                   OR WS-EX-CHAR = "S" OR WS-EX-CHAR = "s"
                 MOVE "C2-EXOPER" TO WS-EX-ERR-ID
                 MOVE WS-EX-POS TO WS-EX-ERR-POS
                 MOVE "Y" TO WS-EX-SYNTAX
              WHEN OTHER
                 MOVE "C2-EXCHAR" TO WS-EX-ERR-ID
                 MOVE WS-EX-POS TO WS-EX-ERR-POS
                 MOVE "Y" TO WS-EX-SYNTAX
           END-EVALUATE.

       EXPR-BINARY.
           *> Antes de apilar el operador nuevo se aplican los de la
           *> pila con mas precedencia (o igual, salvo la potencia,
           *> que agrupa por la derecha)
           MOVE WS-EX-NEW-OP TO WS-EX-PREC-OP
           PERFORM EXPR-PRECEDENCE
           MOVE WS-EX-PREC-OF TO WS-EX-NEW-PREC
           MOVE "Y" TO WS-EX-REDUCE
           PERFORM UNTIL WS-EX-REDUCE = "N" OR WS-EX-SYNTAX = "Y"
              MOVE "N" TO WS-EX-REDUCE
              IF WS-EX-OTOP > 0
                 IF WS-EX-OP(WS-EX-OTOP) NOT = "("
                    MOVE WS-EX-OP(WS-EX-OTOP) TO WS-EX-PREC-OP
                    PERFORM EXPR-PRECEDENCE
                    IF WS-EX-PREC-OF > WS-EX-NEW-PREC
                       OR (WS-EX-PREC-OF = WS-EX-NEW-PREC
                           AND WS-EX-NEW-OP NOT = "^")
                       PERFORM EXPR-APPLY-TOP
                       MOVE "Y" TO WS-EX-REDUCE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM EXPR-PUSH-OP
           MOVE "Y" TO WS-EX-WANT-OPND.

       EXPR-CLOSE.
           *> Aplica lo pendiente hasta el parentesis de apertura
           PERFORM UNTIL WS-EX-OTOP = 0 OR WS-EX-SYNTAX = "Y"
                   OR WS-EX-OP(WS-EX-OTOP) = "("
              PERFORM EXPR-APPLY-TOP
           END-PERFORM
           IF WS-EX-SYNTAX = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-EX-OTOP = 0
              MOVE "C2-EXCLOSE" TO WS-EX-ERR-ID
              MOVE WS-EX-POS TO WS-EX-ERR-POS
              MOVE "Y" TO WS-EX-SYNTAX
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-EX-OTOP
           ADD 1 TO WS-EX-POS.

       EXPR-PRECEDENCE.
           EVALUATE WS-EX-PREC-OP
              WHEN "+"
              WHEN "-"
                 MOVE 1 TO WS-EX-PREC-OF
              WHEN "*"
              WHEN "/"
              WHEN "R"
                 MOVE 2 TO WS-EX-PREC-OF
              WHEN "N"
                 MOVE 3 TO WS-EX-PREC-OF
              WHEN "^"
                 MOVE 4 TO WS-EX-PREC-OF
              WHEN "Q"
                 MOVE 5 TO WS-EX-PREC-OF
              WHEN OTHER
                 MOVE 0 TO WS-EX-PREC-OF
           END-EVALUATE.

       EXPR-PUSH-OP.
           IF WS-EX-OTOP >= 30
              MOVE "C2-EXLONG" TO WS-EX-ERR-ID
              MOVE WS-EX-NEW-POS TO WS-EX-ERR-POS
              MOVE "Y" TO WS-EX-SYNTAX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EX-OTOP
           MOVE WS-EX-NEW-OP TO WS-EX-OP(WS-EX-OTOP)
           MOVE WS-EX-NEW-POS TO WS-EX-OP-POS(WS-EX-OTOP).

       EXPR-PUSH-VALUE.
           IF WS-EX-VTOP >= 30
              MOVE "C2-EXLONG" TO WS-EX-ERR-ID
              MOVE WS-EX-NEW-POS TO WS-EX-ERR-POS
              MOVE "Y" TO WS-EX-SYNTAX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EX-VTOP
           MOVE WS-EX-A TO WS-EX-VAL(WS-EX-VTOP)
           MOVE "N" TO WS-EX-WANT-OPND.

       EXPR-APPLY-TOP.
           *> Desapila un operador con sus operandos y apila el valor
           MOVE WS-EX-OP(WS-EX-OTOP) TO WS-EX-APPLY-OP
           MOVE WS-EX-OP-POS(WS-EX-OTOP) TO WS-EX-APPLY-POS
           SUBTRACT 1 FROM WS-EX-OTOP
           IF WS-EX-APPLY-OP = "N" OR WS-EX-APPLY-OP = "Q"
              IF WS-EX-VTOP < 1
                 MOVE "C2-EXOPND" TO WS-EX-ERR-ID
                 MOVE WS-EX-APPLY-POS TO WS-EX-ERR-POS
                 MOVE "Y" TO WS-EX-SYNTAX
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-EX-VAL(WS-EX-VTOP) TO WS-EX-A
              SUBTRACT 1 FROM WS-EX-VTOP
           ELSE
              IF WS-EX-VTOP < 2
                 MOVE "C2-EXOPND" TO WS-EX-ERR-ID
                 MOVE WS-EX-APPLY-POS TO WS-EX-ERR-POS
                 MOVE "Y" TO WS-EX-SYNTAX
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-EX-VAL(WS-EX-VTOP) TO WS-EX-B
              MOVE WS-EX-VAL(WS-EX-VTOP - 1) TO WS-EX-A
              SUBTRACT 2 FROM WS-EX-VTOP
           END-IF
           PERFORM EXPR-APPLY-COMPUTE.

       EXPR-APPLY-COMPUTE.
           *> Calcula WS-EX-APPLY-OP sobre WS-EX-A (y WS-EX-B), anota
           *> el paso y apila el resultado. Tras el primer error de
           *> calculo se sigue leyendo la expresion (para encontrar
           *> errores de forma) pero ya no se calcula.
           MOVE 0 TO WS-EX-R
           IF WS-EX-RUNERR = "N"
              EVALUATE WS-EX-APPLY-OP
                 WHEN "+"
                    COMPUTE WS-EX-R = WS-EX-A + WS-EX-B
                       ON SIZE ERROR
                          MOVE "C2-EXOVER" TO WS-EX-RUN-ID
                    END-COMPUTE
                 WHEN "-"
                    COMPUTE WS-EX-R = WS-EX-A - WS-EX-B
                       ON SIZE ERROR
                          MOVE "C2-EXOVER" TO WS-EX-RUN-ID
                    END-COMPUTE
                 WHEN "*"
                    COMPUTE WS-EX-R = WS-EX-A * WS-EX-B
                       ON SIZE ERROR
                          MOVE "C2-EXOVER" TO WS-EX-RUN-ID
                    END-COMPUTE
                 WHEN "/"
                    IF WS-EX-B = 0
                       MOVE "C2-DIVZERO" TO WS-EX-RUN-ID
                    ELSE
                       COMPUTE WS-EX-R = WS-EX-A / WS-EX-B
                          ON SIZE ERROR
                             MOVE "C2-EXOVER" TO WS-EX-RUN-ID
                       END-COMPUTE
                    END-IF
                 WHEN "R"
                    IF WS-EX-B = 0
                       MOVE "C2-MODZERO" TO WS-EX-RUN-ID
                    ELSE
                       COMPUTE WS-EX-R = FUNCTION MOD(WS-EX-A, WS-EX-B)
                    END-IF
                 WHEN "^"
                    COMPUTE WS-EX-R = WS-EX-A ** WS-EX-B
                       ON SIZE ERROR
                          MOVE "C2-POWRANG" TO WS-EX-RUN-ID
                    END-COMPUTE
                 WHEN "N"
                    COMPUTE WS-EX-R = 0 - WS-EX-A
                 WHEN "Q"
                    IF WS-EX-A < 0
                       MOVE "C2-SQRTNEG" TO WS-EX-RUN-ID
                    ELSE
                       COMPUTE WS-EX-R = WS-EX-A ** 0.5
                    END-IF
                 WHEN "%"
                    COMPUTE WS-EX-R = WS-EX-A / 100
              END-EVALUATE
              IF WS-EX-RUN-ID NOT = SPACES
                 MOVE "Y" TO WS-EX-RUNERR
                 MOVE 0 TO WS-EX-R
              ELSE
                 PERFORM EXPR-RECORD-STEP
              END-IF
           END-IF
           ADD 1 TO WS-EX-VTOP
           MOVE WS-EX-R TO WS-EX-VAL(WS-EX-VTOP).

       EXPR-RECORD-STEP.
           *> "a op b = r", "-(a) = r", "SQRT(a) = r" o "a% = r"
           IF WS-EX-STEP-COUNT >= 40
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EX-STEP-COUNT
           MOVE 1 TO WS-EX-STEP-PTR
           EVALUATE WS-EX-APPLY-OP
              WHEN "N"
                 STRING "-(" DELIMITED BY SIZE
                    INTO WS-EX-STEP(WS-EX-STEP-COUNT)
                    WITH POINTER WS-EX-STEP-PTR
                 END-STRING
              WHEN "Q"
                 STRING "SQRT(" DELIMITED BY SIZE
                    INTO WS-EX-STEP(WS-EX-STEP-COUNT)
                    WITH POINTER WS-EX-STEP-PTR
                 END-STRING
           END-EVALUATE
           MOVE WS-EX-A TO WS-EX-FMT-NUM
           PERFORM EXPR-FORMAT-NUMBER
           STRING WS-EX-FMT-TEXT DELIMITED BY SPACE
              INTO WS-EX-STEP(WS-EX-STEP-COUNT)
              WITH POINTER WS-EX-STEP-PTR
           END-STRING
           EVALUATE WS-EX-APPLY-OP
              WHEN "N"
              WHEN "Q"
                 STRING ")" DELIMITED BY SIZE
                    INTO WS-EX-STEP(WS-EX-STEP-COUNT)
                    WITH POINTER WS-EX-STEP-PTR
                 END-STRING
              WHEN "%"
                 STRING "%" DELIMITED BY SIZE
                    INTO WS-EX-STEP(WS-EX-STEP-COUNT)
                    WITH POINTER WS-EX-STEP-PTR
                 END-STRING
              WHEN OTHER
                 IF WS-EX-APPLY-OP = "R"
                    MOVE "MOD" TO WS-EX-OP-TEXT
                 ELSE
                    MOVE WS-EX-APPLY-OP TO WS-EX-OP-TEXT
                 END-IF
                 STRING " " DELIMITED BY SIZE
                    WS-EX-OP-TEXT DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    INTO WS-EX-STEP(WS-EX-STEP-COUNT)
                    WITH POINTER WS-EX-STEP-PTR
                 END-STRING
                 MOVE WS-EX-B TO WS-EX-FMT-NUM
                 PERFORM EXPR-FORMAT-NUMBER
                 STRING WS-EX-FMT-TEXT DELIMITED BY SPACE
                    INTO WS-EX-STEP(WS-EX-STEP-COUNT)
                    WITH POINTER WS-EX-STEP-PTR
                 END-STRING
           END-EVALUATE
           MOVE WS-EX-R TO WS-EX-FMT-NUM
           PERFORM EXPR-FORMAT-NUMBER
           STRING " = " DELIMITED BY SIZE
              WS-EX-FMT-TEXT DELIMITED BY SPACE
              INTO WS-EX-STEP(WS-EX-STEP-COUNT)
              WITH POINTER WS-EX-STEP-PTR
           END-STRING.

       EXPR-FORMAT-NUMBER.
           *> Numero sin blancos delante ni ceros decimales de sobra
           MOVE WS-EX-FMT-NUM TO WS-EX-FMT-ED
           MOVE 1 TO WS-EX-FMT-FROM
           PERFORM UNTIL WS-EX-FMT-ED(WS-EX-FMT-FROM:1) NOT = SPACE
              ADD 1 TO WS-EX-FMT-FROM
           END-PERFORM
           MOVE 20 TO WS-EX-FMT-TO
           PERFORM UNTIL WS-EX-FMT-ED(WS-EX-FMT-TO:1) NOT = "0"
              SUBTRACT 1 FROM WS-EX-FMT-TO
           END-PERFORM
           IF WS-EX-FMT-ED(WS-EX-FMT-TO:1) = "."
              SUBTRACT 1 FROM WS-EX-FMT-TO
           END-IF
           MOVE SPACES TO WS-EX-FMT-TEXT
           MOVE WS-EX-FMT-ED(WS-EX-FMT-FROM:
              WS-EX-FMT-TO - WS-EX-FMT-FROM + 1) TO WS-EX-FMT-TEXT.

       GET-MSG.
           *> Trae un texto del catalogo bilingue y calcula su
