       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMENORM.

      *>   Forma normalizada de un nombre de persona, para reconocer
      *>   a la misma persona escrita de distintas maneras: todo en
      *>   mayusculas, sin acentos ni signos de puntuacion y con las
      *>   palabras en orden alfabetico, de modo que "Juan Garcia",
      *>   "JUAN GARCIA" y "GARCIA, JUAN" dan el mismo resultado. La
      *>   usan COBTEST1 (busqueda en el maestro) y PERDEDUP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MINUSCULAS                   PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAYUSCULAS                   PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *>   Letra base de los caracteres X"C0" a X"FF" de Latin-1, que
      *>   son tambien el segundo byte de UTF-8 tras X"C3" (X"80" a
      *>   X"BF"); los que no son letras quedan en blanco
       01  WS-ACENTOS-VALORES.
           05 FILLER                       PIC X(32)
              VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
           05 FILLER                       PIC X(32)
              VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
       01  WS-ACENTOS REDEFINES WS-ACENTOS-VALORES.
           05 WS-ACENTO                    PIC X(1) OCCURS 64 TIMES.

       01  WS-IX                           PIC 9(2) VALUE 0.
       01  WS-CAR                          PIC X(1).
       01  WS-ORD                          PIC 9(3) VALUE 0.
       01  WS-ORD-SIG                      PIC 9(3) VALUE 0.
       01  WS-LIMPIO                       PIC X(40).
       01  WS-LIMPIO-LEN                   PIC 9(2) VALUE 0.

      *>   Palabras del nombre limpio, para ordenarlas
       01  WS-PALABRAS.
           05 WS-PALABRA                   PIC X(40) OCCURS 20 TIMES.
       01  WS-NUM-PALABRAS                 PIC 9(2) VALUE 0.
       01  WS-PAL-LEN                      PIC 9(2) VALUE 0.
       01  WS-PAL-AUX                      PIC X(40).
       01  WS-I                            PIC 9(2) VALUE 0.
       01  WS-J                            PIC 9(2) VALUE 0.
       01  WS-PUNTERO                      PIC 9(2) VALUE 1.

       LINKAGE SECTION.
       01  LNK-NAME                        PIC X(40).
       01  LNK-NORM                        PIC X(40).

       PROCEDURE DIVISION USING LNK-NAME LNK-NORM.
       MAIN-SECTION.
           *> Primera pasada: caracter a caracter, quitar acentos,
           *> pasar a mayusculas y dejar en blanco lo que no sea
           *> letra o digito
           MOVE SPACES TO WS-LIMPIO
           MOVE 0 TO WS-LIMPIO-LEN
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > 40
              PERFORM LIMPIAR-CARACTER
              ADD 1 TO WS-IX
           END-PERFORM

           *> Segunda pasada: separar palabras, ordenarlas y volver a
           *> unirlas con un solo blanco entre ellas
           PERFORM SEPARAR-PALABRAS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-NUM-PALABRAS
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-NUM-PALABRAS - WS-I
                 IF WS-PALABRA(WS-J) > WS-PALABRA(WS-J + 1)
                    MOVE WS-PALABRA(WS-J) TO WS-PAL-AUX
                    MOVE WS-PALABRA(WS-J + 1) TO WS-PALABRA(WS-J)
                    MOVE WS-PAL-AUX TO WS-PALABRA(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO LNK-NORM
           MOVE 1 TO WS-PUNTERO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-PALABRAS
              IF WS-I > 1
                 STRING " " DELIMITED BY SIZE
                    INTO LNK-NORM WITH POINTER WS-PUNTERO
                 END-STRING
              END-IF
              STRING WS-PALABRA(WS-I) DELIMITED BY SPACE
                 INTO LNK-NORM WITH POINTER WS-PUNTERO
              END-STRING
           END-PERFORM
           GOBACK.

       LIMPIAR-CARACTER.
           *> Un caracter del nombre. Un par UTF-8 (primer byte X"C2"
           *> a X"DF" seguido de X"80" a X"BF") cuenta como un solo
           *> caracter: con X"C3" se busca su letra base y con otros
           *> prefijos queda en blanco. Un byte alto suelto se toma
           *> como Latin-1.
           MOVE LNK-NAME(WS-IX:1) TO WS-CAR
           COMPUTE WS-ORD = FUNCTION ORD(WS-CAR) - 1
           MOVE 0 TO WS-ORD-SIG
           IF WS-IX < 40
              COMPUTE WS-ORD-SIG =
                 FUNCTION ORD(LNK-NAME(WS-IX + 1:1)) - 1
           END-IF

           EVALUATE TRUE
              WHEN WS-ORD >= 194 AND WS-ORD <= 223
                   AND WS-ORD-SIG >= 128 AND WS-ORD-SIG <= 191
                 IF WS-ORD = 195
                    MOVE WS-ACENTO(WS-ORD-SIG - 127) TO WS-CAR
                 ELSE
                    MOVE SPACE TO WS-CAR
                 END-IF
                 ADD 1 TO WS-IX
              WHEN WS-ORD >= 192
                 MOVE WS-ACENTO(WS-ORD - 191) TO WS-CAR
           END-EVALUATE

           INSPECT WS-CAR CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
           IF (WS-CAR < "A" OR WS-CAR > "Z")
              AND (WS-CAR < "0" OR WS-CAR > "9")
              MOVE SPACE TO WS-CAR
           END-IF

           ADD 1 TO WS-LIMPIO-LEN
           MOVE WS-CAR TO WS-LIMPIO(WS-LIMPIO-LEN:1).

       SEPARAR-PALABRAS.
           *> Parte el nombre limpio por los blancos (uno o varios)
           MOVE SPACES TO WS-PALABRAS
           MOVE 0 TO WS-NUM-PALABRAS
           MOVE 0 TO WS-PAL-LEN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
              IF WS-LIMPIO(WS-I:1) = SPACE
                 MOVE 0 TO WS-PAL-LEN
              ELSE
                 IF WS-PAL-LEN = 0 AND WS-NUM-PALABRAS < 20
                    ADD 1 TO WS-NUM-PALABRAS
                 END-IF
                 ADD 1 TO WS-PAL-LEN
                 MOVE WS-LIMPIO(WS-I:1)
                    TO WS-PALABRA(WS-NUM-PALABRAS)(WS-PAL-LEN:1)
              END-IF
           END-PERFORM.
