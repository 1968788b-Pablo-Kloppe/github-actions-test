       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERBDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-FILE ASSIGN TO "cobtest.mst"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-NAME
               FILE STATUS IS WS-MST-STATUS.
           SELECT RPT-FILE ASSIGN TO "cobtest_bday.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT GRT-FILE ASSIGN TO "cobtest_bday.grt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRT-STATUS.

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
      *>   Una felicitacion por persona, en el idioma de la suite
       FD  GRT-FILE.
       01  GRT-REC                         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                   PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-GRT-STATUS                   PIC X(2).
       01  WS-DATETIME.
           05 WS-YYYY                      PIC 9(4).
           05 WS-MM                        PIC 9(2).
           05 WS-DD                        PIC 9(2).
           05 WS-REST                      PIC X(14).
       01  WS-TODAY-TEXT                   PIC X(10).
       01  WS-TODAY-INT                    PIC 9(8) VALUE 0.

      *>   PARAMETROS DE LA EJECUCION
       01  WS-DAYS-TEXT                    PIC X(5).
       01  WS-DAYS-AHEAD                   PIC 9(3) VALUE 0.
       01  WS-DEFAULT-DAYS                 PIC 9(3) VALUE 30.
       01  WS-ABSENT-TEXT                  PIC X(5).
       01  WS-ABSENT-DAYS                  PIC 9(5) VALUE 0.
       01  WS-DEFAULT-ABSENT               PIC 9(5) VALUE 365.

      *>   CUMPLEAÑOS DENTRO DEL PERIODO, ORDENADOS POR FECHA Y NOMBRE
       01  WS-MAX-BDAYS                    PIC 9(4) VALUE 2000.
       01  WS-BD-COUNT                     PIC 9(4) VALUE 0.
       01  WS-BD-TABLE.
           05 WS-BD-ENTRY OCCURS 2000 TIMES.
              10 WS-BD-KEY.
                 15 WS-BD-DAYS             PIC 9(3).
                 15 WS-BD-NAME             PIC X(40).
              10 WS-BD-DATE                PIC X(10).
              10 WS-BD-TURNS               PIC 9(3).
              10 WS-BD-LAST-VISIT          PIC X(10).
              10 WS-BD-ABSENT              PIC X(1).
       01  WS-BD-SWAP                      PIC X(67).
       01  WS-TRUNCATED                    PIC X(1) VALUE "N".
       01  WS-IX                           PIC 9(4) VALUE 0.
       01  WS-JX                           PIC 9(4) VALUE 0.

      *>   PROXIMO CUMPLEAÑOS DE UNA PERSONA
       01  WS-NEXT-DATE                    PIC 9(8) VALUE 0.
       01  WS-NEXT-SPLIT REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-YYYY                 PIC 9(4).
           05 WS-NEXT-MM                   PIC 9(2).
           05 WS-NEXT-DD                   PIC 9(2).
       01  WS-NEXT-INT                     PIC 9(8) VALUE 0.
       01  WS-DAYS-TO                      PIC 9(5) VALUE 0.
       01  WS-MONTH-DAYS                   PIC 9(2) VALUE 0.
       01  WS-LEAP-YEAR                    PIC X(1) VALUE "N".
       01  WS-VALID-BIRTH                  PIC X(1) VALUE "N".
       01  WS-VISIT-DATE                   PIC 9(8) VALUE 0.
       01  WS-VISIT-INT                    PIC 9(8) VALUE 0.

      *>   LISTADO Y FELICITACIONES
       01  WS-PREV-DATE                    PIC X(10).
       01  WS-DAYS-ED                      PIC ZZ9.
       01  WS-TURNS-ED                     PIC ZZ9.
       01  WS-TURNS-POS                    PIC 9(1) VALUE 1.
       01  WS-READ-COUNT                   PIC 9(5) VALUE 0.
       01  WS-NO-BIRTH                     PIC 9(5) VALUE 0.
       01  WS-ABSENT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-DATE-COUNT                   PIC 9(4) VALUE 0.
       01  WS-COUNT-ED                     PIC Z(4)9.
       01  WS-GRT-PTR                      PIC 9(3) VALUE 1.
       01  WS-NAME-LEN                     PIC 9(2) VALUE 0.

      *>   Textos de las felicitaciones servidos por el catalogo
       01  WS-MSG-ID                       PIC X(10).
       01  WS-MSG                          PIC X(60).
       01  WS-MSG-LEN                      PIC 9(2) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO WS-TODAY-TEXT
           STRING
              WS-YYYY "-" WS-MM "-" WS-DD DELIMITED BY SIZE
              INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              WS-YYYY * 10000 + WS-MM * 100 + WS-DD)

           DISPLAY "== PERBDAY - proximos cumpleanyos en cobtest.mst =="
           DISPLAY "Dias hacia adelante (en blanco = 30): "
                   WITH NO ADVANCING
           ACCEPT WS-DAYS-TEXT
           IF WS-DAYS-TEXT = SPACES
              MOVE WS-DEFAULT-DAYS TO WS-DAYS-AHEAD
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) NOT = 0
                 DISPLAY "Los dias deben ser un numero de 0 a 366."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF FUNCTION NUMVAL(WS-DAYS-TEXT) < 0
                 OR FUNCTION NUMVAL(WS-DAYS-TEXT) > 366
                 DISPLAY "Los dias deben ser un numero de 0 a 366."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-DAYS-AHEAD = FUNCTION NUMVAL(WS-DAYS-TEXT)
           END-IF

           DISPLAY "Dias sin visita para marcar ausente "
                   "(en blanco = 365): " WITH NO ADVANCING
           ACCEPT WS-ABSENT-TEXT
           IF WS-ABSENT-TEXT = SPACES
              MOVE WS-DEFAULT-ABSENT TO WS-ABSENT-DAYS
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-ABSENT-TEXT) NOT = 0
                 DISPLAY "Los dias sin visita deben ser mayores que 0."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF FUNCTION NUMVAL(WS-ABSENT-TEXT) < 1
                 OR FUNCTION NUMVAL(WS-ABSENT-TEXT) > 99999
                 DISPLAY "Los dias sin visita deben ser mayores que 0."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-ABSENT-DAYS = FUNCTION NUMVAL(WS-ABSENT-TEXT)
           END-IF

           PERFORM LOAD-BIRTHDAYS
           IF RETURN-CODE NOT = 0
              STOP RUN
           END-IF
           PERFORM SORT-BIRTHDAYS
           PERFORM WRITE-LIST
           PERFORM WRITE-GREETINGS

           DISPLAY "PERBDAY: " WS-BD-COUNT " cumpleanyos en los "
                   "proximos " WS-DAYS-AHEAD " dias, " WS-ABSENT-COUNT
                   " ausentes"
           DISPLAY "Listado en cobtest_bday.rpt, felicitaciones en "
                   "cobtest_bday.grt"
           STOP RUN.

       LOAD-BIRTHDAYS.
           *> Recorre el maestro y se queda con quien cumple años
           *> entre hoy y hoy mas los dias pedidos
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
                 ADD 1 TO WS-READ-COUNT
                 PERFORM CHECK-ONE-PERSON
              END-IF
           END-PERFORM
           CLOSE PERSON-FILE.

       CHECK-ONE-PERSON.
           *> Sin mes y dia de nacimiento validos no hay cumpleaños
           MOVE "N" TO WS-VALID-BIRTH
           IF PER-BIRTH-MM >= 1 AND PER-BIRTH-MM <= 12
              AND PER-BIRTH-DD >= 1
              MOVE 2000 TO WS-NEXT-YYYY
              MOVE PER-BIRTH-MM TO WS-NEXT-MM
              PERFORM COMPUTE-MONTH-DAYS
              IF PER-BIRTH-DD <= WS-MONTH-DAYS
                 MOVE "Y" TO WS-VALID-BIRTH
              END-IF
           END-IF
           IF WS-VALID-BIRTH = "N"
              ADD 1 TO WS-NO-BIRTH
              EXIT PARAGRAPH
           END-IF

           *> Cumpleaños de este año o, si ya ha pasado, del siguiente
           MOVE WS-YYYY TO WS-NEXT-YYYY
           PERFORM BUILD-NEXT-BIRTHDAY
           IF WS-NEXT-INT < WS-TODAY-INT
              ADD 1 TO WS-YYYY GIVING WS-NEXT-YYYY
              PERFORM BUILD-NEXT-BIRTHDAY
           END-IF
           COMPUTE WS-DAYS-TO = WS-NEXT-INT - WS-TODAY-INT
           IF WS-DAYS-TO > WS-DAYS-AHEAD
              EXIT PARAGRAPH
           END-IF

           IF WS-BD-COUNT >= WS-MAX-BDAYS
              MOVE "Y" TO WS-TRUNCATED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BD-COUNT
           MOVE WS-DAYS-TO TO WS-BD-DAYS(WS-BD-COUNT)
           MOVE PER-NAME TO WS-BD-NAME(WS-BD-COUNT)
           MOVE SPACES TO WS-BD-DATE(WS-BD-COUNT)
           STRING
              WS-NEXT-YYYY "-" WS-NEXT-MM "-" WS-NEXT-DD
              DELIMITED BY SIZE
              INTO WS-BD-DATE(WS-BD-COUNT)
           END-STRING
           *> Años que cumple, solo si se conoce el año de nacimiento
           MOVE 0 TO WS-BD-TURNS(WS-BD-COUNT)
           IF PER-BIRTH-YEAR NOT = 0
              AND PER-BIRTH-YEAR < WS-NEXT-YYYY
              COMPUTE WS-BD-TURNS(WS-BD-COUNT) =
                 WS-NEXT-YYYY - PER-BIRTH-YEAR
           END-IF
           MOVE PER-LAST-VISIT TO WS-BD-LAST-VISIT(WS-BD-COUNT)
           PERFORM CHECK-ABSENT.

       BUILD-NEXT-BIRTHDAY.
           *> Quien nacio un 29 de febrero lo celebra el 28 en los
           *> años que no son bisiestos
           MOVE PER-BIRTH-MM TO WS-NEXT-MM
           MOVE PER-BIRTH-DD TO WS-NEXT-DD
           PERFORM COMPUTE-MONTH-DAYS
           IF WS-NEXT-DD > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-NEXT-DD
           END-IF
           COMPUTE WS-NEXT-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE).

       COMPUTE-MONTH-DAYS.
           *> Dias del mes WS-NEXT-MM del año WS-NEXT-YYYY
           MOVE "N" TO WS-LEAP-YEAR
           IF FUNCTION MOD(WS-NEXT-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-NEXT-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-NEXT-YYYY, 400) = 0)
              MOVE "Y" TO WS-LEAP-YEAR
           END-IF
           EVALUATE WS-NEXT-MM
              WHEN 2
                 IF WS-LEAP-YEAR = "Y"
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       CHECK-ABSENT.
           *> Ausente: ultima visita conocida hace mas dias de los
           *> indicados. Sin fecha de ultima visita no se marca.
           MOVE "N" TO WS-BD-ABSENT(WS-BD-COUNT)
           IF PER-LAST-VISIT(1:4) IS NOT NUMERIC
              OR PER-LAST-VISIT(6:2) IS NOT NUMERIC
              OR PER-LAST-VISIT(9:2) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE PER-LAST-VISIT(1:4) TO WS-VISIT-DATE(1:4)
           MOVE PER-LAST-VISIT(6:2) TO WS-VISIT-DATE(5:2)
           MOVE PER-LAST-VISIT(9:2) TO WS-VISIT-DATE(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VISIT-DATE) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VISIT-INT =
              FUNCTION INTEGER-OF-DATE(WS-VISIT-DATE)
           IF WS-TODAY-INT - WS-VISIT-INT > WS-ABSENT-DAYS
              MOVE "Y" TO WS-BD-ABSENT(WS-BD-COUNT)
              ADD 1 TO WS-ABSENT-COUNT
           END-IF.

       SORT-BIRTHDAYS.
           *> Por dias que faltan y, dentro del mismo dia, por nombre
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >= WS-BD-COUNT
              PERFORM VARYING WS-JX FROM 1 BY 1
                      UNTIL WS-JX > WS-BD-COUNT - WS-IX
                 IF WS-BD-KEY(WS-JX) > WS-BD-KEY(WS-JX + 1)
                    MOVE WS-BD-ENTRY(WS-JX) TO WS-BD-SWAP
                    MOVE WS-BD-ENTRY(WS-JX + 1) TO WS-BD-ENTRY(WS-JX)
                    MOVE WS-BD-SWAP TO WS-BD-ENTRY(WS-JX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-LIST.
           *> Listado agrupado por fecha de cumpleaños
           OPEN OUTPUT RPT-FILE
           MOVE "== Proximos cumpleanyos - maestro cobtest.mst =="
              TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING
              "Ejecutado: " WS-TODAY-TEXT
              ", proximos " WS-DAYS-AHEAD " dias"
              ", ausente si no viene en " WS-ABSENT-DAYS " dias"
              DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-TRUNCATED = "Y"
              MOVE "AVISO: demasiados cumpleanyos, solo se listan los"
                 TO RPT-REC
              MOVE "primeros 2000" TO RPT-REC(51:)
              WRITE RPT-REC
           END-IF

           MOVE SPACES TO WS-PREV-DATE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-BD-COUNT
              IF WS-BD-DATE(WS-IX) NOT = WS-PREV-DATE
                 ADD 1 TO WS-DATE-COUNT
                 MOVE WS-BD-DATE(WS-IX) TO WS-PREV-DATE
                 MOVE WS-BD-DAYS(WS-IX) TO WS-DAYS-ED
                 MOVE SPACES TO RPT-REC
                 WRITE RPT-REC
                 IF WS-BD-DAYS(WS-IX) = 0
                    STRING WS-BD-DATE(WS-IX) "  (hoy)"
                       DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                 ELSE
                    STRING WS-BD-DATE(WS-IX) "  (dentro de "
                       WS-DAYS-ED " dias)"
                       DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                 END-IF
                 WRITE RPT-REC
              END-IF
              MOVE SPACES TO RPT-REC
              MOVE WS-BD-NAME(WS-IX) TO RPT-REC(5:40)
              IF WS-BD-TURNS(WS-IX) = 0
                 MOVE "cumple ?" TO RPT-REC(46:)
              ELSE
                 MOVE WS-BD-TURNS(WS-IX) TO WS-TURNS-ED
                 STRING "cumple " WS-TURNS-ED
                    DELIMITED BY SIZE INTO RPT-REC(46:)
                 END-STRING
              END-IF
              STRING "ultima visita " WS-BD-LAST-VISIT(WS-IX)
                 DELIMITED BY SIZE INTO RPT-REC(58:)
              END-STRING
              IF WS-BD-ABSENT(WS-IX) = "Y"
                 MOVE "** AUSENTE" TO RPT-REC(84:)
              END-IF
              WRITE RPT-REC
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING "Personas leidas: " WS-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NO-BIRTH TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING "Sin fecha de nacimiento valida: " WS-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING "Cumpleanyos en el periodo: " WS-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ABSENT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING "Marcados como ausentes: " WS-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE RPT-FILE.

       WRITE-GREETINGS.
           *> Una felicitacion por persona con los textos del catalogo
           *> en el idioma elegido para la suite (cobsuite.lng)
           OPEN OUTPUT GRT-FILE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-BD-COUNT
              MOVE SPACES TO GRT-REC
              MOVE 1 TO WS-GRT-PTR
              MOVE "BD-HELLO" TO WS-MSG-ID
              PERFORM APPEND-MSG
              MOVE 40 TO WS-NAME-LEN
              PERFORM UNTIL WS-NAME-LEN = 1
                      OR WS-BD-NAME(WS-IX)(WS-NAME-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-NAME-LEN
              END-PERFORM
              STRING " " WS-BD-NAME(WS-IX)(1:WS-NAME-LEN) ", "
                 DELIMITED BY SIZE
                 INTO GRT-REC WITH POINTER WS-GRT-PTR
              END-STRING
              MOVE "BD-WISH" TO WS-MSG-ID
              PERFORM APPEND-MSG
              STRING " " WS-BD-DATE(WS-IX) "."
                 DELIMITED BY SIZE
                 INTO GRT-REC WITH POINTER WS-GRT-PTR
              END-STRING
              IF WS-BD-TURNS(WS-IX) NOT = 0
                 MOVE WS-BD-TURNS(WS-IX) TO WS-TURNS-ED
                 STRING " " DELIMITED BY SIZE
                    INTO GRT-REC WITH POINTER WS-GRT-PTR
                 END-STRING
                 MOVE "BD-TURNS" TO WS-MSG-ID
                 PERFORM APPEND-MSG
                 MOVE 1 TO WS-TURNS-POS
                 PERFORM UNTIL WS-TURNS-ED(WS-TURNS-POS:1) NOT = SPACE
                    ADD 1 TO WS-TURNS-POS
                 END-PERFORM
                 STRING " " WS-TURNS-ED(WS-TURNS-POS:) "."
                    DELIMITED BY SIZE
                    INTO GRT-REC WITH POINTER WS-GRT-PTR
                 END-STRING
              END-IF
              WRITE GRT-REC
           END-PERFORM
           CLOSE GRT-FILE.

       APPEND-MSG.
           *> Añade un texto del catalogo sin los blancos de relleno
           CALL "MSGCAT" USING WS-MSG-ID WS-MSG
           MOVE 60 TO WS-MSG-LEN
           PERFORM UNTIL WS-MSG-LEN = 1
                   OR WS-MSG(WS-MSG-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-MSG-LEN
           END-PERFORM
           STRING WS-MSG(1:WS-MSG-LEN) DELIMITED BY SIZE
              INTO GRT-REC WITH POINTER WS-GRT-PTR
           END-STRING.
