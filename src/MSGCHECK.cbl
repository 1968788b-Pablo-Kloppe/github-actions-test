       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCHECK.

      *>   Mantenimiento del catalogo de mensajes msgcat.dat, que se
      *>   edita a mano: comprueba que esta completo (los dos idiomas,
      *>   sin duplicados, textos de 60 como maximo y sin huecos para
      *>   los identificadores que usan los programas), saca a un
      *>   fichero plano los textos que faltan por traducir y vuelve a
      *>   cargar en el catalogo, en su orden, el fichero traducido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT-FILE ASSIGN TO "msgcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT TRA-FILE ASSIGN TO "msgcat.tra"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.
           SELECT SRC-FILE ASSIGN USING WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT RPT-FILE ASSIGN TO "msgcat_check.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Las lineas se leen mas anchas que el formato para poder
      *>   detectar los textos que no caben en los 60 caracteres
       FD  CAT-FILE.
       01  CAT-REC                         PIC X(200).
      *>   Textos pendientes de traducir, con el formato del catalogo
       FD  TRA-FILE.
       01  TRA-REC                         PIC X(200).
       FD  SRC-FILE.
       01  SRC-REC                         PIC X(256).
       FD  RPT-FILE.
       01  RPT-REC                         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                   PIC X(2).
       01  WS-TRA-STATUS                   PIC X(2).
       01  WS-SRC-STATUS                   PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-DATETIME.
           05 WS-YYYY                      PIC 9(4).
           05 WS-MM                        PIC 9(2).
           05 WS-DD                        PIC 9(2).
           05 WS-REST                      PIC X(14).
       01  WS-TODAY-TEXT                   PIC X(10).
       01  WS-OPTION                       PIC X(1) VALUE SPACE.
       01  WS-RC                           PIC 9(9) COMP-5 VALUE 0.

      *>   LINEAS DEL CATALOGO, EN EL ORDEN DEL FICHERO
      *>   Tipo: C=comentario o blanco, M=mensaje, L=mensaje con texto
      *>   de mas de 60 caracteres, X=linea mal formada
       01  WS-MAX-LINES                    PIC 9(4) VALUE 1000.
       01  WS-CT-COUNT                     PIC 9(4) VALUE 0.
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 1001 TIMES.
              10 WS-CT-LINE                PIC X(200).
              10 WS-CT-KIND                PIC X(1).
       01  WS-TRUNCATED                    PIC X(1) VALUE "N".

      *>   IDENTIFICADORES DEL CATALOGO Y SUS TEXTOS POR IDIOMA
       01  WS-MAX-IDS                      PIC 9(4) VALUE 600.
       01  WS-ID-COUNT                     PIC 9(4) VALUE 0.
       01  WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 600 TIMES.
              10 WS-ID-NAME                PIC X(10).
              10 WS-ID-ES                  PIC 9(2).
              10 WS-ID-EN                  PIC 9(2).
              10 WS-ID-ES-IX               PIC 9(4).
              10 WS-ID-EN-IX               PIC 9(4).
       01  WS-ID-IX                        PIC 9(4) VALUE 0.
       01  WS-ES-TOTAL                     PIC 9(4) VALUE 0.
       01  WS-EN-TOTAL                     PIC 9(4) VALUE 0.
      *>   MSGCAT solo carga este numero de textos por idioma
       01  WS-MSGCAT-LIMIT                 PIC 9(4) VALUE 300.

      *>   ANALISIS DE UNA LINEA CON EL FORMATO DEL CATALOGO
       01  WS-LINE                         PIC X(200).
       01  WS-LINE-KIND                    PIC X(1).
       01  WS-LINE-ERR                     PIC X(50).
       01  WS-TEXT-LEN                     PIC 9(3) VALUE 0.
       01  WS-TEXT-LEN-ED                  PIC ZZ9.
       01  WS-CX                           PIC 9(3) VALUE 0.
       01  WS-BLANK-SEEN                   PIC X(1) VALUE "N".
       01  WS-ENTRY-KEY                    PIC X(11).

      *>   PROGRAMAS QUE PIDEN TEXTOS AL CATALOGO
       01  WS-PROG-VALUES.
           05 FILLER                       PIC X(14)
              VALUE "COBTEST1.cbl".
           05 FILLER                       PIC X(14)
              VALUE "COBTEST2.cbl".
           05 FILLER                       PIC X(14)
              VALUE "demo.cbl".
           05 FILLER                       PIC X(14)
              VALUE "fibonacci.cbl".
           05 FILLER                       PIC X(14)
              VALUE "MENU.cbl".
           05 FILLER                       PIC X(14)
              VALUE "PERBDAY.cbl".
       01  WS-PROG-TABLE REDEFINES WS-PROG-VALUES.
           05 WS-PROG-NAME                 PIC X(14) OCCURS 6 TIMES.
       01  WS-PROG-COUNT                   PIC 9(2) VALUE 6.
       01  WS-PX                           PIC 9(2) VALUE 0.

      *>   BUSQUEDA DE IDENTIFICADORES EN LOS FUENTES
       01  WS-SRC-DIR                      PIC X(40) VALUE SPACES.
       01  WS-SRC-NAME                     PIC X(60).
       01  WS-SRC-LINENO                   PIC 9(5) VALUE 0.
       01  WS-SRC-BEFORE                   PIC X(256).
       01  WS-SRC-AFTER                    PIC X(256).
       01  WS-COMMENT-COUNT                PIC 9(3) VALUE 0.
       01  WS-REF-LIT                      PIC X(40).
       01  WS-REF-REST                     PIC X(256).
       01  WS-REF-W0                       PIC X(40).
       01  WS-REF-W1                       PIC X(40).
       01  WS-REF-W2                       PIC X(40).
       01  WS-REF-LEN                      PIC 9(2) VALUE 0.
       01  WS-REF-COUNT                    PIC 9(5) VALUE 0.

      *>   TRADUCCIONES A CARGAR
       01  WS-MAX-IMPORT                   PIC 9(4) VALUE 600.
       01  WS-IM-COUNT                     PIC 9(4) VALUE 0.
       01  WS-IM-TABLE.
           05 WS-IM-ENTRY OCCURS 600 TIMES.
              10 WS-IM-LINE                PIC X(200).
              10 WS-IM-KEY                 PIC X(11).
       01  WS-IM-IX                        PIC 9(4) VALUE 0.
       01  WS-TRA-LINENO                   PIC 9(5) VALUE 0.
       01  WS-FOUND-IX                     PIC 9(4) VALUE 0.
       01  WS-INSERT-IX                    PIC 9(4) VALUE 0.
       01  WS-IX                           PIC 9(4) VALUE 0.
       01  WS-JX                           PIC 9(4) VALUE 0.

      *>   CONTADORES PARA EL INFORME
       01  WS-PROBLEMS                     PIC 9(5) VALUE 0.
       01  WS-BAD-LINES                    PIC 9(5) VALUE 0.
       01  WS-PENDING                      PIC 9(5) VALUE 0.
       01  WS-ADDED                        PIC 9(5) VALUE 0.
       01  WS-REPLACED                     PIC 9(5) VALUE 0.
       01  WS-LINE-ED                      PIC Z(4)9.
       01  WS-COUNT-ED                     PIC Z(4)9.
       01  WS-ES-ED                        PIC Z(3)9.
       01  WS-EN-ED                        PIC Z(3)9.
       01  WS-LIMIT-ED                     PIC Z(3)9.
       01  WS-SECTION-START                PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO WS-TODAY-TEXT
           STRING
              WS-YYYY "-" WS-MM "-" WS-DD DELIMITED BY SIZE
              INTO WS-TODAY-TEXT
           END-STRING

           DISPLAY "== MSGCHECK - catalogo de mensajes msgcat.dat =="
           DISPLAY "1=comprobar, 2=exportar pendientes de traducir, "
                   "3=cargar traducciones: " WITH NO ADVANCING
           ACCEPT WS-OPTION

           EVALUATE WS-OPTION
              WHEN "1"
                 PERFORM CHECK-CATALOG
              WHEN "2"
                 PERFORM EXPORT-PENDING
              WHEN "3"
                 PERFORM IMPORT-TRANSLATIONS
              WHEN OTHER
                 DISPLAY "Opcion no valida."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       CHECK-CATALOG.
           DISPLAY "Directorio de los fuentes (blanco = src): "
                   WITH NO ADVANCING
           ACCEPT WS-SRC-DIR
           IF WS-SRC-DIR = SPACES
              MOVE "src" TO WS-SRC-DIR
           END-IF

           PERFORM LOAD-CATALOG
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE "== Comprobacion del catalogo msgcat.dat ==" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING
              "Ejecutado: " DELIMITED BY SIZE
              WS-TODAY-TEXT DELIMITED BY SIZE
              ", lineas leidas: " DELIMITED BY SIZE
              WS-COUNT-ED DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-TRUNCATED = "Y"
              MOVE "AVISO: catalogo mayor que la tabla, solo se" TO
                 RPT-REC
              MOVE "comprueban las primeras 1000 lineas" TO RPT-REC(45:)
              WRITE RPT-REC
              ADD 1 TO WS-PROBLEMS
           END-IF

           *> Lineas que MSGCAT no puede usar o que recorta
           PERFORM WRITE-BLANK-LINE
           MOVE "-- Lineas mal formadas o con texto de mas de 60" TO
              RPT-REC
           MOVE "caracteres" TO RPT-REC(49:)
           WRITE RPT-REC
           MOVE WS-PROBLEMS TO WS-SECTION-START
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-CT-COUNT
              IF WS-CT-KIND(WS-IX) = "X" OR WS-CT-KIND(WS-IX) = "L"
                 MOVE WS-CT-LINE(WS-IX) TO WS-LINE
                 PERFORM VALIDATE-LINE
                 MOVE WS-IX TO WS-LINE-ED
                 PERFORM REPORT-BAD-LINE
              END-IF
           END-PERFORM

           PERFORM WRITE-NONE-IF-EMPTY
           PERFORM WRITE-BLANK-LINE
           *> El mismo identificador dos veces en un idioma: MSGCAT
           *> se queda con la primera y la otra no se ve nunca
           MOVE "-- Identificadores duplicados" TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PROBLEMS TO WS-SECTION-START
           PERFORM VARYING WS-ID-IX FROM 1 BY 1
                   UNTIL WS-ID-IX > WS-ID-COUNT
              IF WS-ID-ES(WS-ID-IX) > 1 OR WS-ID-EN(WS-ID-IX) > 1
                 MOVE SPACES TO RPT-REC
                 STRING
                    WS-ID-NAME(WS-ID-IX) DELIMITED BY SIZE
                    " ES " WS-ID-ES(WS-ID-IX) " veces, EN "
                    WS-ID-EN(WS-ID-IX) " veces" DELIMITED BY SIZE
                    INTO RPT-REC
                 END-STRING
                 WRITE RPT-REC
                 ADD 1 TO WS-PROBLEMS
              END-IF
           END-PERFORM

           PERFORM WRITE-NONE-IF-EMPTY
           PERFORM WRITE-BLANK-LINE
           MOVE "-- Identificadores sin texto en uno de los idiomas" TO
              RPT-REC
           WRITE RPT-REC
           MOVE WS-PROBLEMS TO WS-SECTION-START
           PERFORM VARYING WS-ID-IX FROM 1 BY 1
                   UNTIL WS-ID-IX > WS-ID-COUNT
              IF WS-ID-ES(WS-ID-IX) = 0
                 MOVE SPACES TO RPT-REC
                 STRING
                    WS-ID-NAME(WS-ID-IX) DELIMITED BY SIZE
                    " falta ES" DELIMITED BY SIZE
                    INTO RPT-REC
                 END-STRING
                 WRITE RPT-REC
                 ADD 1 TO WS-PROBLEMS
              END-IF
              IF WS-ID-EN(WS-ID-IX) = 0
                 MOVE SPACES TO RPT-REC
                 STRING
                    WS-ID-NAME(WS-ID-IX) DELIMITED BY SIZE
                    " falta EN" DELIMITED BY SIZE
                    INTO RPT-REC
                 END-STRING
                 WRITE RPT-REC
                 ADD 1 TO WS-PROBLEMS
              END-IF
           END-PERFORM

           PERFORM WRITE-NONE-IF-EMPTY
           PERFORM WRITE-BLANK-LINE
           *> Identificadores que piden los programas y no existen:
           *> MSGCAT devuelve blancos y la pantalla queda vacia
           MOVE "-- Usados en los programas y ausentes del catalogo"
              TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PROBLEMS TO WS-SECTION-START
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROG-COUNT
              PERFORM SCAN-SOURCE
           END-PERFORM

           PERFORM WRITE-NONE-IF-EMPTY
           PERFORM WRITE-BLANK-LINE
           PERFORM REPORT-LANGUAGE-TOTALS
           MOVE WS-REF-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING
              "Referencias al catalogo en los programas: "
                 DELIMITED BY SIZE
              WS-COUNT-ED DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PROBLEMS TO WS-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING
              "Avisos: " DELIMITED BY SIZE
              WS-COUNT-ED DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE RPT-FILE

           *> Con avisos se termina con 4 para que se note en lote
           IF WS-PROBLEMS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MSGCHECK: " WS-PROBLEMS
                   " avisos, informe en msgcat_check.rpt".

       SCAN-SOURCE.
           *> Busca en un programa las lineas MOVE "id" TO xxx-ID y
           *> comprueba que el identificador esta en el catalogo
           MOVE SPACES TO WS-SRC-NAME
           STRING
              WS-SRC-DIR DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              WS-PROG-NAME(WS-PX) DELIMITED BY SPACE
              INTO WS-SRC-NAME
           END-STRING
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
              MOVE SPACES TO RPT-REC
              STRING
                 WS-SRC-NAME DELIMITED BY SPACE
                 ": no se puede abrir, no se comprueba"
                    DELIMITED BY SIZE
                 INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SRC-LINENO
           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
              READ SRC-FILE
              IF WS-SRC-STATUS = "00"
                 ADD 1 TO WS-SRC-LINENO
                 PERFORM CHECK-SOURCE-LINE
              END-IF
           END-PERFORM
           CLOSE SRC-FILE.

       CHECK-SOURCE-LINE.
           IF SRC-REC(7:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SRC-BEFORE WS-SRC-AFTER
           UNSTRING SRC-REC DELIMITED BY 'MOVE "'
              INTO WS-SRC-BEFORE WS-SRC-AFTER
           END-UNSTRING
           IF WS-SRC-AFTER = SPACES
              EXIT PARAGRAPH
           END-IF
           *> Un MOVE dentro de un comentario *> no cuenta
           MOVE 0 TO WS-COMMENT-COUNT
           INSPECT WS-SRC-BEFORE TALLYING WS-COMMENT-COUNT
              FOR ALL "*>"
           IF WS-COMMENT-COUNT > 0
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REF-LIT WS-REF-REST
           UNSTRING WS-SRC-AFTER DELIMITED BY '"'
              INTO WS-REF-LIT WS-REF-REST
           END-UNSTRING
           *> Los literales que empiezan por * son ordenes a MSGCAT
           IF WS-REF-LIT = SPACES OR WS-REF-LIT(1:1) = "*"
              EXIT PARAGRAPH
           END-IF

           *> El destino tiene que ser un campo terminado en -ID
           MOVE SPACES TO WS-REF-W0 WS-REF-W1 WS-REF-W2
           UNSTRING WS-REF-REST DELIMITED BY ALL SPACE
              INTO WS-REF-W0 WS-REF-W1 WS-REF-W2
           END-UNSTRING
           IF WS-REF-W1 NOT = "TO"
              EXIT PARAGRAPH
           END-IF
           MOVE 40 TO WS-REF-LEN
           PERFORM UNTIL WS-REF-LEN = 0
                   OR WS-REF-W2(WS-REF-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-REF-LEN
           END-PERFORM
           IF WS-REF-LEN > 0
              IF WS-REF-W2(WS-REF-LEN:1) = "."
                 SUBTRACT 1 FROM WS-REF-LEN
              END-IF
           END-IF
           IF WS-REF-LEN < 4
              EXIT PARAGRAPH
           END-IF
           IF WS-REF-W2(WS-REF-LEN - 2:3) NOT = "-ID"
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REF-COUNT
           PERFORM FIND-ID-BY-LITERAL
           IF WS-ID-IX = 0
              MOVE WS-SRC-LINENO TO WS-LINE-ED
              MOVE SPACES TO RPT-REC
              STRING
                 WS-REF-LIT DELIMITED BY SPACE
                 " no esta en el catalogo (" DELIMITED BY SIZE
                 WS-PROG-NAME(WS-PX) DELIMITED BY SPACE
                 " linea " DELIMITED BY SIZE
                 WS-LINE-ED DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              ADD 1 TO WS-PROBLEMS
           END-IF.

       FIND-ID-BY-LITERAL.
           MOVE 0 TO WS-ID-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ID-COUNT OR WS-ID-IX > 0
              IF WS-ID-NAME(WS-IX) = WS-REF-LIT
                 MOVE WS-IX TO WS-ID-IX
              END-IF
           END-PERFORM.

       REPORT-BAD-LINE.
           *> WS-LINE-ED lleva el numero de linea
           MOVE SPACES TO RPT-REC
           STRING
              "Linea " DELIMITED BY SIZE
              WS-LINE-ED DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              WS-LINE-ERR DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           MOVE WS-LINE(1:50) TO RPT-REC(66:)
           WRITE RPT-REC
           ADD 1 TO WS-PROBLEMS.

       REPORT-LANGUAGE-TOTALS.
           MOVE WS-ES-TOTAL TO WS-ES-ED
           MOVE WS-EN-TOTAL TO WS-EN-ED
           MOVE WS-MSGCAT-LIMIT TO WS-LIMIT-ED
           MOVE SPACES TO RPT-REC
           STRING
              "Textos ES: " WS-ES-ED ", EN: " WS-EN-ED
              " (MSGCAT carga como maximo " WS-LIMIT-ED
              " por idioma)" DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-ES-TOTAL > WS-MSGCAT-LIMIT
              OR WS-EN-TOTAL > WS-MSGCAT-LIMIT
              MOVE "AVISO: los textos que pasan del maximo no se"
                 TO RPT-REC
              MOVE "cargan; hay que ampliar la tabla de MSGCAT"
                 TO RPT-REC(46:)
              WRITE RPT-REC
              ADD 1 TO WS-PROBLEMS
           END-IF.

       WRITE-NONE-IF-EMPTY.
           IF WS-PROBLEMS = WS-SECTION-START
              MOVE "   (ninguno)" TO RPT-REC
              WRITE RPT-REC
           END-IF.

       WRITE-BLANK-LINE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       EXPORT-PENDING.
           *> Por cada identificador con texto en un solo idioma se
           *> escribe el original como comentario y, debajo, la linea
           *> del idioma que falta con el texto en blanco, que es lo
           *> que rellena el traductor
           PERFORM LOAD-CATALOG
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TRA-FILE
           MOVE "* Textos de msgcat.dat pendientes de traducir," TO
              TRA-REC
           MOVE "generado el" TO TRA-REC(48:)
           MOVE WS-TODAY-TEXT TO TRA-REC(60:)
           WRITE TRA-REC
           MOVE "* Escribir la traduccion a partir de la columna 15"
              TO TRA-REC
           MOVE "(60 caracteres como maximo)." TO TRA-REC(52:)
           WRITE TRA-REC
           MOVE "* Las lineas sin traducir se borran; con alguna en"
              TO TRA-REC
           MOVE "blanco no se carga nada." TO TRA-REC(52:)
           WRITE TRA-REC

           PERFORM VARYING WS-ID-IX FROM 1 BY 1
                   UNTIL WS-ID-IX > WS-ID-COUNT
              IF WS-ID-ES(WS-ID-IX) = 0 OR WS-ID-EN(WS-ID-IX) = 0
                 PERFORM EXPORT-ONE-ID
              END-IF
           END-PERFORM
           CLOSE TRA-FILE

           IF WS-PENDING = 0
              DISPLAY "MSGCHECK: no hay textos pendientes de traducir"
           ELSE
              DISPLAY "MSGCHECK: " WS-PENDING
                      " textos pendientes de traducir en msgcat.tra"
           END-IF.

       EXPORT-ONE-ID.
           MOVE SPACES TO TRA-REC
           IF WS-ID-ES(WS-ID-IX) = 0
              MOVE WS-ID-EN-IX(WS-ID-IX) TO WS-IX
              MOVE "* EN:" TO TRA-REC
           ELSE
              MOVE WS-ID-ES-IX(WS-ID-IX) TO WS-IX
              MOVE "* ES:" TO TRA-REC
           END-IF
           MOVE WS-CT-LINE(WS-IX)(15:) TO TRA-REC(7:)
           WRITE TRA-REC

           MOVE SPACES TO TRA-REC
           MOVE WS-ID-NAME(WS-ID-IX) TO TRA-REC(1:10)
           IF WS-ID-ES(WS-ID-IX) = 0
              MOVE "ES" TO TRA-REC(12:2)
           ELSE
              MOVE "EN" TO TRA-REC(12:2)
           END-IF
           WRITE TRA-REC
           ADD 1 TO WS-PENDING.

       IMPORT-TRANSLATIONS.
           *> Se valida el fichero entero antes de tocar el catalogo:
           *> con una sola linea mal formada no se carga nada
           PERFORM LOAD-CATALOG
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-TRUNCATED = "Y"
              DISPLAY "msgcat.dat tiene mas de 1000 lineas; no se "
                      "puede reescribir."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRA-FILE
           IF WS-TRA-STATUS NOT = "00"
              DISPLAY "msgcat.tra no existe o no se puede abrir."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE "== Carga de traducciones de msgcat.tra ==" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING
              "Ejecutado: " DELIMITED BY SIZE
              WS-TODAY-TEXT DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM WRITE-BLANK-LINE

           MOVE 0 TO WS-TRA-LINENO
           PERFORM UNTIL WS-TRA-STATUS NOT = "00"
              READ TRA-FILE
              IF WS-TRA-STATUS = "00"
                 ADD 1 TO WS-TRA-LINENO
                 PERFORM READ-ONE-TRANSLATION
              END-IF
           END-PERFORM
           CLOSE TRA-FILE

           IF WS-BAD-LINES > 0
              PERFORM WRITE-BLANK-LINE
              MOVE "Fichero rechazado: no se ha cargado ninguna"
                 TO RPT-REC
              MOVE "traduccion" TO RPT-REC(45:)
              WRITE RPT-REC
              CLOSE RPT-FILE
              DISPLAY "MSGCHECK: " WS-BAD-LINES
                      " lineas mal formadas en msgcat.tra, no se "
                      "carga nada (ver msgcat_check.rpt)"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-IM-COUNT = 0
              MOVE "msgcat.tra no tiene traducciones que cargar"
                 TO RPT-REC
              WRITE RPT-REC
              CLOSE RPT-FILE
              DISPLAY "MSGCHECK: msgcat.tra no tiene traducciones "
                      "que cargar"
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IM-IX FROM 1 BY 1
                   UNTIL WS-IM-IX > WS-IM-COUNT
              PERFORM MERGE-ONE-TRANSLATION
           END-PERFORM
           IF RETURN-CODE NOT = 0
              CLOSE RPT-FILE
              EXIT PARAGRAPH
           END-IF

           *> Copia de seguridad: el catalogo anterior pasa a ser
           *> msgcat.bak y se escribe uno nuevo
           CALL "CBL_DELETE_FILE" USING "msgcat.bak"
              RETURNING WS-RC
           CALL "CBL_RENAME_FILE" USING "msgcat.dat" "msgcat.bak"
              RETURNING WS-RC
           IF WS-RC NOT = 0
              MOVE "No se pudo crear msgcat.bak; catalogo sin cambios"
                 TO RPT-REC
              WRITE RPT-REC
              CLOSE RPT-FILE
              DISPLAY "MSGCHECK: no se pudo crear msgcat.bak, "
                      "catalogo sin cambios"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CAT-FILE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-CT-COUNT
              MOVE WS-CT-LINE(WS-IX) TO CAT-REC
              WRITE CAT-REC
           END-PERFORM
           CLOSE CAT-FILE

           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO RPT-REC
           STRING
              "Textos nuevos: " WS-ADDED
              ", sustituidos: " WS-REPLACED
              ", copia anterior en msgcat.bak" DELIMITED BY SIZE
              INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM RECOUNT-LANGUAGES
           PERFORM REPORT-LANGUAGE-TOTALS
           CLOSE RPT-FILE
           DISPLAY "MSGCHECK: " WS-ADDED " textos nuevos y "
                   WS-REPLACED " sustituidos en msgcat.dat".

       READ-ONE-TRANSLATION.
           MOVE TRA-REC TO WS-LINE
           PERFORM VALIDATE-LINE
           IF WS-LINE-KIND = "C"
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE-KIND = "M"
              PERFORM MAKE-ENTRY-KEY
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-IM-COUNT
                 IF WS-IM-KEY(WS-IX) = WS-ENTRY-KEY
                    MOVE "repetido en el fichero" TO WS-LINE-ERR
                    MOVE "X" TO WS-LINE-KIND
                 END-IF
              END-PERFORM
           END-IF
           IF WS-LINE-KIND = "M" AND WS-IM-COUNT >= WS-MAX-IMPORT
              MOVE "demasiadas lineas en el fichero" TO WS-LINE-ERR
              MOVE "X" TO WS-LINE-KIND
           END-IF
           IF WS-LINE-KIND NOT = "M"
              MOVE WS-TRA-LINENO TO WS-LINE-ED
              PERFORM REPORT-BAD-LINE
              ADD 1 TO WS-BAD-LINES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IM-COUNT
           MOVE WS-LINE TO WS-IM-LINE(WS-IM-COUNT)
           MOVE WS-ENTRY-KEY TO WS-IM-KEY(WS-IM-COUNT).

       MERGE-ONE-TRANSLATION.
           *> Si el texto ya existe se sustituye en su sitio; si no, se
           *> inserta detras del ultimo mensaje con clave menor, que
           *> mantiene el orden por identificador (ES antes que EN)
           MOVE 0 TO WS-FOUND-IX
           MOVE 0 TO WS-INSERT-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CT-COUNT OR WS-FOUND-IX > 0
              IF WS-CT-KIND(WS-IX) = "M" OR WS-CT-KIND(WS-IX) = "L"
                 MOVE WS-CT-LINE(WS-IX) TO WS-LINE
                 PERFORM MAKE-ENTRY-KEY
                 IF WS-ENTRY-KEY = WS-IM-KEY(WS-IM-IX)
                    MOVE WS-IX TO WS-FOUND-IX
                 END-IF
                 IF WS-ENTRY-KEY < WS-IM-KEY(WS-IM-IX)
                    MOVE WS-IX TO WS-INSERT-IX
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO RPT-REC
           MOVE WS-IM-LINE(WS-IM-IX)(1:13) TO RPT-REC
           IF WS-FOUND-IX > 0
              MOVE WS-IM-LINE(WS-IM-IX) TO WS-CT-LINE(WS-FOUND-IX)
              MOVE "M" TO WS-CT-KIND(WS-FOUND-IX)
              MOVE "sustituido" TO RPT-REC(16:)
              WRITE RPT-REC
              ADD 1 TO WS-REPLACED
              EXIT PARAGRAPH
           END-IF

           IF WS-CT-COUNT >= WS-MAX-LINES
              MOVE "no cabe en la tabla del catalogo" TO RPT-REC(16:)
              WRITE RPT-REC
              DISPLAY "MSGCHECK: el catalogo pasaria de 1000 lineas, "
                      "no se carga nada"
              MOVE 8 TO RETURN-CODE
              MOVE WS-IM-COUNT TO WS-IM-IX
              EXIT PARAGRAPH
           END-IF

           *> Sin ninguna clave menor va delante del primer mensaje,
           *> detras de los comentarios de cabecera
           IF WS-INSERT-IX = 0
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-CT-COUNT
                         OR WS-CT-KIND(WS-IX) NOT = "C"
                 CONTINUE
              END-PERFORM
              COMPUTE WS-INSERT-IX = WS-IX - 1
           END-IF
           PERFORM VARYING WS-JX FROM WS-CT-COUNT BY -1
                   UNTIL WS-JX <= WS-INSERT-IX
              MOVE WS-CT-ENTRY(WS-JX) TO WS-CT-ENTRY(WS-JX + 1)
           END-PERFORM
           ADD 1 TO WS-CT-COUNT
           MOVE WS-IM-LINE(WS-IM-IX) TO WS-CT-LINE(WS-INSERT-IX + 1)
           MOVE "M" TO WS-CT-KIND(WS-INSERT-IX + 1)
           MOVE "nuevo" TO RPT-REC(16:)
           WRITE RPT-REC
           ADD 1 TO WS-ADDED.

       RECOUNT-LANGUAGES.
           MOVE 0 TO WS-ES-TOTAL WS-EN-TOTAL
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-CT-COUNT
              IF WS-CT-KIND(WS-IX) = "M" OR WS-CT-KIND(WS-IX) = "L"
                 IF WS-CT-LINE(WS-IX)(12:2) = "ES"
                    ADD 1 TO WS-ES-TOTAL
                 ELSE
                    ADD 1 TO WS-EN-TOTAL
                 END-IF
              END-IF
           END-PERFORM.

       LOAD-CATALOG.
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "msgcat.dat no existe o no se puede abrir."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAT-STATUS NOT = "00"
              READ CAT-FILE
              IF WS-CAT-STATUS = "00"
                 IF WS-CT-COUNT < WS-MAX-LINES
                    ADD 1 TO WS-CT-COUNT
                    MOVE CAT-REC TO WS-CT-LINE(WS-CT-COUNT)
                    MOVE CAT-REC TO WS-LINE
                    PERFORM VALIDATE-LINE
                    MOVE WS-LINE-KIND TO WS-CT-KIND(WS-CT-COUNT)
                    IF WS-LINE-KIND = "M" OR WS-LINE-KIND = "L"
                       PERFORM REGISTER-ID
                    END-IF
                 ELSE
                    MOVE "Y" TO WS-TRUNCATED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CAT-FILE.

       REGISTER-ID.
           *> Cuenta los textos de cada identificador por idioma y
           *> recuerda la linea del primero
           MOVE WS-LINE(1:10) TO WS-REF-LIT
           PERFORM FIND-ID-BY-LITERAL
           IF WS-ID-IX = 0
              IF WS-ID-COUNT >= WS-MAX-IDS
                 MOVE "Y" TO WS-TRUNCATED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ID-COUNT
              MOVE WS-ID-COUNT TO WS-ID-IX
              MOVE WS-LINE(1:10) TO WS-ID-NAME(WS-ID-IX)
              MOVE 0 TO WS-ID-ES(WS-ID-IX) WS-ID-EN(WS-ID-IX)
                        WS-ID-ES-IX(WS-ID-IX) WS-ID-EN-IX(WS-ID-IX)
           END-IF
           IF WS-LINE(12:2) = "ES"
              ADD 1 TO WS-ES-TOTAL
              ADD 1 TO WS-ID-ES(WS-ID-IX)
              IF WS-ID-ES-IX(WS-ID-IX) = 0
                 MOVE WS-CT-COUNT TO WS-ID-ES-IX(WS-ID-IX)
              END-IF
           ELSE
              ADD 1 TO WS-EN-TOTAL
              ADD 1 TO WS-ID-EN(WS-ID-IX)
              IF WS-ID-EN-IX(WS-ID-IX) = 0
                 MOVE WS-CT-COUNT TO WS-ID-EN-IX(WS-ID-IX)
              END-IF
           END-IF.

       VALIDATE-LINE.
           *> Formato del catalogo: identificador (1-10), blanco,
           *> idioma ES o EN (12-13), blanco y texto (15-74)
           MOVE SPACES TO WS-LINE-ERR
           MOVE 0 TO WS-TEXT-LEN
           IF WS-LINE = SPACES OR WS-LINE(1:1) = "*"
              MOVE "C" TO WS-LINE-KIND
              EXIT PARAGRAPH
           END-IF
           MOVE "X" TO WS-LINE-KIND
           IF WS-LINE(1:1) = SPACE
              MOVE "identificador en blanco" TO WS-LINE-ERR
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BLANK-SEEN
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 10
              IF WS-LINE(WS-CX:1) = SPACE
                 MOVE "Y" TO WS-BLANK-SEEN
              ELSE
                 IF WS-BLANK-SEEN = "Y"
                    MOVE "identificador con blancos" TO WS-LINE-ERR
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LINE-ERR NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(11:1) NOT = SPACE
              MOVE "identificador de mas de 10 caracteres"
                 TO WS-LINE-ERR
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(12:2) NOT = "ES" AND WS-LINE(12:2) NOT = "EN"
              MOVE "idioma distinto de ES y EN" TO WS-LINE-ERR
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(14:1) NOT = SPACE
              MOVE "falta el blanco entre idioma y texto"
                 TO WS-LINE-ERR
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(15:) = SPACES
              MOVE "texto vacio" TO WS-LINE-ERR
              EXIT PARAGRAPH
           END-IF

           MOVE 200 TO WS-CX
           PERFORM UNTIL WS-LINE(WS-CX:1) NOT = SPACE
              SUBTRACT 1 FROM WS-CX
           END-PERFORM
           COMPUTE WS-TEXT-LEN = WS-CX - 14
           IF WS-TEXT-LEN > 60
              MOVE "L" TO WS-LINE-KIND
              MOVE WS-TEXT-LEN TO WS-TEXT-LEN-ED
              STRING
                 "texto de " WS-TEXT-LEN-ED
                 " caracteres (maximo 60)" DELIMITED BY SIZE
                 INTO WS-LINE-ERR
              END-STRING
           ELSE
              MOVE "M" TO WS-LINE-KIND
           END-IF.

       MAKE-ENTRY-KEY.
           *> Clave de orden del catalogo: identificador y ES antes
           *> que EN
           MOVE WS-LINE(1:10) TO WS-ENTRY-KEY(1:10)
           IF WS-LINE(12:2) = "ES"
              MOVE "1" TO WS-ENTRY-KEY(11:1)
           ELSE
              MOVE "2" TO WS-ENTRY-KEY(11:1)
           END-IF.
