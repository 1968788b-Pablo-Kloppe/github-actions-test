           SELECT LNG-FILE ASSIGN TO "cobsuite.lng"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNG-STATUS.
           SELECT OPR-FILE ASSIGN TO "cobsuite.opr"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  SES-REC                         PIC X(120).
       FD  LNG-FILE.
       01  LNG-REC                         PIC X(10).
      *>   Operadores autorizados a usar el menu: el PIN se guarda
      *>   cifrado con el identificador, las opciones permitidas son
      *>   los caracteres de las opciones del menu (1-4, A=admin)
       FD  OPR-FILE.
       01  OPR-REC.
           05 OPR-ID                       PIC X(8).
           05 OPR-NOMBRE                   PIC X(30).
           05 OPR-PIN-HASH                 PIC 9(10).
           05 OPR-IDIOMA                   PIC X(2).
           05 OPR-OPCIONES                 PIC X(10).
           05 OPR-ESTADO                   PIC X(1).
              88 OPR-ACTIVO                VALUE "A".
              88 OPR-BLOQUEADO             VALUE "B".
           05 OPR-FALLOS                   PIC 9(1).
           05 OPR-ULTIMA-ENTRADA           PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-SES-STATUS                   PIC X(2).
       01  WS-LNG-STATUS                   PIC X(2).
       01  WS-OPR-STATUS                   PIC X(2).
       01  WS-LNG-CHOICE                   PIC X(2) VALUE SPACES.
      *>   Textos de operador servidos por el catalogo bilingue
       01  WS-MSG-ID                       PIC X(10).
       01  WS-STAMP                        PIC X(19).
       01  WS-INICIO                       PIC X(19).
       01  WS-FIN                          PIC X(19).
      *>   Identificacion del operador: tres intentos por sesion y
      *>   bloqueo de la cuenta a los tres fallos de PIN seguidos
       01  WS-PIN                          PIC X(8) VALUE SPACES.
       01  WS-PIN-OK                       PIC X(1) VALUE "N".
       01  WS-PIN-LEN                      PIC 9(2) VALUE 0.
       01  WS-HASH                         PIC 9(10) VALUE 0.
       01  WS-HASH-WORK                    PIC 9(18) VALUE 0.
       01  WS-HASH-TEXT                    PIC X(16).
       01  WS-HX                           PIC 9(2) VALUE 0.
       01  WS-MAX-FALLOS                   PIC 9(1) VALUE 3.
       01  WS-IDENTIFICADO                 PIC X(1) VALUE "N".
       01  WS-EVENTO                       PIC X(40) VALUE SPACES.
      *>   Datos del operador de la sesion
       01  WS-SES-NOMBRE                   PIC X(30) VALUE SPACES.
       01  WS-SES-IDIOMA                   PIC X(2) VALUE SPACES.
       01  WS-SES-OPCIONES                 PIC X(10) VALUE SPACES.
       01  WS-PERMITIDO                    PIC X(1) VALUE "N".
       01  WS-OPC-COUNT                    PIC 9(2) VALUE 0.
      *>   Administracion de operadores
       01  WS-ADM-OPCION                   PIC X(1) VALUE SPACE.
       01  WS-ADM-SALIR                    PIC X(1) VALUE "N".
       01  WS-PRIMER-ADMIN                 PIC X(1) VALUE "N".
       01  WS-NUEVO-ID                     PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE "MN-BANNER" TO WS-MSG-ID
           PERFORM SHOW-MSG

           *> Fichero de operadores; la primera vez se crea y se da
           *> de alta al administrador inicial
           PERFORM OPEN-OPERATORS

           *> Identificar al operador con su PIN; tras tres intentos
           *> fallidos o en blanco (o fin de la entrada) se cancela en
           *> vez de preguntar para siempre
           PERFORM SIGN-ON
              UNTIL WS-IDENTIFICADO = "Y" OR WS-OPER-TRIES >= 3
           IF WS-IDENTIFICADO = "N"
              MOVE "MN-NOOPER" TO WS-MSG-ID
              PERFORM SHOW-MSG
              CLOSE OPR-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           *> El idioma de la sesion es el preferido del operador; se
           *> pasa a los programas que se lancen desde el menu
           PERFORM SET-SESSION-LANGUAGE
           MOVE "MN-HELLO" TO WS-MSG-ID
           PERFORM GET-MSG
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-SES-NOMBRE

           PERFORM MENU-ONE-CHOICE
              UNTIL WS-SALIR = "Y"

           MOVE "FIN DE SESION" TO WS-EVENTO
           PERFORM WRITE-SESSION-EVENT
           CLOSE OPR-FILE
           MOVE "MN-BYE" TO WS-MSG-ID
           PERFORM SHOW-MSG
           STOP RUN.

       OPEN-OPERATORS.
           *> Mismo patron que el maestro de COBTEST1: I-O y, si aun
           *> no existe, se crea vacio y se reabre
           OPEN I-O OPR-FILE
           IF WS-OPR-STATUS NOT = "00"
              OPEN OUTPUT OPR-FILE
              CLOSE OPR-FILE
              OPEN I-O OPR-FILE
           END-IF

           *> Sin ningun operador nadie podria entrar: se pide el
           *> administrador inicial, con todas las opciones
           MOVE LOW-VALUES TO OPR-ID
           START OPR-FILE KEY IS NOT LESS THAN OPR-ID
           IF WS-OPR-STATUS = "00"
              READ OPR-FILE NEXT RECORD
           END-IF
           IF WS-OPR-STATUS NOT = "00"
              MOVE "MN-FIRSTAD" TO WS-MSG-ID
              PERFORM SHOW-MSG
              MOVE "Y" TO WS-PRIMER-ADMIN
              PERFORM ADMIN-ADD
              MOVE "N" TO WS-PRIMER-ADMIN
           END-IF.

       SIGN-ON.
           ADD 1 TO WS-OPER-TRIES
           MOVE SPACES TO WS-OPERADOR WS-PIN
           MOVE "MN-OPER" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           ACCEPT WS-OPERADOR
           IF WS-OPERADOR = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "MN-PIN" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           ACCEPT WS-PIN

           *> Operador desconocido y PIN erroneo dan el mismo aviso
           MOVE WS-OPERADOR TO OPR-ID
           READ OPR-FILE
           IF WS-OPR-STATUS NOT = "00"
              MOVE "MN-BADSIGN" TO WS-MSG-ID
              PERFORM SHOW-MSG
              MOVE "ENTRADA FALLIDA (DESCONOCIDO)" TO WS-EVENTO
              PERFORM WRITE-SESSION-EVENT
              EXIT PARAGRAPH
           END-IF
           IF OPR-BLOQUEADO
              MOVE "MN-LOCKED" TO WS-MSG-ID
              PERFORM SHOW-MSG
              MOVE "ENTRADA RECHAZADA (BLOQUEADO)" TO WS-EVENTO
              PERFORM WRITE-SESSION-EVENT
              EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERADOR TO WS-HASH-TEXT(1:8)
           PERFORM HASH-PIN
           IF WS-HASH NOT = OPR-PIN-HASH
              ADD 1 TO OPR-FALLOS
              IF OPR-FALLOS >= WS-MAX-FALLOS
                 SET OPR-BLOQUEADO TO TRUE
                 MOVE "MN-LOCKNOW" TO WS-MSG-ID
                 MOVE "CUENTA BLOQUEADA" TO WS-EVENTO
              ELSE
                 MOVE "MN-BADSIGN" TO WS-MSG-ID
                 MOVE "ENTRADA FALLIDA (PIN)" TO WS-EVENTO
              END-IF
              REWRITE OPR-REC
              PERFORM SHOW-MSG
              PERFORM WRITE-SESSION-EVENT
              EXIT PARAGRAPH
           END-IF

           *> Entrada correcta: se pone a cero la cuenta de fallos
           PERFORM GET-TIMESTAMP
           MOVE 0 TO OPR-FALLOS
           MOVE WS-STAMP TO OPR-ULTIMA-ENTRADA
           REWRITE OPR-REC
           MOVE OPR-NOMBRE TO WS-SES-NOMBRE
           MOVE OPR-IDIOMA TO WS-SES-IDIOMA
           MOVE OPR-OPCIONES TO WS-SES-OPCIONES
           MOVE "Y" TO WS-IDENTIFICADO
           MOVE "ENTRADA" TO WS-EVENTO
           PERFORM WRITE-SESSION-EVENT.

       HASH-PIN.
           *> Cifrado del PIN junto con el identificador del operador,
           *> para que el mismo PIN no de el mismo valor en dos cuentas
           *> (el identificador ya esta en WS-HASH-TEXT(1:8))
           MOVE WS-PIN TO WS-HASH-TEXT(9:8)
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 16
              COMPUTE WS-HASH-WORK = FUNCTION MOD(
                 WS-HASH-WORK * 131
                 + FUNCTION ORD(WS-HASH-TEXT(WS-HX:1)), 2147483647)
           END-PERFORM
           PERFORM VARYING WS-HX FROM 16 BY -1 UNTIL WS-HX < 1
              COMPUTE WS-HASH-WORK = FUNCTION MOD(
                 WS-HASH-WORK * 257
                 + FUNCTION ORD(WS-HASH-TEXT(WS-HX:1)), 2147483629)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH.

       SET-SESSION-LANGUAGE.
           *> COBSUITE_LNG manda sobre cobsuite.lng en el catalogo, y
           *> lo heredan los programas lanzados con SYSTEM
           IF WS-SES-IDIOMA NOT = "ES"
              MOVE "EN" TO WS-SES-IDIOMA
           END-IF
           SET ENVIRONMENT "COBSUITE_LNG" TO WS-SES-IDIOMA
           MOVE "*RELOAD" TO WS-MSG-ID
           CALL "MSGCAT" USING WS-MSG-ID WS-MSG.

       CHECK-PERMISSION.
           *> La opcion WS-OPCION figura entre las del operador?
           MOVE 0 TO WS-OPC-COUNT
           IF WS-OPCION NOT = SPACE
              INSPECT WS-SES-OPCIONES TALLYING WS-OPC-COUNT
                 FOR ALL WS-OPCION
           END-IF
           IF WS-OPC-COUNT > 0
              MOVE "Y" TO WS-PERMITIDO
           ELSE
              MOVE "N" TO WS-PERMITIDO
           END-IF.

       MENU-ONE-CHOICE.
           *> Solo se ofrecen las opciones permitidas al operador
           DISPLAY " "
           MOVE "1" TO WS-OPCION
           PERFORM CHECK-PERMISSION
           IF WS-PERMITIDO = "Y"
              MOVE "MN-OPT1" TO WS-MSG-ID
              PERFORM SHOW-MSG
           END-IF
           MOVE "2" TO WS-OPCION
           PERFORM CHECK-PERMISSION
           IF WS-PERMITIDO = "Y"
              MOVE "MN-OPT2" TO WS-MSG-ID
              PERFORM SHOW-MSG
           END-IF
           MOVE "3" TO WS-OPCION
           PERFORM CHECK-PERMISSION
           IF WS-PERMITIDO = "Y"
              MOVE "MN-OPT3" TO WS-MSG-ID
              PERFORM SHOW-MSG
           END-IF
           MOVE "4" TO WS-OPCION
           PERFORM CHECK-PERMISSION
           IF WS-PERMITIDO = "Y"
              MOVE "MN-OPT4" TO WS-MSG-ID
              PERFORM SHOW-MSG
           END-IF
           MOVE "MN-OPTI" TO WS-MSG-ID
           PERFORM SHOW-MSG
           MOVE "A" TO WS-OPCION
           PERFORM CHECK-PERMISSION
           IF WS-PERMITIDO = "Y"
              MOVE "MN-OPTA" TO WS-MSG-ID
              PERFORM SHOW-MSG
           END-IF
           MOVE "MN-OPT0" TO WS-MSG-ID
           PERFORM SHOW-MSG
           MOVE "MN-PROMPT" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           IF WS-OPCION = "a"
              MOVE "A" TO WS-OPCION
           END-IF

           *> Una opcion no permitida se rechaza aunque se teclee
           IF WS-OPCION = "1" OR WS-OPCION = "2" OR WS-OPCION = "3"
              OR WS-OPCION = "4" OR WS-OPCION = "A"
              PERFORM CHECK-PERMISSION
              IF WS-PERMITIDO = "N"
                 MOVE "MN-NOPERM" TO WS-MSG-ID
                 PERFORM SHOW-MSG
                 MOVE SPACES TO WS-EVENTO
                 STRING "OPCION " WS-OPCION " DENEGADA"
                    DELIMITED BY SIZE INTO WS-EVENTO
                 END-STRING
                 PERFORM WRITE-SESSION-EVENT
                 EXIT PARAGRAPH
              END-IF
           END-IF

           EVALUATE WS-OPCION
              WHEN "1"
              WHEN "I"
              WHEN "i"
                 PERFORM CAMBIAR-IDIOMA
              WHEN "A"
                 PERFORM ADMIN-OPERATORS
              WHEN "0"
                 MOVE "Y" TO WS-SALIR
              WHEN OTHER
           WRITE LNG-REC
           CLOSE LNG-FILE

           *> Queda ademas como idioma preferido del operador y pasa a
           *> ser el de la sesion (recarga tambien el catalogo del
           *> propio menu)
           MOVE WS-OPERADOR TO OPR-ID
           READ OPR-FILE
           IF WS-OPR-STATUS = "00"
              MOVE WS-LNG-CHOICE TO OPR-IDIOMA
              REWRITE OPR-REC
           END-IF
           MOVE WS-LNG-CHOICE TO WS-SES-IDIOMA
           PERFORM SET-SESSION-LANGUAGE
           MOVE "MN-LANGSET" TO WS-MSG-ID
           PERFORM SHOW-MSG
           MOVE "MN-LANGSE2" TO WS-MSG-ID
           WRITE SES-REC
           CLOSE SES-FILE.

       WRITE-SESSION-EVENT.
           *> Entradas, bloqueos, denegaciones y cambios de operadores,
           *> con el operador que los provoca
           PERFORM GET-TIMESTAMP
           OPEN EXTEND SES-FILE
           IF WS-SES-STATUS NOT = "00"
              OPEN OUTPUT SES-FILE
           END-IF
           MOVE SPACES TO SES-REC
           STRING
              "Operador=" DELIMITED BY SIZE
              WS-OPERADOR DELIMITED BY SIZE
              ", Hora=" DELIMITED BY SIZE
              WS-STAMP DELIMITED BY SIZE
              ", Evento=" DELIMITED BY SIZE
              WS-EVENTO DELIMITED BY SIZE
              INTO SES-REC
           END-STRING
           WRITE SES-REC
           CLOSE SES-FILE.

       ADMIN-OPERATORS.
           *> Alta de operadores, nuevo PIN y desbloqueo de cuentas
           MOVE "N" TO WS-ADM-SALIR
           PERFORM UNTIL WS-ADM-SALIR = "Y"
              DISPLAY " "
              MOVE "MN-ADM1" TO WS-MSG-ID
              PERFORM SHOW-MSG
              MOVE "MN-ADM2" TO WS-MSG-ID
              PERFORM SHOW-MSG
              MOVE "MN-ADM3" TO WS-MSG-ID
              PERFORM SHOW-MSG
              MOVE "MN-ADM0" TO WS-MSG-ID
              PERFORM SHOW-MSG
              MOVE "MN-PROMPT" TO WS-MSG-ID
              PERFORM SHOW-PROMPT
              MOVE SPACE TO WS-ADM-OPCION
              ACCEPT WS-ADM-OPCION
              EVALUATE WS-ADM-OPCION
                 WHEN "1"
                    PERFORM ADMIN-ADD
                 WHEN "2"
                    PERFORM ADMIN-RESET-PIN
                 WHEN "3"
                    PERFORM ADMIN-UNLOCK
                 WHEN "0"
                 WHEN SPACE
                    MOVE "Y" TO WS-ADM-SALIR
                 WHEN OTHER
                    MOVE "MN-BAD" TO WS-MSG-ID
                    PERFORM SHOW-MSG
              END-EVALUATE
           END-PERFORM.

       ADMIN-ADD.
           MOVE "MN-NEWID" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           MOVE SPACES TO WS-NUEVO-ID
           ACCEPT WS-NUEVO-ID
           IF WS-NUEVO-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NUEVO-ID TO OPR-ID
           READ OPR-FILE
           IF WS-OPR-STATUS = "00"
              MOVE "MN-IDEXIST" TO WS-MSG-ID
              PERFORM SHOW-MSG
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OPR-REC
           MOVE WS-NUEVO-ID TO OPR-ID
           MOVE "MN-NEWNAME" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           ACCEPT OPR-NOMBRE
           PERFORM ACCEPT-NEW-PIN
           IF WS-PIN-OK = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "MN-LANGASK" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           ACCEPT WS-LNG-CHOICE
           IF WS-LNG-CHOICE = "ES" OR WS-LNG-CHOICE = "es"
              MOVE "ES" TO OPR-IDIOMA
           ELSE
              MOVE "EN" TO OPR-IDIOMA
           END-IF
           *> El administrador inicial tiene todas las opciones
           IF WS-PRIMER-ADMIN = "Y"
              MOVE "1234A" TO OPR-OPCIONES
           ELSE
              MOVE "MN-NEWOPTS" TO WS-MSG-ID
              PERFORM SHOW-PROMPT
              ACCEPT OPR-OPCIONES
              INSPECT OPR-OPCIONES CONVERTING "a" TO "A"
           END-IF
           SET OPR-ACTIVO TO TRUE
           MOVE 0 TO OPR-FALLOS
           WRITE OPR-REC
           IF WS-OPR-STATUS NOT = "00"
              MOVE "MN-OPRERR" TO WS-MSG-ID
              PERFORM SHOW-MSG
              EXIT PARAGRAPH
           END-IF
           MOVE "MN-OPRDONE" TO WS-MSG-ID
           PERFORM SHOW-MSG
           MOVE SPACES TO WS-EVENTO
           STRING "ALTA DE OPERADOR " WS-NUEVO-ID
              DELIMITED BY SIZE INTO WS-EVENTO
           END-STRING
           PERFORM WRITE-SESSION-EVENT.

       ADMIN-RESET-PIN.
           *> PIN nuevo; la cuenta de fallos vuelve a cero
           PERFORM ADMIN-READ-OPERATOR
           IF WS-OPR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-NEW-PIN
           IF WS-PIN-OK = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OPR-FALLOS
           REWRITE OPR-REC
           MOVE "MN-OPRDONE" TO WS-MSG-ID
           PERFORM SHOW-MSG
           MOVE SPACES TO WS-EVENTO
           STRING "NUEVO PIN DE " WS-NUEVO-ID
              DELIMITED BY SIZE INTO WS-EVENTO
           END-STRING
           PERFORM WRITE-SESSION-EVENT.

       ADMIN-UNLOCK.
           PERFORM ADMIN-READ-OPERATOR
           IF WS-OPR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET OPR-ACTIVO TO TRUE
           MOVE 0 TO OPR-FALLOS
           REWRITE OPR-REC
           MOVE "MN-OPRDONE" TO WS-MSG-ID
           PERFORM SHOW-MSG
           MOVE SPACES TO WS-EVENTO
           STRING "DESBLOQUEO DE " WS-NUEVO-ID
              DELIMITED BY SIZE INTO WS-EVENTO
           END-STRING
           PERFORM WRITE-SESSION-EVENT.

       ADMIN-READ-OPERATOR.
           MOVE "MN-OPRID" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           MOVE SPACES TO WS-NUEVO-ID
           ACCEPT WS-NUEVO-ID
           MOVE WS-NUEVO-ID TO OPR-ID
           READ OPR-FILE
           IF WS-OPR-STATUS NOT = "00"
              MOVE "MN-NOOPR" TO WS-MSG-ID
              PERFORM SHOW-MSG
           END-IF.

       ACCEPT-NEW-PIN.
           *> PIN de 4 a 8 digitos, sin blancos intercalados
           MOVE "N" TO WS-PIN-OK
           MOVE "MN-NEWPIN" TO WS-MSG-ID
           PERFORM SHOW-PROMPT
           MOVE SPACES TO WS-PIN
           ACCEPT WS-PIN
           MOVE 8 TO WS-PIN-LEN
           PERFORM UNTIL WS-PIN-LEN = 0
                   OR WS-PIN(WS-PIN-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-PIN-LEN
           END-PERFORM
           IF WS-PIN-LEN < 4
              MOVE "MN-PINBAD" TO WS-MSG-ID
              PERFORM SHOW-MSG
              EXIT PARAGRAPH
           END-IF
           IF WS-PIN(1:WS-PIN-LEN) IS NOT NUMERIC
              MOVE "MN-PINBAD" TO WS-MSG-ID
              PERFORM SHOW-MSG
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PIN-OK
           MOVE OPR-ID TO WS-HASH-TEXT(1:8)
           PERFORM HASH-PIN
           MOVE WS-HASH TO OPR-PIN-HASH.

       GET-MSG.
           *> Trae un texto del catalogo bilingue y calcula su
           *> longitud util sin los blancos de relleno
