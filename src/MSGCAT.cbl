       01  WS-LNG-STATUS                   PIC X(2).
       01  WS-CARGADO                      PIC X(1) VALUE "N".
       01  WS-IDIOMA                       PIC X(2) VALUE "EN".
       01  WS-ENV-IDIOMA                   PIC X(2) VALUE SPACES.
       01  WS-TABLA.
           05 WS-ENTRADA OCCURS 300 TIMES.
              10 WS-TB-ID                  PIC X(10).
              END-IF
              CLOSE LNG-FILE
           END-IF
           *> El idioma del operador identificado en el menu manda
           *> sobre el fichero (lo deja en COBSUITE_LNG)
           MOVE SPACES TO WS-ENV-IDIOMA
           ACCEPT WS-ENV-IDIOMA FROM ENVIRONMENT "COBSUITE_LNG"
           IF WS-ENV-IDIOMA = "ES" OR WS-ENV-IDIOMA = "EN"
              MOVE WS-ENV-IDIOMA TO WS-IDIOMA
           END-IF

           *> Cargar en tabla solo los textos del idioma elegido
           MOVE 0 TO WS-USADAS
