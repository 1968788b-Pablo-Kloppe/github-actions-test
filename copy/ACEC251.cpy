      ******************************************************************
      *.PN  ACEC251                                                    *
      *     COPY DE LA COMMAREA DE LA RUTINA AC8C251S                  *
      *     RECORRIDO DE LOS DOCUMENTOS DE UN BIEN (FILAS GRABADAS     *
      *     POR AC8C250S) EN ORDEN DE TIPO DE DOCUMENTO. CADA LLAMADA  *
      *     DEVUELVE LA FILA SIGUIENTE A E251-TYP-AFTER (ESPACIOS =    *
      *     EMPEZAR POR LA PRIMERA); E251-FLG-FOUND = 'N' AL TERMINAR. *
      *     COPY OF THE AC8C251S ROUTINE COMMAREA                      *
      *     BROWSE OF A GOOD'S DOCUMENTS (ROWS WRITTEN BY AC8C250S) IN *
      *     DOCUMENT TYPE ORDER. EACH CALL RETURNS THE ROW FOLLOWING   *
      *     E251-TYP-AFTER (SPACES = START AT THE FIRST);              *
      *     E251-FLG-FOUND = 'N' WHEN THERE ARE NO MORE.               *
      ******************************************************************
       05  ACEC251.
           10  E251-ENT                     PIC X(04).
           10  E251-NUM-GOOD                PIC 9(10).
           10  E251-TYP-AFTER               PIC X(02).
           10  E251-FLG-FOUND               PIC X(01).
           10  E251-TYP-DOC                 PIC X(02).
           10  E251-DES-REFERENCE           PIC X(30).
           10  E251-DAT-RECEIVED            PIC X(10).
           10  E251-DAT-EXPIRY              PIC X(10).
           10  E251-DES-STORAGE             PIC X(30).
           10  E251-DAT-LAST-MOD            PIC X(10).
           10  E251-USER-LAST-MOD           PIC X(08).
