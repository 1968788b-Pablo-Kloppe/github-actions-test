      ******************************************************************
      *.PN  ACNC0062                                                   *
      *     COPY DEL FORMATO DE SALIDA ACM0062: DOCUMENTOS REGISTRADOS *
      *     DEL BIEN, ENVIADO POR LA COLA TS EN LA CONSULTA A003 DETRAS*
      *     DEL HISTORICO DE VALORACION (ACM0035), PARA QUE DESDE LA   *
      *     CONSULTA SE VEA QUE DOCUMENTOS HAY Y SE PUEDA PASAR A SU   *
      *     MANTENIMIENTO EN LA A011 CON LA MISMA ENTIDAD Y BIEN.      *
      *     N0062-ROW-FLG-EXPIRED = 'S' SI EL DOCUMENTO YA HA CADUCADO *
      *     A LA FECHA CONTABLE.                                       *
      *     COPY OF THE ACM0062 OUTPUT FORMAT: THE GOOD'S REGISTERED   *
      *     DOCUMENTS, SENT THROUGH THE TS QUEUE ON THE A003 INQUIRY   *
      *     AFTER THE VALUATION HISTORY (ACM0035), SO THE INQUIRY      *
      *     SHOWS WHICH DOCUMENTS ARE HELD AND CAN MOVE ON TO THEIR    *
      *     MAINTENANCE IN A011 WITH THE SAME ENTITY AND GOOD.         *
      *     N0062-ROW-FLG-EXPIRED = 'S' WHEN THE DOCUMENT HAS ALREADY  *
      *     EXPIRED AT THE ACCOUNTING DATE.                            *
      ******************************************************************
       01  ACNC0062.
           05  N0062-ENT                    PIC X(04).
           05  N0062-NUM-GOOD               PIC 9(10).
           05  N0062-CNT-ROWS               PIC 9(02).
           05  N0062-DOC-ROW OCCURS 5 TIMES.
               10  N0062-ROW-TYP-DOC        PIC X(02).
               10  N0062-ROW-DES-REFERENCE  PIC X(30).
               10  N0062-ROW-DAT-RECEIVED   PIC X(10).
               10  N0062-ROW-DAT-EXPIRY     PIC X(10).
               10  N0062-ROW-DES-STORAGE    PIC X(30).
               10  N0062-ROW-FLG-EXPIRED    PIC X(01).
