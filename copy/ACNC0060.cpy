      ******************************************************************
      *.PN  ACNC0060                                                   *
      *     COPY DE LA LINEA DEL FICHERO DE IMPRESION DE CERTIFICADOS  *
      *     DE LIBERACION (CERTPRT, ACLC1ROS). EL PRIMER BYTE ES EL    *
      *     CARACTER DE CONTROL ASA: '1' SALTO DE PAGINA (CADA         *
      *     CERTIFICADO EMPIEZA EN PAGINA NUEVA), ' ' UNA LINEA, '0'   *
      *     DOS LINEAS, '-' TRES LINEAS.                               *
      *     COPY OF THE RELEASE CERTIFICATE PRINT FILE LINE (CERTPRT,  *
      *     ACLC1ROS). THE FIRST BYTE IS THE ASA CONTROL CHARACTER:    *
      *     '1' NEW PAGE (EVERY CERTIFICATE STARTS ON A NEW PAGE),     *
      *     ' ' SINGLE, '0' DOUBLE, '-' TRIPLE SPACING.                *
      ******************************************************************
       01  ACNC0060.
           05  N0060-CTL-CHAR               PIC X(01).
               88  N0060-CTL-NEW-PAGE                 VALUE '1'.
               88  N0060-CTL-SINGLE                   VALUE ' '.
               88  N0060-CTL-DOUBLE                   VALUE '0'.
               88  N0060-CTL-TRIPLE                   VALUE '-'.
           05  N0060-TEXT                   PIC X(132).
