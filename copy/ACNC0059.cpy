      ******************************************************************
      *.PN  ACNC0059                                                   *
      *     COPY DEL REGISTRO DE CERTIFICADOS DE LIBERACION EMITIDOS   *
      *     (CERTREGI/CERTREG, ACLC1ROS). UN REGISTRO 'C' POR BIEN     *
      *     CERTIFICADO, EN ORDEN DE ENTIDAD + NUMERO DE BIEN, Y UN    *
      *     REGISTRO 'T' DE CONTROL AL FINAL CON EL ULTIMO NUMERO DE   *
      *     CERTIFICADO ASIGNADO Y EL NUMERO DE REGISTROS 'C'.         *
      *     COPY OF THE REGISTER OF RELEASE CERTIFICATES ISSUED        *
      *     (CERTREGI/CERTREG, ACLC1ROS). ONE 'C' RECORD PER GOOD      *
      *     CERTIFIED, IN ENTITY + GOOD NUMBER ORDER, AND A CONTROL    *
      *     'T' RECORD AT THE END WITH THE LAST CERTIFICATE NUMBER     *
      *     ASSIGNED AND THE NUMBER OF 'C' RECORDS.                    *
      ******************************************************************
       01  ACNC0059.
           05  N0059-REC-TYPE               PIC X(01).
               88  N0059-REC-CERT                     VALUE 'C'.
               88  N0059-REC-TRAILER                  VALUE 'T'.
           05  N0059-DATA                   PIC X(99).
           05  N0059-CERT REDEFINES N0059-DATA.
               10  N0059-KEY.
                   15  N0059-ENT            PIC X(04).
                   15  N0059-NUM-GOOD       PIC 9(10).
               10  N0059-NUM-CERT           PIC 9(09).
               10  N0059-DAT-ANNUL          PIC X(10).
               10  N0059-USER-ANNUL         PIC X(08).
               10  N0059-DAT-ISSUE          PIC X(10).
               10  N0059-LNG                PIC X(02).
               10  N0059-CNT-REPRINT        PIC 9(03).
               10  N0059-DAT-REPRINT        PIC X(10).
               10  FILLER                   PIC X(33).
           05  N0059-TRAILER REDEFINES N0059-DATA.
               10  N0059-TRL-LAST-NUM       PIC 9(09).
               10  N0059-TRL-CNT-CERT       PIC 9(09).
               10  N0059-TRL-DAT-RUN        PIC X(10).
               10  FILLER                   PIC X(71).
