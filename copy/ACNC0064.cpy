      ******************************************************************
      *.PN  ACNC0064                                                   *
      *     COPY DEL REGISTRO DEL LOG DE CARTAS DE RENOVACION DE       *
      *     SEGURO (LETLOGI/LETLOG, ACJC1ROS). UN REGISTRO POR AVISO   *
      *     ENVIADO: BIEN, POLIZA, FECHA FIN DE COBERTURA Y AVISO      *
      *     ('1' PRIMER AVISO, '2' SEGUNDO AVISO). UN AVISO QUE YA     *
      *     ESTA EN EL LOG NO SE VUELVE A ENVIAR; UNA POLIZA RENOVADA  *
      *     TRAE OTRA FECHA FIN Y SUS AVISOS SON NUEVOS.               *
      *     COPY OF THE INSURANCE RENEWAL LETTER LOG RECORD            *
      *     (LETLOGI/LETLOG, ACJC1ROS). ONE RECORD PER REMINDER SENT:  *
      *     GOOD, POLICY, COVERAGE END DATE AND REMINDER ('1' FIRST    *
      *     REMINDER, '2' SECOND REMINDER). A REMINDER ALREADY IN THE  *
      *     LOG IS NOT SENT AGAIN; A RENEWED POLICY CARRIES ANOTHER    *
      *     END DATE AND ITS REMINDERS ARE NEW.                        *
      ******************************************************************
       01  ACNC0064.
           05  N0064-KEY.
               10  N0064-ENT                PIC X(04).
               10  N0064-NUM-GOOD           PIC 9(10).
               10  N0064-POL-NUMBER         PIC X(12).
               10  N0064-DAT-END            PIC X(10).
               10  N0064-STAGE              PIC X(01).
                   88  N0064-STAGE-FIRST              VALUE '1'.
                   88  N0064-STAGE-SECOND             VALUE '2'.
           05  N0064-DAYS-NOTICE            PIC 9(03).
           05  N0064-DAT-SENT               PIC X(10).
           05  N0064-CNT-LETTERS            PIC 9(02).
           05  N0064-LNG                    PIC X(02).
           05  N0064-BRN-GOOD               PIC X(04).
           05  FILLER                       PIC X(22).
