      ******************************************************************
      *.PN  ACNC0052                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE AVISOS DE VENCIMIENTO     *
      *     (MATNOTE, AC3C1ROS). UN REGISTRO POR BIEN ACTIVO QUE VENCE *
      *     DENTRO DEL PLAZO DE AVISO (90 DIAS SI NO SE INDICA OTRO),  *
      *     ORDENADO POR ENTIDAD, OFICINA (N003-BRN-GOOD) Y FECHA DE   *
      *     VENCIMIENTO, PARA QUE CADA OFICINA RECIBA SU BLOQUE Y EL   *
      *     GESTOR RENUEVE O LIBERE EL BIEN. N0052-DAYS-TO-MAT SE      *
      *     CALCULA CON EL MES COMERCIAL (AAAA*360+MM*30+DD).          *
      *     COPY OF THE MATURITY NOTIFICATION FILE RECORD (MATNOTE,    *
      *     AC3C1ROS). ONE RECORD PER ACTIVE GOOD MATURING WITHIN THE  *
      *     NOTICE WINDOW (90 DAYS UNLESS ANOTHER IS GIVEN), SORTED BY *
      *     ENTITY, BRANCH (N003-BRN-GOOD) AND MATURITY DATE, SO EACH  *
      *     BRANCH GETS ITS OWN BLOCK AND THE ACCOUNT MANAGER RENEWS   *
      *     OR RELEASES THE GOOD. N0052-DAYS-TO-MAT USES THE           *
      *     COMMERCIAL MONTH (YYYY*360+MM*30+DD).                      *
      ******************************************************************
       01  ACNC0052.
           05  N0052-ENT                    PIC X(04).
           05  N0052-BRN-GOOD               PIC X(04).
           05  N0052-NUM-GOOD               PIC 9(10).
           05  N0052-COD-GOOD               PIC X(10).
           05  N0052-TYP-GOOD               PIC X(02).
           05  N0052-DES-GOOD               PIC X(40).
           05  N0052-DAT-MAT-GOOD           PIC X(10).
           05  N0052-DAYS-TO-MAT            PIC 9(03).
           05  N0052-FCC-GOOD               PIC X(03).
           05  N0052-GOOD-AMT               PIC 9(13)V9(02).
           05  N0052-DAT-PROCESS            PIC X(10).
