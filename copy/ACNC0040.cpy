      ******************************************************************
      *.PN  ACNC0040                                                   *
      *     COPY DEL REGISTRO DE SELECCION DE BIENES A TASAR (APPSEL). *
      *     LO GRABA ACIC0ROS POR CADA BIEN CON VALORACION ANTIGUA Y   *
      *     LO LEE ACIC1ROS PARA ABRIR LAS ORDENES DE TASACION. EL     *
      *     FICHERO PUEDE DEPURARSE ANTES DE LANZAR ACIC1ROS; LA       *
      *     SOCIEDAD EN BLANCO SE ASIGNA POR ROTACION ENTRE LAS        *
      *     SOCIEDADES HOMOLOGADAS.                                    *
      *     COPY OF THE APPRAISAL SELECTION RECORD (APPSEL). WRITTEN   *
      *     BY ACIC0ROS FOR EVERY GOOD WITH A STALE VALUATION AND READ *
      *     BY ACIC1ROS TO OPEN THE APPRAISAL ORDERS. THE FILE CAN BE  *
      *     PRUNED BEFORE ACIC1ROS RUNS; A BLANK FIRM IS ASSIGNED BY   *
      *     ROTATION AMONG THE APPROVED FIRMS.                         *
      ******************************************************************
       01  ACNC0040.
           05  N0040-ENT                    PIC X(04).
           05  N0040-NUM-GOOD               PIC 9(10).
           05  N0040-COD-FIRM               PIC X(08).
           05  N0040-DAT-LAST-VAL           PIC X(10).
           05  N0040-FCC-GOOD               PIC X(03).
           05  N0040-GOOD-AMT               PIC 9(13)V9(02).
