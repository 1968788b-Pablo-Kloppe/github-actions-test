      ******************************************************************
      *.PN  ACNC0056                                                   *
      *     COPY DEL REGISTRO DE LA LISTA DE TRABAJO DE CALIDAD DE     *
      *     DATOS POR OFICINA (DQWORK, AC3C2ROS). UN REGISTRO POR BIEN *
      *     ACTIVO Y REGLA QUE FALLA, ORDENADO POR ENTIDAD, OFICINA    *
      *     (N003-BRN-GOOD) Y NUMERO DE BIEN, CON EL CAMPO A CORREGIR  *
      *     Y LA PENALIZACION TOTAL DEL BIEN.                          *
      *     COPY OF THE DATA-QUALITY WORK LIST RECORD BY BRANCH        *
      *     (DQWORK, AC3C2ROS). ONE RECORD PER ACTIVE GOOD AND FAILING *
      *     RULE, SORTED BY ENTITY, BRANCH (N003-BRN-GOOD) AND GOOD    *
      *     NUMBER, WITH THE FIELD TO FIX AND THE GOOD'S TOTAL PENALTY.*
      ******************************************************************
       01  ACNC0056.
           05  N0056-ENT                    PIC X(04).
           05  N0056-BRN-GOOD               PIC X(04).
           05  N0056-NUM-GOOD               PIC 9(10).
           05  N0056-COD-GOOD               PIC X(10).
           05  N0056-DES-GOOD               PIC X(40).
           05  N0056-RULE-ID                PIC X(06).
           05  N0056-FIELD                  PIC X(20).
           05  N0056-DES-RULE               PIC X(40).
           05  N0056-WEIGHT                 PIC 9(03).
           05  N0056-PTS-PENALTY-GOOD       PIC 9(05).
           05  N0056-DAT-PROCESS            PIC X(10).
