      ******************************************************************
      *.PN  ACNC0055                                                   *
      *     COPY DEL REGISTRO DEL HISTORICO DE CALIDAD DE DATOS        *
      *     (DQHIST, AC3C2ROS). UNA LINEA POR EJECUCION Y ENTIDAD      *
      *     (NIVEL 'E', OFICINA EN BLANCO) Y POR EJECUCION, ENTIDAD Y  *
      *     OFICINA (NIVEL 'B'). LA NOTA ES EL PORCENTAJE DE PUNTOS NO *
      *     PENALIZADOS: 100 * (MAXIMO - PENALIZACION) / MAXIMO, DONDE *
      *     EL MAXIMO ES LA SUMA DE LOS PESOS DE LAS REGLAS APLICADAS. *
      *     COPY OF THE DATA-QUALITY HISTORY RECORD (DQHIST,           *
      *     AC3C2ROS). ONE LINE PER RUN AND ENTITY (LEVEL 'E', BLANK   *
      *     BRANCH) AND PER RUN, ENTITY AND BRANCH (LEVEL 'B'). THE    *
      *     SCORE IS THE PERCENTAGE OF POINTS NOT PENALISED:           *
      *     100 * (MAXIMUM - PENALTY) / MAXIMUM, WHERE THE MAXIMUM IS  *
      *     THE SUM OF THE WEIGHTS OF THE RULES APPLIED.               *
      ******************************************************************
       01  ACNC0055.
           05  N0055-DAT-PROCESS            PIC X(10).
           05  N0055-LEVEL                  PIC X(01).
               88  N0055-LVL-ENTITY                   VALUE 'E'.
               88  N0055-LVL-BRANCH                   VALUE 'B'.
           05  N0055-ENT                    PIC X(04).
           05  N0055-BRN-GOOD               PIC X(04).
           05  N0055-CNT-GOODS              PIC 9(07).
           05  N0055-CNT-GOODS-FAIL         PIC 9(07).
           05  N0055-CNT-FAILS              PIC 9(09).
           05  N0055-PTS-PENALTY            PIC 9(11).
           05  N0055-PTS-MAXIMUM            PIC 9(11).
           05  N0055-SCORE                  PIC 9(03)V9(02).
