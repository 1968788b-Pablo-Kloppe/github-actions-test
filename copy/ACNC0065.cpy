      ******************************************************************
      *.PN  ACNC0065                                                   *
      *     COPY DEL REGISTRO DE DECISIONES DEL REVISOR SOBRE LA COLA  *
      *     DE CARGAS REGISTRALES (LRREVDEC, ACOC0ROS). UNA DECISION   *
      *     POR HALLAZGO, IDENTIFICADO COMO EN LRREVQ POR ENTIDAD,     *
      *     BIEN, TIPO Y DESCRIPCION DEL HALLAZGO. N0065-STATUS ES EL  *
      *     NUEVO ESTADO ('R' EN REVISION, 'C' DESCARTADA) Y           *
      *     N0065-USER-REVIEW EL USUARIO QUE LO DECIDE (OBLIGATORIO).  *
      *     UNA DECISION SOBRE UN HALLAZGO QUE NO ESTA EN LA COLA O    *
      *     CON UN ESTADO NO VALIDO SE RECHAZA Y SE LISTA.             *
      *     COPY OF THE REVIEWER DECISION RECORD FOR THE LAND REGISTRY *
      *     ENCUMBRANCE QUEUE (LRREVDEC, ACOC0ROS). ONE DECISION PER   *
      *     FINDING, IDENTIFIED AS IN LRREVQ BY ENTITY, GOOD, FINDING  *
      *     TYPE AND DESCRIPTION. N0065-STATUS IS THE NEW STATUS ('R'  *
      *     IN REVIEW, 'C' CLEARED) AND N0065-USER-REVIEW THE USER WHO *
      *     DECIDES IT (MANDATORY). A DECISION ON A FINDING NOT IN THE *
      *     QUEUE OR WITH AN INVALID STATUS IS REJECTED AND LISTED.    *
      ******************************************************************
       01  ACNC0065.
           05  N0065-KEY.
               10  N0065-ENT                PIC X(04).
               10  N0065-NUM-GOOD           PIC 9(10).
               10  N0065-TYP-FINDING        PIC X(01).
               10  N0065-DES-FINDING        PIC X(40).
           05  N0065-STATUS                 PIC X(01).
               88  N0065-ST-VALID                     VALUE 'R' 'C'.
           05  N0065-USER-REVIEW            PIC X(08).
           05  FILLER                       PIC X(16).
