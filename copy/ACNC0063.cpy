      ******************************************************************
      *.PN  ACNC0063                                                   *
      *     COPY DEL REGISTRO DE REGLAS DE DOCUMENTACION OBLIGATORIA   *
      *     (DOCRULES, AC3C4ROS). CADA REGISTRO DICE SI UN TIPO DE     *
      *     DOCUMENTO ES OBLIGATORIO ('S') O NO ('N') PARA UN TIPO DE  *
      *     BIEN (N003-TYP-GOOD). CON N0063-TYP-GOOD EN BLANCO LA      *
      *     REGLA ES GENERICA Y VALE PARA LOS TIPOS DE BIEN SIN REGLA  *
      *     PROPIA PARA ESE DOCUMENTO. UN DOCUMENTO OBLIGATORIO        *
      *     CADUCADO SE INFORMA IGUAL QUE UNO QUE FALTA.               *
      *     COPY OF THE MANDATORY DOCUMENT RULE RECORD (DOCRULES,      *
      *     AC3C4ROS). EACH RECORD STATES WHETHER A DOCUMENT TYPE IS   *
      *     MANDATORY ('S') OR NOT ('N') FOR A TYPE OF GOOD            *
      *     (N003-TYP-GOOD). WITH N0063-TYP-GOOD BLANK THE RULE IS     *
      *     GENERIC AND APPLIES TO THE TYPES OF GOOD WITH NO RULE OF   *
      *     THEIR OWN FOR THAT DOCUMENT. AN EXPIRED MANDATORY DOCUMENT *
      *     IS REPORTED THE SAME AS A MISSING ONE.                     *
      ******************************************************************
       01  ACNC0063.
           05  N0063-TYP-GOOD               PIC X(02).
           05  N0063-TYP-DOC                PIC X(02).
               88  N0063-TYP-DOC-VALID
                                       VALUE 'DE' 'AP' 'LR' 'IN' 'EP'.
           05  N0063-FLG-MANDATORY          PIC X(01).
               88  N0063-MANDATORY                    VALUE 'S'.
               88  N0063-NOT-MANDATORY                VALUE 'N'.
           05  FILLER                       PIC X(15).
