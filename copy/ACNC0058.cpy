      ******************************************************************
      *.PN  ACNC0058                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE PROMOCIONES DE PROPIEDAD  *
      *     HORIZONTAL (DEVEXT, AC2C2ROS). CADA PROMOCION ES UN        *
      *     REGISTRO 'D' SEGUIDO DE SUS REGISTROS 'U', UNO POR UNIDAD. *
      *     EL REGISTRO 'D' ES UNA IMAGEN ACNC003 COMPLETA (LA         *
      *     N003-OPTION LLEVA LA 'D') CON LOS DATOS COMUNES A TODAS    *
      *     LAS UNIDADES: EDIFICIO, DIRECCION, PARCELA, TITULAR Y      *
      *     COPROPIETARIOS. EL REGISTRO 'U' SOLO LLEVA LO QUE DISTINGUE*
      *     A LA UNIDAD; SU CODIGO Y DESCRIPCION DE BIEN, SI SE        *
      *     INFORMAN, SUSTITUYEN A LOS DE LA CABECERA.                 *
      *     COPY OF THE HORIZONTAL-PROPERTY DEVELOPMENT FILE RECORD    *
      *     (DEVEXT, AC2C2ROS). EACH DEVELOPMENT IS A 'D' RECORD       *
      *     FOLLOWED BY ITS 'U' RECORDS, ONE PER UNIT. THE 'D' RECORD  *
      *     IS A FULL ACNC003 IMAGE (N003-OPTION HOLDS THE 'D') WITH   *
      *     THE DATA SHARED BY EVERY UNIT: BUILDING, ADDRESS, PLOT,    *
      *     HOLDER AND CO-OWNERS. THE 'U' RECORD ONLY CARRIES WHAT     *
      *     SETS THE UNIT APART; ITS GOOD CODE AND DESCRIPTION, WHEN   *
      *     INFORMED, OVERRIDE THE HEADER'S.                           *
      ******************************************************************
       01  ACNC0058.
           05  N0058-REC-TYPE               PIC X(01).
               88  N0058-REC-DEVELOPMENT              VALUE 'D'.
               88  N0058-REC-UNIT                     VALUE 'U'.
           05  N0058-UNIT-AREA              PIC X(751).
           05  N0058-UNIT REDEFINES N0058-UNIT-AREA.
               10  N0058-UNT-PORTAL         PIC X(06).
               10  N0058-UNT-DETAIL         PIC X(06).
               10  N0058-UNT-COD-PROPERTY   PIC X(10).
               10  N0058-UNT-TYP-PROPERTY   PIC X(02).
               10  N0058-UNT-NUM-TOT-AREA   PIC 9(09)V9(02).
               10  N0058-UNT-NUM-BUILT-AREA PIC 9(09)V9(02).
               10  N0058-UNT-TYP-AREA       PIC X(01).
               10  N0058-UNT-GOOD-AMT       PIC 9(13)V9(02).
               10  N0058-UNT-COD-GOOD       PIC X(10).
               10  N0058-UNT-DES-GOOD       PIC X(40).
               10  FILLER                   PIC X(639).
