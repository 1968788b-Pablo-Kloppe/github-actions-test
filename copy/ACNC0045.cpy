      ******************************************************************
      *.PN  ACNC0045                                                   *
      *     COPY DE LA ENTRADA DE LA COLA DE REVISION DE CARGAS        *
      *     REGISTRALES (LRREVQ). UNA ENTRADA POR BIEN Y HALLAZGO:     *
      *       'P' = CARGA DE OTRO ACREEDOR DE RANGO PREFERENTE         *
      *       'S' = EMBARGO VIGENTE                                    *
      *       'O' = TITULAR INSCRITO QUE NO ESTA EN NUESTROS           *
      *             COPROPIETARIOS                                     *
      *       'U' = TITULAR NUESTRO QUE NO FIGURA EN EL REGISTRO       *
      *     EL REVISOR TRABAJA LA COLA CAMBIANDO N0045-STATUS ('R' EN  *
      *     REVISION, 'C' DESCARTADA) Y N0045-USER-REVIEW CON EL       *
      *     FICHERO DE DECISIONES LRREVDEC (ACNC0065), QUE LA          *
      *     SIGUIENTE EJECUCION APLICA; DESPUES CONSERVA ESE ESTADO    *
      *     MIENTRAS EL HALLAZGO SIGA.                                 *
      *     COPY OF THE LAND REGISTRY ENCUMBRANCE REVIEW QUEUE ENTRY   *
      *     (LRREVQ). ONE ENTRY PER GOOD AND FINDING:                  *
      *       'P' = PRIOR-RANKING CHARGE OF ANOTHER HOLDER             *
      *       'S' = ACTIVE SEIZURE                                     *
      *       'O' = REGISTERED OWNER NOT AMONG OUR CO-OWNERS           *
      *       'U' = OWNER OF OURS NOT SHOWN ON THE REGISTRY            *
      *     THE REVIEWER WORKS THE QUEUE BY CHANGING N0045-STATUS ('R' *
      *     IN REVIEW, 'C' CLEARED) AND N0045-USER-REVIEW THROUGH THE  *
      *     LRREVDEC DECISION FILE (ACNC0065), WHICH THE NEXT RUN      *
      *     APPLIES; FROM THEN ON IT KEEPS THAT STATUS WHILE THE       *
      *     FINDING PERSISTS.                                          *
      ******************************************************************
       01  ACNC0045.
           05  N0045-ENT                    PIC X(04).
           05  N0045-NUM-GOOD               PIC 9(10).
           05  N0045-COD-PLOT               PIC X(10).
           05  N0045-COD-PROPERTY           PIC X(10).
           05  N0045-TYP-FINDING            PIC X(01).
               88  N0045-FND-PRIOR-CHARGE             VALUE 'P'.
               88  N0045-FND-SEIZURE                  VALUE 'S'.
               88  N0045-FND-OWNER-UNKNOWN            VALUE 'O'.
               88  N0045-FND-OWNER-MISSING            VALUE 'U'.
           05  N0045-DES-FINDING            PIC X(40).
           05  N0045-AMT-FINDING            PIC 9(13)V9(02).
           05  N0045-FCC-FINDING            PIC X(03).
           05  N0045-DAT-REGISTERED         PIC X(10).
           05  N0045-STATUS                 PIC X(01).
               88  N0045-ST-NEW                       VALUE 'N'.
               88  N0045-ST-IN-REVIEW                 VALUE 'R'.
               88  N0045-ST-CLEARED                   VALUE 'C'.
           05  N0045-DAT-FIRST-SEEN         PIC X(10).
           05  N0045-DAT-LAST-SEEN          PIC X(10).
           05  N0045-USER-REVIEW            PIC X(08).
