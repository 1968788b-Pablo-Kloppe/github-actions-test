      ******************************************************************
      *.PN  ACNC0037                                                   *
      *     COPY DEL REGISTRO DE VINCULO RIESGO-GARANTIA (COLLNK).     *
      *     UN BIEN (ENTIDAD + NUMERO DE BIEN) PUEDE GARANTIZAR        *
      *     VARIOS RIESGOS Y UN RIESGO PUEDE ESTAR RESPALDADO POR      *
      *     VARIOS BIENES: UN REGISTRO POR PAREJA. EL RANGO ORDENA     *
      *     LOS RIESGOS DE UN MISMO BIEN (1 = PRIMERA CARGA) PARA EL   *
      *     REPARTO DE SU VALOR. SOLO LOS VINCULOS EN ESTADO 'A'       *
      *     PARTICIPAN EN EL REPARTO.                                  *
      *     COPY OF THE EXPOSURE-TO-COLLATERAL LINK RECORD (COLLNK).   *
      *     ONE GOOD (ENTITY + GOOD NUMBER) CAN SECURE SEVERAL         *
      *     EXPOSURES AND ONE EXPOSURE CAN BE BACKED BY SEVERAL        *
      *     GOODS: ONE RECORD PER PAIR. THE RANK ORDERS THE            *
      *     EXPOSURES OF ONE GOOD (1 = FIRST CHARGE) FOR THE           *
      *     ALLOCATION OF ITS VALUE. ONLY LINKS IN STATUS 'A' TAKE     *
      *     PART IN THE ALLOCATION.                                    *
      ******************************************************************
       01  ACNC0037.
           05  N0037-ENT                    PIC X(04).
           05  N0037-NUM-GOOD               PIC 9(10).
           05  N0037-COD-EXPOSURE           PIC X(16).
           05  N0037-RANK                   PIC 9(02).
           05  N0037-DAT-LINK               PIC X(10).
           05  N0037-STATUS                 PIC X(01).
               88  N0037-LINK-ACTIVE                  VALUE 'A'.
               88  N0037-LINK-CANCELLED               VALUE 'C'.
