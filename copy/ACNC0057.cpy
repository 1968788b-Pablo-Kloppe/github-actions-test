      ******************************************************************
      *.PN  ACNC0057                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE LIMITES DE CONCENTRACION  *
      *     (CONLIMIT, AC3C3ROS). CADA LIMITE ES LA PARTE MAXIMA, EN   *
      *     PORCENTAJE, DEL VALOR NETO DE RECORTE QUE PUEDE CAER EN UN *
      *     MISMO VALOR DE UNA DIMENSION: 'C' PROVINCIA (N003-COUNTY), *
      *     'T' MUNICIPIO (N003-TOWN), 'A' ZONA (N003-COD-AREA) O 'P'  *
      *     TIPO DE INMUEBLE (N003-TYP-PROPERTY). N0057-VALUE EN       *
      *     BLANCOS VALE PARA CUALQUIER VALOR DE LA DIMENSION.         *
      *     N0057-SCOPE EN BLANCOS VALE PARA CADA ENTIDAD Y PARA EL    *
      *     CONSOLIDADO; UNA ENTIDAD SOLO PARA ELLA; 'CONS' SOLO PARA  *
      *     EL CONSOLIDADO. SI VARIOS CASAN MANDA EL MAS ESPECIFICO.   *
      *     COPY OF THE CONCENTRATION LIMITS FILE RECORD (CONLIMIT,    *
      *     AC3C3ROS). EACH LIMIT IS THE MAXIMUM SHARE, IN PERCENT, OF *
      *     POST-HAIRCUT VALUE THAT MAY FALL IN ONE VALUE OF A         *
      *     DIMENSION: 'C' COUNTY (N003-COUNTY), 'T' TOWN (N003-TOWN), *
      *     'A' AREA (N003-COD-AREA) OR 'P' PROPERTY TYPE              *
      *     (N003-TYP-PROPERTY). N0057-VALUE LEFT AS SPACES MATCHES    *
      *     ANY VALUE OF THE DIMENSION. N0057-SCOPE LEFT AS SPACES     *
      *     APPLIES TO EVERY ENTITY AND TO THE CONSOLIDATED VIEW; AN   *
      *     ENTITY CODE TO THAT ENTITY ONLY; 'CONS' TO THE             *
      *     CONSOLIDATED VIEW ONLY. WHEN SEVERAL MATCH THE MOST        *
      *     SPECIFIC ONE WINS.                                         *
      ******************************************************************
       01  ACNC0057.
           05  N0057-DIMENSION              PIC X(01).
               88  N0057-DIM-COUNTY                   VALUE 'C'.
               88  N0057-DIM-TOWN                     VALUE 'T'.
               88  N0057-DIM-AREA                     VALUE 'A'.
               88  N0057-DIM-PROPERTY                 VALUE 'P'.
           05  N0057-VALUE                  PIC X(04).
           05  N0057-SCOPE                  PIC X(04).
               88  N0057-SCOPE-ALL                    VALUE SPACES.
               88  N0057-SCOPE-CONSOLIDATED           VALUE 'CONS'.
           05  N0057-PCT-LIMIT              PIC 9(03)V9(02).
           05  N0057-DES-LIMIT              PIC X(30).
