      ******************************************************************
      *.PN  ACNC0054                                                   *
      *     COPY DEL REGISTRO DE REGLAS DE CALIDAD DE DATOS (DQRULES,  *
      *     AC3C2ROS). CADA REGLA COMPRUEBA UN CAMPO DEL EXTRACTO POR  *
      *     SU NOMBRE ACNC003 (P.EJ. 'N003-COD-PLOT') CON UNA          *
      *     CONDICION DE FALLO:                                        *
      *       'BL' = CAMPO EN BLANCO                                   *
      *       'ZR' = CAMPO A CERO (O NO NUMERICO / EN BLANCO)          *
      *       'NS' = MARCA DISTINTA DE 'S'                             *
      *       'ND' = FECHA NO VALIDA (AAAA-MM-DD)                      *
      *       'EQ' = CAMPO IGUAL A N0054-COND-VALUE                    *
      *       'NE' = CAMPO DISTINTO DE N0054-COND-VALUE                *
      *     CON N0054-FLT-FIELD INFORMADO LA REGLA SOLO SE APLICA A LOS*
      *     BIENES CUYO CAMPO FILTRO VALE N0054-FLT-VALUE (P.EJ.       *
      *     N003-DES-BUILDING SOLO EN PISOS). N0054-WEIGHT ES LA       *
      *     PENALIZACION DEL BIEN CUANDO LA REGLA FALLA.               *
      *     COPY OF THE DATA-QUALITY RULE RECORD (DQRULES, AC3C2ROS).  *
      *     EACH RULE CHECKS ONE EXTRACT FIELD BY ITS ACNC003 NAME     *
      *     (E.G. 'N003-COD-PLOT') WITH A FAILURE CONDITION:           *
      *       'BL' = FIELD BLANK                                       *
      *       'ZR' = FIELD ZERO (OR NOT NUMERIC / BLANK)               *
      *       'NS' = FLAG NOT 'S'                                      *
      *       'ND' = NOT A VALID DATE (YYYY-MM-DD)                     *
      *       'EQ' = FIELD EQUAL TO N0054-COND-VALUE                   *
      *       'NE' = FIELD NOT EQUAL TO N0054-COND-VALUE               *
      *     WITH N0054-FLT-FIELD FILLED IN, THE RULE ONLY APPLIES TO   *
      *     GOODS WHOSE FILTER FIELD EQUALS N0054-FLT-VALUE (E.G.      *
      *     N003-DES-BUILDING ON FLATS ONLY). N0054-WEIGHT IS THE      *
      *     GOOD'S PENALTY WHEN THE RULE FAILS.                        *
      ******************************************************************
       01  ACNC0054.
           05  N0054-RULE-ID                PIC X(06).
           05  N0054-FIELD                  PIC X(20).
           05  N0054-CONDITION              PIC X(02).
               88  N0054-COND-BLANK                   VALUE 'BL'.
               88  N0054-COND-ZERO                    VALUE 'ZR'.
               88  N0054-COND-NOT-SET                 VALUE 'NS'.
               88  N0054-COND-NO-DATE                 VALUE 'ND'.
               88  N0054-COND-EQUAL                   VALUE 'EQ'.
               88  N0054-COND-NOT-EQUAL               VALUE 'NE'.
           05  N0054-COND-VALUE             PIC X(10).
           05  N0054-FLT-FIELD              PIC X(20).
           05  N0054-FLT-VALUE              PIC X(10).
           05  N0054-WEIGHT                 PIC 9(03).
           05  N0054-DES-RULE               PIC X(40).
