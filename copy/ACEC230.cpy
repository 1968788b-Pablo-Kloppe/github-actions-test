      ******************************************************************
      *.PN  ACEC230                                                    *
      *     COPY DE LA COMMAREA DE LA RUTINA AC8C230S                  *
      *     REGISTRO DE CERTIFICADOS DE EFICIENCIA ENERGETICA (EPC),   *
      *     UNO POR BIEN. CLAVE ENTIDAD + NUMERO DE BIEN. OPCIONES:    *
      *       1 = ALTA, 2 = BAJA, 3 = MODIFICACION                     *
      *       4 = CONSULTA (E230-FLG-FOUND = 'S' SI EXISTE)            *
      *     CONSUMO DE ENERGIA PRIMARIA EN KWH/M2 AL ANO Y EMISIONES   *
      *     EN KG CO2/M2 AL ANO. FECHAS EN FORMATO AAAA-MM-DD.         *
      *     E230-COD-SOURCE: 'ONLINE' (A009) O EL CODIGO DEL REGISTRO  *
      *     AUTONOMICO DE LA CARGA BATCH.                              *
      *     COPY OF THE AC8C230S ROUTINE COMMAREA                      *
      *     ENERGY PERFORMANCE CERTIFICATE (EPC) REGISTER, ONE PER     *
      *     GOOD. KEY ENTITY + GOOD NUMBER. OPTIONS:                   *
      *       1 = ADD, 2 = REMOVE, 3 = MODIFY                          *
      *       4 = INQUIRE (E230-FLG-FOUND = 'S' WHEN IT EXISTS)        *
      *     PRIMARY ENERGY CONSUMPTION IN KWH/M2 PER YEAR AND          *
      *     EMISSIONS IN KG CO2/M2 PER YEAR. DATES AS YYYY-MM-DD.      *
      *     E230-COD-SOURCE: 'ONLINE' (A009) OR THE CODE OF THE        *
      *     REGIONAL REGISTRY OF THE BATCH LOAD.                       *
      ******************************************************************
       05  ACEC230.
           10  E230-OPTION                  PIC X(01).
           10  E230-FLG-FOUND               PIC X(01).
           10  E230-ENT                     PIC X(04).
           10  E230-NUM-GOOD                PIC 9(10).
           10  E230-NUM-CERT                PIC X(20).
           10  E230-COD-RATING              PIC X(01).
               88  E230-RATING-VALID
                                       VALUE 'A' THRU 'G'.
               88  E230-RATING-GREEN                  VALUE 'A' 'B'.
           10  E230-AMT-ENERGY              PIC 9(05)V9(02).
           10  E230-AMT-CO2                 PIC 9(05)V9(02).
           10  E230-DAT-ISSUE               PIC X(10).
           10  E230-DAT-EXPIRY              PIC X(10).
           10  E230-COD-SOURCE              PIC X(08).
           10  E230-DAT-LOAD                PIC X(10).
           10  E230-USER-LAST-MOD           PIC X(08).
           10  E230-TRANSACTION             PIC X(04).
