      ******************************************************************
      *.PN  ACEC240                                                    *
      *     COPY DE LA COMMAREA DE LA RUTINA AC8C240S                  *
      *     VALOR DE REFERENCIA CATASTRAL DE CADA BIEN, UNO POR BIEN.  *
      *     CLAVE ENTIDAD + NUMERO DE BIEN. OPCIONES:                  *
      *       1 = ALTA, 2 = BAJA, 3 = MODIFICACION                     *
      *       4 = CONSULTA (E240-FLG-FOUND = 'S' SI EXISTE)            *
      *     E240-NUM-YEAR ES EL ANO DE REFERENCIA DEL VALOR Y          *
      *     E240-FCC SU DIVISA. FECHAS EN FORMATO AAAA-MM-DD.          *
      *     COPY OF THE AC8C240S ROUTINE COMMAREA                      *
      *     CADASTRAL REFERENCE VALUE OF EACH GOOD, ONE PER GOOD.      *
      *     KEY ENTITY + GOOD NUMBER. OPTIONS:                         *
      *       1 = ADD, 2 = REMOVE, 3 = MODIFY                          *
      *       4 = INQUIRE (E240-FLG-FOUND = 'S' WHEN IT EXISTS)        *
      *     E240-NUM-YEAR IS THE REFERENCE YEAR OF THE VALUE AND       *
      *     E240-FCC ITS CURRENCY. DATES AS YYYY-MM-DD.                *
      ******************************************************************
       05  ACEC240.
           10  E240-OPTION                  PIC X(01).
           10  E240-FLG-FOUND               PIC X(01).
           10  E240-ENT                     PIC X(04).
           10  E240-NUM-GOOD                PIC 9(10).
           10  E240-COD-CADASTRE            PIC X(20).
           10  E240-NUM-YEAR                PIC 9(04).
           10  E240-AMT-VALUE               PIC 9(13)V9(02).
           10  E240-FCC                     PIC X(03).
           10  E240-DAT-LOAD                PIC X(10).
           10  E240-USER-LAST-MOD           PIC X(08).
           10  E240-TRANSACTION             PIC X(04).
