      ******************************************************************
      *.PN  ACNC0038                                                   *
      *     COPY DEL REGISTRO DEL FICHERO DE REPARTO DE GARANTIAS      *
      *     (LTVALLOC) QUE CARGA RIESGO DE CREDITO. UN REGISTRO POR    *
      *     VINCULO RIESGO-GARANTIA REPARTIDO, CON EL VALOR NETO DE    *
      *     RECORTE DEL BIEN, LO ASIGNADO AL RIESGO EN LA MONEDA DEL   *
      *     BIEN Y EN LA DEL RIESGO, Y LOS CAMBIOS APLICADOS (EUR POR  *
      *     UNIDAD DE CADA MONEDA).                                    *
      *     COPY OF THE COLLATERAL ALLOCATION FILE RECORD (LTVALLOC)   *
      *     LOADED BY CREDIT RISK. ONE RECORD PER ALLOCATED            *
      *     EXPOSURE-TO-COLLATERAL LINK, WITH THE GOOD'S POST-HAIRCUT  *
      *     VALUE, THE AMOUNT ASSIGNED TO THE EXPOSURE IN THE GOOD'S   *
      *     AND THE EXPOSURE'S CURRENCY, AND THE RATES APPLIED (EUR    *
      *     PER UNIT OF EACH CURRENCY).                                *
      ******************************************************************
       01  ACNC0038.
           05  N0038-DAT-PROCESS            PIC X(10).
           05  N0038-ENT                    PIC X(04).
           05  N0038-NUM-GOOD               PIC 9(10).
           05  N0038-COD-EXPOSURE           PIC X(16).
           05  N0038-RANK                   PIC 9(02).
           05  N0038-FCC-GOOD               PIC X(03).
           05  N0038-AMT-NET-GOOD           PIC 9(13)V9(02).
           05  N0038-AMT-ALLOC-GOOD         PIC 9(13)V9(02).
           05  N0038-RATE-GOOD              PIC 9(03)V9(06).
           05  N0038-FCC-EXPOSURE           PIC X(03).
           05  N0038-AMT-ALLOC-EXP          PIC 9(13)V9(02).
           05  N0038-RATE-EXPOSURE          PIC 9(03)V9(06).
