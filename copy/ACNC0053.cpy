      ******************************************************************
      *.PN  ACNC0053                                                   *
      *     COPY DEL REGISTRO DE MOVIMIENTOS DE LA CARTERA ENTRE DOS   *
      *     CIERRES DE MES (RFWDMOV, AC7C2ROS). UN REGISTRO POR CADA   *
      *     DIFERENCIA ENTRE LAS DOS COPIAS (MESNAP) DEL MISMO BIEN    *
      *     (ENTIDAD + NUMERO): 'NEW' BIEN NUEVO, 'OUT' BIEN QUE SALE  *
      *     DEL EXTRACTO (ANULADO O PURGADO), 'RVU'/'RVD' CAMBIO DE    *
      *     IMPORTE AL ALZA/A LA BAJA, 'FXE' EFECTO DEL TIPO DE CAMBIO *
      *     EN EUR (SOLO MONEDA DISTINTA DE EUR), 'ANN' PASO A ANULADO *
      *     ('B') Y 'STC' OTRO CAMBIO DE ESTADO. N0053-AMT-MOV VA EN LA*
      *     MONEDA DEL BIEN Y N0053-AMT-MOV-EUR EN EUR; N0053-SIGN ES  *
      *     EL SIGNO DE LOS DOS ('+' SUMA, '-' RESTA).                 *
      *     COPY OF THE PORTFOLIO MOVEMENT RECORD BETWEEN TWO          *
      *     MONTH-ENDS (RFWDMOV, AC7C2ROS). ONE RECORD PER DIFFERENCE  *
      *     BETWEEN THE TWO COPIES (MESNAP) OF THE SAME GOOD (ENTITY + *
      *     NUMBER): 'NEW' NEW GOOD, 'OUT' GOOD LEAVING THE EXTRACT    *
      *     (ANNULLED OR PURGED), 'RVU'/'RVD' UPWARD/DOWNWARD AMOUNT   *
      *     CHANGE, 'FXE' FX EFFECT IN EUR (NON-EUR CURRENCY ONLY),    *
      *     'ANN' CHANGE TO ANNULLED ('B') AND 'STC' ANY OTHER STATUS  *
      *     CHANGE. N0053-AMT-MOV IS IN THE GOOD'S CURRENCY AND        *
      *     N0053-AMT-MOV-EUR IN EUR; N0053-SIGN IS THE SIGN OF BOTH   *
      *     ('+' ADDS, '-' SUBTRACTS).                                 *
      ******************************************************************
       01  ACNC0053.
           05  N0053-DAT-OPEN               PIC X(10).
           05  N0053-DAT-CLOSE              PIC X(10).
           05  N0053-ENT                    PIC X(04).
           05  N0053-NUM-GOOD               PIC 9(10).
           05  N0053-BRN-GOOD               PIC X(04).
           05  N0053-MOV-TYPE               PIC X(03).
               88  N0053-MOV-NEW                      VALUE 'NEW'.
               88  N0053-MOV-OUT                      VALUE 'OUT'.
               88  N0053-MOV-REVAL-UP                 VALUE 'RVU'.
               88  N0053-MOV-REVAL-DOWN               VALUE 'RVD'.
               88  N0053-MOV-FX-EFFECT                VALUE 'FXE'.
               88  N0053-MOV-ANNULMENT                VALUE 'ANN'.
               88  N0053-MOV-STATUS                   VALUE 'STC'.
           05  N0053-FCC-GOOD               PIC X(03).
           05  N0053-STATUS-OLD             PIC X(01).
           05  N0053-STATUS-NEW             PIC X(01).
           05  N0053-AMT-OLD                PIC 9(13)V9(02).
           05  N0053-AMT-NEW                PIC 9(13)V9(02).
           05  N0053-SIGN                   PIC X(01).
           05  N0053-AMT-MOV                PIC 9(13)V9(02).
           05  N0053-AMT-MOV-EUR            PIC 9(13)V9(02).
