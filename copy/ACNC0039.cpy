      ******************************************************************
      *.PN  ACNC0039                                                   *
      *     COPY DEL REGISTRO DE APUNTE CONTABLE (GLPOST) DE LAS       *
      *     CUENTAS DE ORDEN DE GARANTIAS. LOS APUNTES VAN SIEMPRE     *
      *     POR PAREJAS DEBE/HABER DEL MISMO IMPORTE, POR ENTIDAD,     *
      *     MONEDA DEL BIEN (N003-FCC-GOOD) Y TIPO DE MOVIMIENTO:      *
      *     'REG' ALTA, 'ANN' ANULACION, 'RVU' REVALORIZACION AL ALZA, *
      *     'RVD' REVALORIZACION A LA BAJA.                            *
      *     COPY OF THE GENERAL LEDGER POSTING RECORD (GLPOST) FOR     *
      *     THE COLLATERAL MEMORANDUM ACCOUNTS. POSTINGS ALWAYS COME   *
      *     IN DEBIT/CREDIT PAIRS OF THE SAME AMOUNT, BY ENTITY, GOOD  *
      *     CURRENCY (N003-FCC-GOOD) AND MOVEMENT TYPE: 'REG'          *
      *     REGISTRATION, 'ANN' ANNULMENT, 'RVU' UPWARD REVALUATION,   *
      *     'RVD' DOWNWARD REVALUATION.                                *
      ******************************************************************
       01  ACNC0039.
           05  N0039-DAT-POSTING            PIC X(10).
           05  N0039-ENT                    PIC X(04).
           05  N0039-FCC                    PIC X(03).
           05  N0039-ACCOUNT                PIC X(12).
           05  N0039-SIGN                   PIC X(01).
               88  N0039-DEBIT                        VALUE 'D'.
               88  N0039-CREDIT                       VALUE 'C'.
           05  N0039-AMOUNT                 PIC 9(15)V9(02).
           05  N0039-MOV-TYPE               PIC X(03).
               88  N0039-MOV-REGISTRATION             VALUE 'REG'.
               88  N0039-MOV-ANNULMENT                VALUE 'ANN'.
               88  N0039-MOV-REVAL-UP                 VALUE 'RVU'.
               88  N0039-MOV-REVAL-DOWN               VALUE 'RVD'.
           05  N0039-CNT-MOVES              PIC 9(07).
           05  N0039-SOURCE                 PIC X(08).
           05  N0039-DES-POSTING            PIC X(30).
