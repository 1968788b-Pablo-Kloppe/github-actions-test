      ******************************************************************
      *.PN  ACNC0041                                                   *
      *     COPY DEL REGISTRO DEL REGISTRO DE SOCIEDADES DE TASACION   *
      *     HOMOLOGADAS (APPFIRM). SOLO RECIBEN ORDENES LAS SOCIEDADES *
      *     EN ESTADO 'A' CUYA HOMOLOGACION NO HAYA CADUCADO (FECHA DE *
      *     CADUCIDAD EN BLANCO = SIN CADUCIDAD). EL PLAZO PACTADO     *
      *     (DIAS) MARCA CUANDO UNA ORDEN ABIERTA PASA A VENCIDA; CERO *
      *     = PLAZO POR DEFECTO DEL PARAMETRO.                         *
      *     COPY OF THE APPROVED APPRAISAL FIRM REGISTRY RECORD        *
      *     (APPFIRM). ONLY FIRMS IN STATUS 'A' WHOSE APPROVAL HAS NOT *
      *     EXPIRED (BLANK EXPIRY DATE = NO EXPIRY) RECEIVE ORDERS.    *
      *     THE AGREED SLA (DAYS) SETS WHEN AN OPEN ORDER BECOMES      *
      *     OVERDUE; ZERO = THE PARAMETER DEFAULT SLA.                 *
      ******************************************************************
       01  ACNC0041.
           05  N0041-COD-FIRM               PIC X(08).
           05  N0041-DES-FIRM               PIC X(40).
           05  N0041-STATUS                 PIC X(01).
               88  N0041-FIRM-APPROVED                VALUE 'A'.
               88  N0041-FIRM-SUSPENDED               VALUE 'S'.
           05  N0041-DAT-APPROVAL           PIC X(10).
           05  N0041-DAT-EXPIRY             PIC X(10).
           05  N0041-NUM-SLA-DAYS           PIC 9(03).
