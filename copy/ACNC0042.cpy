      ******************************************************************
      *.PN  ACNC0042                                                   *
      *     COPY DEL REGISTRO DE ORDEN DE TASACION ENVIADA A LA        *
      *     SOCIEDAD (APPORD). LLEVA LA CLAVE DE LA ORDEN, QUE LA      *
      *     SOCIEDAD DEBE DEVOLVER EN SU RESPUESTA (ACNC0043), Y LOS   *
      *     DATOS DE IDENTIFICACION Y SITUACION DEL BIEN. NO LLEVA EL  *
      *     VALOR CONTABLE DEL BIEN, PARA NO CONDICIONAR LA TASACION.  *
      *     COPY OF THE APPRAISAL ORDER RECORD SENT TO THE FIRM        *
      *     (APPORD). IT CARRIES THE ORDER KEY, WHICH THE FIRM MUST    *
      *     RETURN IN ITS RESPONSE (ACNC0043), AND THE GOOD'S          *
      *     IDENTIFICATION AND LOCATION DATA. IT DOES NOT CARRY THE    *
      *     GOOD'S BOOK VALUE, SO AS NOT TO BIAS THE APPRAISAL.        *
      ******************************************************************
       01  ACNC0042.
           05  N0042-ENT                    PIC X(04).
           05  N0042-NUM-ORDER              PIC 9(10).
           05  N0042-COD-FIRM               PIC X(08).
           05  N0042-DAT-ORDER              PIC X(10).
           05  N0042-NUM-SLA-DAYS           PIC 9(03).
           05  N0042-NUM-GOOD               PIC 9(10).
           05  N0042-TYP-GOOD               PIC X(02).
           05  N0042-TYP-PROPERTY           PIC X(02).
           05  N0042-DES-GOOD               PIC X(40).
           05  N0042-COD-PLOT               PIC X(10).
           05  N0042-COD-PROPERTY           PIC X(10).
           05  N0042-DES-BUILDING           PIC X(30).
           05  N0042-ADRCUS                 PIC X(40).
           05  N0042-LOCALIT                PIC X(30).
           05  N0042-TOWN                   PIC X(04).
           05  N0042-COUNTY                 PIC X(04).
           05  N0042-CODPOST                PIC X(10).
           05  N0042-COUNTRY                PIC X(03).
           05  N0042-NUM-TOT-AREA           PIC 9(09)V9(02).
           05  N0042-NUM-BUILT-AREA         PIC 9(09)V9(02).
           05  N0042-FCC-GOOD               PIC X(03).
