      ******************************************************************
      *.PN  ACNC0051                                                   *
      *     COPY DEL REGISTRO DE REFERENCIAS CRUZADAS DE LA MIGRACION  *
      *     POR FUSION (MIGXREF, AC2C1ROS). N0051-REC-TYPE 'G' = BIEN  *
      *     (CLAVE ANTIGUA ENTIDAD + NUMERO DE BIEN A CLAVE NUEVA),    *
      *     'P' = MANTENIMIENTO PENDIENTE DE APROBACION (NUMERO DE     *
      *     PENDIENTE ANTIGUO A NUEVO). N0051-SW-RESULT:               *
      *       'M' = MIGRADO EN ESTA EJECUCION                          *
      *       'A' = YA MIGRADO ANTES (CLAVE NUEVA TOMADA DE LA MARCA   *
      *             DEL BIEN ANTIGUO)                                  *
      *       'S' = SIMULACION (CLAVE NUEVA A CERO)                    *
      *       'U' = OFICINA SIN LINEA EN MIGMAP, NO SE MUEVE           *
      *       'E' = ERROR; CON CLAVE NUEVA INFORMADA EL BIEN NUEVO     *
      *             QUEDO A MEDIAS Y EL ANTIGUO SIGUE VIVO             *
      *     LOS IMPORTES SON N003-GOOD-AMT ANTES (BIEN ANTIGUO) Y      *
      *     DESPUES (RELEIDO DEL BIEN NUEVO). LOS CONTADORES DAN LAS   *
      *     FILAS DEPENDIENTES TRASLADADAS. N0051-NUM-ORDER ES LA      *
      *     ORDEN DE TASACION VIVA (Q/O/P) DEL BIEN ANTIGUO, QUE SE    *
      *     CANCELA AL MIGRARLO (N0051-STATUS-ORDER = ESTADO QUE       *
      *     TENIA; CERO = NINGUNA).                                    *
      *     COPY OF THE ENTITY MERGER MIGRATION CROSS-REFERENCE        *
      *     RECORD (MIGXREF, AC2C1ROS). N0051-REC-TYPE 'G' = GOOD (OLD *
      *     ENTITY + GOOD NUMBER KEY TO NEW KEY), 'P' = MAINTENANCE    *
      *     PENDING APPROVAL (OLD PENDING NUMBER TO NEW).              *
      *     N0051-SW-RESULT:                                           *
      *       'M' = MIGRATED IN THIS RUN                               *
      *       'A' = ALREADY MIGRATED BEFORE (NEW KEY TAKEN FROM THE    *
      *             OLD GOOD'S MARKER)                                 *
      *       'S' = SIMULATION (NEW KEY ZERO)                          *
      *       'U' = BRANCH WITH NO MIGMAP LINE, NOT MOVED              *
      *       'E' = ERROR; WITH A NEW KEY PRESENT THE NEW GOOD WAS     *
      *             LEFT INCOMPLETE AND THE OLD ONE IS STILL LIVE      *
      *     AMOUNTS ARE N003-GOOD-AMT BEFORE (OLD GOOD) AND AFTER      *
      *     (READ BACK FROM THE NEW GOOD). THE COUNTERS GIVE THE       *
      *     DEPENDENT ROWS CARRIED OVER. N0051-NUM-ORDER IS THE OLD    *
      *     GOOD'S LIVE APPRAISAL ORDER (Q/O/P), CANCELLED WHEN THE    *
      *     GOOD IS MIGRATED (N0051-STATUS-ORDER = STATUS IT HAD;      *
      *     ZERO = NONE).                                              *
      ******************************************************************
       01  ACNC0051.
           05  N0051-REC-TYPE               PIC X(01).
               88  N0051-REC-GOOD                     VALUE 'G'.
               88  N0051-REC-PENDING                  VALUE 'P'.
           05  N0051-ENT-OLD                PIC X(04).
           05  N0051-NUM-OLD                PIC 9(10).
           05  N0051-BRN-OLD                PIC X(04).
           05  N0051-ENT-NEW                PIC X(04).
           05  N0051-NUM-NEW                PIC 9(10).
           05  N0051-BRN-NEW                PIC X(04).
           05  N0051-DAT-PROCESS            PIC X(10).
           05  N0051-STATUS-GOOD            PIC X(01).
           05  N0051-FCC-GOOD               PIC X(03).
           05  N0051-AMT-OLD                PIC 9(13)V9(02).
           05  N0051-AMT-NEW                PIC 9(13)V9(02).
           05  N0051-CNT-COOWNERS           PIC 9(02).
           05  N0051-CNT-VALUATIONS         PIC 9(05).
           05  N0051-CNT-AUDIT              PIC 9(05).
           05  N0051-FLG-GEO                PIC X(01).
           05  N0051-FLG-EPC                PIC X(01).
           05  N0051-FLG-CADASTRE           PIC X(01).
           05  N0051-CNT-DOCUMENTS          PIC 9(02).
           05  N0051-NUM-ORDER              PIC 9(10).
           05  N0051-STATUS-ORDER           PIC X(01).
           05  N0051-SW-RESULT              PIC X(01).
               88  N0051-RES-MIGRATED                 VALUE 'M'.
               88  N0051-RES-ALREADY                  VALUE 'A'.
               88  N0051-RES-SIMULATED                VALUE 'S'.
               88  N0051-RES-UNMAPPED                 VALUE 'U'.
               88  N0051-RES-ERROR                    VALUE 'E'.
           05  N0051-DES-RESULT             PIC X(40).
