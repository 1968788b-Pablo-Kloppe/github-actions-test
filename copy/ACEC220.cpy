      ******************************************************************
      *.PN  ACEC220                                                    *
      *     COPY DE LA COMMAREA DE LA RUTINA AC8C220S                  *
      *     ALMACEN DE ORDENES DE TASACION INDIVIDUAL. CLAVE ENTIDAD + *
      *     NUMERO DE ORDEN. OPCIONES:                                 *
      *       1 = ALTA DE SOLICITUD (DEVUELVE E220-NUM-ORDER); SE      *
      *           RECHAZA SI EL BIEN YA TIENE UNA ORDEN VIVA (Q/O/P)   *
      *       3 = MODIFICACION DE SOCIEDAD, ESTADO, FECHAS, DATOS DE   *
      *           LA RESPUESTA, PENDIENTE Y MOTIVO                     *
      *       4 = CONSULTA DE ORDEN                                    *
      *       7 = RECORRIDO POR ESTADO (E220-STATUS-FILTER), EN ORDEN  *
      *           DE ENTIDAD + NUMERO DE ORDEN, PAGINANDO CON LA CLAVE *
      *           DE LA ULTIMA ORDEN RECIBIDA (E220-ENT-BEFORE/        *
      *           E220-NUM-BEFORE; BLANCOS/CERO = EMPEZAR DESDE EL     *
      *           PRINCIPIO)                                           *
      *     COPY OF THE AC8C220S ROUTINE COMMAREA                      *
      *     STORE OF INDIVIDUAL APPRAISAL ORDERS. KEY ENTITY + ORDER   *
      *     NUMBER. OPTIONS:                                           *
      *       1 = REGISTER REQUEST (RETURNS E220-NUM-ORDER); REJECTED  *
      *           WHEN THE GOOD ALREADY HAS A LIVE ORDER (Q/O/P)       *
      *       3 = MODIFY FIRM, STATUS, DATES, RESPONSE DATA, PENDING   *
      *           NUMBER AND REASON                                    *
      *       4 = INQUIRE ORDER                                        *
      *       7 = BROWSE BY STATUS (E220-STATUS-FILTER), IN ENTITY +   *
      *           ORDER NUMBER SEQUENCE, PAGING WITH THE KEY OF THE    *
      *           LAST ORDER RECEIVED (E220-ENT-BEFORE/E220-NUM-BEFORE;*
      *           SPACES/ZERO = START FROM THE BEGINNING)              *
      ******************************************************************
       05  ACEC220.
           10  E220-OPTION                  PIC X(01).
           10  E220-STATUS-FILTER           PIC X(01).
           10  E220-ENT-BEFORE              PIC X(04).
           10  E220-NUM-BEFORE              PIC 9(10).
           10  E220-FLG-FOUND               PIC X(01).
           10  E220-ENT                     PIC X(04).
           10  E220-NUM-ORDER               PIC 9(10).
           10  E220-NUM-GOOD                PIC 9(10).
           10  E220-COD-FIRM                PIC X(08).
           10  E220-STATUS                  PIC X(01).
               88  E220-ORDER-REQUESTED               VALUE 'Q'.
               88  E220-ORDER-SENT                    VALUE 'O'.
               88  E220-ORDER-ACCEPTED                VALUE 'A'.
               88  E220-ORDER-PARKED                  VALUE 'P'.
               88  E220-ORDER-REJECTED                VALUE 'J'.
               88  E220-ORDER-CANCELLED               VALUE 'C'.
           10  E220-USER-REQUEST            PIC X(08).
           10  E220-DAT-REQUEST             PIC X(10).
           10  E220-DAT-ORDER               PIC X(10).
           10  E220-DAT-RESPONSE            PIC X(10).
           10  E220-AMT-APPRAISED           PIC 9(13)V9(02).
           10  E220-FCC-APPRAISED           PIC X(03).
           10  E220-DAT-APPRAISAL           PIC X(10).
           10  E220-COD-APPRAISER           PIC X(10).
           10  E220-NUM-CERTIFICATE         PIC X(20).
           10  E220-NUM-PENDING             PIC 9(10).
           10  E220-DES-REASON              PIC X(30).
