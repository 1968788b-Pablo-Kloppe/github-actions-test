           SELECT SUM-FILE ASSIGN TO "demo.sum"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT QUO-FILE ASSIGN TO "demo.quo"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-REF
               FILE STATUS IS WS-QUO-STATUS.
           SELECT GOOD-FILE ASSIGN TO "GOODEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOOD-STATUS.
           SELECT LTV-FILE ASSIGN TO "demo.ltv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTV-STATUS.
           SELECT FAC-FILE ASSIGN TO "demo.fac"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS WS-FAC-STATUS.
           SELECT LIBRO-FILE ASSIGN TO "libro_iva.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 REQ-TASA            PIC X(08).
           05 FILLER              PIC X(01).
           05 REQ-MESES           PIC X(03).
      *>   GARANTIA OPCIONAL: ENTIDAD Y NUMERO DE BIEN DE GOODEXT
           05 FILLER              PIC X(01).
           05 REQ-ENT             PIC X(04).
           05 FILLER              PIC X(01).
           05 REQ-NUM-GOOD        PIC X(10).
       FD  CUADRO-FILE.
       01  CUADRO-REC             PIC X(80).
       FD  SUM-FILE.
       01  SUM-REC                PIC X(120).
      *>   REGISTRO DE COTIZACIONES POR REFERENCIA: DATOS DEL
      *>   PRESTAMO, RESULTADO Y ESTADO (C=COTIZADA, A=ACEPTADA,
      *>   R=RECHAZADA, V=VENCIDA); LAS REVISIONES DEL TIPO VARIABLE
      *>   SE GUARDAN PARA PODER REIMPRIMIR EL MISMO CUADRO
       FD  QUO-FILE.
       01  QUO-REC.
           05 QUO-REF             PIC X(08).
           05 QUO-CAPITAL         PIC 9(09)V99.
           05 QUO-TASA            PIC 9(02)V9(04).
           05 QUO-MESES           PIC 9(03).
           05 QUO-METODO          PIC X(01).
           05 QUO-CUOTA           PIC 9(09)V99.
           05 QUO-TAE             PIC 9(03)V99.
           05 QUO-COM-APERTURA    PIC 9(07)V99.
           05 QUO-CARGO-MENSUAL   PIC 9(05)V99.
           05 QUO-FECHA           PIC X(10).
           05 QUO-ESTADO          PIC X(01).
           05 QUO-FECHA-ESTADO    PIC X(10).
           05 QUO-REV-VARIABLE    PIC X(01).
           05 QUO-REV-FREC        PIC 9(03).
           05 QUO-REV-NUM         PIC 9(02).
           05 QUO-REV-TABLA.
              10 QUO-REV-TASA     OCCURS 20 TIMES PIC 9(02)V9(04).
           05 QUO-GAR-ENT         PIC X(04).
           05 QUO-GAR-NUM-GOOD    PIC X(10).
           05 QUO-GAR-LTV         PIC 9(03)V99.
           05 QUO-GAR-SOLICITADO  PIC 9(09)V99.
           05 QUO-GAR-MARCAS      PIC X(05).
      *>   EXTRACTO SECUENCIAL DE BIENES (MISMO FORMATO ACNC003 QUE
      *>   LOS PROCESOS BATCH, CON REGISTROS DE CONTROL H/T)
       FD  GOOD-FILE.
       01  GOOD-REC               PIC X(752).
      *>   LTV MAXIMO POR TIPO DE BIEN: "TT NNN,NN"; EL TIPO "**"
      *>   VALE PARA LOS TIPOS QUE NO FIGURAN
       FD  LTV-FILE.
       01  LTV-REC.
           05 LTV-TIPO            PIC X(02).
           05 FILLER              PIC X(01).
           05 LTV-MAXIMO          PIC X(06).
      *>   REGISTRO DE FACTURAS EMITIDAS POR SERIE, ANO Y NUMERO;
      *>   TIPO F=FACTURA, R=RECTIFICATIVA (ABONO) QUE REMITE A LA
      *>   FACTURA ORIGINAL. EL REGISTRO DE NUMERO CERO DE CADA
      *>   SERIE Y ANO (TIPO C) GUARDA EL ULTIMO NUMERO EMITIDO
       FD  FAC-FILE.
       01  FAC-REC.
           05 FAC-CLAVE.
              10 FAC-SERIE        PIC X(01).
              10 FAC-ANO          PIC 9(04).
              10 FAC-NUMERO       PIC 9(06).
           05 FAC-TIPO            PIC X(01).
           05 FAC-ULTIMO          PIC 9(06).
           05 FAC-FECHA           PIC X(10).
           05 FAC-CLI-NIF         PIC X(12).
           05 FAC-CLI-NOMBRE      PIC X(30).
           05 FAC-ORIGEN.
              10 FAC-ORI-SERIE    PIC X(01).
              10 FAC-ORI-ANO      PIC 9(04).
              10 FAC-ORI-NUMERO   PIC 9(06).
           05 FAC-BASE-GENERAL    PIC 9(10)V99.
           05 FAC-IVA-GENERAL     PIC 9(10)V99.
           05 FAC-BASE-REDUCIDO   PIC 9(10)V99.
           05 FAC-IVA-REDUCIDO    PIC 9(10)V99.
           05 FAC-BASE-SUPER      PIC 9(10)V99.
           05 FAC-IVA-SUPER       PIC 9(10)V99.
           05 FAC-TOTAL           PIC 9(11)V99.
           05 FAC-ABONADO         PIC 9(11)V99.
           05 FAC-NUM-LINEAS      PIC 9(02).
           05 FAC-LINEA           OCCURS 30 TIMES.
              10 FAC-LIN-DESC     PIC X(20).
              10 FAC-LIN-CANTIDAD PIC 9(04).
              10 FAC-LIN-PRECIO   PIC 9(06)V99.
              10 FAC-LIN-TASA     PIC 9(02).
              10 FAC-LIN-IMPORTE  PIC 9(09)V99.
       FD  LIBRO-FILE.
       01  LIBRO-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS           PIC X(02).
       01 WS-FAC-TOTAL            PIC 9(11)V99 VALUE 0.
       01 WS-IMPORTE-ED           PIC Z(08)9,99.
       01 WS-BASE-ED              PIC Z(09)9,99.
      *>   LINEAS DE LA FACTURA EN CURSO, PARA EL REGISTRO
       01 WS-FAC-MAX-LINEAS       PIC 9(02) VALUE 30.
       01 WS-FAC-LINEAS.
           05 WS-FL-LINEA         OCCURS 30 TIMES.
              10 WS-FL-DESC       PIC X(20).
              10 WS-FL-CANTIDAD   PIC 9(04).
              10 WS-FL-PRECIO     PIC 9(06)V99.
              10 WS-FL-TASA       PIC 9(02).
              10 WS-FL-IMPORTE    PIC 9(09)V99.
      *>   REGISTRO DE FACTURAS Y LIBRO DE IVA
       01 WS-FAC-STATUS           PIC X(02).
       01 WS-LIBRO-STATUS         PIC X(02).
       01 WS-FAC-CLASE            PIC X(01) VALUE "1".
       01 WS-FAC-RESPUESTA        PIC X(01).
       01 WS-FAC-SERIE            PIC X(01).
       01 WS-FAC-NUMERO           PIC 9(06) VALUE 0.
       01 WS-FAC-CONTADOR-EXISTE  PIC X(01) VALUE "N".
       01 WS-FAC-CLI-NIF          PIC X(12) VALUE SPACES.
       01 WS-FAC-CLI-NOMBRE       PIC X(30) VALUE SPACES.
       01 WS-FAC-ORIGEN-OK        PIC X(01) VALUE "N".
       01 WS-FAC-ORIGEN-TEXTO     PIC X(15).
       01 WS-FAC-ORIGEN.
           05 WS-FAC-ORI-SERIE    PIC X(01) VALUE SPACE.
           05 WS-FAC-ORI-ANO      PIC 9(04) VALUE 0.
           05 WS-FAC-ORI-NUMERO   PIC 9(06) VALUE 0.
       01 WS-FAC-ORI-ANO-TXT      PIC X(04).
       01 WS-FAC-ORI-NUM-TXT      PIC X(06).
       01 WS-FAC-PENDIENTE        PIC 9(11)V99 VALUE 0.
       01 WS-FAC-I                PIC 9(02) VALUE 0.
       01 WS-FAC-NUM-TEXTO        PIC X(13).
       01 WS-IVA-DESDE            PIC X(10).
       01 WS-IVA-HASTA            PIC X(10).
       01 WS-IVA-FIN              PIC X(01) VALUE "N".
       01 WS-IVA-PRIMERA          PIC X(01) VALUE "S".
       01 WS-IVA-SIGNO            PIC S9(01) VALUE 1.
       01 WS-IVA-TASA             PIC 9(02) VALUE 0.
       01 WS-IVA-BASE             PIC S9(10)V99 VALUE 0.
       01 WS-IVA-CUOTA            PIC S9(10)V99 VALUE 0.
       01 WS-IVA-NUM-FACTURAS     PIC 9(05) VALUE 0.
       01 WS-IVA-NUM-ABONOS       PIC 9(05) VALUE 0.
       01 WS-IVA-TOTALES.
           05 WS-IVA-TOT-BASE-21  PIC S9(11)V99 VALUE 0.
           05 WS-IVA-TOT-CUOTA-21 PIC S9(11)V99 VALUE 0.
           05 WS-IVA-TOT-BASE-10  PIC S9(11)V99 VALUE 0.
           05 WS-IVA-TOT-CUOTA-10 PIC S9(11)V99 VALUE 0.
           05 WS-IVA-TOT-BASE-4   PIC S9(11)V99 VALUE 0.
           05 WS-IVA-TOT-CUOTA-4  PIC S9(11)V99 VALUE 0.
           05 WS-IVA-TOT-TOTAL    PIC S9(12)V99 VALUE 0.
       01 WS-LIBRO-LINEA.
           05 WS-LIB-FECHA        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-NUMERO       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-TIPO         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-ORIGEN       PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-NIF          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-TASA         PIC Z9.
           05 FILLER              PIC X(02) VALUE "% ".
           05 WS-LIB-BASE         PIC -(10)9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-CUOTA        PIC -(10)9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIB-TOTAL        PIC -(11)9,99.
           05 WS-LIB-TOTAL-X REDEFINES WS-LIB-TOTAL PIC X(15).

      *>   CAMPOS DEL CUADRO DE AMORTIZACION (METODOS FRANCES,
      *>   ALEMAN Y AMERICANO)
       01 WS-SIM-RESTANTES        PIC 9(03) VALUE 0.
       01 WS-SIM-AHORRO           PIC S9(10)V99 VALUE 0.

      *>   REGISTRO DE COTIZACIONES: CONSULTA, CAMBIO DE ESTADO,
      *>   CADUCIDAD POR PLAZO DE VALIDEZ Y CONVERSION MENSUAL
       01 WS-QUO-STATUS           PIC X(02).
       01 WS-QUO-REF              PIC X(08) VALUE SPACES.
       01 WS-QUO-AUTO             PIC 9(08) VALUE 0.
       01 WS-QUO-OPCION           PIC X(01).
       01 WS-QUO-ACCION           PIC X(01).
       01 WS-QUO-GRABADA          PIC X(01) VALUE "N".
       01 WS-QUO-LIBRE            PIC X(01) VALUE "N".
       01 WS-QUO-TEXTO            PIC X(20).
       01 WS-QUO-DIAS             PIC S9(07) VALUE 0.
       01 WS-QUO-CONTADOR         PIC 9(05) VALUE 0.
       01 WS-VALIDEZ-DIAS         PIC 9(03) VALUE 30.
       01 WS-VALIDEZ-TEXTO        PIC X(05).
       01 WS-FECHA-NUM            PIC 9(08) VALUE 0.
       01 WS-FECHA-SISTEMA.
           05 WS-HOY-NUM          PIC 9(08).
           05 WS-HOY-PARTES REDEFINES WS-HOY-NUM.
              10 WS-HOY-ANO       PIC 9(04).
              10 FILLER           PIC 9(02).
              10 WS-HOY-DIA       PIC 9(02).
           05 WS-HORA-NUM         PIC 9(08).
           05 WS-HORA-PARTES REDEFINES WS-HORA-NUM.
              10 WS-HORA-HHMMSS   PIC 9(06).
              10 FILLER           PIC 9(02).
           05 FILLER              PIC X(05).
       01 WS-HOY                  PIC X(10).
       01 WS-CNV-TABLA.
           05 WS-CNV-ENTRADA      OCCURS 120 TIMES.
              10 WS-CNV-MES       PIC X(07).
              10 WS-CNV-COTIZ     PIC 9(05).
              10 WS-CNV-ACEPT     PIC 9(05).
              10 WS-CNV-RECHAZ    PIC 9(05).
              10 WS-CNV-VENC      PIC 9(05).
              10 WS-CNV-PEND      PIC 9(05).
       01 WS-CNV-USADOS           PIC 9(03) VALUE 0.
       01 WS-CNV-I                PIC 9(03) VALUE 0.
       01 WS-CNV-J                PIC 9(03) VALUE 0.
       01 WS-CNV-HALLADO          PIC X(01) VALUE "N".
       01 WS-CNV-TOTAL.
           05 WS-CNT-COTIZ        PIC 9(05) VALUE 0.
           05 WS-CNT-ACEPT        PIC 9(05) VALUE 0.
           05 WS-CNT-RECHAZ       PIC 9(05) VALUE 0.
           05 WS-CNT-VENC         PIC 9(05) VALUE 0.
           05 WS-CNT-PEND         PIC 9(05) VALUE 0.
       01 WS-CNV-PCT              PIC 9(03)V99 VALUE 0.
       01 WS-CNV-LINEA.
           05 WS-CNL-MES          PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CNL-COTIZ        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CNL-ACEPT        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CNL-RECHAZ       PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CNL-VENC         PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CNL-PEND         PIC ZZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-CNL-PCT          PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE " %".

      *>   GARANTIA DEL PRESTAMO: BIEN DE GOODEXT, VALOR NETO DE
      *>   RECORTE, LTV MAXIMO POR TIPO Y MARCAS DE AVISO
       01 WS-GOOD-STATUS          PIC X(02).
       01 WS-LTV-STATUS           PIC X(02).
       01 WS-GAR-ENT              PIC X(04) VALUE SPACES.
       01 WS-GAR-TEXTO            PIC X(10) VALUE SPACES.
       01 WS-GAR-NUM-GOOD         PIC 9(10) VALUE 0.
       01 WS-GAR-HALLADO          PIC X(01) VALUE "N".
       01 WS-GAR-NETO             PIC 9(13)V99 VALUE 0.
       01 WS-GAR-MAX-LTV          PIC 9(03)V99 VALUE 0.
       01 WS-GAR-MAX-PRESTAMO     PIC 9(13)V99 VALUE 0.
       01 WS-GAR-LTV              PIC 9(03)V99 VALUE 0.
       01 WS-GAR-SOLICITADO       PIC 9(09)V99 VALUE 0.
       01 WS-GAR-MARCAS.
           05 WS-GAR-EXCEDE       PIC X(01).
           05 WS-GAR-ANULADO      PIC X(01).
           05 WS-GAR-VENTA        PIC X(01).
           05 WS-GAR-SINSEGURO    PIC X(01).
           05 WS-GAR-NOBIEN       PIC X(01).
       01 WS-GAR-AVISOS           PIC X(40).
       01 WS-GAR-PUNTERO          PIC 9(03) VALUE 1.
       01 WS-GAR-LTV-ED           PIC ZZ9,99.
       01 WS-GAR-IMPORTE-ED       PIC Z(12)9,99.
       01 WS-LTV-CARGADA          PIC X(01) VALUE "N".
       01 WS-LTV-DEFECTO          PIC 9(03)V99 VALUE 80,00.
       01 WS-LTV-USADOS           PIC 9(03) VALUE 0.
       01 WS-LTV-I                PIC 9(03) VALUE 0.
       01 WS-LTV-TABLA.
           05 WS-LTV-ENTRADA      OCCURS 50 TIMES.
              10 WS-LTV-TIPO      PIC X(02).
              10 WS-LTV-PCT       PIC 9(03)V99.
           COPY ACNC003.

       01 WS-CAPITAL              PIC 9(09)V99.
       01 WS-TASA-ANUAL           PIC 9(02)V9(04).
       01 WS-NUM-MESES            PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   FECHA DEL DIA PARA EL REGISTRO DE COTIZACIONES
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
           MOVE SPACES TO WS-HOY.
           STRING
               WS-HOY-NUM(1:4) "-" WS-HOY-NUM(5:2) "-"
               WS-HOY-NUM(7:2) DELIMITED BY SIZE
               INTO WS-HOY
           END-STRING.

      *>   SI EXISTE EL FICHERO DE SOLICITUDES SE COTIZA EN LOTE
      *>   (MISMO PATRON DESATENDIDO QUE EL FICHERO DE OPERACIONES
      *>   DE COBTEST2); SI NO, MENU INTERACTIVO DE SIEMPRE
           ACCEPT WS-MODO.

           IF WS-MODO = "3"
               PERFORM EMITIR-FACTURA
           ELSE IF WS-MODO = "2"
               PERFORM CAPTURAR-PRESTAMO
               PERFORM CALCULAR-CUOTA
               MOVE WS-CUOTA TO WS-CUOTA-INICIAL
               PERFORM MOSTRAR-AMORTIZACION
               IF WS-CUOTA-INICIAL NOT = ZERO
                   PERFORM GUARDAR-COTIZACION
               END-IF
               IF WS-METODO = "1" AND WS-REV-VARIABLE NOT = "S"
                   PERFORM OFRECER-SIMULACION
               END-IF
           ELSE IF WS-MODO = "4"
               PERFORM MANTENER-COTIZACIONES
           ELSE IF WS-MODO = "5"
               PERFORM LIBRO-IVA
           ELSE
               MOVE "DM-NUM1" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
                       WS-FAC-NUM-LINEAS ": "
                       WS-FAC-DESCRIPCION " x" WS-FAC-CANTIDAD
                       " (" WS-FAC-TASA "%) = " WS-IMPORTE-ED

      *>   LA LINEA SE GUARDA PARA EL REGISTRO DE FACTURAS, QUE
      *>   ADMITE HASTA WS-FAC-MAX-LINEAS POR FACTURA
               MOVE WS-FAC-DESCRIPCION
                   TO WS-FL-DESC(WS-FAC-NUM-LINEAS)
               MOVE WS-FAC-CANTIDAD
                   TO WS-FL-CANTIDAD(WS-FAC-NUM-LINEAS)
               MOVE WS-FAC-PRECIO TO WS-FL-PRECIO(WS-FAC-NUM-LINEAS)
               MOVE WS-FAC-TASA TO WS-FL-TASA(WS-FAC-NUM-LINEAS)
               MOVE WS-FAC-IMPORTE
                   TO WS-FL-IMPORTE(WS-FAC-NUM-LINEAS)
               IF WS-FAC-NUM-LINEAS = WS-FAC-MAX-LINEAS
                   MOVE "DM-FACMAXL" TO WS-MSG-ID
                   PERFORM MOSTRAR-MSG
                   MOVE "S" TO WS-FAC-FIN
               END-IF
           END-IF.

       MOSTRAR-FACTURA.
               PERFORM MOSTRAR-IMPORTE
           END-IF.

       EMITIR-FACTURA.
      *>   FACTURA O ABONO (FACTURA RECTIFICATIVA DE UNA ANTERIOR):
      *>   SE CAPTURA, SE MUESTRA EL DESGLOSE Y, SI EL OPERADOR LA
      *>   CONFIRMA, SE REGISTRA CON EL SIGUIENTE NUMERO DE SU SERIE
      *>   Y ANO EN demo.fac
           MOVE "DM-FACCLAS" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-FAC-CLASE.
           IF WS-FAC-CLASE NOT = "2"
               MOVE "1" TO WS-FAC-CLASE
           END-IF.
           PERFORM ABRIR-FACTURAS.

           IF WS-FAC-CLASE = "2"
               PERFORM PREPARAR-ABONO
               IF WS-FAC-ORIGEN-OK NOT = "S"
                   CLOSE FAC-FILE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM CAPTURAR-CLIENTE
               PERFORM CAPTURAR-FACTURA
           END-IF.
           PERFORM MOSTRAR-FACTURA.
           IF WS-FAC-NUM-LINEAS = ZERO
               CLOSE FAC-FILE
               EXIT PARAGRAPH
           END-IF.

      *>   UN ABONO NO PUEDE SUPERAR LO QUE QUEDA SIN ABONAR DE LA
      *>   FACTURA ORIGINAL
           IF WS-FAC-CLASE = "2" AND WS-FAC-TOTAL > WS-FAC-PENDIENTE
               MOVE WS-FAC-PENDIENTE TO WS-BASE-ED
               MOVE "DM-FACEXCA" TO WS-MSG-ID
               PERFORM MOSTRAR-IMPORTE
               CLOSE FAC-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "DM-FACCONF" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-FAC-RESPUESTA.
           IF WS-FAC-RESPUESTA NOT = "S" AND WS-FAC-RESPUESTA NOT = "s"
               MOVE "DM-FACNOEM" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               CLOSE FAC-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-SERIE.
           PERFORM REGISTRAR-FACTURA.
           CLOSE FAC-FILE.

       ABRIR-FACTURAS.
      *>   MISMO CRITERIO QUE EL REGISTRO DE COTIZACIONES: SI NO
      *>   EXISTE SE CREA VACIO Y SE REABRE
           OPEN I-O FAC-FILE.
           IF WS-FAC-STATUS NOT = "00"
               OPEN OUTPUT FAC-FILE
               CLOSE FAC-FILE
               OPEN I-O FAC-FILE
           END-IF.

       CAPTURAR-CLIENTE.
           MOVE "DM-FACNIF" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-FAC-CLI-NIF.
           MOVE "DM-FACCLI" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-FAC-CLI-NOMBRE.

       CAPTURAR-SERIE.
      *>   SERIE DE NUMERACION; EN BLANCO, A PARA LAS FACTURAS Y R
      *>   PARA LAS RECTIFICATIVAS
           MOVE "DM-FACSER" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-FAC-SERIE.
           IF WS-FAC-SERIE = SPACE
               IF WS-FAC-CLASE = "2"
                   MOVE "R" TO WS-FAC-SERIE
               ELSE
                   MOVE "A" TO WS-FAC-SERIE
               END-IF
           END-IF.
           INSPECT WS-FAC-SERIE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PREPARAR-ABONO.
      *>   LOCALIZA LA FACTURA A RECTIFICAR (SERIE-ANO-NUMERO) Y
      *>   CALCULA LO QUE QUEDA POR ABONAR. EL ABONO TOTAL COPIA LAS
      *>   LINEAS DE LA ORIGINAL; SI YA TIENE ABONOS PARCIALES O EL
      *>   OPERADOR LO PREFIERE SE TECLEAN LAS LINEAS A ABONAR
           MOVE "N" TO WS-FAC-ORIGEN-OK.
           MOVE "DM-FACORIG" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-FAC-ORIGEN-TEXTO.
           MOVE SPACES TO WS-FAC-ORI-ANO-TXT.
           MOVE SPACES TO WS-FAC-ORI-NUM-TXT.
           UNSTRING WS-FAC-ORIGEN-TEXTO DELIMITED BY "-"
               INTO WS-FAC-ORI-SERIE WS-FAC-ORI-ANO-TXT
                    WS-FAC-ORI-NUM-TXT
           END-UNSTRING.
           INSPECT WS-FAC-ORI-SERIE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COMPUTE WS-FAC-ORI-ANO = FUNCTION NUMVAL(WS-FAC-ORI-ANO-TXT).
           COMPUTE WS-FAC-ORI-NUMERO =
               FUNCTION NUMVAL(WS-FAC-ORI-NUM-TXT).

           MOVE WS-FAC-ORIGEN TO FAC-CLAVE.
           READ FAC-FILE.
           IF WS-FAC-STATUS NOT = "00" OR FAC-TIPO NOT = "F"
               MOVE "DM-FACNOOR" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FAC-PENDIENTE = FAC-TOTAL - FAC-ABONADO.
           IF WS-FAC-PENDIENTE = ZERO
               MOVE "DM-FACYAAB" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FAC-CLI-NIF TO WS-FAC-CLI-NIF.
           MOVE FAC-CLI-NOMBRE TO WS-FAC-CLI-NOMBRE.
           MOVE "S" TO WS-FAC-ORIGEN-OK.

           MOVE "N" TO WS-FAC-RESPUESTA.
           IF FAC-ABONADO = ZERO
               MOVE "DM-FACABTO" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               ACCEPT WS-FAC-RESPUESTA
           ELSE
               MOVE WS-FAC-PENDIENTE TO WS-BASE-ED
               MOVE "DM-FACPEND" TO WS-MSG-ID
               PERFORM MOSTRAR-IMPORTE
           END-IF.
           IF WS-FAC-RESPUESTA = "S" OR WS-FAC-RESPUESTA = "s"
               MOVE FAC-NUM-LINEAS TO WS-FAC-NUM-LINEAS
               MOVE FAC-BASE-GENERAL TO WS-BASE-GENERAL
               MOVE FAC-BASE-REDUCIDO TO WS-BASE-REDUCIDO
               MOVE FAC-BASE-SUPER TO WS-BASE-SUPER
               PERFORM COPIAR-LINEA-ORIGINAL
                   VARYING WS-FAC-I FROM 1 BY 1
                   UNTIL WS-FAC-I > FAC-NUM-LINEAS
           ELSE
               PERFORM CAPTURAR-FACTURA
           END-IF.

       COPIAR-LINEA-ORIGINAL.
           MOVE FAC-LIN-DESC(WS-FAC-I) TO WS-FL-DESC(WS-FAC-I).
           MOVE FAC-LIN-CANTIDAD(WS-FAC-I) TO WS-FL-CANTIDAD(WS-FAC-I).
           MOVE FAC-LIN-PRECIO(WS-FAC-I) TO WS-FL-PRECIO(WS-FAC-I).
           MOVE FAC-LIN-TASA(WS-FAC-I) TO WS-FL-TASA(WS-FAC-I).
           MOVE FAC-LIN-IMPORTE(WS-FAC-I) TO WS-FL-IMPORTE(WS-FAC-I).

       REGISTRAR-FACTURA.
      *>   NUMERACION SIN HUECOS: EL REGISTRO CONTADOR DE LA SERIE Y
      *>   EL ANO (NUMERO CERO) DA EL ULTIMO NUMERO EMITIDO; SOLO SE
      *>   AVANZA DESPUES DE GRABAR LA FACTURA CON EL SIGUIENTE
           MOVE WS-FAC-SERIE TO FAC-SERIE.
           MOVE WS-HOY-ANO TO FAC-ANO.
           MOVE ZERO TO FAC-NUMERO.
           READ FAC-FILE.
           IF WS-FAC-STATUS = "00"
               MOVE "S" TO WS-FAC-CONTADOR-EXISTE
               COMPUTE WS-FAC-NUMERO = FAC-ULTIMO + 1
           ELSE
               MOVE "N" TO WS-FAC-CONTADOR-EXISTE
               MOVE 1 TO WS-FAC-NUMERO
           END-IF.

           PERFORM PREPARAR-FACTURA.
           WRITE FAC-REC.
           IF WS-FAC-STATUS NOT = "00"
               MOVE "DM-FACERR" TO WS-MSG-ID
               PERFORM OBTENER-MSG
               DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-FAC-STATUS
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE FAC-REC.
           MOVE WS-FAC-SERIE TO FAC-SERIE.
           MOVE WS-HOY-ANO TO FAC-ANO.
           MOVE ZERO TO FAC-NUMERO.
           MOVE "C" TO FAC-TIPO.
           MOVE WS-FAC-NUMERO TO FAC-ULTIMO.
           MOVE WS-HOY TO FAC-FECHA.
           IF WS-FAC-CONTADOR-EXISTE = "S"
               REWRITE FAC-REC
           ELSE
               WRITE FAC-REC
           END-IF.

      *>   EL ABONO QUEDA ANOTADO EN LA FACTURA ORIGINAL
           IF WS-FAC-CLASE = "2"
               MOVE WS-FAC-ORIGEN TO FAC-CLAVE
               READ FAC-FILE
               IF WS-FAC-STATUS = "00"
                   ADD WS-FAC-TOTAL TO FAC-ABONADO
                   REWRITE FAC-REC
               END-IF
           END-IF.

           MOVE SPACES TO WS-FAC-NUM-TEXTO.
           STRING
               WS-FAC-SERIE "-" WS-HOY-ANO "-" WS-FAC-NUMERO
               DELIMITED BY SIZE
               INTO WS-FAC-NUM-TEXTO
           END-STRING.
           MOVE "DM-FACEMIT" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-FAC-NUM-TEXTO.

       PREPARAR-FACTURA.
           INITIALIZE FAC-REC.
           MOVE WS-FAC-SERIE TO FAC-SERIE.
           MOVE WS-HOY-ANO TO FAC-ANO.
           MOVE WS-FAC-NUMERO TO FAC-NUMERO.
           IF WS-FAC-CLASE = "2"
               MOVE "R" TO FAC-TIPO
               MOVE WS-FAC-ORIGEN TO FAC-ORIGEN
           ELSE
               MOVE "F" TO FAC-TIPO
               MOVE SPACES TO FAC-ORI-SERIE
           END-IF.
           MOVE WS-HOY TO FAC-FECHA.
           MOVE WS-FAC-CLI-NIF TO FAC-CLI-NIF.
           MOVE WS-FAC-CLI-NOMBRE TO FAC-CLI-NOMBRE.
           MOVE WS-BASE-GENERAL TO FAC-BASE-GENERAL.
           MOVE WS-IVA-GENERAL TO FAC-IVA-GENERAL.
           MOVE WS-BASE-REDUCIDO TO FAC-BASE-REDUCIDO.
           MOVE WS-IVA-REDUCIDO TO FAC-IVA-REDUCIDO.
           MOVE WS-BASE-SUPER TO FAC-BASE-SUPER.
           MOVE WS-IVA-SUPER TO FAC-IVA-SUPER.
           MOVE WS-FAC-TOTAL TO FAC-TOTAL.
           MOVE ZERO TO FAC-ABONADO.
           MOVE WS-FAC-NUM-LINEAS TO FAC-NUM-LINEAS.
           PERFORM GUARDAR-LINEA-FACTURA
               VARYING WS-FAC-I FROM 1 BY 1
               UNTIL WS-FAC-I > WS-FAC-NUM-LINEAS.

       GUARDAR-LINEA-FACTURA.
           MOVE WS-FL-DESC(WS-FAC-I) TO FAC-LIN-DESC(WS-FAC-I).
           MOVE WS-FL-CANTIDAD(WS-FAC-I) TO FAC-LIN-CANTIDAD(WS-FAC-I).
           MOVE WS-FL-PRECIO(WS-FAC-I) TO FAC-LIN-PRECIO(WS-FAC-I).
           MOVE WS-FL-TASA(WS-FAC-I) TO FAC-LIN-TASA(WS-FAC-I).
           MOVE WS-FL-IMPORTE(WS-FAC-I) TO FAC-LIN-IMPORTE(WS-FAC-I).

       LIBRO-IVA.
      *>   LIBRO REGISTRO DE IVA DE FACTURAS EMITIDAS ENTRE DOS
      *>   FECHAS, EN libro_iva.txt: UNA LINEA POR FACTURA Y TIPO DE
      *>   IVA, CON LAS RECTIFICATIVAS EN NEGATIVO, Y TOTALES POR
      *>   TIPO AL FINAL
           MOVE "DM-IVADES" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-IVA-DESDE.
           MOVE "DM-IVAHAS" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-IVA-HASTA.
           IF WS-IVA-HASTA = SPACES
               MOVE WS-HOY TO WS-IVA-HASTA
           END-IF.
           IF WS-IVA-DESDE > WS-IVA-HASTA
               MOVE "DM-IVARANG" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FAC-FILE.
           IF WS-FAC-STATUS NOT = "00"
               MOVE "DM-IVAVAC" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LIBRO-FILE.
           INITIALIZE WS-IVA-TOTALES.
           MOVE ZERO TO WS-IVA-NUM-FACTURAS.
           MOVE ZERO TO WS-IVA-NUM-ABONOS.

           MOVE SPACES TO LIBRO-REC.
           STRING
               "LIBRO REGISTRO DE IVA - FACTURAS EXPEDIDAS DEL "
               WS-IVA-DESDE " AL " WS-IVA-HASTA
               DELIMITED BY SIZE
               INTO LIBRO-REC
           END-STRING.
           WRITE LIBRO-REC.
           MOVE SPACES TO LIBRO-REC.
           WRITE LIBRO-REC.
           MOVE "FECHA      NUMERO        T RECTIFICA A   NIF"
               TO LIBRO-REC.
           MOVE "NOMBRE" TO LIBRO-REC(55:6).
           MOVE "TIPO          BASE          CUOTA           TOTAL"
               TO LIBRO-REC(76:).
           WRITE LIBRO-REC.

           MOVE LOW-VALUES TO FAC-CLAVE.
           START FAC-FILE KEY IS NOT LESS THAN FAC-CLAVE.
           MOVE "N" TO WS-IVA-FIN.
           IF WS-FAC-STATUS NOT = "00"
               MOVE "S" TO WS-IVA-FIN
           END-IF.
           PERFORM UNTIL WS-IVA-FIN = "S"
               READ FAC-FILE NEXT RECORD
               IF WS-FAC-STATUS NOT = "00"
                   MOVE "S" TO WS-IVA-FIN
               ELSE
                   IF FAC-TIPO NOT = "C"
                       AND FAC-FECHA NOT < WS-IVA-DESDE
                       AND FAC-FECHA NOT > WS-IVA-HASTA
                       PERFORM APUNTAR-FACTURA
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM TOTALES-LIBRO-IVA.
           CLOSE FAC-FILE.
           CLOSE LIBRO-FILE.
           MOVE "DM-IVAFIN" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-IVA-NUM-FACTURAS
                   " / " WS-IVA-NUM-ABONOS.

       APUNTAR-FACTURA.
      *>   LINEAS DEL LIBRO DE UNA FACTURA, UNA POR TIPO CON BASE;
      *>   EL TOTAL DE LA FACTURA VA EN LA PRIMERA
           IF FAC-TIPO = "R"
               MOVE -1 TO WS-IVA-SIGNO
               ADD 1 TO WS-IVA-NUM-ABONOS
           ELSE
               MOVE 1 TO WS-IVA-SIGNO
               ADD 1 TO WS-IVA-NUM-FACTURAS
           END-IF.
           MOVE SPACES TO WS-LIB-NUMERO.
           STRING
               FAC-SERIE "-" FAC-ANO "-" FAC-NUMERO
               DELIMITED BY SIZE
               INTO WS-LIB-NUMERO
           END-STRING.
           MOVE SPACES TO WS-LIB-ORIGEN.
           IF FAC-TIPO = "R"
               STRING
                   FAC-ORI-SERIE "-" FAC-ORI-ANO "-" FAC-ORI-NUMERO
                   DELIMITED BY SIZE
                   INTO WS-LIB-ORIGEN
               END-STRING
           END-IF.
           COMPUTE WS-IVA-TOT-TOTAL =
               WS-IVA-TOT-TOTAL + FAC-TOTAL * WS-IVA-SIGNO.
           MOVE "S" TO WS-IVA-PRIMERA.

           IF FAC-BASE-GENERAL NOT = ZERO
               MOVE 21 TO WS-IVA-TASA
               COMPUTE WS-IVA-BASE = FAC-BASE-GENERAL * WS-IVA-SIGNO
               COMPUTE WS-IVA-CUOTA = FAC-IVA-GENERAL * WS-IVA-SIGNO
               ADD WS-IVA-BASE TO WS-IVA-TOT-BASE-21
               ADD WS-IVA-CUOTA TO WS-IVA-TOT-CUOTA-21
               PERFORM ESCRIBIR-APUNTE
           END-IF.
           IF FAC-BASE-REDUCIDO NOT = ZERO
               MOVE 10 TO WS-IVA-TASA
               COMPUTE WS-IVA-BASE = FAC-BASE-REDUCIDO * WS-IVA-SIGNO
               COMPUTE WS-IVA-CUOTA = FAC-IVA-REDUCIDO * WS-IVA-SIGNO
               ADD WS-IVA-BASE TO WS-IVA-TOT-BASE-10
               ADD WS-IVA-CUOTA TO WS-IVA-TOT-CUOTA-10
               PERFORM ESCRIBIR-APUNTE
           END-IF.
           IF FAC-BASE-SUPER NOT = ZERO
               MOVE 4 TO WS-IVA-TASA
               COMPUTE WS-IVA-BASE = FAC-BASE-SUPER * WS-IVA-SIGNO
               COMPUTE WS-IVA-CUOTA = FAC-IVA-SUPER * WS-IVA-SIGNO
               ADD WS-IVA-BASE TO WS-IVA-TOT-BASE-4
               ADD WS-IVA-CUOTA TO WS-IVA-TOT-CUOTA-4
               PERFORM ESCRIBIR-APUNTE
           END-IF.

       ESCRIBIR-APUNTE.
           MOVE FAC-FECHA TO WS-LIB-FECHA.
           MOVE FAC-TIPO TO WS-LIB-TIPO.
           MOVE FAC-CLI-NIF TO WS-LIB-NIF.
           MOVE FAC-CLI-NOMBRE TO WS-LIB-NOMBRE.
           MOVE WS-IVA-TASA TO WS-LIB-TASA.
           MOVE WS-IVA-BASE TO WS-LIB-BASE.
           MOVE WS-IVA-CUOTA TO WS-LIB-CUOTA.
           IF WS-IVA-PRIMERA = "S"
               COMPUTE WS-LIB-TOTAL = FAC-TOTAL * WS-IVA-SIGNO
               MOVE "N" TO WS-IVA-PRIMERA
           ELSE
               MOVE SPACES TO WS-LIB-TOTAL-X
           END-IF.
           MOVE WS-LIBRO-LINEA TO LIBRO-REC.
           WRITE LIBRO-REC.

       TOTALES-LIBRO-IVA.
      *>   TOTALES DEL PERIODO POR TIPO DE IVA Y TOTAL FACTURADO
           MOVE SPACES TO LIBRO-REC.
           WRITE LIBRO-REC.
           MOVE SPACES TO WS-LIBRO-LINEA.
           MOVE "TOTAL PERIODO" TO WS-LIB-NOMBRE.
           MOVE 21 TO WS-LIB-TASA.
           MOVE WS-IVA-TOT-BASE-21 TO WS-LIB-BASE.
           MOVE WS-IVA-TOT-CUOTA-21 TO WS-LIB-CUOTA.
           MOVE "% " TO WS-LIBRO-LINEA(78:2).
           MOVE WS-LIBRO-LINEA TO LIBRO-REC.
           WRITE LIBRO-REC.
           MOVE 10 TO WS-LIB-TASA.
           MOVE WS-IVA-TOT-BASE-10 TO WS-LIB-BASE.
           MOVE WS-IVA-TOT-CUOTA-10 TO WS-LIB-CUOTA.
           MOVE WS-LIBRO-LINEA TO LIBRO-REC.
           WRITE LIBRO-REC.
           MOVE 4 TO WS-LIB-TASA.
           MOVE WS-IVA-TOT-BASE-4 TO WS-LIB-BASE.
           MOVE WS-IVA-TOT-CUOTA-4 TO WS-LIB-CUOTA.
           MOVE WS-LIBRO-LINEA TO LIBRO-REC.
           WRITE LIBRO-REC.
           MOVE SPACES TO WS-LIBRO-LINEA.
           MOVE "TOTAL FACTURADO" TO WS-LIB-NOMBRE.
           MOVE WS-IVA-TOT-TOTAL TO WS-LIB-TOTAL.
           MOVE WS-LIBRO-LINEA TO LIBRO-REC.
           WRITE LIBRO-REC.
           MOVE SPACES TO LIBRO-REC.
           STRING
               "FACTURAS: " WS-IVA-NUM-FACTURAS
               "  RECTIFICATIVAS: " WS-IVA-NUM-ABONOS
               DELIMITED BY SIZE
               INTO LIBRO-REC
           END-STRING.
           WRITE LIBRO-REC.

       CAPTURAR-PRESTAMO.
      *>   CAPTURA LOS DATOS DEL PRESTAMO A COTIZAR; LA REFERENCIA
      *>   ES LA CLAVE DEL REGISTRO (EN BLANCO SE ASIGNA UNA)
           MOVE "DM-QREF" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-QUO-REF.

           MOVE "DM-CAPITAL" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-CAPITAL.

      *>   GARANTIA OPCIONAL: CON ENTIDAD Y NUMERO DE BIEN SE
      *>   CALCULA EL LTV Y SE LIMITA EL CAPITAL AL MAXIMO DEL BIEN
           MOVE "DM-GARENT" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-GAR-ENT.
           MOVE SPACES TO WS-GAR-TEXTO.
           IF WS-GAR-ENT NOT = SPACES
               MOVE "DM-GARNUM" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               ACCEPT WS-GAR-TEXTO
           END-IF.
           PERFORM COMPROBAR-GARANTIA.
           PERFORM MOSTRAR-GARANTIA.

           MOVE "DM-TASA" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-TASA-ANUAL.
      *>   CAPITAL MENOS COMISION Y PAGA CADA MES CUOTA MAS CARGO;
      *>   SE BUSCA POR BISECCION LA TASA MENSUAL QUE IGUALA EL
      *>   VALOR ACTUAL DE LOS PAGOS AL NETO RECIBIDO Y SE ANUALIZA
           MOVE ZERO TO WS-TAE-PCT.
           IF WS-NUM-MESES > 600
               MOVE "DM-TAE600" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.

           PERFORM HALLAR-TAE.

           MOVE WS-TASA-ANUAL TO WS-TASA-ANUAL-ED.
           MOVE WS-TAE-PCT TO WS-TAE-ED.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-TAE-ED " %".

       HALLAR-TAE.
      *>   BISECCION SOBRE LOS PAGOS GUARDADOS EN WS-PAGO Y EL NETO
      *>   RECIBIDO; LA DEJA ANUALIZADA EN WS-TAE-PCT
           MOVE ZERO TO WS-TAE-LO.
           MOVE 0,5 TO WS-TAE-HI.
           PERFORM BISECAR-TAE
               VARYING WS-TAE-ITER FROM 1 BY 1
               UNTIL WS-TAE-ITER > 50.

           COMPUTE WS-TAE-PCT ROUNDED =
               ((1 + WS-TAE-MID) ** 12 - 1) * 100.

       BISECAR-TAE.
      *>   UNA ITERACION DE LA BISECCION SOBRE LA TASA MENSUAL
           COMPUTE WS-TAE-MID =

       LOTE-PRESTAMOS.
      *>   COTIZACION EN LOTE: UNA SOLICITUD POR REGISTRO
      *>   (REFERENCIA, CAPITAL, TASA ANUAL, MESES Y, SI LLEVA
      *>   GARANTIA, ENTIDAD Y NUMERO DE BIEN); CADA CUADRO
      *>   VA A SU PROPIO FICHERO NOMBRADO POR LA REFERENCIA Y EL
      *>   RESUMEN DE UNA LINEA POR PRESTAMO A demo.sum; CADA
      *>   COTIZACION QUEDA ADEMAS EN EL REGISTRO demo.quo
           OPEN OUTPUT SUM-FILE.
           PERFORM ABRIR-REGISTRO.
           MOVE "REFERENCIA CUOTA TOTAL-INTERESES" TO SUM-REC.
           MOVE "LTV %  CAPITAL MAXIMO    AVISOS GARANTIA"
               TO SUM-REC(67:).
           WRITE SUM-REC.

           PERFORM UNTIL WS-REQ-STATUS NOT = "00"

           CLOSE REQ-FILE.
           CLOSE SUM-FILE.
           CLOSE QUO-FILE.
           DISPLAY "DEMO lote: " WS-LOTE-CONTADOR
                   " prestamos cotizados, resumen en demo.sum".

           COMPUTE WS-CAPITAL = FUNCTION NUMVAL(REQ-CAPITAL).
           COMPUTE WS-TASA-ANUAL = FUNCTION NUMVAL(REQ-TASA).
           COMPUTE WS-NUM-MESES = FUNCTION NUMVAL(REQ-MESES).
           MOVE REQ-ENT TO WS-GAR-ENT.
           MOVE REQ-NUM-GOOD TO WS-GAR-TEXTO.
           PERFORM COMPROBAR-GARANTIA.
           MOVE "1" TO WS-METODO.
           MOVE "N" TO WS-REV-VARIABLE.
           MOVE ZERO TO WS-COM-APERTURA.
                   "  SOLICITUD NO VALIDA" DELIMITED BY SIZE
                   INTO SUM-REC
               END-STRING
               PERFORM ANOTAR-GARANTIA
               WRITE SUM-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUOTA TO WS-CUOTA-INICIAL.
           PERFORM ESCRIBIR-CUADRO.

      *>   TAE SIN GASTOS SOBRE LOS PAGOS DEL CUADRO ESCRITO
           MOVE ZERO TO WS-TAE-PCT.
           IF WS-NUM-MESES NOT > 600
               MOVE WS-CAPITAL TO WS-TAE-NETO
               PERFORM HALLAR-TAE
           END-IF.

           MOVE REQ-REF TO WS-QUO-REF.
           PERFORM REGISTRAR-COTIZACION.

           MOVE WS-CUOTA-INICIAL TO WS-CUOTA-ED.
           MOVE WS-TOTAL-INTERES TO WS-TOTAL-ED.
           PERFORM AJUSTAR-DECIMALES.
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO SUM-REC
           END-STRING.
           IF WS-QUO-GRABADA NOT = "S"
               MOVE "YA DECIDIDA, NO REGISTRADA" TO SUM-REC(40:26)
           END-IF.
           PERFORM ANOTAR-GARANTIA.
           WRITE SUM-REC.

       ANOTAR-GARANTIA.
      *>   COLUMNAS DE GARANTIA DEL RESUMEN: LTV DE LA SOLICITUD,
      *>   CAPITAL MAXIMO QUE ADMITE EL BIEN Y AVISOS; SIN GARANTIA
      *>   QUEDAN EN BLANCO
           IF WS-GAR-ENT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-GAR-NOBIEN NOT = "S"
               MOVE WS-GAR-LTV TO WS-GAR-LTV-ED
               MOVE WS-GAR-MAX-PRESTAMO TO WS-GAR-IMPORTE-ED
               PERFORM AJUSTAR-DECIMALES
               MOVE WS-GAR-LTV-ED TO SUM-REC(67:6)
               MOVE WS-GAR-IMPORTE-ED TO SUM-REC(74:16)
           END-IF.
           PERFORM COMPONER-AVISOS.
           MOVE WS-GAR-AVISOS TO SUM-REC(91:30).

       COMPONER-AVISOS.
      *>   TEXTO CORTO CON LAS MARCAS DE LA GARANTIA
           MOVE SPACES TO WS-GAR-AVISOS.
           MOVE 1 TO WS-GAR-PUNTERO.
           IF WS-GAR-NOBIEN = "S"
               STRING "SIN BIEN EN GOODEXT" DELIMITED BY SIZE
                   INTO WS-GAR-AVISOS WITH POINTER WS-GAR-PUNTERO
               END-STRING
           END-IF.
           IF WS-GAR-EXCEDE = "S"
               STRING "EXCEDE " DELIMITED BY SIZE
                   INTO WS-GAR-AVISOS WITH POINTER WS-GAR-PUNTERO
               END-STRING
           END-IF.
           IF WS-GAR-ANULADO = "S"
               STRING "ANULADO " DELIMITED BY SIZE
                   INTO WS-GAR-AVISOS WITH POINTER WS-GAR-PUNTERO
               END-STRING
           END-IF.
           IF WS-GAR-VENTA = "S"
               STRING "VENTA " DELIMITED BY SIZE
                   INTO WS-GAR-AVISOS WITH POINTER WS-GAR-PUNTERO
               END-STRING
           END-IF.
           IF WS-GAR-SINSEGURO = "S"
               STRING "SINSEGURO" DELIMITED BY SIZE
                   INTO WS-GAR-AVISOS WITH POINTER WS-GAR-PUNTERO
               END-STRING
           END-IF.

       COMPROBAR-GARANTIA.
      *>   CON GARANTIA SE BUSCA EL BIEN EN GOODEXT: VALOR NETO =
      *>   N003-GOOD-AMT MENOS EL RECORTE N003-HAIRCUT (%), CAPITAL
      *>   MAXIMO = VALOR NETO POR EL LTV MAXIMO DE SU TIPO; SI LA
      *>   SOLICITUD LO SUPERA SE COTIZA POR EL MAXIMO. SE MARCAN
      *>   ADEMAS LOS BIENES ANULADOS, EN VENTA O SIN SEGURO
           MOVE "NNNNN" TO WS-GAR-MARCAS.
           MOVE WS-CAPITAL TO WS-GAR-SOLICITADO.
           MOVE ZERO TO WS-GAR-NETO.
           MOVE ZERO TO WS-GAR-MAX-LTV.
           MOVE ZERO TO WS-GAR-MAX-PRESTAMO.
           MOVE ZERO TO WS-GAR-LTV.
           IF WS-GAR-ENT = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-GAR-NUM-GOOD = FUNCTION NUMVAL(WS-GAR-TEXTO).
           PERFORM BUSCAR-BIEN.
           IF WS-GAR-HALLADO NOT = "S"
               MOVE "S" TO WS-GAR-NOBIEN
               EXIT PARAGRAPH
           END-IF.

           IF N003-STATUS-GOOD = "B"
               MOVE "S" TO WS-GAR-ANULADO
           END-IF.
           IF N003-FLG-DISPOSAL = "S"
               MOVE "S" TO WS-GAR-VENTA
           END-IF.
           IF N003-FLG-EXC-INSU = "S"
               MOVE "S" TO WS-GAR-SINSEGURO
           END-IF.

           IF N003-GOOD-AMT IS NUMERIC
               AND N003-HAIRCUT IS NUMERIC
               AND N003-HAIRCUT < 100
               COMPUTE WS-GAR-NETO ROUNDED =
                   N003-GOOD-AMT * (100 - N003-HAIRCUT) / 100
           END-IF.
           PERFORM HALLAR-LTV-MAXIMO.
           COMPUTE WS-GAR-MAX-PRESTAMO ROUNDED =
               WS-GAR-NETO * WS-GAR-MAX-LTV / 100.

      *>   LTV DE LO SOLICITADO, ANTES DE LIMITARLO; SIN VALOR NETO
      *>   O FUERA DE RANGO SE DEJA EN EL MAXIMO EDITABLE
           IF WS-GAR-NETO = ZERO
               MOVE 999,99 TO WS-GAR-LTV
           ELSE
               COMPUTE WS-GAR-LTV ROUNDED =
                   WS-CAPITAL * 100 / WS-GAR-NETO
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-GAR-LTV
               END-COMPUTE
           END-IF.
           IF WS-CAPITAL > WS-GAR-MAX-PRESTAMO
               MOVE "S" TO WS-GAR-EXCEDE
               MOVE WS-GAR-MAX-PRESTAMO TO WS-CAPITAL
           END-IF.

       BUSCAR-BIEN.
      *>   RECORRE EL EXTRACTO HASTA DAR CON ENTIDAD Y BIEN; LOS
      *>   REGISTROS DE CONTROL (PRIMER BYTE H O T) NO SON BIENES
           MOVE "N" TO WS-GAR-HALLADO.
           OPEN INPUT GOOD-FILE.
           IF WS-GOOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-GOOD-STATUS NOT = "00"
                   OR WS-GAR-HALLADO = "S"
               READ GOOD-FILE INTO ACNC003
               IF WS-GOOD-STATUS = "00"
                   IF N003-OPTION NOT = "H" AND N003-OPTION NOT = "T"
                       AND N003-ENT = WS-GAR-ENT
                       AND N003-NUM-GOOD = WS-GAR-NUM-GOOD
                       MOVE "S" TO WS-GAR-HALLADO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GOOD-FILE.

       HALLAR-LTV-MAXIMO.
      *>   LTV MAXIMO DEL TIPO DEL BIEN SEGUN demo.ltv, QUE SE CARGA
      *>   LA PRIMERA VEZ; SIN FICHERO O SIN EL TIPO SE APLICA EL
      *>   DEL TIPO "**" O, EN SU DEFECTO, EL 80 %
           IF WS-LTV-CARGADA NOT = "S"
               PERFORM CARGAR-LTV
           END-IF.
           MOVE WS-LTV-DEFECTO TO WS-GAR-MAX-LTV.
           PERFORM BUSCAR-TIPO-LTV
               VARYING WS-LTV-I FROM 1 BY 1
               UNTIL WS-LTV-I > WS-LTV-USADOS.

       BUSCAR-TIPO-LTV.
           IF WS-LTV-TIPO(WS-LTV-I) = N003-TYP-GOOD
               MOVE WS-LTV-PCT(WS-LTV-I) TO WS-GAR-MAX-LTV
           END-IF.

       CARGAR-LTV.
           MOVE "S" TO WS-LTV-CARGADA.
           MOVE ZERO TO WS-LTV-USADOS.
           OPEN INPUT LTV-FILE.
           IF WS-LTV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LTV-STATUS NOT = "00"
               READ LTV-FILE
               IF WS-LTV-STATUS = "00" AND LTV-TIPO NOT = SPACES
                   IF LTV-TIPO = "**"
                       COMPUTE WS-LTV-DEFECTO =
                           FUNCTION NUMVAL(LTV-MAXIMO)
                   ELSE IF WS-LTV-USADOS < 50
                       ADD 1 TO WS-LTV-USADOS
                       MOVE LTV-TIPO TO WS-LTV-TIPO(WS-LTV-USADOS)
                       COMPUTE WS-LTV-PCT(WS-LTV-USADOS) =
                           FUNCTION NUMVAL(LTV-MAXIMO)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LTV-FILE.

       MOSTRAR-GARANTIA.
      *>   RESULTADO DEL CONTROL DE GARANTIA EN PANTALLA
           IF WS-GAR-ENT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-GAR-NOBIEN = "S"
               MOVE "DM-GARNOEX" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GAR-NETO TO WS-GAR-IMPORTE-ED.
           PERFORM AJUSTAR-DECIMALES.
           MOVE "DM-GARVAL" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-GAR-IMPORTE-ED.
           MOVE WS-GAR-MAX-LTV TO WS-GAR-LTV-ED.
           PERFORM AJUSTAR-DECIMALES.
           MOVE "DM-GARMAX" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-GAR-LTV-ED.
           MOVE WS-GAR-LTV TO WS-GAR-LTV-ED.
           PERFORM AJUSTAR-DECIMALES.
           MOVE "DM-GARLTV" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-GAR-LTV-ED.
           IF WS-GAR-EXCEDE = "S"
               MOVE WS-GAR-MAX-PRESTAMO TO WS-GAR-IMPORTE-ED
               PERFORM AJUSTAR-DECIMALES
               MOVE "DM-GARTOPE" TO WS-MSG-ID
               PERFORM OBTENER-MSG
               DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-GAR-IMPORTE-ED
           END-IF.
           PERFORM MOSTRAR-AVISOS-GARANTIA.

       MOSTRAR-AVISOS-GARANTIA.
      *>   AVISOS POR EL ESTADO DEL BIEN EN GARANTIA
           IF WS-GAR-ANULADO = "S"
               MOVE "DM-GARANU" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
           END-IF.
           IF WS-GAR-VENTA = "S"
               MOVE "DM-GARVEN" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
           END-IF.
           IF WS-GAR-SINSEGURO = "S"
               MOVE "DM-GARSEG" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
           END-IF.

       ESCRIBIR-CUADRO.
      *>   CUADRO DE AMORTIZACION ESCRITO A FICHERO; MISMO CALCULO
      *>   QUE MOSTRAR-AMORTIZACION PERO SIN PANTALLA
           COMPUTE WS-TOTAL-INTERES =
               WS-TOTAL-INTERES + WS-INTERES-MES.
           COMPUTE WS-TOTAL-AMORT = WS-TOTAL-AMORT + WS-AMORT-MES.
           IF WS-MES <= 600
               MOVE WS-CUOTA TO WS-PAGO(WS-MES)
           END-IF.

           MOVE WS-CUOTA TO WS-CUOTA-ED.
           MOVE WS-INTERES-MES TO WS-INTERES-ED.
           END-STRING.
           WRITE CUADRO-REC.

       ABRIR-REGISTRO.
      *>   EL REGISTRO SE ABRE EN I-O; SI TODAVIA NO EXISTE (PRIMERA
      *>   COTIZACION) SE CREA VACIO Y SE REABRE
           OPEN I-O QUO-FILE.
           IF WS-QUO-STATUS NOT = "00"
               OPEN OUTPUT QUO-FILE
               CLOSE QUO-FILE
               OPEN I-O QUO-FILE
           END-IF.

       GUARDAR-COTIZACION.
      *>   COTIZACION INTERACTIVA: SE GUARDA CON LA REFERENCIA
      *>   TECLEADA O CON UNA ASIGNADA POR DIA Y HORA
           PERFORM ABRIR-REGISTRO.
           IF WS-QUO-REF = SPACES
               PERFORM ASIGNAR-REFERENCIA
           END-IF.
           PERFORM REGISTRAR-COTIZACION.
           IF WS-QUO-GRABADA = "S"
               MOVE "DM-QGUARD" TO WS-MSG-ID
               PERFORM OBTENER-MSG
               DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-QUO-REF
           ELSE
               MOVE "DM-QDECID" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
           END-IF.
           CLOSE QUO-FILE.

       ASIGNAR-REFERENCIA.
      *>   REFERENCIA DDHHMMSS; SI YA ESTA OCUPADA SE PRUEBA LA
      *>   SIGUIENTE HASTA DAR CON UNA LIBRE
           COMPUTE WS-QUO-AUTO =
               WS-HOY-DIA * 1000000 + WS-HORA-HHMMSS.
           MOVE "N" TO WS-QUO-LIBRE.
           PERFORM UNTIL WS-QUO-LIBRE = "S"
               MOVE WS-QUO-AUTO TO QUO-REF
               READ QUO-FILE
               IF WS-QUO-STATUS = "00"
                   ADD 1 TO WS-QUO-AUTO
               ELSE
                   MOVE "S" TO WS-QUO-LIBRE
               END-IF
           END-PERFORM.
           MOVE WS-QUO-AUTO TO WS-QUO-REF.

       REGISTRAR-COTIZACION.
      *>   GUARDA LA COTIZACION POR REFERENCIA; UNA REFERENCIA YA
      *>   ACEPTADA O RECHAZADA NO SE SOBRESCRIBE, Y UNA COTIZADA O
      *>   VENCIDA SE SUSTITUYE POR LA NUEVA COTIZACION
           MOVE "N" TO WS-QUO-GRABADA.
           MOVE WS-QUO-REF TO QUO-REF.
           READ QUO-FILE.
           IF WS-QUO-STATUS = "00"
               IF QUO-ESTADO = "A" OR QUO-ESTADO = "R"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PREPARAR-REGISTRO
               REWRITE QUO-REC
           ELSE
               PERFORM PREPARAR-REGISTRO
               WRITE QUO-REC
           END-IF.
           IF WS-QUO-STATUS = "00"
               MOVE "S" TO WS-QUO-GRABADA
           END-IF.

       PREPARAR-REGISTRO.
           MOVE WS-QUO-REF TO QUO-REF.
           MOVE WS-CAPITAL TO QUO-CAPITAL.
           MOVE WS-TASA-ANUAL TO QUO-TASA.
           MOVE WS-NUM-MESES TO QUO-MESES.
           MOVE WS-METODO TO QUO-METODO.
           MOVE WS-CUOTA-INICIAL TO QUO-CUOTA.
           MOVE WS-TAE-PCT TO QUO-TAE.
           MOVE WS-COM-APERTURA TO QUO-COM-APERTURA.
           MOVE WS-CARGO-MENSUAL TO QUO-CARGO-MENSUAL.
           MOVE WS-HOY TO QUO-FECHA.
           MOVE "C" TO QUO-ESTADO.
           MOVE WS-HOY TO QUO-FECHA-ESTADO.
           MOVE WS-REV-VARIABLE TO QUO-REV-VARIABLE.
           MOVE WS-REV-FREC TO QUO-REV-FREC.
           MOVE WS-REV-NUM TO QUO-REV-NUM.
           MOVE WS-REV-TABLA TO QUO-REV-TABLA.
           MOVE WS-GAR-ENT TO QUO-GAR-ENT.
           MOVE WS-GAR-TEXTO TO QUO-GAR-NUM-GOOD.
           MOVE WS-GAR-LTV TO QUO-GAR-LTV.
           MOVE WS-GAR-SOLICITADO TO QUO-GAR-SOLICITADO.
           MOVE WS-GAR-MARCAS TO QUO-GAR-MARCAS.

       MANTENER-COTIZACIONES.
      *>   MODO REGISTRO: CONSULTAR UNA COTIZACION (REIMPRIMIR SU
      *>   CUADRO Y ACEPTARLA O RECHAZARLA), CADUCAR LAS QUE
      *>   SUPERAN EL PLAZO DE VALIDEZ O VER LA CONVERSION POR MES
           PERFORM ABRIR-REGISTRO.
           MOVE "DM-QMENU" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-QUO-OPCION.
           IF WS-QUO-OPCION NOT = "3"
               PERFORM PEDIR-VALIDEZ
           END-IF.
           EVALUATE WS-QUO-OPCION
               WHEN "2"
                   PERFORM CADUCAR-COTIZACIONES
               WHEN "3"
                   PERFORM RESUMEN-CONVERSION
               WHEN OTHER
                   PERFORM CONSULTAR-COTIZACION
           END-EVALUATE.
           CLOSE QUO-FILE.

       PEDIR-VALIDEZ.
      *>   PLAZO DE VALIDEZ EN DIAS NATURALES; EN BLANCO VALE 30
           MOVE "DM-QVALID" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-VALIDEZ-TEXTO.
           IF WS-VALIDEZ-TEXTO = SPACES
               MOVE 30 TO WS-VALIDEZ-DIAS
           ELSE
               COMPUTE WS-VALIDEZ-DIAS =
                   FUNCTION NUMVAL(WS-VALIDEZ-TEXTO)
           END-IF.
           IF WS-VALIDEZ-DIAS = ZERO
               MOVE 30 TO WS-VALIDEZ-DIAS
           END-IF.

       CALCULAR-ANTIGUEDAD.
      *>   DIAS NATURALES DESDE LA FECHA DE LA COTIZACION A HOY
           COMPUTE WS-FECHA-NUM =
               FUNCTION NUMVAL(QUO-FECHA(1:4)) * 10000 +
               FUNCTION NUMVAL(QUO-FECHA(6:2)) * 100 +
               FUNCTION NUMVAL(QUO-FECHA(9:2)).
           COMPUTE WS-QUO-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-HOY-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).

       CONSULTAR-COTIZACION.
      *>   UNA COTIZACION: SI SIGUE COTIZADA PERO HA SUPERADO EL
      *>   PLAZO SE DA POR VENCIDA; SE MUESTRAN SUS DATOS, SE
      *>   REIMPRIME EL CUADRO Y, SI SIGUE ABIERTA, SE ACEPTA O
      *>   RECHAZA
           MOVE "DM-QBUSCA" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-QUO-REF.
           MOVE WS-QUO-REF TO QUO-REF.
           READ QUO-FILE.
           IF WS-QUO-STATUS NOT = "00"
               MOVE "DM-QNOEXI" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.

           IF QUO-ESTADO = "C"
               PERFORM CALCULAR-ANTIGUEDAD
               IF WS-QUO-DIAS > WS-VALIDEZ-DIAS
                   MOVE "V" TO QUO-ESTADO
                   MOVE WS-HOY TO QUO-FECHA-ESTADO
                   REWRITE QUO-REC
                   MOVE "DM-QCADUCA" TO WS-MSG-ID
                   PERFORM MOSTRAR-MSG
               END-IF
           END-IF.

           PERFORM MOSTRAR-COTIZACION.
           PERFORM RECUPERAR-COTIZACION.
           PERFORM CALCULAR-CUOTA.
           PERFORM MOSTRAR-AMORTIZACION.

           IF QUO-ESTADO NOT = "C"
               MOVE "DM-QFINAL" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE "DM-QACCION" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           ACCEPT WS-QUO-ACCION.
           EVALUATE WS-QUO-ACCION
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO QUO-ESTADO
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO QUO-ESTADO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-HOY TO QUO-FECHA-ESTADO.
           REWRITE QUO-REC.
           MOVE "DM-QACTUAL" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.

       MOSTRAR-COTIZACION.
      *>   CABECERA DE LA COTIZACION GUARDADA: FECHA, ESTADO Y
      *>   DATOS DEL PRESTAMO
           MOVE "DM-QFECHA" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " QUO-FECHA.

           EVALUATE QUO-ESTADO
               WHEN "A"
                   MOVE "DM-QESTA" TO WS-MSG-ID
               WHEN "R"
                   MOVE "DM-QESTR" TO WS-MSG-ID
               WHEN "V"
                   MOVE "DM-QESTV" TO WS-MSG-ID
               WHEN OTHER
                   MOVE "DM-QESTC" TO WS-MSG-ID
           END-EVALUATE.
           PERFORM OBTENER-MSG.
           MOVE WS-MSG TO WS-QUO-TEXTO.
           MOVE "DM-QESTADO" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-QUO-TEXTO " "
                   QUO-FECHA-ESTADO.

           MOVE QUO-CAPITAL TO WS-TOTAL-ED.
           MOVE QUO-TASA TO WS-TASA-ANUAL-ED.
           PERFORM AJUSTAR-DECIMALES.
           MOVE "DM-QDATOS" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-TOTAL-ED " "
                   WS-TASA-ANUAL-ED " % " QUO-MESES.

      *>   GARANTIA CON LA QUE SE COTIZO, SI LA HUBO
           IF QUO-GAR-ENT NOT = SPACES
               MOVE QUO-GAR-MARCAS TO WS-GAR-MARCAS
               MOVE QUO-GAR-LTV TO WS-GAR-LTV-ED
               PERFORM AJUSTAR-DECIMALES
               MOVE "DM-QGARAN" TO WS-MSG-ID
               PERFORM OBTENER-MSG
               DISPLAY WS-MSG(1:WS-MSG-LEN) " " QUO-GAR-ENT " "
                       QUO-GAR-NUM-GOOD " " WS-GAR-LTV-ED " %"
               IF WS-GAR-NOBIEN = "S"
                   MOVE "DM-GARNOEX" TO WS-MSG-ID
                   PERFORM MOSTRAR-MSG
               END-IF
               IF WS-GAR-EXCEDE = "S"
                   MOVE QUO-GAR-SOLICITADO TO WS-TOTAL-ED
                   MOVE "DM-QGARSOL" TO WS-MSG-ID
                   PERFORM MOSTRAR-TOTAL
               END-IF
               PERFORM MOSTRAR-AVISOS-GARANTIA
           END-IF.

       RECUPERAR-COTIZACION.
      *>   DEVUELVE A LOS CAMPOS DE TRABAJO LOS DATOS GUARDADOS,
      *>   PARA QUE EL CUADRO SE CALCULE IGUAL QUE AL COTIZAR
           MOVE QUO-CAPITAL TO WS-CAPITAL.
           MOVE QUO-TASA TO WS-TASA-ANUAL.
           MOVE QUO-MESES TO WS-NUM-MESES.
           MOVE QUO-METODO TO WS-METODO.
           MOVE QUO-COM-APERTURA TO WS-COM-APERTURA.
           MOVE QUO-CARGO-MENSUAL TO WS-CARGO-MENSUAL.
           MOVE QUO-REV-VARIABLE TO WS-REV-VARIABLE.
           MOVE QUO-REV-FREC TO WS-REV-FREC.
           MOVE QUO-REV-NUM TO WS-REV-NUM.
           MOVE QUO-REV-TABLA TO WS-REV-TABLA.
           MOVE ZERO TO WS-REV-IDX.

       CADUCAR-COTIZACIONES.
      *>   RECORRE TODO EL REGISTRO Y DA POR VENCIDAS LAS
      *>   COTIZACIONES AUN ABIERTAS MAS ANTIGUAS QUE EL PLAZO
           MOVE ZERO TO WS-QUO-CONTADOR.
           MOVE LOW-VALUES TO QUO-REF.
           START QUO-FILE KEY IS NOT LESS THAN QUO-REF.
           PERFORM UNTIL WS-QUO-STATUS NOT = "00"
               READ QUO-FILE NEXT RECORD
               IF WS-QUO-STATUS = "00"
                   PERFORM CADUCAR-UNA-COTIZACION
               END-IF
           END-PERFORM.
           MOVE "DM-QNCAD" TO WS-MSG-ID.
           PERFORM OBTENER-MSG.
           DISPLAY WS-MSG(1:WS-MSG-LEN) " " WS-QUO-CONTADOR.

       CADUCAR-UNA-COTIZACION.
           IF QUO-ESTADO = "C"
               PERFORM CALCULAR-ANTIGUEDAD
               IF WS-QUO-DIAS > WS-VALIDEZ-DIAS
                   MOVE "V" TO QUO-ESTADO
                   MOVE WS-HOY TO QUO-FECHA-ESTADO
                   REWRITE QUO-REC
                   ADD 1 TO WS-QUO-CONTADOR
               END-IF
           END-IF.

       RESUMEN-CONVERSION.
      *>   CONVERSION POR MES DE COTIZACION: ACEPTADAS SOBRE EL
      *>   TOTAL COTIZADO, CON EL DESGLOSE DE RECHAZADAS, VENCIDAS
      *>   Y PENDIENTES; LOS MESES SALEN EN ORDEN CRONOLOGICO
           MOVE ZERO TO WS-CNV-USADOS.
           INITIALIZE WS-CNV-TOTAL.
           MOVE LOW-VALUES TO QUO-REF.
           START QUO-FILE KEY IS NOT LESS THAN QUO-REF.
           PERFORM UNTIL WS-QUO-STATUS NOT = "00"
               READ QUO-FILE NEXT RECORD
               IF WS-QUO-STATUS = "00"
                   PERFORM ACUMULAR-MES
               END-IF
           END-PERFORM.

           IF WS-CNV-USADOS = ZERO
               MOVE "DM-QVACIO" TO WS-MSG-ID
               PERFORM MOSTRAR-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE "DM-QCNVCAB" TO WS-MSG-ID.
           PERFORM MOSTRAR-MSG.
           PERFORM MOSTRAR-MES-CONVERSION
               VARYING WS-CNV-I FROM 1 BY 1
               UNTIL WS-CNV-I > WS-CNV-USADOS.

           MOVE "TOTAL" TO WS-CNL-MES.
           MOVE WS-CNT-COTIZ TO WS-CNL-COTIZ.
           MOVE WS-CNT-ACEPT TO WS-CNL-ACEPT.
           MOVE WS-CNT-RECHAZ TO WS-CNL-RECHAZ.
           MOVE WS-CNT-VENC TO WS-CNL-VENC.
           MOVE WS-CNT-PEND TO WS-CNL-PEND.
           COMPUTE WS-CNV-PCT ROUNDED =
               WS-CNT-ACEPT * 100 / WS-CNT-COTIZ.
           MOVE WS-CNV-PCT TO WS-CNL-PCT.
           PERFORM AJUSTAR-DECIMALES.
           DISPLAY WS-CNV-LINEA.

       ACUMULAR-MES.
      *>   BUSCA EL MES DE LA COTIZACION EN LA TABLA; SI NO ESTA SE
      *>   INSERTA EN SU SITIO PARA MANTENER EL ORDEN
           MOVE "N" TO WS-CNV-HALLADO.
           PERFORM VARYING WS-CNV-I FROM 1 BY 1
                   UNTIL WS-CNV-I > WS-CNV-USADOS
                   OR WS-CNV-HALLADO = "S"
                   OR WS-CNV-MES(WS-CNV-I) > QUO-FECHA(1:7)
               IF WS-CNV-MES(WS-CNV-I) = QUO-FECHA(1:7)
                   MOVE "S" TO WS-CNV-HALLADO
               END-IF
           END-PERFORM.
           IF WS-CNV-HALLADO = "S"
               SUBTRACT 1 FROM WS-CNV-I
           ELSE
               IF WS-CNV-USADOS >= 120
                   EXIT PARAGRAPH
               END-IF
               PERFORM DESPLAZAR-MES
                   VARYING WS-CNV-J FROM WS-CNV-USADOS BY -1
                   UNTIL WS-CNV-J < WS-CNV-I
               ADD 1 TO WS-CNV-USADOS
               INITIALIZE WS-CNV-ENTRADA(WS-CNV-I)
               MOVE QUO-FECHA(1:7) TO WS-CNV-MES(WS-CNV-I)
           END-IF.

           ADD 1 TO WS-CNV-COTIZ(WS-CNV-I) WS-CNT-COTIZ.
           EVALUATE QUO-ESTADO
               WHEN "A"
                   ADD 1 TO WS-CNV-ACEPT(WS-CNV-I) WS-CNT-ACEPT
               WHEN "R"
                   ADD 1 TO WS-CNV-RECHAZ(WS-CNV-I) WS-CNT-RECHAZ
               WHEN "V"
                   ADD 1 TO WS-CNV-VENC(WS-CNV-I) WS-CNT-VENC
               WHEN OTHER
                   ADD 1 TO WS-CNV-PEND(WS-CNV-I) WS-CNT-PEND
           END-EVALUATE.

       DESPLAZAR-MES.
           MOVE WS-CNV-ENTRADA(WS-CNV-J)
               TO WS-CNV-ENTRADA(WS-CNV-J + 1).

       MOSTRAR-MES-CONVERSION.
           MOVE WS-CNV-MES(WS-CNV-I) TO WS-CNL-MES.
           MOVE WS-CNV-COTIZ(WS-CNV-I) TO WS-CNL-COTIZ.
           MOVE WS-CNV-ACEPT(WS-CNV-I) TO WS-CNL-ACEPT.
           MOVE WS-CNV-RECHAZ(WS-CNV-I) TO WS-CNL-RECHAZ.
           MOVE WS-CNV-VENC(WS-CNV-I) TO WS-CNL-VENC.
           MOVE WS-CNV-PEND(WS-CNV-I) TO WS-CNL-PEND.
           COMPUTE WS-CNV-PCT ROUNDED =
               WS-CNV-ACEPT(WS-CNV-I) * 100 / WS-CNV-COTIZ(WS-CNV-I).
           MOVE WS-CNV-PCT TO WS-CNL-PCT.
           PERFORM AJUSTAR-DECIMALES.
           DISPLAY WS-CNV-LINEA.

       OBTENER-MSG.
      *>   TRAE UN TEXTO DEL CATALOGO BILINGUE Y CALCULA SU
      *>   LONGITUD UTIL SIN LOS BLANCOS DE RELLENO
               INSPECT WS-IMPORTE-ED REPLACING ALL "," BY "."
               INSPECT WS-TAE-ED REPLACING ALL "," BY "."
               INSPECT WS-TASA-ANUAL-ED REPLACING ALL "," BY "."
               INSPECT WS-CNL-PCT REPLACING ALL "," BY "."
               INSPECT WS-GAR-LTV-ED REPLACING ALL "," BY "."
               INSPECT WS-GAR-IMPORTE-ED REPLACING ALL "," BY "."
           END-IF.

       END PROGRAM DEMO.
