       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG587.
      ******************************************************************
      * FACTURAS ELECTRONICAS RECIBIDAS Y EVENTOS RADIAN               *
      * OCT-15-2026                                                    *
      *                                                                *
      * EL BUZON DE RECEPCION DEL PROVEEDOR TECNOLOGICO LEE EL XML DE  *
      * CADA FACTURA QUE LLEGA Y LA ENTREGA EN EL PLANO FCnnnppp.TXT.  *
      * LA IMPORTACION VALIDA EL NIT DEL PROVEEDOR EN CNNITCED, NO     *
      * ADMITE DOS VECES LA MISMA FACTURA DEL MISMO NIT, EXIGE CUFE Y  *
      * QUE EL TOTAL SEA BASE + IVA, Y DEJA LA FACTURA EN FACRECIB     *
      * CON BASE, IVA Y TOTAL YA DIGITADOS Y EL ACUSE DE RECIBO (030)  *
      * SOLICITADO.  LO QUE NO ENTRA SALE EN EL LISTADO CON SU CAUSAL. *
      * EL AUXILIAR LE ASIGNA CUENTA DE GASTO Y CENTRO DE COSTOS; DE   *
      * AHI EN ADELANTE PROG750 LA CAUSA CON LOS DATOS PRECARGADOS Y   *
      * LA MARCA CAUSADA.  LOS EVENTOS RADIAN (RECIBO DEL BIEN 032,    *
      * ACEPTACION EXPRESA 033 O RECLAMO 031) SE SOLICITAN POR         *
      * FACTURA RESPETANDO SU ORDEN; EL PROVEEDOR FIRMA Y TRANSMITE EL *
      * PLANO EVnnnppp.TXT Y SU RESPUESTA ERnnnppp.TXT DEVUELVE EL     *
      * ESTADO Y EL CUDE DE CADA EVENTO, COMO EN PROG388.              *
      * OPCIONES:                                                      *
      *   I = IMPORTA LAS FACTURAS RECIBIDAS (FCnnnppp.TXT)            *
      *   A = ASIGNA CUENTA DE GASTO Y CENTRO DE COSTOS                *
      *   V = SOLICITA EVENTOS DE UNA FACTURA (032 / 033 / 031)        *
      *   E = GENERA LOS EVENTOS SOLICITADOS (EVnnnppp.TXT)            *
      *   R = IMPORTA LA RESPUESTA DEL PROVEEDOR (ERnnnppp.TXT)        *
      *   L = LISTADO DE FACTURAS SIN CAUSAR CON SUS EVENTOS           *
      * FACTURAS: TIPO DOC 2 (01) / NIT 12 / PREFIJO 4 / NUMERO 10 /   *
      *           FECHA 8 / VENCE 8 / BASE, IVA, TOTAL 11V99 /         *
      *           CUFE 96 / NOMBRE 40                                  *
      * EVENTOS:  E = NIT EMPRESA / ANO / PERIODO                      *
      *           D = EVENTO 3 / NIT PROVEEDOR / PREFIJO / NUMERO /    *
      *               CUFE / FECHA / CONCEPTO DEL RECLAMO 2            *
      *           C = EVENTOS                                          *
      * RESPUESTA: NIT 12 / NUMERO 6 / EVENTO 3 / ESTADO 1 (A/R) /     *
      *            CAUSAL 30 / CUDE 96                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\USER-ACT.DYC".
               COPY "..\DYC\EMPRESAS.DYC".
               COPY "..\DYC\AUDITE.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\FACRECIB.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT FCRPLANO ASSIGN TO RANDOM "FCRPLANO"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS FCRPLANO-STATUS.
           SELECT EVEPLANO ASSIGN TO RANDOM "EVEPLANO"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS EVEPLANO-STATUS.
           SELECT EVERESPU ASSIGN TO RANDOM "EVERESPU"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS EVERESPU-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\FACRECIB.FD".
               COPY "..\FD\INFORMES.FD".
       FD  FCRPLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-FCRPLANO.
       01  REG-FCRPLANO.
           03  FCP-TIPO-DOC             PIC X(02).
           03  FCP-NIT                  PIC 9(12).
           03  FCP-PREFIJO              PIC X(04).
           03  FCP-NUMERO               PIC 9(10).
           03  FCP-FECHA                PIC 9(08).
           03  FCP-VENCE                PIC 9(08).
           03  FCP-BASE                 PIC 9(11)V99.
           03  FCP-IVA                  PIC 9(11)V99.
           03  FCP-TOTAL                PIC 9(11)V99.
           03  FCP-CUFE                 PIC X(96).
           03  FCP-NOMBRE               PIC X(40).
       FD  EVEPLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-EVEPLANO.
       01  REG-EVEPLANO                 PIC X(140).
       01  REG-EVEPLANO-E               REDEFINES REG-EVEPLANO.
           03  EVP-E-TIPO-REG           PIC X(01).
           03  EVP-E-NIT                PIC 9(12).
           03  EVP-E-ANO                PIC 9(04).
           03  EVP-E-PERIODO            PIC 9(03).
           03  FILLER                   PIC X(120).
       01  REG-EVEPLANO-D               REDEFINES REG-EVEPLANO.
           03  EVP-D-TIPO-REG           PIC X(01).
           03  EVP-D-EVENTO             PIC 9(03).
           03  EVP-D-NIT                PIC 9(12).
           03  EVP-D-PREFIJO            PIC X(04).
           03  EVP-D-NUMERO             PIC 9(06).
           03  EVP-D-CUFE               PIC X(96).
           03  EVP-D-FECHA              PIC 9(08).
           03  EVP-D-CONCEPTO           PIC X(02).
           03  FILLER                   PIC X(08).
       01  REG-EVEPLANO-C               REDEFINES REG-EVEPLANO.
           03  EVP-C-TIPO-REG           PIC X(01).
           03  EVP-C-EVENTOS            PIC 9(06).
           03  FILLER                   PIC X(133).
       FD  EVERESPU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-EVERESPU.
       01  REG-EVERESPU.
           03  EVR-NIT                  PIC 9(12).
           03  EVR-NUMERO               PIC 9(06).
           03  EVR-EVENTO               PIC 9(03).
           03  EVR-ESTADO               PIC X(01).
           03  EVR-CAUSAL               PIC X(30).
           03  EVR-CUDE                 PIC X(96).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG587".
       77      ID-PRG              PIC X(7)  VALUE "PROG587".
       77      FCRPLANO-STATUS     PIC X(02) VALUE "00".
       77      EVEPLANO-STATUS     PIC X(02) VALUE "00".
       77      EVERESPU-STATUS     PIC X(02) VALUE "00".
       01      LAB-FCRPLANO.
        03     FILLER              PIC X(02) VALUE "FC".
        03     LAB-FCRP-CIA        PIC 9(03) VALUE ZEROS.
        03     LAB-FCRP-PER        PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
       01      LAB-EVEPLANO.
        03     FILLER              PIC X(02) VALUE "EV".
        03     LAB-EVEP-CIA        PIC 9(03) VALUE ZEROS.
        03     LAB-EVEP-PER        PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
       01      LAB-EVERESPU.
        03     FILLER              PIC X(02) VALUE "ER".
        03     LAB-EVER-CIA        PIC 9(03) VALUE ZEROS.
        03     LAB-EVER-PER        PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
       77      W-OPCION-FRC        PIC X(01) VALUE SPACES.
       77      W-NIT-CAP           PIC 9(12) VALUE ZEROS.
       77      W-NUMERO-CAP        PIC 9(06) VALUE ZEROS.
       77      W-CTA-CAP           PIC 9(10) VALUE ZEROS.
       77      W-CENCOS-CAP        PIC 9(03) VALUE ZEROS.
       77      W-CONCEPTO-CAP      PIC X(02) VALUE SPACES.
       77      W-EV-IND            PIC 9(01) VALUE ZEROS.
       77      W-CODIGO-EVENTO     PIC 9(03) VALUE ZEROS.
       77      W-IMPORTADAS        PIC 9(06) VALUE ZEROS.
       77      W-RECHAZADAS        PIC 9(06) VALUE ZEROS.
       77      W-EVENTOS           PIC 9(06) VALUE ZEROS.
       77      W-MARCADOS          PIC 9(06) VALUE ZEROS.
       77      W-OMITIDOS          PIC 9(06) VALUE ZEROS.
       77      W-PENDIENTES        PIC 9(06) VALUE ZEROS.
       77      W-LISTAS            PIC 9(06) VALUE ZEROS.
       77      W-RECLAMADAS        PIC 9(06) VALUE ZEROS.
       77      W-BASE-IVA          PIC 9(12)V99 VALUE ZEROS.
       77      W-CAUSAL-RECHAZO    PIC X(40) VALUE SPACES.
       01      W-TEXTO-RECLAMO.
        03     FILLER              PIC X(21) VALUE
               "RECLAMADA - CONCEPTO ".
        03     W-TXR-CONCEPTO      PIC X(02) VALUE SPACES.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *  CODIGO DIAN DE CADA POSICION DE FRC-EVENTO
       01      W-CODIGOS-EVENTO.
        03     FILLER              PIC 9(03) VALUE 030.
        03     FILLER              PIC 9(03) VALUE 032.
        03     FILLER              PIC 9(03) VALUE 033.
        03     FILLER              PIC 9(03) VALUE 031.
       01      W-TABLA-EVENTOS     REDEFINES W-CODIGOS-EVENTO.
        03     W-EVENTO-DIAN       PIC 9(03) OCCURS 4 TIMES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\FACRECIB.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    I-TITULO    PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(120)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE " NIT          ".
         05    FILLER      PIC X(16)    VALUE " FACTURA        ".
         05    FILLER      PIC X(10)    VALUE " FECHA    ".
         05    FILLER      PIC X(18)    VALUE "       TOTAL      ".
         05    FILLER      PIC X(04)    VALUE " ES ".
         05    FILLER      PIC X(12)    VALUE " CUENTA     ".
         05    FILLER      PIC X(04)    VALUE " CC ".
         05    FILLER      PIC X(10)    VALUE " 30323331 ".
         05    FILLER      PIC X(32)    VALUE
              " CAUSAL / OBSERVACION           ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-NIT       PIC 9(12).
         05    FILLER      PIC X(02).
         05    I-PREFIJO   PIC X(04).
         05    I-NUMERO    PIC 9(10).
         05    FILLER      PIC X(01).
         05    I-FECHA-FRA PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(03).
         05    I-EST       PIC X(01).
         05    FILLER      PIC X(02).
         05    I-CUENTA    PIC Z(09)9.
         05    FILLER      PIC X(02).
         05    I-CENCOS    PIC ZZ9.
         05    FILLER      PIC X(03).
         05    I-EVENTOS.
          07   I-EV        PIC X(02)    OCCURS 4 TIMES.
         05    FILLER      PIC X(02).
         05    I-CAUSAL    PIC X(40).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\FACRECIB.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-MAIN-PROCESS.
           COPY "..\PRO\CONTROLA.PRO".
           INITIALIZE WK-EXCEPTION
           PERFORM I-USUARIOS        THRU F-USUARIOS.
           IF      SW-USER = 1       EXIT PROGRAM.
           PERFORM I-PROCESO-AUDITE  THRU F-PROCESO-AUDITE
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-STATUS-FACRECIB THRU F-STATUS-FACRECIB
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* FACTURAS ELECTRONICAS RECIBIDAS *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <I> IMPORTA FACTURAS DEL BUZON             !"
                                       LINE 07 POSITION 18
           DISPLAY "! <A> ASIGNA CUENTA Y CENTRO DE COSTOS       !"
                                       LINE 08 POSITION 18
           DISPLAY "! <V> SOLICITA EVENTOS DE UNA FACTURA        !"
                                       LINE 09 POSITION 18
           DISPLAY "! <E> GENERA EVENTOS SOLICITADOS             !"
                                       LINE 10 POSITION 18
           DISPLAY "! <R> IMPORTA RESPUESTA DEL PROVEEDOR        !"
                                       LINE 11 POSITION 18
           DISPLAY "! <L> FACTURAS SIN CAUSAR   [F2] TERMINAR    !"
                                       LINE 12 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 13 POSITION 18.
           DISPLAY CON-PERIODO         LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-FRC.
           IF  W-OPCION-FRC  =  "I"
               PERFORM I-IMPORTA       THRU F-IMPORTA
               GO TO F-OPCIONES.
           IF  W-OPCION-FRC  =  "A"
               PERFORM I-ASIGNA        THRU F-ASIGNA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-FRC  =  "V"
               PERFORM I-SOLICITA      THRU F-SOLICITA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-FRC  =  "E"
               PERFORM I-GENERA        THRU F-GENERA
               GO TO F-OPCIONES.
           IF  W-OPCION-FRC  =  "R"
               PERFORM I-RESPUESTA     THRU F-RESPUESTA
               GO TO F-OPCIONES.
           IF  W-OPCION-FRC  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-CNCATCTA-CIA
                                           LAB-FACRECIB-CIA
                                           LAB-FCRP-CIA
                                           LAB-EVEP-CIA
                                           LAB-EVER-CIA.
           MOVE CON-PERIODO            TO  LAB-FCRP-PER
                                           LAB-EVEP-PER
                                           LAB-EVER-PER.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 587                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-FACRECIB.
           OPEN INPUT FACRECIB.
           IF  FACRECIB-STATUS  =  "35"
               OPEN OUTPUT FACRECIB.
           CLOSE FACRECIB.
       F-STATUS-FACRECIB.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNNITCED CNCATCTA.
           OPEN I-O FACRECIB.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION I: CADA FACTURA DEL BUZON SE VALIDA Y QUEDA PENDIENTE  *
      *  DE IMPUTACION CON EL ACUSE DE RECIBO (030) SOLICITADO.  LAS   *
      *  RECHAZADAS SE LISTAN CON SU CAUSAL.                           *
      ******************************************************************
       I-IMPORTA.
           OPEN INPUT FCRPLANO.
           IF  FCRPLANO-STATUS  >  "00"
               DISPLAY "NO EXISTE EL ARCHIVO DE FACTURAS RECIBIDAS FC"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-IMPORTA.
           OPEN OUTPUT INFORMES.
           MOVE "FACTURAS RECIBIDAS - RECHAZOS DE LA IMPORTACION"
                                       TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  W-IMPORTADAS
                                           W-RECHAZADAS.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
       I-IMPORTA-CICLO.
           READ FCRPLANO AT END
                GO TO I-IMPORTA-FIN.
           PERFORM I-VALIDA-FACTURA    THRU F-VALIDA-FACTURA.
           IF  W-CAUSAL-RECHAZO  NOT =  SPACES
               PERFORM I-LISTA-RECHAZO THRU F-LISTA-RECHAZO
               GO TO I-IMPORTA-CICLO.
           MOVE SPACES                 TO  REG-FACRECIB.
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           MOVE FCP-NIT                TO  FRC-NIT.
           MOVE FCP-NUMERO             TO  FRC-NUMERO.
           MOVE FCP-PREFIJO            TO  FRC-PREFIJO.
           MOVE FCP-FECHA              TO  FRC-FECHA-FRA.
           MOVE FCP-VENCE              TO  FRC-FECHA-VCTO.
           IF  FCP-VENCE  =  ZEROS
               MOVE FCP-FECHA          TO  FRC-FECHA-VCTO.
           MOVE FCP-BASE               TO  FRC-BASE.
           MOVE FCP-IVA                TO  FRC-IVA.
           MOVE FCP-TOTAL              TO  FRC-TOTAL.
           MOVE FCP-CUFE               TO  FRC-CUFE.
           MOVE WK-FECHA-HOY           TO  FRC-FECHA-RECIBO.
           MOVE "P"                    TO  FRC-ESTADO.
           MOVE ZEROS                  TO  FRC-CTA-GASTO  FRC-CENCOS
                                           FRC-TIPO-COMP  FRC-NUM-COMP.
           MOVE ZEROS                  TO  W-EV-IND.
           PERFORM I-LIMPIA-EVENTO     THRU F-LIMPIA-EVENTO 4 TIMES.
           MOVE "S"                    TO  FRC-EV-ESTADO (1).
           MOVE CON-USERNAME           TO  FRC-USUARIO.
           WRITE REG-FACRECIB INVALID KEY
                 MOVE "FACTURA YA RECIBIDA DE ESE NIT"
                                       TO  W-CAUSAL-RECHAZO
                 PERFORM I-LISTA-RECHAZO THRU F-LISTA-RECHAZO
                 GO TO I-IMPORTA-CICLO.
           ADD 1                       TO  W-IMPORTADAS.
           GO TO I-IMPORTA-CICLO.
       I-IMPORTA-FIN.
           CLOSE FCRPLANO.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "FACTURAS IMPORTADAS:"  TO  I-TEXTO.
           MOVE W-IMPORTADAS           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "FACTURAS RECHAZADAS:"  TO  I-TEXTO.
           MOVE W-RECHAZADAS           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "IMPORTADAS:"       LINE 24 POSITION 01 REVERSE.
           MOVE W-IMPORTADAS           TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 13 REVERSE.
           DISPLAY "RECHAZADAS (VER LISTADO):"
                                       LINE 24 POSITION 21 REVERSE.
           MOVE W-RECHAZADAS           TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 47 REVERSE.
       F-IMPORTA.
      *
       I-LIMPIA-EVENTO.
           ADD 1                       TO  W-EV-IND.
           MOVE SPACES                 TO  FRC-EV-ESTADO (W-EV-IND)
                                           FRC-EV-CUDE (W-EV-IND).
           MOVE ZEROS                  TO  FRC-EV-FECHA (W-EV-IND).
       F-LIMPIA-EVENTO.
      *
       I-VALIDA-FACTURA.
           MOVE SPACES                 TO  W-CAUSAL-RECHAZO.
           IF  FCP-TIPO-DOC  NOT =  "01"
               MOVE "TIPO DE DOCUMENTO NO ES FACTURA (01)"
                                       TO  W-CAUSAL-RECHAZO
               GO TO F-VALIDA-FACTURA.
           IF  FCP-NIT  NOT NUMERIC  OR  FCP-NUMERO  NOT NUMERIC
           OR  FCP-FECHA  NOT NUMERIC  OR  FCP-VENCE  NOT NUMERIC
           OR  FCP-BASE  NOT NUMERIC  OR  FCP-IVA  NOT NUMERIC
           OR  FCP-TOTAL  NOT NUMERIC
               MOVE "REGISTRO CON CAMPOS NUMERICOS INVALIDOS"
                                       TO  W-CAUSAL-RECHAZO
               GO TO F-VALIDA-FACTURA.
           IF  FCP-NUMERO  =  ZEROS  OR  FCP-NUMERO  >  999999
               MOVE "NUMERO DE FACTURA FUERA DE 1 A 999999"
                                       TO  W-CAUSAL-RECHAZO
               GO TO F-VALIDA-FACTURA.
           IF  FCP-CUFE  =  SPACES
               MOVE "FACTURA SIN CUFE"  TO  W-CAUSAL-RECHAZO
               GO TO F-VALIDA-FACTURA.
           COMPUTE W-BASE-IVA  =  FCP-BASE  +  FCP-IVA.
           IF  W-BASE-IVA  NOT =  FCP-TOTAL
               MOVE "TOTAL NO ES BASE + IVA (CAUSAR A MANO)"
                                       TO  W-CAUSAL-RECHAZO
               GO TO F-VALIDA-FACTURA.
      *  EL PROVEEDOR DEBE EXISTIR EN EL CATALOGO DE NITS
           MOVE FCP-NIT                TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE "NIT NO EXISTE EN CNNITCED (PROG060)"
                                       TO  W-CAUSAL-RECHAZO
                GO TO F-VALIDA-FACTURA.
      *  NO SE RECIBE DOS VECES LA MISMA FACTURA DEL MISMO NIT
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           MOVE FCP-NIT                TO  FRC-NIT.
           MOVE FCP-NUMERO             TO  FRC-NUMERO.
           READ FACRECIB WITH NO LOCK INVALID KEY
                GO TO F-VALIDA-FACTURA.
           MOVE "FACTURA YA RECIBIDA DE ESE NIT"
                                       TO  W-CAUSAL-RECHAZO.
       F-VALIDA-FACTURA.
      *
       I-LISTA-RECHAZO.
           ADD 1                       TO  W-RECHAZADAS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           IF  FCP-NIT  NUMERIC
               MOVE FCP-NIT            TO  I-NIT.
           MOVE FCP-PREFIJO            TO  I-PREFIJO.
           IF  FCP-NUMERO  NUMERIC
               MOVE FCP-NUMERO         TO  I-NUMERO.
           IF  FCP-FECHA  NUMERIC
               MOVE FCP-FECHA          TO  I-FECHA-FRA.
           IF  FCP-TOTAL  NUMERIC
               MOVE FCP-TOTAL          TO  I-TOTAL.
           MOVE W-CAUSAL-RECHAZO       TO  I-CAUSAL.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LISTA-RECHAZO.
      *
      ******************************************************************
      *  UBICA UNA FACTURA RECIBIDA POR NIT Y NUMERO (OPCIONES A Y V)  *
      ******************************************************************
       I-UBICA-FACTURA.
           DISPLAY "NIT PROVEEDOR..:"  LINE 15 POSITION 10.
           DISPLAY "FACTURA No.....:"  LINE 16 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  SW-1.
           ACCEPT W-NIT-CAP            LINE 15 POSITION 27
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NIT-CAP  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-UBICA-FACTURA.
           ACCEPT W-NUMERO-CAP         LINE 16 POSITION 27
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NUMERO-CAP  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-UBICA-FACTURA.
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           MOVE W-NIT-CAP              TO  FRC-NIT.
           MOVE W-NUMERO-CAP           TO  FRC-NUMERO.
           READ FACRECIB INVALID KEY
                DISPLAY "NO HAY FACTURA RECIBIDA CON ESE NIT Y NUMERO"
                        LINE 24 POSITION 01 REVERSE BLINK
                GO TO I-UBICA-FACTURA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE FRC-NIT                TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           DISPLAY NOMBM               LINE 15 POSITION 41 REVERSE.
           DISPLAY FRC-PREFIJO         LINE 16 POSITION 41 REVERSE.
           DISPLAY "FECHA:"            LINE 16 POSITION 47.
           DISPLAY FRC-FECHA-FRA       LINE 16 POSITION 54 REVERSE.
           DISPLAY "ESTADO:"           LINE 16 POSITION 64.
           DISPLAY FRC-ESTADO          LINE 16 POSITION 72 REVERSE.
           DISPLAY "BASE:"             LINE 17 POSITION 10.
           MOVE FRC-BASE               TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 17 POSITION 16 REVERSE.
           DISPLAY "IVA:"              LINE 17 POSITION 35.
           MOVE FRC-IVA                TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 17 POSITION 40 REVERSE.
           DISPLAY "EVENTOS 030 032 033 031:"
                                       LINE 18 POSITION 10.
           DISPLAY FRC-EV-ESTADO (1)   LINE 18 POSITION 36 REVERSE.
           DISPLAY FRC-EV-ESTADO (2)   LINE 18 POSITION 40 REVERSE.
           DISPLAY FRC-EV-ESTADO (3)   LINE 18 POSITION 44 REVERSE.
           DISPLAY FRC-EV-ESTADO (4)   LINE 18 POSITION 48 REVERSE.
       F-UBICA-FACTURA.
      *
      ******************************************************************
      *  OPCION A: CUENTA DE GASTO (PUC) Y CENTRO DE COSTOS.  CON LOS  *
      *  DOS ASIGNADOS LA FACTURA QUEDA LISTA PARA CAUSAR EN PROG750.  *
      ******************************************************************
       I-ASIGNA.
           PERFORM I-UBICA-FACTURA     THRU F-UBICA-FACTURA.
           IF  SW-1  =  1              GO TO F-ASIGNA.
           IF  FRC-ESTADO  =  "C"
               DISPLAY "FACTURA YA CAUSADA - COMPROBANTE:"
                       LINE 24 POSITION 01 REVERSE BLINK
               DISPLAY FRC-NUM-COMP    LINE 24 POSITION 35 REVERSE
               GO TO I-ASIGNA.
           IF  FRC-ESTADO  =  "X"
               DISPLAY "FACTURA RECLAMADA (EVENTO 031), NO SE CAUSA"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-ASIGNA.
           DISPLAY "CUENTA GASTO...:"  LINE 20 POSITION 10.
           DISPLAY "CENTRO COSTOS..:"  LINE 21 POSITION 10.
           MOVE FRC-CTA-GASTO          TO  W-CTA-CAP.
           MOVE FRC-CENCOS             TO  W-CENCOS-CAP.
       I-ASIGNA-CUENTA.
           ACCEPT W-CTA-CAP            LINE 20 POSITION 27
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-ASIGNA.
           IF  W-CTA-CAP  =  ZEROS     GO TO I-ASIGNA-CUENTA.
           MOVE W-CTA-CAP              TO  CTAMAE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                DISPLAY "CUENTA DE GASTO NO EXISTE EN EL PUC"
                        LINE 24 POSITION 01 REVERSE BLINK
                GO TO I-ASIGNA-CUENTA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY NOMCTA              LINE 20 POSITION 39 REVERSE.
           ACCEPT W-CENCOS-CAP         LINE 21 POSITION 27
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-ASIGNA.
           MOVE W-CTA-CAP              TO  FRC-CTA-GASTO.
           MOVE W-CENCOS-CAP           TO  FRC-CENCOS.
           MOVE "L"                    TO  FRC-ESTADO.
           MOVE CON-USERNAME           TO  FRC-USUARIO.
           REWRITE REG-FACRECIB.
           DISPLAY "FACTURA LISTA PARA CAUSAR (PROG750)       "
                   LINE 24 POSITION 01 REVERSE.
           DISPLAY WK-ESPACIOS         LINE 20 POSITION 01.
           DISPLAY WK-ESPACIOS         LINE 21 POSITION 01.
           GO TO I-ASIGNA.
       F-ASIGNA.
      *
      ******************************************************************
      *  OPCION V: SOLICITUD DE EVENTOS EN EL ORDEN DE RADIAN.  EL     *
      *  RECIBO DEL BIEN (032) VA DESPUES DEL ACUSE (030); LA          *
      *  ACEPTACION EXPRESA (033) O EL RECLAMO (031) DESPUES DEL       *
      *  RECIBO, Y SON EXCLUYENTES.  UN EVENTO RECHAZADO SE PUEDE      *
      *  VOLVER A SOLICITAR.  LA FACTURA RECLAMADA NO SE CAUSA.        *
      ******************************************************************
       I-SOLICITA.
           PERFORM I-UBICA-FACTURA     THRU F-UBICA-FACTURA.
           IF  SW-1  =  1              GO TO F-SOLICITA.
           DISPLAY "[B] RECIBO DEL BIEN  [A] ACEPTA  [X] RECLAMO"
                   LINE 20 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-SOLICITA.
           IF  W-TRUCO  =  "B"
               PERFORM I-SOLICITA-RECIBO THRU F-SOLICITA-RECIBO
               GO TO I-SOLICITA.
           IF  W-TRUCO  =  "A"
               PERFORM I-SOLICITA-ACEPTA THRU F-SOLICITA-ACEPTA
               GO TO I-SOLICITA.
           IF  W-TRUCO  =  "X"
               PERFORM I-SOLICITA-RECLAMO THRU F-SOLICITA-RECLAMO.
           GO TO I-SOLICITA.
       F-SOLICITA.
      *
       I-SOLICITA-RECIBO.
           IF  FRC-EV-ESTADO (1)  =  SPACES
           OR  FRC-EV-ESTADO (1)  =  "R"
               DISPLAY "FALTA EL ACUSE DE RECIBO (030)             "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-SOLICITA-RECIBO.
           IF  FRC-EV-ESTADO (2)  NOT =  SPACES
           AND FRC-EV-ESTADO (2)  NOT =  "R"
               DISPLAY "EL RECIBO DEL BIEN (032) YA FUE SOLICITADO  "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-SOLICITA-RECIBO.
           MOVE 2                      TO  W-EV-IND.
           PERFORM I-MARCA-SOLICITADO  THRU F-MARCA-SOLICITADO.
       F-SOLICITA-RECIBO.
      *
       I-SOLICITA-ACEPTA.
           PERFORM I-VALIDA-DECISION   THRU F-VALIDA-DECISION.
           IF  SW-1  =  1              GO TO F-SOLICITA-ACEPTA.
           MOVE 3                      TO  W-EV-IND.
           PERFORM I-MARCA-SOLICITADO  THRU F-MARCA-SOLICITADO.
       F-SOLICITA-ACEPTA.
      *
       I-SOLICITA-RECLAMO.
           PERFORM I-VALIDA-DECISION   THRU F-VALIDA-DECISION.
           IF  SW-1  =  1              GO TO F-SOLICITA-RECLAMO.
           IF  FRC-ESTADO  =  "C"
               DISPLAY "FACTURA YA CAUSADA: ANULE EL COMPROBANTE ANTES"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-SOLICITA-RECLAMO.
           DISPLAY "CONCEPTO RECLAMO (01-04):" LINE 21 POSITION 10.
           MOVE SPACES                 TO  W-CONCEPTO-CAP.
       I-SOLICITA-CONCEPTO.
           ACCEPT W-CONCEPTO-CAP       LINE 21 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-SOLICITA-RECLAMO.
           IF  W-CONCEPTO-CAP  NOT =  "01"
           AND W-CONCEPTO-CAP  NOT =  "02"
           AND W-CONCEPTO-CAP  NOT =  "03"
           AND W-CONCEPTO-CAP  NOT =  "04"
               GO TO I-SOLICITA-CONCEPTO.
           MOVE W-CONCEPTO-CAP         TO  FRC-CONCEPTO-RECLAMO.
           MOVE "X"                    TO  FRC-ESTADO.
           MOVE 4                      TO  W-EV-IND.
           PERFORM I-MARCA-SOLICITADO  THRU F-MARCA-SOLICITADO.
           DISPLAY WK-ESPACIOS         LINE 21 POSITION 01.
       F-SOLICITA-RECLAMO.
      *
      *  ACEPTACION O RECLAMO: EXIGE EL RECIBO DEL BIEN Y QUE NO HAYA
      *  OTRA DECISION VIGENTE SOBRE LA FACTURA
       I-VALIDA-DECISION.
           MOVE ZEROS                  TO  SW-1.
           IF  FRC-EV-ESTADO (2)  =  SPACES
           OR  FRC-EV-ESTADO (2)  =  "R"
               MOVE 1                  TO  SW-1
               DISPLAY "FALTA EL RECIBO DEL BIEN (032)             "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-VALIDA-DECISION.
           IF  (FRC-EV-ESTADO (3)  NOT =  SPACES
           AND  FRC-EV-ESTADO (3)  NOT =  "R")
           OR  (FRC-EV-ESTADO (4)  NOT =  SPACES
           AND  FRC-EV-ESTADO (4)  NOT =  "R")
               MOVE 1                  TO  SW-1
               DISPLAY "LA FACTURA YA TIENE ACEPTACION O RECLAMO   "
                       LINE 24 POSITION 01 REVERSE BLINK.
       F-VALIDA-DECISION.
      *
       I-MARCA-SOLICITADO.
           MOVE "S"                    TO  FRC-EV-ESTADO (W-EV-IND).
           MOVE WK-FECHA-HOY           TO  FRC-EV-FECHA (W-EV-IND).
           MOVE SPACES                 TO  FRC-EV-CUDE (W-EV-IND).
           MOVE CON-USERNAME           TO  FRC-USUARIO.
           REWRITE REG-FACRECIB.
           DISPLAY "EVENTO SOLICITADO:"  LINE 24 POSITION 01 REVERSE.
           MOVE W-EVENTO-DIAN (W-EV-IND)  TO  W-CODIGO-EVENTO.
           DISPLAY W-CODIGO-EVENTO     LINE 24 POSITION 20 REVERSE.
       F-MARCA-SOLICITADO.
      *
      ******************************************************************
      *  OPCION E: TODOS LOS EVENTOS SOLICITADOS VAN AL PLANO DEL      *
      *  PROVEEDOR, POR FACTURA Y EN EL ORDEN 030, 032, 033/031, Y     *
      *  QUEDAN GENERADOS.                                             *
      ******************************************************************
       I-GENERA.
           OPEN OUTPUT EVEPLANO.
           MOVE SPACES                 TO  REG-EVEPLANO.
           MOVE "E"                    TO  EVP-E-TIPO-REG.
           MOVE WIN-NIT                TO  EVP-E-NIT.
           MOVE CON-ANO                TO  EVP-E-ANO.
           MOVE CON-PERIODO            TO  EVP-E-PERIODO.
           WRITE REG-EVEPLANO.
           MOVE ZEROS                  TO  W-EVENTOS  FIN-OK
                                           FRC-CLAVE.
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           START FACRECIB KEY NOT LESS FRC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-GENERA-CICLO.
           IF  FIN-OK  =  1            GO TO I-GENERA-FIN.
           READ FACRECIB NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-GENERA-FIN.
           IF  FRC-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-GENERA-FIN.
           MOVE ZEROS                  TO  W-EV-IND  SW-1.
           PERFORM I-GENERA-EVENTO     THRU F-GENERA-EVENTO 4 TIMES.
           IF  SW-1  =  1
               MOVE CON-USERNAME       TO  FRC-USUARIO
               REWRITE REG-FACRECIB.
           GO TO I-GENERA-CICLO.
       I-GENERA-FIN.
           MOVE SPACES                 TO  REG-EVEPLANO.
           MOVE "C"                    TO  EVP-C-TIPO-REG.
           MOVE W-EVENTOS              TO  EVP-C-EVENTOS.
           WRITE REG-EVEPLANO.
           CLOSE EVEPLANO.
           DISPLAY "EVENTOS GENERADOS:"  LINE 24 POSITION 01 REVERSE.
           MOVE W-EVENTOS              TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 20 REVERSE.
       F-GENERA.
      *
       I-GENERA-EVENTO.
           ADD 1                       TO  W-EV-IND.
           IF  FRC-EV-ESTADO (W-EV-IND)  NOT =  "S"
               GO TO F-GENERA-EVENTO.
           MOVE SPACES                 TO  REG-EVEPLANO.
           MOVE "D"                    TO  EVP-D-TIPO-REG.
           MOVE W-EVENTO-DIAN (W-EV-IND)  TO  EVP-D-EVENTO.
           MOVE FRC-NIT                TO  EVP-D-NIT.
           MOVE FRC-PREFIJO            TO  EVP-D-PREFIJO.
           MOVE FRC-NUMERO             TO  EVP-D-NUMERO.
           MOVE FRC-CUFE               TO  EVP-D-CUFE.
           MOVE WK-FECHA-HOY           TO  EVP-D-FECHA.
           IF  W-EV-IND  =  4
               MOVE FRC-CONCEPTO-RECLAMO  TO  EVP-D-CONCEPTO.
           WRITE REG-EVEPLANO.
           MOVE "G"                    TO  FRC-EV-ESTADO (W-EV-IND).
           MOVE WK-FECHA-HOY           TO  FRC-EV-FECHA (W-EV-IND).
           MOVE 1                      TO  SW-1.
           ADD 1                       TO  W-EVENTOS.
       F-GENERA-EVENTO.
      *
      ******************************************************************
      *  OPCION R: RESPUESTA DEL PROVEEDOR POR FACTURA Y EVENTO.  SI   *
      *  LA DIAN RECHAZA EL RECLAMO LA FACTURA VUELVE A SU ESTADO      *
      *  ANTERIOR (PENDIENTE O LISTA PARA CAUSAR).                     *
      ******************************************************************
       I-RESPUESTA.
           OPEN INPUT EVERESPU.
           IF  EVERESPU-STATUS  >  "00"
               DISPLAY "NO EXISTE EL ARCHIVO DE RESPUESTA ER"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-RESPUESTA.
           MOVE ZEROS                  TO  W-MARCADOS  W-OMITIDOS.
       I-RESPUESTA-CICLO.
           READ EVERESPU AT END
                GO TO I-RESPUESTA-FIN.
           IF  EVR-ESTADO  NOT =  "A"  AND  EVR-ESTADO  NOT =  "R"
               ADD 1                   TO  W-OMITIDOS
               GO TO I-RESPUESTA-CICLO.
           MOVE ZEROS                  TO  W-EV-IND.
           IF  EVR-EVENTO  =  030      MOVE 1  TO  W-EV-IND.
           IF  EVR-EVENTO  =  032      MOVE 2  TO  W-EV-IND.
           IF  EVR-EVENTO  =  033      MOVE 3  TO  W-EV-IND.
           IF  EVR-EVENTO  =  031      MOVE 4  TO  W-EV-IND.
           IF  W-EV-IND  =  ZEROS
               ADD 1                   TO  W-OMITIDOS
               GO TO I-RESPUESTA-CICLO.
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           MOVE EVR-NIT                TO  FRC-NIT.
           MOVE EVR-NUMERO             TO  FRC-NUMERO.
           MOVE ZEROS                  TO  SW-1.
           READ FACRECIB INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               ADD 1                   TO  W-OMITIDOS
               GO TO I-RESPUESTA-CICLO.
           MOVE EVR-ESTADO             TO  FRC-EV-ESTADO (W-EV-IND).
           MOVE WK-FECHA-HOY           TO  FRC-EV-FECHA (W-EV-IND).
           MOVE EVR-CAUSAL             TO  FRC-CAUSAL.
           IF  EVR-ESTADO  =  "A"
               MOVE EVR-CUDE           TO  FRC-EV-CUDE (W-EV-IND).
           IF  W-EV-IND  =  4  AND  EVR-ESTADO  =  "R"
           AND FRC-ESTADO  =  "X"
               MOVE "P"                TO  FRC-ESTADO
               IF  FRC-CTA-GASTO  NOT =  ZEROS
                   MOVE "L"            TO  FRC-ESTADO.
           MOVE CON-USERNAME           TO  FRC-USUARIO.
           REWRITE REG-FACRECIB.
           ADD 1                       TO  W-MARCADOS.
           GO TO I-RESPUESTA-CICLO.
       I-RESPUESTA-FIN.
           CLOSE EVERESPU.
           DISPLAY "RESPUESTAS APLICADAS:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-MARCADOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 23 REVERSE.
           DISPLAY "SIN FACTURA O EVENTO:"  LINE 24 POSITION 31 REVERSE.
           MOVE W-OMITIDOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 53 REVERSE.
       F-RESPUESTA.
      *
      ******************************************************************
      *  OPCION L: FACTURAS RECIBIDAS SIN CAUSAR, CON EL ESTADO DE     *
      *  CADA EVENTO (ESPACIO/S/G/A/R EN 030 032 033 031)              *
      ******************************************************************
       I-LISTADO.
           OPEN OUTPUT INFORMES.
           MOVE "FACTURAS ELECTRONICAS RECIBIDAS SIN CAUSAR"
                                       TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  FIN-OK  FRC-CLAVE
                                           W-PENDIENTES  W-LISTAS
                                           W-RECLAMADAS.
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           START FACRECIB KEY NOT LESS FRC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LISTADO-CICLO.
           IF  FIN-OK  =  1            GO TO I-LISTADO-FIN.
           READ FACRECIB NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LISTADO-FIN.
           IF  FRC-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-LISTADO-FIN.
           IF  FRC-ESTADO  =  "C"      GO TO I-LISTADO-CICLO.
           IF  FRC-ESTADO  =  "P"      ADD 1  TO  W-PENDIENTES.
           IF  FRC-ESTADO  =  "L"      ADD 1  TO  W-LISTAS.
           IF  FRC-ESTADO  =  "X"      ADD 1  TO  W-RECLAMADAS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE FRC-NIT                TO  I-NIT.
           MOVE FRC-PREFIJO            TO  I-PREFIJO.
           MOVE FRC-NUMERO             TO  I-NUMERO.
           MOVE FRC-FECHA-FRA          TO  I-FECHA-FRA.
           MOVE FRC-TOTAL              TO  I-TOTAL.
           MOVE FRC-ESTADO             TO  I-EST.
           MOVE FRC-CTA-GASTO          TO  I-CUENTA.
           MOVE FRC-CENCOS             TO  I-CENCOS.
           MOVE ZEROS                  TO  W-EV-IND.
           PERFORM I-LISTA-EVENTO      THRU F-LISTA-EVENTO 4 TIMES.
           MOVE FRC-CAUSAL             TO  I-CAUSAL.
           IF  FRC-ESTADO  =  "X"
               MOVE FRC-CONCEPTO-RECLAMO  TO  W-TXR-CONCEPTO
               MOVE W-TEXTO-RECLAMO    TO  I-CAUSAL.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-LISTADO-CICLO.
       I-LISTADO-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PENDIENTES DE CUENTA Y CENTRO:"  TO  I-TEXTO.
           MOVE W-PENDIENTES           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "LISTAS PARA CAUSAR (PROG750):"  TO  I-TEXTO.
           MOVE W-LISTAS               TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "RECLAMADAS (EVENTO 031):"  TO  I-TEXTO.
           MOVE W-RECLAMADAS           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "LISTADO DE FACTURAS SIN CAUSAR GENERADO"
                   LINE 24 POSITION 01 REVERSE.
       F-LISTADO.
      *
       I-LISTA-EVENTO.
           ADD 1                       TO  W-EV-IND.
           MOVE FRC-EV-ESTADO (W-EV-IND)  TO  I-EV (W-EV-IND).
       F-LISTA-EVENTO.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 5                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CNNITCED CNCATCTA FACRECIB.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
