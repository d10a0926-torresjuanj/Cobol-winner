       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG588.
      ******************************************************************
      * DOCUMENTO SOPORTE: NOTA DE AJUSTE Y COMPRAS SIN SOPORTE        *
      * OCT-15-2026                                                    *
      *                                                                *
      * PROG750 EXPIDE EL DOCUMENTO SOPORTE CUANDO EL PROVEEDOR NO     *
      * ESTA OBLIGADO A FACTURAR (NITPERFI, PROG562) Y PROG388 LO      *
      * TRANSMITE.  AQUI:                                              *
      *   A = NOTA DE AJUSTE A UN DOCUMENTO SOPORTE DEL ANO: SE DIGITA *
      *       EL NUMERO Y LA BASE QUE SE REBAJA (NO MAS DE LO QUE LE   *
      *       QUEDA DESPUES DE LAS NOTAS ANTERIORES).  CADA LINEA DEL  *
      *       SOPORTE SE REVERSA EN LA MISMA PROPORCION (GASTO, IVA Y  *
      *       RETENCIONES) Y LA CUENTA POR PAGAR CUADRA EL             *
      *       COMPROBANTE, CON EL MISMO NIT Y FACTURA PARA LAS EDADES. *
      *       SE GRABA BAJO EL TIPO DE NOTA DE AJUSTE DE LOS           *
      *       PARAMETROS DE PROG388, CON EL SOPORTE EN CRUCETIP /      *
      *       CRUCEDOC; PROG388 LA TRANSMITE CUANDO EL SOPORTE ESTA    *
      *       ACEPTADO.  UN AUMENTO DE VALOR ES UN SOPORTE NUEVO.      *
      *   L = COMPRAS DEL PERIODO A TERCEROS NO OBLIGADOS A FACTURAR   *
      *       REGISTRADAS EN OTRO TIPO DE COMPROBANTE (SIN DOCUMENTO   *
      *       SOPORTE): DEBITOS A INVENTARIOS (14), PROPIEDAD PLANTA Y *
      *       EQUIPO (15), GASTOS (5), COSTOS DE VENTAS (6) Y DE       *
      *       PRODUCCION (7) CON NIT DE PERFIL NO OBLIGADO.            *
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
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\NITPERFI.DYC".
               COPY "..\DYC\FACELECT.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\NITPERFI.FD".
               COPY "..\FD\FACELECT.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG588".
       77      ID-PRG              PIC X(7)  VALUE "PROG588".
       77      W-OPCION-DSO        PIC X(01) VALUE SPACES.
       77      W-TIPO-SOPORTE      PIC 9(02) VALUE ZEROS.
       77      W-TIPO-AJUSTE       PIC 9(02) VALUE ZEROS.
       77      W-SOPORTE           PIC 9(06) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-FACTURA           PIC 9(06) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-VCTO        PIC 9(08) VALUE ZEROS.
       77      W-SOP-BASE          PIC S9(11)V99 VALUE ZEROS.
       77      W-SOP-IVA           PIC S9(11)V99 VALUE ZEROS.
       77      W-AJUSTADO          PIC S9(11)V99 VALUE ZEROS.
       77      W-DISPONIBLE        PIC S9(11)V99 VALUE ZEROS.
       77      W-AJUSTE-BASE       PIC 9(11)V99 VALUE ZEROS.
       77      W-FACTOR            PIC 9(01)V9(08) VALUE ZEROS.
       77      W-VALOR-LIN         PIC S9(11)V99 VALUE ZEROS.
       77      W-SUMA-LINEAS       PIC S9(13)V99 VALUE ZEROS.
       77      W-TOT-DEBITOS       PIC S9(13)V99 VALUE ZEROS.
       77      W-MAYOR-CREDITO     PIC S9(11)V99 VALUE ZEROS.
       77      W-MOTIVO            PIC X(40) VALUE SPACES.
       77      W-LIN-IND           PIC 9(02) COMP VALUE ZEROS.
       77      W-LIN-TOTAL         PIC 9(02) COMP VALUE ZEROS.
       77      W-LIN-CXP           PIC 9(02) COMP VALUE ZEROS.
       77      W-NIT-ANT           PIC 9(12) VALUE ZEROS.
       77      W-NIT-NO-OBLIGADO   PIC X(01) VALUE SPACES.
       77      W-COMPRAS           PIC 9(06) VALUE ZEROS.
       77      W-VALOR-COMPRAS     PIC S9(13)V99 VALUE ZEROS.
       77      SW-DESBORDE         PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *  LINEAS DEL DOCUMENTO SOPORTE QUE SE AJUSTA
       01      W-TABLA-SOPORTE.
        03     W-SOP-LINEA         OCCURS 20 TIMES.
         05    W-SOP-CUENTA        PIC 9(10).
         05    W-SOP-VALOR         PIC S9(11)V99.
         05    W-SOP-CENCOS        PIC 9(03).
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
        03     W-PARTE-DIA         PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      AREA-CNCONSEC.
        03     CNS-EMPRESA         PIC 9(07) VALUE ZEROS.
        03     CNS-TIPO            PIC 9(02) VALUE ZEROS.
        03     CNS-NUMERO          PIC 9(06) VALUE ZEROS.
        03     CNS-ESTADO          PIC X(02) VALUE SPACES.
       01      AREA-CNCIERRE.
        03     CIE-LNK-EMPRESA     PIC 9(07) VALUE ZEROS.
        03     CIE-LNK-ANO         PIC 9(04) VALUE ZEROS.
        03     CIE-LNK-PERIODO     PIC 9(03) VALUE ZEROS.
        03     CIE-LNK-ESTADO      PIC X(01) VALUE SPACES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\NITPERFI.LBL".
               COPY "..\LBL\FACELECT.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(06)    VALUE SPACES.
         05    FILLER      PIC X(52)    VALUE
              "COMPRAS A NO OBLIGADOS SIN DOCUMENTO SOPORTE  PER.: ".
         05    I-PERIODO   PIC 999.
         05    FILLER      PIC X(03)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(12)    VALUE " TIPO  NUM. ".
         05    FILLER      PIC X(10)    VALUE " FECHA    ".
         05    FILLER      PIC X(14)    VALUE " NIT          ".
         05    FILLER      PIC X(32)    VALUE
              " NOMBRE                         ".
         05    FILLER      PIC X(12)    VALUE " CUENTA     ".
         05    FILLER      PIC X(18)    VALUE "            VALOR ".
         05    FILLER      PIC X(34)    VALUE
              " CONCEPTO                         ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(02).
         05    I-TIPO      PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-NUMERO    PIC 9(06).
         05    FILLER      PIC X(01).
         05    I-FECHA-DOC PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-NIT       PIC 9(12).
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(02).
         05    I-CUENTA    PIC 9(10).
         05    FILLER      PIC X(01).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(02).
         05    I-CONCEPTO  PIC X(32).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZZ9.
         05    FILLER      PIC X(04).
         05    I-VALOR-TOT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\NITPERFI.DCL".
               COPY "..\DCL\FACELECT.DCL".
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
           PERFORM I-STATUS-ARCHIVOS THRU F-STATUS-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* DOCUMENTO SOPORTE - AJUSTES Y CONTROL *"
                                       TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <A> NOTA DE AJUSTE A UN DOCUMENTO SOPORTE  !"
                                       LINE 07 POSITION 18
           DISPLAY "! <L> COMPRAS SIN DOCUMENTO SOPORTE (PERIODO)!"
                                       LINE 08 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 09 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 10 POSITION 18.
           DISPLAY CON-PERIODO         LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-DSO.
           IF  W-OPCION-DSO  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO
               GO TO F-OPCIONES.
           IF  W-OPCION-DSO  NOT =  "A"
               GO TO F-OPCIONES.
           IF  W-TIPO-SOPORTE  =  ZEROS  OR  W-TIPO-AJUSTE  =  ZEROS
               DISPLAY "FALTAN LOS TIPOS DE SOPORTE Y AJUSTE (PROG388)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-OPCIONES.
           PERFORM I-VALIDA-CIERRE     THRU F-VALIDA-CIERRE.
           IF  SW-1  =  1              GO TO F-OPCIONES.
           PERFORM I-AJUSTE            THRU F-AJUSTE.
           PERFORM I-PANTALLA-1B       THRU F-PANTALLA-1B.
       F-OPCIONES.
      *
       I-VALIDA-CIERRE.
           MOVE ZEROS                  TO  SW-1.
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "C"
               MOVE 1                  TO  SW-1
               DISPLAY "PERIODO CERRADO (PROG028)"
                       LINE 24 POSITION 01 REVERSE BLINK.
       F-VALIDA-CIERRE.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-PERIODO            TO  I-PERIODO.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-NITPERFI-CIA
                                           LAB-FACELECT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 588                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT NITPERFI.
           IF  NITPERFI-STATUS  =  "35"
               OPEN OUTPUT NITPERFI.
           CLOSE NITPERFI.
           OPEN INPUT FACELECT.
           IF  FACELECT-STATUS  =  "35"
               OPEN OUTPUT FACELECT.
           CLOSE FACELECT.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNNITCED NITPERFI FACELECT.
           OPEN I-O CNDOCTOS.
           MOVE ZEROS                  TO  W-TIPO-SOPORTE
                                           W-TIPO-AJUSTE.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "0"                    TO  FEL-CLASE.
           MOVE ZEROS                  TO  FEL-TIPO  FEL-NUMERO.
           READ FACELECT WITH NO LOCK INVALID KEY
                GO TO F-ABRE-ARCHIVOS.
           IF  FEL-TIPO-SOPORTE  NUMERIC
               MOVE FEL-TIPO-SOPORTE   TO  W-TIPO-SOPORTE.
           IF  FEL-TIPO-AJUSTE  NUMERIC
               MOVE FEL-TIPO-AJUSTE    TO  W-TIPO-AJUSTE.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION A: NOTA DE AJUSTE AL DOCUMENTO SOPORTE                 *
      ******************************************************************
       I-AJUSTE.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "DOCUMENTO SOPORTE..:"  LINE 06 POSITION 10.
           DISPLAY "PROVEEDOR..........:"  LINE 07 POSITION 10.
           DISPLAY "BASE DEL SOPORTE...:"  LINE 08 POSITION 10.
           DISPLAY "IVA DEL SOPORTE....:"  LINE 09 POSITION 10.
           DISPLAY "AJUSTADO ANTES.....:"  LINE 10 POSITION 10.
           DISPLAY "BASE QUE SE REBAJA.:"  LINE 12 POSITION 10.
           DISPLAY "MOTIVO.............:"  LINE 13 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-SOPORTE.
           ACCEPT W-SOPORTE            LINE 06 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-SOPORTE  =  ZEROS
               GO TO F-AJUSTE.
           PERFORM I-LEE-SOPORTE       THRU F-LEE-SOPORTE.
           IF  SW-1  =  1              GO TO I-AJUSTE.
           MOVE W-NIT                  TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           DISPLAY W-NIT               LINE 07 POSITION 32 REVERSE.
           DISPLAY NOMBM               LINE 07 POSITION 46 REVERSE.
           MOVE W-SOP-BASE             TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 08 POSITION 32 REVERSE.
           MOVE W-SOP-IVA              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 09 POSITION 32 REVERSE.
           PERFORM I-AJUSTES-PREVIOS   THRU F-AJUSTES-PREVIOS.
           MOVE W-AJUSTADO             TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 10 POSITION 32 REVERSE.
           COMPUTE W-DISPONIBLE  =  W-SOP-BASE  -  W-AJUSTADO.
           IF  W-DISPONIBLE  NOT >  ZEROS
               DISPLAY "EL SOPORTE YA FUE AJUSTADO EN SU TOTALIDAD"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-AJUSTE.
      *  LA NOTA SE PUEDE GRABAR ANTES; PROG388 LA RETIENE HASTA QUE
      *  EL SOPORTE ESTE ACEPTADO
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "S"                    TO  FEL-CLASE.
           MOVE W-TIPO-SOPORTE         TO  FEL-TIPO.
           MOVE W-SOPORTE              TO  FEL-NUMERO.
           READ FACELECT WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  FEL-ESTADO.
           IF  FEL-ESTADO  NOT =  "A"
               DISPLAY "SOPORTE AUN NO ACEPTADO POR LA DIAN (PROG388)"
                       LINE 11 POSITION 10 REVERSE.
       I-AJUSTE-BASE.
           MOVE ZEROS                  TO  W-AJUSTE-BASE.
           ACCEPT W-AJUSTE-BASE        LINE 12 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-AJUSTE.
           IF  W-AJUSTE-BASE  =  ZEROS GO TO I-AJUSTE-BASE.
           IF  W-AJUSTE-BASE  >  W-DISPONIBLE
               DISPLAY "SUPERA LA BASE QUE LE QUEDA AL SOPORTE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-AJUSTE-BASE.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE "NOTA AJUSTE DOCUMENTO SOPORTE"  TO  W-MOTIVO.
           ACCEPT W-MOTIVO             LINE 13 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-AJUSTE.
           COMPUTE W-FACTOR ROUNDED  =  W-AJUSTE-BASE  /  W-SOP-BASE.
           DISPLAY "[ G ] GRABA LA NOTA DE AJUSTE  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO I-AJUSTE.
           PERFORM I-GRABA-NOTA        THRU F-GRABA-NOTA.
           GO TO I-AJUSTE.
       F-AJUSTE.
      *
      *  LINEAS DEL SOPORTE: BASE = DEBITOS FUERA DE 2408, IVA = 2408;
      *  LA CUENTA POR PAGAR ES EL MAYOR CREDITO
       I-LEE-SOPORTE.
           MOVE ZEROS                  TO  SW-1  W-LIN-TOTAL  W-LIN-CXP
                                           W-SOP-BASE  W-SOP-IVA  W-NIT
                                           W-FACTURA  W-FECHA-VCTO
                                           W-MAYOR-CREDITO  SW-DESBORDE
                                           FIN-OK.
           MOVE ZEROS                  TO  KEY00-DOCTOS.
           MOVE W-TIPO-SOPORTE         TO  RADICTIP-DOCTOS.
           MOVE W-SOPORTE              TO  RADICDOC-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LEE-SOPORTE-LINEA.
           IF  FIN-OK  =  1            GO TO I-LEE-SOPORTE-FIN.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LEE-SOPORTE-FIN.
           IF  RADICTIP-DOCTOS  NOT =  W-TIPO-SOPORTE
           OR  RADICDOC-DOCTOS  NOT =  W-SOPORTE
               MOVE 1                  TO  FIN-OK
               GO TO I-LEE-SOPORTE-FIN.
           IF  MOTANU-DOCTOS  NOT =  ZEROS
               MOVE 1                  TO  SW-1
               DISPLAY "DOCUMENTO SOPORTE ANULADO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LEE-SOPORTE.
           IF  W-LIN-TOTAL  NOT <  20
               MOVE 1                  TO  SW-DESBORDE
               GO TO I-LEE-SOPORTE-LINEA.
           ADD 1                       TO  W-LIN-TOTAL.
           MOVE CUENTA-DOCTOS          TO  W-SOP-CUENTA (W-LIN-TOTAL).
           MOVE VALOR-DOCTOS           TO  W-SOP-VALOR (W-LIN-TOTAL).
           MOVE CENCOS-DOCTOS          TO  W-SOP-CENCOS (W-LIN-TOTAL).
           IF  W-NIT  =  ZEROS
               MOVE ALTNIT-DOCTOS      TO  W-NIT
               MOVE ALTFRA-DOCTOS      TO  W-FACTURA
               MOVE DD-VCTO-DOCTOS     TO  W-PARTE-DIA
               MOVE MM-VCTO-DOCTOS     TO  W-PARTE-MES
               MOVE AA-VCTO-DOCTOS     TO  W-PARTE-ANO
               MOVE W-FECHA-NUM        TO  W-FECHA-VCTO.
           IF  VALOR-DOCTOS  >  ZEROS
               IF  MAYCTA-DOCTOS  =  2408
                   ADD VALOR-DOCTOS    TO  W-SOP-IVA
               ELSE
                   ADD VALOR-DOCTOS    TO  W-SOP-BASE.
           IF  VALOR-DOCTOS  <  W-MAYOR-CREDITO
               MOVE VALOR-DOCTOS       TO  W-MAYOR-CREDITO
               MOVE W-LIN-TOTAL        TO  W-LIN-CXP.
           GO TO I-LEE-SOPORTE-LINEA.
       I-LEE-SOPORTE-FIN.
           IF  W-LIN-TOTAL  =  ZEROS
               MOVE 1                  TO  SW-1
               DISPLAY "NO EXISTE ESE DOCUMENTO SOPORTE EN EL ANO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LEE-SOPORTE.
           IF  SW-DESBORDE  =  1
           OR  W-LIN-CXP  =  ZEROS
           OR  W-SOP-BASE  NOT >  ZEROS
               MOVE 1                  TO  SW-1
               DISPLAY "SOPORTE SIN LA FORMA DE PROG750: AJUSTE MANUAL"
                       LINE 24 POSITION 10 REVERSE BLINK.
       F-LEE-SOPORTE.
      *
      *  BASE YA REBAJADA POR NOTAS ANTERIORES A ESTE SOPORTE: CREDITOS
      *  FUERA DE 2408 DE LAS NOTAS QUE LO CRUZAN
       I-AJUSTES-PREVIOS.
           MOVE ZEROS                  TO  W-AJUSTADO  FIN-OK.
           MOVE ZEROS                  TO  KEY00-DOCTOS.
           MOVE W-TIPO-AJUSTE          TO  RADICTIP-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-AJUSTES-PREVIOS-LEE.
           IF  FIN-OK  =  1            GO TO F-AJUSTES-PREVIOS.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-AJUSTES-PREVIOS-LEE.
           IF  RADICTIP-DOCTOS  NOT =  W-TIPO-AJUSTE
               MOVE 1                  TO  FIN-OK
               GO TO I-AJUSTES-PREVIOS-LEE.
           IF  CRUCETIP-DOCTOS  =  W-TIPO-SOPORTE
           AND CRUCEDOC-DOCTOS  =  W-SOPORTE
           AND MOTANU-DOCTOS  =  ZEROS
           AND VALOR-DOCTOS  <  ZEROS
           AND MAYCTA-DOCTOS  NOT =  2408
               SUBTRACT VALOR-DOCTOS   FROM  W-AJUSTADO.
           GO TO I-AJUSTES-PREVIOS-LEE.
       F-AJUSTES-PREVIOS.
      *
      ******************************************************************
      *  NOTA: CADA LINEA DEL SOPORTE INVERTIDA POR EL FACTOR; LA      *
      *  CUENTA POR PAGAR RECIBE LA DIFERENCIA PARA QUE CUADRE         *
      ******************************************************************
       I-GRABA-NOTA.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO-AJUSTE          TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  NOT =  "00"
               DISPLAY "TIPO DE NOTA DE AJUSTE NO DISPONIBLE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GRABA-NOTA.
           MOVE CNS-NUMERO             TO  W-NUMERO.
           MOVE ZEROS                  TO  W-SECUENCIA  W-SUMA-LINEAS
                                           W-LIN-IND.
           COMPUTE W-TOT-DEBITOS ROUNDED  =  (ZERO  -  W-MAYOR-CREDITO)
                                          *  W-FACTOR.
           PERFORM I-NOTA-LINEA        THRU F-NOTA-LINEA
                   W-LIN-TOTAL TIMES.
      *  LA CUENTA POR PAGAR CUADRA EL COMPROBANTE
           COMPUTE W-VALOR-LIN  =  ZERO  -  W-SUMA-LINEAS.
           MOVE W-LIN-CXP              TO  W-LIN-IND.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
           DISPLAY "NOTA DE AJUSTE No:"  LINE 24 POSITION 10 REVERSE.
           DISPLAY W-NUMERO            LINE 24 POSITION 29 REVERSE.
       F-GRABA-NOTA.
      *
       I-NOTA-LINEA.
           ADD 1                       TO  W-LIN-IND.
           IF  W-LIN-IND  =  W-LIN-CXP GO TO F-NOTA-LINEA.
           COMPUTE W-VALOR-LIN ROUNDED  =  ZERO
                   -  W-SOP-VALOR (W-LIN-IND)  *  W-FACTOR.
           IF  W-VALOR-LIN  =  ZEROS   GO TO F-NOTA-LINEA.
           ADD W-VALOR-LIN             TO  W-SUMA-LINEAS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
       F-NOTA-LINEA.
      *
       I-GRABA-LINEA.
           INITIALIZE REG-DOCTOS.
           MOVE W-TIPO-AJUSTE          TO  RADICTIP-DOCTOS
                                           ALTTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS.
           ADD 1                       TO  W-SECUENCIA.
           MOVE W-SECUENCIA            TO  RADIC-AUTOMATICA-DOCTOS.
           MOVE W-SOP-CUENTA (W-LIN-IND)  TO  CUENTA-DOCTOS.
           MOVE W-SOP-CENCOS (W-LIN-IND)  TO  CENCOS-DOCTOS.
           MOVE W-NIT                  TO  ALTNIT-DOCTOS.
           MOVE W-FACTURA              TO  ALTFRA-DOCTOS
                                           NUMFRA-DOCTOS.
           MOVE W-VALOR-LIN            TO  VALOR-DOCTOS.
           MOVE W-AJUSTE-BASE          TO  VRBASE-DOCTOS.
           MOVE W-MOTIVO               TO  CONCEPTO-DOCTOS.
           MOVE CON-PERIODO            TO  ALTMES-DOCTOS
                                           ALTPER-DOCTOS.
           MOVE CON-COD-EMPRESA        TO  ALTEMP-DOCTOS.
           MOVE W-FECHA-HOY            TO  W-FECHA-NUM.
           MOVE W-PARTE-DIA            TO  DD-COMP-DOCTOS.
           MOVE W-PARTE-MES            TO  MM-COMP-DOCTOS.
           MOVE W-PARTE-ANO            TO  AA-COMP-DOCTOS.
           MOVE W-FECHA-VCTO           TO  W-FECHA-NUM.
           MOVE W-PARTE-DIA            TO  DD-VCTO-DOCTOS.
           MOVE W-PARTE-MES            TO  MM-VCTO-DOCTOS.
           MOVE W-PARTE-ANO            TO  AA-VCTO-DOCTOS.
           MOVE W-TIPO-SOPORTE         TO  CRUCETIP-DOCTOS.
           MOVE W-SOPORTE              TO  CRUCEDOC-DOCTOS.
           MOVE ZEROS                  TO  CONDICION-DOCTOS.
      *  POR ENCIMA DEL TOPE DE LA EMPRESA QUEDA PENDIENTE DE
      *  APROBACION (PROG535), COMO EN PROG750
           IF  WIN-TOPE-APROBACION  >  ZEROS
           AND W-TOT-DEBITOS  >  WIN-TOPE-APROBACION
               MOVE "P"                TO  APROBACION-DOCTOS.
       I-GRABA-LIN-REG.
           WRITE REG-DOCTOS INVALID KEY
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-LIN-REG.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-GRABA-LINEA.
      *
      ******************************************************************
      *  OPCION L: COMPRAS DEL PERIODO A NO OBLIGADOS FUERA DEL TIPO   *
      *  DE DOCUMENTO SOPORTE (Y DE SU NOTA DE AJUSTE)                 *
      ******************************************************************
       I-LISTADO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-COMPRAS
                                           W-VALOR-COMPRAS  W-NIT-ANT
                                           FIN-OK  KEY00-DOCTOS.
           MOVE SPACES                 TO  W-NIT-NO-OBLIGADO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LISTADO-CICLO.
           IF  FIN-OK  =  1            GO TO I-LISTADO-FIN.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LISTADO-FIN.
           IF  ALTPER-DOCTOS  NOT =  CON-PERIODO
           OR  MOTANU-DOCTOS  NOT =  ZEROS
           OR  VALOR-DOCTOS  NOT >  ZEROS
           OR  ALTNIT-DOCTOS  =  ZEROS
               GO TO I-LISTADO-CICLO.
           IF  RADICTIP-DOCTOS  =  W-TIPO-SOPORTE
           AND W-TIPO-SOPORTE  NOT =  ZEROS
               GO TO I-LISTADO-CICLO.
           IF  RADICTIP-DOCTOS  =  W-TIPO-AJUSTE
           AND W-TIPO-AJUSTE  NOT =  ZEROS
               GO TO I-LISTADO-CICLO.
           IF  MAYCTA-1-DOCTOS  NOT =  5  AND  MAYCTA-1-DOCTOS  NOT =  6
           AND MAYCTA-1-DOCTOS  NOT =  7
               IF  MAYCTA-1-DOCTOS  NOT =  1
               OR (MAYCTA-2-DOCTOS  NOT =  4
                   AND MAYCTA-2-DOCTOS  NOT =  5)
                   GO TO I-LISTADO-CICLO.
           IF  ALTNIT-DOCTOS  NOT =  W-NIT-ANT
               PERFORM I-PERFIL-NIT    THRU F-PERFIL-NIT.
           IF  W-NIT-NO-OBLIGADO  NOT =  "S"
               GO TO I-LISTADO-CICLO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE RADICTIP-DOCTOS        TO  I-TIPO.
           MOVE RADICDOC-DOCTOS        TO  I-NUMERO.
           COMPUTE I-FECHA-DOC  =  (AA-COMP-DOCTOS  *  10000)
                   +  (MM-COMP-DOCTOS  *  100)  +  DD-COMP-DOCTOS.
           MOVE ALTNIT-DOCTOS          TO  I-NIT.
           MOVE NOMBM                  TO  I-NOMBRE.
           MOVE CUENTA-DOCTOS          TO  I-CUENTA.
           MOVE VALOR-DOCTOS           TO  I-VALOR.
           MOVE CONCEPTO-DOCTOS        TO  I-CONCEPTO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN  W-COMPRAS.
           ADD VALOR-DOCTOS            TO  W-VALOR-COMPRAS.
           GO TO I-LISTADO-CICLO.
       I-LISTADO-FIN.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "COMPRAS SIN DOCUMENTO SOPORTE:"  TO  I-TEXTO.
           MOVE W-COMPRAS              TO  I-CANT.
           MOVE W-VALOR-COMPRAS        TO  I-VALOR-TOT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "COMPRAS SIN DOCUMENTO SOPORTE:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-COMPRAS              TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 32 REVERSE.
       F-LISTADO.
      *
      *  PERFIL Y NOMBRE DEL TERCERO (SE GUARDA EL ULTIMO LEIDO)
       I-PERFIL-NIT.
           MOVE ALTNIT-DOCTOS          TO  W-NIT-ANT  NTP-NIT  CODIM.
           MOVE "N"                    TO  W-NIT-NO-OBLIGADO.
           READ NITPERFI WITH NO LOCK INVALID KEY
                MOVE "N"               TO  NTP-NO-OBLIGADO.
           IF  NTP-NO-OBLIGADO  =  "S"
               MOVE "S"                TO  W-NIT-NO-OBLIGADO.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
       F-PERFIL-NIT.
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
           CLOSE CNNITCED NITPERFI FACELECT CNDOCTOS.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
