       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG556.
      ******************************************************************
      * INVERSIONES TEMPORALES (CDT Y FIDUCIAS)      OCT-15-2026       *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LOS EXCEDENTES DE CAJA QUE TESORERIA COLOCA EN CDT Y FONDOS    *
      * FIDUCIARIOS SOLO QUEDABAN EN EL EXTRACTO.  AQUI EL REGISTRO    *
      * POR NIT DEL EMISOR (INVERTEM):                                 *
      *   A = REGISTRO: VALOR NOMINAL, TASA NOMINAL ANUAL, APERTURA,   *
      *       VENCIMIENTO, % DE RETENCION SOBRE RENDIMIENTOS Y CUENTAS *
      *   G = CORRIDA MENSUAL: CAUSA EL RENDIMIENTO DE CADA MES DESDE  *
      *       LA ULTIMA CAUSACION HASTA EL PERIODO FIRMADO (30/360),   *
      *       CON SU RETENCION, EN UN SOLO COMPROBANTE DE CNDOCTOS     *
      *   V = VENCIMIENTOS PROXIMOS PARA DECIDIR LA RENOVACION; AL     *
      *       ENTRAR SE AVISA CUANTAS VENCEN EN LOS PROXIMOS 30 DIAS   *
      *   L = LIQUIDACION (REDENCION) DE LA INVERSION                  *
      *   R = CERTIFICADO DE RENDIMIENTOS Y RETENCION POR EMISOR PARA  *
      *       LA DECLARACION DE RENTA (ANO EN CURSO O ANTERIOR)        *
      * LOS VENCIMIENTOS ENTRAN COMO INGRESO A LA POSICION DE          *
      * TESORERIA DEL PROG766.                                         *
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
               COPY "..\DYC\INVERTEM.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\INVERTEM.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG556".
       77      ID-PRG              PIC X(7)  VALUE "PROG556".
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-NUM-INV           PIC 9(06) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HASTA       PIC 9(08) VALUE ZEROS.
       77      W-DIAS-360          PIC S9(05) VALUE ZEROS.
       77      W-DIAS-AVISO        PIC 9(03) VALUE ZEROS.
       77      W-DIAS              PIC 9(02) VALUE ZEROS.
       77      W-DIA-DESDE         PIC 9(02) VALUE ZEROS.
       77      W-DIA-HASTA         PIC 9(02) VALUE ZEROS.
       77      W-MES-APERTURA      PIC 9(06) VALUE ZEROS.
       77      W-MES-VCTO          PIC 9(06) VALUE ZEROS.
       77      W-MES-DESDE         PIC 9(06) VALUE ZEROS.
       77      W-MES-HASTA         PIC 9(06) VALUE ZEROS.
       77      W-MES-TOPE          PIC 9(06) VALUE ZEROS.
       77      W-MES-CAUSA         PIC 9(06) VALUE ZEROS.
       77      W-ANO-CAUSA         PIC 9(04) VALUE ZEROS.
       77      W-PER-CAUSA         PIC 9(02) VALUE ZEROS.
       77      W-RENDIM            PIC 9(11)V99 VALUE ZEROS.
       77      W-RETENCION         PIC 9(11)V99 VALUE ZEROS.
       77      W-NETO              PIC 9(11)V99 VALUE ZEROS.
       77      W-ANO-CERT          PIC 9(04) VALUE ZEROS.
       77      W-NIT-ANT           PIC 9(12) VALUE ZEROS.
       77      W-ALERTAS           PIC 9(05) VALUE ZEROS.
       77      W-CAUSADAS          PIC 9(05) VALUE ZEROS.
       77      T-RENDIM            PIC S9(13)V99 VALUE ZEROS.
       77      T-RETENCION         PIC S9(13)V99 VALUE ZEROS.
       77      T-VALOR             PIC S9(13)V99 VALUE ZEROS.
       77      T-NETO              PIC S9(13)V99 VALUE ZEROS.
       77      E-RENDIM            PIC S9(13)V99 VALUE ZEROS.
       77      E-RETENCION         PIC S9(13)V99 VALUE ZEROS.
       77      SW-TERMINOS         PIC 9(01) VALUE ZEROS.
       77      FIN-INV             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
       01      W-DESDE-PARTES.
        03     W-DESDE-ANO         PIC 9(04).
        03     W-DESDE-MES         PIC 9(02).
        03     W-DESDE-DIA         PIC 9(02).
       01      W-HASTA-PARTES.
        03     W-HASTA-ANO         PIC 9(04).
        03     W-HASTA-MES         PIC 9(02).
        03     W-HASTA-DIA         PIC 9(02).
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
               COPY "..\LBL\INVERTEM.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
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
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    I-NOMBRE-INF PIC X(46)   VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    FILLER      PIC X(10)    VALUE "PERIODO : ".
         05    I-PER       PIC X(09)    VALUE SPACES.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-ANO-PER   PIC 9(04)    VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-AG.
         05    FILLER      PIC X(18)    VALUE " NIT EMISOR       ".
         05    FILLER      PIC X(08)    VALUE " NUMERO ".
         05    FILLER      PIC X(09)    VALUE " MES     ".
         05    FILLER      PIC X(04)    VALUE "DIAS".
         05    FILLER      PIC X(19)    VALUE "    RENDIMIENTO    ".
         05    FILLER      PIC X(19)    VALUE "     RETENCION     ".
         05    FILLER      PIC X(30)    VALUE " OBSERVACION".
        03     TITULO-AV.
         05    FILLER      PIC X(18)    VALUE " NIT EMISOR       ".
         05    FILLER      PIC X(08)    VALUE " NUMERO ".
         05    FILLER      PIC X(31)    VALUE
              " DESCRIPCION                   ".
         05    FILLER      PIC X(18)    VALUE "   VALOR NOMINAL  ".
         05    FILLER      PIC X(09)    VALUE "    TASA ".
         05    FILLER      PIC X(10)    VALUE " VENCE    ".
         05    FILLER      PIC X(05)    VALUE " DIAS".
         05    FILLER      PIC X(18)    VALUE "  NETO AL VENCER  ".
         05    FILLER      PIC X(12)    VALUE " AVISO".
        03     TITULO-AR.
         05    FILLER      PIC X(08)    VALUE " NUMERO ".
         05    FILLER      PIC X(31)    VALUE
              " DESCRIPCION                   ".
         05    FILLER      PIC X(18)    VALUE "   VALOR NOMINAL  ".
         05    FILLER      PIC X(19)    VALUE "    RENDIMIENTOS   ".
         05    FILLER      PIC X(19)    VALUE "  RETENCION FUENTE ".
        03     LINEA-CAUSA.
         05    FILLER      PIC X(01).
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(03).
         05    I-NUM       PIC 9(06).
         05    FILLER      PIC X(01).
         05    I-MES-CAU   PIC 9(02).
         05    FILLER      PIC X(01)    VALUE "/".
         05    I-ANO-CAU   PIC 9(04).
         05    FILLER      PIC X(02).
         05    I-DIAS      PIC Z9.
         05    FILLER      PIC X(01).
         05    I-RENDIM    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(02).
         05    I-RETENC    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(03).
         05    I-OBSERVA   PIC X(30).
        03     LINEA-VENCE.
         05    FILLER      PIC X(01).
         05    I-NIT-V     PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(03).
         05    I-NUM-V     PIC 9(06).
         05    FILLER      PIC X(01).
         05    I-DESCRIPCION PIC X(30).
         05    FILLER      PIC X(01).
         05    I-VALOR-V   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-TASA-V    PIC Z9.9999.
         05    FILLER      PIC X(02).
         05    I-VCTO-V    PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-DIAS-V    PIC ZZZ9-.
         05    FILLER      PIC X(01).
         05    I-NETO-V    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(02).
         05    I-AVISO     PIC X(12).
        03     LINEA-CERT.
         05    FILLER      PIC X(01).
         05    I-NUM-R     PIC 9(06).
         05    FILLER      PIC X(02).
         05    I-DESC-R    PIC X(30).
         05    FILLER      PIC X(01).
         05    I-VALOR-R   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(02).
         05    I-RENDIM-R  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(02).
         05    I-RETENC-R  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
        03     LINEA-EMISOR.
         05    FILLER      PIC X(09)    VALUE " EMISOR: ".
         05    I-NIT-R     PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(02).
         05    I-NOMBRE-R  PIC X(43).
         05    FILLER      PIC X(14)    VALUE "   ANO GRAVAB.".
         05    I-ANO-R     PIC 9(04).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(02).
         05    I-VALOR-2   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\INVERTEM.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
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
           PERFORM I-ALERTAS         THRU F-ALERTAS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* INVERSIONES TEMPORALES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-INVERTEM-CIA
                                           LAB-CNNITCED-CIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           IF  CON-PERIODO  >  0  AND  CON-PERIODO  <  15
               MOVE WK-NOMBRE-MES(CON-PERIODO)  TO  I-PER.
           MOVE CON-ANO                TO  I-ANO-PER.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 556                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT INVERTEM.
           IF  INVERTEM-STATUS  =  "35"
               OPEN OUTPUT INVERTEM.
           CLOSE INVERTEM.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O INVERTEM CNDOCTOS.
           OPEN INPUT CNNITCED.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  AVISO DE ENTRADA: INVERSIONES VIGENTES QUE VENCEN EN LOS      *
      *  PROXIMOS 30 DIAS O QUE YA VENCIERON SIN LIQUIDAR              *
      ******************************************************************
       I-ALERTAS.
           MOVE ZEROS                  TO  W-ALERTAS  FIN-INV
                                           INV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  INV-EMPRESA.
           START INVERTEM KEY NOT LESS INV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-INV.
       I-ALERTAS-CICLO.
           IF  FIN-INV  =  1           GO TO I-ALERTAS-AVISO.
           READ INVERTEM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-INV
                GO TO I-ALERTAS-CICLO.
           IF  INV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-INV
               GO TO I-ALERTAS-CICLO.
           IF  INV-ESTADO  NOT =  "A"  GO TO I-ALERTAS-CICLO.
           MOVE W-FECHA-HOY            TO  W-FECHA-DESDE.
           MOVE INV-FECHA-VCTO         TO  W-FECHA-HASTA.
           PERFORM I-DIAS-360          THRU F-DIAS-360.
           IF  W-DIAS-360  NOT >  30
               ADD 1                   TO  W-ALERTAS.
           GO TO I-ALERTAS-CICLO.
       I-ALERTAS-AVISO.
           IF  W-ALERTAS  >  ZEROS
               PERFORM I-CABECERA-WINDOW  THRU F-CABECERA-WINDOW
               DISPLAY "INVERSIONES QUE VENCEN EN 30 DIAS O VENCIDAS:"
                       LINE 24 POSITION 10 REVERSE BLINK
               DISPLAY W-ALERTAS       LINE 24 POSITION 57 REVERSE
               PERFORM ACEPTA-TRUCO.
       F-ALERTAS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  A  REGISTRO DE LA INVERSION             !"
                                       LINE 06 POSITION 18
           DISPLAY "!  G  CAUSACION MENSUAL DE RENDIMIENTOS    !"
                                       LINE 07 POSITION 18
           DISPLAY "!  V  VENCIMIENTOS PROXIMOS                !"
                                       LINE 08 POSITION 18
           DISPLAY "!  L  LIQUIDACION (REDENCION)              !"
                                       LINE 09 POSITION 18
           DISPLAY "!  R  CERTIFICADO POR EMISOR (RENTA)       !"
                                       LINE 10 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 11 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 12 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 14 POSITION 18.
           ACCEPT W-OPCION                 LINE 14 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "A"
               PERFORM I-CAPTURA       THRU F-CAPTURA.
           IF  W-OPCION  =  "G"
               PERFORM I-CAUSA         THRU F-CAUSA.
           IF  W-OPCION  =  "V"
               PERFORM I-VENCIMIENTOS  THRU F-VENCIMIENTOS.
           IF  W-OPCION  =  "L"
               PERFORM I-LIQUIDA       THRU F-LIQUIDA.
           IF  W-OPCION  =  "R"
               PERFORM I-CERTIFICADO   THRU F-CERTIFICADO.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  REGISTRO DE LA INVERSION.  CON RENDIMIENTOS YA CAUSADOS SOLO  *
      *  SE CAMBIAN DESCRIPCION Y CUENTAS                              *
      ******************************************************************
       I-CAPTURA.
           DISPLAY "NIT EMISOR.......:"  LINE 15 POSITION 10.
           DISPLAY "NUMERO TITULO....:"  LINE 15 POSITION 48.
           DISPLAY "DESCRIPCION......:"  LINE 16 POSITION 10.
           DISPLAY "CLASE (C/F)......:"  LINE 17 POSITION 10.
           DISPLAY "VALOR NOMINAL....:"  LINE 17 POSITION 48.
           DISPLAY "TASA NOMINAL %...:"  LINE 18 POSITION 10.
           DISPLAY "% RETENCION......:"  LINE 18 POSITION 48.
           DISPLAY "FECHA APERTURA...:"  LINE 19 POSITION 10.
           DISPLAY "FECHA VENCIMIENTO:"  LINE 19 POSITION 48.
           DISPLAY "CTA RENDIM X COB.:"  LINE 20 POSITION 10.
           DISPLAY "CTA RETENCION....:"  LINE 20 POSITION 48.
           DISPLAY "CTA INGRESO FIN..:"  LINE 21 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION
                                           W-NIT  W-NUM-INV.
           ACCEPT W-NIT                LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAPTURA.
           IF  W-NIT  =  ZEROS         GO TO F-CAPTURA.
           MOVE W-NIT                  TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN CNNITCED"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-CAPTURA.
           DISPLAY NOMBM               LINE 14 POSITION 29.
           ACCEPT W-NUM-INV            LINE 15 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAPTURA.
           MOVE CON-COD-EMPRESA        TO  INV-EMPRESA.
           MOVE W-NIT                  TO  INV-NIT.
           MOVE W-NUM-INV              TO  INV-NUMERO.
           MOVE ZEROS                  TO  SW-1  SW-TERMINOS.
           READ INVERTEM INVALID KEY
                MOVE 1                 TO  SW-1
                MOVE SPACES            TO  INV-DESCRIPCION  INV-CLASE
                MOVE ZEROS             TO  INV-VALOR  INV-TASA
                                           INV-FECHA-APERTURA
                                           INV-FECHA-VCTO
                                           INV-PORC-RETENCION
                                           INV-CTA-RENDIMIENTO
                                           INV-CTA-RETENCION
                                           INV-CTA-INGRESO
                                           INV-RENDIM-TOTAL
                                           INV-CAUSADO  INV-RETENIDO
                                           INV-ANO-ACUM
                                           INV-RENDIM-ANO
                                           INV-RETENC-ANO
                                           INV-RENDIM-ANT
                                           INV-RETENC-ANT
                                           INV-ULT-ANO
                                           INV-ULT-PERIODO
                                           INV-FECHA-LIQUIDA
                MOVE "A"               TO  INV-ESTADO
                MOVE 7                 TO  INV-PORC-RETENCION.
           IF  SW-1  NOT =  1
           AND (INV-CAUSADO  >  ZEROS  OR  INV-ESTADO  NOT =  "A")
               MOVE 1                  TO  SW-TERMINOS
               DISPLAY "CON RENDIMIENTOS CAUSADOS: SOLO CUENTAS"
                       LINE 24 POSITION 10 REVERSE.
           DISPLAY INV-DESCRIPCION     LINE 16 POSITION 29.
           ACCEPT INV-DESCRIPCION      LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  SW-TERMINOS  =  1       GO TO I-CAPTURA-CUENTAS.
           ACCEPT INV-CLASE            LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT INV-VALOR            LINE 17 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT INV-TASA             LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT INV-PORC-RETENCION   LINE 18 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT INV-FECHA-APERTURA   LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT INV-FECHA-VCTO       LINE 19 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
       I-CAPTURA-CUENTAS.
           ACCEPT INV-CTA-RENDIMIENTO  LINE 20 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT INV-CTA-RETENCION    LINE 20 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT INV-CTA-INGRESO      LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM I-VALIDA-INVERSION  THRU F-VALIDA-INVERSION.
           IF  SW-EOF  =  1            GO TO F-CAPTURA.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  SW-1  NOT =  1
               PERFORM I-RETIRA        THRU F-RETIRA
               GO TO F-CAPTURA.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CAPTURA.
           MOVE CON-USERNAME           TO  INV-USUARIO.
           IF  SW-TERMINOS  =  1       GO TO I-CAPTURA-GRABA.
      *  RENDIMIENTO BRUTO PACTADO ENTRE APERTURA Y VENCIMIENTO
           MOVE INV-FECHA-APERTURA     TO  W-FECHA-DESDE.
           MOVE INV-FECHA-VCTO         TO  W-FECHA-HASTA.
           PERFORM I-DIAS-360          THRU F-DIAS-360.
           COMPUTE INV-RENDIM-TOTAL ROUNDED  =  INV-VALOR  *  INV-TASA
                                             *  W-DIAS-360  /  36000.
      *  LA INVERSION QUE SE REGISTRA YA CORRIENDO TRAE CAUSADO EL
      *  RENDIMIENTO HASTA EL MES ANTERIOR AL PERIODO FIRMADO
           IF  SW-1  =  1
               PERFORM I-ULTIMA-INICIAL THRU F-ULTIMA-INICIAL.
       I-CAPTURA-GRABA.
           IF  SW-1  =  1
               MOVE CON-COD-EMPRESA    TO  INV-EMPRESA
               MOVE W-NIT              TO  INV-NIT
               MOVE W-NUM-INV          TO  INV-NUMERO
               WRITE REG-INVERTEM INVALID KEY
                     REWRITE REG-INVERTEM
           ELSE
               REWRITE REG-INVERTEM INVALID KEY
                     WRITE REG-INVERTEM.
           DISPLAY "INVERSION GRABADA - RENDIMIENTO AL VENCER:"
                   LINE 24 POSITION 10 REVERSE.
           MOVE INV-RENDIM-TOTAL       TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 24 POSITION 53 REVERSE.
       F-CAPTURA.
      *
       I-VALIDA-INVERSION.
           MOVE 1                      TO  SW-EOF.
           IF  INV-CTA-RENDIMIENTO  =  ZEROS
           OR  INV-CTA-INGRESO      =  ZEROS
               DISPLAY "CUENTAS DE RENDIMIENTO E INGRESO OBLIGATORIAS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-INVERSION.
           IF  SW-TERMINOS  =  ZEROS
           AND INV-PORC-RETENCION  >  ZEROS
           AND INV-CTA-RETENCION   =  ZEROS
               DISPLAY "CON % DE RETENCION DIGITE LA CUENTA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-INVERSION.
           IF  SW-TERMINOS  =  1
               MOVE ZEROS              TO  SW-EOF
               GO TO F-VALIDA-INVERSION.
           IF  INV-CLASE  NOT =  "C"  AND  INV-CLASE  NOT =  "F"
               DISPLAY "CLASE DEBE SER C (CDT) O F (FIDUCIA)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-INVERSION.
           IF  INV-VALOR  =  ZEROS
               DISPLAY "DIGITE EL VALOR NOMINAL"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-INVERSION.
           MOVE INV-FECHA-APERTURA     TO  W-DESDE-PARTES.
           MOVE INV-FECHA-VCTO         TO  W-HASTA-PARTES.
           IF  W-DESDE-ANO  <  1990
           OR  W-DESDE-MES  <  1  OR  W-DESDE-MES  >  12
           OR  W-DESDE-DIA  <  1  OR  W-DESDE-DIA  >  31
           OR  W-HASTA-MES  <  1  OR  W-HASTA-MES  >  12
           OR  W-HASTA-DIA  <  1  OR  W-HASTA-DIA  >  31
           OR  INV-FECHA-VCTO  NOT >  INV-FECHA-APERTURA
               DISPLAY "FECHAS ERRADAS: VENCE DESPUES DE LA APERTURA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-INVERSION.
           MOVE ZEROS                  TO  SW-EOF.
       F-VALIDA-INVERSION.
      *
       I-ULTIMA-INICIAL.
           MOVE ZEROS                  TO  INV-ULT-ANO  INV-ULT-PERIODO.
           MOVE INV-FECHA-APERTURA     TO  W-DESDE-PARTES.
           COMPUTE W-MES-APERTURA  =  (W-DESDE-ANO  *  12)
                                   +   W-DESDE-MES  -  1.
           COMPUTE W-MES-HASTA   =  (CON-ANO  *  12)
                                 +   CON-PERIODO  -  1.
           IF  CON-PERIODO  <  1  OR  CON-PERIODO  >  12
           OR  W-MES-APERTURA  NOT <  W-MES-HASTA
               GO TO F-ULTIMA-INICIAL.
           IF  CON-PERIODO  =  1
               COMPUTE INV-ULT-ANO  =  CON-ANO  -  1
               MOVE 12                 TO  INV-ULT-PERIODO
           ELSE
               MOVE CON-ANO            TO  INV-ULT-ANO
               COMPUTE INV-ULT-PERIODO  =  CON-PERIODO  -  1.
       F-ULTIMA-INICIAL.
      *
       I-RETIRA.
           IF  INV-CAUSADO  >  ZEROS
               DISPLAY "INVERSION CON RENDIMIENTOS: LIQUIDELA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RETIRA.
           DELETE INVERTEM INVALID KEY
                  DISPLAY "INVERSION NO EXISTE"
                          LINE 24 POSITION 10.
       F-RETIRA.
      *
      ******************************************************************
      *  DIAS COMERCIALES (30/360) DE W-FECHA-DESDE A W-FECHA-HASTA    *
      ******************************************************************
       I-DIAS-360.
           MOVE W-FECHA-DESDE          TO  W-DESDE-PARTES.
           MOVE W-FECHA-HASTA          TO  W-HASTA-PARTES.
           MOVE W-DESDE-DIA            TO  W-DIA-DESDE.
           MOVE W-HASTA-DIA            TO  W-DIA-HASTA.
           IF  W-DIA-DESDE  >  30      MOVE 30  TO  W-DIA-DESDE.
           IF  W-DIA-HASTA  >  30      MOVE 30  TO  W-DIA-HASTA.
           COMPUTE W-DIAS-360  =
                   ((W-HASTA-ANO  -  W-DESDE-ANO)  *  360)
                +  ((W-HASTA-MES  -  W-DESDE-MES)  *  30)
                +   W-DIA-HASTA  -  W-DIA-DESDE.
       F-DIAS-360.
      *
      ******************************************************************
      *  CORRIDA MENSUAL: RENDIMIENTO DE CADA MES PENDIENTE HASTA EL   *
      *  PERIODO FIRMADO O EL VENCIMIENTO.  DEBITO AL RENDIMIENTO POR  *
      *  COBRAR (NETO) Y A LA RETENCION, CREDITO AL INGRESO (BRUTO)    *
      ******************************************************************
       I-CAUSA.
           IF  CON-PERIODO  <  1  OR  CON-PERIODO  >  12
               DISPLAY "FIRME UN PERIODO MENSUAL (01 A 12)"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-CAUSA.
      *  EL PERIODO EN CIERRE O CERRADO (PROG028) NO RECIBE MAS
      *  MOVIMIENTOS
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "E"  OR  CIE-LNK-ESTADO  =  "C"
               DISPLAY "PERIODO EN CIERRE O CERRADO (PROG028)"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-CAUSA.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-TIPO.
           DISPLAY "TIPO COMPROBANTE:"  LINE 16 POSITION 18.
           ACCEPT W-TIPO               LINE 16 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAUSA.
           IF  W-TIPO  =  ZEROS        GO TO F-CAUSA.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  NOT =  "00"
               DISPLAY "TIPO DE COMPROBANTE NO DISPONIBLE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-CAUSA.
           MOVE CNS-NUMERO             TO  W-NUMERO.
           COMPUTE W-MES-HASTA  =  (CON-ANO  *  12)
                                +   CON-PERIODO  -  1.
           OPEN OUTPUT INFORMES.
           MOVE "CAUSACION DE RENDIMIENTOS DE INVERSIONES"
                                       TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  W-SECUENCIA
                                           W-CAUSADAS  T-RENDIM
                                           T-RETENCION  FIN-INV
                                           INV-CLAVE.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  INV-EMPRESA.
           START INVERTEM KEY NOT LESS INV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-INV.
       I-CAUSA-CICLO.
           IF  FIN-INV  =  1           GO TO I-CAUSA-FIN.
           READ INVERTEM NEXT RECORD AT END
                MOVE 1                 TO  FIN-INV
                GO TO I-CAUSA-CICLO.
           IF  INV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-INV
               GO TO I-CAUSA-CICLO.
           IF  INV-ESTADO  NOT =  "A"  GO TO I-CAUSA-CICLO.
           DISPLAY INV-NIT             LINE 20 POSITION 35 REVERSE.
           MOVE INV-FECHA-APERTURA     TO  W-DESDE-PARTES.
           MOVE INV-FECHA-VCTO         TO  W-HASTA-PARTES.
           COMPUTE W-MES-APERTURA  =  (W-DESDE-ANO  *  12)
                                   +   W-DESDE-MES  -  1.
           COMPUTE W-MES-VCTO  =  (W-HASTA-ANO  *  12)
                               +   W-HASTA-MES  -  1.
           MOVE W-DESDE-DIA            TO  W-DIA-DESDE.
           MOVE W-HASTA-DIA            TO  W-DIA-HASTA.
           IF  W-DIA-DESDE  >  30      MOVE 30  TO  W-DIA-DESDE.
           IF  W-DIA-HASTA  >  30      MOVE 30  TO  W-DIA-HASTA.
           IF  INV-ULT-ANO  =  ZEROS
               MOVE W-MES-APERTURA     TO  W-MES-DESDE
           ELSE
               COMPUTE W-MES-DESDE  =  (INV-ULT-ANO  *  12)
                                    +   INV-ULT-PERIODO.
           IF  W-MES-DESDE  <  W-MES-APERTURA
               MOVE W-MES-APERTURA     TO  W-MES-DESDE.
           MOVE W-MES-HASTA            TO  W-MES-TOPE.
           IF  W-MES-VCTO  <  W-MES-TOPE
               MOVE W-MES-VCTO         TO  W-MES-TOPE.
           IF  W-MES-DESDE  >  W-MES-TOPE
               GO TO I-CAUSA-CICLO.
           MOVE W-MES-DESDE            TO  W-MES-CAUSA.
       I-CAUSA-MES.
           IF  W-MES-CAUSA  >  W-MES-TOPE
               GO TO I-CAUSA-INVERSION.
           PERFORM I-CAUSA-UN-MES      THRU F-CAUSA-UN-MES.
           ADD 1                       TO  W-MES-CAUSA.
           GO TO I-CAUSA-MES.
       I-CAUSA-INVERSION.
           MOVE W-MES-TOPE             TO  W-MES-CAUSA.
           DIVIDE W-MES-CAUSA BY 12 GIVING INV-ULT-ANO
                  REMAINDER INV-ULT-PERIODO.
           ADD 1                       TO  INV-ULT-PERIODO.
           REWRITE REG-INVERTEM.
           GO TO I-CAUSA-CICLO.
       I-CAUSA-FIN.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL RENDIMIENTOS / RETENCION"  TO  I-TEXTO.
           MOVE T-RENDIM               TO  I-VALOR.
           MOVE T-RETENCION            TO  I-VALOR-2.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "MESES CAUSADOS:"   LINE 22 POSITION 18 REVERSE.
           DISPLAY W-CAUSADAS          LINE 22 POSITION 34 REVERSE.
           DISPLAY "COMPROBANTE No:"   LINE 23 POSITION 18 REVERSE.
           DISPLAY W-NUMERO            LINE 23 POSITION 34 REVERSE.
       F-CAUSA.
      *
      *  DIAS DEL MES: 30, MENOS LOS ANTERIORES A LA APERTURA EN EL
      *  PRIMER MES Y HASTA EL DIA DEL VENCIMIENTO EN EL ULTIMO.  EL
      *  MES DEL VENCIMIENTO RECOGE EL AJUSTE DE REDONDEO
       I-CAUSA-UN-MES.
           DIVIDE W-MES-CAUSA BY 12 GIVING W-ANO-CAUSA
                  REMAINDER W-PER-CAUSA.
           ADD 1                       TO  W-PER-CAUSA.
           MOVE 30                     TO  W-DIAS.
           IF  W-MES-CAUSA  =  W-MES-VCTO
               MOVE W-DIA-HASTA        TO  W-DIAS.
           IF  W-MES-CAUSA  =  W-MES-APERTURA
               SUBTRACT W-DIA-DESDE  FROM  W-DIAS.
           COMPUTE W-RENDIM ROUNDED  =  INV-VALOR  *  INV-TASA
                                     *  W-DIAS  /  36000.
           IF  W-MES-CAUSA  =  W-MES-VCTO
               MOVE ZEROS              TO  W-RENDIM
               IF  INV-RENDIM-TOTAL  >  INV-CAUSADO
                   COMPUTE W-RENDIM  =  INV-RENDIM-TOTAL
                                     -  INV-CAUSADO.
           COMPUTE W-RETENCION ROUNDED  =  W-RENDIM
                                        *  INV-PORC-RETENCION  /  100.
           COMPUTE W-NETO  =  W-RENDIM  -  W-RETENCION.
           MOVE SPACES                 TO  LINEA-CAUSA.
           MOVE INV-NIT                TO  I-NIT.
           MOVE INV-NUMERO             TO  I-NUM.
           MOVE W-PER-CAUSA            TO  I-MES-CAU.
           MOVE W-ANO-CAUSA            TO  I-ANO-CAU.
           MOVE W-DIAS                 TO  I-DIAS.
           MOVE W-RENDIM               TO  I-RENDIM.
           MOVE W-RETENCION            TO  I-RETENC.
           IF  W-MES-CAUSA  <  W-MES-HASTA
               MOVE "MES ATRASADO RECUPERADO"  TO  I-OBSERVA.
           IF  W-MES-CAUSA  =  W-MES-VCTO
               MOVE "MES DEL VENCIMIENTO"  TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-CAUSA AFTER 1.
           ADD 1                       TO  CON-LIN.
           IF  W-RENDIM  =  ZEROS      GO TO F-CAUSA-UN-MES.
           MOVE SPACES                 TO  I-OBSERVA.
           STRING "RENDIMIENTOS " INV-NUMERO " " W-PER-CAUSA "/"
                  W-ANO-CAUSA DELIMITED BY SIZE  INTO I-OBSERVA.
      *  DEBITO AL RENDIMIENTO POR COBRAR, NETO DE RETENCION
           INITIALIZE REG-DOCTOS.
           MOVE INV-CTA-RENDIMIENTO    TO  CUENTA-DOCTOS.
           MOVE INV-NIT                TO  ALTNIT-DOCTOS.
           MOVE W-NETO                 TO  VALOR-DOCTOS.
           MOVE I-OBSERVA              TO  CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
      *  DEBITO A LA RETENCION QUE PRACTICA EL EMISOR
           IF  W-RETENCION  >  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE INV-CTA-RETENCION  TO  CUENTA-DOCTOS
               MOVE INV-NIT            TO  ALTNIT-DOCTOS
               MOVE W-RETENCION        TO  VALOR-DOCTOS
               MOVE I-OBSERVA          TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  CREDITO AL INGRESO FINANCIERO POR EL BRUTO
           INITIALIZE REG-DOCTOS.
           MOVE INV-CTA-INGRESO        TO  CUENTA-DOCTOS.
           MOVE INV-NIT                TO  ALTNIT-DOCTOS.
           COMPUTE VALOR-DOCTOS  =  ZERO  -  W-RENDIM.
           MOVE I-OBSERVA              TO  CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
      *  ACUMULADOS DEL ANO PARA EL CERTIFICADO
           IF  W-ANO-CAUSA  >  INV-ANO-ACUM
               PERFORM I-CAMBIA-ANO    THRU F-CAMBIA-ANO.
           ADD W-RENDIM                TO  INV-CAUSADO  INV-RENDIM-ANO
                                           T-RENDIM.
           ADD W-RETENCION             TO  INV-RETENIDO  INV-RETENC-ANO
                                           T-RETENCION.
           ADD 1                       TO  W-CAUSADAS.
       F-CAUSA-UN-MES.
      *
       I-CAMBIA-ANO.
           IF  W-ANO-CAUSA  =  INV-ANO-ACUM  +  1
               MOVE INV-RENDIM-ANO     TO  INV-RENDIM-ANT
               MOVE INV-RETENC-ANO     TO  INV-RETENC-ANT
           ELSE
               MOVE ZEROS              TO  INV-RENDIM-ANT
                                           INV-RETENC-ANT.
           MOVE ZEROS                  TO  INV-RENDIM-ANO
                                           INV-RETENC-ANO.
           MOVE W-ANO-CAUSA            TO  INV-ANO-ACUM.
       F-CAMBIA-ANO.
      *
       I-GRABA-LINEA.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS
                                           ALTTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS.
           ADD 1                       TO  W-SECUENCIA.
           MOVE W-SECUENCIA            TO  RADIC-AUTOMATICA-DOCTOS.
           MOVE CON-PERIODO            TO  ALTMES-DOCTOS
                                           ALTPER-DOCTOS.
           MOVE CON-COD-EMPRESA        TO  ALTEMP-DOCTOS.
           MOVE WK-DIA                 TO  DD-COMP-DOCTOS.
           MOVE WK-MES                 TO  MM-COMP-DOCTOS.
           MOVE WK-ANO                 TO  AA-COMP-DOCTOS.
           MOVE ZEROS                  TO  CONDICION-DOCTOS.
           MOVE "P"                    TO  APROBACION-DOCTOS.
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
      *  VENCIMIENTOS PROXIMOS: INVERSIONES VIGENTES QUE VENCEN DENTRO *
      *  DE LOS DIAS DIGITADOS, CON EL NETO QUE SE RECIBIRA            *
      ******************************************************************
       I-VENCIMIENTOS.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE 30                     TO  W-DIAS-AVISO.
           DISPLAY "DIAS A REVISAR:"   LINE 16 POSITION 18.
           ACCEPT W-DIAS-AVISO         LINE 16 POSITION 34
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-VENCIMIENTOS.
           OPEN OUTPUT INFORMES.
           MOVE "VENCIMIENTOS PROXIMOS DE INVERSIONES"
                                       TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  T-VALOR  T-NETO
                                           FIN-INV  INV-CLAVE.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  INV-EMPRESA.
           START INVERTEM KEY NOT LESS INV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-INV.
       I-VENCE-CICLO.
           IF  FIN-INV  =  1           GO TO I-VENCE-TOTAL.
           READ INVERTEM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-INV
                GO TO I-VENCE-CICLO.
           IF  INV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-INV
               GO TO I-VENCE-CICLO.
           IF  INV-ESTADO  NOT =  "A"  GO TO I-VENCE-CICLO.
           MOVE W-FECHA-HOY            TO  W-FECHA-DESDE.
           MOVE INV-FECHA-VCTO         TO  W-FECHA-HASTA.
           PERFORM I-DIAS-360          THRU F-DIAS-360.
           IF  W-DIAS-360  >  W-DIAS-AVISO
               GO TO I-VENCE-CICLO.
           COMPUTE W-NETO ROUNDED  =  INV-VALOR  +  INV-RENDIM-TOTAL
                   -  (INV-RENDIM-TOTAL  *  INV-PORC-RETENCION  /  100).
           ADD INV-VALOR               TO  T-VALOR.
           ADD W-NETO                  TO  T-NETO.
           MOVE SPACES                 TO  LINEA-VENCE.
           MOVE INV-NIT                TO  I-NIT-V.
           MOVE INV-NUMERO             TO  I-NUM-V.
           MOVE INV-DESCRIPCION        TO  I-DESCRIPCION.
           MOVE INV-VALOR              TO  I-VALOR-V.
           MOVE INV-TASA               TO  I-TASA-V.
           MOVE INV-FECHA-VCTO         TO  I-VCTO-V.
           MOVE W-DIAS-360             TO  I-DIAS-V.
           MOVE "RENOVAR?"             TO  I-AVISO.
           IF  W-DIAS-360  <  ZEROS
               MOVE "VENCIDA"          TO  I-AVISO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-VENCE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-VENCE-CICLO.
       I-VENCE-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL NOMINAL / NETO A RECIBIR"  TO  I-TEXTO.
           MOVE T-VALOR                TO  I-VALOR.
           MOVE T-NETO                 TO  I-VALOR-2.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "INFORME DE VENCIMIENTOS GENERADO"
                   LINE 24 POSITION 18 REVERSE.
       F-VENCIMIENTOS.
      *
      ******************************************************************
      *  LIQUIDACION: LA INVERSION REDIMIDA SALE DE LA CAUSACION Y DE  *
      *  LA POSICION DE TESORERIA.  LA RENOVACION SE REGISTRA COMO UNA *
      *  INVERSION NUEVA                                               *
      ******************************************************************
       I-LIQUIDA.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT
                                           W-NUM-INV.
           DISPLAY "NIT EMISOR:"       LINE 16 POSITION 18.
           ACCEPT W-NIT                LINE 16 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "NUMERO:"           LINE 16 POSITION 46.
           ACCEPT W-NUM-INV            LINE 16 POSITION 54
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-LIQUIDA.
           MOVE CON-COD-EMPRESA        TO  INV-EMPRESA.
           MOVE W-NIT                  TO  INV-NIT.
           MOVE W-NUM-INV              TO  INV-NUMERO.
           READ INVERTEM INVALID KEY
                DISPLAY "INVERSION NO EXISTE"
                        LINE 24 POSITION 18 REVERSE BLINK
                GO TO F-LIQUIDA.
           IF  INV-ESTADO  NOT =  "A"
               DISPLAY "LA INVERSION YA ESTA LIQUIDADA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-LIQUIDA.
           DISPLAY INV-DESCRIPCION     LINE 18 POSITION 18 REVERSE.
           DISPLAY "CAUSADO:"          LINE 19 POSITION 18.
           MOVE INV-CAUSADO            TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 19 POSITION 27 REVERSE.
           IF  INV-CAUSADO  <  INV-RENDIM-TOTAL
               DISPLAY "FALTA CAUSAR RENDIMIENTO HASTA EL VENCIMIENTO"
                       LINE 20 POSITION 18 REVERSE BLINK.
           DISPLAY "[ L ] CONFIRMA LA LIQUIDACION"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "L"     GO TO F-LIQUIDA.
           MOVE "L"                    TO  INV-ESTADO.
           MOVE W-FECHA-HOY            TO  INV-FECHA-LIQUIDA.
           MOVE CON-USERNAME           TO  INV-USUARIO.
           REWRITE REG-INVERTEM.
           DISPLAY "INVERSION LIQUIDADA"
                   LINE 24 POSITION 18 REVERSE.
       F-LIQUIDA.
      *
      ******************************************************************
      *  CERTIFICADO POR EMISOR: RENDIMIENTOS CAUSADOS Y RETENCION DEL *
      *  ANO GRAVABLE (EL EN CURSO O EL ANTERIOR), UNA HOJA POR NIT    *
      ******************************************************************
       I-CERTIFICADO.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           COMPUTE W-ANO-CERT  =  CON-ANO  -  1.
           DISPLAY "ANO GRAVABLE:"     LINE 16 POSITION 18.
           ACCEPT W-ANO-CERT           LINE 16 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CERTIFICADO.
           OPEN OUTPUT INFORMES.
           MOVE "CERTIFICADO DE RENDIMIENTOS FINANCIEROS"
                                       TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  T-RENDIM
                                           T-RETENCION  W-NIT-ANT
                                           FIN-INV  INV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  INV-EMPRESA.
           START INVERTEM KEY NOT LESS INV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-INV.
       I-CERT-CICLO.
           IF  FIN-INV  =  1           GO TO I-CERT-TOTAL.
           READ INVERTEM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-INV
                GO TO I-CERT-CICLO.
           IF  INV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-INV
               GO TO I-CERT-CICLO.
           MOVE ZEROS                  TO  W-RENDIM  W-RETENCION.
           IF  INV-ANO-ACUM  =  W-ANO-CERT
               MOVE INV-RENDIM-ANO     TO  W-RENDIM
               MOVE INV-RETENC-ANO     TO  W-RETENCION.
           IF  INV-ANO-ACUM  =  W-ANO-CERT  +  1
               MOVE INV-RENDIM-ANT     TO  W-RENDIM
               MOVE INV-RETENC-ANT     TO  W-RETENCION.
           IF  W-RENDIM  =  ZEROS  AND  W-RETENCION  =  ZEROS
               GO TO I-CERT-CICLO.
           IF  INV-NIT  NOT =  W-NIT-ANT
               PERFORM I-CERT-CORTE    THRU F-CERT-CORTE
               PERFORM I-CERT-EMISOR   THRU F-CERT-EMISOR.
           ADD W-RENDIM                TO  E-RENDIM  T-RENDIM.
           ADD W-RETENCION             TO  E-RETENCION  T-RETENCION.
           MOVE SPACES                 TO  LINEA-CERT.
           MOVE INV-NUMERO             TO  I-NUM-R.
           MOVE INV-DESCRIPCION        TO  I-DESC-R.
           MOVE INV-VALOR              TO  I-VALOR-R.
           MOVE W-RENDIM               TO  I-RENDIM-R.
           MOVE W-RETENCION            TO  I-RETENC-R.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-CERT AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-CERT-CICLO.
       I-CERT-TOTAL.
           PERFORM I-CERT-CORTE        THRU F-CERT-CORTE.
           IF  WK-PAGINA  =  ZEROS
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL RENDIMIENTOS / RETENCION ANO"  TO  I-TEXTO.
           MOVE T-RENDIM               TO  I-VALOR.
           MOVE T-RETENCION            TO  I-VALOR-2.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "CERTIFICADO POR EMISOR GENERADO"
                   LINE 24 POSITION 18 REVERSE.
       F-CERTIFICADO.
      *
       I-CERT-EMISOR.
           MOVE INV-NIT                TO  W-NIT-ANT  CODIM.
           MOVE SPACES                 TO  NOMBM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE "EMISOR SIN NOMBRE EN CNNITCED"  TO  NOMBM.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE INV-NIT                TO  I-NIT-R.
           MOVE NOMBM                  TO  I-NOMBRE-R.
           MOVE W-ANO-CERT             TO  I-ANO-R.
           WRITE REG-INFORMES FROM LINEA-EMISOR AFTER 2.
           WRITE REG-INFORMES FROM TITULO-AR AFTER 2.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 5                       TO  CON-LIN.
           MOVE ZEROS                  TO  E-RENDIM  E-RETENCION.
       F-CERT-EMISOR.
      *
       I-CERT-CORTE.
           IF  W-NIT-ANT  =  ZEROS     GO TO F-CERT-CORTE.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL EMISOR: RENDIMIENTOS / RETENCION"  TO  I-TEXTO.
           MOVE E-RENDIM               TO  I-VALOR.
           MOVE E-RETENCION            TO  I-VALOR-2.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
       F-CERT-CORTE.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 4                      TO  CON-LIN.
           IF  W-OPCION  =  "R"        GO TO F-TITULO-INFORME.
           IF  W-OPCION  =  "G"
               WRITE REG-INFORMES  FROM  TITULO-AG  AFTER 1.
           IF  W-OPCION  =  "V"
               WRITE REG-INFORMES  FROM  TITULO-AV  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE INVERTEM CNNITCED CNDOCTOS.
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
