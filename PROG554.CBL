       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG554.
      ******************************************************************
      * OBLIGACIONES FINANCIERAS (BANCOS Y LEASING)  OCT-15-2026       *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LOS CREDITOS DE LA EMPRESA Y LOS CONTRATOS DE LEASING VIVIAN   *
      * EN HOJAS DE CALCULO: EL INTERES SE OLVIDABA CAUSAR ALGUNOS     *
      * MESES Y LA PORCION CORRIENTE SE RECLASIFICABA A MANO.  COMO    *
      * HACE PROG553 CON LOS DIFERIDOS:                                *
      *   A = REGISTRO DE LA OBLIGACION POR NIT DEL ACREEDOR (VALOR,   *
      *       TASA FIJA O DTF/IBR MAS PUNTOS, PLAZO, PERIODICIDAD Y    *
      *       GRACIA) Y GENERACION DE SU TABLA DE AMORTIZACION EN      *
      *       OBLIGCUO (CUOTA FIJA DESPUES DE LA GRACIA)               *
      *   P = PAGO DE LA CUOTA SIGUIENTE: BAJA EL SALDO DE CAPITAL     *
      *   G = CORRIDA MENSUAL: CAUSA EL INTERES DE CADA MES DESDE LA   *
      *       ULTIMA CAUSACION HASTA EL PERIODO FIRMADO (LOS MESES     *
      *       OLVIDADOS SE RECUPERAN) Y RECLASIFICA LA PORCION NO      *
      *       CORRIENTE, EN UN SOLO COMPROBANTE DE CNDOCTOS            *
      *   X = CUADRO DE OBLIGACIONES: SALDO, PORCION CORRIENTE (12     *
      *       MESES DESDE EL CORTE) Y NO CORRIENTE PARA EL BALANCE     *
      *   C = TABLA DE AMORTIZACION IMPRESA DE UNA OBLIGACION          *
      * LAS TASAS SON NOMINALES ANUALES; EL INDICE DTF O IBR DEL MES   *
      * SE TOMA DE TASACAMB (PROG540) CON LA MONEDA "DTF" O "IBR".     *
      * LAS CUOTAS PENDIENTES ALIMENTAN LA POSICION DE TESORERIA DEL   *
      * PROG766.                                                       *
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
               COPY "..\DYC\OBLIGFIN.DYC".
               COPY "..\DYC\OBLIGCUO.DYC".
               COPY "..\DYC\TASACAMB.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\OBLIGFIN.FD".
               COPY "..\FD\OBLIGCUO.FD".
               COPY "..\FD\TASACAMB.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG554".
       77      ID-PRG              PIC X(7)  VALUE "PROG554".
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-NUM-OBL           PIC 9(04) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-TASA-ANUAL        PIC 9(03)V9(04) VALUE ZEROS.
       77      W-TASA-PER          PIC 9(01)V9(08) VALUE ZEROS.
       77      W-FACTOR            PIC 9(05)V9(08) VALUE ZEROS.
       77      W-INDICE            PIC 9(05)V9(04) VALUE ZEROS.
       77      W-FECHA-TASA        PIC 9(08) VALUE ZEROS.
       77      W-CUOTA             PIC 9(11)V99 VALUE ZEROS.
       77      W-SALDO             PIC S9(11)V99 VALUE ZEROS.
       77      W-INTERES           PIC 9(11)V99 VALUE ZEROS.
       77      W-CAPITAL           PIC 9(11)V99 VALUE ZEROS.
       77      W-CUOTA-NUM         PIC 9(03) VALUE ZEROS.
       77      W-GRACIA-CUO        PIC 9(03) VALUE ZEROS.
       77      W-AMORTIZA-CUO      PIC 9(03) VALUE ZEROS.
       77      W-RESTO             PIC 9(03) VALUE ZEROS.
       77      W-MES-ABS           PIC 9(06) VALUE ZEROS.
       77      W-MES-DESEMB        PIC 9(06) VALUE ZEROS.
       77      W-MES-DESDE         PIC 9(06) VALUE ZEROS.
       77      W-MES-HASTA         PIC 9(06) VALUE ZEROS.
       77      W-MES-CAUSA         PIC 9(06) VALUE ZEROS.
       77      W-ANO-CAUSA         PIC 9(04) VALUE ZEROS.
       77      W-PER-CAUSA         PIC 9(02) VALUE ZEROS.
       77      W-INICIO-MES        PIC 9(08) VALUE ZEROS.
       77      W-CORTE             PIC 9(08) VALUE ZEROS.
       77      W-LIMITE-CP         PIC 9(08) VALUE ZEROS.
       77      W-BASE              PIC 9(11)V99 VALUE ZEROS.
       77      W-INT-MES           PIC 9(11)V99 VALUE ZEROS.
       77      W-DIAS              PIC 9(02) VALUE ZEROS.
       77      W-CP                PIC 9(11)V99 VALUE ZEROS.
       77      W-LP                PIC S9(11)V99 VALUE ZEROS.
       77      W-DELTA             PIC S9(11)V99 VALUE ZEROS.
       77      W-PROX-VCTO         PIC 9(08) VALUE ZEROS.
       77      W-CAUSADAS          PIC 9(05) VALUE ZEROS.
       77      W-SIN-INDICE        PIC 9(05) VALUE ZEROS.
       77      T-INTERES           PIC S9(13)V99 VALUE ZEROS.
       77      T-RECLASIFICA       PIC S9(13)V99 VALUE ZEROS.
       77      T-SALDO             PIC S9(13)V99 VALUE ZEROS.
       77      T-CP                PIC S9(13)V99 VALUE ZEROS.
       77      T-LP                PIC S9(13)V99 VALUE ZEROS.
       77      SW-INDICE           PIC 9(01) VALUE ZEROS.
       77      SW-TERMINOS         PIC 9(01) VALUE ZEROS.
       77      FIN-OBL             PIC 9(01) VALUE ZEROS.
       77      FIN-CUO             PIC 9(01) VALUE ZEROS.
       77      FIN-TAS             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
       77      WI-TASA             PIC ZZ9.9999.
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
        03     W-PARTE-DIA         PIC 9(02).
       01      W-VCTO-PARTES.
        03     W-ANO-VCTO          PIC 9(04).
        03     W-MES-VCTO          PIC 9(02).
        03     W-DIA-VCTO          PIC 9(02).
       01      W-MONEDA-INDICE     PIC X(03) VALUE SPACES.
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
               COPY "..\LBL\OBLIGFIN.LBL".
               COPY "..\LBL\OBLIGCUO.LBL".
               COPY "..\LBL\TASACAMB.LBL".
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
         05    FILLER      PIC X(18)    VALUE " NIT ACREEDOR     ".
         05    FILLER      PIC X(08)    VALUE " OBLIG. ".
         05    FILLER      PIC X(09)    VALUE " MES     ".
         05    FILLER      PIC X(19)    VALUE "  CAPITAL BASE     ".
         05    FILLER      PIC X(10)    VALUE " TASA ANUA".
         05    FILLER      PIC X(19)    VALUE "     VALOR         ".
         05    FILLER      PIC X(30)    VALUE " OBSERVACION".
        03     TITULO-AX.
         05    FILLER      PIC X(18)    VALUE " NIT ACREEDOR     ".
         05    FILLER      PIC X(08)    VALUE " OBLIG. ".
         05    FILLER      PIC X(31)    VALUE
              " DESCRIPCION                   ".
         05    FILLER      PIC X(18)    VALUE "   SALDO CAPITAL  ".
         05    FILLER      PIC X(18)    VALUE "  PORC. CORRIENTE ".
         05    FILLER      PIC X(18)    VALUE " PORC.NO CORRIENTE".
         05    FILLER      PIC X(10)    VALUE " TASA ANUA".
         05    FILLER      PIC X(10)    VALUE " PROX.VCTO".
        03     TITULO-AC.
         05    FILLER      PIC X(07)    VALUE " CUOTA ".
         05    FILLER      PIC X(11)    VALUE " VENCE     ".
         05    FILLER      PIC X(18)    VALUE "      CAPITAL     ".
         05    FILLER      PIC X(18)    VALUE "      INTERES     ".
         05    FILLER      PIC X(18)    VALUE "       CUOTA      ".
         05    FILLER      PIC X(18)    VALUE "   SALDO CAPITAL  ".
         05    FILLER      PIC X(05)    VALUE " EST ".
         05    FILLER      PIC X(10)    VALUE " PAGADA   ".
        03     LINEA-CAUSA.
         05    FILLER      PIC X(01).
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(03).
         05    I-OBLIG     PIC 9(04).
         05    FILLER      PIC X(03).
         05    I-MES-CAU   PIC 9(02).
         05    FILLER      PIC X(01)    VALUE "/".
         05    I-ANO-CAU   PIC 9(04).
         05    FILLER      PIC X(02).
         05    I-BASE      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-TASA      PIC ZZ9.9999.
         05    FILLER      PIC X(01).
         05    I-VCAUSA    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(02).
         05    I-OBSERVA   PIC X(30).
        03     LINEA-CUADRO.
         05    FILLER      PIC X(01).
         05    I-NIT-X     PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(03).
         05    I-OBLIG-X   PIC 9(04).
         05    FILLER      PIC X(03).
         05    I-DESCRIPCION PIC X(30).
         05    FILLER      PIC X(01).
         05    I-SALDO-X   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-CP-X      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-LP-X      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-TASA-X    PIC ZZ9.9999.
         05    FILLER      PIC X(02).
         05    I-PROX-X    PIC 9(08).
        03     LINEA-CUOTA.
         05    FILLER      PIC X(02).
         05    I-CUOTA     PIC ZZ9.
         05    FILLER      PIC X(02).
         05    I-VENCE     PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-CAPITAL   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-INTERES   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-VALOR-CUO PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-SALDO-CUO PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(03).
         05    I-EST       PIC X(01).
         05    FILLER      PIC X(03).
         05    I-PAGADA    PIC 9(08).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\OBLIGFIN.DCL".
               COPY "..\DCL\OBLIGCUO.DCL".
               COPY "..\DCL\TASACAMB.DCL".
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
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* OBLIGACIONES FINANCIERAS *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-OBLIGFIN-CIA
                                           LAB-OBLIGCUO-CIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           IF  CON-PERIODO  >  0  AND  CON-PERIODO  <  15
               MOVE WK-NOMBRE-MES(CON-PERIODO)  TO  I-PER.
           MOVE CON-ANO                TO  I-ANO-PER.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 554                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT OBLIGFIN.
           IF  OBLIGFIN-STATUS  =  "35"
               OPEN OUTPUT OBLIGFIN.
           CLOSE OBLIGFIN.
           OPEN INPUT OBLIGCUO.
           IF  OBLIGCUO-STATUS  =  "35"
               OPEN OUTPUT OBLIGCUO.
           CLOSE OBLIGCUO.
           OPEN INPUT TASACAMB.
           IF  TASACAMB-STATUS  =  "35"
               OPEN OUTPUT TASACAMB.
           CLOSE TASACAMB.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O OBLIGFIN OBLIGCUO CNDOCTOS.
           OPEN INPUT TASACAMB.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  A  REGISTRO Y TABLA DE AMORTIZACION     !"
                                       LINE 06 POSITION 18
           DISPLAY "!  P  PAGO DE LA CUOTA SIGUIENTE           !"
                                       LINE 07 POSITION 18
           DISPLAY "!  G  CAUSACION MENSUAL DE INTERESES       !"
                                       LINE 08 POSITION 18
           DISPLAY "!  X  CUADRO CORRIENTE / NO CORRIENTE      !"
                                       LINE 09 POSITION 18
           DISPLAY "!  C  TABLA DE AMORTIZACION IMPRESA        !"
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
           IF  W-OPCION  =  "P"
               PERFORM I-PAGO          THRU F-PAGO.
           IF  W-OPCION  =  "G"
               PERFORM I-CAUSA         THRU F-CAUSA.
           IF  W-OPCION  =  "X"
               PERFORM I-CUADRO        THRU F-CUADRO.
           IF  W-OPCION  =  "C"
               PERFORM I-TABLA-IMPRESA THRU F-TABLA-IMPRESA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  REGISTRO DE LA OBLIGACION.  CON CUOTAS YA PAGADAS SOLO SE     *
      *  CAMBIAN DESCRIPCION, CUENTAS, CENTRO Y ESTADO: LA TABLA NO    *
      *  SE REGENERA                                                   *
      ******************************************************************
       I-CAPTURA.
           DISPLAY "NIT ACREEDOR.....:"  LINE 15 POSITION 10.
           DISPLAY "OBLIGACION No....:"  LINE 15 POSITION 48.
           DISPLAY "DESCRIPCION......:"  LINE 16 POSITION 10.
           DISPLAY "CLASE (B/L)......:"  LINE 17 POSITION 10.
           DISPLAY "FECHA DESEMBOLSO.:"  LINE 17 POSITION 48.
           DISPLAY "VALOR............:"  LINE 18 POSITION 10.
           DISPLAY "TASA F/D/I.......:"  LINE 18 POSITION 48.
           DISPLAY "TASA O PUNTOS %..:"  LINE 19 POSITION 10.
           DISPLAY "PLAZO MESES......:"  LINE 19 POSITION 48.
           DISPLAY "PERIODICIDAD MES.:"  LINE 20 POSITION 10.
           DISPLAY "GRACIA MESES.....:"  LINE 20 POSITION 48.
           DISPLAY "CTA CAPITAL......:"  LINE 21 POSITION 10.
           DISPLAY "CTA LARGO PLAZO..:"  LINE 21 POSITION 48.
           DISPLAY "CTA GASTO INTERES:"  LINE 22 POSITION 10.
           DISPLAY "CTA INT X PAGAR..:"  LINE 22 POSITION 48.
           DISPLAY "CENTRO COSTOS....:"  LINE 23 POSITION 10.
           DISPLAY "ESTADO (A/T).....:"  LINE 23 POSITION 48.
           MOVE ZEROS                  TO  WK-EXCEPTION
                                           W-NIT  W-NUM-OBL.
           ACCEPT W-NIT                LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAPTURA.
           IF  W-NIT  =  ZEROS         GO TO F-CAPTURA.
           ACCEPT W-NUM-OBL            LINE 15 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAPTURA.
           MOVE CON-COD-EMPRESA        TO  OBL-EMPRESA.
           MOVE W-NIT                  TO  OBL-NIT.
           MOVE W-NUM-OBL              TO  OBL-NUMERO.
           MOVE ZEROS                  TO  SW-1  SW-TERMINOS.
           READ OBLIGFIN INVALID KEY
                MOVE 1                 TO  SW-1
                MOVE SPACES            TO  OBL-DESCRIPCION
                                           OBL-CLASE  OBL-TASA-TIPO
                MOVE ZEROS             TO  OBL-FECHA  OBL-VALOR
                                           OBL-TASA  OBL-PLAZO
                                           OBL-PERIODICIDAD
                                           OBL-GRACIA  OBL-CUOTAS
                                           OBL-CTA-CAPITAL
                                           OBL-CTA-LARGO
                                           OBL-CTA-GASTO
                                           OBL-CTA-INTERES
                                           OBL-CENCOS  OBL-SALDO
                                           OBL-CUOTAS-PAGADAS
                                           OBL-PORCION-LP
                                           OBL-CAUSADO
                                           OBL-ULT-ANO
                                           OBL-ULT-PERIODO
                MOVE "A"               TO  OBL-ESTADO
                MOVE 1                 TO  OBL-PERIODICIDAD.
           IF  SW-1  NOT =  1  AND  OBL-CUOTAS-PAGADAS  >  ZEROS
               MOVE 1                  TO  SW-TERMINOS
               DISPLAY "CON CUOTAS PAGADAS: SOLO CUENTAS Y ESTADO"
                       LINE 24 POSITION 10 REVERSE.
           DISPLAY OBL-DESCRIPCION     LINE 16 POSITION 29.
           ACCEPT OBL-DESCRIPCION      LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  SW-TERMINOS  =  1       GO TO I-CAPTURA-CUENTAS.
           ACCEPT OBL-CLASE            LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-FECHA            LINE 17 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-VALOR            LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-TASA-TIPO        LINE 18 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-TASA             LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-PLAZO            LINE 19 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-PERIODICIDAD     LINE 20 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-GRACIA           LINE 20 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
       I-CAPTURA-CUENTAS.
           ACCEPT OBL-CTA-CAPITAL      LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-CTA-LARGO        LINE 21 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-CTA-GASTO        LINE 22 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-CTA-INTERES      LINE 22 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-CENCOS           LINE 23 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OBL-ESTADO           LINE 23 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM I-VALIDA-OBLIGACION THRU F-VALIDA-OBLIGACION.
           IF  SW-EOF  =  1            GO TO F-CAPTURA.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  SW-1  NOT =  1
               PERFORM I-RETIRA        THRU F-RETIRA
               GO TO F-CAPTURA.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CAPTURA.
           MOVE CON-USERNAME           TO  OBL-USUARIO.
           IF  SW-TERMINOS  =  1       GO TO I-CAPTURA-GRABA.
           COMPUTE OBL-CUOTAS  =  OBL-PLAZO  /  OBL-PERIODICIDAD.
           MOVE OBL-VALOR              TO  OBL-SALDO.
           MOVE ZEROS                  TO  OBL-CUOTAS-PAGADAS.
      *  LA OBLIGACION QUE SE REGISTRA YA CORRIENDO TRAE CAUSADO EL
      *  INTERES HASTA EL MES ANTERIOR AL PERIODO FIRMADO
           IF  SW-1  =  1
               PERFORM I-ULTIMA-INICIAL THRU F-ULTIMA-INICIAL.
           PERFORM I-GENERA-TABLA      THRU F-GENERA-TABLA.
       I-CAPTURA-GRABA.
           IF  SW-1  =  1
               MOVE CON-COD-EMPRESA    TO  OBL-EMPRESA
               MOVE W-NIT              TO  OBL-NIT
               MOVE W-NUM-OBL          TO  OBL-NUMERO
               WRITE REG-OBLIGFIN INVALID KEY
                     REWRITE REG-OBLIGFIN
           ELSE
               REWRITE REG-OBLIGFIN INVALID KEY
                     WRITE REG-OBLIGFIN.
           DISPLAY "OBLIGACION GRABADA - CUOTAS:"
                   LINE 24 POSITION 10 REVERSE.
           DISPLAY OBL-CUOTAS          LINE 24 POSITION 39 REVERSE.
       F-CAPTURA.
      *
       I-VALIDA-OBLIGACION.
           MOVE 1                      TO  SW-EOF.
           IF  OBL-CTA-CAPITAL  =  ZEROS
           OR  OBL-CTA-GASTO    =  ZEROS
           OR  OBL-CTA-INTERES  =  ZEROS
               DISPLAY "CUENTAS DE CAPITAL E INTERESES OBLIGATORIAS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           IF  OBL-ESTADO  NOT =  "A"  AND  OBL-ESTADO  NOT =  "T"
               DISPLAY "ESTADO DEBE SER A O T"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           IF  SW-TERMINOS  =  1
               MOVE ZEROS              TO  SW-EOF
               GO TO F-VALIDA-OBLIGACION.
           IF  OBL-CLASE  NOT =  "B"  AND  OBL-CLASE  NOT =  "L"
               DISPLAY "CLASE DEBE SER B (BANCO) O L (LEASING)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           MOVE OBL-FECHA              TO  W-FECHA-PARTES.
           IF  W-PARTE-ANO  <  1990
           OR  W-PARTE-MES  <  1  OR  W-PARTE-MES  >  12
           OR  W-PARTE-DIA  <  1  OR  W-PARTE-DIA  >  31
               DISPLAY "FECHA DE DESEMBOLSO ERRADA (AAAAMMDD)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           IF  OBL-VALOR  =  ZEROS  OR  OBL-PLAZO  =  ZEROS
           OR  OBL-PERIODICIDAD  =  ZEROS
           OR  OBL-PERIODICIDAD  >  12
               DISPLAY "VALOR, PLAZO Y PERIODICIDAD SON OBLIGATORIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           DIVIDE OBL-PLAZO BY OBL-PERIODICIDAD
                  GIVING W-CUOTA-NUM  REMAINDER W-RESTO.
           IF  W-RESTO  NOT =  ZEROS
               DISPLAY "EL PLAZO DEBE SER MULTIPLO DE LA PERIODICIDAD"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           DIVIDE OBL-GRACIA BY OBL-PERIODICIDAD
                  GIVING W-CUOTA-NUM  REMAINDER W-RESTO.
           IF  W-RESTO  NOT =  ZEROS  OR  OBL-GRACIA  NOT <  OBL-PLAZO
               DISPLAY "GRACIA ERRADA: MULTIPLO DE LA PERIODICIDAD"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           IF  OBL-TASA-TIPO  NOT =  "F"  AND  OBL-TASA-TIPO  NOT =  "D"
           AND OBL-TASA-TIPO  NOT =  "I"
               DISPLAY "TASA F (FIJA), D (DTF+PUNTOS), I (IBR+PUNTOS)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           MOVE OBL-FECHA              TO  W-FECHA-TASA.
           PERFORM I-TASA-ANUAL        THRU F-TASA-ANUAL.
           IF  SW-INDICE  =  ZEROS
               DISPLAY "NO HAY DTF/IBR A LA FECHA EN TASACAMB (PROG540)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-OBLIGACION.
           MOVE ZEROS                  TO  SW-EOF.
       F-VALIDA-OBLIGACION.
      *
       I-ULTIMA-INICIAL.
           MOVE ZEROS                  TO  OBL-ULT-ANO  OBL-ULT-PERIODO.
           MOVE OBL-FECHA              TO  W-FECHA-PARTES.
           COMPUTE W-MES-DESEMB  =  (W-PARTE-ANO  *  12)
                                 +   W-PARTE-MES  -  1.
           COMPUTE W-MES-HASTA   =  (CON-ANO  *  12)
                                 +   CON-PERIODO  -  1.
           IF  CON-PERIODO  <  1  OR  CON-PERIODO  >  12
           OR  W-MES-DESEMB  NOT <  W-MES-HASTA
               GO TO F-ULTIMA-INICIAL.
           IF  CON-PERIODO  =  1
               COMPUTE OBL-ULT-ANO  =  CON-ANO  -  1
               MOVE 12                 TO  OBL-ULT-PERIODO
           ELSE
               MOVE CON-ANO            TO  OBL-ULT-ANO
               COMPUTE OBL-ULT-PERIODO  =  CON-PERIODO  -  1.
       F-ULTIMA-INICIAL.
      *
       I-RETIRA.
           IF  OBL-CUOTAS-PAGADAS  >  ZEROS
           OR  OBL-CAUSADO  >  ZEROS
               DISPLAY "OBLIGACION CON MOVIMIENTO: MARQUELA T"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RETIRA.
           PERFORM I-BORRA-CUOTAS      THRU F-BORRA-CUOTAS.
           DELETE OBLIGFIN INVALID KEY
                  DISPLAY "OBLIGACION NO EXISTE"
                          LINE 24 POSITION 10.
       F-RETIRA.
      *
      ******************************************************************
      *  TASA NOMINAL ANUAL A LA FECHA W-FECHA-TASA: LA FIJA, O EL     *
      *  ULTIMO INDICE CARGADO EN TASACAMB HASTA ESA FECHA MAS PUNTOS  *
      ******************************************************************
       I-TASA-ANUAL.
           MOVE 1                      TO  SW-INDICE.
           IF  OBL-TASA-TIPO  =  "F"
               MOVE OBL-TASA           TO  W-TASA-ANUAL
               GO TO F-TASA-ANUAL.
           MOVE "DTF"                  TO  W-MONEDA-INDICE.
           IF  OBL-TASA-TIPO  =  "I"
               MOVE "IBR"              TO  W-MONEDA-INDICE.
           MOVE ZEROS                  TO  SW-INDICE  W-INDICE  FIN-TAS.
           MOVE W-MONEDA-INDICE        TO  TASA-MONEDA.
           MOVE ZEROS                  TO  TASA-FECHA.
           START TASACAMB KEY NOT LESS TASA-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-TAS.
       I-TASA-ANUAL-LEE.
           IF  FIN-TAS  =  1           GO TO I-TASA-ANUAL-SUMA.
           READ TASACAMB NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-TAS
                GO TO I-TASA-ANUAL-LEE.
           IF  TASA-MONEDA  NOT =  W-MONEDA-INDICE
           OR  TASA-FECHA   >  W-FECHA-TASA
               MOVE 1                  TO  FIN-TAS
               GO TO I-TASA-ANUAL-LEE.
           MOVE TASA-VALOR             TO  W-INDICE.
           MOVE 1                      TO  SW-INDICE.
           GO TO I-TASA-ANUAL-LEE.
       I-TASA-ANUAL-SUMA.
           COMPUTE W-TASA-ANUAL  =  W-INDICE  +  OBL-TASA.
       F-TASA-ANUAL.
      *
      ******************************************************************
      *  TABLA DE AMORTIZACION: CUOTAS DE SOLO INTERES EN LA GRACIA Y  *
      *  CUOTA FIJA (SISTEMA FRANCES, COMO PROG091) EN EL RESTO.  LA   *
      *  ULTIMA CUOTA RECOGE EL AJUSTE DE REDONDEO                     *
      ******************************************************************
       I-GENERA-TABLA.
           PERFORM I-BORRA-CUOTAS      THRU F-BORRA-CUOTAS.
           COMPUTE W-GRACIA-CUO  =  OBL-GRACIA  /  OBL-PERIODICIDAD.
           COMPUTE W-AMORTIZA-CUO  =  OBL-CUOTAS  -  W-GRACIA-CUO.
           COMPUTE W-TASA-PER ROUNDED  =  W-TASA-ANUAL
                                       *  OBL-PERIODICIDAD  /  1200.
           PERFORM I-CALCULA-CUOTA     THRU F-CALCULA-CUOTA.
           MOVE OBL-VALOR              TO  W-SALDO.
           MOVE ZEROS                  TO  W-CUOTA-NUM.
           MOVE OBL-FECHA              TO  W-FECHA-PARTES.
       I-GENERA-CUOTA.
           ADD 1                       TO  W-CUOTA-NUM.
           IF  W-CUOTA-NUM  >  OBL-CUOTAS
               GO TO F-GENERA-TABLA.
           COMPUTE W-MES-ABS  =  (W-PARTE-ANO  *  12)  +  W-PARTE-MES
                  -  1  +  (W-CUOTA-NUM  *  OBL-PERIODICIDAD).
           DIVIDE W-MES-ABS BY 12 GIVING W-ANO-VCTO
                  REMAINDER W-MES-VCTO.
           ADD 1                       TO  W-MES-VCTO.
           MOVE W-PARTE-DIA            TO  W-DIA-VCTO.
           IF  W-DIA-VCTO  >  30       MOVE 30  TO  W-DIA-VCTO.
           IF  W-MES-VCTO  =  2  AND  W-DIA-VCTO  >  28
               MOVE 28                 TO  W-DIA-VCTO.
           COMPUTE W-INTERES ROUNDED  =  W-SALDO  *  W-TASA-PER.
           IF  W-CUOTA-NUM  NOT >  W-GRACIA-CUO
               MOVE ZEROS              TO  W-CAPITAL
           ELSE
               COMPUTE W-CAPITAL  =  W-CUOTA  -  W-INTERES.
           IF  W-CUOTA-NUM  =  OBL-CUOTAS
               MOVE W-SALDO            TO  W-CAPITAL.
           SUBTRACT W-CAPITAL        FROM  W-SALDO.
           MOVE CON-COD-EMPRESA        TO  OBC-EMPRESA.
           MOVE W-NIT                  TO  OBC-NIT.
           MOVE W-NUM-OBL              TO  OBC-NUMERO.
           MOVE W-CUOTA-NUM            TO  OBC-CUOTA.
           MOVE W-VCTO-PARTES          TO  OBC-FECHA-VCTO.
           MOVE W-CAPITAL              TO  OBC-CAPITAL.
           MOVE W-INTERES              TO  OBC-INTERES.
           COMPUTE OBC-VALOR  =  W-CAPITAL  +  W-INTERES.
           MOVE W-SALDO                TO  OBC-SALDO.
           MOVE "P"                    TO  OBC-ESTADO.
           MOVE ZEROS                  TO  OBC-FECHA-PAGO.
           WRITE REG-OBLIGCUO INVALID KEY
                 REWRITE REG-OBLIGCUO.
           GO TO I-GENERA-CUOTA.
       F-GENERA-TABLA.
      *
       I-CALCULA-CUOTA.
           IF  W-TASA-PER  =  ZEROS
               COMPUTE W-CUOTA ROUNDED  =  OBL-VALOR
                                        /  W-AMORTIZA-CUO
               GO TO F-CALCULA-CUOTA.
           MOVE 1                      TO  W-FACTOR.
           MOVE ZEROS                  TO  W-CUOTA-NUM.
       I-CALCULA-FACTOR.
           ADD 1                       TO  W-CUOTA-NUM.
           IF  W-CUOTA-NUM  NOT >  W-AMORTIZA-CUO
               COMPUTE W-FACTOR ROUNDED  =  W-FACTOR
                                         *  (1  +  W-TASA-PER)
               GO TO I-CALCULA-FACTOR.
           COMPUTE W-CUOTA ROUNDED  =
                   (OBL-VALOR  *  W-TASA-PER  *  W-FACTOR)
                /  (W-FACTOR  -  1).
       F-CALCULA-CUOTA.
      *
       I-BORRA-CUOTAS.
           MOVE CON-COD-EMPRESA        TO  OBC-EMPRESA.
           MOVE W-NIT                  TO  OBC-NIT.
           MOVE W-NUM-OBL              TO  OBC-NUMERO.
           MOVE ZEROS                  TO  OBC-CUOTA  FIN-CUO.
           START OBLIGCUO KEY > OBC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CUO.
       I-BORRA-CUOTAS-LEE.
           IF  FIN-CUO  =  1           GO TO F-BORRA-CUOTAS.
           READ OBLIGCUO NEXT RECORD AT END
                MOVE 1                 TO  FIN-CUO
                GO TO I-BORRA-CUOTAS-LEE.
           IF  OBC-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OBC-NIT      NOT =  W-NIT
           OR  OBC-NUMERO   NOT =  W-NUM-OBL
               MOVE 1                  TO  FIN-CUO
               GO TO I-BORRA-CUOTAS-LEE.
           DELETE OBLIGCUO RECORD.
           GO TO I-BORRA-CUOTAS-LEE.
       F-BORRA-CUOTAS.
      *
      ******************************************************************
      *  PAGO DE LA CUOTA SIGUIENTE.  EL EGRESO LO CONTABILIZA         *
      *  TESORERIA; AQUI SE BAJA EL SALDO DE CAPITAL DE LA OBLIGACION  *
      ******************************************************************
       I-PAGO.
           PERFORM I-PIDE-OBLIGACION   THRU F-PIDE-OBLIGACION.
           IF  SW-1  =  1              GO TO F-PAGO.
           IF  OBL-ESTADO  NOT =  "A"
               DISPLAY "LA OBLIGACION NO ESTA ACTIVA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PAGO.
           MOVE CON-COD-EMPRESA        TO  OBC-EMPRESA.
           MOVE W-NIT                  TO  OBC-NIT.
           MOVE W-NUM-OBL              TO  OBC-NUMERO.
           COMPUTE OBC-CUOTA  =  OBL-CUOTAS-PAGADAS  +  1.
           MOVE ZEROS                  TO  SW-EOF.
           READ OBLIGCUO INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1  OR  OBC-ESTADO  NOT =  "P"
               DISPLAY "NO HAY CUOTA PENDIENTE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PAGO.
           DISPLAY "CUOTA:"            LINE 18 POSITION 18.
           DISPLAY OBC-CUOTA           LINE 18 POSITION 25 REVERSE.
           DISPLAY "VENCE:"            LINE 18 POSITION 32.
           DISPLAY OBC-FECHA-VCTO      LINE 18 POSITION 39 REVERSE.
           DISPLAY "CAPITAL:"          LINE 19 POSITION 18.
           MOVE OBC-CAPITAL            TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 19 POSITION 27 REVERSE.
           DISPLAY "INTERES:"          LINE 20 POSITION 18.
           MOVE OBC-INTERES            TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 20 POSITION 27 REVERSE.
           DISPLAY "[ P ] CONFIRMA EL PAGO DE LA CUOTA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "P"     GO TO F-PAGO.
           MOVE "C"                    TO  OBC-ESTADO.
           MOVE WK-FECHA-HOY           TO  OBC-FECHA-PAGO.
           REWRITE REG-OBLIGCUO.
           ADD 1                       TO  OBL-CUOTAS-PAGADAS.
           IF  OBC-CAPITAL  >  OBL-SALDO
               MOVE ZEROS              TO  OBL-SALDO
           ELSE
               SUBTRACT OBC-CAPITAL  FROM  OBL-SALDO.
           IF  OBL-CUOTAS-PAGADAS  NOT <  OBL-CUOTAS
               MOVE "T"                TO  OBL-ESTADO.
           MOVE CON-USERNAME           TO  OBL-USUARIO.
           REWRITE REG-OBLIGFIN.
           DISPLAY "PAGO REGISTRADO"   LINE 24 POSITION 18 REVERSE.
       F-PAGO.
      *
       I-PIDE-OBLIGACION.
           MOVE ZEROS                  TO  WK-EXCEPTION  SW-1
                                           W-NIT  W-NUM-OBL.
           DISPLAY "NIT ACREEDOR:"     LINE 16 POSITION 18.
           ACCEPT W-NIT                LINE 16 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "OBLIGACION No:"    LINE 16 POSITION 46.
           ACCEPT W-NUM-OBL            LINE 16 POSITION 61
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE CON-COD-EMPRESA        TO  OBL-EMPRESA.
           MOVE W-NIT                  TO  OBL-NIT.
           MOVE W-NUM-OBL              TO  OBL-NUMERO.
           READ OBLIGFIN INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "OBLIGACION NO EXISTE"
                        LINE 24 POSITION 18 REVERSE BLINK.
       F-PIDE-OBLIGACION.
      *
      ******************************************************************
      *  CORRIDA MENSUAL: INTERES DE CADA MES PENDIENTE HASTA EL       *
      *  PERIODO FIRMADO SOBRE EL CAPITAL VIGENTE AL INICIO DEL MES    *
      *  (EL MES DEL DESEMBOLSO POR LOS DIAS CORRIDOS, 30/360) Y       *
      *  RECLASIFICACION DE LA PORCION NO CORRIENTE, EN UN SOLO        *
      *  COMPROBANTE CUADRADO                                          *
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
           COMPUTE W-CORTE  =  (CON-ANO  *  10000)
                            +  (CON-PERIODO  *  100)  +  30.
           COMPUTE W-LIMITE-CP  =  W-CORTE  +  10000.
           OPEN OUTPUT INFORMES.
           MOVE "CAUSACION DE INTERESES OBLIGACIONES FINANC."
                                       TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  W-SECUENCIA
                                           W-CAUSADAS  W-SIN-INDICE
                                           T-INTERES  T-RECLASIFICA
                                           FIN-OBL  OBL-CLAVE.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  OBL-EMPRESA.
           START OBLIGFIN KEY NOT LESS OBL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OBL.
       I-CAUSA-CICLO.
           IF  FIN-OBL  =  1           GO TO I-CAUSA-FIN.
           READ OBLIGFIN NEXT RECORD AT END
                MOVE 1                 TO  FIN-OBL
                GO TO I-CAUSA-CICLO.
           IF  OBL-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OBL
               GO TO I-CAUSA-CICLO.
           IF  OBL-ESTADO  NOT =  "A"  GO TO I-CAUSA-CICLO.
           MOVE OBL-NIT                TO  W-NIT.
           MOVE OBL-NUMERO             TO  W-NUM-OBL.
           DISPLAY OBL-NIT             LINE 20 POSITION 35 REVERSE.
           MOVE OBL-FECHA              TO  W-FECHA-PARTES.
           COMPUTE W-MES-DESEMB  =  (W-PARTE-ANO  *  12)
                                 +   W-PARTE-MES  -  1.
           IF  OBL-ULT-ANO  =  ZEROS
               MOVE W-MES-DESEMB       TO  W-MES-DESDE
           ELSE
               COMPUTE W-MES-DESDE  =  (OBL-ULT-ANO  *  12)
                                    +   OBL-ULT-PERIODO.
           IF  W-MES-DESDE  <  W-MES-DESEMB
               MOVE W-MES-DESEMB       TO  W-MES-DESDE.
           MOVE W-MES-DESDE            TO  W-MES-CAUSA.
       I-CAUSA-MES.
           IF  W-MES-CAUSA  >  W-MES-HASTA
               GO TO I-CAUSA-OBLIGACION.
           PERFORM I-CAUSA-UN-MES      THRU F-CAUSA-UN-MES.
      *  SIN INDICE DEL MES LA OBLIGACION QUEDA PENDIENTE DESDE AHI
           IF  SW-INDICE  =  ZEROS     GO TO I-CAUSA-OBLIGACION.
           ADD 1                       TO  W-MES-CAUSA.
           GO TO I-CAUSA-MES.
       I-CAUSA-OBLIGACION.
           IF  W-MES-CAUSA  >  W-MES-DESDE
               SUBTRACT 1            FROM  W-MES-CAUSA
               DIVIDE W-MES-CAUSA BY 12 GIVING OBL-ULT-ANO
                      REMAINDER OBL-ULT-PERIODO
               ADD 1                   TO  OBL-ULT-PERIODO.
           IF  OBL-CTA-LARGO  NOT =  ZEROS
               PERFORM I-RECLASIFICA   THRU F-RECLASIFICA.
           REWRITE REG-OBLIGFIN.
           GO TO I-CAUSA-CICLO.
       I-CAUSA-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL INTERESES CAUSADOS"  TO  I-TEXTO.
           MOVE T-INTERES              TO  I-VALOR.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL RECLASIFICADO A LARGO PLAZO"  TO  I-TEXTO.
           MOVE T-RECLASIFICA          TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  W-SIN-INDICE  >  ZEROS
               MOVE SPACES             TO  LINEA-DE-TOTAL
               MOVE "MESES SIN INDICE DTF/IBR (PENDIENTES)"
                                       TO  I-TEXTO
               MOVE W-SIN-INDICE       TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "MESES CAUSADOS:"   LINE 22 POSITION 18 REVERSE.
           DISPLAY W-CAUSADAS          LINE 22 POSITION 34 REVERSE.
           DISPLAY "COMPROBANTE No:"   LINE 23 POSITION 18 REVERSE.
           DISPLAY W-NUMERO            LINE 23 POSITION 34 REVERSE.
       F-CAUSA.
      *
       I-CAUSA-UN-MES.
           DIVIDE W-MES-CAUSA BY 12 GIVING W-ANO-CAUSA
                  REMAINDER W-PER-CAUSA.
           ADD 1                       TO  W-PER-CAUSA.
           COMPUTE W-INICIO-MES  =  (W-ANO-CAUSA  *  10000)
                                 +  (W-PER-CAUSA  *  100)  +  1.
           COMPUTE W-FECHA-TASA  =  W-INICIO-MES  +  30.
           PERFORM I-TASA-ANUAL        THRU F-TASA-ANUAL.
           MOVE SPACES                 TO  LINEA-CAUSA.
           MOVE OBL-NIT                TO  I-NIT.
           MOVE OBL-NUMERO             TO  I-OBLIG.
           MOVE W-PER-CAUSA            TO  I-MES-CAU.
           MOVE W-ANO-CAUSA            TO  I-ANO-CAU.
           IF  SW-INDICE  =  ZEROS
               ADD 1                   TO  W-SIN-INDICE
               MOVE "SIN INDICE DTF/IBR EN TASACAMB"  TO  I-OBSERVA
               PERFORM I-ESCRIBE-CAUSA THRU F-ESCRIBE-CAUSA
               GO TO F-CAUSA-UN-MES.
           PERFORM I-BASE-MES          THRU F-BASE-MES.
           COMPUTE W-INT-MES ROUNDED  =  W-BASE  *  W-TASA-ANUAL
                                      /  1200.
           IF  W-MES-CAUSA  =  W-MES-DESEMB
               MOVE W-PARTE-DIA        TO  W-DIAS
               IF  W-DIAS  >  30       MOVE 30  TO  W-DIAS.
           IF  W-MES-CAUSA  =  W-MES-DESEMB
               COMPUTE W-INT-MES ROUNDED  =  W-INT-MES
                                          *  (31  -  W-DIAS)  /  30
               MOVE "MES DEL DESEMBOLSO (DIAS)"  TO  I-OBSERVA.
           MOVE W-BASE                 TO  I-BASE.
           MOVE W-TASA-ANUAL           TO  I-TASA.
           MOVE W-INT-MES              TO  I-VCAUSA.
           IF  W-MES-CAUSA  <  W-MES-HASTA
               MOVE "MES ATRASADO RECUPERADO"  TO  I-OBSERVA.
           PERFORM I-ESCRIBE-CAUSA     THRU F-ESCRIBE-CAUSA.
           IF  W-INT-MES  =  ZEROS     GO TO F-CAUSA-UN-MES.
      *  DEBITO AL GASTO FINANCIERO CON SU CENTRO
           INITIALIZE REG-DOCTOS.
           MOVE OBL-CTA-GASTO          TO  CUENTA-DOCTOS.
           MOVE OBL-CENCOS             TO  CENCOS-DOCTOS.
           MOVE OBL-NIT                TO  ALTNIT-DOCTOS.
           MOVE W-INT-MES              TO  VALOR-DOCTOS.
           MOVE SPACES                 TO  CONCEPTO-DOCTOS.
           STRING "CAUSACION INTERESES " W-PER-CAUSA "/" W-ANO-CAUSA
                  DELIMITED BY SIZE  INTO CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
      *  CREDITO A LOS INTERESES POR PAGAR DEL ACREEDOR
           MOVE CONCEPTO-DOCTOS        TO  I-OBSERVA.
           INITIALIZE REG-DOCTOS.
           MOVE OBL-CTA-INTERES        TO  CUENTA-DOCTOS.
           MOVE OBL-NIT                TO  ALTNIT-DOCTOS.
           COMPUTE VALOR-DOCTOS  =  ZERO  -  W-INT-MES.
           MOVE I-OBSERVA              TO  CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
           ADD W-INT-MES               TO  OBL-CAUSADO  T-INTERES.
           ADD 1                       TO  W-CAUSADAS.
       F-CAUSA-UN-MES.
      *
      *  CAPITAL VIGENTE AL INICIO DEL MES: CUOTAS PENDIENTES MAS LAS
      *  PAGADAS DESDE ESE MES EN ADELANTE
       I-BASE-MES.
           MOVE ZEROS                  TO  W-BASE  FIN-CUO.
           MOVE CON-COD-EMPRESA        TO  OBC-EMPRESA.
           MOVE OBL-NIT                TO  OBC-NIT.
           MOVE OBL-NUMERO             TO  OBC-NUMERO.
           MOVE ZEROS                  TO  OBC-CUOTA.
           START OBLIGCUO KEY > OBC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CUO.
       I-BASE-MES-LEE.
           IF  FIN-CUO  =  1           GO TO F-BASE-MES.
           READ OBLIGCUO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CUO
                GO TO I-BASE-MES-LEE.
           IF  OBC-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OBC-NIT      NOT =  OBL-NIT
           OR  OBC-NUMERO   NOT =  OBL-NUMERO
               MOVE 1                  TO  FIN-CUO
               GO TO I-BASE-MES-LEE.
           IF  OBC-ESTADO  =  "P"
               ADD OBC-CAPITAL         TO  W-BASE
               GO TO I-BASE-MES-LEE.
           IF  OBC-ESTADO  =  "C"
           AND OBC-FECHA-PAGO  NOT <  W-INICIO-MES
               ADD OBC-CAPITAL         TO  W-BASE.
           GO TO I-BASE-MES-LEE.
       F-BASE-MES.
      *
      *  PORCION NO CORRIENTE = SALDO MENOS LAS CUOTAS QUE VENCEN EN
      *  LOS 12 MESES SIGUIENTES AL CORTE; SE MUEVE LA DIFERENCIA
      *  CONTRA LO YA RECLASIFICADO
       I-RECLASIFICA.
           PERFORM I-PORCION-CORRIENTE THRU F-PORCION-CORRIENTE.
           COMPUTE W-DELTA  =  W-LP  -  OBL-PORCION-LP.
           IF  W-DELTA  =  ZEROS       GO TO F-RECLASIFICA.
           INITIALIZE REG-DOCTOS.
           MOVE OBL-CTA-CAPITAL        TO  CUENTA-DOCTOS.
           MOVE OBL-NIT                TO  ALTNIT-DOCTOS.
           MOVE W-DELTA                TO  VALOR-DOCTOS.
           MOVE "RECLASIFICACION LARGO PLAZO"  TO  CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
           INITIALIZE REG-DOCTOS.
           MOVE OBL-CTA-LARGO          TO  CUENTA-DOCTOS.
           MOVE OBL-NIT                TO  ALTNIT-DOCTOS.
           COMPUTE VALOR-DOCTOS  =  ZERO  -  W-DELTA.
           MOVE "RECLASIFICACION LARGO PLAZO"  TO  CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
           MOVE W-LP                   TO  OBL-PORCION-LP.
           ADD W-DELTA                 TO  T-RECLASIFICA.
           MOVE SPACES                 TO  LINEA-CAUSA.
           MOVE OBL-NIT                TO  I-NIT.
           MOVE OBL-NUMERO             TO  I-OBLIG.
           MOVE CON-PERIODO            TO  I-MES-CAU.
           MOVE CON-ANO                TO  I-ANO-CAU.
           MOVE OBL-SALDO              TO  I-BASE.
           MOVE W-DELTA                TO  I-VCAUSA.
           MOVE "RECLASIFICACION LARGO PLAZO"  TO  I-OBSERVA.
           PERFORM I-ESCRIBE-CAUSA     THRU F-ESCRIBE-CAUSA.
       F-RECLASIFICA.
      *
       I-PORCION-CORRIENTE.
           MOVE ZEROS                  TO  W-CP  W-PROX-VCTO  FIN-CUO.
           MOVE CON-COD-EMPRESA        TO  OBC-EMPRESA.
           MOVE OBL-NIT                TO  OBC-NIT.
           MOVE OBL-NUMERO             TO  OBC-NUMERO.
           MOVE ZEROS                  TO  OBC-CUOTA.
           START OBLIGCUO KEY > OBC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CUO.
       I-PORCION-LEE.
           IF  FIN-CUO  =  1           GO TO I-PORCION-CALCULA.
           READ OBLIGCUO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CUO
                GO TO I-PORCION-LEE.
           IF  OBC-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OBC-NIT      NOT =  OBL-NIT
           OR  OBC-NUMERO   NOT =  OBL-NUMERO
               MOVE 1                  TO  FIN-CUO
               GO TO I-PORCION-LEE.
           IF  OBC-ESTADO  NOT =  "P"  GO TO I-PORCION-LEE.
           IF  W-PROX-VCTO  =  ZEROS
               MOVE OBC-FECHA-VCTO     TO  W-PROX-VCTO.
           IF  OBC-FECHA-VCTO  NOT >  W-LIMITE-CP
               ADD OBC-CAPITAL         TO  W-CP.
           GO TO I-PORCION-LEE.
       I-PORCION-CALCULA.
           IF  W-CP  >  OBL-SALDO
               MOVE OBL-SALDO          TO  W-CP.
           COMPUTE W-LP  =  OBL-SALDO  -  W-CP.
       F-PORCION-CORRIENTE.
      *
       I-ESCRIBE-CAUSA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-CAUSA AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-ESCRIBE-CAUSA.
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
      *  CUADRO DE OBLIGACIONES PARA EL BALANCE: PORCION CORRIENTE     *
      *  (CUOTAS QUE VENCEN EN LOS 12 MESES SIGUIENTES AL CORTE) Y NO  *
      *  CORRIENTE DE CADA OBLIGACION ACTIVA                           *
      ******************************************************************
       I-CUADRO.
           COMPUTE W-CORTE  =  (CON-ANO  *  10000)
                            +  (CON-PERIODO  *  100)  +  30.
           COMPUTE W-LIMITE-CP  =  W-CORTE  +  10000.
           OPEN OUTPUT INFORMES.
           MOVE "OBLIGACIONES FINANCIERAS CORRIENTE/NO CORR."
                                       TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  T-SALDO  T-CP
                                           T-LP  FIN-OBL  OBL-CLAVE.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  OBL-EMPRESA.
           START OBLIGFIN KEY NOT LESS OBL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OBL.
       I-CUADRO-CICLO.
           IF  FIN-OBL  =  1           GO TO I-CUADRO-TOTAL.
           READ OBLIGFIN NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OBL
                GO TO I-CUADRO-CICLO.
           IF  OBL-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OBL
               GO TO I-CUADRO-CICLO.
           IF  OBL-ESTADO  NOT =  "A"  GO TO I-CUADRO-CICLO.
           PERFORM I-PORCION-CORRIENTE THRU F-PORCION-CORRIENTE.
           MOVE W-CORTE                TO  W-FECHA-TASA.
           PERFORM I-TASA-ANUAL        THRU F-TASA-ANUAL.
           ADD OBL-SALDO               TO  T-SALDO.
           ADD W-CP                    TO  T-CP.
           ADD W-LP                    TO  T-LP.
           MOVE SPACES                 TO  LINEA-CUADRO.
           MOVE OBL-NIT                TO  I-NIT-X.
           MOVE OBL-NUMERO             TO  I-OBLIG-X.
           MOVE OBL-DESCRIPCION        TO  I-DESCRIPCION.
           MOVE OBL-SALDO              TO  I-SALDO-X.
           MOVE W-CP                   TO  I-CP-X.
           MOVE W-LP                   TO  I-LP-X.
           MOVE W-TASA-ANUAL           TO  I-TASA-X.
           MOVE W-PROX-VCTO            TO  I-PROX-X.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-CUADRO AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-CUADRO-CICLO.
       I-CUADRO-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "SALDO TOTAL DE CAPITAL"  TO  I-TEXTO.
           MOVE T-SALDO                TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PORCION CORRIENTE (HASTA 12 MESES)"  TO  I-TEXTO.
           MOVE T-CP                   TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PORCION NO CORRIENTE"  TO  I-TEXTO.
           MOVE T-LP                   TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "CUADRO DE OBLIGACIONES GENERADO"
                   LINE 24 POSITION 18 REVERSE.
       F-CUADRO.
      *
      ******************************************************************
      *  TABLA DE AMORTIZACION IMPRESA, CUOTA A CUOTA CON SU ESTADO    *
      ******************************************************************
       I-TABLA-IMPRESA.
           PERFORM I-PIDE-OBLIGACION   THRU F-PIDE-OBLIGACION.
           IF  SW-1  =  1              GO TO F-TABLA-IMPRESA.
           OPEN OUTPUT INFORMES.
           MOVE SPACES                 TO  I-NOMBRE-INF.
           STRING "TABLA DE AMORTIZACION " OBL-DESCRIPCION
                  DELIMITED BY SIZE  INTO I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  OBC-EMPRESA.
           MOVE W-NIT                  TO  OBC-NIT.
           MOVE W-NUM-OBL              TO  OBC-NUMERO.
           MOVE ZEROS                  TO  OBC-CUOTA  FIN-CUO.
           START OBLIGCUO KEY > OBC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CUO.
       I-TABLA-CUOTA.
           IF  FIN-CUO  =  1           GO TO I-TABLA-CIERRA.
           READ OBLIGCUO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CUO
                GO TO I-TABLA-CUOTA.
           IF  OBC-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OBC-NIT      NOT =  W-NIT
           OR  OBC-NUMERO   NOT =  W-NUM-OBL
               MOVE 1                  TO  FIN-CUO
               GO TO I-TABLA-CUOTA.
           MOVE SPACES                 TO  LINEA-CUOTA.
           MOVE OBC-CUOTA              TO  I-CUOTA.
           MOVE OBC-FECHA-VCTO         TO  I-VENCE.
           MOVE OBC-CAPITAL            TO  I-CAPITAL.
           MOVE OBC-INTERES            TO  I-INTERES.
           MOVE OBC-VALOR              TO  I-VALOR-CUO.
           MOVE OBC-SALDO              TO  I-SALDO-CUO.
           MOVE OBC-ESTADO             TO  I-EST.
           MOVE OBC-FECHA-PAGO         TO  I-PAGADA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-CUOTA AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-TABLA-CUOTA.
       I-TABLA-CIERRA.
           CLOSE INFORMES.
           DISPLAY "TABLA DE AMORTIZACION GENERADA"
                   LINE 24 POSITION 18 REVERSE.
       F-TABLA-IMPRESA.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           IF  W-OPCION  =  "G"
               WRITE REG-INFORMES  FROM  TITULO-AG  AFTER 1.
           IF  W-OPCION  =  "X"
               WRITE REG-INFORMES  FROM  TITULO-AX  AFTER 1.
           IF  W-OPCION  =  "C"
               WRITE REG-INFORMES  FROM  TITULO-AC  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE OBLIGFIN OBLIGCUO TASACAMB CNDOCTOS.
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
