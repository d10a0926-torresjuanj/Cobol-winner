       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG387.
      ******************************************************************
      * FACTURACION A CLIENTES DE SERVICIOS TEMPORALES  OCT-15-2026    *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PARA LAS EMPRESAS CON WIN-GENERA-FACTURA = "S" (PROG740) Y UN  *
      * PERIODO DE NOMINA YA CERRADO (PROG315), TOMA EL COSTO DE LA    *
      * NOMINA (DEVENGADOS DE NOMIACUM SEGUN CONCPTOS-TIPO) POR        *
      * CENTRO DE COSTOS, LE SUMA LA CARGA PRESTACIONAL AL             *
      * WIN-PRC-PRESTACIONAL Y LA ADMINISTRACION AL WIN-PRC-ADMON      *
      * SOBRE COSTO MAS CARGA, Y LIQUIDA EL IVA SOLO SOBRE LA          *
      * ADMINISTRACION.  EL NUMERO DE LA FACTURA LO DA CNCONSEC        *
      * DENTRO DEL RANGO DE LA RESOLUCION DIAN (RESOLFAC, PROG047).    *
      * IMPRIME LA FACTURA Y GRABA EN CNDOCTOS EL COMPROBANTE DE LA    *
      * CUENTA POR COBRAR CON EL NIT DEL CLIENTE Y EL NUMERO DE        *
      * FACTURA, PARA QUE LOS ESTADOS DE CUENTA (PROG761) Y LA         *
      * CARTERA (PROG758) LA TOMEN COMO CUALQUIER OTRA.  FACTEMPO      *
      * GUARDA LOS PARAMETROS Y LA FACTURA DE CADA PERIODO; UN         *
      * PERIODO YA FACTURADO NO SE VUELVE A FACTURAR.                  *
      * OPCIONES:                                                      *
      *   P = PARAMETROS (TIPO, NIT CLIENTE, CUENTAS, IVA, PLAZO)      *
      *   F = FACTURA EL PERIODO DE NOMINA EN SESION                   *
      *   L = LISTADO DE FACTURAS DEL ANO                              *
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
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\RESOLFAC.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\FACTEMPO.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\RESOLFAC.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\FACTEMPO.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG387".
       77      ID-PRG              PIC X(7)  VALUE "PROG387".
       77      W-OPCION-FTE        PIC X(01) VALUE SPACES.
       77      SW-PARAM            PIC 9(01) VALUE ZEROS.
       77      SW-EXISTE           PIC 9(01) VALUE ZEROS.
       77      SW-LISTADO          PIC 9(01) VALUE ZEROS.
       77      SW-TABLA-LLENA      PIC 9(01) VALUE ZEROS.
       77      W-HAY-CIERRE        PIC 9(01) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-NIT-CLIENTE       PIC 9(12) VALUE ZEROS.
       77      W-CTA-CARTERA       PIC 9(10) VALUE ZEROS.
       77      W-CTA-NOMINA        PIC 9(10) VALUE ZEROS.
       77      W-CTA-ADMON         PIC 9(10) VALUE ZEROS.
       77      W-CTA-IVA           PIC 9(10) VALUE ZEROS.
       77      W-PRC-IVA           PIC 9(02)V99 VALUE ZEROS.
       77      W-PLAZO             PIC 9(03) VALUE ZEROS.
       77      W-CTA-CAP           PIC 9(10) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-FECHA-VENCE       PIC 9(08) VALUE ZEROS.
       77      W-CEN-IDX           PIC 9(03) VALUE ZEROS.
       77      W-CEN-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-CEN-HALLADO       PIC 9(03) VALUE ZEROS.
       77      W-CTA-BUSCA         PIC 9(10) VALUE ZEROS.
       77      W-CEN-BUSCA         PIC 9(03) VALUE ZEROS.
       77      W-VALOR-BUSCA       PIC S9(11)V99 VALUE ZEROS.
       77      W-BASE-BUSCA        PIC S9(11)V99 VALUE ZEROS.
       77      W-TOPE-DEBITOS      PIC S9(13)V99 VALUE ZEROS.
       77      T-COSTO             PIC S9(13)V99 VALUE ZEROS.
       77      T-PRESTACIONAL      PIC S9(13)V99 VALUE ZEROS.
       77      T-ADMON             PIC S9(13)V99 VALUE ZEROS.
       77      T-IVA               PIC S9(13)V99 VALUE ZEROS.
       77      T-TOTAL             PIC S9(13)V99 VALUE ZEROS.
       77      W-FACTURAS          PIC 9(06) VALUE ZEROS.
       77      W-PARTE-ANO         PIC 9(04) VALUE ZEROS.
       77      W-PARTE-MES         PIC 9(02) VALUE ZEROS.
       77      W-PARTE-DIA         PIC 9(02) VALUE ZEROS.
       77      W-DIA-FIN           PIC 9(02) VALUE ZEROS.
       77      W-RESTO             PIC 9(04) VALUE ZEROS.
       77      W-BISIESTO          PIC 9(02) VALUE ZEROS.
       77      W-DIAS-SUMADOS      PIC 9(03) VALUE ZEROS.
       01      TABLA-CENTROS.
        03     CEN-ENTRADA         OCCURS 200 TIMES.
         05    CEN-CODIGO          PIC 9(03).
         05    CEN-COSTO           PIC S9(13)V99.
         05    CEN-PRESTACIONAL    PIC S9(13)V99.
         05    CEN-ADMON           PIC S9(13)V99.
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
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\RESOLFAC.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\FACTEMPO.LBL".
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
         05    I-TITULO    PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(100)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(08)    VALUE " CENTRO ".
         05    FILLER      PIC X(19)    VALUE "   COSTO NOMINA    ".
         05    FILLER      PIC X(19)    VALUE "CARGA PRESTACIONAL ".
         05    FILLER      PIC X(19)    VALUE "  ADMINISTRACION   ".
         05    FILLER      PIC X(19)    VALUE "     SUBTOTAL      ".
        03     TITULO-L.
         05    FILLER      PIC X(08)    VALUE " PERIOD ".
         05    FILLER      PIC X(08)    VALUE " FACTURA".
         05    FILLER      PIC X(14)    VALUE " NIT CLIENTE  ".
         05    FILLER      PIC X(19)    VALUE "   COSTO + CARGA   ".
         05    FILLER      PIC X(19)    VALUE "  ADMINISTRACION   ".
         05    FILLER      PIC X(19)    VALUE "        IVA        ".
         05    FILLER      PIC X(19)    VALUE "       TOTAL       ".
         05    FILLER      PIC X(04)    VALUE " EST".
        03     LINEA-ENCABEZADO.
         05    I-ROTULO    PIC X(20).
         05    I-DATO      PIC X(60).
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(03).
         05    I-CENTRO    PIC 9(03).
         05    FILLER      PIC X(02).
         05    I-COSTO     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-PREST     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-ADMON     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-SUBTOT    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-DE-LISTADO.
         05    FILLER      PIC X(03).
         05    I-PERIODO   PIC 9(03).
         05    FILLER      PIC X(02).
         05    I-NUMERO    PIC 9(06).
         05    FILLER      PIC X(02).
         05    I-NIT       PIC 9(12).
         05    FILLER      PIC X(02).
         05    I-LCOSTO    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-LADMON    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-LIVA      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-LTOTAL    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(02).
         05    I-EST       PIC X(01).
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(27).
         05    I-TEXTO     PIC X(38).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-FECHA.
         05    I-FEC-DIA   PIC 9(02).
         05    FILLER      PIC X(01)    VALUE "/".
         05    I-FEC-MES   PIC 9(02).
         05    FILLER      PIC X(01)    VALUE "/".
         05    I-FEC-ANO   PIC 9(04).
        03     LINEA-FECHA-AMD.
         05    I-AMD-ANO   PIC 9(04).
         05    I-AMD-MES   PIC 9(02).
         05    I-AMD-DIA   PIC 9(02).
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\RESOLFAC.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\FACTEMPO.DCL".
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
           PERFORM I-STATUS-FACTEMPO THRU F-STATUS-FACTEMPO
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* FACTURACION SERVICIOS TEMPORALES *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <P> PARAMETROS DE FACTURACION              !"
                                       LINE 07 POSITION 18
           DISPLAY "! <F> FACTURA EL PERIODO DE NOMINA           !"
                                       LINE 08 POSITION 18
           DISPLAY "! <L> LISTADO DE FACTURAS   [F2] TERMINAR    !"
                                       LINE 09 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 10 POSITION 18.
           DISPLAY CON-PERIODO         LINE 06 POSITION 66 REVERSE.
           IF  WIN-GENERA-FACTURA  NOT =  "S"
               DISPLAY "OJO: LA EMPRESA NO GENERA FACTURA"
                       LINE 11 POSITION 18 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-FTE.
           IF  W-OPCION-FTE  =  "P"
               PERFORM I-PARAMETROS    THRU F-PARAMETROS
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-FTE  =  "F"
               PERFORM I-FACTURA       THRU F-FACTURA
               GO TO F-OPCIONES.
           IF  W-OPCION-FTE  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONCPTOS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-CNNITCED-CIA
                                           LAB-CNCATCTA-CIA
                                           LAB-FACTEMPO-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 387                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-FACTEMPO.
           OPEN INPUT FACTEMPO.
           IF  FACTEMPO-STATUS  =  "35"
               OPEN OUTPUT FACTEMPO.
           CLOSE FACTEMPO.
       F-STATUS-FACTEMPO.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CONCPTOS NOMIACUM CNNITCED CNCATCTA RESOLFAC.
           OPEN I-O CNDOCTOS FACTEMPO.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  PARAMETROS DE LA EMPRESA: REGISTRO DE FACTEMPO CON ANO Y      *
      *  PERIODO EN CEROS                                              *
      ******************************************************************
       I-LEE-PARAMETROS.
           MOVE ZEROS                  TO  SW-PARAM  W-TIPO
                                           W-NIT-CLIENTE  W-CTA-CARTERA
                                           W-CTA-NOMINA  W-CTA-ADMON
                                           W-CTA-IVA  W-PRC-IVA
                                           W-PLAZO.
           MOVE CON-COD-EMPRESA        TO  FTE-EMPRESA.
           MOVE ZEROS                  TO  FTE-ANO  FTE-PERIODO.
           READ FACTEMPO WITH NO LOCK INVALID KEY
                GO TO F-LEE-PARAMETROS.
           MOVE FTE-TIPO               TO  W-TIPO.
           MOVE FTE-NIT-DEFECTO        TO  W-NIT-CLIENTE.
           MOVE FTE-CTA-CARTERA        TO  W-CTA-CARTERA.
           MOVE FTE-CTA-NOMINA         TO  W-CTA-NOMINA.
           MOVE FTE-CTA-ADMON          TO  W-CTA-ADMON.
           MOVE FTE-CTA-IVA            TO  W-CTA-IVA.
           MOVE FTE-PRC-IVA            TO  W-PRC-IVA.
           MOVE FTE-PLAZO              TO  W-PLAZO.
           IF  W-TIPO  NOT =  ZEROS  AND  W-NIT-CLIENTE  NOT =  ZEROS
           AND W-CTA-CARTERA  NOT =  ZEROS
           AND W-CTA-NOMINA   NOT =  ZEROS
           AND W-CTA-ADMON    NOT =  ZEROS
           AND W-CTA-IVA      NOT =  ZEROS
               MOVE 1                  TO  SW-PARAM.
       F-LEE-PARAMETROS.
      *
      ******************************************************************
      *  OPCION P: CAPTURA DE LOS PARAMETROS DE FACTURACION.  CADA     *
      *  CUENTA SE VALIDA CONTRA CNCATCTA Y EL NIT CONTRA CNNITCED     *
      ******************************************************************
       I-PARAMETROS.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
           IF  W-PRC-IVA  =  ZEROS
               MOVE 19                 TO  W-PRC-IVA.
           DISPLAY "TIPO COMPROBANTE...:"  LINE 13 POSITION 10.
           DISPLAY "NIT DEL CLIENTE....:"  LINE 14 POSITION 10.
           DISPLAY "CTA CARTERA CLIENTE:"  LINE 15 POSITION 10.
           DISPLAY "CTA INGRESO NOMINA.:"  LINE 16 POSITION 10.
           DISPLAY "CTA INGRESO ADMON..:"  LINE 17 POSITION 10.
           DISPLAY "CTA IVA POR PAGAR..:"  LINE 18 POSITION 10.
           DISPLAY "% IVA ADMON........:"  LINE 19 POSITION 10.
           DISPLAY "PLAZO (DIAS).......:"  LINE 20 POSITION 10.
       I-PARAM-TIPO.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-TIPO               LINE 13 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-TIPO  =  ZEROS        GO TO I-PARAM-TIPO.
           MOVE CON-COD-EMPRESA        TO  REF-EMPRESA.
           MOVE W-TIPO                 TO  REF-TIPO.
           READ RESOLFAC WITH NO LOCK INVALID KEY
                DISPLAY "OJO: TIPO SIN RESOLUCION DIAN (PROG047)"
                        LINE 24 POSITION 01 REVERSE BLINK.
       I-PARAM-NIT.
           ACCEPT W-NIT-CLIENTE        LINE 14 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           MOVE W-NIT-CLIENTE          TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN EL CATALOGO (PROG060)"
                        LINE 24 POSITION 01 REVERSE BLINK
                GO TO I-PARAM-NIT.
           DISPLAY NOMBM               LINE 14 POSITION 45.
       I-PARAM-CARTERA.
           MOVE W-CTA-CARTERA          TO  W-CTA-CAP.
           ACCEPT W-CTA-CAP            LINE 15 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-1  =  1              GO TO I-PARAM-CARTERA.
           MOVE W-CTA-CAP              TO  W-CTA-CARTERA.
       I-PARAM-NOMINA.
           MOVE W-CTA-NOMINA           TO  W-CTA-CAP.
           ACCEPT W-CTA-CAP            LINE 16 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-1  =  1              GO TO I-PARAM-NOMINA.
           MOVE W-CTA-CAP              TO  W-CTA-NOMINA.
       I-PARAM-ADMON.
           MOVE W-CTA-ADMON            TO  W-CTA-CAP.
           ACCEPT W-CTA-CAP            LINE 17 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-1  =  1              GO TO I-PARAM-ADMON.
           MOVE W-CTA-CAP              TO  W-CTA-ADMON.
       I-PARAM-IVA.
           MOVE W-CTA-IVA              TO  W-CTA-CAP.
           ACCEPT W-CTA-CAP            LINE 18 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-1  =  1              GO TO I-PARAM-IVA.
           MOVE W-CTA-CAP              TO  W-CTA-IVA.
           ACCEPT W-PRC-IVA            LINE 19 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           ACCEPT W-PLAZO              LINE 20 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
       I-PARAM-CONFIRMA.
           DISPLAY "<C> CONFIRMA LOS PARAMETROS"
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-TRUCO  NOT =  "C"     GO TO I-PARAM-CONFIRMA.
           MOVE ZEROS                  TO  SW-EXISTE.
           MOVE CON-COD-EMPRESA        TO  FTE-EMPRESA.
           MOVE ZEROS                  TO  FTE-ANO  FTE-PERIODO.
           READ FACTEMPO INVALID KEY
                MOVE 1                 TO  SW-EXISTE.
           MOVE SPACES                 TO  FTE-PARAMETROS.
           MOVE W-TIPO                 TO  FTE-TIPO.
           MOVE W-NIT-CLIENTE          TO  FTE-NIT-DEFECTO.
           MOVE W-CTA-CARTERA          TO  FTE-CTA-CARTERA.
           MOVE W-CTA-NOMINA           TO  FTE-CTA-NOMINA.
           MOVE W-CTA-ADMON            TO  FTE-CTA-ADMON.
           MOVE W-CTA-IVA              TO  FTE-CTA-IVA.
           MOVE W-PRC-IVA              TO  FTE-PRC-IVA.
           MOVE W-PLAZO                TO  FTE-PLAZO.
           IF  SW-EXISTE  =  1
               MOVE CON-COD-EMPRESA    TO  FTE-EMPRESA
               MOVE ZEROS              TO  FTE-ANO  FTE-PERIODO
               WRITE REG-FACTEMPO
           ELSE
               REWRITE REG-FACTEMPO.
           DISPLAY "PARAMETROS ACTUALIZADOS      "
                   LINE 24 POSITION 01 REVERSE.
       F-PARAMETROS.
      *
       I-VALIDA-CUENTA.
           MOVE ZEROS                  TO  SW-1.
           MOVE W-CTA-CAP              TO  CTAMAE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                DISPLAY "CUENTA NO EXISTE EN EL CATALOGO      "
                        LINE 24 POSITION 01 REVERSE BLINK
                MOVE 1                 TO  SW-1
                GO TO F-VALIDA-CUENTA.
           IF  ESTACTA  =  "S"
               DISPLAY "CUENTA NO PERMITE MOVIMIENTO         "
                       LINE 24 POSITION 01 REVERSE BLINK
               MOVE 1                  TO  SW-1.
       F-VALIDA-CUENTA.
      *
      ******************************************************************
      *  OPCION F: FACTURA EL PERIODO DE NOMINA EN SESION.  NADA SE    *
      *  GRABA NI SE CONSUME NUMERO HASTA PASAR TODAS LAS PUERTAS:     *
      *  EMPRESA QUE FACTURA, PARAMETROS, PERIODO CONTABLE ABIERTO,    *
      *  PERIODO NO FACTURADO, RESOLUCION DIAN Y NOMINA CERRADA        *
      ******************************************************************
       I-FACTURA.
           IF  WIN-GENERA-FACTURA  NOT =  "S"
               DISPLAY "LA EMPRESA NO GENERA FACTURA (PROG740)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-FACTURA.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
           IF  SW-PARAM  =  ZEROS
               DISPLAY "FALTAN PARAMETROS DE FACTURACION <P>"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-FACTURA.
      *  EL PERIODO EN CIERRE O CERRADO NO RECIBE MAS MOVIMIENTOS
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "C"
               DISPLAY "PERIODO CERRADO (PROG028)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-FACTURA.
           MOVE ZEROS                  TO  SW-EXISTE.
           MOVE CON-COD-EMPRESA        TO  FTE-EMPRESA.
           MOVE CON-ANO                TO  FTE-ANO.
           MOVE CON-PERIODO            TO  FTE-PERIODO.
           READ FACTEMPO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EXISTE.
           IF  SW-EXISTE  =  ZEROS  AND  FTE-ESTADO  =  "F"
               DISPLAY "PERIODO YA FACTURADO - FACTURA No:"
                       LINE 24 POSITION 01 REVERSE BLINK
               DISPLAY FTE-NUMERO      LINE 24 POSITION 36 REVERSE
               GO TO F-FACTURA.
           MOVE CON-COD-EMPRESA        TO  REF-EMPRESA.
           MOVE W-TIPO                 TO  REF-TIPO.
           MOVE ZEROS                  TO  SW-1.
           READ RESOLFAC WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "TIPO SIN RESOLUCION DIAN (PROG047)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-FACTURA.
           PERFORM I-ACUMULA-COSTO     THRU F-ACUMULA-COSTO.
           IF  W-HAY-CIERRE  =  ZEROS
               DISPLAY "PERIODO SIN CIERRE DE NOMINA (PROG315)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-FACTURA.
           IF  SW-TABLA-LLENA  =  1
               DISPLAY "TABLA DE CENTROS LLENA - PROCESO ABORTADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-FACTURA.
           IF  T-COSTO  NOT >  ZEROS
               DISPLAY "EL PERIODO NO TIENE COSTO DE NOMINA"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-FACTURA.
           PERFORM I-CALCULA-FACTURA   THRU F-CALCULA-FACTURA.
           PERFORM I-MUESTRA-TOTALES   THRU F-MUESTRA-TOTALES.
       I-FACTURA-CONFIRMA.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-FACTURA.
           IF  W-TRUCO  NOT =  "C"     GO TO I-FACTURA-CONFIRMA.
           PERFORM I-TOMA-NUMERO       THRU F-TOMA-NUMERO.
           IF  W-NUMERO  =  ZEROS      GO TO F-FACTURA.
           PERFORM I-FECHA-VENCE       THRU F-FECHA-VENCE.
           PERFORM I-GRABA-COMPROBANTE THRU F-GRABA-COMPROBANTE.
           PERFORM I-MARCA-TOPE        THRU F-MARCA-TOPE.
           PERFORM I-GRABA-CONTROL     THRU F-GRABA-CONTROL.
           PERFORM I-IMPRIME-FACTURA   THRU F-IMPRIME-FACTURA.
           DISPLAY "FACTURA GENERADA No:"  LINE 24 POSITION 01
                                           REVERSE.
           DISPLAY W-NUMERO            LINE 24 POSITION 22 REVERSE.
       F-FACTURA.
      *
      ******************************************************************
      *  COSTO DE LA NOMINA DEL PERIODO POR CENTRO DE COSTOS: LOS      *
      *  DEVENGADOS (CONCPTOS-TIPO = "D").  EL CONCEPTO 000 (NETO)     *
      *  SOLO LO ESCRIBE EL CIERRE (PROG315) Y ES LA PRUEBA DE QUE EL  *
      *  PERIODO ESTA CERRADO                                          *
      ******************************************************************
       I-ACUMULA-COSTO.
           MOVE ZEROS                  TO  ACU-CLAVE  FIN-OK
                                           W-CEN-TOPE  W-HAY-CIERRE
                                           SW-TABLA-LLENA  T-COSTO.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           START NOMIACUM KEY NOT LESS ACU-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
           PERFORM I-LEE-ACUMULADO     THRU F-LEE-ACUMULADO
                   UNTIL FIN-OK = 1.
       F-ACUMULA-COSTO.
      *
       I-LEE-ACUMULADO.
           READ NOMIACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO F-LEE-ACUMULADO.
           IF  ACU-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO F-LEE-ACUMULADO.
           IF  ACU-ANO  NOT =  CON-ANO
           OR  ACU-PERIODO  NOT =  CON-PERIODO
               GO TO F-LEE-ACUMULADO.
           IF  ACU-CONCEPTO  =  ZEROS
               MOVE 1                  TO  W-HAY-CIERRE
               GO TO F-LEE-ACUMULADO.
           IF  ACU-VALOR  =  ZEROS     GO TO F-LEE-ACUMULADO.
           MOVE ACU-CONCEPTO           TO  CONCPTOS-CODIGO-CONCEPTO.
           MOVE ZEROS                  TO  SW-1.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1              GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-TIPO  NOT =  "D"
               GO TO F-LEE-ACUMULADO.
           MOVE ACU-CENCOS             TO  W-CEN-BUSCA.
           PERFORM I-BUSCA-CENTRO      THRU F-BUSCA-CENTRO.
           IF  W-CEN-HALLADO  =  ZEROS GO TO F-LEE-ACUMULADO.
           ADD ACU-VALOR               TO  CEN-COSTO(W-CEN-HALLADO)
                                           T-COSTO.
       F-LEE-ACUMULADO.
      *
       I-BUSCA-CENTRO.
           MOVE ZEROS                  TO  W-CEN-HALLADO  W-CEN-IDX.
       I-BUSCA-CICLO.
           ADD 1                       TO  W-CEN-IDX.
           IF  W-CEN-IDX  >  W-CEN-TOPE
               GO TO I-BUSCA-NUEVO.
           IF  CEN-CODIGO(W-CEN-IDX)  =  W-CEN-BUSCA
               MOVE W-CEN-IDX          TO  W-CEN-HALLADO
               GO TO F-BUSCA-CENTRO.
           GO TO I-BUSCA-CICLO.
       I-BUSCA-NUEVO.
      *  LA TABLA LLENA ABORTA LA FACTURA: NUNCA SE DEJA POR FUERA UN
      *  CENTRO EN SILENCIO
           IF  W-CEN-TOPE  <  200
               ADD 1                   TO  W-CEN-TOPE
               MOVE W-CEN-BUSCA        TO  CEN-CODIGO(W-CEN-TOPE)
               MOVE ZEROS              TO  CEN-COSTO(W-CEN-TOPE)
                                           CEN-PRESTACIONAL(W-CEN-TOPE)
                                           CEN-ADMON(W-CEN-TOPE)
               MOVE W-CEN-TOPE         TO  W-CEN-HALLADO
           ELSE
               MOVE 1                  TO  SW-TABLA-LLENA.
       F-BUSCA-CENTRO.
      *
      ******************************************************************
      *  CARGA PRESTACIONAL SOBRE EL COSTO Y ADMINISTRACION SOBRE      *
      *  COSTO MAS CARGA, CENTRO POR CENTRO; EL IVA SE LIQUIDA UNA     *
      *  SOLA VEZ SOBRE EL TOTAL DE LA ADMINISTRACION                  *
      ******************************************************************
       I-CALCULA-FACTURA.
           MOVE ZEROS                  TO  W-CEN-IDX  T-PRESTACIONAL
                                           T-ADMON  T-IVA  T-TOTAL.
       I-CALCULA-CICLO.
           ADD 1                       TO  W-CEN-IDX.
           IF  W-CEN-IDX  >  W-CEN-TOPE
               GO TO I-CALCULA-IVA.
           COMPUTE CEN-PRESTACIONAL(W-CEN-IDX) ROUNDED  =
                   CEN-COSTO(W-CEN-IDX)  *  WIN-PRC-PRESTACIONAL
                   /  100.
           COMPUTE CEN-ADMON(W-CEN-IDX) ROUNDED  =
                   (CEN-COSTO(W-CEN-IDX)
                    +  CEN-PRESTACIONAL(W-CEN-IDX))
                   *  WIN-PRC-ADMON  /  100.
           ADD CEN-PRESTACIONAL(W-CEN-IDX)  TO  T-PRESTACIONAL.
           ADD CEN-ADMON(W-CEN-IDX)    TO  T-ADMON.
           GO TO I-CALCULA-CICLO.
       I-CALCULA-IVA.
           COMPUTE T-IVA ROUNDED  =  T-ADMON  *  W-PRC-IVA  /  100.
           COMPUTE T-TOTAL  =  T-COSTO  +  T-PRESTACIONAL  +  T-ADMON
                            +  T-IVA.
       F-CALCULA-FACTURA.
      *
       I-MUESTRA-TOTALES.
           DISPLAY "COSTO NOMINA.......:"  LINE 13 POSITION 10.
           DISPLAY "CARGA PRESTACIONAL.:"  LINE 14 POSITION 10.
           DISPLAY "ADMINISTRACION.....:"  LINE 15 POSITION 10.
           DISPLAY "IVA ADMINISTRACION.:"  LINE 16 POSITION 10.
           DISPLAY "TOTAL FACTURA......:"  LINE 17 POSITION 10.
           MOVE T-COSTO                TO  WI-Z12P.
           DISPLAY WI-Z12P             LINE 13 POSITION 31.
           MOVE T-PRESTACIONAL         TO  WI-Z12P.
           DISPLAY WI-Z12P             LINE 14 POSITION 31.
           MOVE T-ADMON                TO  WI-Z12P.
           DISPLAY WI-Z12P             LINE 15 POSITION 31.
           MOVE T-IVA                  TO  WI-Z12P.
           DISPLAY WI-Z12P             LINE 16 POSITION 31.
           MOVE T-TOTAL                TO  WI-Z12P.
           DISPLAY WI-Z12P             LINE 17 POSITION 31 REVERSE.
           DISPLAY "<C> CONFIRMA LA FACTURA   [F2] CANCELA"
                   LINE 24 POSITION 01 REVERSE.
       F-MUESTRA-TOTALES.
      *
       I-TOMA-NUMERO.
           MOVE ZEROS                  TO  W-NUMERO.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  =  "45"
               DISPLAY "NUMERACION DIAN AGOTADA O VENCIDA (PROG047)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-TOMA-NUMERO.
           IF  CNS-ESTADO  NOT =  "00"
               DISPLAY "TIPO DE COMPROBANTE NO DISPONIBLE"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-TOMA-NUMERO.
           MOVE CNS-NUMERO             TO  W-NUMERO.
       F-TOMA-NUMERO.
      *
      ******************************************************************
      *  VENCIMIENTO = FECHA DE LA FACTURA MAS EL PLAZO EN DIAS        *
      ******************************************************************
       I-FECHA-VENCE.
           MOVE WK-ANO                 TO  W-PARTE-ANO.
           MOVE WK-MES                 TO  W-PARTE-MES.
           MOVE WK-DIA                 TO  W-PARTE-DIA.
           MOVE ZEROS                  TO  W-DIAS-SUMADOS.
       I-FECHA-VENCE-CICLO.
           IF  W-DIAS-SUMADOS  NOT <  W-PLAZO
               GO TO I-FECHA-VENCE-ARMA.
           PERFORM I-SUMA-UN-DIA       THRU F-SUMA-UN-DIA.
           ADD 1                       TO  W-DIAS-SUMADOS.
           GO TO I-FECHA-VENCE-CICLO.
       I-FECHA-VENCE-ARMA.
           COMPUTE W-FECHA-VENCE  =  (W-PARTE-ANO  *  10000)
                   +  (W-PARTE-MES  *  100)  +  W-PARTE-DIA.
       F-FECHA-VENCE.
      *
       I-SUMA-UN-DIA.
           MOVE WK-DIAS-MES(W-PARTE-MES)  TO  W-DIA-FIN.
           IF  W-PARTE-MES  =  2
               DIVIDE W-PARTE-ANO  BY  4  GIVING  W-RESTO
                      REMAINDER  W-BISIESTO
               IF  W-BISIESTO  =  ZEROS
                   MOVE 29             TO  W-DIA-FIN.
           IF  W-PARTE-DIA  <  W-DIA-FIN
               ADD 1                   TO  W-PARTE-DIA
           ELSE
               MOVE 1                  TO  W-PARTE-DIA
               IF  W-PARTE-MES  <  12
                   ADD 1               TO  W-PARTE-MES
               ELSE
                   MOVE 1              TO  W-PARTE-MES
                   ADD 1               TO  W-PARTE-ANO.
       F-SUMA-UN-DIA.
      *
      ******************************************************************
      *  COMPROBANTE DE LA CUENTA POR COBRAR: DEBITO A CARTERA POR EL  *
      *  TOTAL CON NIT Y FACTURA; CREDITOS AL INGRESO DE NOMINA Y AL   *
      *  DE ADMINISTRACION POR CENTRO Y AL IVA POR PAGAR (BASE = LA    *
      *  ADMINISTRACION).  CUADRADO POR CONSTRUCCION                   *
      ******************************************************************
       I-GRABA-COMPROBANTE.
           MOVE ZEROS                  TO  W-SECUENCIA  W-TOPE-DEBITOS.
           MOVE W-CTA-CARTERA          TO  W-CTA-BUSCA.
           MOVE ZEROS                  TO  W-CEN-BUSCA  W-BASE-BUSCA.
           MOVE T-TOTAL                TO  W-VALOR-BUSCA.
           PERFORM I-ESCRIBE-PARTIDA   THRU F-ESCRIBE-PARTIDA.
           MOVE ZEROS                  TO  W-CEN-IDX.
       I-GRABA-CENTROS.
           ADD 1                       TO  W-CEN-IDX.
           IF  W-CEN-IDX  >  W-CEN-TOPE
               GO TO I-GRABA-IVA.
           MOVE CEN-CODIGO(W-CEN-IDX)  TO  W-CEN-BUSCA.
           MOVE ZEROS                  TO  W-BASE-BUSCA.
           MOVE W-CTA-NOMINA           TO  W-CTA-BUSCA.
           COMPUTE W-VALOR-BUSCA  =  ZERO  -  CEN-COSTO(W-CEN-IDX)
                                  -  CEN-PRESTACIONAL(W-CEN-IDX).
           PERFORM I-ESCRIBE-PARTIDA   THRU F-ESCRIBE-PARTIDA.
           MOVE W-CTA-ADMON            TO  W-CTA-BUSCA.
           COMPUTE W-VALOR-BUSCA  =  ZERO  -  CEN-ADMON(W-CEN-IDX).
           PERFORM I-ESCRIBE-PARTIDA   THRU F-ESCRIBE-PARTIDA.
           GO TO I-GRABA-CENTROS.
       I-GRABA-IVA.
           MOVE W-CTA-IVA              TO  W-CTA-BUSCA.
           MOVE ZEROS                  TO  W-CEN-BUSCA.
           MOVE T-ADMON                TO  W-BASE-BUSCA.
           COMPUTE W-VALOR-BUSCA  =  ZERO  -  T-IVA.
           PERFORM I-ESCRIBE-PARTIDA   THRU F-ESCRIBE-PARTIDA.
       F-GRABA-COMPROBANTE.
      *
       I-ESCRIBE-PARTIDA.
           IF  W-VALOR-BUSCA  =  ZEROS GO TO F-ESCRIBE-PARTIDA.
           INITIALIZE REG-DOCTOS.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS
                                           ALTTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS
                                           ALTFRA-DOCTOS
                                           NUMFRA-DOCTOS.
           ADD 1                       TO  W-SECUENCIA.
           MOVE W-SECUENCIA            TO  RADIC-AUTOMATICA-DOCTOS.
           MOVE W-CTA-BUSCA            TO  CUENTA-DOCTOS.
           MOVE W-NIT-CLIENTE          TO  ALTNIT-DOCTOS.
           MOVE W-CEN-BUSCA            TO  CENCOS-DOCTOS.
           MOVE W-VALOR-BUSCA          TO  VALOR-DOCTOS.
           MOVE W-BASE-BUSCA           TO  VRBASE-DOCTOS.
           MOVE "FACTURA SERVICIOS TEMPORALES"  TO  CONCEPTO-DOCTOS.
           MOVE CON-PERIODO            TO  ALTMES-DOCTOS
                                           ALTPER-DOCTOS.
           MOVE CON-COD-EMPRESA        TO  ALTEMP-DOCTOS.
           MOVE WK-DIA                 TO  DD-COMP-DOCTOS.
           MOVE WK-MES                 TO  MM-COMP-DOCTOS.
           MOVE WK-ANO                 TO  AA-COMP-DOCTOS.
           MOVE W-PARTE-DIA            TO  DD-VCTO-DOCTOS.
           MOVE W-PARTE-MES            TO  MM-VCTO-DOCTOS.
           MOVE W-PARTE-ANO            TO  AA-VCTO-DOCTOS.
           MOVE ZEROS                  TO  CONDICION-DOCTOS.
       I-ESCRIBE-REINTENTA.
           WRITE REG-DOCTOS INVALID KEY
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-ESCRIBE-REINTENTA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           IF  VALOR-DOCTOS  >  ZEROS
               ADD VALOR-DOCTOS        TO  W-TOPE-DEBITOS.
       F-ESCRIBE-PARTIDA.
      *
      ******************************************************************
      *  UNA FACTURA SOBRE EL TOPE DE LA EMPRESA QUEDA PENDIENTE DE    *
      *  APROBACION (PROG535), COMO LOS DEMAS COMPROBANTES             *
      ******************************************************************
       I-MARCA-TOPE.
           IF  WIN-TOPE-APROBACION  NOT >  ZEROS
           OR  W-TOPE-DEBITOS  NOT >  WIN-TOPE-APROBACION
               GO TO F-MARCA-TOPE.
           MOVE ZEROS                  TO  FIN-OK  KEY00-DOCTOS.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-MARCA-TOPE-LEE.
           IF  FIN-OK  =  1            GO TO F-MARCA-TOPE.
           READ CNDOCTOS NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-MARCA-TOPE-LEE.
           IF  RADICTIP-DOCTOS  NOT =  W-TIPO
           OR  RADICDOC-DOCTOS  NOT =  W-NUMERO
               MOVE 1                  TO  FIN-OK
               GO TO I-MARCA-TOPE-LEE.
           MOVE "P"                    TO  APROBACION-DOCTOS.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           GO TO I-MARCA-TOPE-LEE.
       F-MARCA-TOPE.
      *
       I-GRABA-CONTROL.
           MOVE ZEROS                  TO  SW-EXISTE.
           MOVE CON-COD-EMPRESA        TO  FTE-EMPRESA.
           MOVE CON-ANO                TO  FTE-ANO.
           MOVE CON-PERIODO            TO  FTE-PERIODO.
           READ FACTEMPO INVALID KEY
                MOVE 1                 TO  SW-EXISTE.
           MOVE SPACES                 TO  FTE-DATOS.
           MOVE W-NUMERO               TO  FTE-NUMERO.
           MOVE W-NIT-CLIENTE          TO  FTE-NIT-CLIENTE.
           MOVE WK-FECHA-HOY           TO  FTE-FECHA.
           MOVE T-COSTO                TO  FTE-COSTO.
           MOVE T-PRESTACIONAL         TO  FTE-PRESTACIONAL.
           MOVE T-ADMON                TO  FTE-ADMON.
           MOVE T-IVA                  TO  FTE-IVA.
           MOVE T-TOTAL                TO  FTE-TOTAL.
           MOVE WIN-PRC-ADMON          TO  FTE-PRC-ADMON.
           MOVE WIN-PRC-PRESTACIONAL   TO  FTE-PRC-PRESTACIONAL.
           MOVE "F"                    TO  FTE-ESTADO.
           MOVE CON-USERNAME           TO  FTE-USUARIO.
           IF  SW-EXISTE  =  1
               MOVE CON-COD-EMPRESA    TO  FTE-EMPRESA
               MOVE CON-ANO            TO  FTE-ANO
               MOVE CON-PERIODO        TO  FTE-PERIODO
               WRITE REG-FACTEMPO
           ELSE
               REWRITE REG-FACTEMPO.
       F-GRABA-CONTROL.
      *
      ******************************************************************
      *  IMPRESION DE LA FACTURA: ENCABEZADO CON LA RESOLUCION DIAN,   *
      *  DETALLE POR CENTRO DE COSTOS Y TOTALES CON EL IVA             *
      ******************************************************************
       I-IMPRIME-FACTURA.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  SW-LISTADO.
           MOVE "FACTURA DE VENTA - SERVICIOS TEMPORALES"
                                       TO  I-TITULO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  W-CEN-IDX.
       I-IMPRIME-CICLO.
           ADD 1                       TO  W-CEN-IDX.
           IF  W-CEN-IDX  >  W-CEN-TOPE
               GO TO I-IMPRIME-TOTALES.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CEN-CODIGO(W-CEN-IDX)  TO  I-CENTRO.
           MOVE CEN-COSTO(W-CEN-IDX)   TO  I-COSTO.
           MOVE CEN-PRESTACIONAL(W-CEN-IDX)  TO  I-PREST.
           MOVE CEN-ADMON(W-CEN-IDX)   TO  I-ADMON.
           COMPUTE I-SUBTOT  =  CEN-COSTO(W-CEN-IDX)
                   +  CEN-PRESTACIONAL(W-CEN-IDX)
                   +  CEN-ADMON(W-CEN-IDX).
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-IMPRIME-CICLO.
       I-IMPRIME-TOTALES.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE T-COSTO                TO  I-COSTO.
           MOVE T-PRESTACIONAL         TO  I-PREST.
           MOVE T-ADMON                TO  I-ADMON.
           COMPUTE I-SUBTOT  =  T-COSTO  +  T-PRESTACIONAL  +  T-ADMON.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "BASE IVA (ADMINISTRACION)"  TO  I-TEXTO.
           MOVE T-ADMON                TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "IVA SOBRE LA ADMINISTRACION"  TO  I-TEXTO.
           MOVE T-IVA                  TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL A PAGAR"        TO  I-TEXTO.
           MOVE T-TOTAL                TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
       F-IMPRIME-FACTURA.
      *
       I-ENCABEZADO-FACTURA.
           MOVE SPACES                 TO  LINEA-ENCABEZADO.
           MOVE "FACTURA No.........:" TO  I-ROTULO.
           STRING REF-PREFIJO  DELIMITED BY SPACE
                  W-NUMERO     DELIMITED BY SIZE
                  INTO I-DATO.
           WRITE REG-INFORMES FROM LINEA-ENCABEZADO AFTER 2.
           MOVE SPACES                 TO  LINEA-ENCABEZADO.
           MOVE "RESOLUCION DIAN....:" TO  I-ROTULO.
           MOVE REF-FECHA-RES          TO  LINEA-FECHA-AMD.
           MOVE I-AMD-DIA              TO  I-FEC-DIA.
           MOVE I-AMD-MES              TO  I-FEC-MES.
           MOVE I-AMD-ANO              TO  I-FEC-ANO.
           STRING REF-RESOLUCION  DELIMITED BY "  "
                  " DEL "         DELIMITED BY SIZE
                  LINEA-FECHA     DELIMITED BY SIZE
                  " RANGO "       DELIMITED BY SIZE
                  REF-DESDE       DELIMITED BY SIZE
                  " A "           DELIMITED BY SIZE
                  REF-HASTA       DELIMITED BY SIZE
                  INTO I-DATO.
           WRITE REG-INFORMES FROM LINEA-ENCABEZADO AFTER 1.
           MOVE SPACES                 TO  LINEA-ENCABEZADO.
           MOVE "CLIENTE............:" TO  I-ROTULO.
           MOVE W-NIT-CLIENTE          TO  CODIM.
           MOVE SPACES                 TO  NOMBM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           STRING W-NIT-CLIENTE   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  NOMBM           DELIMITED BY SIZE
                  INTO I-DATO.
           WRITE REG-INFORMES FROM LINEA-ENCABEZADO AFTER 1.
           MOVE SPACES                 TO  LINEA-ENCABEZADO.
           MOVE "PERIODO DE NOMINA..:" TO  I-ROTULO.
           STRING CON-ANO         DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  CON-PERIODO     DELIMITED BY SIZE
                  INTO I-DATO.
           WRITE REG-INFORMES FROM LINEA-ENCABEZADO AFTER 1.
           MOVE SPACES                 TO  LINEA-ENCABEZADO.
           MOVE "FECHA / VENCE......:" TO  I-ROTULO.
           MOVE WK-DIA                 TO  I-FEC-DIA.
           MOVE WK-MES                 TO  I-FEC-MES.
           MOVE WK-ANO                 TO  I-FEC-ANO.
           MOVE LINEA-FECHA            TO  I-DATO.
           MOVE W-PARTE-DIA            TO  I-FEC-DIA.
           MOVE W-PARTE-MES            TO  I-FEC-MES.
           MOVE W-PARTE-ANO            TO  I-FEC-ANO.
           MOVE LINEA-FECHA            TO  I-DATO(14:10).
           WRITE REG-INFORMES FROM LINEA-ENCABEZADO AFTER 1.
           MOVE SPACES                 TO  LINEA-ENCABEZADO.
           MOVE "CARGA PREST./ADMON.:" TO  I-ROTULO.
           MOVE WIN-PRC-PRESTACIONAL   TO  WI-Z2P3.
           MOVE WI-Z2P3                TO  I-DATO(1:6).
           MOVE "% /"                  TO  I-DATO(8:3).
           MOVE WIN-PRC-ADMON          TO  WI-Z2P3.
           MOVE WI-Z2P3                TO  I-DATO(12:6).
           MOVE "%"                    TO  I-DATO(19:1).
           WRITE REG-INFORMES FROM LINEA-ENCABEZADO AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 2.
       F-ENCABEZADO-FACTURA.
      *
      ******************************************************************
      *  OPCION L: FACTURAS DEL ANO EN SESION                          *
      ******************************************************************
       I-LISTADO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-FACTURAS
                                           T-TOTAL.
           MOVE 1                      TO  SW-LISTADO.
           MOVE "FACTURAS DE SERVICIOS TEMPORALES DEL ANO"
                                       TO  I-TITULO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  FIN-OK  FTE-CLAVE.
           MOVE CON-COD-EMPRESA        TO  FTE-EMPRESA.
           MOVE CON-ANO                TO  FTE-ANO.
           START FACTEMPO KEY NOT LESS FTE-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LISTADO-CICLO.
           IF  FIN-OK  =  1            GO TO I-LISTADO-FIN.
           READ FACTEMPO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LISTADO-FIN.
           IF  FTE-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  FTE-ANO      NOT =  CON-ANO
               MOVE 1                  TO  FIN-OK
               GO TO I-LISTADO-FIN.
           IF  FTE-PERIODO  =  ZEROS   GO TO I-LISTADO-CICLO.
           MOVE SPACES                 TO  LINEA-DE-LISTADO.
           MOVE FTE-PERIODO            TO  I-PERIODO.
           MOVE FTE-NUMERO             TO  I-NUMERO.
           MOVE FTE-NIT-CLIENTE        TO  I-NIT.
           COMPUTE I-LCOSTO  =  FTE-COSTO  +  FTE-PRESTACIONAL.
           MOVE FTE-ADMON              TO  I-LADMON.
           MOVE FTE-IVA                TO  I-LIVA.
           MOVE FTE-TOTAL              TO  I-LTOTAL.
           MOVE FTE-ESTADO             TO  I-EST.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-LISTADO AFTER 1.
           ADD 1                       TO  CON-LIN  W-FACTURAS.
           IF  FTE-ESTADO  =  "F"
               ADD FTE-TOTAL           TO  T-TOTAL.
           GO TO I-LISTADO-CICLO.
       I-LISTADO-FIN.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL FACTURADO EN EL ANO"  TO  I-TEXTO.
           MOVE T-TOTAL                TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           MOVE ZEROS                  TO  SW-LISTADO.
           DISPLAY "LISTADO GENERADO - FACTURAS:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-FACTURAS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 30 REVERSE.
       F-LISTADO.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           IF  SW-LISTADO  =  ZEROS
               PERFORM I-ENCABEZADO-FACTURA
                  THRU F-ENCABEZADO-FACTURA
               WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1
               MOVE 14                 TO  CON-LIN
           ELSE
               WRITE REG-INFORMES  FROM  TITULO-L  AFTER 1
               MOVE 5                  TO  CON-LIN.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CONCPTOS NOMIACUM CNNITCED CNCATCTA RESOLFAC
                 CNDOCTOS FACTEMPO.
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
