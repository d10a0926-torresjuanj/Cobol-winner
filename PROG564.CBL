       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG564.
      ******************************************************************
      * PROVISION DE RENTA, DIFERIDO Y FORMATO 2516    OCT-15-2026     *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LA CONCILIACION CONTABLE-FISCAL SE HACIA EN EXCEL AL CIERRE.   *
      * ESTE PROGRAMA LA LLEVA MES A MES:                              *
      *   D = DIFERENCIAS POR CUENTA (RENTADIF): PERMANENTES Y         *
      *       TEMPORALES, ACUMULADAS EN EL ANO, Y EL RENGLON DEL       *
      *       FORMATO 2516 DONDE SE PRESENTA CADA CUENTA               *
      *   C = CONTROL DEL ANO (RENTACTL): TARIFA, TIPO DE COMPROBANTE, *
      *       NIT DE LA DIAN Y CUENTAS DEL COMPROBANTE DE PROVISION    *
      *   P = LIQUIDACION AL PERIODO FIRMADO: TOMA EL VALOR CONTABLE   *
      *       DEL LIBRO PUC (CNDTACUM) O DEL LIBRO NIIF (CNDTACUM MAS  *
      *       LOS AJUSTES NIIFDOC DE PROG786), LE SUMA LAS DIFERENCIAS *
      *       Y OBTIENE EL VALOR FISCAL; CALCULA LA RENTA LIQUIDA, EL  *
      *       IMPUESTO CORRIENTE Y EL DIFERIDO ACTIVO Y PASIVO,        *
      *       IMPRIME LA HOJA DEL 2516 POR RENGLON Y, SI SE PIDE,      *
      *       GRABA EN CNDOCTOS EL COMPROBANTE POR LA DIFERENCIA       *
      *       ENTRE LO CALCULADO Y LO YA CONTABILIZADO EN EL ANO       *
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
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\NIIFDOC.DYC".
               COPY "..\DYC\RENTADIF.DYC".
               COPY "..\DYC\RENTACTL.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\NIIFDOC.FD".
               COPY "..\FD\RENTADIF.FD".
               COPY "..\FD\RENTACTL.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG564".
       77      ID-PRG              PIC X(7)  VALUE "PROG564".
       77      W-CUENTA            PIC 9(10) VALUE ZEROS.
       77      W-NUEVO             PIC 9(01) VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      W-IND-MES           PIC 9(02) VALUE ZEROS.
       77      W-CLASE             PIC 9(01) VALUE ZEROS.
       77      W-BASE-LIBRO        PIC X(01) VALUE SPACES.
       77      W-GENERA            PIC X(01) VALUE SPACES.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-TOPE-DEBITOS      PIC S9(13)V99 VALUE ZEROS.
       77      W-LIBRO             PIC S9(13)V99 VALUE ZEROS.
       77      W-CONTABLE          PIC S9(13)V99 VALUE ZEROS.
       77      W-PERMANENTE        PIC S9(13)V99 VALUE ZEROS.
       77      W-TEMPORAL          PIC S9(13)V99 VALUE ZEROS.
       77      W-FISCAL            PIC S9(13)V99 VALUE ZEROS.
       77      W-UTIL-CONTABLE     PIC S9(13)V99 VALUE ZEROS.
       77      W-PERM-RESULTADO    PIC S9(13)V99 VALUE ZEROS.
       77      W-TEMP-RESULTADO    PIC S9(13)V99 VALUE ZEROS.
       77      W-RENTA-LIQUIDA     PIC S9(13)V99 VALUE ZEROS.
       77      W-BASE-ACT-DIF      PIC S9(13)V99 VALUE ZEROS.
       77      W-BASE-PAS-DIF      PIC S9(13)V99 VALUE ZEROS.
       77      W-IMP-CORRIENTE     PIC S9(13)V99 VALUE ZEROS.
       77      W-ACTIVO-DIF        PIC S9(13)V99 VALUE ZEROS.
       77      W-PASIVO-DIF        PIC S9(13)V99 VALUE ZEROS.
       77      W-BAL-GASTO-CORR    PIC S9(13)V99 VALUE ZEROS.
       77      W-BAL-ACTIVO-DIF    PIC S9(13)V99 VALUE ZEROS.
       77      W-BAL-PASIVO-DIF    PIC S9(13)V99 VALUE ZEROS.
       77      W-AJU-CORRIENTE     PIC S9(13)V99 VALUE ZEROS.
       77      W-AJU-ACTIVO        PIC S9(13)V99 VALUE ZEROS.
       77      W-AJU-PASIVO        PIC S9(13)V99 VALUE ZEROS.
       77      W-IND-NIIF          PIC 9(03) VALUE ZEROS.
       77      W-TOPE-NIIF         PIC 9(03) VALUE ZEROS.
       77      W-IND-REN           PIC 9(03) VALUE ZEROS.
       77      W-TOPE-REN          PIC 9(03) VALUE ZEROS.
       77      W-MENOR             PIC 9(03) VALUE ZEROS.
       77      W-CLAVE-REN         PIC 9(05) VALUE ZEROS.
       77      SW-NIIFDOC          PIC 9(01) VALUE ZEROS.
       77      SW-SALIDA-PROV      PIC 9(01) VALUE ZEROS.
       77      FIN-CTA             PIC 9(01) VALUE ZEROS.
       77      FIN-ARC             PIC 9(01) VALUE ZEROS.
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
      *  AJUSTES DEL LIBRO NIIF ACUMULADOS POR CUENTA PUC
       01      TABLA-NIIF.
        03     TNI-ENTRADA         OCCURS 300 TIMES.
         05    TNI-CUENTA          PIC 9(10).
         05    TNI-AJUSTE          PIC S9(13)V99.
      *  RENGLONES DEL 2516: CLAVE 1NNNN = RENGLON, 2NNNN = CUENTA
      *  MAYOR SIN RENGLON ASIGNADO
       01      TABLA-RENGLONES.
        03     TRE-ENTRADA         OCCURS 400 TIMES.
         05    TRE-CLAVE           PIC 9(05).
         05    TRE-DESCRIPCION     PIC X(40).
         05    TRE-CONTABLE        PIC S9(13)V99.
         05    TRE-PERMANENTE      PIC S9(13)V99.
         05    TRE-TEMPORAL        PIC S9(13)V99.
         05    TRE-IMPRESO         PIC X(01).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\NIIFDOC.LBL".
               COPY "..\LBL\RENTADIF.LBL".
               COPY "..\LBL\RENTACTL.LBL".
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
         05    FILLER      PIC X(08)    VALUE SPACES.
         05    FILLER      PIC X(44)    VALUE
              "PROVISION DE RENTA Y FORMATO 2516 - PERIODO ".
         05    I-MES       PIC 9(02)    VALUE ZEROS.
         05    FILLER      PIC X(08)    VALUE "  LIBRO ".
         05    I-LIBRO     PIC X(04)    VALUE SPACES.
         05    FILLER      PIC X(05)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     LINEA-DE-SECCION.
         05    FILLER      PIC X(02).
         05    I-SECCION   PIC X(70).
        03     TITULO-COLUMNAS.
         05    FILLER      PIC X(53)    VALUE SPACES.
         05    FILLER      PIC X(54)    VALUE
              "      CONTABLE       PERMANENTES        TEMPORALES   ".
         05    FILLER      PIC X(18)    VALUE "          FISCAL  ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-CODIGO    PIC X(10).
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(40).
         05    I-CONTABLE  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-PERMANENTE PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-TEMPORAL  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-FISCAL    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(02).
         05    I-TEXTO     PIC X(50).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\NIIFDOC.DCL".
               COPY "..\DCL\RENTADIF.DCL".
               COPY "..\DCL\RENTACTL.DCL".
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
           MOVE "* PROVISION DE RENTA Y FORMATO 2516 *"
                                       TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNCATCTA-CIA
                                           LAB-NIIFDOC-CIA
                                           LAB-RENTADIF-CIA
                                           LAB-RENTACTL-CIA.
           MOVE CON-ANO                TO  LAB-NIIFDOC-ANO
                                           LAB-RENTADIF-ANO.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 564                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT RENTADIF.
           IF  RENTADIF-STATUS  =  "35"
               OPEN OUTPUT RENTADIF.
           CLOSE RENTADIF.
           OPEN INPUT RENTACTL.
           IF  RENTACTL-STATUS  =  "35"
               OPEN OUTPUT RENTACTL.
           CLOSE RENTACTL.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O RENTADIF RENTACTL CNDOCTOS.
           OPEN INPUT CNCATCTA CNDTACUM.
      *  SIN LIBRO NIIF EN EL ANO SOLO SE PUEDE LIQUIDAR SOBRE EL PUC
           MOVE ZEROS                  TO  SW-NIIFDOC.
           OPEN INPUT NIIFDOC.
           IF  NIIFDOC-STATUS  =  "35"
               MOVE 1                  TO  SW-NIIFDOC.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  D  DIFERENCIAS FISCALES POR CUENTA      !"
                                       LINE 06 POSITION 18
           DISPLAY "!  C  CONTROL: TARIFA Y CUENTAS DEL ANO    !"
                                       LINE 07 POSITION 18
           DISPLAY "!  P  LIQUIDACION, 2516 Y COMPROBANTE      !"
                                       LINE 08 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 09 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 10 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 12 POSITION 18.
           ACCEPT W-OPCION                 LINE 12 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "D"
               PERFORM I-DIFERENCIA    THRU F-DIFERENCIA.
           IF  W-OPCION  =  "C"
               PERFORM I-CONTROL       THRU F-CONTROL.
           IF  W-OPCION  =  "P"
               PERFORM I-PROVISION     THRU F-PROVISION.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  DIFERENCIAS DE UNA CUENTA: LA CUENTA DEBE EXISTIR EN EL       *
      *  CATALOGO Y PERMITIR MOVIMIENTO                                *
      ******************************************************************
       I-DIFERENCIA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CUENTA...........:"  LINE 06 POSITION 10.
           DISPLAY "RENGLON 2516.....:"  LINE 08 POSITION 10.
           DISPLAY "DESCRIPCION......:"  LINE 09 POSITION 10.
           DISPLAY "DIF. PERMANENTE..:"  LINE 10 POSITION 10.
           DISPLAY "DIF. TEMPORAL....:"  LINE 11 POSITION 10.
           DISPLAY "FISCAL MENOS CONTABLE, DEBITO +  CREDITO -"
                                         LINE 12 POSITION 29.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CUENTA.
           ACCEPT W-CUENTA             LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CUENTA  =  ZEROS
               GO TO F-DIFERENCIA.
           MOVE W-CUENTA               TO  CTAMAE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                DISPLAY "CUENTA NO EXISTE EN EL CATALOGO"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-DIFERENCIA.
           IF  ESTACTA  =  "S"
               DISPLAY "CUENTA NO PERMITE MOVIMIENTO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-DIFERENCIA.
           DISPLAY NOMCTA              LINE 06 POSITION 41 REVERSE.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE W-CUENTA               TO  RDF-CUENTA.
           READ RENTADIF INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               INITIALIZE REG-RENTADIF
               MOVE W-CUENTA           TO  RDF-CUENTA
               MOVE NOMCTA             TO  RDF-DESCRIPCION
               DISPLAY "CUENTA NUEVA"  LINE 07 POSITION 29 REVERSE.
           ACCEPT RDF-RENGLON          LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RDF-DESCRIPCION      LINE 09 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RDF-PERMANENTE       LINE 10 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RDF-TEMPORAL         LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  W-NUEVO  NOT =  1
               DELETE RENTADIF
               DISPLAY "DIFERENCIA RETIRADA"
                       LINE 24 POSITION 10 REVERSE
               GO TO F-DIFERENCIA.
           IF  W-TRUCO  NOT =  "G"     GO TO F-DIFERENCIA.
           MOVE CON-USERNAME           TO  RDF-USUARIO.
           MOVE W-FECHA-HOY            TO  RDF-FECHA-ACT.
           IF  W-NUEVO  =  1
               WRITE REG-RENTADIF
           ELSE
               REWRITE REG-RENTADIF.
           DISPLAY "DIFERENCIA GRABADA"  LINE 24 POSITION 10 REVERSE.
       F-DIFERENCIA.
      *
      ******************************************************************
      *  CONTROL DEL ANO: TARIFA, COMPROBANTE Y CUENTAS DE LA PROVISION*
      ******************************************************************
       I-CONTROL.
           PERFORM I-LEE-CONTROL       THRU F-LEE-CONTROL.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "ANO..............:"  LINE 05 POSITION 10.
           DISPLAY CON-ANO               LINE 05 POSITION 29 REVERSE.
           DISPLAY "TARIFA RENTA %...:"  LINE 06 POSITION 10.
           DISPLAY "TIPO COMPROBANTE.:"  LINE 07 POSITION 10.
           DISPLAY "NIT DE LA DIAN...:"  LINE 08 POSITION 10.
           DISPLAY "GASTO RENTA CORR.:"  LINE 09 POSITION 10.
           DISPLAY "PASIVO RENTA CORR:"  LINE 10 POSITION 10.
           DISPLAY "GASTO (INGR) DIF.:"  LINE 11 POSITION 10.
           DISPLAY "ACTIVO DIFERIDO..:"  LINE 12 POSITION 10.
           DISPLAY "PASIVO DIFERIDO..:"  LINE 13 POSITION 10.
           DISPLAY "ULTIMA PROVISION.:"  LINE 15 POSITION 10.
           DISPLAY RCT-ULTIMO-MES        LINE 15 POSITION 29 REVERSE.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT RCT-TARIFA           LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CONTROL.
           ACCEPT RCT-TIPO-COMPTE      LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCT-NIT-DIAN         LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCT-CTA-GASTO-CORR   LINE 09 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCT-CTA-PASIVO-CORR  LINE 10 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCT-CTA-GASTO-DIF    LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCT-CTA-ACTIVO-DIF   LINE 12 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCT-CTA-PASIVO-DIF   LINE 13 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  RCT-TARIFA  =  ZEROS  OR  RCT-TIPO-COMPTE  =  ZEROS
               DISPLAY "TARIFA Y TIPO DE COMPROBANTE SON OBLIGATORIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CONTROL.
           MOVE ZEROS                  TO  SW-1.
           MOVE RCT-CTA-GASTO-CORR     TO  W-CUENTA.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           MOVE RCT-CTA-PASIVO-CORR    TO  W-CUENTA.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           MOVE RCT-CTA-GASTO-DIF      TO  W-CUENTA.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           MOVE RCT-CTA-ACTIVO-DIF     TO  W-CUENTA.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           MOVE RCT-CTA-PASIVO-DIF     TO  W-CUENTA.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-1  =  1
               DISPLAY "HAY CUENTAS QUE NO EXISTEN O NO RECIBEN MVTO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CONTROL.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CONTROL.
           MOVE CON-USERNAME           TO  RCT-USUARIO.
           IF  W-NUEVO  =  1
               WRITE REG-RENTACTL
           ELSE
               REWRITE REG-RENTACTL.
           DISPLAY "CONTROL GRABADO"   LINE 24 POSITION 10 REVERSE.
       F-CONTROL.
      *
       I-LEE-CONTROL.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE CON-ANO                TO  RCT-ANO.
           READ RENTACTL INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               INITIALIZE REG-RENTACTL
               MOVE CON-ANO            TO  RCT-ANO
               MOVE 35                 TO  RCT-TARIFA
               MOVE 800197268          TO  RCT-NIT-DIAN.
       F-LEE-CONTROL.
      *
       I-VALIDA-CUENTA.
           IF  W-CUENTA  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-VALIDA-CUENTA.
           MOVE W-CUENTA               TO  CTAMAE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1
                GO TO F-VALIDA-CUENTA.
           IF  ESTACTA  =  "S"
               MOVE 1                  TO  SW-1.
       F-VALIDA-CUENTA.
      *
      ******************************************************************
      *  LIQUIDACION AL PERIODO FIRMADO (ACUMULADA DEL ANO)            *
      ******************************************************************
       I-PROVISION.
           IF  CON-PERIODO  <  1  OR  CON-PERIODO  >  12
               DISPLAY "FIRME UN PERIODO DE 1 A 12 (PROG000)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PROVISION.
           MOVE CON-PERIODO            TO  W-MES.
           PERFORM I-LEE-CONTROL       THRU F-LEE-CONTROL.
           IF  W-NUEVO  =  1
               DISPLAY "DEFINA PRIMERO EL CONTROL DEL ANO (OPCION C)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PROVISION.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "! LIQUIDA AL PERIODO     :                   !"
                                       LINE 09 POSITION 18
           DISPLAY "! LIBRO P=PUC  N=NIIF    :                   !"
                                       LINE 10 POSITION 18
           DISPLAY "! GRABA COMPROBANTE S/N  :                   !"
                                       LINE 11 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 12 POSITION 18.
           DISPLAY W-MES               LINE 09 POSITION 45 REVERSE.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE "P"                    TO  W-BASE-LIBRO.
           MOVE "N"                    TO  W-GENERA.
       I-PROVISION-LIBRO.
           ACCEPT W-BASE-LIBRO         LINE 10 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-PROVISION.
           IF  W-BASE-LIBRO  NOT =  "P"  AND  W-BASE-LIBRO  NOT =  "N"
               GO TO I-PROVISION-LIBRO.
           IF  W-BASE-LIBRO  =  "N"  AND  SW-NIIFDOC  =  1
               DISPLAY "NO HAY LIBRO NIIF EN EL ANO (PROG786)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-PROVISION-LIBRO.
           ACCEPT W-GENERA             LINE 11 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-PROVISION.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE ZEROS                  TO  SW-SALIDA-PROV.
           IF  W-GENERA  =  "S"
               PERFORM I-VERIFICA-PERIODO THRU F-VERIFICA-PERIODO.
           IF  SW-SALIDA-PROV  =  1    GO TO F-PROVISION.
           DISPLAY "PROCESANDO..."     LINE 24 POSITION 10 REVERSE.
           MOVE W-MES                  TO  I-MES.
           IF  W-BASE-LIBRO  =  "N"
               MOVE "NIIF"             TO  I-LIBRO
               PERFORM I-CARGA-NIIF    THRU F-CARGA-NIIF
           ELSE
               MOVE "PUC "             TO  I-LIBRO.
           INITIALIZE TABLA-RENGLONES.
           MOVE ZEROS                  TO  WK-PAGINA  W-TOPE-REN
                                           W-UTIL-CONTABLE
                                           W-PERM-RESULTADO
                                           W-TEMP-RESULTADO
                                           W-BASE-ACT-DIF
                                           W-BASE-PAS-DIF
                                           W-BAL-GASTO-CORR
                                           W-BAL-ACTIVO-DIF
                                           W-BAL-PASIVO-DIF.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  LINEA-DE-SECCION.
           MOVE "1. DIFERENCIAS POR CUENTA"  TO  I-SECCION.
           WRITE REG-INFORMES FROM LINEA-DE-SECCION AFTER 1.
           WRITE REG-INFORMES FROM TITULO-COLUMNAS AFTER 1.
           ADD 2                       TO  CON-LIN.
           MOVE ZEROS                  TO  CTAMAE  FIN-CTA.
           START CNCATCTA KEY > CTAMAE INVALID KEY
                 MOVE 1                TO  FIN-CTA.
           PERFORM I-PROCESA-CUENTA    THRU F-PROCESA-CUENTA
                   UNTIL FIN-CTA = 1.
           PERFORM I-IMPRIME-2516      THRU F-IMPRIME-2516.
           PERFORM I-LIQUIDA           THRU F-LIQUIDA.
           IF  W-GENERA  =  "S"
               PERFORM I-COMPROBANTE   THRU F-COMPROBANTE.
           CLOSE INFORMES.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "LIQUIDACION DE RENTA GENERADA"
                   LINE 24 POSITION 10 REVERSE.
       F-PROVISION.
      *
      *  EL PERIODO EN CIERRE O CERRADO (PROG028) NO RECIBE MAS
      *  MOVIMIENTOS, Y LA PROVISION NO SE GRABA DOS VECES EN EL MISMO
      *  PERIODO
       I-VERIFICA-PERIODO.
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "E"  OR  CIE-LNK-ESTADO  =  "C"
               DISPLAY "PERIODO EN CIERRE O CERRADO (PROG028)"
                       LINE 24 POSITION 10 REVERSE BLINK
               MOVE 1                  TO  SW-SALIDA-PROV
               GO TO F-VERIFICA-PERIODO.
           MOVE RCT-TIPO-COMPTE        TO  W-TIPO.
           MOVE ZEROS                  TO  FIN-OK  KEY00-DOCTOS.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-VERIFICA-PER-LEE.
           IF  FIN-OK  =  1            GO TO F-VERIFICA-PERIODO.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-VERIFICA-PER-LEE.
           IF  RADICTIP-DOCTOS  NOT =  W-TIPO
               MOVE 1                  TO  FIN-OK
               GO TO I-VERIFICA-PER-LEE.
           IF  ALTPER-DOCTOS  =  CON-PERIODO
               DISPLAY "PROVISION YA GRABADA EN ESTE PERIODO"
                       LINE 24 POSITION 10 REVERSE BLINK
               MOVE 1                  TO  SW-SALIDA-PROV
               GO TO F-VERIFICA-PERIODO.
           GO TO I-VERIFICA-PER-LEE.
       F-VERIFICA-PERIODO.
      *
      *  AJUSTES NIIF HASTA EL PERIODO (Y LOS DE APERTURA) POR CUENTA
       I-CARGA-NIIF.
           INITIALIZE TABLA-NIIF.
           MOVE ZEROS                  TO  W-TOPE-NIIF  FIN-ARC
                                           NDO-CLAVE.
           START NIIFDOC KEY NOT LESS NDO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ARC.
       I-CARGA-NIIF-CICLO.
           IF  FIN-ARC  =  1           GO TO F-CARGA-NIIF.
           READ NIIFDOC NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ARC
                GO TO I-CARGA-NIIF-CICLO.
           IF  NDO-PERIODO  >  W-MES  AND  NDO-PERIODO  NOT =  14
               GO TO I-CARGA-NIIF-CICLO.
           MOVE NDO-CUENTA             TO  W-CUENTA.
           PERFORM I-BUSCA-NIIF        THRU F-BUSCA-NIIF.
           IF  W-IND-NIIF  =  ZEROS
               IF  W-TOPE-NIIF  NOT <  300
                   GO TO I-CARGA-NIIF-CICLO
               ELSE
                   ADD 1               TO  W-TOPE-NIIF
                   MOVE W-TOPE-NIIF    TO  W-IND-NIIF
                   MOVE W-CUENTA       TO  TNI-CUENTA (W-IND-NIIF).
           ADD NDO-VALOR               TO  TNI-AJUSTE (W-IND-NIIF).
           GO TO I-CARGA-NIIF-CICLO.
       F-CARGA-NIIF.
      *
       I-BUSCA-NIIF.
           MOVE ZEROS                  TO  W-IND-NIIF.
       I-BUSCA-NIIF-CICLO.
           ADD 1                       TO  W-IND-NIIF.
           IF  W-IND-NIIF  >  W-TOPE-NIIF
               MOVE ZEROS              TO  W-IND-NIIF
               GO TO F-BUSCA-NIIF.
           IF  TNI-CUENTA (W-IND-NIIF)  NOT =  W-CUENTA
               GO TO I-BUSCA-NIIF-CICLO.
       F-BUSCA-NIIF.
      *
      ******************************************************************
      *  CADA CUENTA DE MOVIMIENTO DE LAS CLASES 1 A 7: VALOR          *
      *  CONTABLE AL PERIODO, DIFERENCIAS Y VALOR FISCAL               *
      ******************************************************************
       I-PROCESA-CUENTA.
           READ CNCATCTA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTA
                GO TO F-PROCESA-CUENTA.
           IF  MAYMAE  NOT <  8000
               MOVE 1                  TO  FIN-CTA
               GO TO F-PROCESA-CUENTA.
           IF  ESTACTA  =  "S"         GO TO F-PROCESA-CUENTA.
           COMPUTE W-CLASE  =  MAYMAE  /  1000.
           MOVE CTAMAE                 TO  W-CUENTA.
           MOVE ZEROS                  TO  W-LIBRO  SW-1
                                           CNDTACUM-CLAVE.
           MOVE CTAMAE                 TO  CNDTACUM-CUA.
           READ CNDTACUM WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS
               COMPUTE W-LIBRO  =  CNDTACUM-MOVDEB (14)
                                +  CNDTACUM-MOVCRE (14)
               MOVE ZEROS              TO  W-IND-MES
               PERFORM I-SUMA-MES      THRU F-SUMA-MES  W-MES TIMES.
      *  LO YA CONTABILIZADO EN LAS CUENTAS DE LA PROVISION (LIBRO PUC)
           IF  W-CUENTA  =  RCT-CTA-GASTO-CORR
               ADD W-LIBRO             TO  W-BAL-GASTO-CORR.
           IF  W-CUENTA  =  RCT-CTA-ACTIVO-DIF
               ADD W-LIBRO             TO  W-BAL-ACTIVO-DIF.
           IF  W-CUENTA  =  RCT-CTA-PASIVO-DIF
               ADD W-LIBRO             TO  W-BAL-PASIVO-DIF.
           MOVE W-LIBRO                TO  W-CONTABLE.
           IF  W-BASE-LIBRO  =  "N"
               PERFORM I-BUSCA-NIIF    THRU F-BUSCA-NIIF
               IF  W-IND-NIIF  >  ZEROS
                   ADD TNI-AJUSTE (W-IND-NIIF)  TO  W-CONTABLE.
           MOVE W-CUENTA               TO  RDF-CUENTA.
           READ RENTADIF WITH NO LOCK INVALID KEY
                INITIALIZE REG-RENTADIF.
           MOVE RDF-PERMANENTE         TO  W-PERMANENTE.
           MOVE RDF-TEMPORAL           TO  W-TEMPORAL.
           IF  W-CONTABLE  =  ZEROS  AND  W-PERMANENTE  =  ZEROS
           AND W-TEMPORAL  =  ZEROS
               GO TO F-PROCESA-CUENTA.
           COMPUTE W-FISCAL  =  W-CONTABLE  +  W-PERMANENTE
                             +  W-TEMPORAL.
      *  EL GASTO DE RENTA NO ENTRA EN LA UTILIDAD ANTES DE IMPUESTOS
           IF  W-CLASE  >  3
           AND W-CUENTA  NOT =  RCT-CTA-GASTO-CORR
           AND W-CUENTA  NOT =  RCT-CTA-GASTO-DIF
               SUBTRACT W-CONTABLE   FROM  W-UTIL-CONTABLE
               SUBTRACT W-PERMANENTE FROM  W-PERM-RESULTADO
               SUBTRACT W-TEMPORAL   FROM  W-TEMP-RESULTADO.
      *  TEMPORALES DE BALANCE: BASE DEL IMPUESTO DIFERIDO
           IF  W-CLASE  NOT >  3  AND  W-TEMPORAL  >  ZEROS
               ADD W-TEMPORAL          TO  W-BASE-ACT-DIF.
           IF  W-CLASE  NOT >  3  AND  W-TEMPORAL  <  ZEROS
               SUBTRACT W-TEMPORAL   FROM  W-BASE-PAS-DIF.
           PERFORM I-ACUMULA-RENGLON   THRU F-ACUMULA-RENGLON.
           IF  W-PERMANENTE  =  ZEROS  AND  W-TEMPORAL  =  ZEROS
               GO TO F-PROCESA-CUENTA.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-CUENTA               TO  I-CODIGO.
           MOVE NOMCTA                 TO  I-NOMBRE.
           MOVE W-CONTABLE             TO  I-CONTABLE.
           MOVE W-PERMANENTE           TO  I-PERMANENTE.
           MOVE W-TEMPORAL             TO  I-TEMPORAL.
           MOVE W-FISCAL               TO  I-FISCAL.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME
               WRITE REG-INFORMES FROM TITULO-COLUMNAS AFTER 1
               ADD 1                   TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-PROCESA-CUENTA.
      *
       I-SUMA-MES.
           ADD 1                       TO  W-IND-MES.
           COMPUTE W-LIBRO  =  W-LIBRO
                   +  CNDTACUM-MOVDEB (W-IND-MES)
                   +  CNDTACUM-MOVCRE (W-IND-MES).
       F-SUMA-MES.
      *
       I-ACUMULA-RENGLON.
           IF  RDF-RENGLON  >  ZEROS
               COMPUTE W-CLAVE-REN  =  10000  +  RDF-RENGLON
           ELSE
               COMPUTE W-CLAVE-REN  =  20000  +  MAYMAE.
           MOVE ZEROS                  TO  W-IND-REN.
       I-ACUMULA-REN-BUSCA.
           ADD 1                       TO  W-IND-REN.
           IF  W-IND-REN  >  W-TOPE-REN
               GO TO I-ACUMULA-REN-NUEVO.
           IF  TRE-CLAVE (W-IND-REN)  =  W-CLAVE-REN
               GO TO I-ACUMULA-REN-SUMA.
           GO TO I-ACUMULA-REN-BUSCA.
       I-ACUMULA-REN-NUEVO.
           IF  W-TOPE-REN  NOT <  400  GO TO F-ACUMULA-RENGLON.
           ADD 1                       TO  W-TOPE-REN.
           MOVE W-TOPE-REN             TO  W-IND-REN.
           MOVE W-CLAVE-REN            TO  TRE-CLAVE (W-IND-REN).
           MOVE "N"                    TO  TRE-IMPRESO (W-IND-REN).
           IF  RDF-RENGLON  >  ZEROS
               MOVE RDF-DESCRIPCION    TO  TRE-DESCRIPCION (W-IND-REN)
           ELSE
               MOVE "CUENTA PUC SIN RENGLON DEL 2516"
                                       TO  TRE-DESCRIPCION (W-IND-REN).
       I-ACUMULA-REN-SUMA.
           ADD W-CONTABLE              TO  TRE-CONTABLE (W-IND-REN).
           ADD W-PERMANENTE            TO  TRE-PERMANENTE (W-IND-REN).
           ADD W-TEMPORAL              TO  TRE-TEMPORAL (W-IND-REN).
       F-ACUMULA-RENGLON.
      *
      ******************************************************************
      *  HOJA DEL 2516: UN RENGLON POR LINEA, EN ORDEN DE RENGLON Y    *
      *  LUEGO LAS CUENTAS MAYORES SIN RENGLON                         *
      ******************************************************************
       I-IMPRIME-2516.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  LINEA-DE-SECCION.
           MOVE "2. FORMATO 2516 - CONCILIACION FISCAL POR RENGLON"
                                       TO  I-SECCION.
           WRITE REG-INFORMES FROM LINEA-DE-SECCION AFTER 1.
           WRITE REG-INFORMES FROM TITULO-COLUMNAS AFTER 1.
           ADD 2                       TO  CON-LIN.
           PERFORM I-RENGLON-2516      THRU F-RENGLON-2516
                   W-TOPE-REN TIMES.
       F-IMPRIME-2516.
      *
       I-RENGLON-2516.
           MOVE ZEROS                  TO  W-MENOR  W-IND-REN.
       I-RENGLON-MENOR.
           ADD 1                       TO  W-IND-REN.
           IF  W-IND-REN  >  W-TOPE-REN
               GO TO I-RENGLON-LINEA.
           IF  TRE-IMPRESO (W-IND-REN)  =  "S"
               GO TO I-RENGLON-MENOR.
           IF  W-MENOR  =  ZEROS
               MOVE W-IND-REN          TO  W-MENOR
               GO TO I-RENGLON-MENOR.
           IF  TRE-CLAVE (W-IND-REN)  <  TRE-CLAVE (W-MENOR)
               MOVE W-IND-REN          TO  W-MENOR.
           GO TO I-RENGLON-MENOR.
       I-RENGLON-LINEA.
           IF  W-MENOR  =  ZEROS       GO TO F-RENGLON-2516.
           MOVE "S"                    TO  TRE-IMPRESO (W-MENOR).
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           IF  TRE-CLAVE (W-MENOR)  <  20000
               COMPUTE WI-Z4  =  TRE-CLAVE (W-MENOR)  -  10000
               STRING "RENG " WI-Z4  DELIMITED BY SIZE
                      INTO I-CODIGO
           ELSE
               COMPUTE WI-Z4  =  TRE-CLAVE (W-MENOR)  -  20000
               STRING "CTA  " WI-Z4  DELIMITED BY SIZE
                      INTO I-CODIGO.
           MOVE TRE-DESCRIPCION (W-MENOR)  TO  I-NOMBRE.
           MOVE TRE-CONTABLE (W-MENOR)     TO  I-CONTABLE.
           MOVE TRE-PERMANENTE (W-MENOR)   TO  I-PERMANENTE.
           MOVE TRE-TEMPORAL (W-MENOR)     TO  I-TEMPORAL.
           COMPUTE W-FISCAL  =  TRE-CONTABLE (W-MENOR)
                             +  TRE-PERMANENTE (W-MENOR)
                             +  TRE-TEMPORAL (W-MENOR).
           MOVE W-FISCAL               TO  I-FISCAL.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME
               WRITE REG-INFORMES FROM TITULO-COLUMNAS AFTER 1
               ADD 1                   TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-RENGLON-2516.
      *
      ******************************************************************
      *  RENTA LIQUIDA, IMPUESTO CORRIENTE Y DIFERIDO, Y LO QUE FALTA  *
      *  POR CONTABILIZAR FRENTE A LOS SALDOS DE LAS CUENTAS           *
      ******************************************************************
       I-LIQUIDA.
           COMPUTE W-RENTA-LIQUIDA  =  W-UTIL-CONTABLE
                   +  W-PERM-RESULTADO  +  W-TEMP-RESULTADO.
           MOVE ZEROS                  TO  W-IMP-CORRIENTE.
           IF  W-RENTA-LIQUIDA  >  ZEROS
               COMPUTE W-IMP-CORRIENTE ROUNDED  =  W-RENTA-LIQUIDA
                       *  RCT-TARIFA  /  100.
           COMPUTE W-ACTIVO-DIF ROUNDED  =  W-BASE-ACT-DIF
                   *  RCT-TARIFA  /  100.
           COMPUTE W-PASIVO-DIF ROUNDED  =  W-BASE-PAS-DIF
                   *  RCT-TARIFA  /  100.
      *  EL PASIVO DIFERIDO ES CREDITO: SU SALDO VIENE NEGATIVO
           COMPUTE W-AJU-CORRIENTE  =  W-IMP-CORRIENTE
                                    -  W-BAL-GASTO-CORR.
           COMPUTE W-AJU-ACTIVO  =  W-ACTIVO-DIF  -  W-BAL-ACTIVO-DIF.
           COMPUTE W-AJU-PASIVO  =  W-PASIVO-DIF  +  W-BAL-PASIVO-DIF.
           IF  CON-LIN  >  40
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  LINEA-DE-SECCION.
           MOVE "3. LIQUIDACION DEL IMPUESTO DE RENTA"  TO  I-SECCION.
           WRITE REG-INFORMES FROM LINEA-DE-SECCION AFTER 2.
           MOVE "UTILIDAD CONTABLE ANTES DE IMPUESTOS"  TO  I-TEXTO.
           MOVE W-UTIL-CONTABLE        TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "MAS (MENOS) DIFERENCIAS PERMANENTES"  TO  I-TEXTO.
           MOVE W-PERM-RESULTADO       TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "MAS (MENOS) DIFERENCIAS TEMPORALES"  TO  I-TEXTO.
           MOVE W-TEMP-RESULTADO       TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "RENTA LIQUIDA GRAVABLE (PERDIDA)"  TO  I-TEXTO.
           MOVE W-RENTA-LIQUIDA        TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TARIFA %"             TO  I-TEXTO.
           MOVE RCT-TARIFA             TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "IMPUESTO CORRIENTE ACUMULADO DEL ANO"  TO  I-TEXTO.
           MOVE W-IMP-CORRIENTE        TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "DIFERENCIAS TEMPORALES DEDUCIBLES"  TO  I-TEXTO.
           MOVE W-BASE-ACT-DIF         TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "ACTIVO POR IMPUESTO DIFERIDO"  TO  I-TEXTO.
           MOVE W-ACTIVO-DIF           TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "DIFERENCIAS TEMPORALES IMPONIBLES"  TO  I-TEXTO.
           MOVE W-BASE-PAS-DIF         TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "PASIVO POR IMPUESTO DIFERIDO"  TO  I-TEXTO.
           MOVE W-PASIVO-DIF           TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 1                       TO  CON-LIN.
           MOVE "PROVISION CORRIENTE POR CONTABILIZAR"  TO  I-TEXTO.
           MOVE W-AJU-CORRIENTE        TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "AJUSTE AL ACTIVO DIFERIDO"  TO  I-TEXTO.
           MOVE W-AJU-ACTIVO           TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "AJUSTE AL PASIVO DIFERIDO"  TO  I-TEXTO.
           MOVE W-AJU-PASIVO           TO  I-VALOR.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
       F-LIQUIDA.
      *
       I-LINEA-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           ADD 1                       TO  CON-LIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
       F-LINEA-TOTAL.
      *
      ******************************************************************
      *  COMPROBANTE DE PROVISION EN CNDOCTOS POR LO QUE FALTA;        *
      *  QUEDA PENDIENTE DE ACTUALIZAR EN SALDOS (PROG781)             *
      ******************************************************************
       I-COMPROBANTE.
           IF  W-AJU-CORRIENTE  =  ZEROS  AND  W-AJU-ACTIVO  =  ZEROS
           AND W-AJU-PASIVO  =  ZEROS
               MOVE "PROVISION AL DIA: NO SE GRABA COMPROBANTE"
                                       TO  I-TEXTO
               PERFORM I-LINEA-TOTAL   THRU F-LINEA-TOTAL
               GO TO F-COMPROBANTE.
      *  EL CONSECUTIVO LO ASIGNA EL SERVICIO CNCONSEC BAJO BLOQUEO
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  NOT =  "00"
               MOVE "TIPO DE COMPROBANTE NO DISPONIBLE"  TO  I-TEXTO
               PERFORM I-LINEA-TOTAL   THRU F-LINEA-TOTAL
               GO TO F-COMPROBANTE.
           MOVE CNS-NUMERO             TO  W-NUMERO.
           MOVE ZEROS                  TO  W-SECUENCIA  W-TOPE-DEBITOS.
           IF  W-AJU-CORRIENTE  NOT =  ZEROS
               PERFORM I-ARMA-RENGLON  THRU F-ARMA-RENGLON
               MOVE RCT-CTA-GASTO-CORR TO  CUENTA-DOCTOS
               MOVE W-AJU-CORRIENTE    TO  VALOR-DOCTOS
               MOVE "PROVISION IMPUESTO DE RENTA CORRIENTE"
                                       TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-RENGLON THRU F-GRABA-RENGLON
               PERFORM I-ARMA-RENGLON  THRU F-ARMA-RENGLON
               MOVE RCT-CTA-PASIVO-CORR  TO  CUENTA-DOCTOS
               COMPUTE VALOR-DOCTOS  =  ZERO  -  W-AJU-CORRIENTE
               MOVE W-RENTA-LIQUIDA    TO  VRBASE-DOCTOS
               MOVE "IMPUESTO DE RENTA POR PAGAR"
                                       TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-RENGLON THRU F-GRABA-RENGLON.
           IF  W-AJU-ACTIVO  NOT =  ZEROS
               PERFORM I-ARMA-RENGLON  THRU F-ARMA-RENGLON
               MOVE RCT-CTA-ACTIVO-DIF TO  CUENTA-DOCTOS
               MOVE W-AJU-ACTIVO       TO  VALOR-DOCTOS
               MOVE "ACTIVO POR IMPUESTO DIFERIDO"
                                       TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-RENGLON THRU F-GRABA-RENGLON
               PERFORM I-ARMA-RENGLON  THRU F-ARMA-RENGLON
               MOVE RCT-CTA-GASTO-DIF  TO  CUENTA-DOCTOS
               COMPUTE VALOR-DOCTOS  =  ZERO  -  W-AJU-ACTIVO
               MOVE "IMPUESTO DIFERIDO (ACTIVO)"
                                       TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-RENGLON THRU F-GRABA-RENGLON.
           IF  W-AJU-PASIVO  NOT =  ZEROS
               PERFORM I-ARMA-RENGLON  THRU F-ARMA-RENGLON
               MOVE RCT-CTA-PASIVO-DIF TO  CUENTA-DOCTOS
               COMPUTE VALOR-DOCTOS  =  ZERO  -  W-AJU-PASIVO
               MOVE "PASIVO POR IMPUESTO DIFERIDO"
                                       TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-RENGLON THRU F-GRABA-RENGLON
               PERFORM I-ARMA-RENGLON  THRU F-ARMA-RENGLON
               MOVE RCT-CTA-GASTO-DIF  TO  CUENTA-DOCTOS
               MOVE W-AJU-PASIVO       TO  VALOR-DOCTOS
               MOVE "IMPUESTO DIFERIDO (PASIVO)"
                                       TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-RENGLON THRU F-GRABA-RENGLON.
           PERFORM I-MARCA-TOPE        THRU F-MARCA-TOPE.
      *  DEJA EN EL CONTROL LA ULTIMA LIQUIDACION CONTABILIZADA
           MOVE W-MES                  TO  RCT-ULTIMO-MES.
           MOVE W-RENTA-LIQUIDA        TO  RCT-RENTA-LIQUIDA.
           MOVE W-IMP-CORRIENTE        TO  RCT-IMPUESTO-CORR.
           MOVE W-ACTIVO-DIF           TO  RCT-ACTIVO-DIF.
           MOVE W-PASIVO-DIF           TO  RCT-PASIVO-DIF.
           MOVE CON-USERNAME           TO  RCT-USUARIO.
           REWRITE REG-RENTACTL.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           STRING "COMPROBANTE DE PROVISION GRABADO No. " W-NUMERO
                  DELIMITED BY SIZE  INTO I-TEXTO.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
       F-COMPROBANTE.
      *
       I-ARMA-RENGLON.
           INITIALIZE REG-DOCTOS.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS
                                           ALTTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS
                                           NUMFRA-DOCTOS.
           ADD 1                       TO  W-SECUENCIA.
           MOVE W-SECUENCIA            TO  RADIC-AUTOMATICA-DOCTOS.
           MOVE RCT-NIT-DIAN           TO  ALTNIT-DOCTOS.
           MOVE CON-PERIODO            TO  ALTMES-DOCTOS
                                           ALTPER-DOCTOS.
           MOVE CON-COD-EMPRESA        TO  ALTEMP-DOCTOS.
           MOVE WK-DIA                 TO  DD-COMP-DOCTOS.
           MOVE WK-MES                 TO  MM-COMP-DOCTOS.
           MOVE WK-ANO                 TO  AA-COMP-DOCTOS.
           MOVE ZEROS                  TO  CONDICION-DOCTOS.
       F-ARMA-RENGLON.
      *
       I-GRABA-RENGLON.
           WRITE REG-DOCTOS INVALID KEY
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-RENGLON.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           IF  VALOR-DOCTOS  >  ZEROS
               ADD VALOR-DOCTOS        TO  W-TOPE-DEBITOS.
       F-GRABA-RENGLON.
      *
      ******************************************************************
      *  UN COMPROBANTE AUTOMATICO SOBRE EL TOPE DE LA EMPRESA TAMBIEN *
      *  QUEDA PENDIENTE DE APROBACION (PROG535)                       *
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
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 3                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE RENTADIF RENTACTL CNDOCTOS CNCATCTA CNDTACUM.
           IF  SW-NIIFDOC  =  ZEROS
               CLOSE NIIFDOC.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
