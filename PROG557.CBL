       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG557.
      ******************************************************************
      * CAJAS MENORES                                OCT-15-2026       *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LOS RECIBOS DE CAJA MENOR SE DIGITABAN UNO A UNO EN UN GRAN    *
      * COMPROBANTE CUANDO SE REPONIA EL FONDO, CASI SIEMPRE SIN       *
      * RETENCION.  AQUI CADA OFICINA TIENE SU FONDO (CAJAMENO) Y LOS  *
      * RECIBOS SE CAPTURAN A MEDIDA QUE OCURREN (CAJAMREC):           *
      *   F = DEFINICION DEL FONDO: CUSTODIO, MONTO, CUENTAS, % DE     *
      *       REPOSICION Y FORMA DE PAGO DEL REEMBOLSO                 *
      *   A = RECIBO: NIT (CNNITCED), CUENTA DE GASTO (CNCATCTA),      *
      *       CENTRO DE COSTOS, IVA Y RETENCION SEGUN LA CATEGORIA DE  *
      *       RETENFTE (PROG125).  AVISA CUANDO LO GASTADO LLEGA AL %  *
      *       DE REPOSICION                                            *
      *   E = REEMBOLSO: COMPROBANTE EN CNDOCTOS (GASTOS E IVA CONTRA  *
      *       RETENCIONES Y LA CUENTA POR PAGAR AL CUSTODIO, CON EL    *
      *       NUMERO DE REEMBOLSO COMO FACTURA PARA QUE LA PAGUE       *
      *       PROG751 O PROG767) Y SOLICITUD DE GIRO IMPRESA           *
      *   S = ESTADO DEL FONDO POR CUSTODIO PARA ARQUEOS SORPRESIVOS   *
      * LA RETENCION LLEVA LA BASE EN VRBASE PARA LOS CERTIFICADOS     *
      * DE PROG572.                                                    *
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
               COPY "..\DYC\CAJAMENO.DYC".
               COPY "..\DYC\CAJAMREC.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\RETENFTE.DYC".
               COPY "..\DYC\CTAPROVE.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CAJAMENO.FD".
               COPY "..\FD\CAJAMREC.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\RETENFTE.FD".
               COPY "..\FD\CTAPROVE.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG557".
       77      ID-PRG              PIC X(7)  VALUE "PROG557".
       77      W-FONDO             PIC 9(03) VALUE ZEROS.
       77      W-FONDO-ARQUEO      PIC 9(03) VALUE ZEROS.
       77      W-RECIBO            PIC 9(06) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-PORC-GASTADO      PIC 9(03) VALUE ZEROS.
       77      W-DISPONIBLE        PIC S9(11)V99 VALUE ZEROS.
       77      W-RECIBOS           PIC 9(05) VALUE ZEROS.
       77      T-BASE              PIC S9(13)V99 VALUE ZEROS.
       77      T-IVA               PIC S9(13)V99 VALUE ZEROS.
       77      T-RETENCION         PIC S9(13)V99 VALUE ZEROS.
       77      T-NETO              PIC S9(13)V99 VALUE ZEROS.
       77      SW-PREFERIDA        PIC 9(01) VALUE ZEROS.
       77      FIN-REC             PIC 9(01) VALUE ZEROS.
       77      FIN-CJM             PIC 9(01) VALUE ZEROS.
       77      FIN-CTP             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
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
               COPY "..\LBL\CAJAMENO.LBL".
               COPY "..\LBL\CAJAMREC.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\RETENFTE.LBL".
               COPY "..\LBL\CTAPROVE.LBL".
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
         05    FILLER      PIC X(08)    VALUE "FONDO : ".
         05    I-FONDO     PIC 9(03)    VALUE ZEROS.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-NOMBRE-FONDO PIC X(30) VALUE SPACES.
         05    FILLER      PIC X(12)    VALUE " CUSTODIO : ".
         05    I-CUSTODIO  PIC X(43)    VALUE SPACES.
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(07)    VALUE "RECIBO ".
         05    FILLER      PIC X(09)    VALUE " FECHA   ".
         05    FILLER      PIC X(16)    VALUE "  NIT           ".
         05    FILLER      PIC X(26)    VALUE
              " CONCEPTO                 ".
         05    FILLER      PIC X(11)    VALUE " CUENTA    ".
         05    FILLER      PIC X(04)    VALUE " CC ".
         05    FILLER      PIC X(15)    VALUE "        BASE   ".
         05    FILLER      PIC X(14)    VALUE "        IVA   ".
         05    FILLER      PIC X(14)    VALUE "   RETENCION  ".
         05    FILLER      PIC X(14)    VALUE "        NETO  ".
        03     LINEA-RECIBO.
         05    I-RECIBO    PIC 9(06).
         05    FILLER      PIC X(01).
         05    I-FECHA-REC PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-CONCEPTO  PIC X(25).
         05    FILLER      PIC X(01).
         05    I-CUENTA    PIC 9(10).
         05    FILLER      PIC X(01).
         05    I-CENCOS    PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-BASE      PIC ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-IVA       PIC ZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-RETENC    PIC ZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-NETO      PIC ZZ,ZZZ,ZZZ.ZZ.
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(50).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-TEXTO.
         05    I-TEXTO-LIN     PIC X(100).
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CAJAMENO.DCL".
               COPY "..\DCL\CAJAMREC.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\RETENFTE.DCL".
               COPY "..\DCL\CTAPROVE.DCL".
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
           MOVE "* CAJAS MENORES *"    TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CAJAMENO-CIA
                                           LAB-CAJAMREC-CIA
                                           LAB-CNNITCED-CIA
                                           LAB-CNCATCTA-CIA
                                           LAB-CTAPROVE-CIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 557                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT CAJAMENO.
           IF  CAJAMENO-STATUS  =  "35"
               OPEN OUTPUT CAJAMENO.
           CLOSE CAJAMENO.
           OPEN INPUT CAJAMREC.
           IF  CAJAMREC-STATUS  =  "35"
               OPEN OUTPUT CAJAMREC.
           CLOSE CAJAMREC.
           OPEN INPUT CTAPROVE.
           IF  CTAPROVE-STATUS  =  "35"
               OPEN OUTPUT CTAPROVE.
           CLOSE CTAPROVE.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O CAJAMENO CAJAMREC CNDOCTOS.
           OPEN INPUT CNNITCED CNCATCTA RETENFTE CTAPROVE.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  F  DEFINICION DEL FONDO                 !"
                                       LINE 06 POSITION 18
           DISPLAY "!  A  CAPTURA DE RECIBOS                   !"
                                       LINE 07 POSITION 18
           DISPLAY "!  E  REEMBOLSO Y SOLICITUD DE GIRO        !"
                                       LINE 08 POSITION 18
           DISPLAY "!  S  ESTADO DEL FONDO (ARQUEO)            !"
                                       LINE 09 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 10 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 11 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 13 POSITION 18.
           ACCEPT W-OPCION                 LINE 13 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "F"
               PERFORM I-DEFINE-FONDO  THRU F-DEFINE-FONDO.
           IF  W-OPCION  =  "A"
               PERFORM I-RECIBOS       THRU F-RECIBOS.
           IF  W-OPCION  =  "E"
               PERFORM I-REEMBOLSO     THRU F-REEMBOLSO.
           IF  W-OPCION  =  "S"
               PERFORM I-ESTADO-FONDO  THRU F-ESTADO-FONDO.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  DEFINICION DEL FONDO.  CON RECIBOS PENDIENTES EL MONTO NO     *
      *  PUEDE QUEDAR POR DEBAJO DE LO YA GASTADO                      *
      ******************************************************************
       I-DEFINE-FONDO.
           DISPLAY "CODIGO FONDO.....:"  LINE 15 POSITION 10.
           DISPLAY "NOMBRE / OFICINA.:"  LINE 16 POSITION 10.
           DISPLAY "NIT CUSTODIO.....:"  LINE 17 POSITION 10.
           DISPLAY "MONTO DEL FONDO..:"  LINE 18 POSITION 10.
           DISPLAY "% REPOSICION.....:"  LINE 18 POSITION 48.
           DISPLAY "CTA CAJA MENOR...:"  LINE 19 POSITION 10.
           DISPLAY "CTA IVA DESCONT..:"  LINE 19 POSITION 48.
           DISPLAY "CTA X PAGAR CUST.:"  LINE 20 POSITION 10.
           DISPLAY "PAGO (C/T).......:"  LINE 20 POSITION 48.
           DISPLAY "ESTADO (A/I).....:"  LINE 21 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-FONDO.
           ACCEPT W-FONDO              LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-DEFINE-FONDO.
           IF  W-FONDO  =  ZEROS       GO TO F-DEFINE-FONDO.
           MOVE CON-COD-EMPRESA        TO  CJM-EMPRESA.
           MOVE W-FONDO                TO  CJM-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ CAJAMENO INVALID KEY
                MOVE 1                 TO  SW-1
                MOVE SPACES            TO  CJM-NOMBRE
                MOVE ZEROS             TO  CJM-NIT-CUSTODIO  CJM-MONTO
                                           CJM-CTA-FONDO  CJM-CTA-IVA
                                           CJM-CTA-PAGAR  CJM-GASTADO
                                           CJM-ULT-RECIBO
                                           CJM-ULT-REEMBOLSO
                                           CJM-FECHA-REEMBOLSO
                MOVE 70                TO  CJM-PORC-REPOSICION
                MOVE "C"               TO  CJM-FORMA-PAGO
                MOVE "A"               TO  CJM-ESTADO.
           DISPLAY CJM-NOMBRE          LINE 16 POSITION 29.
           ACCEPT CJM-NOMBRE           LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-NIT-CUSTODIO     LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-MONTO            LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-PORC-REPOSICION  LINE 18 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-CTA-FONDO        LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-CTA-IVA          LINE 19 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-CTA-PAGAR        LINE 20 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-FORMA-PAGO       LINE 20 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJM-ESTADO           LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE CJM-NIT-CUSTODIO       TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "CUSTODIO NO EXISTE EN CNNITCED"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-DEFINE-FONDO.
           DISPLAY NOMBM               LINE 17 POSITION 44.
           IF  CJM-MONTO  =  ZEROS
           OR  CJM-CTA-FONDO  =  ZEROS  OR  CJM-CTA-PAGAR  =  ZEROS
               DISPLAY "MONTO Y CUENTAS DEL FONDO SON OBLIGATORIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-DEFINE-FONDO.
           IF  CJM-MONTO  <  CJM-GASTADO
               DISPLAY "EL MONTO NO CUBRE LOS RECIBOS PENDIENTES"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-DEFINE-FONDO.
           IF  CJM-PORC-REPOSICION  =  ZEROS
           OR  CJM-PORC-REPOSICION  >  100
               DISPLAY "% DE REPOSICION ENTRE 1 Y 100"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-DEFINE-FONDO.
           IF  CJM-FORMA-PAGO  NOT =  "C"
           AND CJM-FORMA-PAGO  NOT =  "T"
               DISPLAY "FORMA DE PAGO C (CHEQUE) O T (TRANSFERENCIA)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-DEFINE-FONDO.
           IF  CJM-ESTADO  NOT =  "A"  AND  CJM-ESTADO  NOT =  "I"
               DISPLAY "ESTADO DEBE SER A O I"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-DEFINE-FONDO.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-DEFINE-FONDO.
           MOVE CON-USERNAME           TO  CJM-USUARIO.
           IF  SW-1  =  1
               MOVE CON-COD-EMPRESA    TO  CJM-EMPRESA
               MOVE W-FONDO            TO  CJM-CODIGO
               WRITE REG-CAJAMENO INVALID KEY
                     REWRITE REG-CAJAMENO
           ELSE
               REWRITE REG-CAJAMENO INVALID KEY
                     WRITE REG-CAJAMENO.
           DISPLAY "FONDO GRABADO"     LINE 24 POSITION 10 REVERSE.
       F-DEFINE-FONDO.
      *
       I-PIDE-FONDO.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-FONDO  SW-1.
           DISPLAY "CODIGO FONDO:"     LINE 15 POSITION 10.
           ACCEPT W-FONDO              LINE 15 POSITION 24
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-FONDO  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-FONDO.
           MOVE CON-COD-EMPRESA        TO  CJM-EMPRESA.
           MOVE W-FONDO                TO  CJM-CODIGO.
           READ CAJAMENO INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "FONDO NO EXISTE (OPCION F)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-PIDE-FONDO.
           DISPLAY CJM-NOMBRE          LINE 15 POSITION 29 REVERSE.
       F-PIDE-FONDO.
      *
      ******************************************************************
      *  RECIBOS.  RECIBO EN CEROS = NUEVO (TOMA EL CONSECUTIVO DEL    *
      *  FONDO); UN RECIBO PENDIENTE EXISTENTE SOLO SE PUEDE RETIRAR   *
      ******************************************************************
       I-RECIBOS.
           PERFORM I-PIDE-FONDO        THRU F-PIDE-FONDO.
           IF  SW-1  =  1              GO TO F-RECIBOS.
           IF  CJM-ESTADO  NOT =  "A"
               DISPLAY "FONDO INACTIVO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RECIBOS.
       I-RECIBOS-CICLO.
           PERFORM I-CAPTURA-RECIBO    THRU F-CAPTURA-RECIBO.
           IF  F2                      GO TO F-RECIBOS.
           GO TO I-RECIBOS-CICLO.
       F-RECIBOS.
      *
       I-CAPTURA-RECIBO.
           DISPLAY WK-ESPACIOS         LINE 16 POSITION 01.
           DISPLAY "RECIBO No........:"  LINE 16 POSITION 10.
           DISPLAY "(0 = NUEVO)"         LINE 16 POSITION 48.
           DISPLAY "FECHA (AAAAMMDD).:"  LINE 17 POSITION 10.
           DISPLAY "NIT BENEFICIARIO.:"  LINE 17 POSITION 48.
           DISPLAY "CONCEPTO.........:"  LINE 18 POSITION 10.
           DISPLAY "CUENTA GASTO.....:"  LINE 19 POSITION 10.
           DISPLAY "CENTRO COSTOS....:"  LINE 19 POSITION 48.
           DISPLAY "VALOR ANTES IVA..:"  LINE 20 POSITION 10.
           DISPLAY "IVA..............:"  LINE 20 POSITION 48.
           DISPLAY "CATEGORIA RETENC.:"  LINE 21 POSITION 10.
           DISPLAY "RETENCION........:"  LINE 21 POSITION 48.
           DISPLAY "NETO PAGADO......:"  LINE 22 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-RECIBO.
           ACCEPT W-RECIBO             LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CAPTURA-RECIBO.
           IF  W-RECIBO  NOT =  ZEROS
               PERFORM I-RETIRA-RECIBO THRU F-RETIRA-RECIBO
               GO TO F-CAPTURA-RECIBO.
           MOVE SPACES                 TO  REG-CAJAMREC.
           MOVE CON-COD-EMPRESA        TO  CJR-EMPRESA.
           MOVE W-FONDO                TO  CJR-CODIGO.
           MOVE ZEROS                  TO  CJR-RECIBO  CJR-NIT
                                           CJR-CTA-GASTO  CJR-CENCOS
                                           CJR-BASE  CJR-IVA
                                           CJR-CATEGORIA-RET
                                           CJR-RETENCION
                                           CJR-CTA-RETENCION
                                           CJR-NETO  CJR-REEMBOLSO.
           MOVE W-FECHA-HOY            TO  CJR-FECHA.
           ACCEPT CJR-FECHA            LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJR-NIT              LINE 17 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE CJR-NIT                TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN CNNITCED"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-CAPTURA-RECIBO.
           DISPLAY NOMBM               LINE 23 POSITION 10.
           ACCEPT CJR-CONCEPTO         LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJR-CTA-GASTO        LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE CJR-CTA-GASTO          TO  CTAMAE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                DISPLAY "CUENTA NO EXISTE EN EL CATALOGO"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-CAPTURA-RECIBO.
           IF  ESTACTA  =  "S"
               DISPLAY "LA CUENTA NO PERMITE MOVIMIENTO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CAPTURA-RECIBO.
           ACCEPT CJR-CENCOS           LINE 19 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJR-BASE             LINE 20 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJR-IVA              LINE 20 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CJR-CATEGORIA-RET    LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CJR-BASE  =  ZEROS
               DISPLAY "DIGITE EL VALOR DEL RECIBO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CAPTURA-RECIBO.
           IF  CJR-IVA  >  ZEROS  AND  CJM-CTA-IVA  =  ZEROS
               DISPLAY "EL FONDO NO TIENE CUENTA DE IVA (OPCION F)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CAPTURA-RECIBO.
           PERFORM I-CALCULA-RETENCION THRU F-CALCULA-RETENCION.
           IF  SW-EOF  =  1            GO TO F-CAPTURA-RECIBO.
           COMPUTE CJR-NETO  =  CJR-BASE  +  CJR-IVA  -  CJR-RETENCION.
           MOVE CJR-RETENCION          TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 21 POSITION 67.
           MOVE CJR-NETO               TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 22 POSITION 29 REVERSE.
           COMPUTE W-DISPONIBLE  =  CJM-MONTO  -  CJM-GASTADO.
           IF  CJR-NETO  >  W-DISPONIBLE
               DISPLAY "EL FONDO NO TIENE DISPONIBLE: PIDA REEMBOLSO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CAPTURA-RECIBO.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CAPTURA-RECIBO.
           ADD 1                       TO  CJM-ULT-RECIBO.
           MOVE CJM-ULT-RECIBO         TO  CJR-RECIBO.
           MOVE "P"                    TO  CJR-ESTADO.
           MOVE CON-USERNAME           TO  CJR-USUARIO.
           WRITE REG-CAJAMREC INVALID KEY
                 DISPLAY "RECIBO YA EXISTE"
                         LINE 24 POSITION 10 REVERSE BLINK
                 GO TO F-CAPTURA-RECIBO.
           ADD CJR-NETO                TO  CJM-GASTADO.
           REWRITE REG-CAJAMENO.
           DISPLAY "RECIBO GRABADO No:"  LINE 24 POSITION 10 REVERSE.
           DISPLAY CJR-RECIBO          LINE 24 POSITION 29 REVERSE.
           PERFORM I-AVISO-REPOSICION  THRU F-AVISO-REPOSICION.
       F-CAPTURA-RECIBO.
      *
      *  RETENCION DE LA CATEGORIA DE RETENFTE SOBRE LA BASE, SI LA
      *  BASE ALCANZA EL MINIMO DE LA CATEGORIA
       I-CALCULA-RETENCION.
           MOVE ZEROS                  TO  SW-EOF  CJR-RETENCION
                                           CJR-CTA-RETENCION.
           IF  CJR-CATEGORIA-RET  =  ZEROS
               GO TO F-CALCULA-RETENCION.
           MOVE CJR-CATEGORIA-RET      TO  RETENFTE-CODIGO-CATEGORIA.
           READ RETENFTE WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF
                DISPLAY "CATEGORIA NO EXISTE EN RETENFTE (PROG125)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-CALCULA-RETENCION.
           IF  RETENFTE-CTA-CONTABLE  =  ZEROS
               MOVE 1                  TO  SW-EOF
               DISPLAY "LA CATEGORIA NO TIENE CUENTA CONTABLE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CALCULA-RETENCION.
           DISPLAY RETENFTE-NOMBRE     LINE 22 POSITION 48.
           IF  CJR-BASE  <  RETENFTE-BASE-MINIMA
               GO TO F-CALCULA-RETENCION.
           COMPUTE CJR-RETENCION ROUNDED  =  CJR-BASE
                                   *  RETENFTE-PORCENTAJE  /  100.
           MOVE RETENFTE-CTA-CONTABLE  TO  CJR-CTA-RETENCION.
       F-CALCULA-RETENCION.
      *
       I-AVISO-REPOSICION.
           COMPUTE W-PORC-GASTADO  =  CJM-GASTADO  *  100
                                   /  CJM-MONTO.
           IF  W-PORC-GASTADO  <  CJM-PORC-REPOSICION
               GO TO F-AVISO-REPOSICION.
           DISPLAY "FONDO GASTADO AL    %: SOLICITE EL REEMBOLSO (E)"
                   LINE 23 POSITION 10 REVERSE BLINK.
           DISPLAY W-PORC-GASTADO      LINE 23 POSITION 29
                   REVERSE BLINK.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
       F-AVISO-REPOSICION.
      *
       I-RETIRA-RECIBO.
           MOVE CON-COD-EMPRESA        TO  CJR-EMPRESA.
           MOVE W-FONDO                TO  CJR-CODIGO.
           MOVE W-RECIBO               TO  CJR-RECIBO.
           READ CAJAMREC INVALID KEY
                DISPLAY "RECIBO NO EXISTE"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-RETIRA-RECIBO.
           IF  CJR-ESTADO  NOT =  "P"
               DISPLAY "RECIBO YA REEMBOLSADO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RETIRA-RECIBO.
           DISPLAY CJR-FECHA           LINE 17 POSITION 29.
           DISPLAY CJR-NIT             LINE 17 POSITION 67.
           DISPLAY CJR-CONCEPTO        LINE 18 POSITION 29.
           MOVE CJR-NETO               TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 22 POSITION 29 REVERSE.
           DISPLAY "[ R ] RETIRA EL RECIBO  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "R"     GO TO F-RETIRA-RECIBO.
           DELETE CAJAMREC RECORD.
           IF  CJR-NETO  >  CJM-GASTADO
               MOVE ZEROS              TO  CJM-GASTADO
           ELSE
               SUBTRACT CJR-NETO     FROM  CJM-GASTADO.
           REWRITE REG-CAJAMENO.
           DISPLAY "RECIBO RETIRADO"   LINE 24 POSITION 10 REVERSE.
       F-RETIRA-RECIBO.
      *
      ******************************************************************
      *  REEMBOLSO: UN COMPROBANTE CUADRADO CON LOS RECIBOS PENDIENTES *
      *  (DEBITO A CADA GASTO CON SU CENTRO Y AL IVA, CREDITO A CADA   *
      *  RETENCION CON SU BASE Y A LA CUENTA POR PAGAR AL CUSTODIO) Y  *
      *  LA RELACION CON LA SOLICITUD DE GIRO                          *
      ******************************************************************
       I-REEMBOLSO.
           PERFORM I-PIDE-FONDO        THRU F-PIDE-FONDO.
           IF  SW-1  =  1              GO TO F-REEMBOLSO.
           IF  CJM-GASTADO  =  ZEROS
               DISPLAY "EL FONDO NO TIENE RECIBOS PENDIENTES"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REEMBOLSO.
      *  EL PERIODO EN CIERRE O CERRADO (PROG028) NO RECIBE MAS
      *  MOVIMIENTOS
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "E"  OR  CIE-LNK-ESTADO  =  "C"
               DISPLAY "PERIODO EN CIERRE O CERRADO (PROG028)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REEMBOLSO.
           MOVE CJM-NIT-CUSTODIO       TO  CODIM.
           MOVE SPACES                 TO  NOMBM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE "CUSTODIO SIN NOMBRE EN CNNITCED"  TO  NOMBM.
           MOVE NOMBM                  TO  I-CUSTODIO.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-TIPO.
           DISPLAY "TIPO COMPROBANTE:"  LINE 16 POSITION 10.
           ACCEPT W-TIPO               LINE 16 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-REEMBOLSO.
           IF  W-TIPO  =  ZEROS        GO TO F-REEMBOLSO.
           DISPLAY "[ E ] GENERA EL REEMBOLSO  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "E"     GO TO F-REEMBOLSO.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  NOT =  "00"
               DISPLAY "TIPO DE COMPROBANTE NO DISPONIBLE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REEMBOLSO.
           MOVE CNS-NUMERO             TO  W-NUMERO.
           OPEN OUTPUT INFORMES.
           MOVE "REEMBOLSO DE CAJA MENOR"  TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  W-SECUENCIA
                                           W-RECIBOS  T-BASE  T-IVA
                                           T-RETENCION  T-NETO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           PERFORM I-INICIA-RECIBOS    THRU F-INICIA-RECIBOS.
       I-REEMBOLSO-CICLO.
           IF  FIN-REC  =  1           GO TO I-REEMBOLSO-CUSTODIO.
           READ CAJAMREC NEXT RECORD AT END
                MOVE 1                 TO  FIN-REC
                GO TO I-REEMBOLSO-CICLO.
           IF  CJR-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  CJR-CODIGO   NOT =  W-FONDO
               MOVE 1                  TO  FIN-REC
               GO TO I-REEMBOLSO-CICLO.
           IF  CJR-ESTADO  NOT =  "P"  GO TO I-REEMBOLSO-CICLO.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "CAJA MENOR " W-FONDO " RECIBO " CJR-RECIBO
                  DELIMITED BY SIZE  INTO I-TEXTO-LIN.
      *  DEBITO AL GASTO CON SU CENTRO DE COSTOS
           INITIALIZE REG-DOCTOS.
           MOVE CJR-CTA-GASTO          TO  CUENTA-DOCTOS.
           MOVE CJR-CENCOS             TO  CENCOS-DOCTOS.
           MOVE CJR-NIT                TO  ALTNIT-DOCTOS.
           MOVE CJR-BASE               TO  VALOR-DOCTOS.
           MOVE I-TEXTO-LIN                TO  CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
      *  DEBITO AL IVA DESCONTABLE
           IF  CJR-IVA  >  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE CJM-CTA-IVA        TO  CUENTA-DOCTOS
               MOVE CJR-NIT            TO  ALTNIT-DOCTOS
               MOVE CJR-IVA            TO  VALOR-DOCTOS
               MOVE CJR-BASE           TO  VRBASE-DOCTOS
               MOVE I-TEXTO-LIN            TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  CREDITO A LA RETENCION CON SU BASE (CERTIFICADOS PROG572)
           IF  CJR-RETENCION  >  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE CJR-CTA-RETENCION  TO  CUENTA-DOCTOS
               MOVE CJR-NIT            TO  ALTNIT-DOCTOS
               COMPUTE VALOR-DOCTOS  =  ZERO  -  CJR-RETENCION
               MOVE CJR-BASE           TO  VRBASE-DOCTOS
               MOVE I-TEXTO-LIN            TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           MOVE "R"                    TO  CJR-ESTADO.
           MOVE W-TIPO                 TO  CJR-REEMB-TIPO.
           MOVE W-NUMERO               TO  CJR-REEMB-NUMERO.
           REWRITE REG-CAJAMREC.
           ADD 1                       TO  W-RECIBOS.
           ADD CJR-BASE                TO  T-BASE.
           ADD CJR-IVA                 TO  T-IVA.
           ADD CJR-RETENCION           TO  T-RETENCION.
           ADD CJR-NETO                TO  T-NETO.
           PERFORM I-ESCRIBE-RECIBO    THRU F-ESCRIBE-RECIBO.
           GO TO I-REEMBOLSO-CICLO.
       I-REEMBOLSO-CUSTODIO.
      *  CREDITO A LA CUENTA POR PAGAR AL CUSTODIO, CON EL REEMBOLSO
      *  COMO FACTURA VENCIDA HOY PARA EL GIRO DE TESORERIA
           IF  T-NETO  NOT =  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE CJM-CTA-PAGAR      TO  CUENTA-DOCTOS
               MOVE CJM-NIT-CUSTODIO   TO  ALTNIT-DOCTOS
               MOVE W-NUMERO           TO  ALTFRA-DOCTOS
                                           NUMFRA-DOCTOS
               MOVE WK-DIA             TO  DD-VCTO-DOCTOS
               MOVE WK-MES             TO  MM-VCTO-DOCTOS
               MOVE WK-ANO             TO  AA-VCTO-DOCTOS
               COMPUTE VALOR-DOCTOS  =  ZERO  -  T-NETO
               MOVE SPACES             TO  CONCEPTO-DOCTOS
               STRING "REEMBOLSO CAJA MENOR " W-FONDO
                      DELIMITED BY SIZE  INTO CONCEPTO-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           MOVE ZEROS                  TO  CJM-GASTADO.
           MOVE W-NUMERO               TO  CJM-ULT-REEMBOLSO.
           MOVE W-FECHA-HOY            TO  CJM-FECHA-REEMBOLSO.
           MOVE CON-USERNAME           TO  CJM-USUARIO.
           REWRITE REG-CAJAMENO.
           PERFORM I-TOTALES-RECIBOS   THRU F-TOTALES-RECIBOS.
           PERFORM I-SOLICITUD-GIRO    THRU F-SOLICITUD-GIRO.
           CLOSE INFORMES.
           DISPLAY "RECIBOS REEMBOLSADOS:"  LINE 22 POSITION 10 REVERSE.
           DISPLAY W-RECIBOS           LINE 22 POSITION 32 REVERSE.
           DISPLAY "COMPROBANTE No:"   LINE 23 POSITION 10 REVERSE.
           DISPLAY W-NUMERO            LINE 23 POSITION 26 REVERSE.
       F-REEMBOLSO.
      *
      *  SOLICITUD DE GIRO AL CUSTODIO: POR CHEQUE (PROG767) O POR
      *  TRANSFERENCIA A SU CUENTA PREFERIDA APROBADA (CTAPROVE)
       I-SOLICITUD-GIRO.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 2.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "SOLICITUD DE GIRO - REEMBOLSO CAJA MENOR "
                  "COMPROBANTE " W-TIPO "-" W-NUMERO
                  DELIMITED BY SIZE  INTO I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 2.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "BENEFICIARIO: " I-CUSTODIO "  NIT "
                  CJM-NIT-CUSTODIO DELIMITED BY SIZE  INTO I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "VALOR A GIRAR"        TO  I-TEXTO.
           MOVE T-NETO                 TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           IF  CJM-FORMA-PAGO  =  "C"
               MOVE "FORMA DE PAGO: CHEQUE (GIRO EN PROG767)"
                                       TO  I-TEXTO-LIN
               GO TO I-SOLICITUD-FIRMAS.
           PERFORM I-CUENTA-PREFERIDA  THRU F-CUENTA-PREFERIDA.
           IF  SW-PREFERIDA  =  ZEROS
               MOVE "TRANSFERENCIA: EL CUSTODIO NO TIENE CUENTA APROBA
      -             "DA EN PROG392"    TO  I-TEXTO-LIN
               GO TO I-SOLICITUD-FIRMAS.
           STRING "TRANSFERENCIA (PROG751) BANCO " CTP-BANCO
                  " CUENTA " CTP-CUENTA " TIPO " CTP-TIPO-CTA
                  DELIMITED BY SIZE  INTO I-TEXTO-LIN.
       I-SOLICITUD-FIRMAS.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 1.
           MOVE "ELABORO: ____________________   APROBO: ______________
      -         "______   RECIBIDO TESORERIA: ____________________"
                                       TO  I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 3.
       F-SOLICITUD-GIRO.
      *
       I-CUENTA-PREFERIDA.
           MOVE ZEROS                  TO  SW-PREFERIDA  FIN-CTP.
           MOVE CJM-NIT-CUSTODIO       TO  CTP-NIT.
           MOVE ZEROS                  TO  CTP-SECUENCIA.
           START CTAPROVE KEY NOT LESS CTP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTP.
       I-CUENTA-PREF-LEE.
           IF  FIN-CTP  =  1           GO TO F-CUENTA-PREFERIDA.
           READ CTAPROVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTP
                GO TO I-CUENTA-PREF-LEE.
           IF  CTP-NIT  NOT =  CJM-NIT-CUSTODIO
               MOVE 1                  TO  FIN-CTP
               GO TO I-CUENTA-PREF-LEE.
           IF  CTP-PREFERIDA  =  "S"  AND  CTP-ESTADO  =  "A"
               MOVE 1                  TO  SW-PREFERIDA  FIN-CTP.
           GO TO I-CUENTA-PREF-LEE.
       F-CUENTA-PREFERIDA.
      *
       I-INICIA-RECIBOS.
           MOVE ZEROS                  TO  FIN-REC.
           MOVE CON-COD-EMPRESA        TO  CJR-EMPRESA.
           MOVE W-FONDO                TO  CJR-CODIGO.
           MOVE ZEROS                  TO  CJR-RECIBO.
           START CAJAMREC KEY NOT LESS CJR-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-REC.
       F-INICIA-RECIBOS.
      *
       I-ESCRIBE-RECIBO.
           MOVE SPACES                 TO  LINEA-RECIBO.
           MOVE CJR-RECIBO             TO  I-RECIBO.
           MOVE CJR-FECHA              TO  I-FECHA-REC.
           MOVE CJR-NIT                TO  I-NIT.
           MOVE CJR-CONCEPTO           TO  I-CONCEPTO.
           MOVE CJR-CTA-GASTO          TO  I-CUENTA.
           MOVE CJR-CENCOS             TO  I-CENCOS.
           MOVE CJR-BASE               TO  I-BASE.
           MOVE CJR-IVA                TO  I-IVA.
           MOVE CJR-RETENCION          TO  I-RETENC.
           MOVE CJR-NETO               TO  I-NETO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-RECIBO AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-ESCRIBE-RECIBO.
      *
       I-TOTALES-RECIBOS.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL GASTOS ANTES DE IVA"  TO  I-TEXTO.
           MOVE T-BASE                 TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL IVA"            TO  I-TEXTO.
           MOVE T-IVA                  TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL RETENCIONES PRACTICADAS"  TO  I-TEXTO.
           MOVE T-RETENCION            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL NETO PAGADO DEL FONDO"  TO  I-TEXTO.
           MOVE T-NETO                 TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
       F-TOTALES-RECIBOS.
      *
      ******************************************************************
      *  ESTADO DEL FONDO PARA EL ARQUEO: RECIBOS PENDIENTES Y EL      *
      *  EFECTIVO QUE DEBE HABER; UNO O TODOS LOS FONDOS (CODIGO 0)    *
      ******************************************************************
       I-ESTADO-FONDO.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-FONDO-ARQUEO.
           DISPLAY "CODIGO FONDO (0 = TODOS):"  LINE 15 POSITION 10.
           ACCEPT W-FONDO-ARQUEO       LINE 15 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-ESTADO-FONDO.
           OPEN OUTPUT INFORMES.
           MOVE "ESTADO DE CAJA MENOR - ARQUEO"  TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  FIN-CJM.
           MOVE CON-COD-EMPRESA        TO  CJM-EMPRESA.
           MOVE W-FONDO-ARQUEO         TO  CJM-CODIGO.
           START CAJAMENO KEY NOT LESS CJM-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CJM.
       I-ESTADO-CICLO.
           IF  FIN-CJM  =  1           GO TO I-ESTADO-CIERRA.
           READ CAJAMENO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CJM
                GO TO I-ESTADO-CICLO.
           IF  CJM-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CJM
               GO TO I-ESTADO-CICLO.
           IF  W-FONDO-ARQUEO  NOT =  ZEROS
           AND CJM-CODIGO  NOT =  W-FONDO-ARQUEO
               MOVE 1                  TO  FIN-CJM
               GO TO I-ESTADO-CICLO.
           IF  CJM-ESTADO  NOT =  "A"  GO TO I-ESTADO-CICLO.
           PERFORM I-ESTADO-UN-FONDO   THRU F-ESTADO-UN-FONDO.
           GO TO I-ESTADO-CICLO.
       I-ESTADO-CIERRA.
           CLOSE INFORMES.
           DISPLAY "ESTADO DE CAJA MENOR GENERADO"
                   LINE 24 POSITION 10 REVERSE.
       F-ESTADO-FONDO.
      *
       I-ESTADO-UN-FONDO.
           MOVE CJM-CODIGO             TO  W-FONDO.
           MOVE CJM-NIT-CUSTODIO       TO  CODIM.
           MOVE SPACES                 TO  NOMBM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE "CUSTODIO SIN NOMBRE EN CNNITCED"  TO  NOMBM.
           MOVE NOMBM                  TO  I-CUSTODIO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  T-BASE  T-IVA  T-RETENCION
                                           T-NETO.
           PERFORM I-INICIA-RECIBOS    THRU F-INICIA-RECIBOS.
       I-ESTADO-RECIBO.
           IF  FIN-REC  =  1           GO TO I-ESTADO-TOTAL.
           READ CAJAMREC NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-REC
                GO TO I-ESTADO-RECIBO.
           IF  CJR-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  CJR-CODIGO   NOT =  W-FONDO
               MOVE 1                  TO  FIN-REC
               GO TO I-ESTADO-RECIBO.
           IF  CJR-ESTADO  NOT =  "P"  GO TO I-ESTADO-RECIBO.
           ADD CJR-BASE                TO  T-BASE.
           ADD CJR-IVA                 TO  T-IVA.
           ADD CJR-RETENCION           TO  T-RETENCION.
           ADD CJR-NETO                TO  T-NETO.
           PERFORM I-ESCRIBE-RECIBO    THRU F-ESCRIBE-RECIBO.
           GO TO I-ESTADO-RECIBO.
       I-ESTADO-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "MONTO DEL FONDO"      TO  I-TEXTO.
           MOVE CJM-MONTO              TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "RECIBOS PENDIENTES DE REEMBOLSO (NETO)"  TO  I-TEXTO.
           MOVE T-NETO                 TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "EFECTIVO QUE DEBE HABER EN EL FONDO"  TO  I-TEXTO.
           COMPUTE W-DISPONIBLE  =  CJM-MONTO  -  T-NETO.
           MOVE W-DISPONIBLE           TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  T-NETO  NOT =  CJM-GASTADO
               MOVE SPACES             TO  LINEA-DE-TOTAL
               MOVE "** GASTADO REGISTRADO EN EL FONDO DIFIERE"
                                       TO  I-TEXTO
               MOVE CJM-GASTADO        TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "ULTIMO REEMBOLSO: " CJM-ULT-REEMBOLSO "  DEL "
                  CJM-FECHA-REEMBOLSO
                  DELIMITED BY SIZE  INTO I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 2.
           MOVE "EFECTIVO CONTADO: ________________   DIFERENCIA: ______
      -         "__________" TO  I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 2.
           MOVE "FIRMA CUSTODIO: ____________________   FIRMA ARQUEADOR
      -         ": ____________________"  TO  I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 3.
       F-ESTADO-UN-FONDO.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           MOVE W-FONDO                TO  I-FONDO.
           MOVE CJM-NOMBRE             TO  I-NOMBRE-FONDO.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-4  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
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
       I-FIN-MODE.
           CLOSE CAJAMENO CAJAMREC CNDOCTOS CNNITCED CNCATCTA RETENFTE
                 CTAPROVE.
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
