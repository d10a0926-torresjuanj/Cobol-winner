       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG558.
      ******************************************************************
      * ANTICIPOS A EMPLEADOS Y LEGALIZACIONES       OCT-15-2026       *
      * OCT-15-2026 CNDOCTOS Y NOMINOVE AL DIARIO (TRANSLOG)           *
      *                                                                *
      * LOS ANTICIPOS PARA VIAJES Y COMPRAS SE CONTABILIZABAN A LA     *
      * 1330 Y NADIE LOS VOLVIA A MIRAR.  AQUI CADA ANTICIPO QUEDA     *
      * REGISTRADO POR EMPLEADO (CONTRATO/HOJAVIDA) EN ANTICIPO CON    *
      * SUS SOPORTES EN ANTICSOP:                                      *
      *   R = REGISTRO: PROPOSITO, VALOR, FECHA LIMITE PARA LEGALIZAR  *
      *       Y LA AUTORIZACION ESCRITA DE DESCUENTO POR NOMINA        *
      *   S = SOPORTES: FACTURAS Y RECIBOS DEL GASTO (NIT, CUENTA Y    *
      *       CENTRO DE COSTOS)                                        *
      *   L = LEGALIZACION: COMPROBANTE EN CNDOCTOS (GASTOS CONTRA EL  *
      *       ANTICIPO).  SI EL EMPLEADO GASTO DE MAS, EL EXCESO QUEDA *
      *       COMO CUENTA POR PAGAR A SU NOMBRE (FACTURA = NUMERO DEL  *
      *       COMPROBANTE, PAGO POR PROG751); SI GASTO DE MENOS, LO    *
      *       DEVUELVE EN EFECTIVO O QUEDA A SU CARGO PARA NOMINA      *
      *   E = EDADES DE LOS ANTICIPOS SIN LEGALIZAR CONTRA LA FECHA    *
      *       LIMITE (DIAS COMERCIALES)                                *
      *   N = DESCUENTO POR NOMINA: LOS SALDOS VENCIDOS DE EMPLEADOS   *
      *       CON AUTORIZACION FIRMADA PASAN A NOMINOVE (ORIGEN "N");  *
      *       EL CONCEPTO DE DESCUENTO DEBE CONTABILIZAR A LA 1330     *
      * PROG360 AVISA LOS ANTICIPOS ABIERTOS AL LIQUIDAR EL CONTRATO.  *
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
               COPY "..\DYC\ANTICIPO.DYC".
               COPY "..\DYC\ANTICSOP.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\ANTICIPO.FD".
               COPY "..\FD\ANTICSOP.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG558".
       77      ID-PRG              PIC X(7)  VALUE "PROG558".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-NUM-ANT           PIC 9(04) VALUE ZEROS.
       77      W-ULT-ANT           PIC 9(04) VALUE ZEROS.
       77      W-SOPORTE           PIC 9(03) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HASTA       PIC 9(08) VALUE ZEROS.
       77      W-DIAS-360          PIC S9(05) VALUE ZEROS.
       77      W-DIA-DESDE         PIC 9(02) VALUE ZEROS.
       77      W-DIA-HASTA         PIC 9(02) VALUE ZEROS.
       77      W-CTA-PAGAR         PIC 9(10) VALUE ZEROS.
       77      W-CTA-CAJA          PIC 9(10) VALUE ZEROS.
       77      W-CONCEPTO-NOM      PIC 9(03) VALUE ZEROS.
       77      W-CENCOS            PIC 9(03) VALUE ZEROS.
       77      W-DEVOLUCION        PIC X(01) VALUE SPACES.
       77      W-ABONO             PIC S9(11)V99 VALUE ZEROS.
       77      W-EXCESO            PIC S9(11)V99 VALUE ZEROS.
       77      W-FALTANTE          PIC S9(11)V99 VALUE ZEROS.
       77      W-DEVUELTO          PIC S9(11)V99 VALUE ZEROS.
       77      W-PENDIENTE         PIC S9(11)V99 VALUE ZEROS.
       77      W-GENERADAS         PIC 9(05) VALUE ZEROS.
       77      W-SIN-AUTORIZA      PIC 9(05) VALUE ZEROS.
       77      W-BUCKET            PIC 9(01) VALUE ZEROS.
       77      W-NOMBRE-EMP            PIC X(40) VALUE SPACES.
       77      T-SOPORTES          PIC S9(13)V99 VALUE ZEROS.
       77      FIN-ANT             PIC 9(01) VALUE ZEROS.
       77      FIN-SOP             PIC 9(01) VALUE ZEROS.
       77      SW-CONTRATO         PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
       01      W-DESDE-PARTES.
        03     W-DESDE-ANO         PIC 9(04).
        03     W-DESDE-MES         PIC 9(02).
        03     W-DESDE-DIA         PIC 9(02).
       01      W-HASTA-PARTES.
        03     W-HASTA-ANO         PIC 9(04).
        03     W-HASTA-MES         PIC 9(02).
        03     W-HASTA-DIA         PIC 9(02).
      *  EDADES: 1 = POR VENCER  2 = 1-30  3 = 31-60  4 = 61-90
      *          5 = MAS DE 90 DIAS DESPUES DE LA FECHA LIMITE
       01      TABLA-EDADES.
        03     T-EDAD              PIC S9(13)V99 OCCURS 5 TIMES.
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
               COPY "..\LBL\ANTICIPO.LBL".
               COPY "..\LBL\ANTICSOP.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
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
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-L.
         05    FILLER      PIC X(05)    VALUE "SOP. ".
         05    FILLER      PIC X(09)    VALUE " FECHA   ".
         05    FILLER      PIC X(16)    VALUE "  NIT           ".
         05    FILLER      PIC X(07)    VALUE "FACTURA".
         05    FILLER      PIC X(32)    VALUE
              "  CONCEPTO                      ".
         05    FILLER      PIC X(11)    VALUE " CUENTA    ".
         05    FILLER      PIC X(04)    VALUE " CC ".
         05    FILLER      PIC X(19)    VALUE "           VALOR   ".
        03     LINEA-SOPORTE.
         05    I-SOPORTE   PIC 9(03).
         05    FILLER      PIC X(02).
         05    I-FECHA-SOP PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-FACTURA   PIC 9(06).
         05    FILLER      PIC X(02).
         05    I-CONCEPTO  PIC X(30).
         05    FILLER      PIC X(02).
         05    I-CUENTA    PIC 9(10).
         05    FILLER      PIC X(01).
         05    I-CENCOS    PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-VALOR-SOP PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
        03     TITULO-E.
         05    FILLER      PIC X(16)    VALUE "CEDULA          ".
         05    FILLER      PIC X(26)    VALUE
              "EMPLEADO                  ".
         05    FILLER      PIC X(05)    VALUE " ANT ".
         05    FILLER      PIC X(09)    VALUE " LIMITE  ".
         05    FILLER      PIC X(16)    VALUE "   VALOR ANTIC. ".
         05    FILLER      PIC X(15)    VALUE "   POR VENCER  ".
         05    FILLER      PIC X(15)    VALUE "     1 A 30    ".
         05    FILLER      PIC X(15)    VALUE "    31 A 60    ".
         05    FILLER      PIC X(15)    VALUE "    61 A 90    ".
         05    FILLER      PIC X(15)    VALUE "    MAS DE 90  ".
        03     LINEA-EDAD.
         05    I-CEDULA    PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(01).
         05    I-NUM-ANT   PIC 9(04).
         05    FILLER      PIC X(01).
         05    I-LIMITE    PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-VALOR-ANT PIC ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(01).
         05    I-EDAD      PIC ZZZ,ZZZ,ZZZ.ZZ OCCURS 5 TIMES.
        03     TITULO-N.
         05    FILLER      PIC X(16)    VALUE "CEDULA          ".
         05    FILLER      PIC X(26)    VALUE
              "EMPLEADO                  ".
         05    FILLER      PIC X(05)    VALUE " ANT ".
         05    FILLER      PIC X(09)    VALUE " LIMITE  ".
         05    FILLER      PIC X(16)    VALUE "  SALDO A CARGO ".
         05    FILLER      PIC X(30)    VALUE
              " RESULTADO                    ".
        03     LINEA-DESCUENTO.
         05    I-CEDULA-N  PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-NOMBRE-N  PIC X(25).
         05    FILLER      PIC X(01).
         05    I-NUM-ANT-N PIC 9(04).
         05    FILLER      PIC X(01).
         05    I-LIMITE-N  PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-SALDO-N   PIC ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(02).
         05    I-RESULTADO PIC X(30).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(50).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-TEXTO.
         05    I-TEXTO-LIN PIC X(100).
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\ANTICIPO.DCL".
               COPY "..\DCL\ANTICSOP.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
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
           MOVE "* ANTICIPOS A EMPLEADOS *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-ANTICIPO-CIA
                                           LAB-ANTICSOP-CIA
                                           LAB-CONTRATO-CIA
                                           LAB-MAESCIA
                                           LAB-CNNITCED-CIA
                                           LAB-CNCATCTA-CIA
                                           LAB-NOMINOVE-CIA.
           MOVE CON-ANO                TO  LAB-NOMINOVE-ANO.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 558                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT ANTICIPO.
           IF  ANTICIPO-STATUS  =  "35"
               OPEN OUTPUT ANTICIPO.
           CLOSE ANTICIPO.
           OPEN INPUT ANTICSOP.
           IF  ANTICSOP-STATUS  =  "35"
               OPEN OUTPUT ANTICSOP.
           CLOSE ANTICSOP.
           OPEN INPUT NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               OPEN OUTPUT NOMINOVE.
           CLOSE NOMINOVE.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O ANTICIPO ANTICSOP NOMINOVE CNDOCTOS.
           OPEN INPUT CONTRATO HOJAVIDA CNNITCED CNCATCTA.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  R  REGISTRO DE ANTICIPOS                !"
                                       LINE 06 POSITION 18
           DISPLAY "!  S  SOPORTES DEL ANTICIPO                !"
                                       LINE 07 POSITION 18
           DISPLAY "!  L  LEGALIZACION (COMPROBANTE)           !"
                                       LINE 08 POSITION 18
           DISPLAY "!  E  EDADES DE ANTICIPOS SIN LEGALIZAR    !"
                                       LINE 09 POSITION 18
           DISPLAY "!  N  DESCUENTO POR NOMINA DE VENCIDOS     !"
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
           IF  W-OPCION  =  "R"
               PERFORM I-REGISTRO      THRU F-REGISTRO.
           IF  W-OPCION  =  "S"
               PERFORM I-SOPORTES      THRU F-SOPORTES.
           IF  W-OPCION  =  "L"
               PERFORM I-LEGALIZA      THRU F-LEGALIZA.
           IF  W-OPCION  =  "E"
               PERFORM I-EDADES        THRU F-EDADES.
           IF  W-OPCION  =  "N"
               PERFORM I-DESCUENTOS    THRU F-DESCUENTOS.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  REGISTRO.  ANTICIPO EN CEROS = NUEVO; SOBRE UNO ABIERTO SOLO  *
      *  SE CAMBIAN LA FECHA LIMITE Y LA AUTORIZACION DE DESCUENTO     *
      ******************************************************************
       I-REGISTRO.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-REGISTRO.
           IF  CONTRATO-ESTADO  =  "R"
               DISPLAY "EMPLEADO RETIRADO: NO SE LE GIRAN ANTICIPOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           DISPLAY "ANTICIPO No......:"  LINE 16 POSITION 10.
           DISPLAY "(0 = NUEVO)"         LINE 16 POSITION 35.
           MOVE ZEROS                  TO  W-NUM-ANT.
           ACCEPT W-NUM-ANT            LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-REGISTRO.
           IF  W-NUM-ANT  NOT =  ZEROS
               PERFORM I-MODIFICA-ANTICIPO THRU F-MODIFICA-ANTICIPO
               GO TO F-REGISTRO.
           PERFORM I-ULTIMO-ANTICIPO   THRU F-ULTIMO-ANTICIPO.
           INITIALIZE REG-ANTICIPO.
           MOVE CON-COD-EMPRESA        TO  ANT-EMPRESA.
           MOVE W-CEDULA               TO  ANT-CEDULA.
           MOVE "V"                    TO  ANT-CLASE.
           MOVE "N"                    TO  ANT-AUTORIZA.
           MOVE W-FECHA-HOY            TO  ANT-FECHA  ANT-FECHA-LIMITE.
           DISPLAY "CLASE (V/C)......:"  LINE 17 POSITION 10.
           DISPLAY "PROPOSITO........:"  LINE 18 POSITION 10.
           DISPLAY "VALOR............:"  LINE 19 POSITION 10.
           DISPLAY "CUENTA ANTICIPO..:"  LINE 19 POSITION 48.
           DISPLAY "FECHA ANTICIPO...:"  LINE 20 POSITION 10.
           DISPLAY "LIMITE LEGALIZAR.:"  LINE 20 POSITION 48.
           DISPLAY "AUTORIZA DESC.S/N:"  LINE 21 POSITION 10.
           DISPLAY "FECHA AUTORIZAC..:"  LINE 21 POSITION 48.
           ACCEPT ANT-CLASE            LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-PROPOSITO        LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-VALOR            LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-CTA-ANTICIPO     LINE 19 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-FECHA            LINE 20 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-FECHA-LIMITE     LINE 20 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-AUTORIZA         LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-FECHA-AUTORIZA   LINE 21 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  ANT-CLASE  NOT =  "V"  AND  ANT-CLASE  NOT =  "C"
               DISPLAY "CLASE V (VIAJE) O C (COMPRA)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  ANT-VALOR  =  ZEROS  OR  ANT-PROPOSITO  =  SPACES
               DISPLAY "PROPOSITO Y VALOR SON OBLIGATORIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  ANT-FECHA-LIMITE  <  ANT-FECHA
               DISPLAY "LA FECHA LIMITE ES ANTERIOR AL ANTICIPO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           MOVE ANT-CTA-ANTICIPO       TO  CTAMAE.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-EOF  =  1            GO TO F-REGISTRO.
           PERFORM I-VALIDA-AUTORIZA   THRU F-VALIDA-AUTORIZA.
           IF  SW-EOF  =  1            GO TO F-REGISTRO.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-REGISTRO.
           COMPUTE ANT-NUMERO  =  W-ULT-ANT  +  1.
           MOVE "A"                    TO  ANT-ESTADO.
           MOVE CON-USERNAME           TO  ANT-USUARIO.
       I-REGISTRO-GRABA.
           WRITE REG-ANTICIPO INVALID KEY
                 ADD 1                 TO  ANT-NUMERO
                 GO TO I-REGISTRO-GRABA.
           DISPLAY "ANTICIPO GRABADO No:"  LINE 24 POSITION 10 REVERSE.
           DISPLAY ANT-NUMERO          LINE 24 POSITION 31 REVERSE.
       F-REGISTRO.
      *
       I-MODIFICA-ANTICIPO.
           MOVE CON-COD-EMPRESA        TO  ANT-EMPRESA.
           MOVE W-CEDULA               TO  ANT-CEDULA.
           MOVE W-NUM-ANT              TO  ANT-NUMERO.
           READ ANTICIPO INVALID KEY
                DISPLAY "ANTICIPO NO EXISTE"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-MODIFICA-ANTICIPO.
           IF  ANT-ESTADO  NOT =  "A"
               DISPLAY "ANTICIPO YA LEGALIZADO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-MODIFICA-ANTICIPO.
           DISPLAY ANT-PROPOSITO       LINE 18 POSITION 29.
           MOVE ANT-VALOR              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 19 POSITION 29.
           DISPLAY "LIMITE LEGALIZAR.:"  LINE 20 POSITION 48.
           DISPLAY "AUTORIZA DESC.S/N:"  LINE 21 POSITION 10.
           DISPLAY "FECHA AUTORIZAC..:"  LINE 21 POSITION 48.
           ACCEPT ANT-FECHA-LIMITE     LINE 20 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-AUTORIZA         LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANT-FECHA-AUTORIZA   LINE 21 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  ANT-FECHA-LIMITE  <  ANT-FECHA
               DISPLAY "LA FECHA LIMITE ES ANTERIOR AL ANTICIPO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-MODIFICA-ANTICIPO.
           PERFORM I-VALIDA-AUTORIZA   THRU F-VALIDA-AUTORIZA.
           IF  SW-EOF  =  1            GO TO F-MODIFICA-ANTICIPO.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-MODIFICA-ANTICIPO.
           MOVE CON-USERNAME           TO  ANT-USUARIO.
           REWRITE REG-ANTICIPO.
           DISPLAY "ANTICIPO ACTUALIZADO"  LINE 24 POSITION 10 REVERSE.
       F-MODIFICA-ANTICIPO.
      *
      *  SIN LA AUTORIZACION FIRMADA (Y SU FECHA) NO HAY DESCUENTO
      *  POR NOMINA
       I-VALIDA-AUTORIZA.
           MOVE ZEROS                  TO  SW-EOF.
           IF  ANT-AUTORIZA  NOT =  "S"  AND  ANT-AUTORIZA  NOT =  "N"
               MOVE 1                  TO  SW-EOF
               DISPLAY "AUTORIZACION DE DESCUENTO S O N"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-VALIDA-AUTORIZA.
           IF  ANT-AUTORIZA  =  "N"
               MOVE ZEROS              TO  ANT-FECHA-AUTORIZA
               GO TO F-VALIDA-AUTORIZA.
           IF  ANT-FECHA-AUTORIZA  =  ZEROS
           OR  ANT-FECHA-AUTORIZA  >  W-FECHA-HOY
               MOVE 1                  TO  SW-EOF
               DISPLAY "DIGITE LA FECHA DE LA AUTORIZACION FIRMADA"
                       LINE 24 POSITION 10 REVERSE BLINK.
       F-VALIDA-AUTORIZA.
      *
       I-VALIDA-CUENTA.
           MOVE ZEROS                  TO  SW-EOF.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF
                DISPLAY "CUENTA NO EXISTE EN EL CATALOGO"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-VALIDA-CUENTA.
           IF  ESTACTA  =  "S"
               MOVE 1                  TO  SW-EOF
               DISPLAY "LA CUENTA NO PERMITE MOVIMIENTO"
                       LINE 24 POSITION 10 REVERSE BLINK.
       F-VALIDA-CUENTA.
      *
       I-ULTIMO-ANTICIPO.
           MOVE ZEROS                  TO  W-ULT-ANT  FIN-ANT.
           MOVE CON-COD-EMPRESA        TO  ANT-EMPRESA.
           MOVE W-CEDULA               TO  ANT-CEDULA.
           MOVE ZEROS                  TO  ANT-NUMERO.
           START ANTICIPO KEY NOT LESS ANT-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ANT.
       I-ULTIMO-ANT-LEE.
           IF  FIN-ANT  =  1           GO TO F-ULTIMO-ANTICIPO.
           READ ANTICIPO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ANT
                GO TO I-ULTIMO-ANT-LEE.
           IF  ANT-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  ANT-CEDULA   NOT =  W-CEDULA
               MOVE 1                  TO  FIN-ANT
               GO TO I-ULTIMO-ANT-LEE.
           MOVE ANT-NUMERO             TO  W-ULT-ANT.
           GO TO I-ULTIMO-ANT-LEE.
       F-ULTIMO-ANTICIPO.
      *
       I-PIDE-EMPLEADO.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA  SW-1.
           DISPLAY "CEDULA...........:"  LINE 15 POSITION 10.
           ACCEPT W-CEDULA             LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-EMPLEADO.
           PERFORM I-LEE-EMPLEADO      THRU F-LEE-EMPLEADO.
           IF  SW-CONTRATO  =  1
               MOVE 1                  TO  SW-1
               DISPLAY "EMPLEADO SIN CONTRATO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PIDE-EMPLEADO.
           DISPLAY W-NOMBRE-EMP            LINE 15 POSITION 44 REVERSE.
       F-PIDE-EMPLEADO.
      *
       I-LEE-EMPLEADO.
           MOVE ZEROS                  TO  SW-CONTRATO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-CONTRATO
                MOVE ZEROS             TO  CONTRATO-CENCOS.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  W-NOMBRE-EMP.
       F-LEE-EMPLEADO.
      *
       I-PIDE-ANTICIPO.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-PIDE-ANTICIPO.
           MOVE ZEROS                  TO  W-NUM-ANT.
           DISPLAY "ANTICIPO No......:"  LINE 16 POSITION 10.
           ACCEPT W-NUM-ANT            LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE CON-COD-EMPRESA        TO  ANT-EMPRESA.
           MOVE W-CEDULA               TO  ANT-CEDULA.
           MOVE W-NUM-ANT              TO  ANT-NUMERO.
           READ ANTICIPO INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "ANTICIPO NO EXISTE"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-PIDE-ANTICIPO.
           IF  ANT-ESTADO  NOT =  "A"
               MOVE 1                  TO  SW-1
               DISPLAY "ANTICIPO YA LEGALIZADO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PIDE-ANTICIPO.
           DISPLAY ANT-PROPOSITO       LINE 16 POSITION 36 REVERSE.
       F-PIDE-ANTICIPO.
      *
      ******************************************************************
      *  SOPORTES.  SOPORTE EN CEROS = NUEVO; UNO EXISTENTE SE RETIRA  *
      ******************************************************************
       I-SOPORTES.
           PERFORM I-PIDE-ANTICIPO     THRU F-PIDE-ANTICIPO.
           IF  SW-1  =  1              GO TO F-SOPORTES.
       I-SOPORTES-CICLO.
           PERFORM I-CAPTURA-SOPORTE   THRU F-CAPTURA-SOPORTE.
           IF  F2                      GO TO F-SOPORTES.
           GO TO I-SOPORTES-CICLO.
       F-SOPORTES.
      *
       I-CAPTURA-SOPORTE.
           DISPLAY WK-ESPACIOS         LINE 17 POSITION 01.
           DISPLAY "SOPORTE No.......:"  LINE 17 POSITION 10.
           DISPLAY "(0 = NUEVO)"         LINE 17 POSITION 35.
           DISPLAY "SOPORTADO:"          LINE 17 POSITION 48.
           MOVE ANT-SOPORTADO          TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 17 POSITION 59 REVERSE.
           DISPLAY "FECHA (AAAAMMDD).:"  LINE 18 POSITION 10.
           DISPLAY "NIT PROVEEDOR....:"  LINE 18 POSITION 48.
           DISPLAY "FACTURA No.......:"  LINE 19 POSITION 10.
           DISPLAY "CONCEPTO.........:"  LINE 20 POSITION 10.
           DISPLAY "CUENTA GASTO.....:"  LINE 21 POSITION 10.
           DISPLAY "CENTRO COSTOS....:"  LINE 21 POSITION 48.
           DISPLAY "VALOR............:"  LINE 22 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-SOPORTE.
           ACCEPT W-SOPORTE            LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CAPTURA-SOPORTE.
           IF  W-SOPORTE  NOT =  ZEROS
               PERFORM I-RETIRA-SOPORTE THRU F-RETIRA-SOPORTE
               GO TO F-CAPTURA-SOPORTE.
           INITIALIZE REG-ANTICSOP.
           MOVE CON-COD-EMPRESA        TO  ANS-EMPRESA.
           MOVE W-CEDULA               TO  ANS-CEDULA.
           MOVE W-NUM-ANT              TO  ANS-NUMERO.
           MOVE W-FECHA-HOY            TO  ANS-FECHA.
           MOVE CONTRATO-CENCOS        TO  ANS-CENCOS.
           ACCEPT ANS-FECHA            LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANS-NIT              LINE 18 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE ANS-NIT                TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN CNNITCED"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-CAPTURA-SOPORTE.
           DISPLAY NOMBM               LINE 23 POSITION 10.
           ACCEPT ANS-FACTURA          LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANS-CONCEPTO         LINE 20 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANS-CTA-GASTO        LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE ANS-CTA-GASTO          TO  CTAMAE.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-EOF  =  1            GO TO F-CAPTURA-SOPORTE.
           ACCEPT ANS-CENCOS           LINE 21 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ANS-VALOR            LINE 22 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  ANS-VALOR  =  ZEROS
               DISPLAY "DIGITE EL VALOR DEL SOPORTE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CAPTURA-SOPORTE.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CAPTURA-SOPORTE.
           ADD 1                       TO  ANT-ULT-SOPORTE.
           MOVE ANT-ULT-SOPORTE        TO  ANS-SOPORTE.
           MOVE "P"                    TO  ANS-ESTADO.
           MOVE CON-USERNAME           TO  ANS-USUARIO.
           WRITE REG-ANTICSOP INVALID KEY
                 DISPLAY "SOPORTE YA EXISTE"
                         LINE 24 POSITION 10 REVERSE BLINK
                 GO TO F-CAPTURA-SOPORTE.
           ADD ANS-VALOR               TO  ANT-SOPORTADO.
           REWRITE REG-ANTICIPO.
           DISPLAY "SOPORTE GRABADO No:"  LINE 24 POSITION 10 REVERSE.
           DISPLAY ANS-SOPORTE         LINE 24 POSITION 30 REVERSE.
       F-CAPTURA-SOPORTE.
      *
       I-RETIRA-SOPORTE.
           MOVE CON-COD-EMPRESA        TO  ANS-EMPRESA.
           MOVE W-CEDULA               TO  ANS-CEDULA.
           MOVE W-NUM-ANT              TO  ANS-NUMERO.
           MOVE W-SOPORTE              TO  ANS-SOPORTE.
           READ ANTICSOP INVALID KEY
                DISPLAY "SOPORTE NO EXISTE"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-RETIRA-SOPORTE.
           DISPLAY ANS-FECHA           LINE 18 POSITION 29.
           DISPLAY ANS-NIT             LINE 18 POSITION 67.
           DISPLAY ANS-CONCEPTO        LINE 20 POSITION 29.
           MOVE ANS-VALOR              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 22 POSITION 29 REVERSE.
           DISPLAY "[ R ] RETIRA EL SOPORTE  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "R"     GO TO F-RETIRA-SOPORTE.
           DELETE ANTICSOP RECORD.
           IF  ANS-VALOR  >  ANT-SOPORTADO
               MOVE ZEROS              TO  ANT-SOPORTADO
           ELSE
               SUBTRACT ANS-VALOR    FROM  ANT-SOPORTADO.
           REWRITE REG-ANTICIPO.
           DISPLAY "SOPORTE RETIRADO"  LINE 24 POSITION 10 REVERSE.
       F-RETIRA-SOPORTE.
      *
      ******************************************************************
      *  LEGALIZACION.  LOS SOPORTES CRUZAN CONTRA EL SALDO DEL        *
      *  ANTICIPO (VALOR MENOS LO YA RECUPERADO POR NOMINA):           *
      *    W-ABONO    = LO QUE LOS SOPORTES CANCELAN DEL ANTICIPO      *
      *    W-EXCESO   = GASTO DE MAS: CXP AL EMPLEADO (PROG751)        *
      *    W-FALTANTE = GASTO DE MENOS: DEVOLUCION EN CAJA O QUEDA A   *
      *                 SU CARGO (ESTADO P) PARA DESCUENTO POR NOMINA  *
      ******************************************************************
       I-LEGALIZA.
           PERFORM I-PIDE-ANTICIPO     THRU F-PIDE-ANTICIPO.
           IF  SW-1  =  1              GO TO F-LEGALIZA.
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "E"  OR  CIE-LNK-ESTADO  =  "C"
               DISPLAY "PERIODO EN CIERRE O CERRADO (PROG028)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LEGALIZA.
           COMPUTE W-ABONO  =  ANT-VALOR  -  ANT-RECUPERADO.
           IF  W-ABONO  <  ZEROS       MOVE ZEROS  TO  W-ABONO.
           MOVE ZEROS                  TO  W-EXCESO  W-FALTANTE
                                           W-DEVUELTO  W-CTA-PAGAR
                                           W-CTA-CAJA.
           IF  ANT-SOPORTADO  >  W-ABONO
               COMPUTE W-EXCESO  =  ANT-SOPORTADO  -  W-ABONO
           ELSE
               COMPUTE W-FALTANTE  =  W-ABONO  -  ANT-SOPORTADO
               MOVE ANT-SOPORTADO      TO  W-ABONO.
           DISPLAY "VALOR ANTICIPO...:"  LINE 17 POSITION 10.
           MOVE ANT-VALOR              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 17 POSITION 29.
           DISPLAY "RECUPERADO NOMINA:"  LINE 17 POSITION 48.
           MOVE ANT-RECUPERADO         TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 17 POSITION 62.
           DISPLAY "SOPORTES.........:"  LINE 18 POSITION 10.
           MOVE ANT-SOPORTADO          TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 18 POSITION 29.
           DISPLAY "TIPO COMPROBANTE.:"  LINE 19 POSITION 10.
           MOVE ZEROS                  TO  W-TIPO.
           ACCEPT W-TIPO               LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-TIPO  =  ZEROS
               GO TO F-LEGALIZA.
           IF  W-EXCESO  >  ZEROS
               PERFORM I-PIDE-CTA-PAGAR THRU F-PIDE-CTA-PAGAR
               IF  SW-EOF  =  1
                   GO TO F-LEGALIZA.
           IF  W-FALTANTE  >  ZEROS
               PERFORM I-PIDE-DEVOLUCION THRU F-PIDE-DEVOLUCION
               IF  SW-EOF  =  1
                   GO TO F-LEGALIZA.
           DISPLAY "[ L ] LEGALIZA EL ANTICIPO  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "L"     GO TO F-LEGALIZA.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  NOT =  "00"
               DISPLAY "TIPO DE COMPROBANTE NO DISPONIBLE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LEGALIZA.
           MOVE CNS-NUMERO             TO  W-NUMERO.
           MOVE ZEROS                  TO  W-SECUENCIA  WK-PAGINA
                                           T-SOPORTES.
           OPEN OUTPUT INFORMES.
           MOVE "LEGALIZACION DE ANTICIPO"  TO  I-NOMBRE-INF.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           PERFORM I-ENCABEZA-ANTICIPO THRU F-ENCABEZA-ANTICIPO.
           PERFORM I-INICIA-SOPORTES   THRU F-INICIA-SOPORTES.
       I-LEGALIZA-SOPORTE.
           IF  FIN-SOP  =  1           GO TO I-LEGALIZA-CRUCE.
           READ ANTICSOP NEXT RECORD AT END
                MOVE 1                 TO  FIN-SOP
                GO TO I-LEGALIZA-SOPORTE.
           IF  ANS-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  ANS-CEDULA   NOT =  W-CEDULA
           OR  ANS-NUMERO   NOT =  W-NUM-ANT
               MOVE 1                  TO  FIN-SOP
               GO TO I-LEGALIZA-SOPORTE.
           IF  ANS-ESTADO  NOT =  "P"  GO TO I-LEGALIZA-SOPORTE.
      *  DEBITO AL GASTO CON SU CENTRO DE COSTOS Y EL NIT DEL SOPORTE
           INITIALIZE REG-DOCTOS.
           MOVE ANS-CTA-GASTO          TO  CUENTA-DOCTOS.
           MOVE ANS-CENCOS             TO  CENCOS-DOCTOS.
           MOVE ANS-NIT                TO  ALTNIT-DOCTOS.
           MOVE ANS-FACTURA            TO  ALTFRA-DOCTOS
                                           NUMFRA-DOCTOS.
           MOVE ANS-VALOR              TO  VALOR-DOCTOS.
           MOVE ANS-CONCEPTO           TO  CONCEPTO-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
           MOVE "L"                    TO  ANS-ESTADO.
           REWRITE REG-ANTICSOP.
           ADD ANS-VALOR               TO  T-SOPORTES.
           PERFORM I-ESCRIBE-SOPORTE   THRU F-ESCRIBE-SOPORTE.
           GO TO I-LEGALIZA-SOPORTE.
       I-LEGALIZA-CRUCE.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "LEGALIZA ANTICIPO " W-NUM-ANT " CC " W-CEDULA
                  DELIMITED BY SIZE  INTO I-TEXTO-LIN.
      *  CREDITO AL ANTICIPO POR LO SOPORTADO Y LO DEVUELTO EN CAJA
           IF  W-ABONO  +  W-DEVUELTO  >  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE ANT-CTA-ANTICIPO   TO  CUENTA-DOCTOS
               MOVE W-CEDULA           TO  ALTNIT-DOCTOS
               COMPUTE VALOR-DOCTOS  =  ZERO  -  W-ABONO  -  W-DEVUELTO
               MOVE I-TEXTO-LIN        TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  DEVOLUCION EN EFECTIVO
           IF  W-DEVUELTO  >  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE W-CTA-CAJA         TO  CUENTA-DOCTOS
               MOVE W-CEDULA           TO  ALTNIT-DOCTOS
               MOVE W-DEVUELTO         TO  VALOR-DOCTOS
               MOVE I-TEXTO-LIN        TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  EXCESO: CUENTA POR PAGAR AL EMPLEADO, FACTURA = COMPROBANTE
           IF  W-EXCESO  >  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE W-CTA-PAGAR        TO  CUENTA-DOCTOS
               MOVE W-CEDULA           TO  ALTNIT-DOCTOS
               MOVE W-NUMERO           TO  ALTFRA-DOCTOS
                                           NUMFRA-DOCTOS
               MOVE WK-DIA             TO  DD-VCTO-DOCTOS
               MOVE WK-MES             TO  MM-VCTO-DOCTOS
               MOVE WK-ANO             TO  AA-VCTO-DOCTOS
               COMPUTE VALOR-DOCTOS  =  ZERO  -  W-EXCESO
               MOVE I-TEXTO-LIN        TO  CONCEPTO-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           ADD W-DEVUELTO              TO  ANT-RECUPERADO.
           MOVE W-TIPO                 TO  ANT-LEG-TIPO.
           MOVE W-NUMERO               TO  ANT-LEG-NUMERO.
           MOVE W-FECHA-HOY            TO  ANT-FECHA-LEGALIZA.
           MOVE CON-USERNAME           TO  ANT-USUARIO.
           MOVE "L"                    TO  ANT-ESTADO.
           IF  W-FALTANTE  >  W-DEVUELTO
               MOVE "P"                TO  ANT-ESTADO.
           REWRITE REG-ANTICIPO.
           PERFORM I-CIERRE-LEGALIZA   THRU F-CIERRE-LEGALIZA.
           CLOSE INFORMES.
           DISPLAY "ANTICIPO LEGALIZADO. COMPROBANTE No:"
                   LINE 24 POSITION 10 REVERSE.
           DISPLAY W-NUMERO            LINE 24 POSITION 47 REVERSE.
       F-LEGALIZA.
      *
       I-PIDE-CTA-PAGAR.
           DISPLAY "GASTO EN EXCESO..:"  LINE 20 POSITION 10.
           MOVE W-EXCESO               TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 20 POSITION 29 REVERSE.
           DISPLAY "CTA X PAGAR EMPL:"   LINE 20 POSITION 48.
           ACCEPT W-CTA-PAGAR          LINE 20 POSITION 66
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE W-CTA-PAGAR            TO  CTAMAE.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
       F-PIDE-CTA-PAGAR.
      *
       I-PIDE-DEVOLUCION.
           MOVE ZEROS                  TO  SW-EOF.
           DISPLAY "SALDO A CARGO....:"  LINE 20 POSITION 10.
           MOVE W-FALTANTE             TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 20 POSITION 29 REVERSE.
           DISPLAY "D=DEVOLVIO EN CAJA  N=QUEDA PARA NOMINA [ ]"
                   LINE 21 POSITION 10.
           MOVE "N"                    TO  W-DEVOLUCION.
           ACCEPT W-DEVOLUCION         LINE 21 POSITION 51
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-DEVOLUCION  NOT =  "D"
               GO TO F-PIDE-DEVOLUCION.
           DISPLAY "CUENTA DE CAJA...:"  LINE 22 POSITION 10.
           ACCEPT W-CTA-CAJA           LINE 22 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE W-CTA-CAJA             TO  CTAMAE.
           PERFORM I-VALIDA-CUENTA     THRU F-VALIDA-CUENTA.
           IF  SW-EOF  =  1            GO TO F-PIDE-DEVOLUCION.
           MOVE W-FALTANTE             TO  W-DEVUELTO.
       F-PIDE-DEVOLUCION.
      *
       I-ENCABEZA-ANTICIPO.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "EMPLEADO: " W-CEDULA " " W-NOMBRE-EMP
                  DELIMITED BY SIZE  INTO I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 2.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "ANTICIPO " W-NUM-ANT " DEL " ANT-FECHA " : "
                  ANT-PROPOSITO DELIMITED BY SIZE  INTO I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 1.
           MOVE SPACES                 TO  I-TEXTO-LIN.
           STRING "COMPROBANTE " W-TIPO "-" W-NUMERO
                  DELIMITED BY SIZE  INTO I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 1.
           WRITE REG-INFORMES FROM TITULO-L AFTER 2.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 6                       TO  CON-LIN.
       F-ENCABEZA-ANTICIPO.
      *
       I-CIERRE-LEGALIZA.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "VALOR DEL ANTICIPO"   TO  I-TEXTO.
           MOVE ANT-VALOR              TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL SOPORTES LEGALIZADOS"  TO  I-TEXTO.
           MOVE T-SOPORTES             TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "RECUPERADO (NOMINA Y CAJA)"  TO  I-TEXTO.
           MOVE ANT-RECUPERADO         TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           IF  W-EXCESO  >  ZEROS
               MOVE "A REEMBOLSAR AL EMPLEADO (CXP, PROG751)"
                                       TO  I-TEXTO
               MOVE W-EXCESO           TO  I-VALOR.
           IF  W-FALTANTE  >  W-DEVUELTO
               MOVE "A CARGO DEL EMPLEADO (DESCUENTO POR NOMINA)"
                                       TO  I-TEXTO
               COMPUTE I-VALOR  =  W-FALTANTE  -  W-DEVUELTO.
           IF  W-DEVUELTO  >  ZEROS
               MOVE "DEVUELTO POR EL EMPLEADO EN CAJA"  TO  I-TEXTO
               MOVE W-DEVUELTO         TO  I-VALOR.
           IF  I-TEXTO  NOT =  SPACES
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "FIRMA EMPLEADO: ____________________   APROBO: ______
      -         "______________" TO  I-TEXTO-LIN.
           WRITE REG-INFORMES FROM LINEA-TEXTO AFTER 3.
       F-CIERRE-LEGALIZA.
      *
       I-INICIA-SOPORTES.
           MOVE ZEROS                  TO  FIN-SOP.
           MOVE CON-COD-EMPRESA        TO  ANS-EMPRESA.
           MOVE W-CEDULA               TO  ANS-CEDULA.
           MOVE W-NUM-ANT              TO  ANS-NUMERO.
           MOVE ZEROS                  TO  ANS-SOPORTE.
           START ANTICSOP KEY NOT LESS ANS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SOP.
       F-INICIA-SOPORTES.
      *
       I-ESCRIBE-SOPORTE.
           MOVE SPACES                 TO  LINEA-SOPORTE.
           MOVE ANS-SOPORTE            TO  I-SOPORTE.
           MOVE ANS-FECHA              TO  I-FECHA-SOP.
           MOVE ANS-NIT                TO  I-NIT.
           MOVE ANS-FACTURA            TO  I-FACTURA.
           MOVE ANS-CONCEPTO           TO  I-CONCEPTO.
           MOVE ANS-CTA-GASTO          TO  I-CUENTA.
           MOVE ANS-CENCOS             TO  I-CENCOS.
           MOVE ANS-VALOR              TO  I-VALOR-SOP.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME
               WRITE REG-INFORMES FROM TITULO-L AFTER 1
               WRITE REG-INFORMES FROM TITULO-3 AFTER 1
               ADD 2                   TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-SOPORTE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-ESCRIBE-SOPORTE.
      *
      ******************************************************************
      *  EDADES DE LOS ANTICIPOS SIN LEGALIZAR.  EL SALDO ES EL VALOR  *
      *  MENOS SOPORTES Y RECUPERADO; LA EDAD SE MIDE EN DIAS          *
      *  COMERCIALES DESDE LA FECHA LIMITE                             *
      ******************************************************************
       I-EDADES.
           OPEN OUTPUT INFORMES.
           MOVE "EDADES DE ANTICIPOS SIN LEGALIZAR"  TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  FIN-ANT
                                           T-EDAD (1)  T-EDAD (2)
                                           T-EDAD (3)  T-EDAD (4)
                                           T-EDAD (5).
           PERFORM I-TITULO-EDADES     THRU F-TITULO-EDADES.
           MOVE CON-COD-EMPRESA        TO  ANT-EMPRESA.
           MOVE ZEROS                  TO  ANT-CEDULA  ANT-NUMERO.
           START ANTICIPO KEY NOT LESS ANT-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ANT.
       I-EDADES-CICLO.
           IF  FIN-ANT  =  1           GO TO I-EDADES-TOTAL.
           READ ANTICIPO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ANT
                GO TO I-EDADES-CICLO.
           IF  ANT-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ANT
               GO TO I-EDADES-CICLO.
           IF  ANT-ESTADO  NOT =  "A"  AND  ANT-ESTADO  NOT =  "P"
               GO TO I-EDADES-CICLO.
           COMPUTE W-PENDIENTE  =  ANT-VALOR  -  ANT-SOPORTADO
                                -  ANT-RECUPERADO.
           IF  W-PENDIENTE  NOT >  ZEROS
               GO TO I-EDADES-CICLO.
           PERFORM I-EDAD-ANTICIPO     THRU F-EDAD-ANTICIPO.
           MOVE ANT-CEDULA             TO  W-CEDULA.
           PERFORM I-LEE-EMPLEADO      THRU F-LEE-EMPLEADO.
           MOVE SPACES                 TO  LINEA-EDAD.
           MOVE ANT-CEDULA             TO  I-CEDULA.
           MOVE W-NOMBRE-EMP               TO  I-NOMBRE.
           MOVE ANT-NUMERO             TO  I-NUM-ANT.
           MOVE ANT-FECHA-LIMITE       TO  I-LIMITE.
           MOVE ANT-VALOR              TO  I-VALOR-ANT.
           MOVE ZEROS                  TO  I-EDAD (1)  I-EDAD (2)
                                           I-EDAD (3)  I-EDAD (4)
                                           I-EDAD (5).
           MOVE W-PENDIENTE            TO  I-EDAD (W-BUCKET).
           ADD W-PENDIENTE             TO  T-EDAD (W-BUCKET).
           IF  CON-LIN  >  55
               PERFORM I-TITULO-EDADES THRU F-TITULO-EDADES.
           WRITE REG-INFORMES FROM LINEA-EDAD AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-EDADES-CICLO.
       I-EDADES-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-EDAD.
           MOVE "TOTAL POR EDAD"       TO  I-NOMBRE.
           MOVE T-EDAD (1)             TO  I-EDAD (1).
           MOVE T-EDAD (2)             TO  I-EDAD (2).
           MOVE T-EDAD (3)             TO  I-EDAD (3).
           MOVE T-EDAD (4)             TO  I-EDAD (4).
           MOVE T-EDAD (5)             TO  I-EDAD (5).
           WRITE REG-INFORMES FROM LINEA-EDAD AFTER 1.
           CLOSE INFORMES.
           DISPLAY "EDADES DE ANTICIPOS GENERADO"
                   LINE 24 POSITION 10 REVERSE.
       F-EDADES.
      *
       I-EDAD-ANTICIPO.
           MOVE 1                      TO  W-BUCKET.
           IF  ANT-FECHA-LIMITE  NOT <  W-FECHA-HOY
               GO TO F-EDAD-ANTICIPO.
           MOVE ANT-FECHA-LIMITE       TO  W-FECHA-DESDE.
           MOVE W-FECHA-HOY            TO  W-FECHA-HASTA.
           PERFORM I-DIAS-360          THRU F-DIAS-360.
           MOVE 5                      TO  W-BUCKET.
           IF  W-DIAS-360  <  91       MOVE 4  TO  W-BUCKET.
           IF  W-DIAS-360  <  61       MOVE 3  TO  W-BUCKET.
           IF  W-DIAS-360  <  31       MOVE 2  TO  W-BUCKET.
       F-EDAD-ANTICIPO.
      *
       I-TITULO-EDADES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           WRITE REG-INFORMES  FROM  TITULO-E  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           ADD 2                       TO  CON-LIN.
       F-TITULO-EDADES.
      *
      ******************************************************************
      *  DESCUENTO POR NOMINA.  ANTICIPOS ABIERTOS CON LA FECHA LIMITE *
      *  VENCIDA Y SALDOS A CARGO (ESTADO P): CON AUTORIZACION FIRMADA *
      *  EL SALDO PASA A NOMINOVE DEL PERIODO; SIN ELLA SOLO SE LISTA  *
      ******************************************************************
       I-DESCUENTOS.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CONCEPTO-NOM.
           DISPLAY "CONCEPTO DE DESCUENTO:"  LINE 16 POSITION 10.
           ACCEPT W-CONCEPTO-NOM       LINE 16 POSITION 33
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CONCEPTO-NOM  =  ZEROS
               GO TO F-DESCUENTOS.
           DISPLAY "[ N ] GENERA LOS DESCUENTOS DEL PERIODO  [ OTRA ] CA
      -            "NCELA"             LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "N"     GO TO F-DESCUENTOS.
           OPEN OUTPUT INFORMES.
           MOVE "DESCUENTO POR NOMINA DE ANTICIPOS"  TO  I-NOMBRE-INF.
           MOVE ZEROS                  TO  WK-PAGINA  FIN-ANT
                                           W-GENERADAS  W-SIN-AUTORIZA.
           PERFORM I-TITULO-DESCUENTO  THRU F-TITULO-DESCUENTO.
           MOVE CON-COD-EMPRESA        TO  ANT-EMPRESA.
           MOVE ZEROS                  TO  ANT-CEDULA  ANT-NUMERO.
           START ANTICIPO KEY NOT LESS ANT-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ANT.
       I-DESCUENTOS-CICLO.
           IF  FIN-ANT  =  1           GO TO I-DESCUENTOS-TOTAL.
           READ ANTICIPO NEXT RECORD AT END
                MOVE 1                 TO  FIN-ANT
                GO TO I-DESCUENTOS-CICLO.
           IF  ANT-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ANT
               GO TO I-DESCUENTOS-CICLO.
           IF  ANT-ESTADO  NOT =  "A"  AND  ANT-ESTADO  NOT =  "P"
               GO TO I-DESCUENTOS-CICLO.
           IF  ANT-ESTADO  =  "A"
           AND ANT-FECHA-LIMITE  NOT <  W-FECHA-HOY
               GO TO I-DESCUENTOS-CICLO.
           COMPUTE W-PENDIENTE  =  ANT-VALOR  -  ANT-SOPORTADO
                                -  ANT-RECUPERADO.
           IF  W-PENDIENTE  NOT >  ZEROS
               GO TO I-DESCUENTOS-CICLO.
           MOVE ANT-CEDULA             TO  W-CEDULA.
           PERFORM I-LEE-EMPLEADO      THRU F-LEE-EMPLEADO.
           MOVE SPACES                 TO  LINEA-DESCUENTO.
           MOVE ANT-CEDULA             TO  I-CEDULA-N.
           MOVE W-NOMBRE-EMP               TO  I-NOMBRE-N.
           MOVE ANT-NUMERO             TO  I-NUM-ANT-N.
           MOVE ANT-FECHA-LIMITE       TO  I-LIMITE-N.
           MOVE W-PENDIENTE            TO  I-SALDO-N.
           PERFORM I-DESCUENTA-ANTICIPO THRU F-DESCUENTA-ANTICIPO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-DESCUENTO THRU F-TITULO-DESCUENTO.
           WRITE REG-INFORMES FROM LINEA-DESCUENTO AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-DESCUENTOS-CICLO.
       I-DESCUENTOS-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "NOVEDADES DE DESCUENTO GENERADAS"  TO  I-TEXTO.
           MOVE W-GENERADAS            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "VENCIDOS SIN AUTORIZACION DE DESCUENTO"  TO  I-TEXTO.
           MOVE W-SIN-AUTORIZA         TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "NOVEDADES DE DESCUENTO GENERADAS:"
                   LINE 22 POSITION 10 REVERSE.
           DISPLAY W-GENERADAS         LINE 22 POSITION 44 REVERSE.
       F-DESCUENTOS.
      *
       I-DESCUENTA-ANTICIPO.
           IF  SW-CONTRATO  =  1  OR  CONTRATO-ESTADO  =  "R"
               MOVE "RETIRADO: COBRAR EN LIQUIDACION"  TO  I-RESULTADO
               GO TO F-DESCUENTA-ANTICIPO.
           IF  ANT-AUTORIZA  NOT =  "S"
               MOVE "SIN AUTORIZACION ESCRITA"  TO  I-RESULTADO
               ADD 1                   TO  W-SIN-AUTORIZA
               GO TO F-DESCUENTA-ANTICIPO.
           INITIALIZE REG-NOMINOVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE ANT-CEDULA             TO  NOV-CODIEMP.
           MOVE W-CONCEPTO-NOM         TO  NOV-CONCEPTO.
           MOVE ANT-NUMERO             TO  NOV-SECUENCIA.
           MOVE "ANTICIPO NO LEGALIZADO"  TO  NOV-DESCRIPCION.
           MOVE W-PENDIENTE            TO  NOV-VLR.
           MOVE "N"                    TO  NOV-ORIGEN-NOVEDAD.
       I-DESCUENTA-NOV.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-DESCUENTA-NOV.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD W-PENDIENTE             TO  ANT-RECUPERADO.
           MOVE CON-PERIODO            TO  ANT-NOV-PERIODO.
           IF  ANT-ESTADO  =  "P"
               MOVE "N"                TO  ANT-ESTADO.
           MOVE CON-USERNAME           TO  ANT-USUARIO.
           REWRITE REG-ANTICIPO.
           ADD 1                       TO  W-GENERADAS.
           MOVE "NOVEDAD GENERADA"     TO  I-RESULTADO.
       F-DESCUENTA-ANTICIPO.
      *
       I-TITULO-DESCUENTO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           WRITE REG-INFORMES  FROM  TITULO-N  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           ADD 2                       TO  CON-LIN.
       F-TITULO-DESCUENTO.
      *
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
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 3                      TO  CON-LIN.
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
           CLOSE ANTICIPO ANTICSOP NOMINOVE CNDOCTOS CONTRATO HOJAVIDA
                 CNNITCED CNCATCTA.
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
               COPY "..\PRO\TLGNOVE.PRO".
