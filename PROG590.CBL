       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG590.
      ******************************************************************
      * CONTABILIZACION DE COMISIONES DE VENDEDORES  OCT-15-2026       *
      *                                                                *
      * LA LIQUIDACION QUE SE CONFIRMA EN PROG075 (BASE POR EL         *
      * PORCENTAJE DE PAGO DE LA MODALIDAD, PROG080) QUEDA EN LIQVENDE *
      * Y SE CONTABILIZA AQUI SIN VOLVERLA A DIGITAR, SEGUN EL         *
      * VINCULO DEL VENDEDOR CON LA EMPRESA:                           *
      *   - EMPLEADO (CONTRATO NO RETIRADO): NOVEDAD EN NOMINOVE DEL   *
      *     PERIODO CON ORIGEN "M" BAJO EL CONCEPTO DE COMISIONES, QUE *
      *     DEBE SER UN DEVENGADO CON FLAG SALARIAL PARA QUE ENTRE EN  *
      *     LA BASE DE PRESTACIONES                                    *
      *   - AGENTE INDEPENDIENTE: CUENTA POR PAGAR EN CNDOCTOS BAJO EL *
      *     TIPO DE LOS PARAMETROS (CONSECUTIVO CNCONSEC): DEBITO AL   *
      *     GASTO DE COMISIONES CONTRA RETENCION EN LA FUENTE DE LA    *
      *     CATEGORIA DE RETENFTE (PROG125) Y CXP AL NIT, CON FACTURA  *
      *     AAPPP (ANO Y PERIODO) PARA LAS EDADES.  RESPETA EL CIERRE  *
      *     (CNCIERRE) Y EL TOPE DE APROBACION DE LA EMPRESA.          *
      * AL ENTRAR (PROG075 LO LLAMA AL CONFIRMAR) CONTABILIZA LAS      *
      * CONFIRMADAS DEL PERIODO.  LA CONTABILIZADA QUEDA MARCADA Y SE  *
      * BUSCA ANTES LA NOVEDAD O EL COMPROBANTE YA GRABADO, ASI QUE    *
      * UNA LIQUIDACION NUNCA SE CONTABILIZA DOS VECES.                *
      * OPCIONES:                                                      *
      *   C = CONTABILIZA LAS CONFIRMADAS PENDIENTES DEL PERIODO       *
      *   P = PARAMETROS (CONCEPTO, TIPO, CUENTAS, CATEGORIA, PLAZO)   *
      *   L = CONCILIACION: LO LIQUIDADO EN PROG075 CONTRA LO QUE      *
      *       QUEDO EN NOMINOVE / CNDOCTOS, CON TOTALES POR VINCULO    *
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
               COPY "..\DYC\LIQVENDE.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\RETENFTE.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\LIQVENDE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\RETENFTE.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG590".
       77      ID-PRG              PIC X(7)  VALUE "PROG590".
       77      W-OPCION-COM        PIC X(01) VALUE SPACES.
       77      W-CONCEPTO          PIC 9(03) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-CTA-GASTO         PIC 9(10) VALUE ZEROS.
       77      W-CTA-CXP           PIC 9(10) VALUE ZEROS.
       77      W-CATEGORIA         PIC 9(03) VALUE ZEROS.
       77      W-DIAS-VCTO         PIC 9(03) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-FACTURA           PIC 9(06) VALUE ZEROS.
       77      W-SIGLO             PIC 9(02) VALUE ZEROS.
       77      W-ANO-CORTO         PIC 9(02) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-VCTO        PIC 9(08) VALUE ZEROS.
       77      W-RETENCION         PIC 9(11)V99 VALUE ZEROS.
       77      W-NETO-CXP          PIC S9(11)V99 VALUE ZEROS.
       77      W-CTA-LIN           PIC 9(10) VALUE ZEROS.
       77      W-VALOR-LIN         PIC S9(11)V99 VALUE ZEROS.
       77      W-TOT-DEBITOS       PIC S9(13)V99 VALUE ZEROS.
       77      W-CONTABILIZADO     PIC S9(11)V99 VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(11)V99 VALUE ZEROS.
       77      W-MENSAJE           PIC X(30) VALUE SPACES.
       77      W-POST-NOMINA       PIC 9(05) VALUE ZEROS.
       77      W-POST-CXP          PIC 9(05) VALUE ZEROS.
       77      W-RECHAZADAS        PIC 9(05) VALUE ZEROS.
       77      W-PENDIENTES        PIC 9(05) VALUE ZEROS.
       77      W-LIQ-EMPLEADO      PIC S9(13)V99 VALUE ZEROS.
       77      W-CON-EMPLEADO      PIC S9(13)V99 VALUE ZEROS.
       77      W-LIQ-AGENTE        PIC S9(13)V99 VALUE ZEROS.
       77      W-CON-AGENTE        PIC S9(13)V99 VALUE ZEROS.
       77      W-LIQ-PENDIENTE     PIC S9(13)V99 VALUE ZEROS.
       77      W-RET-AGENTE        PIC S9(13)V99 VALUE ZEROS.
       77      SW-CERRADO          PIC 9(01) VALUE ZEROS.
       77      SW-PARAMETROS       PIC 9(01) VALUE ZEROS.
       77      SW-YA-GRABADA       PIC 9(01) VALUE ZEROS.
       77      FIN-SUB             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
        03     W-PARTE-DIA         PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
      *  DOCUMENTO QUE RESPALDA LO CONTABILIZADO, PARA EL LISTADO
       01      W-DOC-NOVEDAD.
        03     FILLER              PIC X(04) VALUE "NOV ".
        03     W-DOC-CONCEPTO      PIC 9(03).
        03     FILLER              PIC X(01) VALUE "-".
        03     W-DOC-SECUENCIA     PIC 9(03).
        03     FILLER              PIC X(03) VALUE SPACES.
       01      W-DOC-COMPROBANTE.
        03     FILLER              PIC X(04) VALUE "CMP ".
        03     W-DOC-TIPO          PIC 9(02).
        03     FILLER              PIC X(01) VALUE "-".
        03     W-DOC-NUMERO        PIC 9(06).
        03     FILLER              PIC X(01) VALUE SPACES.
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
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\LIQVENDE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\RETENFTE.LBL".
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
         05    FILLER      PIC X(06)    VALUE SPACES.
         05    FILLER      PIC X(52)    VALUE
              "CONCILIACION DE COMISIONES DE VENDEDORES      PER.: ".
         05    I-PERIODO   PIC 999.
         05    FILLER      PIC X(03)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(13)    VALUE " VENDEDOR    ".
         05    FILLER      PIC X(23)    VALUE " NOMBRE".
         05    FILLER      PIC X(06)    VALUE "V MOD ".
         05    FILLER      PIC X(15)    VALUE "     LIQUIDADO ".
         05    FILLER      PIC X(15)    VALUE " CONTABILIZADO ".
         05    FILLER      PIC X(15)    VALUE "     RETENCION ".
         05    FILLER      PIC X(15)    VALUE "    DIFERENCIA ".
         05    FILLER      PIC X(15)    VALUE " DOCUMENTO".
         05    FILLER      PIC X(15)    VALUE "OBSERVACION".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-VENDEDOR  PIC 9(12).
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(22).
         05    FILLER      PIC X(01).
         05    I-VINCULO   PIC X(01).
         05    FILLER      PIC X(01).
         05    I-CODMODA   PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-LIQUIDADO PIC ZZZ,ZZZ,ZZ9.99.
         05    I-CONTAB    PIC ZZZ,ZZZ,ZZ9.99.
         05    I-RETENCION PIC ZZZ,ZZZ,ZZ9.99.
         05    I-DIFERENCIA
                           PIC ZZZ,ZZZ,ZZ9.99-.
         05    FILLER      PIC X(01).
         05    I-DOCUMENTO PIC X(14).
         05    FILLER      PIC X(01).
         05    I-OBSERVA   PIC X(30).
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-TEXTO     PIC X(40).
         05    I-TOT-LIQ   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(02)    VALUE SPACES.
         05    I-TOT-CON   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(02)    VALUE SPACES.
         05    I-TOT-DIF   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\LIQVENDE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\RETENFTE.DCL".
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
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-CONTABILIZA     THRU F-CONTABILIZA
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* CONTABILIZACION DE COMISIONES DE VENDEDORES *"
                                       TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <C> CONTABILIZAR LIQUIDACIONES CONFIRMADAS !"
                                       LINE 07 POSITION 18
           DISPLAY "! <P> PARAMETROS                             !"
                                       LINE 08 POSITION 18
           DISPLAY "! <L> CONCILIACION CONTRA PROG075            !"
                                       LINE 09 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 10 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 11 POSITION 18.
           DISPLAY CON-PERIODO         LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-COM.
           IF  W-OPCION-COM  =  "C"
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               PERFORM I-CONTABILIZA   THRU F-CONTABILIZA
               GO TO F-OPCIONES.
           IF  W-OPCION-COM  =  "P"
               PERFORM I-PARAMETROS    THRU F-PARAMETROS
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-COM  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-PERIODO            TO  I-PERIODO.
           MOVE CON-COD-EMPRESA        TO  LAB-LIQVENDE-CIA
                                           LAB-MAESCIA
                                           LAB-CONTRATO-CIA
                                           LAB-CONCPTOS-CIA
                                           LAB-NOMINOVE-CIA
                                           LAB-CNNITCED-CIA.
           MOVE CON-ANO                TO  LAB-NOMINOVE-ANO.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
      *  FACTURA DE LA CUENTA POR PAGAR: AAPPP DEL PERIODO LIQUIDADO
           DIVIDE CON-ANO BY 100 GIVING W-SIGLO
                  REMAINDER W-ANO-CORTO.
           COMPUTE W-FACTURA  =  (W-ANO-CORTO  *  1000)  +  CON-PERIODO.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 590                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT LIQVENDE.
           IF  LIQVENDE-STATUS  =  "35"
               OPEN OUTPUT LIQVENDE.
           CLOSE LIQVENDE.
           OPEN INPUT NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               OPEN OUTPUT NOMINOVE.
           CLOSE NOMINOVE.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT HOJAVIDA CONTRATO CONCPTOS CNNITCED RETENFTE.
           OPEN I-O LIQVENDE NOMINOVE CNDOCTOS.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
       F-ABRE-ARCHIVOS.
      *
       I-LEE-PARAMETROS.
           MOVE ZEROS                  TO  W-CONCEPTO  W-TIPO
                                           W-CTA-GASTO  W-CTA-CXP
                                           W-CATEGORIA  W-DIAS-VCTO
                                           SW-PARAMETROS.
           MOVE CON-COD-EMPRESA        TO  LQV-EMPRESA.
           MOVE ZEROS                  TO  LQV-ANO  LQV-PERIODO
                                           LQV-VENDEDOR.
           READ LIQVENDE WITH NO LOCK INVALID KEY
                GO TO F-LEE-PARAMETROS.
           MOVE LQV-PAR-CONCEPTO       TO  W-CONCEPTO.
           MOVE LQV-PAR-TIPO           TO  W-TIPO.
           MOVE LQV-PAR-CTA-GASTO      TO  W-CTA-GASTO.
           MOVE LQV-PAR-CTA-CXP        TO  W-CTA-CXP.
           MOVE LQV-PAR-CATEGORIA      TO  W-CATEGORIA.
           MOVE LQV-PAR-DIAS-VCTO      TO  W-DIAS-VCTO.
           IF  W-CONCEPTO  NOT =  ZEROS  AND  W-TIPO  NOT =  ZEROS
           AND W-CTA-GASTO  NOT =  ZEROS  AND  W-CTA-CXP  NOT =  ZEROS
               MOVE 1                  TO  SW-PARAMETROS.
       F-LEE-PARAMETROS.
      *
      ******************************************************************
      *  OPCION P: PARAMETROS DE LA CONTABILIZACION                    *
      ******************************************************************
       I-PARAMETROS.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CONCEPTO DE NOMINA (COMISIONES)..:"
                                       LINE 06 POSITION 10.
           DISPLAY "TIPO DE COMPROBANTE (AGENTES)....:"
                                       LINE 08 POSITION 10.
           DISPLAY "CUENTA DEL GASTO DE COMISIONES...:"
                                       LINE 09 POSITION 10.
           DISPLAY "CUENTA POR PAGAR A AGENTES.......:"
                                       LINE 10 POSITION 10.
           DISPLAY "CATEGORIA DE RETENCION (PROG125).:"
                                       LINE 11 POSITION 10.
           DISPLAY "DIAS DE PLAZO DE PAGO............:"
                                       LINE 12 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                       LINE 14 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
       I-PARAMETROS-CONCEPTO.
           ACCEPT W-CONCEPTO           LINE 06 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
      *  LA COMISION DEL EMPLEADO ES SALARIO: EL CONCEPTO DEBE SER UN
      *  DEVENGADO CON FLAG SALARIAL PARA LA BASE DE PRESTACIONES
           MOVE W-CONCEPTO             TO  CONCPTOS-CODIGO-CONCEPTO.
           MOVE ZEROS                  TO  SW-1.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "CONCEPTO NO EXISTE                      "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-PARAMETROS-CONCEPTO.
           IF  CONCPTOS-TIPO  NOT =  "D"
           OR  CONCPTOS-FLAG-SALARIAL  NOT =  "S"
               DISPLAY "DEBE SER DEVENGADO CON FLAG SALARIAL    "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-PARAMETROS-CONCEPTO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY CONCPTOS-NOMBRE     LINE 07 POSITION 46 REVERSE.
           ACCEPT W-TIPO               LINE 08 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           ACCEPT W-CTA-GASTO          LINE 09 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           ACCEPT W-CTA-CXP            LINE 10 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
       I-PARAMETROS-CATEGORIA.
           ACCEPT W-CATEGORIA          LINE 11 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-CATEGORIA  NOT =  ZEROS
               MOVE W-CATEGORIA        TO  RETENFTE-CODIGO-CATEGORIA
               MOVE ZEROS              TO  SW-1
               READ RETENFTE WITH NO LOCK INVALID KEY
                    MOVE 1             TO  SW-1
               IF  SW-1  =  1
                   DISPLAY "CATEGORIA NO EXISTE (PROG125)           "
                           LINE 24 POSITION 01 REVERSE BLINK
                   GO TO I-PARAMETROS-CATEGORIA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           ACCEPT W-DIAS-VCTO          LINE 12 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-TRUCO  NOT =  "C"     GO TO I-PARAMETROS-CONCEPTO.
           MOVE CON-COD-EMPRESA        TO  LQV-EMPRESA.
           MOVE ZEROS                  TO  LQV-ANO  LQV-PERIODO
                                           LQV-VENDEDOR  SW-1.
           READ LIQVENDE INVALID KEY
                MOVE 1                 TO  SW-1.
           MOVE SPACES                 TO  LQV-DATOS.
           MOVE W-CONCEPTO             TO  LQV-PAR-CONCEPTO.
           MOVE W-TIPO                 TO  LQV-PAR-TIPO.
           MOVE W-CTA-GASTO            TO  LQV-PAR-CTA-GASTO.
           MOVE W-CTA-CXP              TO  LQV-PAR-CTA-CXP.
           MOVE W-CATEGORIA            TO  LQV-PAR-CATEGORIA.
           MOVE W-DIAS-VCTO            TO  LQV-PAR-DIAS-VCTO.
           IF  SW-1  =  1
               WRITE REG-LIQVENDE
           ELSE
               REWRITE REG-LIQVENDE.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
       F-PARAMETROS.
      *
      ******************************************************************
      *  OPCION C (Y AL ENTRAR): LIQUIDACIONES CONFIRMADAS DEL PERIODO *
      ******************************************************************
       I-CONTABILIZA.
           MOVE ZEROS                  TO  W-POST-NOMINA  W-POST-CXP
                                           W-RECHAZADAS.
           IF  SW-PARAMETROS  =  ZEROS
               DISPLAY "FALTAN LOS PARAMETROS (OPCION P)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-CONTABILIZA.
           MOVE ZEROS                  TO  SW-CERRADO.
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "C"
               MOVE 1                  TO  SW-CERRADO.
           MOVE ZEROS                  TO  FIN-OK  LQV-VENDEDOR.
           MOVE CON-COD-EMPRESA        TO  LQV-EMPRESA.
           MOVE CON-ANO                TO  LQV-ANO.
           MOVE CON-PERIODO            TO  LQV-PERIODO.
           START LIQVENDE KEY NOT LESS LQV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-CONTABILIZA-LEE.
           IF  FIN-OK  =  1            GO TO I-CONTABILIZA-FIN.
           READ LIQVENDE NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-CONTABILIZA-LEE.
           IF  LQV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  LQV-ANO  NOT =  CON-ANO
           OR  LQV-PERIODO  NOT =  CON-PERIODO
               MOVE 1                  TO  FIN-OK
               GO TO I-CONTABILIZA-LEE.
           IF  LQV-VENDEDOR  =  ZEROS
           OR  LQV-ESTADO  NOT =  "L"
               GO TO I-CONTABILIZA-LEE.
           PERFORM I-CONTABILIZA-UNA   THRU F-CONTABILIZA-UNA.
           GO TO I-CONTABILIZA-LEE.
       I-CONTABILIZA-FIN.
           DISPLAY "NOMINA:"           LINE 24 POSITION 01 REVERSE.
           MOVE W-POST-NOMINA          TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 09 REVERSE.
           DISPLAY "CXP AGENTES:"      LINE 24 POSITION 17 REVERSE.
           MOVE W-POST-CXP             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 30 REVERSE.
           DISPLAY "SIN CONTABILIZAR:" LINE 24 POSITION 38 REVERSE.
           MOVE W-RECHAZADAS           TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 56 REVERSE.
       F-CONTABILIZA.
      *
      *  EL VINCULO SE TOMA DEL CONTRATO LABORAL: SIN CONTRATO O CON
      *  EL CONTRATO RETIRADO EL VENDEDOR ES AGENTE INDEPENDIENTE
       I-CONTABILIZA-UNA.
           MOVE SPACES                 TO  W-MENSAJE.
           MOVE "E"                    TO  LQV-VINCULO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE LQV-VENDEDOR           TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE "I"               TO  LQV-VINCULO.
           IF  LQV-VINCULO  =  "E"  AND  CONTRATO-ESTADO  =  "R"
               MOVE "I"                TO  LQV-VINCULO.
           IF  LQV-VINCULO  =  "E"
               PERFORM I-POST-NOMINA   THRU F-POST-NOMINA
           ELSE
               PERFORM I-POST-AGENTE   THRU F-POST-AGENTE.
           IF  W-MENSAJE  NOT =  SPACES
               MOVE W-MENSAJE          TO  LQV-MENSAJE
               REWRITE REG-LIQVENDE
               ADD 1                   TO  W-RECHAZADAS
               GO TO F-CONTABILIZA-UNA.
           MOVE "C"                    TO  LQV-ESTADO.
           MOVE W-FECHA-HOY            TO  LQV-FECHA-CONTAB.
           MOVE CON-USERNAME           TO  LQV-USUARIO-CONTAB.
           MOVE SPACES                 TO  LQV-MENSAJE.
           REWRITE REG-LIQVENDE.
       F-CONTABILIZA-UNA.
      *
      ******************************************************************
      *  EMPLEADO: NOVEDAD DE COMISION (ORIGEN M) EN EL PERIODO.  SI   *
      *  YA ESTA GRABADA (CORRIDA INTERRUMPIDA) SOLO SE MARCA          *
      ******************************************************************
       I-POST-NOMINA.
           MOVE W-CONCEPTO             TO  CONCPTOS-CODIGO-CONCEPTO.
           MOVE ZEROS                  TO  SW-1.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
           OR  CONCPTOS-TIPO  NOT =  "D"
           OR  CONCPTOS-FLAG-SALARIAL  NOT =  "S"
               MOVE "CONCEPTO SIN FLAG SALARIAL"  TO  W-MENSAJE
               GO TO F-POST-NOMINA.
           PERFORM I-BUSCA-NOVEDAD     THRU F-BUSCA-NOVEDAD.
           IF  SW-YA-GRABADA  =  1
               GO TO I-POST-NOMINA-MARCA.
           INITIALIZE REG-NOMINOVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE LQV-VENDEDOR           TO  NOV-CODIEMP.
           MOVE W-CONCEPTO             TO  NOV-CONCEPTO.
           MOVE 1                      TO  NOV-SECUENCIA.
           MOVE "COMISION DE VENTAS"   TO  NOV-DESCRIPCION.
           MOVE LQV-VLR-PAGO           TO  NOV-VLR.
           MOVE LQV-BASE               TO  NOV-VLR-1.
           MOVE "M"                    TO  NOV-ORIGEN-NOVEDAD.
       I-POST-NOMINA-GRABA.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-POST-NOMINA-GRABA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
       I-POST-NOMINA-MARCA.
           MOVE W-CONCEPTO             TO  LQV-CONCEPTO.
           MOVE NOV-SECUENCIA          TO  LQV-NOV-SECUENCIA.
           MOVE NOV-VLR                TO  LQV-VLR-CONTAB.
           MOVE ZEROS                  TO  LQV-RETENCION  LQV-TIPO
                                           LQV-NUMERO.
           ADD 1                       TO  W-POST-NOMINA.
       F-POST-NOMINA.
      *
       I-BUSCA-NOVEDAD.
           MOVE ZEROS                  TO  SW-YA-GRABADA  FIN-SUB.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE LQV-VENDEDOR           TO  NOV-CODIEMP.
           MOVE W-CONCEPTO             TO  NOV-CONCEPTO.
           MOVE ZEROS                  TO  NOV-SECUENCIA.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-BUSCA-NOVEDAD-LEE.
           IF  FIN-SUB  =  1           GO TO F-BUSCA-NOVEDAD.
           READ NOMINOVE NEXT RECORD WITH NO LOCK AT END
                GO TO F-BUSCA-NOVEDAD.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
           OR  NOV-CODIEMP  NOT =  LQV-VENDEDOR
           OR  NOV-CONCEPTO  NOT =  W-CONCEPTO
               GO TO F-BUSCA-NOVEDAD.
           IF  NOV-ORIGEN-NOVEDAD  =  "M"
               MOVE 1                  TO  SW-YA-GRABADA
               GO TO F-BUSCA-NOVEDAD.
           GO TO I-BUSCA-NOVEDAD-LEE.
       F-BUSCA-NOVEDAD.
      *
      ******************************************************************
      *  AGENTE INDEPENDIENTE: GASTO CONTRA RETENCION Y CXP AL NIT     *
      ******************************************************************
       I-POST-AGENTE.
           IF  SW-CERRADO  =  1
               MOVE "PERIODO CONTABLE CERRADO"  TO  W-MENSAJE
               GO TO F-POST-AGENTE.
           MOVE LQV-VENDEDOR           TO  W-NIT  CODIM.
           MOVE ZEROS                  TO  SW-1.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               MOVE "NIT NO CREADO EN CNNITCED"  TO  W-MENSAJE
               GO TO F-POST-AGENTE.
           MOVE ZEROS                  TO  W-RETENCION.
           IF  W-CATEGORIA  NOT =  ZEROS
               MOVE W-CATEGORIA        TO  RETENFTE-CODIGO-CATEGORIA
               MOVE ZEROS              TO  SW-1
               READ RETENFTE WITH NO LOCK INVALID KEY
                    MOVE 1             TO  SW-1
               IF  SW-1  =  1
                   MOVE "CATEGORIA DE RETENCION NO EXISTE"
                                       TO  W-MENSAJE
                   GO TO F-POST-AGENTE
               ELSE
                   IF  LQV-VLR-PAGO  NOT <  RETENFTE-BASE-MINIMA
                       COMPUTE W-RETENCION ROUNDED  =  LQV-VLR-PAGO
                               *  RETENFTE-PORCENTAJE  /  100.
           IF  W-RETENCION  NOT =  ZEROS
           AND RETENFTE-CTA-CONTABLE  =  ZEROS
               MOVE "CATEGORIA SIN CUENTA CONTABLE"  TO  W-MENSAJE
               GO TO F-POST-AGENTE.
           PERFORM I-YA-CAUSADA        THRU F-YA-CAUSADA.
           IF  SW-YA-GRABADA  =  1
               GO TO I-POST-AGENTE-MARCA.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  NOT =  "00"
               MOVE "TIPO DE COMPROBANTE NO DISPONIBLE"  TO  W-MENSAJE
               GO TO F-POST-AGENTE.
           MOVE CNS-NUMERO             TO  W-NUMERO.
           MOVE ZEROS                  TO  W-SECUENCIA.
           MOVE LQV-VLR-PAGO           TO  W-TOT-DEBITOS.
           COMPUTE W-NETO-CXP  =  LQV-VLR-PAGO  -  W-RETENCION.
           MOVE W-FECHA-HOY            TO  W-FECHA-VCTO.
           IF  W-DIAS-VCTO  NOT =  ZEROS
               MOVE "S"                TO  FEC-LNK-OPERACION
               MOVE W-FECHA-HOY        TO  FEC-LNK-FECHA
               MOVE W-DIAS-VCTO        TO  FEC-LNK-DIAS
               CALL "CNFECHAS"      USING  AREA-CNFECHAS
               IF  FEC-LNK-ESTADO  =  "00"
                   MOVE FEC-LNK-RESULTADO  TO  W-FECHA-VCTO.
      *  DEBITO AL GASTO DE COMISIONES
           MOVE W-CTA-GASTO            TO  W-CTA-LIN.
           MOVE LQV-VLR-PAGO           TO  W-VALOR-LIN.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
      *  CREDITO A LA RETENCION PRACTICADA
           IF  W-RETENCION  NOT =  ZEROS
               MOVE RETENFTE-CTA-CONTABLE  TO  W-CTA-LIN
               COMPUTE W-VALOR-LIN  =  ZERO  -  W-RETENCION
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  CREDITO A LA CUENTA POR PAGAR DEL AGENTE
           MOVE W-CTA-CXP              TO  W-CTA-LIN.
           COMPUTE W-VALOR-LIN  =  ZERO  -  W-NETO-CXP.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
       I-POST-AGENTE-MARCA.
           MOVE W-TIPO                 TO  LQV-TIPO.
           MOVE W-NUMERO               TO  LQV-NUMERO.
           MOVE W-RETENCION            TO  LQV-RETENCION.
           MOVE LQV-VLR-PAGO           TO  LQV-VLR-CONTAB.
           MOVE ZEROS                  TO  LQV-CONCEPTO
                                           LQV-NOV-SECUENCIA.
           ADD 1                       TO  W-POST-CXP.
       F-POST-AGENTE.
      *
      *  MISMO NIT, MISMA FACTURA AAPPP, CREDITO BAJO EL TIPO: YA ESTA
      *  CAUSADA; SE RECUPERA EL NUMERO Y LA RETENCION DEL COMPROBANTE
       I-YA-CAUSADA.
           MOVE ZEROS                  TO  SW-YA-GRABADA  FIN-SUB.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS.
           MOVE ZEROS                  TO  RADICDOC-DOCTOS
                                           RADIC-AUTOMATICA-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-YA-CAUSADA-LEE.
           IF  FIN-SUB  =  1           GO TO F-YA-CAUSADA.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                GO TO F-YA-CAUSADA.
           IF  RADICTIP-DOCTOS  NOT =  W-TIPO
               GO TO F-YA-CAUSADA.
           IF  ALTNIT-DOCTOS  NOT =  W-NIT
           OR  NUMFRA-DOCTOS  NOT =  W-FACTURA
           OR  CUENTA-DOCTOS  NOT =  W-CTA-CXP
           OR  VALOR-DOCTOS  NOT <  ZEROS
               GO TO I-YA-CAUSADA-LEE.
           MOVE 1                      TO  SW-YA-GRABADA.
           MOVE RADICDOC-DOCTOS        TO  W-NUMERO.
           COMPUTE W-RETENCION  =  LQV-VLR-PAGO  +  VALOR-DOCTOS.
       F-YA-CAUSADA.
      *
       I-GRABA-LINEA.
           INITIALIZE REG-DOCTOS.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS
                                           ALTTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS.
           ADD 1                       TO  W-SECUENCIA.
           MOVE W-SECUENCIA            TO  RADIC-AUTOMATICA-DOCTOS.
           MOVE W-CTA-LIN              TO  CUENTA-DOCTOS.
           MOVE W-NIT                  TO  ALTNIT-DOCTOS.
           MOVE W-FACTURA              TO  ALTFRA-DOCTOS
                                           NUMFRA-DOCTOS.
           MOVE W-VALOR-LIN            TO  VALOR-DOCTOS.
           MOVE LQV-VLR-PAGO           TO  VRBASE-DOCTOS.
           MOVE "COMISION DE VENTAS AGENTE INDEPENDIENTE"
                                       TO  CONCEPTO-DOCTOS.
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
      *  OPCION L: LO LIQUIDADO CONTRA LO QUE QUEDO CONTABILIZADO,     *
      *  LEIDO DE NUEVO EN NOMINOVE Y CNDOCTOS                         *
      ******************************************************************
       I-LISTADO.
           MOVE ZEROS                  TO  WK-PAGINA  W-PENDIENTES
                                           W-LIQ-EMPLEADO
                                           W-CON-EMPLEADO
                                           W-LIQ-AGENTE  W-CON-AGENTE
                                           W-LIQ-PENDIENTE
                                           W-RET-AGENTE.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  FIN-OK  LQV-VENDEDOR.
           MOVE CON-COD-EMPRESA        TO  LQV-EMPRESA.
           MOVE CON-ANO                TO  LQV-ANO.
           MOVE CON-PERIODO            TO  LQV-PERIODO.
           START LIQVENDE KEY NOT LESS LQV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LISTADO-LEE.
           IF  FIN-OK  =  1            GO TO I-LISTADO-FIN.
           READ LIQVENDE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LISTADO-LEE.
           IF  LQV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  LQV-ANO  NOT =  CON-ANO
           OR  LQV-PERIODO  NOT =  CON-PERIODO
               MOVE 1                  TO  FIN-OK
               GO TO I-LISTADO-LEE.
           IF  LQV-VENDEDOR  =  ZEROS  GO TO I-LISTADO-LEE.
           PERFORM I-LINEA-LISTADO     THRU F-LINEA-LISTADO.
           GO TO I-LISTADO-LEE.
       I-LISTADO-FIN.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE "EMPLEADOS: LIQUIDADO / EN NOMINOVE"  TO  I-TEXTO.
           MOVE W-LIQ-EMPLEADO         TO  I-TOT-LIQ.
           MOVE W-CON-EMPLEADO         TO  I-TOT-CON.
           COMPUTE W-DIFERENCIA  =  W-LIQ-EMPLEADO  -  W-CON-EMPLEADO.
           MOVE W-DIFERENCIA           TO  I-TOT-DIF.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "AGENTES: LIQUIDADO / EN CNDOCTOS"  TO  I-TEXTO.
           MOVE W-LIQ-AGENTE           TO  I-TOT-LIQ.
           MOVE W-CON-AGENTE           TO  I-TOT-CON.
           COMPUTE W-DIFERENCIA  =  W-LIQ-AGENTE  -  W-CON-AGENTE.
           MOVE W-DIFERENCIA           TO  I-TOT-DIF.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "AGENTES: RETENCION PRACTICADA"  TO  I-TEXTO.
           MOVE W-RET-AGENTE           TO  I-TOT-LIQ.
           MOVE ZEROS                  TO  I-TOT-CON  I-TOT-DIF.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "CONFIRMADAS SIN CONTABILIZAR"  TO  I-TEXTO.
           MOVE W-LIQ-PENDIENTE        TO  I-TOT-LIQ.
           MOVE ZEROS                  TO  I-TOT-CON.
           MOVE W-LIQ-PENDIENTE        TO  I-TOT-DIF.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           COMPUTE W-TOT-DEBITOS  =  W-LIQ-EMPLEADO  +  W-LIQ-AGENTE
                   +  W-LIQ-PENDIENTE.
           MOVE "TOTAL LIQUIDADO EN PROG075"  TO  I-TEXTO.
           MOVE W-TOT-DEBITOS          TO  I-TOT-LIQ.
           COMPUTE W-TOT-DEBITOS  =  W-CON-EMPLEADO  +  W-CON-AGENTE.
           MOVE W-TOT-DEBITOS          TO  I-TOT-CON.
           COMPUTE W-DIFERENCIA  =  W-LIQ-EMPLEADO  +  W-LIQ-AGENTE
                   +  W-LIQ-PENDIENTE  -  W-TOT-DEBITOS.
           MOVE W-DIFERENCIA           TO  I-TOT-DIF.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "CONCILIACION GENERADA"
                   LINE 24 POSITION 01 REVERSE.
       F-LISTADO.
      *
       I-LINEA-LISTADO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE LQV-VENDEDOR           TO  I-VENDEDOR  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE LQV-VINCULO            TO  I-VINCULO.
           MOVE LQV-CODMODA            TO  I-CODMODA.
           MOVE LQV-VLR-PAGO           TO  I-LIQUIDADO.
           MOVE ZEROS                  TO  W-CONTABILIZADO.
           IF  LQV-ESTADO  NOT =  "C"
               ADD LQV-VLR-PAGO        TO  W-LIQ-PENDIENTE
               MOVE "CONFIRMADA SIN CONTABILIZAR"  TO  I-OBSERVA
               IF  LQV-MENSAJE  NOT =  SPACES
                   MOVE LQV-MENSAJE    TO  I-OBSERVA.
           IF  LQV-ESTADO  NOT =  "C"
               GO TO I-LINEA-LISTADO-IMPRIME.
           IF  LQV-VINCULO  =  "E"
               PERFORM I-LEE-NOVEDAD   THRU F-LEE-NOVEDAD
               ADD LQV-VLR-PAGO        TO  W-LIQ-EMPLEADO
               ADD W-CONTABILIZADO     TO  W-CON-EMPLEADO
               MOVE LQV-CONCEPTO       TO  W-DOC-CONCEPTO
               MOVE LQV-NOV-SECUENCIA  TO  W-DOC-SECUENCIA
               MOVE W-DOC-NOVEDAD      TO  I-DOCUMENTO
           ELSE
               PERFORM I-LEE-COMPROBANTE THRU F-LEE-COMPROBANTE
               ADD LQV-VLR-PAGO        TO  W-LIQ-AGENTE
               ADD W-CONTABILIZADO     TO  W-CON-AGENTE
               ADD LQV-RETENCION       TO  W-RET-AGENTE
               MOVE LQV-RETENCION      TO  I-RETENCION
               MOVE LQV-TIPO           TO  W-DOC-TIPO
               MOVE LQV-NUMERO         TO  W-DOC-NUMERO
               MOVE W-DOC-COMPROBANTE  TO  I-DOCUMENTO.
           MOVE W-CONTABILIZADO        TO  I-CONTAB.
           COMPUTE W-DIFERENCIA  =  LQV-VLR-PAGO  -  W-CONTABILIZADO.
           MOVE W-DIFERENCIA           TO  I-DIFERENCIA.
           IF  W-DIFERENCIA  NOT =  ZEROS
               MOVE "NO CUADRA CON LO LIQUIDADO"  TO  I-OBSERVA.
       I-LINEA-LISTADO-IMPRIME.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-LISTADO.
      *
       I-LEE-NOVEDAD.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE LQV-VENDEDOR           TO  NOV-CODIEMP.
           MOVE LQV-CONCEPTO           TO  NOV-CONCEPTO.
           MOVE LQV-NOV-SECUENCIA      TO  NOV-SECUENCIA.
           READ NOMINOVE WITH NO LOCK INVALID KEY
                MOVE "NOVEDAD YA NO ESTA EN NOMINOVE"  TO  I-OBSERVA
                GO TO F-LEE-NOVEDAD.
           MOVE NOV-VLR                TO  W-CONTABILIZADO.
       F-LEE-NOVEDAD.
      *
      *  LO CONTABILIZADO AL AGENTE ES EL DEBITO AL GASTO (LA CXP Y LA
      *  RETENCION SON SU CONTRAPARTIDA)
       I-LEE-COMPROBANTE.
           MOVE ZEROS                  TO  FIN-SUB.
           MOVE LQV-TIPO               TO  RADICTIP-DOCTOS.
           MOVE LQV-NUMERO             TO  RADICDOC-DOCTOS.
           MOVE ZEROS                  TO  RADIC-AUTOMATICA-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-LEE-COMPROBANTE-LEE.
           IF  FIN-SUB  =  1           GO TO I-LEE-COMPROBANTE-FIN.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-LEE-COMPROBANTE-LEE.
           IF  RADICTIP-DOCTOS  NOT =  LQV-TIPO
           OR  RADICDOC-DOCTOS  NOT =  LQV-NUMERO
               MOVE 1                  TO  FIN-SUB
               GO TO I-LEE-COMPROBANTE-LEE.
           IF  VALOR-DOCTOS  >  ZEROS
               ADD VALOR-DOCTOS        TO  W-CONTABILIZADO.
           GO TO I-LEE-COMPROBANTE-LEE.
       I-LEE-COMPROBANTE-FIN.
           IF  W-CONTABILIZADO  =  ZEROS
               MOVE "COMPROBANTE YA NO ESTA EN CNDOCTOS"  TO  I-OBSERVA.
       F-LEE-COMPROBANTE.
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
           CLOSE HOJAVIDA CONTRATO CONCPTOS CNNITCED RETENFTE
                 LIQVENDE NOMINOVE CNDOCTOS.
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
