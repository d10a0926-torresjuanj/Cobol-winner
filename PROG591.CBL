       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG591.
      ******************************************************************
      * GMF 4X1000: CALCULO, COMPROBANTE MENSUAL Y CONCILIACION CON    *
      * EL CERTIFICADO DEL BANCO                       OCT-15-2026     *
      *                                                                *
      * EL GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS SE CALCULA SOBRE LOS *
      * CREDITOS DEL MES (RETIROS) A LA CUENTA CONTABLE DE CADA CUENTA *
      * BANCARIA DE NOMIBANK (PROG050) EN CNDOCTOS, EN LUGAR DE        *
      * TOMARLO DEL EXTRACTO A FIN DE MES.  NO CAUSAN GMF:             *
      *   - LAS CUENTAS MARCADAS EXENTAS EN PROG050                    *
      *   - LOS TRASLADOS ENTRE CUENTAS PROPIAS: EL CREDITO QUE EN EL  *
      *     MISMO COMPROBANTE TIENE DEBITO A OTRA CUENTA DE NOMIBANK,  *
      *     HASTA EL VALOR DE ESE DEBITO                               *
      * OPCIONES:                                                      *
      *   G = GENERA EL COMPROBANTE DEL MES (TIPO DE LOS PARAMETROS,   *
      *       CONSECUTIVO CNCONSEC): CREDITO A CADA BANCO POR SU GMF Y *
      *       DEBITO AL GASTO SEPARANDO LA PARTE DEDUCIBLE (50%) DE LA *
      *       NO DEDUCIBLE PARA LA PROVISION DE RENTA.  UN COMPROBANTE *
      *       POR MES; RESPETA EL CIERRE Y EL TOPE DE APROBACION       *
      *   C = GMF MENSUAL DEL CERTIFICADO ANUAL DE CADA CUENTA         *
      *   L = CONCILIACION DEL ANO: CALCULADO CONTRA CERTIFICADO,      *
      *       DIFERENCIAS POR CUENTA Y MES Y RESUMEN POR CUENTA        *
      *   P = PARAMETROS (TARIFA, % DEDUCIBLE, TIPO Y CUENTAS)         *
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
               COPY "..\DYC\GMFBANCO.DYC".
               COPY "..\DYC\NOMIBANK.DYC".
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\GMFBANCO.FD".
               COPY "..\FD\NOMIBANK.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG591".
       77      ID-PRG              PIC X(7)  VALUE "PROG591".
       77      W-OPCION-GMF        PIC X(01) VALUE SPACES.
       77      W-POR-MIL           PIC 9(02)V99 VALUE ZEROS.
       77      W-PRC-DEDUCIBLE     PIC 9(03)V99 VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-CTA-DEDUCIBLE     PIC 9(10) VALUE ZEROS.
       77      W-CTA-NO-DEDUCIBLE  PIC 9(10) VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      W-BANCO             PIC 9(03) VALUE ZEROS.
       77      W-CTA-CTE           PIC 9(12) VALUE ZEROS.
       77      W-NUMERO            PIC 9(06) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(06) VALUE ZEROS.
       77      W-TIP-ANT           PIC 9(03) VALUE ZEROS.
       77      W-DOC-ANT           PIC 9(06) VALUE ZEROS.
       77      W-IND               PIC 9(03) VALUE ZEROS.
       77      W-IND-2             PIC 9(03) VALUE ZEROS.
       77      W-LIN               PIC 9(03) VALUE ZEROS.
       77      W-LIN-2             PIC 9(03) VALUE ZEROS.
       77      W-NRO-CUENTAS       PIC 9(03) VALUE ZEROS.
       77      W-NRO-LINEAS        PIC 9(03) VALUE ZEROS.
       77      W-CREDITO           PIC 9(13)V99 VALUE ZEROS.
       77      W-DEB-OTRAS         PIC 9(13)V99 VALUE ZEROS.
       77      W-USADO             PIC 9(13)V99 VALUE ZEROS.
       77      W-EXENTO            PIC 9(13)V99 VALUE ZEROS.
       77      W-GMF-PESOS         PIC 9(11)    VALUE ZEROS.
       77      W-TOT-BASE          PIC 9(13)V99 VALUE ZEROS.
       77      W-TOT-EXENTO        PIC 9(13)V99 VALUE ZEROS.
       77      W-TOT-GMF           PIC 9(13)V99 VALUE ZEROS.
       77      W-TOT-CERT          PIC 9(13)V99 VALUE ZEROS.
       77      W-DEDUCIBLE         PIC 9(13)V99 VALUE ZEROS.
       77      W-NO-DEDUCIBLE      PIC 9(13)V99 VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(13)V99 VALUE ZEROS.
       77      W-NRO-DIFERENCIAS   PIC 9(05) VALUE ZEROS.
       77      W-CERTIFICADO       PIC 9(11)V99 VALUE ZEROS.
       77      W-CTA-LIN           PIC 9(10) VALUE ZEROS.
       77      W-VALOR-LIN         PIC S9(11)V99 VALUE ZEROS.
       77      W-TOT-DEBITOS       PIC S9(13)V99 VALUE ZEROS.
       77      W-CONCEPTO          PIC X(40) VALUE SPACES.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-CUATRIENIO        PIC 9(04) VALUE ZEROS.
       77      W-BISIESTO          PIC 9(01) VALUE ZEROS.
       77      SW-PARAMETROS       PIC 9(01) VALUE ZEROS.
       77      SW-EXISTE           PIC 9(01) VALUE ZEROS.
       77      FIN-SUB             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77      WI-DIFERENCIA       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
        03     W-PARTE-DIA         PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
      *  CUENTAS BANCARIAS DE NOMIBANK CON SUS ACUMULADOS DEL MES O
      *  DEL ANO, SEGUN LA OPCION
       01      W-TABLA-CUENTAS.
        03     W-CUENTA            OCCURS 100 TIMES.
         05    W-TAB-BANCO         PIC 9(03).
         05    W-TAB-CTA-CTE       PIC 9(12).
         05    W-TAB-CTA-CONTABLE  PIC 9(10).
         05    W-TAB-EXENTA        PIC X(01).
         05    W-TAB-BASE          PIC 9(13)V99.
         05    W-TAB-EXENTO        PIC 9(13)V99.
         05    W-TAB-GMF           PIC 9(13)V99.
         05    W-TAB-CERT          PIC 9(13)V99.
      *  LINEAS DE BANCO DEL COMPROBANTE EN CURSO
       01      W-TABLA-LINEAS.
        03     W-LINEA-BCO         OCCURS 50 TIMES.
         05    W-LIN-IND           PIC 9(03).
         05    W-LIN-VALOR         PIC S9(11)V99.
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
               COPY "..\LBL\GMFBANCO.LBL".
               COPY "..\LBL\NOMIBANK.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
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
              "CONCILIACION GMF 4X1000 CONTRA CERTIFICADO    ANO : ".
         05    I-ANO       PIC 9999.
         05    FILLER      PIC X(02)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(04)    VALUE " BCO".
         05    FILLER      PIC X(14)    VALUE " CUENTA".
         05    FILLER      PIC X(11)    VALUE "MES".
         05    FILLER      PIC X(18)    VALUE "  BASE (RETIROS)".
         05    FILLER      PIC X(18)    VALUE "          EXENTO".
         05    FILLER      PIC X(18)    VALUE "       CALCULADO".
         05    FILLER      PIC X(18)    VALUE "     CERTIFICADO".
         05    FILLER      PIC X(18)    VALUE "      DIFERENCIA".
        03     TITULO-B.
         05    FILLER      PIC X(40)    VALUE
              " RESUMEN DEL ANO POR CUENTA".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-BANCO     PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-CTA-CTE   PIC 9(12).
         05    FILLER      PIC X(01).
         05    I-MES       PIC X(09).
         05    FILLER      PIC X(01).
         05    I-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-EXENTO    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-CALCULADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-CERTIF
                           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-DIFERENCIA
                           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         05    FILLER      PIC X(01).
         05    I-OBSERVA   PIC X(16).
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\GMFBANCO.DCL".
               COPY "..\DCL\NOMIBANK.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
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
           PERFORM I-CARGA-CUENTAS   THRU F-CARGA-CUENTAS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* GMF 4X1000 - COMPROBANTE Y CONCILIACION *"
                                       TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <G> GENERAR COMPROBANTE GMF DEL MES        !"
                                       LINE 07 POSITION 18
           DISPLAY "! <C> CERTIFICADO GMF DEL BANCO              !"
                                       LINE 08 POSITION 18
           DISPLAY "! <L> CONCILIACION ANUAL CONTRA CERTIFICADO  !"
                                       LINE 09 POSITION 18
           DISPLAY "! <P> PARAMETROS                             !"
                                       LINE 10 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 11 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 12 POSITION 18.
           DISPLAY CON-ANO             LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-GMF.
           IF  W-OPCION-GMF  =  "G"
               PERFORM I-GENERA        THRU F-GENERA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-GMF  =  "C"
               PERFORM I-CERTIFICADO   THRU F-CERTIFICADO
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-GMF  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO
               GO TO F-OPCIONES.
           IF  W-OPCION-GMF  =  "P"
               PERFORM I-PARAMETROS    THRU F-PARAMETROS
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-ANO                TO  I-ANO.
           MOVE CON-COD-EMPRESA        TO  LAB-GMFBANCO-CIA
                                           LAB-CNCATCTA-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 591                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT GMFBANCO.
           IF  GMFBANCO-STATUS  =  "35"
               OPEN OUTPUT GMFBANCO.
           CLOSE GMFBANCO.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT NOMIBANK CNCATCTA.
           OPEN I-O GMFBANCO CNDOCTOS.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
       F-ABRE-ARCHIVOS.
      *
       I-LEE-PARAMETROS.
           MOVE 4                      TO  W-POR-MIL.
           MOVE 50                     TO  W-PRC-DEDUCIBLE.
           MOVE ZEROS                  TO  W-TIPO  W-CTA-DEDUCIBLE
                                           W-CTA-NO-DEDUCIBLE
                                           SW-PARAMETROS.
           MOVE CON-COD-EMPRESA        TO  GMF-EMPRESA.
           MOVE ZEROS                  TO  GMF-ANO  GMF-MES  GMF-BANCO
                                           GMF-CTA-CTE.
           READ GMFBANCO WITH NO LOCK INVALID KEY
                GO TO F-LEE-PARAMETROS.
           MOVE GMF-PAR-POR-MIL        TO  W-POR-MIL.
           MOVE GMF-PAR-PRC-DEDUCIBLE  TO  W-PRC-DEDUCIBLE.
           MOVE GMF-PAR-TIPO           TO  W-TIPO.
           MOVE GMF-PAR-CTA-DEDUCIBLE  TO  W-CTA-DEDUCIBLE.
           MOVE GMF-PAR-CTA-NO-DEDUCIBLE
                                       TO  W-CTA-NO-DEDUCIBLE.
           IF  W-POR-MIL  NOT =  ZEROS  AND  W-TIPO  NOT =  ZEROS
           AND W-CTA-DEDUCIBLE  NOT =  ZEROS
           AND W-CTA-NO-DEDUCIBLE  NOT =  ZEROS
               MOVE 1                  TO  SW-PARAMETROS.
       F-LEE-PARAMETROS.
      *
      *  TABLA DE CUENTAS BANCARIAS CON CUENTA CONTABLE EN NOMIBANK
       I-CARGA-CUENTAS.
           MOVE ZEROS                  TO  W-NRO-CUENTAS  FIN-OK
                                           BANC-CODIGO.
           INITIALIZE W-TABLA-CUENTAS.
           START NOMIBANK KEY NOT LESS BANC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-CARGA-CUENTAS-LEE.
           IF  FIN-OK  =  1            GO TO F-CARGA-CUENTAS.
           READ NOMIBANK NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-CARGA-CUENTAS-LEE.
           PERFORM I-CARGA-UNA-CUENTA  THRU F-CARGA-UNA-CUENTA
                   VARYING W-IND-2 FROM 1 BY 1 UNTIL W-IND-2 > 5.
           GO TO I-CARGA-CUENTAS-LEE.
       F-CARGA-CUENTAS.
      *
       I-CARGA-UNA-CUENTA.
           IF  BANC-CTA-CONTABLE (W-IND-2)  =  ZEROS
           OR  W-NRO-CUENTAS  NOT <  100
               GO TO F-CARGA-UNA-CUENTA.
           ADD 1                       TO  W-NRO-CUENTAS.
           MOVE BANC-CODIGO            TO  W-TAB-BANCO (W-NRO-CUENTAS).
           MOVE BANC-CTA-CTE (W-IND-2) TO  W-TAB-CTA-CTE
                                           (W-NRO-CUENTAS).
           MOVE BANC-CTA-CONTABLE (W-IND-2)
                                       TO  W-TAB-CTA-CONTABLE
                                           (W-NRO-CUENTAS).
           MOVE "N"                    TO  W-TAB-EXENTA
                                           (W-NRO-CUENTAS).
           IF  BANC-GMF-EXENTA (W-IND-2)  =  "S"
               MOVE "S"                TO  W-TAB-EXENTA
                                           (W-NRO-CUENTAS).
       F-CARGA-UNA-CUENTA.
      *
       I-LIMPIA-ACUMULADOS.
           MOVE ZEROS                  TO  W-TAB-BASE (W-IND)
                                           W-TAB-EXENTO (W-IND)
                                           W-TAB-GMF (W-IND)
                                           W-TAB-CERT (W-IND).
       F-LIMPIA-ACUMULADOS.
      *
      *  BUSCA LA CUENTA CONTABLE DEL MOVIMIENTO EN LA TABLA (W-IND = 0
      *  SI NO ES CUENTA DE BANCO)
       I-BUSCA-CUENTA.
           MOVE 1                      TO  W-IND.
       I-BUSCA-CUENTA-SIG.
           IF  W-IND  >  W-NRO-CUENTAS
               MOVE ZEROS              TO  W-IND
               GO TO F-BUSCA-CUENTA.
           IF  W-TAB-CTA-CONTABLE (W-IND)  =  CUENTA-DOCTOS
               GO TO F-BUSCA-CUENTA.
           ADD 1                       TO  W-IND.
           GO TO I-BUSCA-CUENTA-SIG.
       F-BUSCA-CUENTA.
      *
      ******************************************************************
      *  OPCION P: PARAMETROS DEL GMF                                  *
      ******************************************************************
       I-PARAMETROS.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "TARIFA GMF POR MIL...............:"
                                       LINE 06 POSITION 10.
           DISPLAY "% DEDUCIBLE EN RENTA.............:"
                                       LINE 07 POSITION 10.
           DISPLAY "TIPO DE COMPROBANTE..............:"
                                       LINE 08 POSITION 10.
           DISPLAY "CUENTA GASTO GMF DEDUCIBLE.......:"
                                       LINE 09 POSITION 10.
           DISPLAY "CUENTA GASTO GMF NO DEDUCIBLE....:"
                                       LINE 11 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                       LINE 14 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
       I-PARAMETROS-TARIFA.
           ACCEPT W-POR-MIL            LINE 06 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-POR-MIL  =  ZEROS     GO TO I-PARAMETROS-TARIFA.
           ACCEPT W-PRC-DEDUCIBLE      LINE 07 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-PRC-DEDUCIBLE  >  100 GO TO I-PARAMETROS-TARIFA.
           ACCEPT W-TIPO               LINE 08 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
       I-PARAMETROS-DEDUCIBLE.
           ACCEPT W-CTA-DEDUCIBLE      LINE 09 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           MOVE W-CTA-DEDUCIBLE        TO  CTAMAE.
           PERFORM I-LEE-CNCATCTA      THRU F-LEE-CNCATCTA.
           IF  SW-EXISTE  =  ZEROS     GO TO I-PARAMETROS-DEDUCIBLE.
           DISPLAY NOMCTA              LINE 10 POSITION 24 REVERSE.
       I-PARAMETROS-NO-DEDUCIBLE.
           ACCEPT W-CTA-NO-DEDUCIBLE   LINE 11 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           MOVE W-CTA-NO-DEDUCIBLE     TO  CTAMAE.
           PERFORM I-LEE-CNCATCTA      THRU F-LEE-CNCATCTA.
           IF  SW-EXISTE  =  ZEROS     GO TO I-PARAMETROS-NO-DEDUCIBLE.
           DISPLAY NOMCTA              LINE 12 POSITION 24 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-TRUCO  NOT =  "C"     GO TO I-PARAMETROS-TARIFA.
           MOVE CON-COD-EMPRESA        TO  GMF-EMPRESA.
           MOVE ZEROS                  TO  GMF-ANO  GMF-MES  GMF-BANCO
                                           GMF-CTA-CTE  SW-1.
           READ GMFBANCO INVALID KEY
                MOVE 1                 TO  SW-1.
           MOVE SPACES                 TO  GMF-DATOS.
           MOVE W-POR-MIL              TO  GMF-PAR-POR-MIL.
           MOVE W-PRC-DEDUCIBLE        TO  GMF-PAR-PRC-DEDUCIBLE.
           MOVE W-TIPO                 TO  GMF-PAR-TIPO.
           MOVE W-CTA-DEDUCIBLE        TO  GMF-PAR-CTA-DEDUCIBLE.
           MOVE W-CTA-NO-DEDUCIBLE     TO  GMF-PAR-CTA-NO-DEDUCIBLE.
           IF  SW-1  =  1
               WRITE REG-GMFBANCO
           ELSE
               REWRITE REG-GMFBANCO.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
       F-PARAMETROS.
      *
       I-LEE-CNCATCTA.
           MOVE 1                      TO  SW-EXISTE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  SW-EXISTE.
           IF  SW-EXISTE  =  ZEROS  OR  ESTACTA  =  "S"
               MOVE ZEROS              TO  SW-EXISTE
               DISPLAY "CTA INCONSISTENTE  EN CATALOGO DE CUENTAS"
                       LINE 24 POSITION 01 REVERSE BLINK
           ELSE
               DISPLAY WK-ESPACIOS     LINE 24 POSITION 01.
       F-LEE-CNCATCTA.
      *
      ******************************************************************
      *  OPCION G: GMF DEL MES Y SU COMPROBANTE                        *
      ******************************************************************
       I-GENERA.
           IF  SW-PARAMETROS  =  ZEROS
               DISPLAY "FALTAN LOS PARAMETROS (OPCION P)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-GENERA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "MES A LIQUIDAR...................:"
                                       LINE 06 POSITION 10.
           MOVE ZEROS                  TO  W-MES.
           IF  CON-PERIODO  >  ZEROS  AND  CON-PERIODO  <  13
               MOVE CON-PERIODO        TO  W-MES.
       I-GENERA-MES.
           ACCEPT W-MES                LINE 06 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-GENERA.
           IF  W-MES  =  ZEROS  OR  W-MES  >  12
               GO TO I-GENERA-MES.
           DISPLAY WK-NOMBRE-MES (W-MES)
                                       LINE 06 POSITION 50 REVERSE.
           PERFORM I-YA-GENERADO       THRU F-YA-GENERADO.
           IF  W-NUMERO  NOT =  ZEROS
               DISPLAY "GMF DEL MES YA CONTABILIZADO, COMPROBANTE:"
                       LINE 24 POSITION 01 REVERSE BLINK
               DISPLAY W-NUMERO        LINE 24 POSITION 44 REVERSE
               GO TO F-GENERA.
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE W-MES                  TO  CIE-LNK-PERIODO.
           CALL "CNCIERRE"          USING  AREA-CNCIERRE.
           IF  CIE-LNK-ESTADO  =  "C"
               DISPLAY "PERIODO CERRADO (PROG028)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-GENERA.
           DISPLAY "CALCULANDO..."     LINE 24 POSITION 01 REVERSE.
           PERFORM I-CALCULA           THRU F-CALCULA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "RETIROS DE LAS CUENTAS...........:"
                                       LINE 08 POSITION 10.
           MOVE W-TOT-BASE             TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 08 POSITION 46.
           DISPLAY "EXENTOS (CUENTA O TRASLADO)......:"
                                       LINE 09 POSITION 10.
           MOVE W-TOT-EXENTO           TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 09 POSITION 46.
           DISPLAY "GMF DEL MES......................:"
                                       LINE 10 POSITION 10.
           MOVE W-TOT-GMF              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 10 POSITION 46 REVERSE.
           DISPLAY "  PARTE DEDUCIBLE................:"
                                       LINE 11 POSITION 10.
           MOVE W-DEDUCIBLE            TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 11 POSITION 46.
           DISPLAY "  PARTE NO DEDUCIBLE.............:"
                                       LINE 12 POSITION 10.
           MOVE W-NO-DEDUCIBLE         TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 12 POSITION 46.
           IF  W-TOT-GMF  =  ZEROS
               DISPLAY "SIN GMF EN EL MES, NO SE GENERA COMPROBANTE"
                       LINE 24 POSITION 01 REVERSE
               PERFORM ACEPTA-TRUCO
               GO TO F-GENERA.
           DISPLAY "<C> CONTABILIZAR    [F2] REGRESAR"
                                       LINE 14 POSITION 10.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-GENERA.
           IF  W-TRUCO  NOT =  "C"     GO TO F-GENERA.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  =  "45"
               DISPLAY "RESOLUCION DEL TIPO VENCIDA"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-GENERA.
           IF  CNS-ESTADO  NOT =  "00"
               DISPLAY "TIPO DE COMPROBANTE NO DISPONIBLE"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-GENERA.
           MOVE CNS-NUMERO             TO  W-NUMERO.
           PERFORM I-COMPROBANTE       THRU F-COMPROBANTE.
           PERFORM I-GRABA-GMF         THRU F-GRABA-GMF
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-NRO-CUENTAS.
           DISPLAY "COMPROBANTE GMF GENERADO No."
                   LINE 24 POSITION 01 REVERSE.
           DISPLAY W-NUMERO            LINE 24 POSITION 30 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-GENERA.
      *
      *  EL MES YA TIENE COMPROBANTE SI ALGUNA CUENTA LO REGISTRA
       I-YA-GENERADO.
           MOVE ZEROS                  TO  W-NUMERO  FIN-SUB
                                           GMF-BANCO  GMF-CTA-CTE.
           MOVE CON-COD-EMPRESA        TO  GMF-EMPRESA.
           MOVE CON-ANO                TO  GMF-ANO.
           MOVE W-MES                  TO  GMF-MES.
           START GMFBANCO KEY NOT LESS GMF-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-YA-GENERADO-LEE.
           IF  FIN-SUB  =  1           GO TO F-YA-GENERADO.
           READ GMFBANCO NEXT RECORD WITH NO LOCK AT END
                GO TO F-YA-GENERADO.
           IF  GMF-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  GMF-ANO  NOT =  CON-ANO
           OR  GMF-MES  NOT =  W-MES
               GO TO F-YA-GENERADO.
           IF  GMF-NUMERO  =  ZEROS    GO TO I-YA-GENERADO-LEE.
           MOVE GMF-NUMERO             TO  W-NUMERO.
       F-YA-GENERADO.
      *
      ******************************************************************
      *  RECORRE EL MOVIMIENTO DEL ANO POR COMPROBANTE; DE CADA UNO    *
      *  GUARDA LAS LINEAS DEL MES A CUENTAS DE BANCO Y AL CAMBIAR DE  *
      *  COMPROBANTE LIQUIDA BASE Y EXENTO POR CUENTA                  *
      ******************************************************************
       I-CALCULA.
           PERFORM I-LIMPIA-ACUMULADOS THRU F-LIMPIA-ACUMULADOS
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-NRO-CUENTAS.
           MOVE ZEROS                  TO  W-NRO-LINEAS  W-TIP-ANT
                                           W-DOC-ANT  FIN-SUB
                                           RADICTIP-DOCTOS
                                           RADICDOC-DOCTOS
                                           RADIC-AUTOMATICA-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-CALCULA-LEE.
           IF  FIN-SUB  =  1           GO TO I-CALCULA-FIN.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-CALCULA-LEE.
           IF  RADICTIP-DOCTOS  NOT =  W-TIP-ANT
           OR  RADICDOC-DOCTOS  NOT =  W-DOC-ANT
               PERFORM I-CIERRA-COMPROB THRU F-CIERRA-COMPROB
               MOVE RADICTIP-DOCTOS    TO  W-TIP-ANT
               MOVE RADICDOC-DOCTOS    TO  W-DOC-ANT.
           IF  ALTMES-DOCTOS  NOT =  W-MES
           OR  VALOR-DOCTOS  =  ZEROS
               GO TO I-CALCULA-LEE.
           PERFORM I-BUSCA-CUENTA      THRU F-BUSCA-CUENTA.
           IF  W-IND  =  ZEROS
           OR  W-NRO-LINEAS  NOT <  50
               GO TO I-CALCULA-LEE.
           ADD 1                       TO  W-NRO-LINEAS.
           MOVE W-IND                  TO  W-LIN-IND (W-NRO-LINEAS).
           MOVE VALOR-DOCTOS           TO  W-LIN-VALOR (W-NRO-LINEAS).
           GO TO I-CALCULA-LEE.
       I-CALCULA-FIN.
           PERFORM I-CIERRA-COMPROB    THRU F-CIERRA-COMPROB.
           MOVE ZEROS                  TO  W-TOT-BASE  W-TOT-EXENTO
                                           W-TOT-GMF.
           PERFORM I-GMF-CUENTA        THRU F-GMF-CUENTA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-NRO-CUENTAS.
           COMPUTE W-DEDUCIBLE ROUNDED  =  W-TOT-GMF
                   *  W-PRC-DEDUCIBLE  /  100.
           COMPUTE W-NO-DEDUCIBLE  =  W-TOT-GMF  -  W-DEDUCIBLE.
       F-CALCULA.
      *
       I-CIERRA-COMPROB.
           MOVE ZEROS                  TO  W-USADO.
           PERFORM I-CIERRA-LINEA      THRU F-CIERRA-LINEA
                   VARYING W-LIN FROM 1 BY 1
                   UNTIL W-LIN  >  W-NRO-LINEAS.
           MOVE ZEROS                  TO  W-NRO-LINEAS.
       F-CIERRA-COMPROB.
      *
      *  EL CREDITO AL BANCO ES RETIRO; ES EXENTO SI LA CUENTA LO ES O,
      *  HASTA SU VALOR, SI EL COMPROBANTE DEBITA OTRA CUENTA PROPIA
       I-CIERRA-LINEA.
           IF  W-LIN-VALOR (W-LIN)  NOT <  ZEROS
               GO TO F-CIERRA-LINEA.
           MOVE W-LIN-IND (W-LIN)      TO  W-IND.
           COMPUTE W-CREDITO  =  ZERO  -  W-LIN-VALOR (W-LIN).
           ADD W-CREDITO               TO  W-TAB-BASE (W-IND).
           IF  W-TAB-EXENTA (W-IND)  =  "S"
               ADD W-CREDITO           TO  W-TAB-EXENTO (W-IND)
               GO TO F-CIERRA-LINEA.
           MOVE ZEROS                  TO  W-DEB-OTRAS.
           PERFORM I-SUMA-TRASLADO     THRU F-SUMA-TRASLADO
                   VARYING W-LIN-2 FROM 1 BY 1
                   UNTIL W-LIN-2  >  W-NRO-LINEAS.
           IF  W-DEB-OTRAS  NOT >  W-USADO
               GO TO F-CIERRA-LINEA.
           COMPUTE W-EXENTO  =  W-DEB-OTRAS  -  W-USADO.
           IF  W-EXENTO  >  W-CREDITO
               MOVE W-CREDITO          TO  W-EXENTO.
           ADD W-EXENTO                TO  W-TAB-EXENTO (W-IND)
                                           W-USADO.
       F-CIERRA-LINEA.
      *
       I-SUMA-TRASLADO.
           IF  W-LIN-VALOR (W-LIN-2)  >  ZEROS
           AND W-LIN-IND (W-LIN-2)  NOT =  W-IND
               ADD W-LIN-VALOR (W-LIN-2)  TO  W-DEB-OTRAS.
       F-SUMA-TRASLADO.
      *
      *  GMF DE LA CUENTA A PESOS ENTEROS SOBRE LA BASE GRAVADA
       I-GMF-CUENTA.
           COMPUTE W-GMF-PESOS ROUNDED  =  (W-TAB-BASE (W-IND)
                   -  W-TAB-EXENTO (W-IND))  *  W-POR-MIL  /  1000.
           MOVE W-GMF-PESOS            TO  W-TAB-GMF (W-IND).
           ADD W-TAB-BASE (W-IND)      TO  W-TOT-BASE.
           ADD W-TAB-EXENTO (W-IND)    TO  W-TOT-EXENTO.
           ADD W-TAB-GMF (W-IND)       TO  W-TOT-GMF.
       F-GMF-CUENTA.
      *
      ******************************************************************
      *  COMPROBANTE: CREDITO A CADA BANCO POR SU GMF, DEBITO AL GASTO *
      *  DEDUCIBLE Y AL NO DEDUCIBLE.  FECHA: ULTIMO DIA DEL MES       *
      ******************************************************************
       I-COMPROBANTE.
           MOVE ZEROS                  TO  W-SECUENCIA.
           MOVE W-TOT-GMF              TO  W-TOT-DEBITOS.
           MOVE CON-ANO                TO  W-PARTE-ANO.
           MOVE W-MES                  TO  W-PARTE-MES.
           MOVE WK-DIAS-MES (W-MES)    TO  W-PARTE-DIA.
           DIVIDE CON-ANO BY 4 GIVING W-CUATRIENIO
                  REMAINDER W-BISIESTO.
           IF  W-MES  =  2  AND  W-BISIESTO  =  ZEROS
               MOVE 29                 TO  W-PARTE-DIA.
           MOVE ZEROS                  TO  W-BANCO.
           MOVE "GMF 4X1000 DEDUCIBLE"  TO  W-CONCEPTO.
           MOVE W-CTA-DEDUCIBLE        TO  W-CTA-LIN.
           MOVE W-DEDUCIBLE            TO  W-VALOR-LIN.
           IF  W-VALOR-LIN  NOT =  ZEROS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           MOVE "GMF 4X1000 NO DEDUCIBLE"  TO  W-CONCEPTO.
           MOVE W-CTA-NO-DEDUCIBLE     TO  W-CTA-LIN.
           MOVE W-NO-DEDUCIBLE         TO  W-VALOR-LIN.
           IF  W-VALOR-LIN  NOT =  ZEROS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           PERFORM I-LINEA-BANCO       THRU F-LINEA-BANCO
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-NRO-CUENTAS.
       F-COMPROBANTE.
      *
       I-LINEA-BANCO.
           IF  W-TAB-GMF (W-IND)  =  ZEROS
               GO TO F-LINEA-BANCO.
           MOVE "GMF 4X1000 CUENTA BANCARIA"  TO  W-CONCEPTO.
           MOVE W-TAB-BANCO (W-IND)    TO  W-BANCO.
           MOVE W-TAB-CTA-CONTABLE (W-IND)
                                       TO  W-CTA-LIN.
           COMPUTE W-VALOR-LIN  =  ZERO  -  W-TAB-GMF (W-IND).
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
       F-LINEA-BANCO.
      *
       I-GRABA-LINEA.
           INITIALIZE REG-DOCTOS.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS
                                           ALTTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS.
           ADD 1                       TO  W-SECUENCIA.
           MOVE W-SECUENCIA            TO  RADIC-AUTOMATICA-DOCTOS.
           MOVE W-CTA-LIN              TO  CUENTA-DOCTOS.
           MOVE W-VALOR-LIN            TO  VALOR-DOCTOS.
           MOVE W-TOT-BASE             TO  VRBASE-DOCTOS.
           MOVE W-CONCEPTO             TO  CONCEPTO-DOCTOS.
           MOVE W-BANCO                TO  BANCO-DOCTOS.
           MOVE W-MES                  TO  ALTMES-DOCTOS
                                           ALTPER-DOCTOS.
           MOVE CON-COD-EMPRESA        TO  ALTEMP-DOCTOS.
           MOVE W-PARTE-DIA            TO  DD-COMP-DOCTOS
                                           DD-VCTO-DOCTOS.
           MOVE W-PARTE-MES            TO  MM-COMP-DOCTOS
                                           MM-VCTO-DOCTOS.
           MOVE W-PARTE-ANO            TO  AA-COMP-DOCTOS
                                           AA-VCTO-DOCTOS.
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
      *  DEJA EL CALCULO DEL MES POR CUENTA; SI YA SE HABIA CARGADO EL
      *  CERTIFICADO DEL BANCO PARA ESE MES SE CONSERVA
       I-GRABA-GMF.
           IF  W-TAB-BASE (W-IND)  =  ZEROS
               GO TO F-GRABA-GMF.
           MOVE CON-COD-EMPRESA        TO  GMF-EMPRESA.
           MOVE CON-ANO                TO  GMF-ANO.
           MOVE W-MES                  TO  GMF-MES.
           MOVE W-TAB-BANCO (W-IND)    TO  GMF-BANCO.
           MOVE W-TAB-CTA-CTE (W-IND)  TO  GMF-CTA-CTE.
           MOVE ZEROS                  TO  SW-1.
           READ GMFBANCO INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               MOVE ZEROS              TO  GMF-CERTIFICADO.
           MOVE W-TAB-CTA-CONTABLE (W-IND)
                                       TO  GMF-CTA-CONTABLE.
           MOVE W-TAB-BASE (W-IND)     TO  GMF-BASE.
           MOVE W-TAB-EXENTO (W-IND)   TO  GMF-EXENTO.
           MOVE W-TAB-GMF (W-IND)      TO  GMF-VALOR.
           MOVE W-TIPO                 TO  GMF-TIPO.
           MOVE W-NUMERO               TO  GMF-NUMERO.
           MOVE W-FECHA-HOY            TO  GMF-FECHA.
           MOVE CON-USERNAME           TO  GMF-USUARIO.
           IF  SW-1  =  1
               WRITE REG-GMFBANCO
           ELSE
               REWRITE REG-GMFBANCO.
       F-GRABA-GMF.
      *
      ******************************************************************
      *  OPCION C: GMF MES A MES DEL CERTIFICADO ANUAL DEL BANCO       *
      ******************************************************************
       I-CERTIFICADO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "BANCO..:"          LINE 06 POSITION 10.
           DISPLAY "CUENTA.:"          LINE 07 POSITION 10.
           DISPLAY "ANO....:"          LINE 06 POSITION 50.
           DISPLAY CON-ANO             LINE 06 POSITION 59 REVERSE.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-BANCO
                                           W-CTA-CTE.
       I-CERTIFICADO-BANCO.
           ACCEPT W-BANCO              LINE 06 POSITION 19
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CERTIFICADO.
           ACCEPT W-CTA-CTE            LINE 07 POSITION 19
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CERTIFICADO.
           MOVE 1                      TO  W-IND.
       I-CERTIFICADO-BUSCA.
           IF  W-IND  >  W-NRO-CUENTAS
               DISPLAY "CUENTA NO REGISTRADA EN EL BANCO (PROG050)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-CERTIFICADO-BANCO.
           IF  W-TAB-BANCO (W-IND)  NOT =  W-BANCO
           OR  W-TAB-CTA-CTE (W-IND)  NOT =  W-CTA-CTE
               ADD 1                   TO  W-IND
               GO TO I-CERTIFICADO-BUSCA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "MES          CALCULADO        CERTIFICADO"
                                       LINE 08 POSITION 10 REVERSE.
           PERFORM I-CERTIFICADO-MES   THRU F-CERTIFICADO-MES
                   VARYING W-MES FROM 1 BY 1
                   UNTIL W-MES  >  12  OR  F2.
       F-CERTIFICADO.
      *
       I-CERTIFICADO-MES.
           COMPUTE I-LINEA  =  W-MES  +  8.
           MOVE CON-COD-EMPRESA        TO  GMF-EMPRESA.
           MOVE CON-ANO                TO  GMF-ANO.
           MOVE W-MES                  TO  GMF-MES.
           MOVE W-BANCO                TO  GMF-BANCO.
           MOVE W-CTA-CTE              TO  GMF-CTA-CTE.
           MOVE ZEROS                  TO  SW-1.
           READ GMFBANCO INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               INITIALIZE GMF-DATOS
               MOVE W-TAB-CTA-CONTABLE (W-IND)
                                       TO  GMF-CTA-CONTABLE.
           DISPLAY WK-ABREVIA (W-MES)  LINE I-LINEA POSITION 10.
           MOVE GMF-VALOR              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE I-LINEA POSITION 14.
           MOVE GMF-CERTIFICADO        TO  W-CERTIFICADO.
           ACCEPT W-CERTIFICADO        LINE I-LINEA POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CERTIFICADO-MES.
           MOVE W-CERTIFICADO          TO  GMF-CERTIFICADO.
           IF  SW-1  =  1
               WRITE REG-GMFBANCO
           ELSE
               REWRITE REG-GMFBANCO.
       F-CERTIFICADO-MES.
      *
      ******************************************************************
      *  OPCION L: CONCILIACION DEL ANO CONTRA EL CERTIFICADO          *
      ******************************************************************
       I-LISTADO.
           PERFORM I-LIMPIA-ACUMULADOS THRU F-LIMPIA-ACUMULADOS
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-NRO-CUENTAS.
           MOVE ZEROS                  TO  WK-PAGINA  W-TOT-GMF
                                           W-TOT-CERT
                                           W-NRO-DIFERENCIAS.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  FIN-OK  GMF-MES  GMF-BANCO
                                           GMF-CTA-CTE.
           MOVE CON-COD-EMPRESA        TO  GMF-EMPRESA.
           MOVE CON-ANO                TO  GMF-ANO.
           START GMFBANCO KEY NOT LESS GMF-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LISTADO-LEE.
           IF  FIN-OK  =  1            GO TO I-LISTADO-FIN.
           READ GMFBANCO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LISTADO-LEE.
           IF  GMF-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  GMF-ANO  NOT =  CON-ANO
               MOVE 1                  TO  FIN-OK
               GO TO I-LISTADO-LEE.
           IF  GMF-MES  =  ZEROS       GO TO I-LISTADO-LEE.
           PERFORM I-LINEA-LISTADO     THRU F-LINEA-LISTADO.
           GO TO I-LISTADO-LEE.
       I-LISTADO-FIN.
           IF  W-NRO-DIFERENCIAS  =  ZEROS
               MOVE SPACES             TO  LINEA-DE-DETALLE
               MOVE "SIN DIFERENCIAS"  TO  I-OBSERVA
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           WRITE REG-INFORMES FROM TITULO-B AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 3                       TO  CON-LIN.
           PERFORM I-RESUMEN-CUENTA    THRU F-RESUMEN-CUENTA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-NRO-CUENTAS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "TOTAL ANO"            TO  I-MES.
           MOVE W-TOT-GMF              TO  I-CALCULADO.
           MOVE W-TOT-CERT             TO  I-CERTIF.
           COMPUTE W-DIFERENCIA  =  W-TOT-GMF  -  W-TOT-CERT.
           MOVE W-DIFERENCIA           TO  I-DIFERENCIA.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           CLOSE INFORMES.
           DISPLAY "CONCILIACION GENERADA"
                   LINE 24 POSITION 01 REVERSE.
       F-LISTADO.
      *
      *  SOLO LOS MESES QUE NO CUADRAN VAN AL DETALLE; TODOS SUMAN A
      *  LA CUENTA PARA EL RESUMEN
       I-LINEA-LISTADO.
           ADD GMF-VALOR               TO  W-TOT-GMF.
           ADD GMF-CERTIFICADO         TO  W-TOT-CERT.
           MOVE 1                      TO  W-IND.
       I-LINEA-LISTADO-BUSCA.
           IF  W-IND  >  W-NRO-CUENTAS
               GO TO I-LINEA-LISTADO-DIF.
           IF  W-TAB-BANCO (W-IND)  NOT =  GMF-BANCO
           OR  W-TAB-CTA-CTE (W-IND)  NOT =  GMF-CTA-CTE
               ADD 1                   TO  W-IND
               GO TO I-LINEA-LISTADO-BUSCA.
           ADD GMF-BASE                TO  W-TAB-BASE (W-IND).
           ADD GMF-EXENTO              TO  W-TAB-EXENTO (W-IND).
           ADD GMF-VALOR               TO  W-TAB-GMF (W-IND).
           ADD GMF-CERTIFICADO         TO  W-TAB-CERT (W-IND).
       I-LINEA-LISTADO-DIF.
           COMPUTE W-DIFERENCIA  =  GMF-VALOR  -  GMF-CERTIFICADO.
           IF  W-DIFERENCIA  =  ZEROS  GO TO F-LINEA-LISTADO.
           ADD 1                       TO  W-NRO-DIFERENCIAS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE GMF-BANCO              TO  I-BANCO.
           MOVE GMF-CTA-CTE            TO  I-CTA-CTE.
           MOVE WK-NOMBRE-MES (GMF-MES)
                                       TO  I-MES.
           MOVE GMF-BASE               TO  I-BASE.
           MOVE GMF-EXENTO             TO  I-EXENTO.
           MOVE GMF-VALOR              TO  I-CALCULADO.
           MOVE GMF-CERTIFICADO        TO  I-CERTIF.
           MOVE W-DIFERENCIA           TO  I-DIFERENCIA.
           IF  GMF-CERTIFICADO  =  ZEROS
               MOVE "SIN CERTIFICADO"  TO  I-OBSERVA.
           IF  GMF-NUMERO  =  ZEROS
               MOVE "SIN COMPROBANTE"  TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-LISTADO.
      *
       I-RESUMEN-CUENTA.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-TAB-BANCO (W-IND)    TO  I-BANCO.
           MOVE W-TAB-CTA-CTE (W-IND)  TO  I-CTA-CTE.
           MOVE "ANO"                  TO  I-MES.
           MOVE W-TAB-BASE (W-IND)     TO  I-BASE.
           MOVE W-TAB-EXENTO (W-IND)   TO  I-EXENTO.
           MOVE W-TAB-GMF (W-IND)      TO  I-CALCULADO.
           MOVE W-TAB-CERT (W-IND)     TO  I-CERTIF.
           COMPUTE W-DIFERENCIA  =  W-TAB-GMF (W-IND)
                   -  W-TAB-CERT (W-IND).
           MOVE W-DIFERENCIA           TO  I-DIFERENCIA.
           IF  W-TAB-EXENTA (W-IND)  =  "S"
               MOVE "CUENTA EXENTA"    TO  I-OBSERVA.
           IF  W-DIFERENCIA  NOT =  ZEROS
               MOVE "NO CUADRA"        TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-RESUMEN-CUENTA.
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
           CLOSE NOMIBANK CNCATCTA GMFBANCO CNDOCTOS.
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
