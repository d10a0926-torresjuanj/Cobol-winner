       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG563.
      ******************************************************************
      * DECLARACION MENSUAL DE RETENCION (FORMULARIO 350) OCT-15-2026  *
      *                                                                *
      * HOJA DE TRABAJO PARA TRANSCRIBIR EL FORMULARIO 350 DEL MES:    *
      *   M = MAPEO DE CADA AUXILIAR DE RETENCION (2365/2367/2368) A   *
      *       SUS CASILLAS DE BASE Y DE RETENCION, TARIFA ESPERADA Y   *
      *       ORIGEN (C COMPRAS, N NOMINA, A AUTORRETENCION) RET350MP  *
      *   P = PLANILLA DEL MES:                                        *
      *       1. RECORRE LOS COMPROBANTES (CNDOCTOS) DEL RANGO Y LISTA *
      *          POR COMPROBANTE LAS CUENTAS SIN MAPEO, LOS PENDIENTES *
      *          DE ACTUALIZAR, LAS RETENCIONES SIN BASE (VRBASE) Y    *
      *          LAS QUE NO CUADRAN BASE X TARIFA                      *
      *       2. CONCILIA POR CUENTA EL MOVIMIENTO DEL MES EN CNDTACUM *
      *          CONTRA LA SUMA DE LOS COMPROBANTES                    *
      *       3. CRUZA LA RETENCION DE NOMINA (NOMIACUM, CONCEPTOS CON *
      *          FLAG DE RETEFUENTE) CONTRA LAS CUENTAS DE ORIGEN N    *
      *       4. IMPRIME LAS CASILLAS DEL FORMULARIO CON SU VALOR      *
      * LA CONTABILIDAD (CNDTACUM) ES LA CIFRA QUE SE DECLARA; LO      *
      * DEMAS SON CRUCES DE CONTROL.                                   *
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
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\RET350MP.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\RET350MP.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG563".
       77      ID-PRG              PIC X(7)  VALUE "PROG563".
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      W-PER-INI           PIC 9(03) VALUE ZEROS.
       77      W-PER-FIN           PIC 9(03) VALUE ZEROS.
       77      W-CTA-DESDE         PIC 9(10) VALUE ZEROS.
       77      W-CTA-HASTA         PIC 9(10) VALUE ZEROS.
       77      W-TOLERANCIA        PIC 9(07) VALUE ZEROS.
       77      W-CUENTA-MAP        PIC 9(10) VALUE ZEROS.
       77      W-NUEVO             PIC 9(01) VALUE ZEROS.
       77      W-IND-TM            PIC 9(03) VALUE ZEROS.
       77      W-TOTAL-TM          PIC 9(03) VALUE ZEROS.
       77      W-CAS               PIC 9(03) VALUE ZEROS.
       77      W-CAS-BASE-NOM      PIC 9(03) VALUE ZEROS.
       77      W-RETENIDO          PIC S9(13)V99 VALUE ZEROS.
       77      W-BASE-LIN          PIC S9(13)V99 VALUE ZEROS.
       77      W-ESPERADO          PIC S9(13)V99 VALUE ZEROS.
       77      W-DIF               PIC S9(13)V99 VALUE ZEROS.
       77      W-CONTABLE          PIC S9(13)V99 VALUE ZEROS.
       77      W-CTB-NOMINA        PIC S9(13)V99 VALUE ZEROS.
       77      W-CTB-AUTORRET      PIC S9(13)V99 VALUE ZEROS.
       77      W-CTB-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       77      W-NOM-RETENCION     PIC S9(13)V99 VALUE ZEROS.
       77      W-NOM-BASE          PIC S9(13)V99 VALUE ZEROS.
       77      W-NOVEDADES         PIC 9(05) VALUE ZEROS.
       77      FIN-DOC             PIC 9(01) VALUE ZEROS.
       77      FIN-ACU             PIC 9(01) VALUE ZEROS.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\RET350MP.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
      *  MAPEO CARGADO EN MEMORIA CON LO ACUMULADO DE LOS COMPROBANTES
       01      TABLA-MAPEO.
        03     TM-ENTRADA          OCCURS 100 TIMES.
         05    TM-CUENTA           PIC 9(10).
         05    TM-CONCEPTO         PIC X(30).
         05    TM-CAS-BASE         PIC 9(03).
         05    TM-CAS-RETE         PIC 9(03).
         05    TM-TARIFA           PIC 9(02)V99.
         05    TM-ORIGEN           PIC X(01).
         05    TM-DOC-RETE         PIC S9(13)V99.
         05    TM-DOC-BASE         PIC S9(13)V99.
         05    TM-PENDIENTE        PIC S9(13)V99.
      *  CASILLAS DEL FORMULARIO (EL SUBINDICE ES EL RENGLON)
       01      TABLA-CASILLAS.
        03     TC-CASILLA          OCCURS 999 TIMES.
         05    TC-VALOR            PIC S9(13)V99.
         05    TC-NOMBRE           PIC X(30).
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(08)    VALUE SPACES.
         05    FILLER      PIC X(44)    VALUE
              "RETENCION EN LA FUENTE - FORMULARIO 350 MES ".
         05    I-MES       PIC 9(02)    VALUE ZEROS.
         05    FILLER      PIC X(05)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     LINEA-DE-SECCION.
         05    FILLER      PIC X(02).
         05    I-SECCION   PIC X(70).
        03     TITULO-DOCTO.
         05    FILLER      PIC X(52)    VALUE
              "COMPROBANTE  CUENTA      NIT             ".
         05    FILLER      PIC X(57)    VALUE
              "           BASE          RETENIDO          ESPERADO ".
         05    FILLER      PIC X(07)    VALUE "NOVEDAD".
        03     LINEA-DE-DOCTO.
         05    I-TIPO      PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-DOCTO     PIC 9(06).
         05    FILLER      PIC X(03).
         05    I-CTA-DOC   PIC 9(10).
         05    FILLER      PIC X(01).
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-BASE      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-RETENIDO  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-ESPERADO  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-NOVEDAD   PIC X(30).
        03     TITULO-CUENTA.
         05    FILLER      PIC X(52)    VALUE
              "CUENTA     CONCEPTO                        O  ".
         05    FILLER      PIC X(57)    VALUE
              "       CONTABLE     COMPROBANTES      PENDIENTES ".
         05    FILLER      PIC X(10)    VALUE "DIFERENCIA".
        03     LINEA-DE-CUENTA.
         05    I-CUENTA    PIC 9(10).
         05    FILLER      PIC X(01).
         05    I-CONCEPTO  PIC X(30).
         05    FILLER      PIC X(01).
         05    I-ORIGEN    PIC X(01).
         05    FILLER      PIC X(01).
         05    I-CONTABLE  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-COMPROB   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-PENDIENTE PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-DIFERENCIA PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(02).
         05    I-TEXTO     PIC X(44).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-DE-CASILLA.
         05    FILLER      PIC X(02).
         05    FILLER      PIC X(08)    VALUE "CASILLA ".
         05    I-CASILLA   PIC ZZ9.
         05    FILLER      PIC X(02).
         05    I-NOM-CAS   PIC X(31).
         05    I-VALOR-CAS PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\RET350MP.DCL".
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
           MOVE "* RETENCION EN LA FUENTE - FORMULARIO 350 *"
                                       TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNCATCTA-CIA
                                           LAB-CONCPTOS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-RET350MP-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 563                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT RET350MP.
           IF  RET350MP-STATUS  =  "35"
               OPEN OUTPUT RET350MP.
           CLOSE RET350MP.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O RET350MP.
           OPEN INPUT CNCATCTA CNDTACUM CNDOCTOS CONCPTOS NOMIACUM.
      *  EL ANO PUDO HABER SIDO ARCHIVADO POR PROG382: SE REINTENTA
      *  SOBRE EL HISTORICO (PREFIJO "ACH") DE FORMA TRANSPARENTE
           IF  NOMIACUM-STATUS  =  "35"
               MOVE "ACH"              TO  LAB-NOMIACUM-TIPO
               OPEN INPUT NOMIACUM.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  M  MAPEO DE CUENTAS A CASILLAS DEL 350  !"
                                       LINE 06 POSITION 18
           DISPLAY "!  P  PLANILLA DEL MES CON CRUCES          !"
                                       LINE 07 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 08 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 09 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 11 POSITION 18.
           ACCEPT W-OPCION                 LINE 11 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "M"
               PERFORM I-MAPEO         THRU F-MAPEO.
           IF  W-OPCION  =  "P"
               PERFORM I-PLANILLA      THRU F-PLANILLA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  MAPEO DE UNA CUENTA DE RETENCION A LAS CASILLAS DEL 350; LA   *
      *  CUENTA DEBE EXISTIR EN EL CATALOGO (CNCATCTA)                 *
      ******************************************************************
       I-MAPEO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CUENTA...........:"  LINE 06 POSITION 10.
           DISPLAY "CONCEPTO.........:"  LINE 08 POSITION 10.
           DISPLAY "CASILLA BASE.....:"  LINE 09 POSITION 10.
           DISPLAY "CASILLA RETENCION:"  LINE 10 POSITION 10.
           DISPLAY "TARIFA ESPERADA %:"  LINE 11 POSITION 10.
           DISPLAY "ORIGEN C/N/A.....:"  LINE 12 POSITION 10.
           DISPLAY "C=COMPRAS Y SERVICIOS  N=NOMINA  A=AUTORRETENCION"
                                         LINE 13 POSITION 29.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CUENTA-MAP.
           ACCEPT W-CUENTA-MAP         LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CUENTA-MAP  =  ZEROS
               GO TO F-MAPEO.
           MOVE W-CUENTA-MAP           TO  CTAMAE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                DISPLAY "CUENTA NO EXISTE EN EL CATALOGO"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-MAPEO.
           DISPLAY NOMCTA              LINE 06 POSITION 41 REVERSE.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE W-CUENTA-MAP           TO  R35-CUENTA.
           READ RET350MP INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               INITIALIZE REG-RET350MP
               MOVE W-CUENTA-MAP       TO  R35-CUENTA
               MOVE NOMCTA             TO  R35-CONCEPTO
               MOVE "C"                TO  R35-ORIGEN
               DISPLAY "CUENTA NUEVA"  LINE 07 POSITION 29 REVERSE.
           ACCEPT R35-CONCEPTO         LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT R35-CASILLA-BASE     LINE 09 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT R35-CASILLA-RETE     LINE 10 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT R35-TARIFA           LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT R35-ORIGEN           LINE 12 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  R35-ORIGEN  NOT =  "C"  AND  R35-ORIGEN  NOT =  "N"
           AND R35-ORIGEN  NOT =  "A"
               DISPLAY "ORIGEN C, N O A"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-MAPEO.
           IF  R35-CASILLA-RETE  =  ZEROS
           OR  R35-CASILLA-RETE  =  R35-CASILLA-BASE
               DISPLAY "CASILLA DE RETENCION ERRADA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-MAPEO.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  W-NUEVO  NOT =  1
               DELETE RET350MP
               DISPLAY "CUENTA RETIRADA DEL MAPEO"
                       LINE 24 POSITION 10 REVERSE
               GO TO F-MAPEO.
           IF  W-TRUCO  NOT =  "G"     GO TO F-MAPEO.
           MOVE CON-USERNAME           TO  R35-USUARIO.
           IF  W-NUEVO  =  1
               WRITE REG-RET350MP
           ELSE
               REWRITE REG-RET350MP.
           DISPLAY "MAPEO GRABADO"     LINE 24 POSITION 10 REVERSE.
       F-MAPEO.
      *
      ******************************************************************
      *  PLANILLA DEL MES: PARAMETROS, CARGA DEL MAPEO Y CRUCES        *
      ******************************************************************
       I-PLANILLA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 07 POSITION 18
           DISPLAY "! MES A DECLARAR (1-12)  :                   !"
                                       LINE 08 POSITION 18
           DISPLAY "! PERIODO NOMINA DESDE   :                   !"
                                       LINE 09 POSITION 18
           DISPLAY "! PERIODO NOMINA HASTA   :                   !"
                                       LINE 10 POSITION 18
           DISPLAY "! CUENTAS DESDE          :                   !"
                                       LINE 11 POSITION 18
           DISPLAY "! CUENTAS HASTA          :                   !"
                                       LINE 12 POSITION 18
           DISPLAY "! TOLERANCIA BASE X TARIFA:                  !"
                                       LINE 13 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 14 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           IF  CON-PERIODO  >  ZEROS  AND  CON-PERIODO  <  13
               MOVE CON-PERIODO        TO  W-MES.
           ACCEPT W-MES                LINE 08 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-PLANILLA.
           IF  W-MES  <  1  OR  W-MES  >  12
               GO TO I-PLANILLA.
      *  LOS PERIODOS DE NOMINA DEL MES SEGUN LA PERIODICIDAD
           MOVE W-MES                  TO  W-PER-INI  W-PER-FIN.
           IF  WIN-INDICATIVO-PERIODO  =  "Q"
               COMPUTE W-PER-INI  =  (W-MES  *  2)  -  1
               COMPUTE W-PER-FIN  =  W-MES  *  2.
           IF  WIN-INDICATIVO-PERIODO  =  "D"
               COMPUTE W-PER-INI  =  (W-MES  *  3)  -  2
               COMPUTE W-PER-FIN  =  W-MES  *  3.
           ACCEPT W-PER-INI            LINE 09 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-PER-FIN            LINE 10 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-CTA-DESDE  =  ZEROS
               MOVE 2365000000         TO  W-CTA-DESDE
               MOVE 2368999999         TO  W-CTA-HASTA
               MOVE 1000               TO  W-TOLERANCIA.
           ACCEPT W-CTA-DESDE          LINE 11 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-CTA-HASTA          LINE 12 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-TOLERANCIA         LINE 13 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-PLANILLA.
           IF  W-CTA-HASTA  <  W-CTA-DESDE
           OR  W-PER-FIN  <  W-PER-INI
               DISPLAY "RANGOS ERRADOS"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-PLANILLA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM I-CARGA-MAPEO       THRU F-CARGA-MAPEO.
           IF  W-TOTAL-TM  =  ZEROS
               DISPLAY "NO HAY CUENTAS MAPEADAS AL 350 (OPCION M)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-PLANILLA.
           DISPLAY "PROCESANDO..."     LINE 24 POSITION 01 REVERSE.
           MOVE W-MES                  TO  I-MES.
           MOVE ZEROS                  TO  WK-PAGINA  W-NOVEDADES
                                           W-CTB-NOMINA  W-CTB-AUTORRET
                                           W-CTB-TOTAL  W-CAS-BASE-NOM
                                           W-NOM-RETENCION  W-NOM-BASE.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           PERFORM I-COMPROBANTES      THRU F-COMPROBANTES.
           PERFORM I-CONCILIA-CUENTAS  THRU F-CONCILIA-CUENTAS.
           PERFORM I-NOMINA            THRU F-NOMINA.
           PERFORM I-FORMULARIO        THRU F-FORMULARIO.
           CLOSE INFORMES.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "PLANILLA DEL 350 GENERADA"
                   LINE 24 POSITION 01 REVERSE.
       F-PLANILLA.
      *
       I-CARGA-MAPEO.
           INITIALIZE TABLA-MAPEO  TABLA-CASILLAS.
           MOVE ZEROS                  TO  W-TOTAL-TM  FIN-OK
                                           R35-CUENTA.
           START RET350MP KEY NOT LESS R35-CUENTA INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-CARGA-CICLO.
           IF  FIN-OK  =  1            GO TO F-CARGA-MAPEO.
           READ RET350MP NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-CARGA-CICLO.
           IF  W-TOTAL-TM  NOT <  100
               DISPLAY "MAS DE 100 CUENTAS MAPEADAS; SOBRAN"
                       LINE 23 POSITION 01 REVERSE
               MOVE 1                  TO  FIN-OK
               GO TO I-CARGA-CICLO.
           ADD 1                       TO  W-TOTAL-TM.
           MOVE R35-CUENTA             TO  TM-CUENTA (W-TOTAL-TM).
           MOVE R35-CONCEPTO           TO  TM-CONCEPTO (W-TOTAL-TM).
           MOVE R35-CASILLA-BASE       TO  TM-CAS-BASE (W-TOTAL-TM).
           MOVE R35-CASILLA-RETE       TO  TM-CAS-RETE (W-TOTAL-TM).
           MOVE R35-TARIFA             TO  TM-TARIFA (W-TOTAL-TM).
           MOVE R35-ORIGEN             TO  TM-ORIGEN (W-TOTAL-TM).
      *  EL NOMBRE DE LA CASILLA ES EL DEL PRIMER CONCEPTO QUE LA USA
           IF  R35-CASILLA-RETE  >  ZEROS
           AND TC-NOMBRE (R35-CASILLA-RETE)  =  SPACES
               MOVE R35-CONCEPTO  TO  TC-NOMBRE (R35-CASILLA-RETE).
           IF  R35-CASILLA-BASE  >  ZEROS
           AND TC-NOMBRE (R35-CASILLA-BASE)  =  SPACES
               STRING "BASE " R35-CONCEPTO  DELIMITED BY SIZE
                      INTO TC-NOMBRE (R35-CASILLA-BASE).
           GO TO I-CARGA-CICLO.
       F-CARGA-MAPEO.
      *
       I-BUSCA-CUENTA.
           MOVE ZEROS                  TO  W-IND-TM.
       I-BUSCA-CICLO.
           ADD 1                       TO  W-IND-TM.
           IF  W-IND-TM  >  W-TOTAL-TM
               MOVE ZEROS              TO  W-IND-TM
               GO TO F-BUSCA-CUENTA.
           IF  TM-CUENTA (W-IND-TM)  NOT =  CUENTA-DOCTOS
               GO TO I-BUSCA-CICLO.
       F-BUSCA-CUENTA.
      *
      ******************************************************************
      *  1. COMPROBANTES DEL MES EN EL RANGO: ACUMULA POR CUENTA Y     *
      *     LISTA LAS NOVEDADES RENGLON A RENGLON                      *
      ******************************************************************
       I-COMPROBANTES.
           MOVE SPACES                 TO  LINEA-DE-SECCION.
           MOVE "1. NOVEDADES POR COMPROBANTE"  TO  I-SECCION.
           WRITE REG-INFORMES FROM LINEA-DE-SECCION AFTER 2.
           WRITE REG-INFORMES FROM TITULO-DOCTO AFTER 1.
           ADD 3                       TO  CON-LIN.
           MOVE ZEROS                  TO  FIN-DOC
                                           ALTNIT-DOCTOS  ALTFRA-DOCTOS.
           MOVE W-CTA-DESDE            TO  CUENTA-DOCTOS.
           START CNDOCTOS KEY NOT LESS ALT01-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-DOC.
       I-COMPROBANTES-CICLO.
           IF  FIN-DOC  =  1           GO TO I-COMPROBANTES-TOTAL.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DOC
                GO TO I-COMPROBANTES-CICLO.
           IF  CUENTA-DOCTOS  >  W-CTA-HASTA
               MOVE 1                  TO  FIN-DOC
               GO TO I-COMPROBANTES-CICLO.
           IF  ALTMES-DOCTOS  NOT =  W-MES
               GO TO I-COMPROBANTES-CICLO.
      *  LA RETENCION ES CREDITO: SE PRESENTA EN POSITIVO
           COMPUTE W-RETENIDO  =  ZERO  -  VALOR-DOCTOS.
           MOVE VRBASE-DOCTOS          TO  W-BASE-LIN.
           IF  VALOR-DOCTOS  >  ZEROS
               COMPUTE W-BASE-LIN  =  ZERO  -  VRBASE-DOCTOS.
           MOVE ZEROS                  TO  W-ESPERADO.
           PERFORM I-BUSCA-CUENTA      THRU F-BUSCA-CUENTA.
           IF  W-IND-TM  =  ZEROS
               MOVE "CUENTA SIN CASILLA DEL 350"  TO  I-NOVEDAD
               PERFORM I-LINEA-DOCTO   THRU F-LINEA-DOCTO
               GO TO I-COMPROBANTES-CICLO.
           ADD W-RETENIDO              TO  TM-DOC-RETE (W-IND-TM).
           ADD W-BASE-LIN              TO  TM-DOC-BASE (W-IND-TM).
           IF  CONDICION-DOCTOS  =  ZEROS
               ADD W-RETENIDO          TO  TM-PENDIENTE (W-IND-TM)
               MOVE "PENDIENTE DE ACTUALIZAR"  TO  I-NOVEDAD
               PERFORM I-LINEA-DOCTO   THRU F-LINEA-DOCTO.
           IF  W-BASE-LIN  =  ZEROS  AND  W-RETENIDO  NOT =  ZEROS
               MOVE "RETENCION SIN BASE (VRBASE)"  TO  I-NOVEDAD
               PERFORM I-LINEA-DOCTO   THRU F-LINEA-DOCTO
               GO TO I-COMPROBANTES-CICLO.
           IF  TM-TARIFA (W-IND-TM)  =  ZEROS
               GO TO I-COMPROBANTES-CICLO.
           COMPUTE W-ESPERADO ROUNDED  =  W-BASE-LIN
                   *  TM-TARIFA (W-IND-TM)  /  100.
           COMPUTE W-DIF  =  W-RETENIDO  -  W-ESPERADO.
           IF  W-DIF  <  ZEROS
               COMPUTE W-DIF  =  ZERO  -  W-DIF.
           IF  W-DIF  >  W-TOLERANCIA
               MOVE "BASE X TARIFA NO CUADRA"  TO  I-NOVEDAD
               PERFORM I-LINEA-DOCTO   THRU F-LINEA-DOCTO.
           GO TO I-COMPROBANTES-CICLO.
       I-COMPROBANTES-TOTAL.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "RENGLONES CON NOVEDAD"  TO  I-TEXTO.
           MOVE W-NOVEDADES            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           ADD 2                       TO  CON-LIN.
       F-COMPROBANTES.
      *
       I-LINEA-DOCTO.
           MOVE RADICTIP-DOCTOS        TO  I-TIPO.
           MOVE RADICDOC-DOCTOS        TO  I-DOCTO.
           MOVE CUENTA-DOCTOS          TO  I-CTA-DOC.
           MOVE ALTNIT-DOCTOS          TO  I-NIT.
           MOVE W-BASE-LIN             TO  I-BASE.
           MOVE W-RETENIDO             TO  I-RETENIDO.
           MOVE W-ESPERADO             TO  I-ESPERADO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME
               WRITE REG-INFORMES FROM TITULO-DOCTO AFTER 1
               ADD 1                   TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-DE-DOCTO AFTER 1.
           ADD 1                       TO  CON-LIN  W-NOVEDADES.
       F-LINEA-DOCTO.
      *
      ******************************************************************
      *  2. POR CUENTA MAPEADA: MOVIMIENTO DEL MES EN CNDTACUM CONTRA  *
      *     LOS COMPROBANTES ACTUALIZADOS; ALIMENTA LAS CASILLAS       *
      ******************************************************************
       I-CONCILIA-CUENTAS.
           MOVE SPACES                 TO  LINEA-DE-SECCION.
           MOVE "2. CONCILIACION CONTABILIDAD CONTRA COMPROBANTES"
                                       TO  I-SECCION.
           IF  CON-LIN  >  50
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-SECCION AFTER 2.
           WRITE REG-INFORMES FROM TITULO-CUENTA AFTER 1.
           ADD 3                       TO  CON-LIN.
           MOVE ZEROS                  TO  W-IND-TM.
           PERFORM I-CUENTA-350        THRU F-CUENTA-350
                   W-TOTAL-TM TIMES.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL RETENCIONES SEGUN CONTABILIDAD"  TO  I-TEXTO.
           MOVE W-CTB-TOTAL            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "  DE LAS CUALES AUTORRETENCION ESPECIAL"  TO  I-TEXTO.
           MOVE W-CTB-AUTORRET         TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           ADD 3                       TO  CON-LIN.
       F-CONCILIA-CUENTAS.
      *
       I-CUENTA-350.
           ADD 1                       TO  W-IND-TM.
           MOVE TM-CUENTA (W-IND-TM)   TO  CNDTACUM-CUA.
           MOVE ZEROS                  TO  CNDTACUM-NIT  CNDTACUM-FRA
                                           W-CONTABLE  SW-1.
           READ CNDTACUM WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS
               COMPUTE W-CONTABLE  =  ZERO
                       -  CNDTACUM-MOVDEB (W-MES)
                       -  CNDTACUM-MOVCRE (W-MES).
      *  LOS PENDIENTES AUN NO ESTAN EN SALDOS: NO HACEN DIFERENCIA
           COMPUTE W-DIF  =  W-CONTABLE  -  TM-DOC-RETE (W-IND-TM)
                          +  TM-PENDIENTE (W-IND-TM).
           ADD W-CONTABLE              TO  W-CTB-TOTAL.
           IF  TM-ORIGEN (W-IND-TM)  =  "N"
               ADD W-CONTABLE          TO  W-CTB-NOMINA
               IF  W-CAS-BASE-NOM  =  ZEROS
                   MOVE TM-CAS-BASE (W-IND-TM)  TO  W-CAS-BASE-NOM.
           IF  TM-ORIGEN (W-IND-TM)  =  "A"
               ADD W-CONTABLE          TO  W-CTB-AUTORRET.
           MOVE TM-CAS-RETE (W-IND-TM) TO  W-CAS.
           ADD W-CONTABLE              TO  TC-VALOR (W-CAS).
           MOVE TM-CAS-BASE (W-IND-TM) TO  W-CAS.
           IF  W-CAS  >  ZEROS  AND  TM-ORIGEN (W-IND-TM)  NOT =  "N"
               ADD TM-DOC-BASE (W-IND-TM)  TO  TC-VALOR (W-CAS).
           IF  W-CONTABLE  =  ZEROS
           AND TM-DOC-RETE (W-IND-TM)  =  ZEROS
               GO TO F-CUENTA-350.
           MOVE SPACES                 TO  LINEA-DE-CUENTA.
           MOVE TM-CUENTA (W-IND-TM)   TO  I-CUENTA.
           MOVE TM-CONCEPTO (W-IND-TM) TO  I-CONCEPTO.
           MOVE TM-ORIGEN (W-IND-TM)   TO  I-ORIGEN.
           MOVE W-CONTABLE             TO  I-CONTABLE.
           MOVE TM-DOC-RETE (W-IND-TM) TO  I-COMPROB.
           MOVE TM-PENDIENTE (W-IND-TM)  TO  I-PENDIENTE.
           MOVE W-DIF                  TO  I-DIFERENCIA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME
               WRITE REG-INFORMES FROM TITULO-CUENTA AFTER 1
               ADD 1                   TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-DE-CUENTA AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-CUENTA-350.
      *
      ******************************************************************
      *  3. RETENCION PRACTICADA EN NOMINA (NOMIACUM) CONTRA LAS       *
      *     CUENTAS DE ORIGEN N; LA BASE DE NOMINA VA A SU CASILLA     *
      ******************************************************************
       I-NOMINA.
           MOVE ZEROS                  TO  ACU-CLAVE  FIN-ACU.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           START NOMIACUM KEY NOT LESS ACU-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ACU.
       I-NOMINA-CICLO.
           IF  FIN-ACU  =  1           GO TO I-NOMINA-TOTAL.
           READ NOMIACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ACU
                GO TO I-NOMINA-CICLO.
           IF  ACU-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ACU
               GO TO I-NOMINA-CICLO.
           IF  ACU-ANO  NOT =  CON-ANO
           OR  ACU-PERIODO  <  W-PER-INI
           OR  ACU-PERIODO  >  W-PER-FIN
           OR  ACU-CONCEPTO  =  ZEROS
               GO TO I-NOMINA-CICLO.
           MOVE ACU-CONCEPTO           TO  CONCPTOS-CODIGO-CONCEPTO.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                GO TO I-NOMINA-CICLO.
           IF  CONCPTOS-FLAG-RETEFTE  NOT =  "S"
               GO TO I-NOMINA-CICLO.
      *  DEDUCCION CON FLAG = RETENCION; DEVENGADO CON FLAG = BASE
           IF  CONCPTOS-TIPO  =  "E"
               ADD ACU-VALOR           TO  W-NOM-RETENCION.
           IF  CONCPTOS-TIPO  =  "D"
               ADD ACU-VALOR           TO  W-NOM-BASE.
           GO TO I-NOMINA-CICLO.
       I-NOMINA-TOTAL.
           IF  W-CAS-BASE-NOM  >  ZEROS
               ADD W-NOM-BASE          TO  TC-VALOR (W-CAS-BASE-NOM).
           IF  CON-LIN  >  50
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  LINEA-DE-SECCION.
           MOVE "3. CRUCE CONTRA NOMINA (NOMIACUM)"  TO  I-SECCION.
           WRITE REG-INFORMES FROM LINEA-DE-SECCION AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "BASE GRAVABLE DE NOMINA"  TO  I-TEXTO.
           MOVE W-NOM-BASE             TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "RETENCION LIQUIDADA EN NOMINA"  TO  I-TEXTO.
           MOVE W-NOM-RETENCION        TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "RETENCION CONTABILIZADA (ORIGEN N)"  TO  I-TEXTO.
           MOVE W-CTB-NOMINA           TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           COMPUTE W-DIF  =  W-CTB-NOMINA  -  W-NOM-RETENCION.
           MOVE "DIFERENCIA CONTABILIDAD - NOMINA"  TO  I-TEXTO.
           MOVE W-DIF                  TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           ADD 6                       TO  CON-LIN.
       F-NOMINA.
      *
      ******************************************************************
      *  4. CASILLAS DEL FORMULARIO 350 CON VALOR                      *
      ******************************************************************
       I-FORMULARIO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  LINEA-DE-SECCION.
           MOVE "4. VALORES A TRANSCRIBIR EN EL FORMULARIO 350"
                                       TO  I-SECCION.
           WRITE REG-INFORMES FROM LINEA-DE-SECCION AFTER 1.
           ADD 1                       TO  CON-LIN.
           MOVE ZEROS                  TO  W-CAS.
           PERFORM I-IMPRIME-CASILLA   THRU F-IMPRIME-CASILLA
                   999 TIMES.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL RETENCIONES A PAGAR"  TO  I-TEXTO.
           MOVE W-CTB-TOTAL            TO  I-VALOR.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
       F-FORMULARIO.
      *
       I-IMPRIME-CASILLA.
           ADD 1                       TO  W-CAS.
           IF  TC-VALOR (W-CAS)  =  ZEROS
               GO TO F-IMPRIME-CASILLA.
           MOVE W-CAS                  TO  I-CASILLA.
           MOVE TC-NOMBRE (W-CAS)      TO  I-NOM-CAS.
           MOVE TC-VALOR (W-CAS)       TO  I-VALOR-CAS.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-CASILLA AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-IMPRIME-CASILLA.
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
           CLOSE RET350MP CNCATCTA CNDTACUM CNDOCTOS CONCPTOS NOMIACUM.
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
