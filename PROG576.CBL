       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG576.
      ******************************************************************
      * CONTRATISTAS INDEPENDIENTES Y SOPORTES PILA  OCT-15-2026       *
      *                                                                *
      * A LOS CONTRATISTAS DE PRESTACION DE SERVICIOS SE LES PAGA POR  *
      * PROG750/PROG751 Y LA LEY OBLIGA A VERIFICAR QUE COTIZARON      *
      * SALUD, PENSION Y ARL SOBRE EL 40% DE SUS HONORARIOS DEL MES.   *
      *   C = CONTRATOS POR NIT (CONTRATI): OBJETO, HONORARIO MENSUAL, *
      *       INICIO, TERMINACION, CLASE DE RIESGO ARL (TARIESGO) Y    *
      *       TRATAMIENTO DE RETENCION (H = CATEGORIA DE HONORARIOS,   *
      *       D = TABLA DEPURADA DE RENTAS DE TRABAJO, NOMRETE1)       *
      *   P = SOPORTE PILA DEL PERIODO (PILAINDE): PLANILLA, FECHA DE  *
      *       PAGO, IBC Y APORTES.  AVISA SI EL IBC QUEDA CORTO.       *
      *   V = VERIFICACION DEL PERIODO: CONTRATISTAS CON CONTRATO      *
      *       VIGENTE EN EL MES, IBC REQUERIDO CONTRA IBC PAGADO.      *
      * IBC REQUERIDO = 40% DE LOS HONORARIOS DE LOS CONTRATOS         *
      * VIGENTES EN EL MES, NO MENOS DE UN SALARIO MINIMO NI MAS DE    *
      * 25 (SALMINIMO DE PARAMLEG AL PRIMER DIA DEL PERIODO).          *
      * PROG750 NO CAUSA LA FACTURA DEL CONTRATISTA SIN EL SOPORTE DEL *
      * PERIODO O CON EL IBC CORTO, SALVO LIBERACION DEL SUPERVISOR.   *
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
               COPY "..\DYC\TARIESGO.DYC".
               COPY "..\DYC\CONTRATI.DYC".
               COPY "..\DYC\PILAINDE.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\TARIESGO.FD".
               COPY "..\FD\CONTRATI.FD".
               COPY "..\FD\PILAINDE.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG576".
       77      ID-PRG              PIC X(7)  VALUE "PROG576".
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-NIT-ACT           PIC 9(12) VALUE ZEROS.
       77      W-CONSEC            PIC 9(03) VALUE ZEROS.
       77      W-ANO               PIC 9(04) VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      W-PER-COTIZA        PIC 9(06) VALUE ZEROS.
       77      W-PER-INICIO        PIC 9(06) VALUE ZEROS.
       77      W-PER-FIN           PIC 9(06) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-REF         PIC 9(08) VALUE ZEROS.
       77      W-HONORARIOS        PIC 9(11)V99 VALUE ZEROS.
       77      W-IBC-REQ           PIC 9(11)V99 VALUE ZEROS.
       77      W-SMMLV             PIC 9(11)V99 VALUE ZEROS.
       77      W-TOPE-IBC          PIC 9(11)V99 VALUE ZEROS.
       77      W-NUEVO             PIC 9(01) VALUE ZEROS.
       77      W-VERIFICADOS       PIC 9(05) VALUE ZEROS.
       77      W-SIN-SOPORTE       PIC 9(05) VALUE ZEROS.
       77      W-IBC-CORTO         PIC 9(05) VALUE ZEROS.
       77      FIN-CTI             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\TARIESGO.LBL".
               COPY "..\LBL\CONTRATI.LBL".
               COPY "..\LBL\PILAINDE.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(08)    VALUE SPACES.
         05    FILLER      PIC X(36)    VALUE
              "VERIFICACION PILA DE CONTRATISTAS  ".
         05    I-PERIODO   PIC 9999/99.
         05    FILLER      PIC X(06)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(120)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(16)    VALUE "NIT             ".
         05    FILLER      PIC X(31)    VALUE "NOMBRE".
         05    FILLER      PIC X(17)    VALUE "      HONORARIOS ".
         05    FILLER      PIC X(17)    VALUE "   IBC REQUERIDO ".
         05    FILLER      PIC X(17)    VALUE "     IBC PAGADO  ".
         05    FILLER      PIC X(16)    VALUE "PLANILLA        ".
         05    FILLER      PIC X(20)    VALUE "ESTADO".
        03     LINEA-DE-DETALLE.
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(01).
         05    I-HONORARIO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-IBC-REQ   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-IBC-PAGO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-PLANILLA  PIC X(15).
         05    FILLER      PIC X(01).
         05    I-ESTADO    PIC X(20).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC ZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\TARIESGO.DCL".
               COPY "..\DCL\CONTRATI.DCL".
               COPY "..\DCL\PILAINDE.DCL".
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
           MOVE "* CONTRATISTAS INDEPENDIENTES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-CONTRATI-CIA
                                           LAB-PILAINDE-CIA.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 576                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT CONTRATI.
           IF  CONTRATI-STATUS  =  "35"
               OPEN OUTPUT CONTRATI.
           CLOSE CONTRATI.
           OPEN INPUT PILAINDE.
           IF  PILAINDE-STATUS  =  "35"
               OPEN OUTPUT PILAINDE.
           CLOSE PILAINDE.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O CONTRATI PILAINDE.
           OPEN INPUT CNNITCED TARIESGO.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  C  CONTRATOS DE PRESTACION DE SERVICIOS !"
                                       LINE 06 POSITION 18
           DISPLAY "!  P  SOPORTE PILA DEL PERIODO             !"
                                       LINE 07 POSITION 18
           DISPLAY "!  V  VERIFICACION PILA DEL PERIODO        !"
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
           IF  W-OPCION  =  "C"
               PERFORM I-CONTRATO      THRU F-CONTRATO.
           IF  W-OPCION  =  "P"
               PERFORM I-SOPORTE       THRU F-SOPORTE.
           IF  W-OPCION  =  "V"
               PERFORM I-INFORME       THRU F-INFORME.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  CONTRATO DE PRESTACION DE SERVICIOS: EL NIT DEBE EXISTIR EN   *
      *  CNNITCED Y LA CLASE DE RIESGO EN TARIESGO.  CONSECUTIVO EN    *
      *  CEROS = CONTRATO NUEVO DEL NIT                                *
      ******************************************************************
       I-CONTRATO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "NIT..............:"  LINE 06 POSITION 10.
           DISPLAY "CONTRATO No......:"  LINE 07 POSITION 10.
           DISPLAY "OBJETO...........:"  LINE 08 POSITION 10.
           DISPLAY "HONORARIO MENSUAL:"  LINE 09 POSITION 10.
           DISPLAY "INICIO (AAAAMMDD):"  LINE 10 POSITION 10.
           DISPLAY "FIN    (AAAAMMDD):"  LINE 11 POSITION 10.
           DISPLAY "CLASE RIESGO ARL.:"  LINE 12 POSITION 10.
           DISPLAY "RETENCION H/D....:"  LINE 13 POSITION 10.
           DISPLAY "H=CATEGORIA HONORARIOS  D=TABLA DEPURADA"
                                         LINE 13 POSITION 32.
           DISPLAY "ESTADO A/T.......:"  LINE 14 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT
                                           W-CONSEC.
           ACCEPT W-NIT                LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NIT  =  ZEROS GO TO F-CONTRATO.
           MOVE W-NIT                  TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN CNNITCED (PROG060)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-CONTRATO.
           DISPLAY NOMBM               LINE 06 POSITION 44 REVERSE.
           ACCEPT W-CONSEC             LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-CONSEC  =  ZEROS
               PERFORM I-ULTIMO-CONTRATO THRU F-ULTIMO-CONTRATO
               ADD 1                   TO  W-CONSEC
               DISPLAY W-CONSEC        LINE 07 POSITION 29.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE CON-COD-EMPRESA        TO  CTI-EMPRESA.
           MOVE W-NIT                  TO  CTI-NIT.
           MOVE W-CONSEC               TO  CTI-CONSEC.
           READ CONTRATI INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               INITIALIZE REG-CONTRATI
               MOVE CON-COD-EMPRESA    TO  CTI-EMPRESA
               MOVE W-NIT              TO  CTI-NIT
               MOVE W-CONSEC           TO  CTI-CONSEC
               MOVE 1                  TO  CTI-RIESGO
               MOVE "H"                TO  CTI-RETENCION
               MOVE "A"                TO  CTI-ESTADO
               DISPLAY "CONTRATO NUEVO"  LINE 07 POSITION 44 REVERSE.
           ACCEPT CTI-OBJETO           LINE 08 POSITION 29 SIZE 50
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CTI-HONORARIO        LINE 09 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CTI-FECHA-INICIO     LINE 10 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CTI-FECHA-FIN        LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CTI-RIESGO           LINE 12 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CTI-RETENCION        LINE 13 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT CTI-ESTADO           LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CTI-HONORARIO  =  ZEROS  OR  CTI-FECHA-INICIO  =  ZEROS
               DISPLAY "HONORARIO E INICIO SON OBLIGATORIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CONTRATO.
           IF  CTI-FECHA-FIN  NOT =  ZEROS
           AND CTI-FECHA-FIN  <  CTI-FECHA-INICIO
               DISPLAY "LA TERMINACION ES ANTERIOR AL INICIO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CONTRATO.
           MOVE CTI-RIESGO             TO  TIPO-TARIESGO.
           READ TARIESGO WITH NO LOCK INVALID KEY
                DISPLAY "CLASE DE RIESGO NO EXISTE (PROG035)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-CONTRATO.
           DISPLAY NOMBRE-TARIESGO     LINE 12 POSITION 44.
           IF  CTI-RETENCION  NOT =  "H"  AND  CTI-RETENCION  NOT =  "D"
               DISPLAY "RETENCION H O D"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CONTRATO.
           IF  CTI-ESTADO  NOT =  "A"  AND  CTI-ESTADO  NOT =  "T"
               DISPLAY "ESTADO A O T"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CONTRATO.
           IF  CTI-ESTADO  =  "T"  AND  CTI-FECHA-FIN  =  ZEROS
               DISPLAY "CONTRATO TERMINADO SIN FECHA DE TERMINACION"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CONTRATO.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  W-NUEVO  =  ZEROS
               DELETE CONTRATI
               DISPLAY "CONTRATO RETIRADO"  LINE 24 POSITION 10 REVERSE
               GO TO F-CONTRATO.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CONTRATO.
           MOVE CON-USERNAME           TO  CTI-USUARIO.
           MOVE W-FECHA-HOY            TO  CTI-FECHA-ACT.
           IF  W-NUEVO  =  1
               WRITE REG-CONTRATI
           ELSE
               REWRITE REG-CONTRATI.
           DISPLAY "CONTRATO GRABADO"  LINE 24 POSITION 10 REVERSE.
       F-CONTRATO.
      *
       I-ULTIMO-CONTRATO.
           MOVE ZEROS                  TO  W-CONSEC  FIN-CTI.
           MOVE CON-COD-EMPRESA        TO  CTI-EMPRESA.
           MOVE W-NIT                  TO  CTI-NIT.
           MOVE ZEROS                  TO  CTI-CONSEC.
           START CONTRATI KEY NOT LESS CTI-CLAVE INVALID KEY
                 GO TO F-ULTIMO-CONTRATO.
       I-ULTIMO-CONTRATO-LEE.
           READ CONTRATI NEXT RECORD WITH NO LOCK AT END
                GO TO F-ULTIMO-CONTRATO.
           IF  CTI-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  CTI-NIT      NOT =  W-NIT
               GO TO F-ULTIMO-CONTRATO.
           MOVE CTI-CONSEC             TO  W-CONSEC.
           GO TO I-ULTIMO-CONTRATO-LEE.
       F-ULTIMO-CONTRATO.
      *
      ******************************************************************
      *  SOPORTE PILA DEL NIT PARA UN PERIODO DE COTIZACION            *
      ******************************************************************
       I-SOPORTE.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "NIT..............:"  LINE 06 POSITION 10.
           DISPLAY "PERIODO ANO / MES:"  LINE 07 POSITION 10.
           DISPLAY "HONORARIOS MES...:"  LINE 08 POSITION 10.
           DISPLAY "IBC REQUERIDO....:"  LINE 09 POSITION 10.
           DISPLAY "PLANILLA No......:"  LINE 11 POSITION 10.
           DISPLAY "FECHA PAGO.......:"  LINE 12 POSITION 10.
           DISPLAY "IBC PAGADO.......:"  LINE 13 POSITION 10.
           DISPLAY "APORTE SALUD.....:"  LINE 14 POSITION 10.
           DISPLAY "APORTE PENSION...:"  LINE 15 POSITION 10.
           DISPLAY "APORTE ARL.......:"  LINE 16 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT.
           MOVE WK-ANO                 TO  W-ANO.
           MOVE WK-MES                 TO  W-MES.
           ACCEPT W-NIT                LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NIT  =  ZEROS GO TO F-SOPORTE.
           MOVE W-NIT                  TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN CNNITCED (PROG060)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-SOPORTE.
           DISPLAY NOMBM               LINE 06 POSITION 44 REVERSE.
           ACCEPT W-ANO                LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-MES                LINE 07 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-MES  <  1  OR  W-MES  >  12
               DISPLAY "MES ERRADO"    LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOPORTE.
           COMPUTE W-PER-COTIZA  =  (W-ANO  *  100)  +  W-MES.
           PERFORM I-HONORARIOS-NIT    THRU F-HONORARIOS-NIT.
           IF  W-HONORARIOS  =  ZEROS
               DISPLAY "EL NIT NO TIENE CONTRATO VIGENTE EN EL PERIODO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOPORTE.
           PERFORM I-IBC-REQUERIDO     THRU F-IBC-REQUERIDO.
           MOVE W-HONORARIOS           TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 08 POSITION 29.
           MOVE W-IBC-REQ              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 09 POSITION 29 REVERSE.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE CON-COD-EMPRESA        TO  PLI-EMPRESA.
           MOVE W-NIT                  TO  PLI-NIT.
           MOVE W-ANO                  TO  PLI-ANO.
           MOVE W-MES                  TO  PLI-MES.
           READ PILAINDE INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               INITIALIZE REG-PILAINDE
               MOVE CON-COD-EMPRESA    TO  PLI-EMPRESA
               MOVE W-NIT              TO  PLI-NIT
               MOVE W-ANO              TO  PLI-ANO
               MOVE W-MES              TO  PLI-MES
               MOVE W-IBC-REQ          TO  PLI-IBC
               DISPLAY "SOPORTE NUEVO" LINE 10 POSITION 29 REVERSE.
           ACCEPT PLI-PLANILLA         LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT PLI-FECHA-PAGO       LINE 12 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT PLI-IBC              LINE 13 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT PLI-SALUD            LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT PLI-PENSION          LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT PLI-ARL              LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  PLI-PLANILLA  =  SPACES  OR  PLI-FECHA-PAGO  =  ZEROS
               DISPLAY "PLANILLA Y FECHA DE PAGO SON OBLIGATORIAS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOPORTE.
           IF  PLI-FECHA-PAGO  >  W-FECHA-HOY
               DISPLAY "LA FECHA DE PAGO NO PUEDE SER FUTURA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOPORTE.
           IF  PLI-IBC  <  W-IBC-REQ
               DISPLAY "IBC MENOR AL REQUERIDO: PROG750 LO BLOQUEA"
                       LINE 23 POSITION 10 REVERSE BLINK.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  W-NUEVO  =  ZEROS
               DELETE PILAINDE
               DISPLAY "SOPORTE RETIRADO"  LINE 24 POSITION 10 REVERSE
               GO TO F-SOPORTE.
           IF  W-TRUCO  NOT =  "G"     GO TO F-SOPORTE.
           MOVE CON-USERNAME           TO  PLI-USUARIO.
           MOVE W-FECHA-HOY            TO  PLI-FECHA-ACT.
           IF  W-NUEVO  =  1
               WRITE REG-PILAINDE
           ELSE
               REWRITE REG-PILAINDE.
           DISPLAY "SOPORTE GRABADO"   LINE 24 POSITION 10 REVERSE.
       F-SOPORTE.
      *
      ******************************************************************
      *  HONORARIOS DEL MES: SUMA DE LOS CONTRATOS DEL NIT VIGENTES EN *
      *  ALGUN DIA DEL PERIODO W-PER-COTIZA (AAAAMM)                   *
      ******************************************************************
       I-HONORARIOS-NIT.
           MOVE ZEROS                  TO  W-HONORARIOS  FIN-CTI.
           MOVE CON-COD-EMPRESA        TO  CTI-EMPRESA.
           MOVE W-NIT                  TO  CTI-NIT.
           MOVE ZEROS                  TO  CTI-CONSEC.
           START CONTRATI KEY NOT LESS CTI-CLAVE INVALID KEY
                 GO TO F-HONORARIOS-NIT.
       I-HONORARIOS-NIT-LEE.
           READ CONTRATI NEXT RECORD WITH NO LOCK AT END
                GO TO F-HONORARIOS-NIT.
           IF  CTI-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  CTI-NIT      NOT =  W-NIT
               GO TO F-HONORARIOS-NIT.
           PERFORM I-CONTRATO-VIGENTE  THRU F-CONTRATO-VIGENTE.
           GO TO I-HONORARIOS-NIT-LEE.
       F-HONORARIOS-NIT.
      *
       I-CONTRATO-VIGENTE.
           IF  CTI-ESTADO  =  "T"  AND  CTI-FECHA-FIN  =  ZEROS
               GO TO F-CONTRATO-VIGENTE.
           DIVIDE CTI-FECHA-INICIO  BY  100  GIVING  W-PER-INICIO.
           DIVIDE CTI-FECHA-FIN     BY  100  GIVING  W-PER-FIN.
           IF  W-PER-INICIO  >  W-PER-COTIZA
               GO TO F-CONTRATO-VIGENTE.
           IF  W-PER-FIN  NOT =  ZEROS  AND  W-PER-FIN  <  W-PER-COTIZA
               GO TO F-CONTRATO-VIGENTE.
           ADD CTI-HONORARIO           TO  W-HONORARIOS.
       F-CONTRATO-VIGENTE.
      *
      *  IBC = 40% DE LOS HONORARIOS, ENTRE 1 Y 25 SALARIOS MINIMOS
       I-IBC-REQUERIDO.
           COMPUTE W-IBC-REQ ROUNDED  =  W-HONORARIOS  *  40  /  100.
           COMPUTE W-FECHA-REF  =  (W-PER-COTIZA  *  100)  +  1.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-REF            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  NOT =  "00"  OR  PRM-LNK-VALOR  =  ZEROS
               GO TO F-IBC-REQUERIDO.
           MOVE PRM-LNK-VALOR          TO  W-SMMLV.
           COMPUTE W-TOPE-IBC  =  W-SMMLV  *  25.
           IF  W-IBC-REQ  <  W-SMMLV
               MOVE W-SMMLV            TO  W-IBC-REQ.
           IF  W-IBC-REQ  >  W-TOPE-IBC
               MOVE W-TOPE-IBC         TO  W-IBC-REQ.
       F-IBC-REQUERIDO.
      *
      ******************************************************************
      *  VERIFICACION DEL PERIODO: UN RENGLON POR NIT CON CONTRATO     *
      *  VIGENTE EN EL MES                                             *
      ******************************************************************
       I-INFORME.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE WK-ANO                 TO  W-ANO.
           MOVE WK-MES                 TO  W-MES.
           DISPLAY "PERIODO ANO / MES:"  LINE 07 POSITION 10.
           ACCEPT W-ANO                LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-INFORME.
           ACCEPT W-MES                LINE 07 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-MES  <  1  OR  W-MES  >  12
               DISPLAY "MES ERRADO"    LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-INFORME.
           COMPUTE W-PER-COTIZA  =  (W-ANO  *  100)  +  W-MES.
           MOVE W-PER-COTIZA           TO  I-PERIODO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-VERIFICADOS
                                           W-SIN-SOPORTE  W-IBC-CORTO
                                           W-NIT-ACT  W-HONORARIOS.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  CTI-EMPRESA.
           MOVE ZEROS                  TO  CTI-NIT  CTI-CONSEC  FIN-CTI.
           START CONTRATI KEY NOT LESS CTI-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTI.
       I-INFORME-CICLO.
           IF  FIN-CTI  =  1           GO TO I-INFORME-TOTAL.
           READ CONTRATI NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTI
                GO TO I-INFORME-CICLO.
           IF  CTI-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CTI
               GO TO I-INFORME-CICLO.
           IF  CTI-NIT  NOT =  W-NIT-ACT
               PERFORM I-INFORME-NIT   THRU F-INFORME-NIT
               MOVE CTI-NIT            TO  W-NIT-ACT
               MOVE ZEROS              TO  W-HONORARIOS.
           PERFORM I-CONTRATO-VIGENTE  THRU F-CONTRATO-VIGENTE.
           GO TO I-INFORME-CICLO.
       I-INFORME-TOTAL.
           PERFORM I-INFORME-NIT       THRU F-INFORME-NIT.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CONTRATISTAS VERIFICADOS"  TO  I-TEXTO.
           MOVE W-VERIFICADOS          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CONTRATISTAS SIN SOPORTE PILA"  TO  I-TEXTO.
           MOVE W-SIN-SOPORTE          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CONTRATISTAS CON IBC INSUFICIENTE"  TO  I-TEXTO.
           MOVE W-IBC-CORTO            TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "VERIFICACION PILA GENERADA"
                   LINE 24 POSITION 10 REVERSE.
       F-INFORME.
      *
      *  CIERRE DEL NIT ANTERIOR: SOLO SI TUVO CONTRATO VIGENTE
       I-INFORME-NIT.
           IF  W-NIT-ACT  =  ZEROS  OR  W-HONORARIOS  =  ZEROS
               GO TO F-INFORME-NIT.
           PERFORM I-IBC-REQUERIDO     THRU F-IBC-REQUERIDO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-NIT-ACT              TO  I-NIT  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           MOVE NOMBM                  TO  I-NOMBRE.
           MOVE W-HONORARIOS           TO  I-HONORARIO.
           MOVE W-IBC-REQ              TO  I-IBC-REQ.
           MOVE ZEROS                  TO  I-IBC-PAGO.
           MOVE CON-COD-EMPRESA        TO  PLI-EMPRESA.
           MOVE W-NIT-ACT              TO  PLI-NIT.
           MOVE W-ANO                  TO  PLI-ANO.
           MOVE W-MES                  TO  PLI-MES.
           READ PILAINDE WITH NO LOCK INVALID KEY
                MOVE "SIN SOPORTE PILA"  TO  I-ESTADO
                ADD 1                  TO  W-SIN-SOPORTE
                GO TO I-INFORME-NIT-LINEA.
           MOVE PLI-IBC                TO  I-IBC-PAGO.
           MOVE PLI-PLANILLA           TO  I-PLANILLA.
           IF  PLI-IBC  <  W-IBC-REQ
               MOVE "IBC INSUFICIENTE" TO  I-ESTADO
               ADD 1                   TO  W-IBC-CORTO
           ELSE
               MOVE "VERIFICADO"       TO  I-ESTADO
               ADD 1                   TO  W-VERIFICADOS.
       I-INFORME-NIT-LINEA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-INFORME-NIT.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-4  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 5                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CONTRATI PILAINDE CNNITCED TARIESGO.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
