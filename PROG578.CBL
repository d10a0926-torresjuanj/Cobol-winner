       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG578.
      ******************************************************************
      * SABANA DE NOMINA POR CENTRO DE COSTOS        OCT-15-2026       *
      *                                                                *
      * TODA LA NOMINA DE UNO O VARIOS PERIODOS DEL ANO EN UNA SOLA    *
      * HOJA: EMPLEADOS HACIA ABAJO Y CONCEPTOS EN COLUMNAS.           *
      *   C = COLUMNAS DE LA EMPRESA (SABANCOL): HASTA 9 CONCEPTOS EN  *
      *       EL ORDEN Y CON EL TITULO QUE DEFINA CADA EMPRESA.        *
      *   S = SABANA DEL RANGO DE PERIODOS TOMADA DE LOS ACUMULADOS    *
      *       (NOMIACUM, PERIODOS CERRADOS) O DE LAS NOVEDADES         *
      *       (NOMINOVE, ANTES DEL CIERRE).  CENTRO DE COSTOS DEL      *
      *       ACUMULADO O, EN NOVEDADES, DEL CONTRATO.  IMPRIME CON    *
      *       SUBTOTAL POR CENTRO DE COSTOS Y TOTAL GENERAL, Y ESCRIBE *
      *       EL PLANO SNcccAAAAppp.TXT DELIMITADO POR "|" PARA HOJA   *
      *       ELECTRONICA.                                             *
      * DEVENGADO, DEDUCCIONES Y APORTES SUMAN TODOS LOS CONCEPTOS,    *
      * TENGAN O NO COLUMNA (TIPO DE CONCPTOS; SIN MAESTRO SE TOMA EL  *
      * CODIGO COMO PROG310: MENOR DE 500 DEVENGADO).  AL FINAL        *
      * CUADRA CONTRA LOS DEBITOS DEL COMPROBANTE DE PROG370 CON LA    *
      * MISMA REGLA DE PORCENTAJES DE GASTOS Y COSTOS.                 *
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
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\SABANCOL.DYC".
               COPY "..\DYC\SABANTRA.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT SABPLANO ASSIGN TO RANDOM "SABPLANO"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS SABPLANO-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\SABANCOL.FD".
               COPY "..\FD\SABANTRA.FD".
               COPY "..\FD\INFORMES.FD".
       FD  SABPLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-SABPLANO.
       01  REG-SABPLANO                PIC X(400).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG578".
       77      ID-PRG              PIC X(7)  VALUE "PROG578".
       77      SABPLANO-STATUS     PIC X(02) VALUE "00".
       01      LAB-SABPLANO.
        03     FILLER              PIC X(02) VALUE "SN".
        03     LAB-SABPLANO-CIA    PIC 9(03) VALUE ZEROS.
        03     LAB-SABPLANO-ANO    PIC 9(04) VALUE ZEROS.
        03     LAB-SABPLANO-PER    PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-PER-DESDE         PIC 9(03) VALUE ZEROS.
       77      W-PER-HASTA         PIC 9(03) VALUE ZEROS.
       77      W-FUENTE            PIC X(01) VALUE SPACES.
       77      W-ORDEN             PIC 9(02) VALUE ZEROS.
       77      W-COLUMNAS          PIC 9(02) VALUE ZEROS.
       77      W-COL-HALLADA       PIC 9(02) VALUE ZEROS.
       77      W-CON-BUSCA         PIC 9(03) VALUE ZEROS.
       77      W-IDX               PIC 9(02) VALUE ZEROS.
       77      W-BUS               PIC 9(02) VALUE ZEROS.
       77      W-PLA               PIC 9(02) VALUE ZEROS.
       77      W-EDITA-COL         PIC Z9.
       77      W-EDITA-EMP         PIC ZZZZ9.
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-CEDULA-ANT        PIC 9(12) VALUE ZEROS.
       77      W-CENCOS            PIC 9(03) VALUE ZEROS.
       77      W-CENCOS-ANT        PIC 9(03) VALUE ZEROS.
       77      W-CENCOS-EMP        PIC 9(03) VALUE ZEROS.
       77      W-CONCEPTO          PIC 9(03) VALUE ZEROS.
       77      W-TIPO              PIC X(01) VALUE SPACES.
       77      W-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77      W-VAL-GASTOS        PIC S9(11)V99 VALUE ZEROS.
       77      W-VAL-COSTOS        PIC S9(11)V99 VALUE ZEROS.
       77      W-NETO              PIC S9(15)V99 VALUE ZEROS.
       77      W-SUMA              PIC S9(15)V99 VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(15)V99 VALUE ZEROS.
       77      W-TEXTO-TOTAL       PIC X(31) VALUE SPACES.
       77      T-CONTABLE          PIC S9(15)V99 VALUE ZEROS.
       77      T-SIN-MAESTRO       PIC S9(15)V99 VALUE ZEROS.
       77      T-REGISTROS         PIC 9(07) VALUE ZEROS.
       77      T-PLANO             PIC 9(07) VALUE ZEROS.
       77      SW-NUEVO            PIC 9(01) VALUE ZEROS.
       77      SW-PRIMERO          PIC 9(01) VALUE ZEROS.
       77      FIN-SBC             PIC 9(01) VALUE ZEROS.
       77      FIN-SBT             PIC 9(01) VALUE ZEROS.
       77      FIN-SRC             PIC 9(01) VALUE ZEROS.
       77      W-PUNTERO           PIC 9(03) VALUE ZEROS.
       77      W-ESPACIOS          PIC 9(02) VALUE ZEROS.
       77      W-LARGO             PIC 9(02) VALUE ZEROS.
       77      W-CAMPO             PIC X(30) VALUE SPACES.
       77      W-TEXTO             PIC X(60) VALUE SPACES.
       77      W-VALOR-EDITADO     PIC -(14)9.99.
       77      W-NUMERO-EDITADO    PIC Z(17)9.
       77      W-CADENA            PIC X(400) VALUE SPACES.
       01      TABLA-COLUMNAS.
        03     COL-ENTRADA         OCCURS 9 TIMES.
         05    COL-CONCEPTO        PIC 9(03).
         05    COL-TITULO          PIC X(12).
       01      TOTALES-CENCOS.
        03     TCC-COL             PIC S9(15)V99 OCCURS 9 TIMES.
        03     TCC-DEV             PIC S9(15)V99.
        03     TCC-DED             PIC S9(15)V99.
        03     TCC-APO             PIC S9(15)V99.
        03     TCC-EMPLEADOS       PIC 9(05).
       01      TOTALES-GENERAL.
        03     TGR-COL             PIC S9(15)V99 OCCURS 9 TIMES.
        03     TGR-DEV             PIC S9(15)V99.
        03     TGR-DED             PIC S9(15)V99.
        03     TGR-APO             PIC S9(15)V99.
        03     TGR-EMPLEADOS       PIC 9(05).
       01      TOTALES-IMPRIME.
        03     TIM-COL             PIC S9(15)V99 OCCURS 9 TIMES.
        03     TIM-DEV             PIC S9(15)V99.
        03     TIM-DED             PIC S9(15)V99.
        03     TIM-APO             PIC S9(15)V99.
        03     TIM-EMPLEADOS       PIC 9(05).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\SABANCOL.LBL".
               COPY "..\LBL\SABANTRA.LBL".
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
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(26)    VALUE
              "SABANA DE NOMINA  ANO ".
         05    I-ANO       PIC 9999.
         05    FILLER      PIC X(11)    VALUE "  PERIODOS ".
         05    I-PER-DESDE PIC 999.
         05    FILLER      PIC X(03)    VALUE " A ".
         05    I-PER-HASTA PIC 999.
         05    FILLER      PIC X(03)    VALUE SPACES.
         05    I-FUENTE    PIC X(24).
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(199)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(31)    VALUE
              "      CEDULA NOMBRE".
         05    TIT-COLUMNAS.
          07   TIT-COL     OCCURS 9 TIMES.
           09  FILLER      PIC X(02).
           09  TIT-COL-NOMBRE
                           PIC X(12).
         05    FILLER      PIC X(14)    VALUE "     DEVENGADO".
         05    FILLER      PIC X(14)    VALUE "   DEDUCCIONES".
         05    FILLER      PIC X(14)    VALUE "          NETO".
        03     TITULO-5.
         05    FILLER      PIC X(199)   VALUE ALL "-".
        03     LINEA-DE-DETALLE.
         05    I-CABEZA.
          07   I-CEDULA    PIC Z(11)9.
          07   FILLER      PIC X(01).
          07   I-NOMBRE    PIC X(17).
          07   FILLER      PIC X(01).
         05    I-CABEZA-TEXTO REDEFINES I-CABEZA
                           PIC X(31).
         05    I-COL       PIC Z,ZZZ,ZZZ,ZZ9-  OCCURS 9 TIMES.
         05    I-DEV       PIC Z,ZZZ,ZZZ,ZZ9-.
         05    I-DED       PIC Z,ZZZ,ZZZ,ZZ9-.
         05    I-NETO      PIC Z,ZZZ,ZZZ,ZZ9-.
        03     LINEA-CONTROL.
         05    I-CTL-TEXTO PIC X(60).
         05    I-CTL-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\SABANCOL.DCL".
               COPY "..\DCL\SABANTRA.DCL".
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
           MOVE "* SABANA DE NOMINA *" TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA
                                           LAB-CONCPTOS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-NOMINOVE-CIA
                                           LAB-SABANCOL-CIA
                                           LAB-SABANTRA-CIA
                                           LAB-SABPLANO-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO
                                           LAB-NOMINOVE-ANO
                                           LAB-SABPLANO-ANO.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 578                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT SABANCOL.
           IF  SABANCOL-STATUS  =  "35"
               OPEN OUTPUT SABANCOL.
           CLOSE SABANCOL.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O SABANCOL.
           OPEN INPUT HOJAVIDA CONTRATO CONCPTOS.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  C  COLUMNAS DE LA SABANA (CONCEPTOS)    !"
                                       LINE 06 POSITION 18
           DISPLAY "!  S  SABANA DE NOMINA Y PLANO DELIMITADO  !"
                                       LINE 07 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 08 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 09 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 12 POSITION 18.
           ACCEPT W-OPCION                 LINE 12 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "C"
               PERFORM I-COLUMNAS      THRU F-COLUMNAS.
           IF  W-OPCION  =  "S"
               PERFORM I-SABANA        THRU F-SABANA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  COLUMNAS DE LA EMPRESA: POSICION 1 A 9, CONCEPTO Y TITULO.    *
      *  UN CONCEPTO NO PUEDE ESTAR EN DOS COLUMNAS                    *
      ******************************************************************
       I-COLUMNAS.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "COLUMNA (1 A 9)..:"  LINE 05 POSITION 10.
           DISPLAY "CONCEPTO.........:"  LINE 06 POSITION 10.
           DISPLAY "TITULO...........:"  LINE 07 POSITION 10.
           DISPLAY "(CONCEPTO 0 RETIRA LA COLUMNA)"
                                         LINE 08 POSITION 10.
       I-COLUMNAS-PIDE.
           PERFORM I-CARGA-COLUMNAS    THRU F-CARGA-COLUMNAS.
           PERFORM I-MUESTRA-COLUMNAS  THRU F-MUESTRA-COLUMNAS.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-ORDEN
                                           SW-NUEVO.
           ACCEPT W-ORDEN              LINE 05 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-ORDEN  =  ZEROS
               GO TO F-COLUMNAS.
           IF  W-ORDEN  >  9
               DISPLAY "COLUMNA DE 1 A 9"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-COLUMNAS-PIDE.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE CON-COD-EMPRESA        TO  SBC-EMPRESA.
           MOVE W-ORDEN                TO  SBC-ORDEN.
           READ SABANCOL INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
           IF  SW-NUEVO  =  1
               INITIALIZE REG-SABANCOL
               MOVE CON-COD-EMPRESA    TO  SBC-EMPRESA
               MOVE W-ORDEN            TO  SBC-ORDEN.
           ACCEPT SBC-CONCEPTO         LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO I-COLUMNAS-PIDE.
           IF  SBC-CONCEPTO  =  ZEROS  AND  SW-NUEVO  =  ZEROS
               DELETE SABANCOL
               DISPLAY "COLUMNA RETIRADA"
                       LINE 24 POSITION 10 REVERSE.
           IF  SBC-CONCEPTO  =  ZEROS  GO TO I-COLUMNAS-PIDE.
           MOVE SBC-CONCEPTO           TO  CONCPTOS-CODIGO-CONCEPTO
                                           W-CON-BUSCA.
           MOVE ZEROS                  TO  SW-1.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "CONCEPTO NO EXISTE (PROG120)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-COLUMNAS-PIDE.
           PERFORM I-BUSCA-COLUMNA     THRU F-BUSCA-COLUMNA.
           IF  W-COL-HALLADA  NOT =  ZEROS
           AND W-COL-HALLADA  NOT =  W-ORDEN
               DISPLAY "EL CONCEPTO YA TIENE COLUMNA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-COLUMNAS-PIDE.
           DISPLAY CONCPTOS-NOMBRE     LINE 06 POSITION 44.
           IF  SBC-TITULO  =  SPACES
               MOVE CONCPTOS-NOMBRE    TO  SBC-TITULO.
           ACCEPT SBC-TITULO           LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE CON-USERNAME           TO  SBC-USUARIO.
           MOVE W-FECHA-HOY            TO  SBC-FECHA-ACT.
           IF  SW-NUEVO  =  1
               WRITE REG-SABANCOL
           ELSE
               REWRITE REG-SABANCOL.
           DISPLAY "COLUMNA GRABADA"   LINE 24 POSITION 10 REVERSE.
           GO TO I-COLUMNAS-PIDE.
       F-COLUMNAS.
      *
       I-MUESTRA-COLUMNAS.
           DISPLAY "COL  CONCEPTO  TITULO      "
                                       LINE 10 POSITION 10 REVERSE.
           MOVE ZEROS                  TO  W-IDX.
       I-MUESTRA-CICLO.
           ADD 1                       TO  W-IDX.
           IF  W-IDX  >  9             GO TO F-MUESTRA-COLUMNAS.
           COMPUTE W-LINEA  =  10  +  W-IDX.
           MOVE W-IDX                  TO  W-EDITA-COL.
           DISPLAY W-EDITA-COL         LINE W-LINEA POSITION 10.
           IF  COL-CONCEPTO(W-IDX)  =  ZEROS
               DISPLAY "---       ------------"
                                       LINE W-LINEA POSITION 15
           ELSE
               DISPLAY COL-CONCEPTO(W-IDX)
                                       LINE W-LINEA POSITION 15
               DISPLAY "       "       LINE W-LINEA POSITION 18
               DISPLAY COL-TITULO(W-IDX)
                                       LINE W-LINEA POSITION 25.
           GO TO I-MUESTRA-CICLO.
       F-MUESTRA-COLUMNAS.
      *
       I-CARGA-COLUMNAS.
           INITIALIZE TABLA-COLUMNAS.
           MOVE ZEROS                  TO  W-COLUMNAS  FIN-SBC
                                           SBC-ORDEN.
           MOVE CON-COD-EMPRESA        TO  SBC-EMPRESA.
           START SABANCOL KEY NOT LESS SBC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SBC.
       I-CARGA-CICLO.
           IF  FIN-SBC  =  1           GO TO F-CARGA-COLUMNAS.
           READ SABANCOL NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SBC
                GO TO I-CARGA-CICLO.
           IF  SBC-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-SBC
               GO TO I-CARGA-CICLO.
           IF  SBC-ORDEN  =  ZEROS  OR  SBC-ORDEN  >  9
               GO TO I-CARGA-CICLO.
           MOVE SBC-CONCEPTO           TO  COL-CONCEPTO(SBC-ORDEN).
           MOVE SBC-TITULO             TO  COL-TITULO(SBC-ORDEN).
           IF  SBC-ORDEN  >  W-COLUMNAS
               MOVE SBC-ORDEN          TO  W-COLUMNAS.
           GO TO I-CARGA-CICLO.
       F-CARGA-COLUMNAS.
      *
      *  W-COL-HALLADA = COLUMNA DEL CONCEPTO W-CON-BUSCA (0 = NINGUNA)
       I-BUSCA-COLUMNA.
           MOVE ZEROS                  TO  W-COL-HALLADA  W-BUS.
       I-BUSCA-CICLO.
           ADD 1                       TO  W-BUS.
           IF  W-BUS  >  9             GO TO F-BUSCA-COLUMNA.
           IF  COL-CONCEPTO(W-BUS)  =  W-CON-BUSCA
               MOVE W-BUS              TO  W-COL-HALLADA
               GO TO F-BUSCA-COLUMNA.
           GO TO I-BUSCA-CICLO.
       F-BUSCA-COLUMNA.
      *
      ******************************************************************
      *  SABANA DEL RANGO DE PERIODOS DEL ANO DE TRABAJO.  EL ARCHIVO  *
      *  SABANTRA SE REHACE Y QUEDA ORDENADO POR CENTRO Y CEDULA       *
      ******************************************************************
       I-SABANA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "ANO..............:"  LINE 05 POSITION 10.
           DISPLAY CON-ANO             LINE 05 POSITION 29.
           DISPLAY "PERIODO DESDE....:"  LINE 06 POSITION 10.
           DISPLAY "PERIODO HASTA....:"  LINE 07 POSITION 10.
           DISPLAY "FUENTE A/N.......:"  LINE 08 POSITION 10.
           DISPLAY "A=ACUMULADOS  N=NOVEDADES SIN CERRAR"
                                         LINE 08 POSITION 32.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE CON-PERIODO            TO  W-PER-DESDE  W-PER-HASTA.
           MOVE "A"                    TO  W-FUENTE.
           ACCEPT W-PER-DESDE          LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-SABANA.
           ACCEPT W-PER-HASTA          LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-FUENTE             LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-PER-DESDE  =  ZEROS
           OR  W-PER-HASTA  <  W-PER-DESDE
               DISPLAY "RANGO DE PERIODOS INVALIDO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SABANA.
           IF  W-FUENTE  NOT =  "A"  AND  W-FUENTE  NOT =  "N"
               DISPLAY "FUENTE A O N"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SABANA.
           DISPLAY "[ C ] CONFIRMA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "C"     GO TO F-SABANA.
           DISPLAY "PROCESANDO ..."    LINE 24 POSITION 10 REVERSE.
           PERFORM I-CARGA-COLUMNAS    THRU F-CARGA-COLUMNAS.
           MOVE ZEROS                  TO  T-CONTABLE  T-SIN-MAESTRO
                                           T-REGISTROS.
           OPEN OUTPUT SABANTRA.
           CLOSE SABANTRA.
           OPEN I-O SABANTRA.
           IF  W-FUENTE  =  "A"
               PERFORM I-LEE-ACUMULADOS THRU F-LEE-ACUMULADOS
           ELSE
               PERFORM I-LEE-NOVEDADES THRU F-LEE-NOVEDADES.
           IF  T-REGISTROS  =  ZEROS
               CLOSE SABANTRA
               DISPLAY "SIN NOMINA EN LOS PERIODOS PEDIDOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SABANA.
           PERFORM I-IMPRIME-SABANA    THRU F-IMPRIME-SABANA.
           CLOSE SABANTRA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "SABANA IMPRESA - PLANO:"
                   LINE 24 POSITION 10 REVERSE.
           DISPLAY LAB-SABPLANO        LINE 24 POSITION 34 REVERSE.
       F-SABANA.
      *
      *  ACUMULADOS: CENTRO DE COSTOS DEL ACUMULADO, COMO PROG370
       I-LEE-ACUMULADOS.
           OPEN INPUT NOMIACUM.
           IF  NOMIACUM-STATUS  =  "35"
               GO TO F-LEE-ACUMULADOS.
           MOVE ZEROS                  TO  ACU-CLAVE  FIN-SRC.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           START NOMIACUM KEY NOT LESS ACU-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SRC.
       I-LEE-ACUMULADOS-CICLO.
           IF  FIN-SRC  =  1           GO TO I-LEE-ACUMULADOS-FIN.
           READ NOMIACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SRC
                GO TO I-LEE-ACUMULADOS-CICLO.
           IF  ACU-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-SRC
               GO TO I-LEE-ACUMULADOS-CICLO.
           IF  ACU-ANO  NOT =  CON-ANO
           OR  ACU-PERIODO  <  W-PER-DESDE
           OR  ACU-PERIODO  >  W-PER-HASTA
           OR  ACU-CONCEPTO  =  ZEROS
           OR  ACU-VALOR  =  ZEROS
               GO TO I-LEE-ACUMULADOS-CICLO.
           MOVE ACU-CENCOS             TO  W-CENCOS.
           MOVE ACU-CEDULA             TO  W-CEDULA.
           MOVE ACU-CONCEPTO           TO  W-CONCEPTO.
           MOVE ACU-VALOR              TO  W-VALOR.
           PERFORM I-ACUMULA-VALOR     THRU F-ACUMULA-VALOR.
           GO TO I-LEE-ACUMULADOS-CICLO.
       I-LEE-ACUMULADOS-FIN.
           CLOSE NOMIACUM.
       F-LEE-ACUMULADOS.
      *
      *  NOVEDADES: NO TRAEN CENTRO DE COSTOS, SE TOMA DEL CONTRATO
       I-LEE-NOVEDADES.
           OPEN INPUT NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               GO TO F-LEE-NOVEDADES.
           MOVE ZEROS                  TO  NOV-CLAVE  FIN-SRC
                                           W-CEDULA-ANT  W-CENCOS-EMP.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE W-PER-DESDE            TO  NOV-PERIODO.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SRC.
       I-LEE-NOVEDADES-CICLO.
           IF  FIN-SRC  =  1           GO TO I-LEE-NOVEDADES-FIN.
           READ NOMINOVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SRC
                GO TO I-LEE-NOVEDADES-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  >  W-PER-HASTA
               MOVE 1                  TO  FIN-SRC
               GO TO I-LEE-NOVEDADES-CICLO.
           IF  NOV-CONCEPTO  =  ZEROS  OR  NOV-VLR  =  ZEROS
               GO TO I-LEE-NOVEDADES-CICLO.
           IF  NOV-CODIEMP  NOT =  W-CEDULA-ANT
               PERFORM I-CENCOS-CONTRATO THRU F-CENCOS-CONTRATO.
           MOVE W-CENCOS-EMP           TO  W-CENCOS.
           MOVE NOV-CODIEMP            TO  W-CEDULA.
           MOVE NOV-CONCEPTO           TO  W-CONCEPTO.
           MOVE NOV-VLR                TO  W-VALOR.
           PERFORM I-ACUMULA-VALOR     THRU F-ACUMULA-VALOR.
           GO TO I-LEE-NOVEDADES-CICLO.
       I-LEE-NOVEDADES-FIN.
           CLOSE NOMINOVE.
       F-LEE-NOVEDADES.
      *
       I-CENCOS-CONTRATO.
           MOVE NOV-CODIEMP            TO  W-CEDULA-ANT.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE NOV-CODIEMP            TO  CONTRATO-CEDULA.
           MOVE ZEROS                  TO  W-CENCOS-EMP.
           READ CONTRATO WITH NO LOCK INVALID KEY
                GO TO F-CENCOS-CONTRATO.
           MOVE CONTRATO-CENCOS        TO  W-CENCOS-EMP.
       F-CENCOS-CONTRATO.
      *
      ******************************************************************
      *  SUMA UN VALOR AL EMPLEADO/CENTRO: A SU COLUMNA SI LA TIENE Y  *
      *  SIEMPRE A DEVENGADO, DEDUCCIONES O APORTES SEGUN EL TIPO      *
      ******************************************************************
       I-ACUMULA-VALOR.
           ADD 1                       TO  T-REGISTROS.
           MOVE W-CENCOS               TO  SBT-CENCOS.
           MOVE W-CEDULA               TO  SBT-CEDULA.
           MOVE ZEROS                  TO  SW-NUEVO.
           READ SABANTRA INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
           IF  SW-NUEVO  =  1
               INITIALIZE REG-SABANTRA
               MOVE W-CENCOS           TO  SBT-CENCOS
               MOVE W-CEDULA           TO  SBT-CEDULA.
           MOVE W-CONCEPTO             TO  CONCPTOS-CODIGO-CONCEPTO
                                           W-CON-BUSCA.
           MOVE ZEROS                  TO  SW-1.
           MOVE SPACES                 TO  W-TIPO.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS
               MOVE CONCPTOS-TIPO      TO  W-TIPO.
           IF  SW-1  =  1
               ADD W-VALOR             TO  T-SIN-MAESTRO.
      *  SIN MAESTRO O SIN TIPO SE CLASIFICA POR EL CODIGO (PROG310)
           IF  W-TIPO  NOT =  "D"  AND  W-TIPO  NOT =  "E"
           AND W-TIPO  NOT =  "A"  AND  W-CONCEPTO  <  500
               MOVE "D"                TO  W-TIPO.
           IF  W-TIPO  NOT =  "D"  AND  W-TIPO  NOT =  "E"
           AND W-TIPO  NOT =  "A"
               MOVE "E"                TO  W-TIPO.
           IF  W-TIPO  =  "D"
               ADD W-VALOR             TO  SBT-DEVENGADO.
           IF  W-TIPO  =  "E"
               ADD W-VALOR             TO  SBT-DEDUCIDO.
           IF  W-TIPO  =  "A"
               ADD W-VALOR             TO  SBT-APORTES.
           PERFORM I-BUSCA-COLUMNA     THRU F-BUSCA-COLUMNA.
           IF  W-COL-HALLADA  NOT =  ZEROS
               ADD W-VALOR             TO  SBT-COLUMNA(W-COL-HALLADA).
           IF  SW-1  =  ZEROS
               PERFORM I-CONTABILIZABLE THRU F-CONTABILIZABLE.
           IF  SW-NUEVO  =  1
               WRITE REG-SABANTRA
           ELSE
               REWRITE REG-SABANTRA.
       F-ACUMULA-VALOR.
      *
      *  DEBITO QUE EL VALOR GENERA EN EL COMPROBANTE DE PROG370
       I-CONTABILIZABLE.
           COMPUTE W-VAL-GASTOS ROUNDED  =  W-VALOR
                   *  CONCPTOS-PRC-GASTOS  /  100.
           COMPUTE W-VAL-COSTOS ROUNDED  =  W-VALOR
                   *  CONCPTOS-PRC-COSTOS  /  100.
           IF  W-VAL-GASTOS  =  ZEROS  AND  W-VAL-COSTOS  =  ZEROS
               MOVE W-VALOR            TO  W-VAL-GASTOS.
           ADD W-VAL-GASTOS  W-VAL-COSTOS  TO  T-CONTABLE.
       F-CONTABILIZABLE.
      *
      ******************************************************************
      *  LISTADO CON CORTE POR CENTRO DE COSTOS Y PLANO DELIMITADO     *
      ******************************************************************
       I-IMPRIME-SABANA.
           MOVE W-PER-DESDE            TO  LAB-SABPLANO-PER.
           OPEN OUTPUT INFORMES  SABPLANO.
           MOVE CON-ANO                TO  I-ANO.
           MOVE W-PER-DESDE            TO  I-PER-DESDE.
           MOVE W-PER-HASTA            TO  I-PER-HASTA.
           MOVE "FUENTE: ACUMULADOS"   TO  I-FUENTE.
           IF  W-FUENTE  =  "N"
               MOVE "FUENTE: NOVEDADES"  TO  I-FUENTE.
           MOVE SPACES                 TO  TIT-COLUMNAS.
           MOVE ZEROS                  TO  W-IDX.
       I-IMPRIME-TITULOS.
           ADD 1                       TO  W-IDX.
           IF  W-IDX  >  9             GO TO I-IMPRIME-ARRANCA.
           MOVE COL-TITULO(W-IDX)      TO  TIT-COL-NOMBRE(W-IDX).
           GO TO I-IMPRIME-TITULOS.
       I-IMPRIME-ARRANCA.
           INITIALIZE TOTALES-CENCOS  TOTALES-GENERAL.
           MOVE ZEROS                  TO  WK-PAGINA  T-PLANO.
           MOVE 1                      TO  SW-PRIMERO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           PERFORM I-PLANO-ENCABEZADO  THRU F-PLANO-ENCABEZADO.
           MOVE ZEROS                  TO  SBT-CLAVE  FIN-SBT.
           START SABANTRA KEY NOT LESS SBT-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SBT.
       I-IMPRIME-CICLO.
           IF  FIN-SBT  =  1           GO TO I-IMPRIME-TOTAL.
           READ SABANTRA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SBT
                GO TO I-IMPRIME-CICLO.
           IF  SW-PRIMERO  =  ZEROS
           AND SBT-CENCOS  NOT =  W-CENCOS-ANT
               PERFORM I-SUBTOTAL-CENCOS THRU F-SUBTOTAL-CENCOS.
           MOVE ZEROS                  TO  SW-PRIMERO.
           MOVE SBT-CENCOS             TO  W-CENCOS-ANT.
           PERFORM I-IMPRIME-EMPLEADO  THRU F-IMPRIME-EMPLEADO.
           GO TO I-IMPRIME-CICLO.
       I-IMPRIME-TOTAL.
           PERFORM I-SUBTOTAL-CENCOS   THRU F-SUBTOTAL-CENCOS.
           MOVE TOTALES-GENERAL        TO  TOTALES-IMPRIME.
           MOVE TGR-EMPLEADOS          TO  W-EDITA-EMP.
           MOVE SPACES                 TO  W-TEXTO-TOTAL.
           STRING "TOTAL GENERAL    EMPL:"  W-EDITA-EMP
                  DELIMITED BY SIZE  INTO  W-TEXTO-TOTAL.
           PERFORM I-LINEA-TOTALES     THRU F-LINEA-TOTALES.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           PERFORM I-CONTROL-TOTALES   THRU F-CONTROL-TOTALES.
           CLOSE INFORMES  SABPLANO.
       F-IMPRIME-SABANA.
      *
       I-IMPRIME-EMPLEADO.
           MOVE SBT-CEDULA             TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE SBT-CEDULA             TO  I-CEDULA.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE ZEROS                  TO  W-IDX.
       I-EMPLEADO-COLUMNA.
           ADD 1                       TO  W-IDX.
           IF  W-IDX  >  9             GO TO I-EMPLEADO-LINEA.
           IF  COL-CONCEPTO(W-IDX)  NOT =  ZEROS
               MOVE SBT-COLUMNA(W-IDX)  TO  I-COL(W-IDX).
           ADD SBT-COLUMNA(W-IDX)      TO  TCC-COL(W-IDX).
           GO TO I-EMPLEADO-COLUMNA.
       I-EMPLEADO-LINEA.
           COMPUTE W-NETO  =  SBT-DEVENGADO  -  SBT-DEDUCIDO.
           MOVE SBT-DEVENGADO          TO  I-DEV.
           MOVE SBT-DEDUCIDO           TO  I-DED.
           MOVE W-NETO                 TO  I-NETO.
           ADD SBT-DEVENGADO           TO  TCC-DEV.
           ADD SBT-DEDUCIDO            TO  TCC-DED.
           ADD SBT-APORTES             TO  TCC-APO.
           ADD 1                       TO  TCC-EMPLEADOS.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           PERFORM I-PLANO-EMPLEADO    THRU F-PLANO-EMPLEADO.
       F-IMPRIME-EMPLEADO.
      *
      *  IMPRIME EL SUBTOTAL DEL CENTRO W-CENCOS-ANT Y LO PASA AL TOTAL
       I-SUBTOTAL-CENCOS.
           MOVE TOTALES-CENCOS         TO  TOTALES-IMPRIME.
           MOVE TCC-EMPLEADOS          TO  W-EDITA-EMP.
           MOVE SPACES                 TO  W-TEXTO-TOTAL.
           STRING "SUBTOTAL CC "  W-CENCOS-ANT  "  EMPL:"  W-EDITA-EMP
                  DELIMITED BY SIZE  INTO  W-TEXTO-TOTAL.
           PERFORM I-LINEA-TOTALES     THRU F-LINEA-TOTALES.
           MOVE SPACES                 TO  REG-INFORMES.
           WRITE REG-INFORMES AFTER 1.
           ADD 1                       TO  CON-LIN.
           MOVE ZEROS                  TO  W-IDX.
       I-SUBTOTAL-SUMA.
           ADD 1                       TO  W-IDX.
           IF  W-IDX  >  9             GO TO I-SUBTOTAL-LIMPIA.
           ADD TCC-COL(W-IDX)          TO  TGR-COL(W-IDX).
           GO TO I-SUBTOTAL-SUMA.
       I-SUBTOTAL-LIMPIA.
           ADD TCC-DEV                 TO  TGR-DEV.
           ADD TCC-DED                 TO  TGR-DED.
           ADD TCC-APO                 TO  TGR-APO.
           ADD TCC-EMPLEADOS           TO  TGR-EMPLEADOS.
           INITIALIZE TOTALES-CENCOS.
       F-SUBTOTAL-CENCOS.
      *
      *  LINEA DE TOTALES CON EL TEXTO W-TEXTO-TOTAL Y TOTALES-IMPRIME
       I-LINEA-TOTALES.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-TEXTO-TOTAL          TO  I-CABEZA-TEXTO.
           MOVE ZEROS                  TO  W-IDX.
       I-LINEA-TOTALES-COL.
           ADD 1                       TO  W-IDX.
           IF  W-IDX  >  9             GO TO I-LINEA-TOTALES-PONE.
           IF  COL-CONCEPTO(W-IDX)  NOT =  ZEROS
               MOVE TIM-COL(W-IDX)     TO  I-COL(W-IDX).
           GO TO I-LINEA-TOTALES-COL.
       I-LINEA-TOTALES-PONE.
           COMPUTE W-NETO  =  TIM-DEV  -  TIM-DED.
           MOVE TIM-DEV                TO  I-DEV.
           MOVE TIM-DED                TO  I-DED.
           MOVE W-NETO                 TO  I-NETO.
           IF  CON-LIN  >  53
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM TITULO-5 AFTER 1.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 2                       TO  CON-LIN.
       F-LINEA-TOTALES.
      *
      ******************************************************************
      *  CUADRE CONTRA EL COMPROBANTE DE PROG370: LA SUMA DE TODOS LOS *
      *  CONCEPTOS, MENOS LOS QUE NO ESTAN EN EL MAESTRO (PROG370 LOS  *
      *  OMITE), DEBE SER IGUAL A LOS DEBITOS A GASTOS Y COSTOS.  UNA  *
      *  DIFERENCIA VIENE DE CONCEPTOS CUYOS PORCENTAJES DE GASTOS Y   *
      *  COSTOS NO SUMAN 100 (PROG120).  CON VARIOS PERIODOS EL        *
      *  COMPARABLE ES LA SUMA DE LOS COMPROBANTES DE ESOS PERIODOS.   *
      ******************************************************************
       I-CONTROL-TOTALES.
           IF  CON-LIN  >  45
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  LINEA-CONTROL.
           MOVE "CUADRE CONTRA LA CONTABILIZACION DE NOMINA (PROG370)"
                                       TO  I-CTL-TEXTO.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 2.
           MOVE "TOTAL DEVENGADO"      TO  I-CTL-TEXTO.
           MOVE TGR-DEV                TO  I-CTL-VALOR.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 2.
           MOVE "TOTAL DEDUCCIONES"    TO  I-CTL-TEXTO.
           MOVE TGR-DED                TO  I-CTL-VALOR.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 1.
           MOVE "TOTAL APORTES PATRONALES"  TO  I-CTL-TEXTO.
           MOVE TGR-APO                TO  I-CTL-VALOR.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 1.
           COMPUTE W-SUMA  =  TGR-DEV  +  TGR-DED  +  TGR-APO.
           MOVE "SUMA DE LOS CONCEPTOS"  TO  I-CTL-TEXTO.
           MOVE W-SUMA                 TO  I-CTL-VALOR.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 1.
           MOVE "MENOS CONCEPTOS SIN MAESTRO (NO SE CONTABILIZAN)"
                                       TO  I-CTL-TEXTO.
           MOVE T-SIN-MAESTRO          TO  I-CTL-VALOR.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 1.
           MOVE "DEBITOS DEL COMPROBANTE (GASTOS + COSTOS)"
                                       TO  I-CTL-TEXTO.
           MOVE T-CONTABLE             TO  I-CTL-VALOR.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 1.
           COMPUTE W-DIFERENCIA  =  W-SUMA  -  T-SIN-MAESTRO
                                 -  T-CONTABLE.
           MOVE "DIFERENCIA"           TO  I-CTL-TEXTO.
           MOVE W-DIFERENCIA           TO  I-CTL-VALOR.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 1.
           MOVE SPACES                 TO  LINEA-CONTROL.
           IF  W-DIFERENCIA  =  ZEROS
               MOVE "* CUADRA CON EL COMPROBANTE DE PROG370 *"
                                       TO  I-CTL-TEXTO
           ELSE
               MOVE "* NO CUADRA: REVISE % GASTOS/COSTOS (PROG120) *"
                                       TO  I-CTL-TEXTO.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 2.
           IF  W-FUENTE  =  "N"
               MOVE "FUENTE NOVEDADES: EL COMPROBANTE SALE AL CERRAR"
                                       TO  I-CTL-TEXTO
               WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 1.
           MOVE SPACES                 TO  LINEA-CONTROL.
           MOVE T-PLANO                TO  W-EDITA-EMP.
           STRING "PLANO " LAB-SABPLANO "  REGISTROS: "  W-EDITA-EMP
                  DELIMITED BY SIZE  INTO  I-CTL-TEXTO.
           WRITE REG-INFORMES FROM LINEA-CONTROL AFTER 2.
       F-CONTROL-TOTALES.
      *
      ******************************************************************
      *  PLANO DELIMITADO: FILA DE ENCABEZADO Y UNA FILA POR EMPLEADO  *
      *  Y CENTRO CON LAS COLUMNAS DEFINIDAS Y LOS TOTALES             *
      ******************************************************************
       I-PLANO-ENCABEZADO.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           STRING "CENCOS|CEDULA|NOMBRE|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE ZEROS                  TO  W-PLA.
       I-PLANO-ENC-COLUMNA.
           ADD 1                       TO  W-PLA.
           IF  W-PLA  >  W-COLUMNAS    GO TO I-PLANO-ENC-CIERRA.
           IF  COL-CONCEPTO(W-PLA)  =  ZEROS
               GO TO I-PLANO-ENC-COLUMNA.
           MOVE COL-TITULO(W-PLA)      TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           GO TO I-PLANO-ENC-COLUMNA.
       I-PLANO-ENC-CIERRA.
           STRING "DEVENGADO|DEDUCCIONES|NETO|APORTES PATRONALES|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           SUBTRACT 1                  FROM  W-PUNTERO.
           MOVE SPACE                  TO  W-CADENA(W-PUNTERO:1).
           WRITE REG-SABPLANO          FROM  W-CADENA.
       F-PLANO-ENCABEZADO.
      *
       I-PLANO-EMPLEADO.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           MOVE SBT-CENCOS             TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE SBT-CEDULA             TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE HOJAVIDA-NOMBRE        TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           MOVE ZEROS                  TO  W-PLA.
       I-PLANO-EMP-COLUMNA.
           ADD 1                       TO  W-PLA.
           IF  W-PLA  >  W-COLUMNAS    GO TO I-PLANO-EMP-CIERRA.
           IF  COL-CONCEPTO(W-PLA)  =  ZEROS
               GO TO I-PLANO-EMP-COLUMNA.
           MOVE SBT-COLUMNA(W-PLA)     TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           GO TO I-PLANO-EMP-COLUMNA.
       I-PLANO-EMP-CIERRA.
           MOVE SBT-DEVENGADO          TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE SBT-DEDUCIDO           TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE W-NETO                 TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE SBT-APORTES            TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           SUBTRACT 1                  FROM  W-PUNTERO.
           MOVE SPACE                  TO  W-CADENA(W-PUNTERO:1).
           WRITE REG-SABPLANO          FROM  W-CADENA.
           ADD 1                       TO  T-PLANO.
       F-PLANO-EMPLEADO.
      *
       I-AGREGA-CAMPO.
           MOVE ZEROS                  TO  W-ESPACIOS.
           INSPECT W-CAMPO TALLYING W-ESPACIOS FOR LEADING SPACES.
           IF  W-ESPACIOS  NOT <  30
               STRING "|"  DELIMITED BY SIZE
                      INTO W-CADENA  WITH POINTER W-PUNTERO
               GO TO F-AGREGA-CAMPO.
           STRING W-CAMPO(W-ESPACIOS + 1:)  DELIMITED BY SPACE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           STRING "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
       F-AGREGA-CAMPO.
      *
       I-AGREGA-TEXTO.
           INSPECT W-TEXTO REPLACING ALL "|" BY "/".
           MOVE 60                     TO  W-LARGO.
       I-AGREGA-TEXTO-LARGO.
           IF  W-LARGO  =  ZEROS       GO TO I-AGREGA-TEXTO-PONE.
           IF  W-TEXTO(W-LARGO:1)  =  SPACE
               SUBTRACT 1              FROM  W-LARGO
               GO TO I-AGREGA-TEXTO-LARGO.
       I-AGREGA-TEXTO-PONE.
           IF  W-LARGO  >  ZEROS
               STRING W-TEXTO(1:W-LARGO)  DELIMITED BY SIZE
                      INTO W-CADENA  WITH POINTER W-PUNTERO.
           STRING "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
       F-AGREGA-TEXTO.
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
           CLOSE SABANCOL HOJAVIDA CONTRATO CONCPTOS.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
