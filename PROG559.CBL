       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG559.
      ******************************************************************
      * ORDENES DE COMPRA Y RECEPCION DE MERCANCIA   OCT-15-2026       *
      *                                                                *
      * PROG750 CAUSABA FACTURAS SIN NADA CONTRA QUE COMPARARLAS.      *
      * ESTE PROGRAMA LLEVA LA ORDEN DE COMPRA Y LO RECIBIDO PARA QUE  *
      * LA CAUSACION HAGA EL CRUCE DE TRES VIAS:                       *
      *   O = ORDEN: NIT (CNNITCED), CENTRO DE COSTOS, CUENTA, % DE    *
      *       TOLERANCIA DE PRECIO Y RENGLONES (BIEN O SERVICIO,       *
      *       CANTIDAD Y PRECIO PACTADO)                               *
      *   A = APROBACION POR UN USUARIO DISTINTO DEL QUE LA DIGITO     *
      *   R = RECEPCION: CANTIDADES RECIBIDAS POR RENGLON, SIN PASAR   *
      *       DE LO ORDENADO (RECMERCA)                                *
      *   B = LIBERACION DE FACTURA (SOLO SUPERVISOR): AUTORIZA A      *
      *       PROG750 A CAUSARLA SIN ORDEN O FUERA DE LO RECIBIDO O    *
      *       DE LA TOLERANCIA DE PRECIO (FACLIBER)                    *
      *   X = CIERRE O ANULACION DE LA ORDEN                           *
      *   I = ORDENES ABIERTAS Y RECIBIDO SIN FACTURAR (PROVISION DE   *
      *       FIN DE MES AL PRECIO PACTADO)                            *
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
               COPY "..\DYC\ORDCOMPR.DYC".
               COPY "..\DYC\ORDCOLIN.DYC".
               COPY "..\DYC\RECMERCA.DYC".
               COPY "..\DYC\FACLIBER.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\ORDCOMPR.FD".
               COPY "..\FD\ORDCOLIN.FD".
               COPY "..\FD\RECMERCA.FD".
               COPY "..\FD\FACLIBER.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG559".
       77      ID-PRG              PIC X(7)  VALUE "PROG559".
       77      WK-TIPO-USR         PIC X(01) VALUE SPACES.
       77      W-ORDEN             PIC 9(06) VALUE ZEROS.
       77      W-ULT-ORDEN         PIC 9(06) VALUE ZEROS.
       77      W-NUM-REN             PIC 9(03) VALUE ZEROS.
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-FACTURA           PIC 9(06) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-REMISION          PIC X(10) VALUE SPACES.
       77      W-CANTIDAD          PIC 9(07)V99 VALUE ZEROS.
       77      W-POR-RECIBIR       PIC S9(07)V99 VALUE ZEROS.
       77      W-SIN-FACTURAR      PIC S9(07)V99 VALUE ZEROS.
       77      W-VALOR-LIN         PIC S9(13)V99 VALUE ZEROS.
       77      W-RECIBIDAS         PIC 9(03) VALUE ZEROS.
       77      W-ACCION            PIC X(01) VALUE SPACES.
       77      T-ORDENADO          PIC S9(13)V99 VALUE ZEROS.
       77      T-POR-RECIBIR       PIC S9(13)V99 VALUE ZEROS.
       77      T-PROVISION         PIC S9(13)V99 VALUE ZEROS.
       77      FIN-ORC             PIC 9(01) VALUE ZEROS.
       77      FIN-OCL             PIC 9(01) VALUE ZEROS.
       77      SW-PENDIENTE        PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
       77      WI-CANTIDAD         PIC Z,ZZZ,ZZZ.ZZ.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\ORDCOMPR.LBL".
               COPY "..\LBL\ORDCOLIN.LBL".
               COPY "..\LBL\RECMERCA.LBL".
               COPY "..\LBL\FACLIBER.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
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
         05    FILLER      PIC X(46)    VALUE
              "ORDENES ABIERTAS Y RECIBIDO SIN FACTURAR      ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(07)    VALUE "ORDEN  ".
         05    FILLER      PIC X(04)    VALUE "REN ".
         05    FILLER      PIC X(31)    VALUE
              "DESCRIPCION                    ".
         05    FILLER      PIC X(13)    VALUE "     ORDENADO".
         05    FILLER      PIC X(13)    VALUE "     RECIBIDO".
         05    FILLER      PIC X(13)    VALUE "    FACTURADO".
         05    FILLER      PIC X(15)    VALUE "   PRECIO PACT.".
         05    FILLER      PIC X(18)    VALUE "    POR RECIBIR   ".
         05    FILLER      PIC X(18)    VALUE "  RECIB. SIN FACT.".
        03     LINEA-ORDEN.
         05    FILLER      PIC X(07)    VALUE "ORDEN: ".
         05    I-ORDEN     PIC 9(06).
         05    FILLER      PIC X(06)    VALUE " NIT: ".
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-NOMBRE    PIC X(43).
         05    FILLER      PIC X(09)    VALUE " ENTREGA ".
         05    I-ENTREGA   PIC 9(08).
         05    FILLER      PIC X(04)    VALUE " CC ".
         05    I-CENCOS    PIC 9(03).
        03     LINEA-RENGLON.
         05    FILLER      PIC X(07).
         05    I-NUM-REN   PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-DESCRIPCION PIC X(30).
         05    FILLER      PIC X(01).
         05    I-ORDENADO  PIC Z,ZZZ,ZZZ.ZZ.
         05    I-RECIBIDO  PIC Z,ZZZ,ZZZ.ZZ.
         05    I-FACTURADO PIC Z,ZZZ,ZZZ.ZZ.
         05    I-PRECIO    PIC ZZZ,ZZZ,ZZZ.ZZ.
         05    I-POR-RECIBIR PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
         05    I-PROVISION PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ.
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(50).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\ORDCOMPR.DCL".
               COPY "..\DCL\ORDCOLIN.DCL".
               COPY "..\DCL\RECMERCA.DCL".
               COPY "..\DCL\FACLIBER.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-MAIN-PROCESS.
           COPY "..\PRO\CONTROLA.PRO".
           INITIALIZE WK-EXCEPTION
           PERFORM I-USUARIOS        THRU F-USUARIOS.
           IF      SW-USER = 1       EXIT PROGRAM.
           PERFORM I-VERIFICA-SUPER  THRU F-VERIFICA-SUPER
           PERFORM I-PROCESO-AUDITE  THRU F-PROCESO-AUDITE
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-STATUS-ARCHIVOS THRU F-STATUS-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-VERIFICA-SUPER.
           MOVE CON-USERNAME           TO  COD-USR.
           MOVE SPACES                 TO  COD-PRG.
           OPEN INPUT USUARIOS.
           READ USUARIOS WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  TIPO-USR.
           MOVE TIPO-USR               TO  WK-TIPO-USR.
           CLOSE USUARIOS.
       F-VERIFICA-SUPER.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* ORDENES DE COMPRA *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-ORDCOMPR-CIA
                                           LAB-ORDCOLIN-CIA
                                           LAB-RECMERCA-CIA
                                           LAB-FACLIBER-CIA
                                           LAB-CNNITCED-CIA
                                           LAB-CNCATCTA-CIA.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 559                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT ORDCOMPR.
           IF  ORDCOMPR-STATUS  =  "35"
               OPEN OUTPUT ORDCOMPR.
           CLOSE ORDCOMPR.
           OPEN INPUT ORDCOLIN.
           IF  ORDCOLIN-STATUS  =  "35"
               OPEN OUTPUT ORDCOLIN.
           CLOSE ORDCOLIN.
           OPEN INPUT RECMERCA.
           IF  RECMERCA-STATUS  =  "35"
               OPEN OUTPUT RECMERCA.
           CLOSE RECMERCA.
           OPEN INPUT FACLIBER.
           IF  FACLIBER-STATUS  =  "35"
               OPEN OUTPUT FACLIBER.
           CLOSE FACLIBER.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O ORDCOMPR ORDCOLIN RECMERCA FACLIBER.
           OPEN INPUT CNNITCED CNCATCTA.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 04 POSITION 18
           DISPLAY "!  O  ORDEN DE COMPRA                      !"
                                       LINE 05 POSITION 18
           DISPLAY "!  A  APROBACION DE LA ORDEN               !"
                                       LINE 06 POSITION 18
           DISPLAY "!  R  RECEPCION DE MERCANCIA / SERVICIO    !"
                                       LINE 07 POSITION 18
           DISPLAY "!  B  LIBERACION DE FACTURA (SUPERVISOR)   !"
                                       LINE 08 POSITION 18
           DISPLAY "!  X  CIERRE O ANULACION DE LA ORDEN       !"
                                       LINE 09 POSITION 18
           DISPLAY "!  I  ABIERTAS Y RECIBIDO SIN FACTURAR     !"
                                       LINE 10 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 11 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 12 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 13 POSITION 18.
           ACCEPT W-OPCION                 LINE 13 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "O"
               PERFORM I-CAPTURA-ORDEN THRU F-CAPTURA-ORDEN.
           IF  W-OPCION  =  "A"
               PERFORM I-APRUEBA       THRU F-APRUEBA.
           IF  W-OPCION  =  "R"
               PERFORM I-RECEPCION     THRU F-RECEPCION.
           IF  W-OPCION  =  "B"
               PERFORM I-LIBERA        THRU F-LIBERA.
           IF  W-OPCION  =  "X"
               PERFORM I-CIERRA-ORDEN  THRU F-CIERRA-ORDEN.
           IF  W-OPCION  =  "I"
               PERFORM I-INFORME       THRU F-INFORME.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  ORDEN DE COMPRA.  ORDEN EN CEROS = NUEVA; MIENTRAS NO ESTE    *
      *  APROBADA SE LE AGREGAN O RETIRAN RENGLONES                    *
      ******************************************************************
       I-CAPTURA-ORDEN.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-ORDEN.
           DISPLAY "ORDEN No.........:"  LINE 14 POSITION 10.
           DISPLAY "(0 = NUEVA)"         LINE 14 POSITION 37.
           ACCEPT W-ORDEN              LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAPTURA-ORDEN.
           IF  W-ORDEN  NOT =  ZEROS
               PERFORM I-LEE-ORDEN     THRU F-LEE-ORDEN
               IF  SW-1  =  1
                   GO TO F-CAPTURA-ORDEN
               ELSE
                   GO TO I-ORDEN-RENGLONES.
           PERFORM I-ENCABEZADO        THRU F-ENCABEZADO.
           IF  SW-1  =  1              GO TO F-CAPTURA-ORDEN.
       I-ORDEN-RENGLONES.
           IF  ORC-ESTADO  NOT =  "D"
               DISPLAY "LA ORDEN YA NO ADMITE CAMBIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CAPTURA-ORDEN.
           DISPLAY ORC-NUMERO          LINE 14 POSITION 29 REVERSE.
       I-ORDEN-CICLO.
           PERFORM I-RENGLON           THRU F-RENGLON.
           IF  F2                      GO TO F-CAPTURA-ORDEN.
           GO TO I-ORDEN-CICLO.
       F-CAPTURA-ORDEN.
      *
       I-ENCABEZADO.
           MOVE ZEROS                  TO  SW-1.
           INITIALIZE REG-ORDCOMPR.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           MOVE W-FECHA-HOY            TO  ORC-FECHA  ORC-FECHA-ENTREGA.
           MOVE 5                      TO  ORC-TOLERANCIA.
           DISPLAY "NIT PROVEEDOR....:"  LINE 15 POSITION 10.
           DISPLAY "FECHA ENTREGA....:"  LINE 16 POSITION 10.
           DISPLAY "CENTRO COSTOS....:"  LINE 16 POSITION 48.
           DISPLAY "CUENTA GASTO/INV.:"  LINE 17 POSITION 10.
           DISPLAY "% TOLERANCIA PREC:"  LINE 17 POSITION 48.
           DISPLAY "OBSERVACION......:"  LINE 18 POSITION 10.
           ACCEPT ORC-NIT              LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE ORC-NIT                TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "NIT NO EXISTE EN CNNITCED"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-ENCABEZADO.
           DISPLAY NOMBM               LINE 15 POSITION 44.
           ACCEPT ORC-FECHA-ENTREGA    LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ORC-CENCOS           LINE 16 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ORC-CTA-GASTO        LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ORC-TOLERANCIA       LINE 17 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT ORC-OBSERVACION      LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE ORC-CTA-GASTO          TO  CTAMAE.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "CUENTA NO EXISTE EN EL CATALOGO"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-ENCABEZADO.
           IF  ORC-FECHA-ENTREGA  <  ORC-FECHA
               MOVE 1                  TO  SW-1
               DISPLAY "LA ENTREGA ES ANTERIOR A LA ORDEN"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-ENCABEZADO.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"
               MOVE 1                  TO  SW-1
               GO TO F-ENCABEZADO.
           PERFORM I-ULTIMA-ORDEN      THRU F-ULTIMA-ORDEN.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           COMPUTE ORC-NUMERO  =  W-ULT-ORDEN  +  1.
           MOVE CON-USERNAME           TO  ORC-USUARIO.
           MOVE "D"                    TO  ORC-ESTADO.
       I-ENCABEZADO-GRABA.
           WRITE REG-ORDCOMPR INVALID KEY
                 ADD 1                 TO  ORC-NUMERO
                 GO TO I-ENCABEZADO-GRABA.
           MOVE ORC-NUMERO             TO  W-ORDEN.
       F-ENCABEZADO.
      *
       I-ULTIMA-ORDEN.
           MOVE ZEROS                  TO  W-ULT-ORDEN  FIN-ORC.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           MOVE ZEROS                  TO  ORC-NUMERO.
           START ORDCOMPR KEY NOT LESS ORC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ORC.
       I-ULTIMA-ORD-LEE.
           IF  FIN-ORC  =  1           GO TO F-ULTIMA-ORDEN.
           READ ORDCOMPR NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ORC
                GO TO I-ULTIMA-ORD-LEE.
           IF  ORC-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ORC
               GO TO I-ULTIMA-ORD-LEE.
           MOVE ORC-NUMERO             TO  W-ULT-ORDEN.
           GO TO I-ULTIMA-ORD-LEE.
       F-ULTIMA-ORDEN.
      *
       I-LEE-ORDEN.
           MOVE ZEROS                  TO  SW-1.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           MOVE W-ORDEN                TO  ORC-NUMERO.
           READ ORDCOMPR INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "ORDEN DE COMPRA NO EXISTE"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-LEE-ORDEN.
           MOVE ORC-NIT                TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           DISPLAY NOMBM               LINE 14 POSITION 50 REVERSE.
       F-LEE-ORDEN.
      *
       I-RENGLON.
           DISPLAY WK-ESPACIOS         LINE 19 POSITION 01.
           DISPLAY "RENGLON No.......:"  LINE 19 POSITION 10.
           DISPLAY "(0 = NUEVO)"         LINE 19 POSITION 35.
           DISPLAY "TOTAL ORDEN:"        LINE 19 POSITION 48.
           MOVE ORC-VALOR-TOTAL        TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 19 POSITION 61 REVERSE.
           DISPLAY "B=BIEN S=SERVICIO:"  LINE 20 POSITION 10.
           DISPLAY "UNIDAD...........:"  LINE 20 POSITION 48.
           DISPLAY "DESCRIPCION......:"  LINE 21 POSITION 10.
           DISPLAY "CANTIDAD.........:"  LINE 22 POSITION 10.
           DISPLAY "PRECIO UNITARIO..:"  LINE 22 POSITION 48.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NUM-REN.
           ACCEPT W-NUM-REN              LINE 19 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-RENGLON.
           IF  W-NUM-REN  NOT =  ZEROS
               PERFORM I-RETIRA-RENGLON THRU F-RETIRA-RENGLON
               GO TO F-RENGLON.
           INITIALIZE REG-ORDCOLIN.
           MOVE CON-COD-EMPRESA        TO  OCL-EMPRESA.
           MOVE ORC-NUMERO             TO  OCL-NUMERO.
           MOVE "B"                    TO  OCL-TIPO.
           MOVE "UND"                  TO  OCL-UNIDAD.
           ACCEPT OCL-TIPO             LINE 20 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OCL-UNIDAD           LINE 20 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OCL-DESCRIPCION      LINE 21 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OCL-CANTIDAD         LINE 22 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT OCL-PRECIO           LINE 22 POSITION 67
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  OCL-TIPO  NOT =  "B"  AND  OCL-TIPO  NOT =  "S"
               DISPLAY "TIPO B (BIEN) O S (SERVICIO)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RENGLON.
           IF  OCL-CANTIDAD  =  ZEROS  OR  OCL-PRECIO  =  ZEROS
           OR  OCL-DESCRIPCION  =  SPACES
               DISPLAY "DESCRIPCION, CANTIDAD Y PRECIO SON OBLIGATORIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RENGLON.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-RENGLON.
           ADD 1                       TO  ORC-ULT-LINEA.
           MOVE ORC-ULT-LINEA          TO  OCL-LINEA.
           WRITE REG-ORDCOLIN INVALID KEY
                 DISPLAY "RENGLON YA EXISTE"
                         LINE 24 POSITION 10 REVERSE BLINK
                 GO TO F-RENGLON.
           COMPUTE ORC-VALOR-TOTAL ROUNDED  =  ORC-VALOR-TOTAL
                                  +  OCL-CANTIDAD  *  OCL-PRECIO.
           REWRITE REG-ORDCOMPR.
       F-RENGLON.
      *
       I-RETIRA-RENGLON.
           MOVE CON-COD-EMPRESA        TO  OCL-EMPRESA.
           MOVE ORC-NUMERO             TO  OCL-NUMERO.
           MOVE W-NUM-REN                TO  OCL-LINEA.
           READ ORDCOLIN INVALID KEY
                DISPLAY "RENGLON NO EXISTE"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-RETIRA-RENGLON.
           DISPLAY OCL-DESCRIPCION     LINE 21 POSITION 29.
           MOVE OCL-CANTIDAD           TO  WI-CANTIDAD.
           DISPLAY WI-CANTIDAD         LINE 22 POSITION 29.
           DISPLAY "[ R ] RETIRA EL RENGLON  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "R"     GO TO F-RETIRA-RENGLON.
           DELETE ORDCOLIN RECORD.
           COMPUTE W-VALOR-LIN ROUNDED  =  OCL-CANTIDAD  *  OCL-PRECIO.
           IF  W-VALOR-LIN  >  ORC-VALOR-TOTAL
               MOVE ZEROS              TO  ORC-VALOR-TOTAL
           ELSE
               SUBTRACT W-VALOR-LIN  FROM  ORC-VALOR-TOTAL.
           REWRITE REG-ORDCOMPR.
       F-RETIRA-RENGLON.
      *
      ******************************************************************
      *  APROBACION: DOBLE CONTROL, LA APRUEBA OTRO USUARIO            *
      ******************************************************************
       I-APRUEBA.
           PERFORM I-PIDE-ORDEN        THRU F-PIDE-ORDEN.
           IF  SW-1  =  1              GO TO F-APRUEBA.
           IF  ORC-ESTADO  NOT =  "D"
               DISPLAY "LA ORDEN NO ESTA PENDIENTE DE APROBACION"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-APRUEBA.
           IF  ORC-USUARIO  =  CON-USERNAME
               DISPLAY "DEBE APROBARLA OTRO USUARIO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-APRUEBA.
           IF  ORC-VALOR-TOTAL  =  ZEROS
               DISPLAY "LA ORDEN NO TIENE RENGLONES"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-APRUEBA.
           DISPLAY "VALOR DE LA ORDEN:"  LINE 16 POSITION 10.
           MOVE ORC-VALOR-TOTAL        TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 16 POSITION 29 REVERSE.
           DISPLAY "DIGITADA POR:"     LINE 17 POSITION 10.
           DISPLAY ORC-USUARIO         LINE 17 POSITION 29 REVERSE.
           DISPLAY "[ A ] APRUEBA LA ORDEN  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "A"     GO TO F-APRUEBA.
           MOVE CON-USERNAME           TO  ORC-APROBADOR.
           MOVE W-FECHA-HOY            TO  ORC-FECHA-APROBA.
           MOVE "A"                    TO  ORC-ESTADO.
           REWRITE REG-ORDCOMPR.
           DISPLAY "ORDEN APROBADA"    LINE 24 POSITION 10 REVERSE.
       F-APRUEBA.
      *
       I-PIDE-ORDEN.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-ORDEN  SW-1.
           DISPLAY "ORDEN No.........:"  LINE 14 POSITION 10.
           ACCEPT W-ORDEN              LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-ORDEN  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-ORDEN.
           PERFORM I-LEE-ORDEN         THRU F-LEE-ORDEN.
       F-PIDE-ORDEN.
      *
      ******************************************************************
      *  RECEPCION: RENGLON POR RENGLON, CANTIDAD RECIBIDA HOY SIN     *
      *  PASAR DE LO QUE FALTA POR RECIBIR                             *
      ******************************************************************
       I-RECEPCION.
           PERFORM I-PIDE-ORDEN        THRU F-PIDE-ORDEN.
           IF  SW-1  =  1              GO TO F-RECEPCION.
           IF  ORC-ESTADO  NOT =  "A"
               DISPLAY "SOLO SE RECIBE CONTRA ORDENES APROBADAS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RECEPCION.
           DISPLAY "REMISION.........:"  LINE 15 POSITION 10.
           MOVE SPACES                 TO  W-REMISION.
           ACCEPT W-REMISION           LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-RECEPCION.
           ADD 1                       TO  ORC-ULT-RECIBO.
           MOVE ZEROS                  TO  W-RECIBIDAS  FIN-OCL.
           PERFORM I-INICIA-RENGLONES  THRU F-INICIA-RENGLONES.
       I-RECEPCION-CICLO.
           IF  FIN-OCL  =  1           GO TO I-RECEPCION-FIN.
           READ ORDCOLIN NEXT RECORD AT END
                MOVE 1                 TO  FIN-OCL
                GO TO I-RECEPCION-CICLO.
           IF  OCL-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OCL-NUMERO   NOT =  ORC-NUMERO
               MOVE 1                  TO  FIN-OCL
               GO TO I-RECEPCION-CICLO.
           COMPUTE W-POR-RECIBIR  =  OCL-CANTIDAD  -  OCL-RECIBIDO.
           IF  W-POR-RECIBIR  NOT >  ZEROS
               GO TO I-RECEPCION-CICLO.
           PERFORM I-RECIBE-RENGLON    THRU F-RECIBE-RENGLON.
           IF  F2                      GO TO I-RECEPCION-FIN.
           GO TO I-RECEPCION-CICLO.
       I-RECEPCION-FIN.
           IF  W-RECIBIDAS  =  ZEROS
               DISPLAY "NO SE REGISTRO NINGUNA CANTIDAD"
                       LINE 24 POSITION 10 REVERSE
               GO TO F-RECEPCION.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           MOVE W-ORDEN                TO  ORC-NUMERO.
           REWRITE REG-ORDCOMPR.
           DISPLAY "RECEPCION No:"     LINE 24 POSITION 10 REVERSE.
           DISPLAY ORC-ULT-RECIBO      LINE 24 POSITION 24 REVERSE.
       F-RECEPCION.
      *
       I-RECIBE-RENGLON.
           DISPLAY WK-ESPACIOS         LINE 17 POSITION 01.
           DISPLAY WK-ESPACIOS         LINE 18 POSITION 01.
           DISPLAY "RENGLON:"          LINE 17 POSITION 10.
           DISPLAY OCL-LINEA           LINE 17 POSITION 19.
           DISPLAY OCL-DESCRIPCION     LINE 17 POSITION 23 REVERSE.
           DISPLAY "POR RECIBIR:"      LINE 18 POSITION 10.
           MOVE W-POR-RECIBIR          TO  WI-CANTIDAD.
           DISPLAY WI-CANTIDAD         LINE 18 POSITION 23.
           DISPLAY OCL-UNIDAD          LINE 18 POSITION 36.
           DISPLAY "RECIBIDO HOY:"     LINE 18 POSITION 44.
           MOVE ZEROS                  TO  W-CANTIDAD  WK-EXCEPTION.
           ACCEPT W-CANTIDAD           LINE 18 POSITION 58
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-RECIBE-RENGLON.
           IF  W-CANTIDAD  =  ZEROS    GO TO F-RECIBE-RENGLON.
           IF  W-CANTIDAD  >  W-POR-RECIBIR
               DISPLAY "NO SE PUEDE RECIBIR MAS DE LO ORDENADO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-RECIBE-RENGLON.
           INITIALIZE REG-RECMERCA.
           MOVE CON-COD-EMPRESA        TO  RCM-EMPRESA.
           MOVE ORC-NUMERO             TO  RCM-NUMERO.
           MOVE ORC-ULT-RECIBO         TO  RCM-RECIBO.
           MOVE OCL-LINEA              TO  RCM-LINEA.
           MOVE W-FECHA-HOY            TO  RCM-FECHA.
           MOVE W-REMISION             TO  RCM-REMISION.
           MOVE W-CANTIDAD             TO  RCM-CANTIDAD.
           MOVE CON-USERNAME           TO  RCM-USUARIO.
           WRITE REG-RECMERCA INVALID KEY
                 DISPLAY "RECEPCION YA EXISTE"
                         LINE 24 POSITION 10 REVERSE BLINK
                 GO TO F-RECIBE-RENGLON.
           ADD W-CANTIDAD              TO  OCL-RECIBIDO.
           MOVE W-FECHA-HOY            TO  OCL-FECHA-RECIBO.
           REWRITE REG-ORDCOLIN.
           ADD 1                       TO  W-RECIBIDAS.
       F-RECIBE-RENGLON.
      *
       I-INICIA-RENGLONES.
           MOVE ZEROS                  TO  FIN-OCL.
           MOVE CON-COD-EMPRESA        TO  OCL-EMPRESA.
           MOVE ORC-NUMERO             TO  OCL-NUMERO.
           MOVE ZEROS                  TO  OCL-LINEA.
           START ORDCOLIN KEY NOT LESS OCL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OCL.
       F-INICIA-RENGLONES.
      *
      ******************************************************************
      *  LIBERACION DE UNA FACTURA POR EL SUPERVISOR.  ORDEN EN CEROS  *
      *  = FACTURA SIN ORDEN DE COMPRA                                 *
      ******************************************************************
       I-LIBERA.
           IF  WK-TIPO-USR  NOT =  "A"
               DISPLAY "OPCION SOLO PARA SUPERVISORES"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LIBERA.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT
                                           W-FACTURA  W-ORDEN.
           DISPLAY "NIT PROVEEDOR....:"  LINE 14 POSITION 10.
           DISPLAY "FACTURA No.......:"  LINE 15 POSITION 10.
           DISPLAY "ORDEN (0 = SIN)..:"  LINE 16 POSITION 10.
           DISPLAY "MOTIVO...........:"  LINE 17 POSITION 10.
           ACCEPT W-NIT                LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NIT  =  ZEROS
               GO TO F-LIBERA.
           MOVE W-NIT                  TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN CNNITCED"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-LIBERA.
           DISPLAY NOMBM               LINE 14 POSITION 44.
           ACCEPT W-FACTURA            LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-ORDEN              LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-FACTURA  =  ZEROS     GO TO F-LIBERA.
           INITIALIZE REG-FACLIBER.
           MOVE CON-COD-EMPRESA        TO  FLB-EMPRESA.
           MOVE W-NIT                  TO  FLB-NIT.
           MOVE W-FACTURA              TO  FLB-FACTURA.
           MOVE "O"                    TO  FLB-TIPO.
           MOVE ZEROS                  TO  SW-1.
           READ FACLIBER INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS  AND  FLB-ESTADO  =  "U"
               DISPLAY "ESA FACTURA YA FUE CAUSADA CON LIBERACION"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LIBERA.
           IF  W-ORDEN  NOT =  ZEROS
               MOVE CON-COD-EMPRESA    TO  ORC-EMPRESA
               MOVE W-ORDEN            TO  ORC-NUMERO
               READ ORDCOMPR WITH NO LOCK INVALID KEY
                    DISPLAY "ORDEN DE COMPRA NO EXISTE"
                            LINE 24 POSITION 10 REVERSE BLINK
                    GO TO F-LIBERA.
           IF  W-ORDEN  NOT =  ZEROS  AND  ORC-NIT  NOT =  W-NIT
               DISPLAY "LA ORDEN ES DE OTRO PROVEEDOR"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LIBERA.
           ACCEPT FLB-MOTIVO           LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  FLB-MOTIVO  =  SPACES
               DISPLAY "DIGITE EL MOTIVO DE LA LIBERACION"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-LIBERA.
           DISPLAY "[ L ] LIBERA LA FACTURA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "L"     GO TO F-LIBERA.
           MOVE CON-COD-EMPRESA        TO  FLB-EMPRESA.
           MOVE W-NIT                  TO  FLB-NIT.
           MOVE W-FACTURA              TO  FLB-FACTURA.
           MOVE "O"                    TO  FLB-TIPO.
           MOVE W-ORDEN                TO  FLB-ORDEN.
           MOVE CON-USERNAME           TO  FLB-USUARIO.
           MOVE W-FECHA-HOY            TO  FLB-FECHA.
           MOVE "L"                    TO  FLB-ESTADO.
           IF  SW-1  =  1
               WRITE REG-FACLIBER
           ELSE
               REWRITE REG-FACLIBER.
           DISPLAY "FACTURA LIBERADA PARA PROG750"
                   LINE 24 POSITION 10 REVERSE.
       F-LIBERA.
      *
      ******************************************************************
      *  CIERRE (LO PENDIENTE YA NO LLEGARA) O ANULACION (SIN          *
      *  RECEPCIONES)                                                  *
      ******************************************************************
       I-CIERRA-ORDEN.
           PERFORM I-PIDE-ORDEN        THRU F-PIDE-ORDEN.
           IF  SW-1  =  1              GO TO F-CIERRA-ORDEN.
           IF  ORC-ESTADO  =  "C"  OR  ORC-ESTADO  =  "N"
               DISPLAY "LA ORDEN YA ESTA CERRADA O ANULADA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CIERRA-ORDEN.
           DISPLAY "C=CIERRA  N=ANULA [ ]"  LINE 16 POSITION 10.
           MOVE SPACES                 TO  W-ACCION.
           ACCEPT W-ACCION             LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-ACCION  NOT =  "C"  AND  W-ACCION  NOT =  "N"
               GO TO F-CIERRA-ORDEN.
           IF  W-ACCION  =  "N"  AND  ORC-ULT-RECIBO  >  ZEROS
               DISPLAY "LA ORDEN TIENE RECEPCIONES: SOLO SE CIERRA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CIERRA-ORDEN.
           DISPLAY "[ S ] CONFIRMA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "S"     GO TO F-CIERRA-ORDEN.
           MOVE W-ACCION               TO  ORC-ESTADO.
           REWRITE REG-ORDCOMPR.
           DISPLAY "ORDEN ACTUALIZADA" LINE 24 POSITION 10 REVERSE.
       F-CIERRA-ORDEN.
      *
      ******************************************************************
      *  ORDENES ABIERTAS (APROBADAS) CON LO QUE FALTA POR RECIBIR Y   *
      *  LO RECIBIDO SIN FACTURAR AL PRECIO PACTADO: ESTE ULTIMO TOTAL *
      *  ES LA PROVISION DE FIN DE MES                                 *
      ******************************************************************
       I-INFORME.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  FIN-ORC
                                           T-ORDENADO  T-POR-RECIBIR
                                           T-PROVISION.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           MOVE ZEROS                  TO  ORC-NUMERO.
           START ORDCOMPR KEY NOT LESS ORC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ORC.
       I-INFORME-CICLO.
           IF  FIN-ORC  =  1           GO TO I-INFORME-TOTAL.
           READ ORDCOMPR NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ORC
                GO TO I-INFORME-CICLO.
           IF  ORC-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ORC
               GO TO I-INFORME-CICLO.
           IF  ORC-ESTADO  NOT =  "A"  GO TO I-INFORME-CICLO.
           PERFORM I-INFORME-ORDEN     THRU F-INFORME-ORDEN.
           GO TO I-INFORME-CICLO.
       I-INFORME-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL POR RECIBIR DE ORDENES ABIERTAS"  TO  I-TEXTO.
           MOVE T-POR-RECIBIR          TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "RECIBIDO SIN FACTURAR (PROVISION DEL MES)"
                                       TO  I-TEXTO.
           MOVE T-PROVISION            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "INFORME DE ORDENES GENERADO"
                   LINE 24 POSITION 10 REVERSE.
       F-INFORME.
      *
       I-INFORME-ORDEN.
           MOVE ORC-NIT                TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           MOVE ORC-NUMERO             TO  I-ORDEN.
           MOVE ORC-NIT                TO  I-NIT.
           MOVE NOMBM                  TO  I-NOMBRE.
           MOVE ORC-FECHA-ENTREGA      TO  I-ENTREGA.
           MOVE ORC-CENCOS             TO  I-CENCOS.
           IF  CON-LIN  >  52
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-ORDEN AFTER 2.
           ADD 2                       TO  CON-LIN.
           PERFORM I-INICIA-RENGLONES  THRU F-INICIA-RENGLONES.
       I-INFORME-RENGLON.
           IF  FIN-OCL  =  1           GO TO F-INFORME-ORDEN.
           READ ORDCOLIN NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OCL
                GO TO I-INFORME-RENGLON.
           IF  OCL-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OCL-NUMERO   NOT =  ORC-NUMERO
               MOVE 1                  TO  FIN-OCL
               GO TO I-INFORME-RENGLON.
           COMPUTE W-POR-RECIBIR  =  OCL-CANTIDAD  -  OCL-RECIBIDO.
           COMPUTE W-SIN-FACTURAR  =  OCL-RECIBIDO  -  OCL-FACTURADO.
           IF  W-POR-RECIBIR  <  ZEROS
               MOVE ZEROS              TO  W-POR-RECIBIR.
           IF  W-SIN-FACTURAR  <  ZEROS
               MOVE ZEROS              TO  W-SIN-FACTURAR.
           MOVE SPACES                 TO  LINEA-RENGLON.
           MOVE OCL-LINEA              TO  I-NUM-REN.
           MOVE OCL-DESCRIPCION        TO  I-DESCRIPCION.
           MOVE OCL-CANTIDAD           TO  I-ORDENADO.
           MOVE OCL-RECIBIDO           TO  I-RECIBIDO.
           MOVE OCL-FACTURADO          TO  I-FACTURADO.
           MOVE OCL-PRECIO             TO  I-PRECIO.
           COMPUTE W-VALOR-LIN ROUNDED  =  W-POR-RECIBIR
                                        *  OCL-PRECIO.
           MOVE W-VALOR-LIN            TO  I-POR-RECIBIR.
           ADD W-VALOR-LIN             TO  T-POR-RECIBIR.
           COMPUTE W-VALOR-LIN ROUNDED  =  W-SIN-FACTURAR
                                        *  OCL-PRECIO.
           MOVE W-VALOR-LIN            TO  I-PROVISION.
           ADD W-VALOR-LIN             TO  T-PROVISION.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-RENGLON AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-INFORME-RENGLON.
       F-INFORME-ORDEN.
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
           CLOSE ORDCOMPR ORDCOLIN RECMERCA FACLIBER CNNITCED CNCATCTA.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
