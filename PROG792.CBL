      *     VALOR CON FECHAS A MENOS DE LOS DIAS DE TOLERANCIA         *
      * MUESTRA LAS DOS RADICACIONES PARA RECLAMAR ANTES DE QUE EL     *
      * PROVEEDOR SE HAGA EL DE LAS GAFAS.                             *
      * OCT-15-2026 RECORRE EL INDICE POR NIT (CNDOCNIT) EN LUGAR DE   *
      *             TODO CNDOCTOS Y COMPARA LOS PAGOS DE CADA NIT; YA  *
      *             NO SE PIERDEN PAGOS PASADOS LOS 500 DEL ANO.  SE   *
      *             PUEDE PEDIR UN SOLO NIT.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\USER-ACT.DYC".
               COPY "..\DYC\EMPRESAS.DYC".
               COPY "..\DYC\AUDITE.DYC".
               COPY "..\DYC\CNDOCNIT.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNDOCNIT.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-CTA-DESDE         PIC 9(10) VALUE ZEROS.
       77      W-CTA-HASTA         PIC 9(10) VALUE ZEROS.
       77      W-TOLERANCIA        PIC 9(02) VALUE ZEROS.
       77      W-NIT-PEDIDO        PIC 9(12) VALUE ZEROS.
       77      W-NIT-ACTUAL        PIC 9(12) VALUE ZEROS.
       77      W-PAG-SOBRAN        PIC 9(05) VALUE ZEROS.
       77      W-PAG-IDX           PIC 9(03) VALUE ZEROS.
       77      W-PAG-JDX           PIC 9(03) VALUE ZEROS.
       77      W-PAG-TOPE          PIC 9(03) VALUE ZEROS.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNDOCNIT.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNDOCNIT.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           PERFORM I-RECORRE-NITS    THRU F-RECORRE-NITS
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
                                       LINE 10 POSITION 18
           DISPLAY "! TOLERANCIA (DIAS).....:                    !"
                                       LINE 11 POSITION 18
           DISPLAY "! NIT (0 = TODOS).......:                    !"
                                       LINE 12 POSITION 18
           DISPLAY "!  <C> CONFIRMAR          [F2] TERMINAR      !"
                                       LINE 13 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 14 POSITION 18.
       F-PANTALLA-1B.
      *
       I-CAPTURA.
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY W-NIT-PEDIDO        LINE 12 POSITION 45.
           ACCEPT W-NIT-PEDIDO         LINE 12 POSITION 45
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "C"     GO TO I-CAPTURA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA.
           PERFORM I-LABEL-CNDOCNIT    THRU F-LABEL-CNDOCNIT.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 792                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNDOCNIT.
           IF  CNDOCNIT-STATUS  >  "00"
               DISPLAY "NO HAY INDICE POR NIT - RECREELO EN PROG026"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-SALIR   THRU F-FIN-MODE.
           OPEN INPUT CNNITCED.
           OPEN OUTPUT INFORMES.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  RECORRE EL INDICE POR NIT Y FECHA; CADA NIT CARGA SUS PAGOS   *
      *  (DEBITOS A LA CXP) Y AL CAMBIAR DE NIT SE BUSCAN LAS PAREJAS  *
      ******************************************************************
       I-RECORRE-NITS.
           MOVE ZEROS                  TO  W-PAG-TOPE  W-PAG-SOBRAN
                                           W-SOSPECHOSOS  FIN-OK.
           MOVE W-NIT-PEDIDO           TO  W-NIT-ACTUAL  DNT-NIT.
           MOVE ZEROS                  TO  DNT-FECHA.
           START CNDOCNIT KEY NOT LESS DNT-ALT01 INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-RECORRE-CICLO.
           IF  FIN-OK  =  1            GO TO I-RECORRE-FIN.
           READ CNDOCNIT NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-RECORRE-CICLO.
           IF  W-NIT-PEDIDO  NOT =  ZEROS
           AND DNT-NIT  NOT =  W-NIT-PEDIDO
               MOVE 1                  TO  FIN-OK
               GO TO I-RECORRE-CICLO.
           IF  DNT-NIT  NOT =  W-NIT-ACTUAL
               PERFORM I-BUSCA-PAREJAS THRU F-BUSCA-PAREJAS
               MOVE ZEROS              TO  W-PAG-TOPE
               MOVE DNT-NIT            TO  W-NIT-ACTUAL.
           IF  DNT-CUENTA  <  W-CTA-DESDE
           OR  DNT-CUENTA  >  W-CTA-HASTA
               GO TO I-RECORRE-CICLO.
           IF  DNT-VALOR  NOT >  ZEROS
               GO TO I-RECORRE-CICLO.
           IF  W-PAG-TOPE  NOT <  500
               ADD 1                   TO  W-PAG-SOBRAN
               GO TO I-RECORRE-CICLO.
           ADD 1                       TO  W-PAG-TOPE.
           MOVE DNT-NIT                TO  PAG-NIT(W-PAG-TOPE).
           MOVE DNT-NUMFRA             TO  PAG-FRA(W-PAG-TOPE).
           MOVE DNT-VALOR              TO  PAG-VALOR(W-PAG-TOPE).
           MOVE DNT-FECHA              TO  PAG-FECHA(W-PAG-TOPE).
           MOVE DNT-RADICTIP           TO  PAG-TIPO(W-PAG-TOPE).
           MOVE DNT-RADICDOC           TO  PAG-DOC(W-PAG-TOPE).
           GO TO I-RECORRE-CICLO.
       I-RECORRE-FIN.
           PERFORM I-BUSCA-PAREJAS     THRU F-BUSCA-PAREJAS.
           IF  W-SOSPECHOSOS  =  ZEROS
               DISPLAY "SIN PAGOS DUPLICADOS SOSPECHOSOS"
                       LINE 24 POSITION 01 REVERSE
           ELSE
               DISPLAY "HAY PAGOS SOSPECHOSOS - VEA EL LISTADO"
                       LINE 24 POSITION 01 REVERSE BLINK.
           IF  W-PAG-SOBRAN  >  ZEROS
               DISPLAY "PAGOS NO COMPARADOS (MAS DE 500 EN UN NIT):"
                       LINE 23 POSITION 01 REVERSE
               DISPLAY W-PAG-SOBRAN    LINE 23 POSITION 45 REVERSE.
       F-RECORRE-NITS.
      *
      ******************************************************************
      *  COMPARA CADA PAGO DEL NIT CONTRA LOS POSTERIORES DE LA TABLA  *
      ******************************************************************
       I-BUSCA-PAREJAS.
           MOVE ZEROS                  TO  W-PAG-IDX.
       I-BUSCA-CICLO.
           ADD 1                       TO  W-PAG-IDX.
           IF  W-PAG-IDX  NOT <  W-PAG-TOPE
               GO TO F-BUSCA-PAREJAS.
           MOVE W-PAG-IDX              TO  W-PAG-JDX.
       I-BUSCA-PAREJA.
           ADD 1                       TO  W-PAG-JDX.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-BUSCA-PAREJA.
       F-BUSCA-PAREJAS.
      *
       I-DIFERENCIA-DIAS.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CNDOCNIT CNNITCED INFORMES.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCNIT.PLB".
               COPY "..\PLB\INFORMES.PLB".
