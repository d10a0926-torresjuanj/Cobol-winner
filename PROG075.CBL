      *----------------------------------------------------------------*
      * Modulo de liquidaci�n de vendedores, manejo tabla vendedor con *
      * su respectiva empresa y modalidad del contrato.  ABR-27-2002   *
      * OCT-15-2026 Liquidar desde la simulacion: graba LIQVENDE y     *
      *             contabiliza la comision con PROG590                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "..\DYC\MODACONT.DYC".
           COPY "..\DYC\AUDICAMP.DYC".
           COPY "..\DYC\HOJAVIDA.DYC".
           COPY "..\DYC\LIQVENDE.DYC".
       DATA DIVISION.
       FILE SECTION.
           COPY "..\FD\USER-ACT.FD".
           COPY "..\FD\MODACONT.FD".
           COPY "..\FD\AUDICAMP.FD".
           COPY "..\FD\HOJAVIDA.FD".
           COPY "..\FD\LIQVENDE.FD".
       WORKING-STORAGE SECTION.
       77  W-PROGRAMA         PIC X(7)  VALUE  "PROG075".
       77  ID-PRG             PIC X(7)  VALUE  "PROG075".
       77  SIM-VLR-ADMI       PIC 9(11)V99   VALUE ZEROS.
       01  SIM-BASE-EDIT      PIC Z(10)9,99.
       01  SIM-VLR-EDIT       PIC Z(6)9,99.
       77  SIM-NUEVA          PIC 9(01)      VALUE ZEROS.
      *
           COPY "..\LBL\USER-ACT.LBL".
           COPY "..\LBL\EMPRESAS.LBL".
           COPY "..\LBL\MODACONT.LBL".
           COPY "..\LBL\AUDICAMP.LBL".
           COPY "..\LBL\HOJAVIDA.LBL".
           COPY "..\LBL\LIQVENDE.LBL".
      *
           COPY "..\WRK\VARIABLE.WRK".
           COPY "..\WRK\USER-ACT.WRK".
           COPY "..\DCL\MODACONT.DCL".
           COPY "..\DCL\AUDICAMP.DCL".
           COPY "..\DCL\HOJAVIDA.DCL".
           COPY "..\DCL\LIQVENDE.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
      *  DE CONTRATO ASIGNADA AL VENDEDOR Y MUESTRA EN PANTALLA EL    *
      *  VALOR DE LA COMISION SOBRE UNA BASE DIGITADA, SIN GRABAR     *
      *  NADA EN VENDEMPR NI EN AUDICAMP.                             *
      *  CON [ L ] LA SIMULACION SE CONFIRMA COMO LIQUIDACION DEL     *
      *  PERIODO EN LIQVENDE (% Y VALORES CONGELADOS) Y PROG590 LA    *
      *  CONTABILIZA EN NOMINA O EN CUENTAS POR PAGAR.                *
      ***************************************************************
       I-SIMULAR.
           PERFORM I-SIM-VENDEDOR  THRU F-SIM-VENDEDOR.
           DISPLAY SIM-VLR-EDIT         LINE 14 POSITION 40.
           MOVE SIM-VLR-ADMI       TO   SIM-VLR-EDIT.
           DISPLAY SIM-VLR-EDIT         LINE 14 POSITION 62.
           DISPLAY "[ L ] LIQUIDAR   [ ESC ] TERMINA SIMULACION"
                                                 LINE 24 POSITION 01
                                                 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF NOT ESC AND W-TRUCO = "L"
              PERFORM I-LIQUIDAR THRU F-LIQUIDAR.
       F-MUESTRA-SIMULAR. EXIT.
      *
       I-LIQUIDAR.
           DISPLAY SPACE LINE 24 POSITION 01 SIZE 80.
           IF SIM-VLR-PAGO = ZEROS
              DISPLAY "SIN VALOR A PAGAR, NO SE LIQUIDA"
                      LINE 24 POSITION 01 REVERSE BLINK
              PERFORM ACEPTA-TRUCO
              GO F-LIQUIDAR.
           IF SIM-EMPRESA NOT = CON-COD-EMPRESA
              DISPLAY "SOLO SE LIQUIDA EN LA EMPRESA DE TRABAJO"
                      LINE 24 POSITION 01 REVERSE BLINK
              PERFORM ACEPTA-TRUCO
              GO F-LIQUIDAR.
           MOVE CON-COD-EMPRESA    TO   LAB-LIQVENDE-CIA.
           OPEN I-O LIQVENDE.
           IF LIQVENDE-STATUS = "35"
              OPEN OUTPUT LIQVENDE
              CLOSE LIQVENDE
              OPEN I-O LIQVENDE.
           MOVE CON-COD-EMPRESA    TO   LQV-EMPRESA.
           MOVE CON-ANO            TO   LQV-ANO.
           MOVE CON-PERIODO        TO   LQV-PERIODO.
           MOVE SIM-VENDEDO        TO   LQV-VENDEDOR.
           MOVE ZEROS              TO   SIM-NUEVA.
           READ LIQVENDE INVALID KEY
                MOVE 1             TO   SIM-NUEVA.
           IF SIM-NUEVA = ZEROS AND LQV-ESTADO = "C"
              CLOSE LIQVENDE
              DISPLAY "YA CONTABILIZADA EN EL PERIODO (PROG590)"
                      LINE 24 POSITION 01 REVERSE BLINK
              PERFORM ACEPTA-TRUCO
              GO F-LIQUIDAR.
           INITIALIZE LQV-DATOS.
           MOVE VENDEMPR-CODMODA   TO   LQV-CODMODA.
           MOVE SIM-BASE           TO   LQV-BASE.
           MOVE MODACONT-PRC-PAGO  TO   LQV-PRC-PAGO.
           MOVE MODACONT-PRC-ADMI  TO   LQV-PRC-ADMI.
           MOVE SIM-VLR-PAGO       TO   LQV-VLR-PAGO.
           MOVE SIM-VLR-ADMI       TO   LQV-VLR-ADMI.
           COMPUTE LQV-FECHA-LIQ = (WK-ANO * 10000) + (WK-MES * 100)
                                 + WK-DIA.
           MOVE CON-USERNAME       TO   LQV-USUARIO-LIQ.
           MOVE "L"                TO   LQV-ESTADO.
           IF SIM-NUEVA = 1
              WRITE REG-LIQVENDE
           ELSE
              REWRITE REG-LIQVENDE.
           CLOSE LIQVENDE.
           CALL "PROG590.COB" USING AREA-LINK-NOMINA.
           CANCEL "PROG590.COB".
           PERFORM I-CREAR-WINDOW    THRU F-CREAR-WINDOW.
           PERFORM I-WINDOW-SIMULAR  THRU F-WINDOW-SIMULAR.
           PERFORM I-DISPLAY-OPCION  THRU F-DISPLAY-OPCION.
       F-LIQUIDAR. EXIT.
      *
      *----------------------------------------------------------------*
      * La simulacion reutiliza la misma ventana de I-WINDOW-DATOS,    *
