       PROGRAM-ID. PROG761.
      ****************************************************************
      *       ESTADOS DE CUENTAS CLIENTES  ABR-27-2002               *
      * OCT-15-2026 F7 OFRECE EL MOVIMIENTO DEL NIT EN EL MES, LEIDO *
      *             DEL INDICE POR NIT (CNDOCNIT)                    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "..\DYC\CNCATCTA.DYC".
           COPY "..\DYC\CNNITCED.DYC".
           COPY "..\DYC\WTEMHISN.DYC".
           COPY "..\DYC\CNDOCNIT.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\WTEMHISN.FD".
               COPY "..\FD\CNDOCNIT.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA     PIC X(07)      VALUE "PROG761".
       77      ID-PRG         PIC X(7)       VALUE "PROG761".
       77  W-DIAS-VENCIDO     PIC S9(05)     VALUE ZEROS.
       77  W-DIAS-ALERTA      PIC 9(03)      VALUE 060.
       77  SW-VENCIDO         PIC 9          VALUE ZEROS.
       77  W-MOV-TOTAL        PIC S9(13)V99  VALUE ZEROS.
       77  W-MOV-CONCEPTO     PIC X(18)      VALUE SPACES.
       01      CODIGO-PANTALLAS.
        03     CODIGO-PANTALLA           PIC 9(04)      OCCURS 25 TIMES.
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\WTEMHISN.LBL".
               COPY "..\LBL\CNDOCNIT.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\LIQUINOV.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\DCL\CNCONTRO.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\WTEMHISN.DCL".
               COPY "..\DCL\CNDOCNIT.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-LABEL-ARCHIVOS.
               PERFORM I-LABEL-WTEMHISN THRU   F-LABEL-WTEMHISN.
               PERFORM I-LABEL-CNDTACUM THRU   F-LABEL-CNDTACUM.
               PERFORM I-LABEL-CNDOCNIT THRU   F-LABEL-CNDOCNIT.
               MOVE    W-CODEMP            TO  LAB-CNDTACUM-DIRCIA
               MOVE "�"                    TO  WK-RAYAS-U
               MOVE "�"                    TO  WK-RAYAS-P
           PERFORM I-MUESTRA-SALDOS-F7 THRU F-MUESTRA-SALDOS-F7
                    UNTIL SW-EOF = 1.
           CLOSE WTEMHISN.
           PERFORM I-MOVIMIENTO-F7     THRU F-MOVIMIENTO-F7.
       F-PROCESO-F7.

       I-PROCESO-F8.
           WRITE REC-WTEMHISN INVALID KEY
            STOP "Problemas con WTEMHISN NO GRABA OJO".
       F-ALIMENTAR-WTEMHISN. EXIT.
      *
      ***************************************************************
      *  MOVIMIENTO DEL NIT EN EL MES POR EL INDICE POR NIT; EN     *
      *  CIERRE O APERTURA (13 Y 14) SE MUESTRA EL DE TODO EL ANO   *
      ***************************************************************
       I-MOVIMIENTO-F7.
           DISPLAY
           SPACES SIZE 80 LINE 25 POSITION 01
           "Ver el movimiento del nit en el mes? (S/N)"
           LINE 25 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF W-TRUCO NOT = "S" GO F-MOVIMIENTO-F7.
           OPEN INPUT CNDOCNIT.
           IF CNDOCNIT-STATUS > "00"
            DISPLAY
            "No hay indice por nit, recreelo en PROG026..."
            LINE 25 POSITION 01 REVERSE BLINK
            PERFORM ACEPTA-TRUCO
            GO F-MOVIMIENTO-F7.
           MOVE ZEROS TO W-MOV-TOTAL DNT-FECHA.
           MOVE WIN-NIT TO DNT-NIT.
           IF W-LONG < 13
            MOVE CON-ANO TO DNT-ANO
            MOVE W-LONG  TO DNT-MES.
           START CNDOCNIT KEY NOT LESS DNT-ALT01 INVALID KEY
            GO I-MOVIMIENTO-F7-FIN.
           PERFORM I-LIMPIA-PANTA-F7 THRU F-LIMPIA-PANTA-F7
             VARYING K-LINEA FROM 07 BY 1 UNTIL K-LINEA > 21.
           DISPLAY
           "COMPROBANTE CUENTA " LINE 05 POSITION 02 REVERSE
           "FACTURA "            LINE 05 POSITION 23 REVERSE
           "   FECHA     "       LINE 05 POSITION 32 REVERSE
           "     VALOR     "     LINE 05 POSITION 46 REVERSE
           "    CONCEPTO      "  LINE 05 POSITION 62 REVERSE.
           MOVE 07 TO K-LINEA.
       I-MOVIMIENTO-F7-LEE.
           READ CNDOCNIT NEXT RECORD WITH NO LOCK AT END
            GO I-MOVIMIENTO-F7-FIN.
           IF DNT-NIT NOT = WIN-NIT GO I-MOVIMIENTO-F7-FIN.
           IF W-LONG < 13
              IF DNT-MES NOT = W-LONG GO I-MOVIMIENTO-F7-FIN.
           DISPLAY
           DNT-RADICTIP  LINE K-LINEA POSITION 02
           "-"           LINE K-LINEA POSITION 05
           DNT-RADICDOC  LINE K-LINEA POSITION 06
           DNT-MAYCTA    LINE K-LINEA POSITION 13
           DNT-SUBCTA    LINE K-LINEA POSITION 17
           DNT-NUMFRA    LINE K-LINEA POSITION 24.
           MOVE DNT-ANO TO WK-ANO.
           MOVE DNT-MES TO WK-MES.
           MOVE DNT-DIA TO WK-DIA.
           PERFORM I-MASC-NAC THRU F-MASC-NAC.
           DISPLAY WK-MASCARA-FECHA LINE K-LINEA POSITION 33.
           MOVE DNT-VALOR TO WI-Z9P.
           DISPLAY WI-Z9P LINE K-LINEA POSITION 46.
           MOVE DNT-CONCEPTO TO W-MOV-CONCEPTO.
           DISPLAY W-MOV-CONCEPTO LINE K-LINEA POSITION 62.
           ADD DNT-VALOR TO W-MOV-TOTAL.
           ADD 1 TO K-LINEA.
           IF K-LINEA > 21
            MOVE SPACES TO W-TRUCO
            PERFORM I-PARAR THRU F-PARAR UNTIL W-TRUCO = "C"
            PERFORM I-LIMPIA-PANTA-F7 THRU F-LIMPIA-PANTA-F7
              VARYING K-LINEA FROM 07 BY 1 UNTIL K-LINEA > 21
            MOVE 07 TO K-LINEA.
           GO I-MOVIMIENTO-F7-LEE.
       I-MOVIMIENTO-F7-FIN.
           CLOSE CNDOCNIT.
           MOVE W-MOV-TOTAL TO WI-Z11P.
           DISPLAY
           "Neto del movimiento:" LINE 25 POSITION 01 REVERSE
           WI-Z11P                LINE 25 POSITION 22 REVERSE.
           MOVE SPACES TO W-TRUCO.
           PERFORM I-PARAR THRU F-PARAR UNTIL W-TRUCO = "C".
       F-MOVIMIENTO-F7. EXIT.
      *
       I-EVALUA-VENCIDO.
           MOVE 0 TO SW-VENCIDO.

               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\WTEMHISN.PLB".
               COPY "..\PLB\CNDOCNIT.PLB".
      ******************************************************************


