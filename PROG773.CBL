       PROGRAM-ID. PROG773.
      ******************************************************************
      * LIBRO MAYOR Y BALANCES       ABR-27-2002                       *
      * OCT-15-2026 DETALLE M: BAJO CADA NIT IMPRIME SU MOVIMIENTO DEL *
      *             MES EN LA CUENTA, LEIDO DEL INDICE POR NIT         *
      *             (CNDOCNIT)                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "..\DYC\CNDTACUM.DYC".
           COPY "..\DYC\CNCATCTA.DYC".
           COPY "..\DYC\CNNITCED.DYC".
           COPY "..\DYC\CNDOCNIT.DYC".
           COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCNIT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCNIT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\LBL\USER-ACT.LBL".
           05 FILLER         PIC X(01)       VALUE "|".
           05 SALNVO-CRE     PIC   ZZZZZ,ZZZ,ZZZ.ZZ-.
           05 FILLER         PIC X(01)       VALUE "|".
      *
        03 LDET-MOV.
           05 FILLER         PIC X(04)       VALUE "|   ".
           05 MOV-TIPO-S     PIC 9(03)       VALUE ZEROS.
           05 FILLER         PIC X(01)       VALUE "-".
           05 MOV-DOC-S      PIC 9(06)       VALUE ZEROS.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 MOV-DIA-S      PIC 9(02)       VALUE ZEROS.
           05 FILLER         PIC X(01)       VALUE "/".
           05 MOV-MES-S      PIC 9(02)       VALUE ZEROS.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 MOV-CONCEPTO-S PIC X(11)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE "|".
           05 FILLER         PIC X(17)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE "|".
           05 FILLER         PIC X(17)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE "|".
           05 MOV-DEB-S      PIC   ZZZZZ,ZZZ,ZZZ.ZZ-.
           05 FILLER         PIC X(01)       VALUE "|".
           05 MOV-CRE-S      PIC   ZZZZZ,ZZZ,ZZZ.ZZ-.
           05 FILLER         PIC X(01)       VALUE "|".
           05 FILLER         PIC X(17)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE "|".
           05 FILLER         PIC X(17)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE "|".
      *
      *
        03 LBLANCO.
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNDOCNIT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
               MOVE SPACES                 TO  TIT-CIA
               MOVE    1                   TO   IND-INFORMES.
               PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
               PERFORM I-LABEL-CNDOCNIT    THRU F-LABEL-CNDOCNIT.
               PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
               MOVE CON-ANO                TO  LAB-INFORMES-ANO
                                               I-ANO
           OPEN INPUT  CNDTACUM
           OPEN INPUT  EMPRESAS CNNITCED CNCATCTA
           OPEN OUTPUT INFORMES.
           IF SW-DETALLE-NIT = "M"
              OPEN INPUT CNDOCNIT
              IF CNDOCNIT-STATUS > "00"
                 DISPLAY " NO HAY INDICE POR NIT - RECREELO EN PROG026"
                         LINE 24 POSITION 1 REVERSE BLINK
                 PERFORM ACEPTA-TRUCO
                 MOVE "S" TO SW-DETALLE-NIT.
       F-ABRE-ARCHIVOS.
      *
      *
            IF CNDTACUM-NIT   = 0 AND CNDTACUM-FRA   = 0
               MOVE 1 TO RUT-OK
               PERFORM IMPRE1 THRU F-IMPRE1.
            IF RUT-OK = 0 AND SW-DETALLE-NIT NOT = "N"
               IF NIVEL = 1 AND CNDTACUM-NIT > 0 AND CNDTACUM-FRA = 0
                  MOVE 1 TO RUT-OK
                  PERFORM IMPRE-DETALLE-NIT THRU F-IMPRE-DETALLE-NIT.
              MOVE CNDTACUM-SALDO(W-LONG)  TO  SALNVO-CRE.
           WRITE REG-INFORMES FROM LDET1   AFTER 1
           ADD 1 TO CON-LIN.
           IF SW-DETALLE-NIT = "M"
              PERFORM IMPRE-MOVIMIENTO-NIT THRU F-IMPRE-MOVIMIENTO-NIT.
       F-IMPRE-DETALLE-NIT.
      *    ���������������������������������������
      *    �        IMPRE-MOVIMIENTO-NIT          �
      *    ���������������������������������������
      *
      *  LINEAS DEL NIT EN LA CUENTA Y EL MES, EN ORDEN DE FECHA, POR
      *  EL INDICE POR NIT; EN CIERRE Y APERTURA NO HAY MOVIMIENTO
      *  MENSUAL QUE DETALLAR.
       IMPRE-MOVIMIENTO-NIT.
           IF W-LONG > 12 GO F-IMPRE-MOVIMIENTO-NIT.
           MOVE CNDTACUM-NIT          TO  DNT-NIT
           MOVE CON-ANO               TO  DNT-ANO
           MOVE W-LONG                TO  DNT-MES
           MOVE 0                     TO  DNT-DIA
           START CNDOCNIT KEY NOT LESS DNT-ALT01 INVALID KEY
                 GO F-IMPRE-MOVIMIENTO-NIT.
       IMPRE-MOVIMIENTO-LEE.
           READ CNDOCNIT NEXT RECORD WITH NO LOCK AT END
                GO F-IMPRE-MOVIMIENTO-NIT.
           IF DNT-NIT NOT = CNDTACUM-NIT OR DNT-ANO NOT = CON-ANO
           OR DNT-MES NOT = W-LONG
              GO F-IMPRE-MOVIMIENTO-NIT.
           IF DNT-MAYCTA NOT = CNDTACUM-MAYOR
              GO IMPRE-MOVIMIENTO-LEE.
           IF CNDTACUM-SUB NOT = 0 AND DNT-SUBCTA NOT = CNDTACUM-SUB
              GO IMPRE-MOVIMIENTO-LEE.
           IF CNDTACUM-AUX NOT = 0 AND DNT-AUXCTA NOT = CNDTACUM-AUX
              GO IMPRE-MOVIMIENTO-LEE.
           IF CON-LIN > 54
              PERFORM LINE-CIERRE THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME.
           MOVE DNT-RADICTIP          TO  MOV-TIPO-S
           MOVE DNT-RADICDOC          TO  MOV-DOC-S
           MOVE DNT-DIA               TO  MOV-DIA-S
           MOVE DNT-MES               TO  MOV-MES-S
           MOVE DNT-CONCEPTO          TO  MOV-CONCEPTO-S
           MOVE 0                     TO  MOV-DEB-S  MOV-CRE-S
           IF DNT-VALOR IS POSITIVE
              MOVE DNT-VALOR          TO  MOV-DEB-S
           ELSE
              COMPUTE MOV-CRE-S = 0 - DNT-VALOR.
           WRITE REG-INFORMES FROM LDET-MOV AFTER 1
           ADD 1 TO CON-LIN.
           GO IMPRE-MOVIMIENTO-LEE.
       F-IMPRE-MOVIMIENTO-NIT.
      *
       IMPRE1.
           IF CON-LIN > 54
       I-ACEPTA-DETALLE.
               MOVE ZEROS                  TO  WK-EXCEPTION
               MOVE "N"                    TO  SW-DETALLE-NIT
               DISPLAY " DETALLE NIT EN MAYORES (S/N/M=MOVIMIENTO):  "
                             LINE 13 POSITION 20
               ACCEPT SW-DETALLE-NIT  LINE 13 POSITION 63 REVERSE
               CONVERT                TAB NO BEEP ON EXCEPTION WK-EX
                                      PERFORM 999-EXCEPTION.
               IF  F2  PERFORM I-FIN-MODE THRU F-FIN-MODE.
               IF  SW-DETALLE-NIT NOT = "S" AND SW-DETALLE-NIT NOT = "N"
               AND SW-DETALLE-NIT NOT = "M"
                   DISPLAY " RESPUESTA ERRADA...DIGITE S, N o M"
                             LINE 24 POSITION 1 REVERSE BLINK
                             GO I-ACEPTA-DETALLE.
               DISPLAY WK-ESPACIOS                  LINE 24 POSITION 1.
                 EMPRESAS
                 INFORMES
                 CNDTACUM.
           IF SW-DETALLE-NIT = "M"
              CLOSE CNDOCNIT.
           MOVE W-IDENT-PROGRAMA       TO  CON-PROGRAMA
           MOVE W-LONG                 TO  CON-PERIODO
           CANCEL "PROG773.COB"
      *
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PLB\CNDOCNIT.PLB".



