       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG561.
      ******************************************************************
      * MANTENIMIENTO DE RAZONES FINANCIERAS Y COVENANTS (RAZONES)     *
      * OCT-15-2026                                                    *
      *                                                                *
      * DEFINE POR DATOS CADA RAZON (LIQUIDEZ, ENDEUDAMIENTO,          *
      * ROTACION, RENTABILIDAD, EBITDA) COMO RANGOS DE CUENTAS DEL     *
      * CNCATCTA PARA EL NUMERADOR Y EL DENOMINADOR, IGUAL QUE EL      *
      * PROG560 DEFINE LOS RENGLONES DE FORMATOS.  LA LINEA 000 DE     *
      * CADA RAZON LLEVA EL NOMBRE, EL FACTOR, LA UNIDAD Y EL LIMITE   *
      * PACTADO CON EL BANCO.  EL PROG780 LAS CALCULA Y SENALA LAS     *
      * QUE INCUMPLEN EL COVENANT.                                     *
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
               COPY "..\DYC\RAZONES.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\RAZONES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG561".
       77      ID-PRG              PIC X(7)  VALUE "PROG561".
       77      W-RAZON             PIC X(02) VALUE SPACES.
       77      W-NUM-LINEA         PIC 9(03) VALUE ZEROS.
       77      W-LIMITE-ED         PIC -ZZ,ZZZ,ZZZ,ZZ9.9999.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\RAZONES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\RAZONES.DCL".
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
           PERFORM I-STATUS-RAZONES  THRU F-STATUS-RAZONES
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA        THRU F-PANTALLA
           PERFORM I-CAPTURA         THRU F-CAPTURA
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* RAZONES FINANCIERAS Y COVENANTS *"
                                       TO  WK-SISTEMA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNCATCTA-CIA
                                           LAB-RAZONES-CIA.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-RAZONES.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT RAZONES.
           MOVE 1                      TO  SW-ABRE.
           IF  RAZONES-STATUS  =  "35"
               OPEN OUTPUT RAZONES.
           CLOSE RAZONES.
       F-STATUS-RAZONES.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNCATCTA.
           OPEN I-O   RAZONES.
       F-ABRE-ARCHIVOS.
      *
       I-PANTALLA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+----------------------------------------------+"
                                       LINE 05 POSITION 16
           DISPLAY "! RAZON:         LINEA:       (000=ENCABEZADO) !"
                                       LINE 06 POSITION 16
           DISPLAY "! TIPO (R/N/D)    :                            !"
                                       LINE 07 POSITION 16
           DISPLAY "! TITULO          :                            !"
                                       LINE 08 POSITION 16
           DISPLAY "! CUENTA DESDE    :                            !"
                                       LINE 09 POSITION 16
           DISPLAY "! CUENTA HASTA    :                            !"
                                       LINE 10 POSITION 16
           DISPLAY "! INVIERTE (S/N)  :                            !"
                                       LINE 11 POSITION 16
           DISPLAY "! FACTOR          :       UNIDAD (V/%/D/$):    !"
                                       LINE 12 POSITION 16
           DISPLAY "! COVENANT (M/X)  :                            !"
                                       LINE 13 POSITION 16
           DISPLAY "! LIMITE          :                            !"
                                       LINE 14 POSITION 16
           DISPLAY "! [ R ] RETIRA LINEA      [F2] TERMINAR        !"
                                       LINE 15 POSITION 16
           DISPLAY "+----------------------------------------------+"
                                       LINE 16 POSITION 16.
       F-PANTALLA.
      *
      *  LA LINEA 000 ES EL ENCABEZADO (R) CON FACTOR, UNIDAD Y
      *  COVENANT; LAS DEMAS SON RANGOS DEL NUMERADOR (N) O DEL
      *  DENOMINADOR (D)
       I-CAPTURA.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-RAZON              LINE 06 POSITION 25
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAPTURA.
           IF  W-RAZON  =  SPACES      GO TO I-CAPTURA.
           ACCEPT W-NUM-LINEA          LINE 06 POSITION 40
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CAPTURA.
           MOVE W-RAZON                TO  RAZ-CODIGO.
           MOVE W-NUM-LINEA            TO  RAZ-LINEA.
           MOVE ZEROS                  TO  SW-1.
           READ RAZONES INVALID KEY
                MOVE 1                 TO  SW-1
                MOVE "N"               TO  RAZ-TIPO-LINEA
                MOVE SPACES            TO  RAZ-TITULO  RAZ-INVIERTE
                                           RAZ-UNIDAD  RAZ-COVENANT
                MOVE ZEROS             TO  RAZ-CTA-DESDE
                                           RAZ-CTA-HASTA  RAZ-FACTOR
                                           RAZ-LIMITE.
           IF  W-NUM-LINEA  =  ZEROS
               MOVE "R"                TO  RAZ-TIPO-LINEA.
           PERFORM I-MUESTRA-LINEA     THRU F-MUESTRA-LINEA.
       I-CAP-TIPO.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY RAZ-TIPO-LINEA      LINE 07 POSITION 37.
           IF  W-NUM-LINEA  =  ZEROS   GO TO I-CAP-TITULO.
           ACCEPT RAZ-TIPO-LINEA       LINE 07 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA.
           IF  RAZ-TIPO-LINEA  NOT =  "N"
           AND RAZ-TIPO-LINEA  NOT =  "D"
               GO TO I-CAP-TIPO.
       I-CAP-TITULO.
           DISPLAY RAZ-TITULO          LINE 08 POSITION 37.
           ACCEPT RAZ-TITULO           LINE 08 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA.
           IF  CUP                     GO TO I-CAP-TIPO.
           IF  RAZ-TIPO-LINEA  =  "R"
               MOVE ZEROS              TO  RAZ-CTA-DESDE
                                           RAZ-CTA-HASTA
               MOVE SPACES             TO  RAZ-INVIERTE
               GO TO I-CAP-FACTOR.
           MOVE ZEROS                  TO  RAZ-FACTOR  RAZ-LIMITE.
           MOVE SPACES                 TO  RAZ-UNIDAD  RAZ-COVENANT.
       I-CAP-DESDE.
           DISPLAY RAZ-CTA-DESDE       LINE 09 POSITION 37.
           ACCEPT RAZ-CTA-DESDE        LINE 09 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-CAP-TITULO.
           DISPLAY RAZ-CTA-HASTA       LINE 10 POSITION 37.
           ACCEPT RAZ-CTA-HASTA        LINE 10 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  RAZ-CTA-HASTA  <  RAZ-CTA-DESDE
               DISPLAY "RANGO DE CUENTAS ERRADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-CAP-DESDE.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       I-CAP-INVIERTE.
           DISPLAY RAZ-INVIERTE        LINE 11 POSITION 37.
           ACCEPT RAZ-INVIERTE         LINE 11 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-CAP-DESDE.
           IF  RAZ-INVIERTE  NOT =  "S"
               MOVE "N"                TO  RAZ-INVIERTE.
           GO TO I-CAP-CONFIRMA.
       I-CAP-FACTOR.
           IF  RAZ-FACTOR  =  ZEROS
               MOVE 1                  TO  RAZ-FACTOR.
           DISPLAY RAZ-FACTOR          LINE 12 POSITION 37.
           ACCEPT RAZ-FACTOR           LINE 12 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-CAP-TITULO.
           IF  RAZ-FACTOR  =  ZEROS    GO TO I-CAP-FACTOR.
       I-CAP-UNIDAD.
           DISPLAY RAZ-UNIDAD          LINE 12 POSITION 59.
           ACCEPT RAZ-UNIDAD           LINE 12 POSITION 59
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-CAP-FACTOR.
           IF  RAZ-UNIDAD  NOT =  "V"  AND  RAZ-UNIDAD  NOT =  "%"
           AND RAZ-UNIDAD  NOT =  "D"  AND  RAZ-UNIDAD  NOT =  "$"
               GO TO I-CAP-UNIDAD.
       I-CAP-COVENANT.
           DISPLAY RAZ-COVENANT        LINE 13 POSITION 37.
           ACCEPT RAZ-COVENANT         LINE 13 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-CAP-UNIDAD.
           IF  RAZ-COVENANT  NOT =  "M"  AND  RAZ-COVENANT  NOT =  "X"
               MOVE SPACES             TO  RAZ-COVENANT
               MOVE ZEROS              TO  RAZ-LIMITE
               GO TO I-CAP-CONFIRMA.
           MOVE RAZ-LIMITE             TO  W-LIMITE-ED.
           DISPLAY W-LIMITE-ED         LINE 14 POSITION 37.
           ACCEPT RAZ-LIMITE           LINE 14 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-CAP-COVENANT.
           MOVE RAZ-LIMITE             TO  W-LIMITE-ED.
           DISPLAY W-LIMITE-ED         LINE 14 POSITION 37.
       I-CAP-CONFIRMA.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 16 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  SW-1  NOT =  1
               DELETE RAZONES INVALID KEY
                      DISPLAY "LINEA NO EXISTE" LINE 24 POSITION 01
               GO TO F-CAPTURA.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CAPTURA.
           MOVE W-RAZON                TO  RAZ-CODIGO.
           MOVE W-NUM-LINEA            TO  RAZ-LINEA.
           IF  SW-1  =  1
               WRITE REG-RAZONES INVALID KEY
                     REWRITE REG-RAZONES
           ELSE
               REWRITE REG-RAZONES INVALID KEY
                     WRITE REG-RAZONES.
       F-CAPTURA.
      *
       I-MUESTRA-LINEA.
           DISPLAY RAZ-TITULO          LINE 08 POSITION 37.
           DISPLAY RAZ-CTA-DESDE       LINE 09 POSITION 37.
           DISPLAY RAZ-CTA-HASTA       LINE 10 POSITION 37.
           DISPLAY RAZ-INVIERTE        LINE 11 POSITION 37.
           DISPLAY RAZ-FACTOR          LINE 12 POSITION 37.
           DISPLAY RAZ-UNIDAD          LINE 12 POSITION 59.
           DISPLAY RAZ-COVENANT        LINE 13 POSITION 37.
           MOVE RAZ-LIMITE             TO  W-LIMITE-ED.
           DISPLAY W-LIMITE-ED         LINE 14 POSITION 37.
       F-MUESTRA-LINEA.
      *
       I-FIN-MODE.
           CLOSE CNCATCTA RAZONES.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
