       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG390.
      ******************************************************************
      * CONTRATOS A TERMINO FIJO: VENCIMIENTOS, PRORROGAS Y PREAVISO   *
      * OCT-15-2026                                                    *
      *                                                                *
      * CONTRATO-TIPO "TF" MARCA EL CONTRATO A TERMINO FIJO, PERO NO   *
      * HABIA FECHA DE TERMINACION NI HISTORIA DE PRORROGAS.  CADA     *
      * TERMINO DEL CONTRATO VIGENTE QUEDA EN PRORROGA (INICIAL Y      *
      * PRORROGAS) Y SOBRE ESO:                                        *
      *   T = TERMINO INICIAL DEL CONTRATO (DESDE EL INGRESO)          *
      *   P = PRORROGA PACTADA                                         *
      *   C = CARTA DE PREAVISO DE NO RENOVACION (30 DIAS) O CARTA     *
      *       DE RENOVACION, CON SU REGISTRO EN EL TERMINO             *
      *   V = ALERTA DIARIA: CONTRATOS QUE VENCEN EN 45 DIAS O MENOS,  *
      *       CON LA FECHA LIMITE DEL PREAVISO                         *
      *   A = PRORROGAS AUTOMATICAS DE LOS TERMINOS VENCIDOS SIN       *
      *       PREAVISO DE NO RENOVACION                                *
      * REGLA LEGAL (ART. 46 C.S.T.): DESPUES DE TRES PRORROGAS        *
      * INFERIORES A UN ANO, LA SIGUIENTE NO PUEDE SER INFERIOR A UN   *
      * ANO.  LA PRORROGA PACTADA QUE LA INCUMPLE SE ADVIERTE Y PIDE   *
      * CONFIRMACION; LA AUTOMATICA SE HACE POR UN ANO; LA ALERTA LA   *
      * SENALA CON ANTICIPACION.                                       *
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
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\PRORROGA.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\PRORROGA.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG390".
       77      ID-PRG              PIC X(7)  VALUE "PROG390".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-FECHA-ING         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HASTA       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-LIMITE      PIC 9(08) VALUE ZEROS.
       77      W-DIAS              PIC 9(05) VALUE ZEROS.
       77      W-DIAS-FALTAN       PIC S9(05) VALUE ZEROS.
       77      W-TERMINOS          PIC 9(02) VALUE ZEROS.
       77      W-CORTAS            PIC 9(02) VALUE ZEROS.
       77      W-NUMERO-NUEVO      PIC 9(02) VALUE ZEROS.
       77      W-CLASE-CARTA       PIC X(01) VALUE SPACES.
       77      W-ALERTAS           PIC 9(05) VALUE ZEROS.
       77      W-PRORROGADOS       PIC 9(05) VALUE ZEROS.
       77      W-TIPO-PRORROGA     PIC X(01) VALUE SPACES.
       77      SW-REGLA            PIC 9(01) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       77      FIN-PRR             PIC 9(01) VALUE ZEROS.
       01      W-ULTIMO-TERMINO    PIC X(86) VALUE SPACES.
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
       01      AREA-HABEAS.
        03     HAB-LNK-USUARIO     PIC X(03).
        03     HAB-LNK-PROGRAMA    PIC X(08).
        03     HAB-LNK-EMPRESA     PIC 9(07).
        03     HAB-LNK-CEDULA      PIC 9(12).
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      W-FECHA-EDIT.
        03     W-FE-DIA            PIC 9(02).
        03     FILLER              PIC X(01)    VALUE "/".
        03     W-FE-MES            PIC 9(02).
        03     FILLER              PIC X(01)    VALUE "/".
        03     W-FE-ANO            PIC 9(04).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\PRORROGA.LBL".
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
              "CONTRATOS A TERMINO FIJO POR VENCER           ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(120)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(27)    VALUE
              " NOMBRE                    ".
         05    FILLER      PIC X(04)    VALUE " PR ".
         05    FILLER      PIC X(11)    VALUE " VENCE     ".
         05    FILLER      PIC X(06)    VALUE " DIAS ".
         05    FILLER      PIC X(11)    VALUE " PREAVISO  ".
         05    FILLER      PIC X(45)    VALUE
              " OBSERVACION                                 ".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(03).
         05    I-NUMERO    PIC 9(02).
         05    FILLER      PIC X(02).
         05    I-VENCE     PIC X(10).
         05    FILLER      PIC X(01).
         05    I-DIAS      PIC ----9.
         05    FILLER      PIC X(02).
         05    I-PREAVISO  PIC X(10).
         05    FILLER      PIC X(02).
         05    I-OBSERVA   PIC X(44).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZ9.
        03     LINEA-DE-CARTA.
         05    FILLER      PIC X(08).
         05    I-CARTA     PIC X(72).
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\PRORROGA.DCL".
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
           PERFORM I-STATUS-PRORROGA THRU F-STATUS-PRORROGA
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* CONTRATOS A TERMINO FIJO *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-PRORROGA-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 390                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-PRORROGA.
           OPEN INPUT PRORROGA.
           IF  PRORROGA-STATUS  =  "35"
               OPEN OUTPUT PRORROGA.
           CLOSE PRORROGA.
       F-STATUS-PRORROGA.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O PRORROGA.
           OPEN INPUT CONTRATO HOJAVIDA.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  T  TERMINO INICIAL DEL CONTRATO         !"
                                       LINE 06 POSITION 18
           DISPLAY "!  P  PRORROGA PACTADA                     !"
                                       LINE 07 POSITION 18
           DISPLAY "!  C  CARTA DE PREAVISO O DE RENOVACION    !"
                                       LINE 08 POSITION 18
           DISPLAY "!  V  CONTRATOS QUE VENCEN EN 45 DIAS      !"
                                       LINE 09 POSITION 18
           DISPLAY "!  A  PRORROGAS AUTOMATICAS SIN PREAVISO   !"
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
           IF  W-OPCION  =  "T"
               PERFORM I-TERMINO-INICIAL THRU F-TERMINO-INICIAL.
           IF  W-OPCION  =  "P"
               PERFORM I-PRORROGA      THRU F-PRORROGA.
           IF  W-OPCION  =  "C"
               PERFORM I-CARTA-TERMINO THRU F-CARTA-TERMINO.
           IF  W-OPCION  =  "V"
               PERFORM I-VENCIMIENTOS  THRU F-VENCIMIENTOS.
           IF  W-OPCION  =  "A"
               PERFORM I-AUTOMATICAS   THRU F-AUTOMATICAS.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  CEDULA Y CONTRATO A TERMINO FIJO VIGENTE (SW-1 = 1 SI NO)     *
      ******************************************************************
       I-PIDE-EMPLEADO.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA  SW-1.
           DISPLAY "CEDULA.........:"  LINE 15 POSITION 18.
           ACCEPT W-CEDULA             LINE 15 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-EMPLEADO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EMPLEADO SIN CONTRATO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PIDE-EMPLEADO.
           PERFORM I-REGISTRA-HABEAS   THRU F-REGISTRA-HABEAS.
           IF  CONTRATO-TIPO  NOT =  "TF"
           OR  CONTRATO-ESTADO  =  "R"
               MOVE 1                  TO  SW-1
               DISPLAY "NO ES UN CONTRATO A TERMINO FIJO VIGENTE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PIDE-EMPLEADO.
           MOVE SPACES                 TO  HOJAVIDA-NOMBRE.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           DISPLAY HOJAVIDA-NOMBRE     LINE 15 POSITION 50 REVERSE.
           PERFORM I-ULTIMO-TERMINO    THRU F-ULTIMO-TERMINO.
       F-PIDE-EMPLEADO.
      *
      ******************************************************************
      *  ULTIMO TERMINO DEL CONTRATO VIGENTE EN W-ULTIMO-TERMINO (Y EN *
      *  EL REGISTRO), CON EL NUMERO DE TERMINOS Y DE PRORROGAS        *
      *  INFERIORES A UN ANO                                           *
      ******************************************************************
       I-ULTIMO-TERMINO.
           MOVE ZEROS              TO  W-TERMINOS  W-CORTAS  FIN-PRR.
           MOVE SPACES                 TO  W-ULTIMO-TERMINO.
           MOVE CONTRATO-CIA           TO  PRR-CIA.
           MOVE CONTRATO-CEDULA        TO  PRR-CEDULA.
           MOVE CONTRATO-SECUENCIA     TO  PRR-SECUENCIA.
           MOVE ZEROS                  TO  PRR-NUMERO.
           START PRORROGA KEY NOT LESS PRR-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-PRR.
       I-ULTIMO-CICLO.
           IF  FIN-PRR  =  1           GO TO I-ULTIMO-FIN.
           READ PRORROGA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-PRR
                GO TO I-ULTIMO-CICLO.
           IF  PRR-CIA  NOT =  CONTRATO-CIA
           OR  PRR-CEDULA  NOT =  CONTRATO-CEDULA
           OR  PRR-SECUENCIA  NOT =  CONTRATO-SECUENCIA
               MOVE 1                  TO  FIN-PRR
               GO TO I-ULTIMO-CICLO.
           ADD 1                       TO  W-TERMINOS.
           IF  PRR-NUMERO  >  ZEROS  AND  PRR-DIAS  <  365
               ADD 1                   TO  W-CORTAS.
           MOVE REG-PRORROGA           TO  W-ULTIMO-TERMINO.
           GO TO I-ULTIMO-CICLO.
       I-ULTIMO-FIN.
           IF  W-TERMINOS  >  ZEROS
               MOVE W-ULTIMO-TERMINO   TO  REG-PRORROGA.
       F-ULTIMO-TERMINO.
      *
      ******************************************************************
      *  T: TERMINO INICIAL, DESDE LA FECHA DE INGRESO DEL CONTRATO    *
      ******************************************************************
       I-TERMINO-INICIAL.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-TERMINO-INICIAL.
           IF  W-TERMINOS  >  ZEROS
               PERFORM I-MUESTRA-TERMINO THRU F-MUESTRA-TERMINO
               DISPLAY "EL CONTRATO YA TIENE TERMINO REGISTRADO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-TERMINO-INICIAL.
           COMPUTE W-FECHA-DESDE  =  (CONTRATO-ANO-ING  *  10000)
                   +  (CONTRATO-MES-ING  *  100)  +  CONTRATO-DIA-ING.
           DISPLAY "INGRESO........:"  LINE 16 POSITION 18.
           DISPLAY W-FECHA-DESDE       LINE 16 POSITION 36 REVERSE.
           DISPLAY "VENCE (AAAAMMDD:"  LINE 17 POSITION 18.
           MOVE ZEROS                  TO  W-FECHA-HASTA.
           ACCEPT W-FECHA-HASTA        LINE 17 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-TERMINO-INICIAL.
           PERFORM I-DIAS-TERMINO      THRU F-DIAS-TERMINO.
           IF  W-DIAS  =  ZEROS
               DISPLAY "FECHA DE VENCIMIENTO ERRADA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-TERMINO-INICIAL.
           INITIALIZE REG-PRORROGA.
           MOVE CONTRATO-CIA           TO  PRR-CIA.
           MOVE CONTRATO-CEDULA        TO  PRR-CEDULA.
           MOVE CONTRATO-SECUENCIA     TO  PRR-SECUENCIA.
           MOVE ZEROS                  TO  PRR-NUMERO.
           MOVE "I"                    TO  PRR-TIPO.
           PERFORM I-GRABA-TERMINO     THRU F-GRABA-TERMINO.
           DISPLAY "TERMINO INICIAL REGISTRADO - DIAS:"
                   LINE 24 POSITION 18 REVERSE.
           DISPLAY W-DIAS              LINE 24 POSITION 53 REVERSE.
       F-TERMINO-INICIAL.
      *
      ******************************************************************
      *  P: PRORROGA PACTADA A CONTINUACION DEL ULTIMO TERMINO         *
      ******************************************************************
       I-PRORROGA.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-PRORROGA.
           IF  W-TERMINOS  =  ZEROS
               DISPLAY "REGISTRE PRIMERO EL TERMINO INICIAL (T)"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PRORROGA.
           PERFORM I-MUESTRA-TERMINO   THRU F-MUESTRA-TERMINO.
           IF  PRR-PREAVISO-CLASE  =  "N"
               DISPLAY "TIENE PREAVISO DE NO RENOVACION"
                       LINE 23 POSITION 18 REVERSE BLINK.
           PERFORM I-DESDE-SIGUIENTE   THRU F-DESDE-SIGUIENTE.
           DISPLAY "NUEVO DESDE....:"  LINE 18 POSITION 18.
           DISPLAY W-FECHA-DESDE       LINE 18 POSITION 36 REVERSE.
           DISPLAY "NUEVO HASTA....:"  LINE 19 POSITION 18.
           MOVE ZEROS                  TO  W-FECHA-HASTA.
           ACCEPT W-FECHA-HASTA        LINE 19 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-PRORROGA.
           PERFORM I-DIAS-TERMINO      THRU F-DIAS-TERMINO.
           IF  W-DIAS  =  ZEROS
               DISPLAY "FECHA DE VENCIMIENTO ERRADA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PRORROGA.
           MOVE ZEROS                  TO  SW-REGLA.
           IF  W-CORTAS  NOT <  3  AND  W-DIAS  <  365
               MOVE 1                  TO  SW-REGLA
               DISPLAY "YA HUBO 3 PRORROGAS < 1 ANO: ESTA DEBE SER DE"
                       LINE 22 POSITION 18 REVERSE BLINK
               DISPLAY "UN ANO O MAS. [S] GRABA DE TODOS MODOS"
                       LINE 23 POSITION 18 REVERSE BLINK
           ELSE
               DISPLAY "[ G ] GRABA LA PRORROGA  [ OTRA ] CANCELA"
                       LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 22 POSITION 01.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  SW-REGLA  =  1  AND  W-TRUCO  NOT =  "S"
               GO TO F-PRORROGA.
           IF  SW-REGLA  =  ZEROS  AND  W-TRUCO  NOT =  "G"
               GO TO F-PRORROGA.
           MOVE "P"                    TO  W-TIPO-PRORROGA.
           PERFORM I-NUEVA-PRORROGA    THRU F-NUEVA-PRORROGA.
           DISPLAY "PRORROGA GRABADA NUMERO:"
                   LINE 24 POSITION 18 REVERSE.
           DISPLAY W-NUMERO-NUEVO      LINE 24 POSITION 43 REVERSE.
       F-PRORROGA.
      *
      *  CIERRA EL TERMINO ANTERIOR (CUMPLIDO) Y GRABA EL NUEVO CON
      *  W-FECHA-DESDE / W-FECHA-HASTA / W-DIAS / W-TIPO-PRORROGA
       I-NUEVA-PRORROGA.
           MOVE W-ULTIMO-TERMINO       TO  REG-PRORROGA.
           READ PRORROGA INVALID KEY
                GO TO F-NUEVA-PRORROGA.
           MOVE "C"                    TO  PRR-ESTADO.
           REWRITE REG-PRORROGA.
           COMPUTE W-NUMERO-NUEVO  =  PRR-NUMERO  +  1.
           INITIALIZE REG-PRORROGA.
           MOVE CONTRATO-CIA           TO  PRR-CIA.
           MOVE CONTRATO-CEDULA        TO  PRR-CEDULA.
           MOVE CONTRATO-SECUENCIA     TO  PRR-SECUENCIA.
           MOVE W-NUMERO-NUEVO         TO  PRR-NUMERO.
           MOVE W-TIPO-PRORROGA        TO  PRR-TIPO.
           PERFORM I-GRABA-TERMINO     THRU F-GRABA-TERMINO.
       F-NUEVA-PRORROGA.
      *
       I-GRABA-TERMINO.
           MOVE W-FECHA-DESDE          TO  PRR-FECHA-DESDE.
           MOVE W-FECHA-HASTA          TO  PRR-FECHA-HASTA.
           MOVE W-DIAS                 TO  PRR-DIAS.
           MOVE ZEROS                  TO  PRR-PREAVISO-FECHA.
           MOVE SPACES                 TO  PRR-PREAVISO-CLASE.
           MOVE "V"                    TO  PRR-ESTADO.
           MOVE WK-FECHA-HOY           TO  PRR-FECHA-REGISTRO.
           MOVE CON-USERNAME           TO  PRR-USUARIO.
           WRITE REG-PRORROGA INVALID KEY
                 REWRITE REG-PRORROGA.
       F-GRABA-TERMINO.
      *
      *  DIAS CALENDARIO DEL TERMINO W-FECHA-DESDE A W-FECHA-HASTA
      *  (AMBOS INCLUSIVE); CERO SI LAS FECHAS NO SIRVEN
       I-DIAS-TERMINO.
           MOVE ZEROS                  TO  W-DIAS.
           MOVE "D"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-DESDE          TO  FEC-LNK-FECHA.
           MOVE W-FECHA-HASTA          TO  FEC-LNK-FECHA-2.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
           OR  FEC-LNK-DIAS  <  ZEROS
               GO TO F-DIAS-TERMINO.
           COMPUTE W-DIAS  =  FEC-LNK-DIAS  +  1.
       F-DIAS-TERMINO.
      *
      *  EL NUEVO TERMINO EMPIEZA EL DIA SIGUIENTE AL VENCIMIENTO
       I-DESDE-SIGUIENTE.
           MOVE "S"                    TO  FEC-LNK-OPERACION.
           MOVE PRR-FECHA-HASTA        TO  FEC-LNK-FECHA.
           MOVE 1                      TO  FEC-LNK-DIAS.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           MOVE FEC-LNK-RESULTADO      TO  W-FECHA-DESDE.
       F-DESDE-SIGUIENTE.
      *
       I-MUESTRA-TERMINO.
           DISPLAY "TERMINO ACTUAL.:"  LINE 16 POSITION 18.
           DISPLAY PRR-NUMERO          LINE 16 POSITION 36 REVERSE.
           DISPLAY PRR-FECHA-DESDE     LINE 16 POSITION 40 REVERSE.
           DISPLAY PRR-FECHA-HASTA     LINE 16 POSITION 50 REVERSE.
           DISPLAY "PRORROGAS < ANO:"  LINE 17 POSITION 18.
           DISPLAY W-CORTAS            LINE 17 POSITION 36 REVERSE.
           DISPLAY "PREAVISO:"         LINE 17 POSITION 40.
           DISPLAY PRR-PREAVISO-CLASE  LINE 17 POSITION 50 REVERSE.
           DISPLAY PRR-PREAVISO-FECHA  LINE 17 POSITION 52 REVERSE.
       F-MUESTRA-TERMINO.
      *
      ******************************************************************
      *  C: CARTA DE PREAVISO (N) O DE RENOVACION (R) DEL TERMINO      *
      *  VIGENTE.  EL PREAVISO DEBE DARSE CON 30 DIAS DE ANTICIPACION  *
      ******************************************************************
       I-CARTA-TERMINO.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-CARTA-TERMINO.
           IF  W-TERMINOS  =  ZEROS
               DISPLAY "EL CONTRATO NO TIENE TERMINO REGISTRADO (T)"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-CARTA-TERMINO.
           PERFORM I-MUESTRA-TERMINO   THRU F-MUESTRA-TERMINO.
           DISPLAY "CARTA N=NO RENUEVA R=RENUEVA:"
                                       LINE 19 POSITION 18.
           MOVE SPACES                 TO  W-CLASE-CARTA.
           ACCEPT W-CLASE-CARTA        LINE 19 POSITION 48
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-CLASE-CARTA  NOT =  "N"  AND  W-CLASE-CARTA  NOT =  "R"
               GO TO F-CARTA-TERMINO.
           PERFORM I-DIAS-FALTAN       THRU F-DIAS-FALTAN.
           IF  W-CLASE-CARTA  =  "N"  AND  W-DIAS-FALTAN  <  30
               DISPLAY "PREAVISO EXTEMPORANEO: MENOS DE 30 DIAS"
                       LINE 22 POSITION 18 REVERSE BLINK
               DISPLAY "EL CONTRATO SE PRORROGA. [S] IMPRIME IGUAL"
                       LINE 23 POSITION 18 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               DISPLAY WK-ESPACIOS     LINE 22 POSITION 01
               DISPLAY WK-ESPACIOS     LINE 23 POSITION 01
               IF  W-TRUCO  NOT =  "S"
                   GO TO F-CARTA-TERMINO.
           READ PRORROGA INVALID KEY
                GO TO F-CARTA-TERMINO.
           MOVE WK-FECHA-HOY           TO  PRR-PREAVISO-FECHA.
           MOVE W-CLASE-CARTA          TO  PRR-PREAVISO-CLASE.
           IF  W-CLASE-CARTA  =  "N"
               MOVE "T"                TO  PRR-ESTADO.
           MOVE CON-USERNAME           TO  PRR-USUARIO.
           REWRITE REG-PRORROGA.
           PERFORM I-IMPRIME-CARTA     THRU F-IMPRIME-CARTA.
           DISPLAY "CARTA GENERADA Y REGISTRADA EN EL TERMINO"
                   LINE 24 POSITION 18 REVERSE.
       F-CARTA-TERMINO.
      *
      *  DIAS CALENDARIO DE HOY AL VENCIMIENTO DEL TERMINO
       I-DIAS-FALTAN.
           MOVE "D"                    TO  FEC-LNK-OPERACION.
           MOVE WK-FECHA-HOY           TO  FEC-LNK-FECHA.
           MOVE PRR-FECHA-HASTA        TO  FEC-LNK-FECHA-2.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           MOVE FEC-LNK-DIAS           TO  W-DIAS-FALTAN.
       F-DIAS-FALTAN.
      *
       I-IMPRIME-CARTA.
           OPEN OUTPUT INFORMES.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           MOVE WEMPRESA               TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER PAGE.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           MOVE WK-MASCARA-FECHA       TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 3.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           MOVE "Senor(a)"             TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 3.
           MOVE HOJAVIDA-NOMBRE        TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           STRING "C.C. "  W-CEDULA  "  -  "  CONTRATO-CARGO
                  DELIMITED BY SIZE  INTO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 1.
           MOVE PRR-FECHA-HASTA        TO  W-FECHA-NUM.
           MOVE W-FP-DIA               TO  W-FE-DIA.
           MOVE W-FP-MES               TO  W-FE-MES.
           MOVE W-FP-ANO               TO  W-FE-ANO.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           IF  W-CLASE-CARTA  =  "N"
               STRING "Ref.: Preaviso de terminacion del contrato "
                      "a termino fijo"
                      DELIMITED BY SIZE  INTO  I-CARTA
           ELSE
               MOVE "Ref.: Renovacion del contrato a termino fijo"
                                       TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 3.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           STRING "Por medio de la presente le informamos que su "
                  "contrato de trabajo a"
                  DELIMITED BY SIZE  INTO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 3.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           STRING "termino fijo vence el "  W-FECHA-EDIT
                  DELIMITED BY SIZE  INTO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           IF  W-CLASE-CARTA  =  "N"
               STRING "y que la empresa ha decidido no renovarlo, "
                      "de conformidad con"
                      DELIMITED BY SIZE  INTO  I-CARTA
           ELSE
               STRING "y que la empresa ha decidido renovarlo en "
                      "las mismas condiciones"
                      DELIMITED BY SIZE  INTO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           IF  W-CLASE-CARTA  =  "N"
               STRING "el articulo 46 del Codigo Sustantivo del "
                      "Trabajo. Este aviso se da con"
                      DELIMITED BY SIZE  INTO  I-CARTA
               WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 1
               MOVE SPACES             TO  LINEA-DE-CARTA
               STRING "la anticipacion no inferior a treinta (30) "
                      "dias que exige la ley."
                      DELIMITED BY SIZE  INTO  I-CARTA
           ELSE
               MOVE "y por un termino igual al inicialmente pactado."
                                       TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           MOVE "Atentamente,"         TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 3.
           MOVE ALL "_"                TO  I-CARTA.
           MOVE SPACES                 TO  I-CARTA(31:).
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 5.
           MOVE SPACES                 TO  LINEA-DE-CARTA.
           MOVE "Recibido por el trabajador:"  TO  I-CARTA.
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 4.
           MOVE ALL "_"                TO  I-CARTA.
           MOVE SPACES                 TO  I-CARTA(31:).
           WRITE REG-INFORMES FROM LINEA-DE-CARTA AFTER 3.
           CLOSE INFORMES.
       F-IMPRIME-CARTA.
      *
      ******************************************************************
      *  V: ALERTA DE CONTRATOS QUE VENCEN EN 45 DIAS O MENOS (Y LOS   *
      *  YA VENCIDOS SIN DEFINIR)                                      *
      ******************************************************************
       I-VENCIMIENTOS.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-ALERTAS.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  FIN-CON  CONTRATO-CEDULA.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-VENCE-CICLO.
           IF  FIN-CON  =  1           GO TO I-VENCE-FIN.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-VENCE-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-VENCE-CICLO.
           IF  CONTRATO-TIPO  NOT =  "TF"
           OR  CONTRATO-ESTADO  =  "R"
               GO TO I-VENCE-CICLO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           PERFORM I-ULTIMO-TERMINO    THRU F-ULTIMO-TERMINO.
           IF  W-TERMINOS  =  ZEROS
               MOVE "SIN TERMINO REGISTRADO (OPCION T)"  TO  I-OBSERVA
               PERFORM I-IMPRIME-ALERTA THRU F-IMPRIME-ALERTA
               GO TO I-VENCE-CICLO.
           IF  PRR-ESTADO  =  "T"      GO TO I-VENCE-CICLO.
           PERFORM I-DIAS-FALTAN       THRU F-DIAS-FALTAN.
           IF  W-DIAS-FALTAN  >  45    GO TO I-VENCE-CICLO.
           MOVE PRR-NUMERO             TO  I-NUMERO.
           MOVE PRR-FECHA-HASTA        TO  W-FECHA-NUM.
           PERFORM I-EDITA-FECHA       THRU F-EDITA-FECHA.
           MOVE W-FECHA-EDIT           TO  I-VENCE.
           MOVE W-DIAS-FALTAN          TO  I-DIAS.
           IF  PRR-PREAVISO-FECHA  NOT =  ZEROS
               MOVE PRR-PREAVISO-FECHA TO  W-FECHA-NUM
               PERFORM I-EDITA-FECHA   THRU F-EDITA-FECHA
               MOVE W-FECHA-EDIT       TO  I-PREAVISO.
           IF  W-DIAS-FALTAN  <  30
           AND PRR-PREAVISO-CLASE  NOT =  "N"
               MOVE "SIN PREAVISO A TIEMPO: SE PRORROGA"  TO  I-OBSERVA.
           IF  W-DIAS-FALTAN  NOT <  30
           AND PRR-PREAVISO-CLASE  =  SPACES
               PERFORM I-FECHA-LIMITE  THRU F-FECHA-LIMITE.
           IF  PRR-PREAVISO-CLASE  =  "R"
               MOVE "SE RENUEVA (CARTA DE RENOVACION)"  TO  I-OBSERVA.
           IF  PRR-PREAVISO-CLASE  NOT =  "N"
           AND W-CORTAS  NOT <  3  AND  PRR-DIAS  <  365
               MOVE "3 PRORROGAS < 1 ANO: LA SIGUIENTE ES DE UN ANO"
                                       TO  I-OBSERVA.
           PERFORM I-IMPRIME-ALERTA    THRU F-IMPRIME-ALERTA.
           GO TO I-VENCE-CICLO.
       I-VENCE-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CONTRATOS EN ALERTA:" TO  I-TEXTO.
           MOVE W-ALERTAS              TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           CLOSE INFORMES.
           DISPLAY "CONTRATOS EN ALERTA:"  LINE 24 POSITION 18 REVERSE.
           DISPLAY W-ALERTAS           LINE 24 POSITION 39 REVERSE.
       F-VENCIMIENTOS.
      *
      *  FECHA LIMITE DEL PREAVISO: 30 DIAS ANTES DEL VENCIMIENTO
       I-FECHA-LIMITE.
           MOVE "S"                    TO  FEC-LNK-OPERACION.
           MOVE PRR-FECHA-HASTA        TO  FEC-LNK-FECHA.
           MOVE -30                    TO  FEC-LNK-DIAS.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           MOVE FEC-LNK-RESULTADO      TO  W-FECHA-NUM.
           PERFORM I-EDITA-FECHA       THRU F-EDITA-FECHA.
           MOVE SPACES                 TO  I-OBSERVA.
           STRING "PREAVISO A MAS TARDAR EL "  W-FECHA-EDIT
                  DELIMITED BY SIZE  INTO  I-OBSERVA.
       F-FECHA-LIMITE.
      *
       I-EDITA-FECHA.
           MOVE W-FP-DIA               TO  W-FE-DIA.
           MOVE W-FP-MES               TO  W-FE-MES.
           MOVE W-FP-ANO               TO  W-FE-ANO.
       F-EDITA-FECHA.
      *
       I-IMPRIME-ALERTA.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA.
           MOVE CONTRATO-CEDULA        TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN  W-ALERTAS.
       F-IMPRIME-ALERTA.
      *
      ******************************************************************
      *  A: TERMINOS VENCIDOS SIN PREAVISO DE NO RENOVACION: SE        *
      *  PRORROGAN POR UN TERMINO IGUAL, O POR UN ANO CUANDO YA HUBO   *
      *  TRES PRORROGAS INFERIORES A UN ANO                            *
      ******************************************************************
       I-AUTOMATICAS.
           MOVE ZEROS                  TO  W-PRORROGADOS  FIN-CON
                                           CONTRATO-CEDULA.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-AUTO-CICLO.
           IF  FIN-CON  =  1           GO TO I-AUTO-FIN.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-AUTO-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-AUTO-CICLO.
           IF  CONTRATO-TIPO  NOT =  "TF"
           OR  CONTRATO-ESTADO  =  "R"
               GO TO I-AUTO-CICLO.
           PERFORM I-ULTIMO-TERMINO    THRU F-ULTIMO-TERMINO.
           IF  W-TERMINOS  =  ZEROS    GO TO I-AUTO-CICLO.
           IF  PRR-ESTADO  NOT =  "V"
           OR  PRR-PREAVISO-CLASE  =  "N"
           OR  PRR-FECHA-HASTA  NOT <  WK-FECHA-HOY
               GO TO I-AUTO-CICLO.
           PERFORM I-DESDE-SIGUIENTE   THRU F-DESDE-SIGUIENTE.
           MOVE PRR-DIAS               TO  W-DIAS.
           IF  W-CORTAS  NOT <  3  AND  W-DIAS  <  365
               MOVE 365                TO  W-DIAS.
           MOVE "S"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-DESDE          TO  FEC-LNK-FECHA.
           COMPUTE FEC-LNK-DIAS  =  W-DIAS  -  1.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           MOVE FEC-LNK-RESULTADO      TO  W-FECHA-HASTA.
           MOVE "A"                    TO  W-TIPO-PRORROGA.
           PERFORM I-NUEVA-PRORROGA    THRU F-NUEVA-PRORROGA.
           ADD 1                       TO  W-PRORROGADOS.
           GO TO I-AUTO-CICLO.
       I-AUTO-FIN.
           DISPLAY "PRORROGAS AUTOMATICAS GRABADAS:"
                   LINE 24 POSITION 18 REVERSE.
           DISPLAY W-PRORROGADOS       LINE 24 POSITION 50 REVERSE.
       F-AUTOMATICAS.
      *
      ******************************************************************
      *  RASTRO DE HABEAS DATA (LEY 1581): QUIEN CONSULTO A QUIEN      *
      ******************************************************************
       I-REGISTRA-HABEAS.
           MOVE CON-USERNAME           TO  HAB-LNK-USUARIO.
           MOVE W-PROGRAMA             TO  HAB-LNK-PROGRAMA.
           MOVE CON-COD-EMPRESA        TO  HAB-LNK-EMPRESA.
           MOVE W-CEDULA               TO  HAB-LNK-CEDULA.
           CALL "HABEAS"            USING  AREA-HABEAS.
       F-REGISTRA-HABEAS.
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
           CLOSE CONTRATO HOJAVIDA PRORROGA.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
