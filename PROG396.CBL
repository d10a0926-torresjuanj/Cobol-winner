       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG396.
      ******************************************************************
      * DEDUCCIONES Y RENTAS EXENTAS DE RETENCION EN LA FUENTE         *
      * OCT-15-2026                                                    *
      *                                                                *
      * CERTIFICADOS QUE EL EMPLEADO ENTREGA CADA ANO PARA DEPURAR LA  *
      * BASE DE RETENCION DEL PROCEDIMIENTO 1 (DEDURETE). CADA UNO CON *
      * SU VALOR MENSUAL Y SUS FECHAS DE VIGENCIA:                     *
      *   D = DEPENDIENTE (DEBE EXISTIR Y ESTAR ACTIVO EN DEPENDIE)    *
      *   M = MEDICINA PREPAGADA / SEGURO DE SALUD                     *
      *   I = INTERESES DE CREDITO DE VIVIENDA                         *
      *   V = APORTE VOLUNTARIO A PENSION  A = AHORRO AFC / AVC        *
      *   M = MANTENIMIENTO DE LOS CERTIFICADOS DE UN EMPLEADO Y ANO   *
      *   S = SIMULACION DE LA DEPURACION DE UN MES (NOMRETE1)         *
      *   L = LISTADO DE CERTIFICADOS DEL ANO                          *
      * EL CERTIFICADO NO SE BORRA: SE INACTIVA.                       *
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
               COPY "..\DYC\DEPENDIE.DYC".
               COPY "..\DYC\DEDURETE.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\DEPENDIE.FD".
               COPY "..\FD\DEDURETE.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG396".
       77      ID-PRG              PIC X(7)  VALUE "PROG396".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-ANO               PIC 9(04) VALUE ZEROS.
       77      W-ANO-DESDE         PIC 9(04) VALUE ZEROS.
       77      W-CONSEC            PIC 9(03) VALUE ZEROS.
       77      W-ULTIMO            PIC 9(03) VALUE ZEROS.
       77      W-FECHA-SIM         PIC 9(08) VALUE ZEROS.
       77      W-APORTES           PIC 9(11)V99 VALUE ZEROS.
       77      W-VALOR-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77      W-LISTADOS          PIC 9(05) VALUE ZEROS.
       77      W-TOTAL-MES         PIC 9(13)V99 VALUE ZEROS.
       77      SW-NUEVO            PIC 9(01) VALUE ZEROS.
       77      FIN-DDR             PIC 9(01) VALUE ZEROS.
       01      AREA-HABEAS.
        03     HAB-LNK-USUARIO     PIC X(03).
        03     HAB-LNK-PROGRAMA    PIC X(08).
        03     HAB-LNK-EMPRESA     PIC 9(07).
        03     HAB-LNK-CEDULA      PIC 9(12).
       01      AREA-NOMRETE1.
        03     RT1-LNK-EMPRESA          PIC 9(07).
        03     RT1-LNK-CEDULA           PIC 9(12).
        03     RT1-LNK-FECHA            PIC 9(08).
        03     RT1-LNK-INGRESOS         PIC 9(11)V99.
        03     RT1-LNK-APORTES          PIC 9(11)V99.
        03     RT1-LNK-DEPENDIENTES     PIC 9(11)V99.
        03     RT1-LNK-MEDICINA         PIC 9(11)V99.
        03     RT1-LNK-INTERESES        PIC 9(11)V99.
        03     RT1-LNK-VOLUNTARIOS      PIC 9(11)V99.
        03     RT1-LNK-EXENTA-25        PIC 9(11)V99.
        03     RT1-LNK-BENEFICIOS       PIC 9(11)V99.
        03     RT1-LNK-BASE             PIC 9(11)V99.
        03     RT1-LNK-CATEGORIA        PIC 9(03).
        03     RT1-LNK-PORCENTAJE       PIC 9(02)V9(03).
        03     RT1-LNK-RETENCION        PIC 9(11)V99.
        03     RT1-LNK-ESTADO           PIC X(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\DEPENDIE.LBL".
               COPY "..\LBL\DEDURETE.LBL".
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
         05    I-TIT-INFORME
                           PIC X(46)    VALUE
              "CERTIFICADOS DE DEDUCCIONES PARA RETENCION    ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    FILLER      PIC X(30)    VALUE
              "ANO GRAVABLE................. ".
         05    I-FILTRO    PIC 9(04).
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(27)    VALUE
              " EMPLEADO                  ".
         05    FILLER      PIC X(06)    VALUE "NO. T ".
         05    FILLER      PIC X(32)    VALUE
              " DESCRIPCION                    ".
         05    FILLER      PIC X(19)    VALUE
              "    VALOR MENSUAL  ".
         05    FILLER      PIC X(20)    VALUE
              "DESDE     HASTA    E".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(02).
         05    I-CONSEC    PIC 9(03).
         05    FILLER      PIC X(01).
         05    I-TIPO      PIC X(01).
         05    FILLER      PIC X(02).
         05    I-DESCRIPCION
                           PIC X(30).
         05    FILLER      PIC X(02).
         05    I-VALOR     PIC ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(03).
         05    I-DESDE     PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-HASTA     PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-ESTADO    PIC X(01).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZ9.
         05    FILLER      PIC X(37).
         05    I-TOT-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\DEPENDIE.DCL".
               COPY "..\DCL\DEDURETE.DCL".
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
           PERFORM I-STATUS-DEDURETE THRU F-STATUS-DEDURETE
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* DEDUCCIONES RETENCION FUENTE *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-DEPENDIE-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 396                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
           MOVE WK-ANO                 TO  W-ANO.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-DEDURETE.
           OPEN INPUT DEDURETE.
           IF  DEDURETE-STATUS  =  "35"
               OPEN OUTPUT DEDURETE.
           CLOSE DEDURETE.
           OPEN INPUT DEPENDIE.
           IF  DEPENDIE-STATUS  =  "35"
               OPEN OUTPUT DEPENDIE.
           CLOSE DEPENDIE.
       F-STATUS-DEDURETE.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O DEDURETE.
           OPEN INPUT HOJAVIDA DEPENDIE.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  M  MANTENIMIENTO DE CERTIFICADOS        !"
                                       LINE 06 POSITION 18
           DISPLAY "!  S  SIMULACION DE LA DEPURACION DEL MES  !"
                                       LINE 07 POSITION 18
           DISPLAY "!  L  LISTADO DE CERTIFICADOS DEL ANO      !"
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
           IF  W-OPCION  =  "M"
               PERFORM I-MANTENIMIENTO THRU F-MANTENIMIENTO.
           IF  W-OPCION  =  "S"
               PERFORM I-SIMULACION    THRU F-SIMULACION.
           IF  W-OPCION  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  CEDULA DEL EMPLEADO EN HOJAVIDA (SW-1 = 1 SI NO SE SIGUE)     *
      ******************************************************************
       I-PIDE-EMPLEADO.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA  SW-1.
           DISPLAY "CEDULA.........:"  LINE 14 POSITION 10.
           ACCEPT W-CEDULA             LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-EMPLEADO.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EMPLEADO NO EXISTE EN HOJA DE VIDA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PIDE-EMPLEADO.
           PERFORM I-REGISTRA-HABEAS   THRU F-REGISTRA-HABEAS.
           DISPLAY HOJAVIDA-NOMBRE     LINE 14 POSITION 42 REVERSE.
       F-PIDE-EMPLEADO.
      *
      ******************************************************************
      *  M: MANTENIMIENTO.  LISTA LOS CERTIFICADOS DEL EMPLEADO EN EL  *
      *  ANO Y PIDE EL CONSECUTIVO A MODIFICAR (000 = NUEVO)           *
      ******************************************************************
       I-MANTENIMIENTO.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-MANTENIMIENTO.
           DISPLAY "ANO GRAVABLE...:"  LINE 14 POSITION 10.
           ACCEPT W-ANO                LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-ANO  =  ZEROS GO TO F-MANTENIMIENTO.
           PERFORM I-LISTA-CERTIFICADOS THRU F-LISTA-CERTIFICADOS.
           MOVE ZEROS                  TO  W-CONSEC  SW-NUEVO.
           DISPLAY "CONSECUTIVO (000 = NUEVO):"
                                       LINE 22 POSITION 10.
           ACCEPT W-CONSEC             LINE 22 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-MANTENIMIENTO.
           IF  W-CONSEC  =  ZEROS
               IF  W-ULTIMO  =  999
                   DISPLAY "EL EMPLEADO YA TIENE 999 CERTIFICADOS"
                           LINE 24 POSITION 18 REVERSE BLINK
                   GO TO F-MANTENIMIENTO
               ELSE
                   MOVE 1              TO  SW-NUEVO
                   INITIALIZE REG-DEDURETE
                   MOVE CON-COD-EMPRESA  TO  DDR-EMPRESA
                   MOVE W-CEDULA       TO  DDR-CEDULA
                   MOVE W-ANO          TO  DDR-ANO
                   COMPUTE DDR-CONSEC  =  W-ULTIMO  +  1
                   COMPUTE DDR-FECHA-DESDE  =  (W-ANO * 10000) + 101
                   MOVE "A"            TO  DDR-ESTADO
           ELSE
               MOVE CON-COD-EMPRESA    TO  DDR-EMPRESA
               MOVE W-CEDULA           TO  DDR-CEDULA
               MOVE W-ANO              TO  DDR-ANO
               MOVE W-CONSEC           TO  DDR-CONSEC
               READ DEDURETE INVALID KEY
                    MOVE 1             TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "NO EXISTE ESE CONSECUTIVO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-MANTENIMIENTO.
           PERFORM I-LIMPIA-PANTALLA   THRU F-LIMPIA-PANTALLA.
           PERFORM I-CAPTURA           THRU F-CAPTURA.
           IF  SW-1  =  1              GO TO F-MANTENIMIENTO.
           DISPLAY "[ G ] GRABA EL CERTIFICADO"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-MANTENIMIENTO.
           MOVE WK-FECHA-HOY           TO  DDR-FECHA-REGISTRO.
           MOVE CON-USERNAME           TO  DDR-USUARIO.
           IF  SW-NUEVO  =  1
               WRITE REG-DEDURETE INVALID KEY
                     DISPLAY "CONSECUTIVO YA EXISTE, NO SE GRABO"
                             LINE 24 POSITION 18 REVERSE BLINK
                     GO TO F-MANTENIMIENTO
           ELSE
               REWRITE REG-DEDURETE.
           DISPLAY "CERTIFICADO GRABADO"  LINE 24 POSITION 18 REVERSE.
       F-MANTENIMIENTO.
      *
      ******************************************************************
      *  CERTIFICADOS DEL EMPLEADO Y ANO EN LAS LINEAS 15 A 21; DEJA   *
      *  EN W-ULTIMO EL ULTIMO CONSECUTIVO USADO                       *
      ******************************************************************
       I-LISTA-CERTIFICADOS.
           DISPLAY "NO. T DESCRIPCION                   VALOR MES"
                                       LINE 15 POSITION 05 REVERSE.
           DISPLAY "DESDE    HASTA    E"  LINE 15 POSITION 56 REVERSE.
           MOVE 15                     TO  I-LINEA.
           MOVE ZEROS                  TO  W-ULTIMO  FIN-DDR.
           MOVE CON-COD-EMPRESA        TO  DDR-EMPRESA.
           MOVE W-CEDULA               TO  DDR-CEDULA.
           MOVE W-ANO                  TO  DDR-ANO.
           MOVE ZEROS                  TO  DDR-CONSEC.
           START DEDURETE KEY NOT LESS DDR-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DDR.
       I-LISTA-CICLO.
           IF  FIN-DDR  =  1           GO TO F-LISTA-CERTIFICADOS.
           READ DEDURETE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DDR
                GO TO I-LISTA-CICLO.
           IF  DDR-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  DDR-CEDULA  NOT =  W-CEDULA
           OR  DDR-ANO  NOT =  W-ANO
               MOVE 1                  TO  FIN-DDR
               GO TO I-LISTA-CICLO.
           MOVE DDR-CONSEC             TO  W-ULTIMO.
           IF  I-LINEA  >  20          GO TO I-LISTA-CICLO.
           ADD 1                       TO  I-LINEA.
           MOVE DDR-VALOR-MES          TO  I-VALOR.
           DISPLAY DDR-CONSEC          LINE I-LINEA POSITION 05.
           DISPLAY DDR-TIPO            LINE I-LINEA POSITION 09.
           DISPLAY DDR-DESCRIPCION     LINE I-LINEA POSITION 11.
           DISPLAY I-VALOR             LINE I-LINEA POSITION 42.
           DISPLAY DDR-FECHA-DESDE     LINE I-LINEA POSITION 56.
           DISPLAY DDR-FECHA-HASTA     LINE I-LINEA POSITION 65.
           DISPLAY DDR-ESTADO          LINE I-LINEA POSITION 74.
           GO TO I-LISTA-CICLO.
       F-LISTA-CERTIFICADOS.
      *
      ******************************************************************
      *  CAPTURA Y VALIDA EL CERTIFICADO (SW-1 = 1 CANCELA)            *
      ******************************************************************
       I-CAPTURA.
           MOVE ZEROS                  TO  SW-1.
           DISPLAY "CERTIFICADO NO.:"  LINE 15 POSITION 10.
           DISPLAY DDR-CONSEC          LINE 15 POSITION 28 REVERSE.
           DISPLAY "TIPO...........:"  LINE 16 POSITION 10.
           DISPLAY "D=DEPEND. M=MEDICINA I=INTERES V=VOLUNT. A=AFC"
                                       LINE 16 POSITION 31.
           DISPLAY "NIT ENTIDAD....:"  LINE 17 POSITION 10.
           DISPLAY "DESCRIPCION....:"  LINE 18 POSITION 10.
           DISPLAY "NO. SOPORTE....:"  LINE 19 POSITION 10.
           DISPLAY "VALOR MENSUAL..:"  LINE 20 POSITION 10.
           DISPLAY "DESDE..........:"  LINE 21 POSITION 10.
           DISPLAY "HASTA (0=ABIERTO):" LINE 21 POSITION 38.
           DISPLAY "ESTADO A/I.....:"  LINE 22 POSITION 10.
       I-CAPTURA-TIPO.
           ACCEPT DDR-TIPO             LINE 16 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
           IF  DDR-TIPO  NOT =  "D"  AND  NOT =  "M"  AND  NOT =  "I"
                    AND  NOT =  "V"  AND  NOT =  "A"
               GO TO I-CAPTURA-TIPO.
           IF  DDR-TIPO  NOT =  "D"
               MOVE ZEROS              TO  DDR-DEP-CONSEC
               GO TO I-CAPTURA-ENTIDAD.
       I-CAPTURA-DEPENDIENTE.
           DISPLAY "DEPENDIENTE NO.:"  LINE 17 POSITION 10.
           ACCEPT DDR-DEP-CONSEC       LINE 17 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
           MOVE DDR-EMPRESA            TO  DEP-EMPRESA.
           MOVE DDR-CEDULA             TO  DEP-CEDULA.
           MOVE DDR-DEP-CONSEC         TO  DEP-CONSEC.
           READ DEPENDIE WITH NO LOCK INVALID KEY
                MOVE "I"               TO  DEP-ESTADO.
           IF  DEP-ESTADO  NOT =  "A"
               DISPLAY "NO ES UN DEPENDIENTE ACTIVO EN PROG395"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO I-CAPTURA-DEPENDIENTE.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY DEP-NOMBRE          LINE 17 POSITION 31 REVERSE.
           IF  DDR-DESCRIPCION  =  SPACES
               MOVE DEP-NOMBRE         TO  DDR-DESCRIPCION.
           DISPLAY DDR-DESCRIPCION     LINE 18 POSITION 28.
           GO TO I-CAPTURA-VALOR.
       I-CAPTURA-ENTIDAD.
           ACCEPT DDR-NIT-ENTIDAD      LINE 17 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
       I-CAPTURA-DESCRIPCION.
           ACCEPT DDR-DESCRIPCION      LINE 18 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  DDR-DESCRIPCION  =  SPACES
               GO TO I-CAPTURA-DESCRIPCION.
           ACCEPT DDR-SOPORTE          LINE 19 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
       I-CAPTURA-VALOR.
           ACCEPT DDR-VALOR-MES        LINE 20 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
           IF  DDR-VALOR-MES  =  ZEROS  AND  DDR-TIPO  NOT =  "D"
               DISPLAY "DIGITE EL VALOR MENSUAL CERTIFICADO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO I-CAPTURA-VALOR.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       I-CAPTURA-FECHAS.
           ACCEPT DDR-FECHA-DESDE      LINE 21 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT DDR-FECHA-HASTA      LINE 21 POSITION 57
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
           DIVIDE DDR-FECHA-DESDE  BY  10000  GIVING  W-ANO-DESDE.
           IF  DDR-FECHA-DESDE  =  ZEROS
           OR  W-ANO-DESDE  NOT =  DDR-ANO
               DISPLAY "LA FECHA DESDE DEBE SER DEL ANO GRAVABLE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO I-CAPTURA-FECHAS.
           IF  DDR-FECHA-HASTA  NOT =  ZEROS
           AND DDR-FECHA-HASTA  <  DDR-FECHA-DESDE
               DISPLAY "LA FECHA HASTA ES MENOR QUE LA FECHA DESDE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO I-CAPTURA-FECHAS.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           ACCEPT DDR-ESTADO           LINE 22 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  DDR-ESTADO  NOT =  "I"
               MOVE "A"                TO  DDR-ESTADO.
       F-CAPTURA.
      *
       I-LIMPIA-PANTALLA.
           MOVE 15                     TO  I-LINEA.
       I-LIMPIA-CICLO.
           DISPLAY WK-ESPACIOS         LINE I-LINEA POSITION 01.
           ADD 1                       TO  I-LINEA.
           IF  I-LINEA  <  24          GO TO I-LIMPIA-CICLO.
       F-LIMPIA-PANTALLA.
      *
      ******************************************************************
      *  S: DEPURACION DE LA BASE DE UN MES CON LOS CERTIFICADOS       *
      *  VIGENTES, TAL COMO LA APLICA LA LIQUIDACION (PROG389)         *
      ******************************************************************
       I-SIMULACION.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-SIMULACION.
           MOVE WK-FECHA-HOY           TO  W-FECHA-SIM.
           MOVE ZEROS                  TO  W-INGRESOS  W-APORTES.
           DISPLAY "FECHA..........:"  LINE 15 POSITION 10.
           DISPLAY "INGRESO DEL MES:"  LINE 16 POSITION 10.
           DISPLAY "APORTES OBLIG..:"  LINE 17 POSITION 10.
           ACCEPT W-FECHA-SIM          LINE 15 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-INGRESOS           LINE 16 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-APORTES            LINE 17 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-FECHA-SIM  =  ZEROS
               GO TO F-SIMULACION.
           MOVE CON-COD-EMPRESA        TO  RT1-LNK-EMPRESA.
           MOVE W-CEDULA               TO  RT1-LNK-CEDULA.
           MOVE W-FECHA-SIM            TO  RT1-LNK-FECHA.
           MOVE W-INGRESOS             TO  RT1-LNK-INGRESOS.
           MOVE W-APORTES              TO  RT1-LNK-APORTES.
           CALL "NOMRETE1"          USING  AREA-NOMRETE1.
           DISPLAY "DEPENDIENTES...:"  LINE 15 POSITION 45.
           MOVE RT1-LNK-DEPENDIENTES   TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 15 POSITION 62.
           DISPLAY "MEDICINA PREP..:"  LINE 16 POSITION 45.
           MOVE RT1-LNK-MEDICINA       TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 16 POSITION 62.
           DISPLAY "INT. VIVIENDA..:"  LINE 17 POSITION 45.
           MOVE RT1-LNK-INTERESES      TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 17 POSITION 62.
           DISPLAY "VOLUNT. Y AFC..:"  LINE 18 POSITION 45.
           MOVE RT1-LNK-VOLUNTARIOS    TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 18 POSITION 62.
           DISPLAY "EXENTA 25%.....:"  LINE 19 POSITION 45.
           MOVE RT1-LNK-EXENTA-25      TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 19 POSITION 62.
           DISPLAY "TOTAL CON TOPE.:"  LINE 20 POSITION 45.
           MOVE RT1-LNK-BENEFICIOS     TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 20 POSITION 62 REVERSE.
           DISPLAY "BASE DEPURADA..:"  LINE 21 POSITION 45.
           MOVE RT1-LNK-BASE           TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 21 POSITION 62.
           DISPLAY "RETENCION......:"  LINE 22 POSITION 45.
           MOVE RT1-LNK-RETENCION      TO  W-VALOR-ED.
           DISPLAY W-VALOR-ED          LINE 22 POSITION 62 REVERSE.
           IF  RT1-LNK-ESTADO  =  "24"
               DISPLAY "NO HAY UVT EN PARAMLEG: SIN DEDUCCIONES"
                       LINE 24 POSITION 18 REVERSE BLINK.
           IF  RT1-LNK-ESTADO  =  "23"
               DISPLAY "LA BASE NO TIENE CATEGORIA EN PROG125"
                       LINE 24 POSITION 18 REVERSE BLINK.
           PERFORM ACEPTA-TRUCO.
           PERFORM I-LIMPIA-PANTALLA   THRU F-LIMPIA-PANTALLA.
       F-SIMULACION.
      *
      ******************************************************************
      *  L: CERTIFICADOS DEL ANO DE TODOS LOS EMPLEADOS DE LA EMPRESA  *
      ******************************************************************
       I-LISTADO.
           DISPLAY "ANO GRAVABLE...:"  LINE 14 POSITION 10.
           ACCEPT W-ANO                LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-ANO  =  ZEROS GO TO F-LISTADO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-LISTADOS
                                           W-TOTAL-MES  FIN-DDR.
           MOVE W-ANO                  TO  I-FILTRO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  DDR-EMPRESA.
           MOVE ZEROS                  TO  DDR-CEDULA  DDR-ANO
                                           DDR-CONSEC.
           START DEDURETE KEY NOT LESS DDR-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DDR.
       I-LISTADO-CICLO.
           IF  FIN-DDR  =  1           GO TO I-LISTADO-FIN.
           READ DEDURETE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DDR
                GO TO I-LISTADO-CICLO.
           IF  DDR-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-DDR
               GO TO I-LISTADO-CICLO.
           IF  DDR-ANO  NOT =  W-ANO   GO TO I-LISTADO-CICLO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE DDR-CEDULA             TO  I-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE DDR-CONSEC             TO  I-CONSEC.
           MOVE DDR-TIPO               TO  I-TIPO.
           MOVE DDR-DESCRIPCION        TO  I-DESCRIPCION.
           MOVE DDR-VALOR-MES          TO  I-VALOR.
           MOVE DDR-FECHA-DESDE        TO  I-DESDE.
           MOVE DDR-FECHA-HASTA        TO  I-HASTA.
           MOVE DDR-ESTADO             TO  I-ESTADO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN  W-LISTADOS.
           IF  DDR-ESTADO  =  "A"
               ADD DDR-VALOR-MES       TO  W-TOTAL-MES.
           GO TO I-LISTADO-CICLO.
       I-LISTADO-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CERTIFICADOS / VALOR MENSUAL ACTIVO"  TO  I-TEXTO.
           MOVE W-LISTADOS             TO  I-CANT.
           MOVE W-TOTAL-MES            TO  I-TOT-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           CLOSE INFORMES.
           DISPLAY "CERTIFICADOS LISTADOS:"
                   LINE 24 POSITION 18 REVERSE.
           MOVE W-LISTADOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 41 REVERSE.
       F-LISTADO.
      *
      *  RASTRO DE HABEAS DATA (LEY 1581): QUIEN CONSULTO A QUIEN      *
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
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE HOJAVIDA DEPENDIE DEDURETE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
