       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG392.
      ******************************************************************
      * CUENTAS BANCARIAS DE PROVEEDORES                               *
      * OCT-15-2026                                                    *
      *                                                                *
      * CNNITCED NO GUARDA BANCO NI CUENTA DEL PROVEEDOR Y TESORERIA   *
      * DIGITABA CADA TRANSFERENCIA EN EL PORTAL DEL BANCO.  AQUI SE   *
      * LLEVA EL REGISTRO DE CUENTAS POR NIT (CTAPROVE):               *
      *   I = INSCRIBE UNA CUENTA NUEVA O MODIFICA UNA EXISTENTE; LA   *
      *       CUENTA QUEDA PENDIENTE DE APROBACION                     *
      *   A = APRUEBA UNA CUENTA PENDIENTE; EL APROBADOR DEBE SER      *
      *       UN USUARIO DISTINTO DEL QUE LA REGISTRO (DOBLE CONTROL)  *
      *   F = MARCA LA CUENTA PREFERIDA DEL NIT (DESMARCA LAS DEMAS)   *
      *   X = INACTIVA UNA CUENTA                                      *
      *   L = LISTA LAS CUENTAS PENDIENTES DE APROBACION               *
      * EL CAMBIO DE CUENTA DE UN PROVEEDOR ES EL PRIMER RIESGO DE     *
      * FRAUDE: TODO CAMBIO (BANCO, CUENTA, TIPO, PREFERIDA, ESTADO)   *
      * QUEDA EN LA BITACORA AUDICAMP CON EL ANTES Y EL DESPUES.       *
      * PROG751 SOLO GIRA POR PLANO A LA CUENTA PREFERIDA APROBADA.    *
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
               COPY "..\DYC\AUDICAMP.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\NOMIBANK.DYC".
               COPY "..\DYC\CTAPROVE.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\AUDICAMP.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\NOMIBANK.FD".
               COPY "..\FD\CTAPROVE.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG392".
       77      ID-PRG              PIC X(7)  VALUE "PROG392".
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-SEC               PIC 9(02) VALUE ZEROS.
       77      W-SEC-NUEVA         PIC 9(02) VALUE ZEROS.
       77      W-BANCO             PIC 9(03) VALUE ZEROS.
       77      W-CUENTA            PIC 9(12) VALUE ZEROS.
       77      W-TIPO-CTA          PIC X(01) VALUE SPACES.
       77      W-PREFERIDA         PIC X(01) VALUE SPACES.
       77      W-PENDIENTES        PIC 9(05) VALUE ZEROS.
       77      W-CAMPO             PIC X(20) VALUE SPACES.
       77      W-ANTES             PIC X(40) VALUE SPACES.
       77      W-DESPUES           PIC X(40) VALUE SPACES.
       77      SW-NUEVA            PIC 9(01) VALUE ZEROS.
       77      FIN-CTP             PIC 9(01) VALUE ZEROS.
       01      W-CTAPROVE-ANT      PIC X(74) VALUE SPACES.
       01      W-CTP-ANTERIOR      REDEFINES W-CTAPROVE-ANT.
        03     ANT-NIT             PIC 9(12).
        03     ANT-SECUENCIA       PIC 9(02).
        03     ANT-BANCO           PIC 9(03).
        03     ANT-CUENTA          PIC 9(12).
        03     ANT-TIPO-CTA        PIC X(01).
        03     ANT-PREFERIDA       PIC X(01).
        03     ANT-ESTADO          PIC X(01).
        03     FILLER              PIC X(42).
       01      W-LLAVE-LOG.
        03     LOG-NIT             PIC 9(12).
        03     FILLER              PIC X(01) VALUE "-".
        03     LOG-SECUENCIA       PIC 9(02).
        03     FILLER              PIC X(07) VALUE SPACES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\AUDICAMP.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\NOMIBANK.LBL".
               COPY "..\LBL\CTAPROVE.LBL".
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
              "CUENTAS DE PROVEEDORES PENDIENTES DE APROBAR  ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(110)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE " NIT          ".
         05    FILLER      PIC X(32)    VALUE
              " PROVEEDOR                      ".
         05    FILLER      PIC X(05)    VALUE " SEC ".
         05    FILLER      PIC X(06)    VALUE " BCO  ".
         05    FILLER      PIC X(15)    VALUE " CUENTA        ".
         05    FILLER      PIC X(04)    VALUE " TP ".
         05    FILLER      PIC X(04)    VALUE " PF ".
         05    FILLER      PIC X(14)    VALUE " REGISTRO     ".
         05    FILLER      PIC X(05)    VALUE " USR ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-NIT       PIC 9(12).
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(02).
         05    I-SEC       PIC 9(02).
         05    FILLER      PIC X(03).
         05    I-BANCO     PIC 9(03).
         05    FILLER      PIC X(02).
         05    I-CUENTA    PIC 9(12).
         05    FILLER      PIC X(03).
         05    I-TIPO      PIC X(01).
         05    FILLER      PIC X(03).
         05    I-PREF      PIC X(01).
         05    FILLER      PIC X(03).
         05    I-REGISTRO  PIC 9(08).
         05    FILLER      PIC X(04).
         05    I-USUARIO   PIC X(03).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\AUDICAMP.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\NOMIBANK.DCL".
               COPY "..\DCL\CTAPROVE.DCL".
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
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* CUENTAS DE PROVEEDORES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-CTAPROVE-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 392                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O CTAPROVE.
           IF  CTAPROVE-STATUS  =  "35"
               CLOSE CTAPROVE
               OPEN OUTPUT CTAPROVE
               CLOSE CTAPROVE
               OPEN I-O CTAPROVE.
           OPEN I-O AUDICAMP.
           IF  AUDICAMP-STATUS  =  "35"
               CLOSE AUDICAMP
               OPEN OUTPUT AUDICAMP
               CLOSE AUDICAMP
               OPEN I-O AUDICAMP.
           OPEN INPUT CNNITCED NOMIBANK.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  I  INSCRIBE O MODIFICA UNA CUENTA       !"
                                       LINE 06 POSITION 18
           DISPLAY "!  A  APRUEBA UNA CUENTA PENDIENTE         !"
                                       LINE 07 POSITION 18
           DISPLAY "!  F  MARCA LA CUENTA PREFERIDA            !"
                                       LINE 08 POSITION 18
           DISPLAY "!  X  INACTIVA UNA CUENTA                  !"
                                       LINE 09 POSITION 18
           DISPLAY "!  L  LISTA LAS CUENTAS PENDIENTES         !"
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
           IF  W-OPCION  =  "I"
               PERFORM I-INSCRIBE      THRU F-INSCRIBE.
           IF  W-OPCION  =  "A"
               PERFORM I-APRUEBA       THRU F-APRUEBA.
           IF  W-OPCION  =  "F"
               PERFORM I-PREFERIDA     THRU F-PREFERIDA.
           IF  W-OPCION  =  "X"
               PERFORM I-INACTIVA      THRU F-INACTIVA.
           IF  W-OPCION  =  "L"
               PERFORM I-PENDIENTES    THRU F-PENDIENTES.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  NIT DEL PROVEEDOR (DEBE EXISTIR EN CNNITCED) Y SECUENCIA DE   *
      *  LA CUENTA; SW-1 = 1 SI NO SE PUEDE SEGUIR                     *
      ******************************************************************
       I-PIDE-CUENTA.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT  W-SEC
                                           SW-1.
           DISPLAY "NIT............:"  LINE 15 POSITION 18.
           ACCEPT W-NIT                LINE 15 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NIT  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-CUENTA.
           MOVE W-NIT                  TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "NIT NO EXISTE EN EL CATALOGO DE TERCEROS"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PIDE-CUENTA.
           DISPLAY NOMBM               LINE 15 POSITION 50 REVERSE.
           DISPLAY "SECUENCIA......:"  LINE 16 POSITION 18.
           ACCEPT W-SEC                LINE 16 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1.
       F-PIDE-CUENTA.
      *
       I-LEE-CUENTA.
           MOVE W-NIT                  TO  CTP-NIT.
           MOVE W-SEC                  TO  CTP-SECUENCIA.
           MOVE ZEROS                  TO  SW-1.
           READ CTAPROVE INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "LA CUENTA NO EXISTE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-LEE-CUENTA.
           MOVE REG-CTAPROVE           TO  W-CTAPROVE-ANT.
           PERFORM I-MUESTRA-CUENTA    THRU F-MUESTRA-CUENTA.
       F-LEE-CUENTA.
      *
       I-MUESTRA-CUENTA.
           DISPLAY "BANCO..........:"  LINE 17 POSITION 18.
           DISPLAY CTP-BANCO           LINE 17 POSITION 36 REVERSE.
           DISPLAY "CUENTA.........:"  LINE 18 POSITION 18.
           DISPLAY CTP-CUENTA          LINE 18 POSITION 36 REVERSE.
           DISPLAY "TIPO A/C.......:"  LINE 19 POSITION 18.
           DISPLAY CTP-TIPO-CTA        LINE 19 POSITION 36 REVERSE.
           DISPLAY "PREFERIDA S/N..:"  LINE 20 POSITION 18.
           DISPLAY CTP-PREFERIDA       LINE 20 POSITION 36 REVERSE.
           DISPLAY "ESTADO P/A/I...:"  LINE 21 POSITION 18.
           DISPLAY CTP-ESTADO          LINE 21 POSITION 36 REVERSE.
           DISPLAY "REGISTRO:"         LINE 21 POSITION 40.
           DISPLAY CTP-USUARIO-REGISTRO LINE 21 POSITION 50 REVERSE.
           DISPLAY CTP-FECHA-REGISTRO  LINE 21 POSITION 54 REVERSE.
       F-MUESTRA-CUENTA.
      *
      ******************************************************************
      *  I: CUENTA NUEVA (SECUENCIA 00 = LA SIGUIENTE) O MODIFICACION; *
      *  EN AMBOS CASOS QUEDA PENDIENTE DE APROBACION                  *
      ******************************************************************
       I-INSCRIBE.
           PERFORM I-PIDE-CUENTA       THRU F-PIDE-CUENTA.
           IF  SW-1  =  1              GO TO F-INSCRIBE.
           MOVE ZEROS                  TO  SW-NUEVA.
           IF  W-SEC  =  ZEROS
               PERFORM I-SIGUIENTE-SEC THRU F-SIGUIENTE-SEC
               MOVE W-SEC-NUEVA        TO  W-SEC
               MOVE 1                  TO  SW-NUEVA
               INITIALIZE REG-CTAPROVE
               MOVE SPACES             TO  W-CTAPROVE-ANT
               MOVE ZEROS              TO  ANT-BANCO  ANT-CUENTA
               MOVE "N"                TO  CTP-PREFERIDA
               DISPLAY W-SEC           LINE 16 POSITION 36 REVERSE
           ELSE
               PERFORM I-LEE-CUENTA    THRU F-LEE-CUENTA
               IF  SW-1  =  1
                   GO TO F-INSCRIBE.
           MOVE CTP-BANCO              TO  W-BANCO.
           MOVE CTP-CUENTA             TO  W-CUENTA.
           MOVE CTP-TIPO-CTA           TO  W-TIPO-CTA.
           MOVE CTP-PREFERIDA          TO  W-PREFERIDA.
           DISPLAY "BANCO..........:"  LINE 17 POSITION 18.
           ACCEPT W-BANCO              LINE 17 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-INSCRIBE.
           MOVE W-BANCO                TO  BANC-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ NOMIBANK WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "BANCO NO EXISTE EN NOMIBANK"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-INSCRIBE.
           DISPLAY BANC-NOMBRE         LINE 17 POSITION 50 REVERSE.
           DISPLAY "CUENTA.........:"  LINE 18 POSITION 18.
           ACCEPT W-CUENTA             LINE 18 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CUENTA  =  ZEROS
               GO TO F-INSCRIBE.
           DISPLAY "TIPO A/C.......:"  LINE 19 POSITION 18.
           ACCEPT W-TIPO-CTA           LINE 19 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-TIPO-CTA  NOT =  "A"  AND  W-TIPO-CTA  NOT =  "C"
               DISPLAY "TIPO DE CUENTA: A=AHORROS C=CORRIENTE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-INSCRIBE.
           IF  SW-NUEVA  =  1
               DISPLAY "PREFERIDA S/N..:"  LINE 20 POSITION 18
               ACCEPT W-PREFERIDA      LINE 20 POSITION 36
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-PREFERIDA  NOT =  "S"
               MOVE "N"                TO  W-PREFERIDA.
           IF  SW-NUEVA  =  ZEROS
           AND W-BANCO  =  ANT-BANCO  AND  W-CUENTA  =  ANT-CUENTA
           AND W-TIPO-CTA  =  ANT-TIPO-CTA
               DISPLAY "SIN CAMBIOS"   LINE 24 POSITION 18 REVERSE
               GO TO F-INSCRIBE.
           DISPLAY "[ G ] GRABA (QUEDA PENDIENTE DE APROBACION)"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-INSCRIBE.
           MOVE W-NIT                  TO  CTP-NIT.
           MOVE W-SEC                  TO  CTP-SECUENCIA.
           MOVE W-BANCO                TO  CTP-BANCO.
           MOVE W-CUENTA               TO  CTP-CUENTA.
           MOVE W-TIPO-CTA             TO  CTP-TIPO-CTA.
           MOVE W-PREFERIDA            TO  CTP-PREFERIDA.
           MOVE "P"                    TO  CTP-ESTADO.
           MOVE CON-USERNAME           TO  CTP-USUARIO-REGISTRO.
           MOVE WK-FECHA-HOY           TO  CTP-FECHA-REGISTRO.
           MOVE SPACES                 TO  CTP-USUARIO-APRUEBA.
           MOVE ZEROS                  TO  CTP-FECHA-APRUEBA.
           IF  SW-NUEVA  =  1
               WRITE REG-CTAPROVE INVALID KEY
                     DISPLAY "LA CUENTA YA EXISTE"
                             LINE 24 POSITION 18 REVERSE BLINK
                     GO TO F-INSCRIBE
           ELSE
               REWRITE REG-CTAPROVE.
           PERFORM I-AUDITA-CUENTA     THRU F-AUDITA-CUENTA.
           IF  W-PREFERIDA  =  "S"  AND  ANT-PREFERIDA  NOT =  "S"
               PERFORM I-DESMARCA-OTRAS THRU F-DESMARCA-OTRAS.
           DISPLAY "CUENTA GRABADA - PENDIENTE DE APROBACION"
                   LINE 24 POSITION 18 REVERSE.
       F-INSCRIBE.
      *
       I-SIGUIENTE-SEC.
           MOVE ZEROS                  TO  W-SEC-NUEVA  FIN-CTP.
           MOVE W-NIT                  TO  CTP-NIT.
           MOVE ZEROS                  TO  CTP-SECUENCIA.
           START CTAPROVE KEY NOT LESS CTP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTP.
       I-SIGUIENTE-CICLO.
           IF  FIN-CTP  =  1           GO TO I-SIGUIENTE-FIN.
           READ CTAPROVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTP
                GO TO I-SIGUIENTE-CICLO.
           IF  CTP-NIT  NOT =  W-NIT
               MOVE 1                  TO  FIN-CTP
               GO TO I-SIGUIENTE-CICLO.
           MOVE CTP-SECUENCIA          TO  W-SEC-NUEVA.
           GO TO I-SIGUIENTE-CICLO.
       I-SIGUIENTE-FIN.
           ADD 1                       TO  W-SEC-NUEVA.
       F-SIGUIENTE-SEC.
      *
      ******************************************************************
      *  BITACORA AUDICAMP DE LOS CAMPOS QUE CAMBIARON                 *
      ******************************************************************
       I-AUDITA-CUENTA.
           IF  CTP-BANCO  NOT =  ANT-BANCO
               MOVE "CTP-BANCO"        TO  W-CAMPO
               MOVE ANT-BANCO          TO  W-ANTES
               MOVE CTP-BANCO          TO  W-DESPUES
               PERFORM I-AUDITA-CAMBIO THRU F-AUDITA-CAMBIO.
           IF  CTP-CUENTA  NOT =  ANT-CUENTA
               MOVE "CTP-CUENTA"       TO  W-CAMPO
               MOVE ANT-CUENTA         TO  W-ANTES
               MOVE CTP-CUENTA         TO  W-DESPUES
               PERFORM I-AUDITA-CAMBIO THRU F-AUDITA-CAMBIO.
           IF  CTP-TIPO-CTA  NOT =  ANT-TIPO-CTA
               MOVE "CTP-TIPO-CTA"     TO  W-CAMPO
               MOVE ANT-TIPO-CTA       TO  W-ANTES
               MOVE CTP-TIPO-CTA       TO  W-DESPUES
               PERFORM I-AUDITA-CAMBIO THRU F-AUDITA-CAMBIO.
           IF  CTP-PREFERIDA  NOT =  ANT-PREFERIDA
               MOVE "CTP-PREFERIDA"    TO  W-CAMPO
               MOVE ANT-PREFERIDA      TO  W-ANTES
               MOVE CTP-PREFERIDA      TO  W-DESPUES
               PERFORM I-AUDITA-CAMBIO THRU F-AUDITA-CAMBIO.
           IF  CTP-ESTADO  NOT =  ANT-ESTADO
               MOVE "CTP-ESTADO"       TO  W-CAMPO
               MOVE ANT-ESTADO         TO  W-ANTES
               MOVE CTP-ESTADO         TO  W-DESPUES
               PERFORM I-AUDITA-CAMBIO THRU F-AUDITA-CAMBIO.
       F-AUDITA-CUENTA.
      *
       I-AUDITA-CAMBIO.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-FECHA-HOY           TO  AUDICAMP-FECHA.
           MOVE WK-HORA-HOY            TO  AUDICAMP-HORA.
           MOVE ZEROS                  TO  AUDICAMP-CONSEC.
           MOVE CON-USERNAME           TO  AUDICAMP-USUARIO.
           MOVE ID-PRG                 TO  AUDICAMP-PROGRAMA.
           MOVE "CTAPROVE"             TO  AUDICAMP-ARCHIVO.
           MOVE CTP-NIT                TO  LOG-NIT.
           MOVE CTP-SECUENCIA          TO  LOG-SECUENCIA.
           MOVE W-LLAVE-LOG            TO  AUDICAMP-LLAVE.
           MOVE W-CAMPO                TO  AUDICAMP-CAMPO.
           MOVE W-ANTES                TO  AUDICAMP-ANTES.
           MOVE W-DESPUES              TO  AUDICAMP-DESPUES.
       I-AUDITA-GRABA.
           WRITE REG-AUDICAMP INVALID KEY
                 ADD 1                 TO  AUDICAMP-CONSEC
                 GO TO I-AUDITA-GRABA.
       F-AUDITA-CAMBIO.
      *
      ******************************************************************
      *  A: APROBACION POR UN USUARIO DISTINTO DEL QUE REGISTRO        *
      ******************************************************************
       I-APRUEBA.
           PERFORM I-PIDE-CUENTA       THRU F-PIDE-CUENTA.
           IF  SW-1  =  1              GO TO F-APRUEBA.
           PERFORM I-LEE-CUENTA        THRU F-LEE-CUENTA.
           IF  SW-1  =  1              GO TO F-APRUEBA.
           IF  CTP-ESTADO  NOT =  "P"
               DISPLAY "LA CUENTA NO ESTA PENDIENTE DE APROBACION"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-APRUEBA.
           IF  CTP-USUARIO-REGISTRO  =  CON-USERNAME
               DISPLAY "DEBE APROBARLA OTRO USUARIO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-APRUEBA.
           DISPLAY "[ G ] APRUEBA LA CUENTA"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-APRUEBA.
           MOVE "A"                    TO  CTP-ESTADO.
           MOVE CON-USERNAME           TO  CTP-USUARIO-APRUEBA.
           MOVE WK-FECHA-HOY           TO  CTP-FECHA-APRUEBA.
           REWRITE REG-CTAPROVE.
           PERFORM I-AUDITA-CUENTA     THRU F-AUDITA-CUENTA.
           DISPLAY "CUENTA APROBADA"   LINE 24 POSITION 18 REVERSE.
       F-APRUEBA.
      *
      ******************************************************************
      *  F: PREFERIDA.  SOLO UNA POR NIT; LAS DEMAS SE DESMARCAN       *
      ******************************************************************
       I-PREFERIDA.
           PERFORM I-PIDE-CUENTA       THRU F-PIDE-CUENTA.
           IF  SW-1  =  1              GO TO F-PREFERIDA.
           PERFORM I-LEE-CUENTA        THRU F-LEE-CUENTA.
           IF  SW-1  =  1              GO TO F-PREFERIDA.
           IF  CTP-ESTADO  =  "I"
               DISPLAY "LA CUENTA ESTA INACTIVA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PREFERIDA.
           IF  CTP-PREFERIDA  =  "S"
               DISPLAY "YA ES LA PREFERIDA"
                       LINE 24 POSITION 18 REVERSE
               GO TO F-PREFERIDA.
           DISPLAY "[ G ] LA MARCA COMO PREFERIDA"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-PREFERIDA.
           MOVE "S"                    TO  CTP-PREFERIDA.
           REWRITE REG-CTAPROVE.
           PERFORM I-AUDITA-CUENTA     THRU F-AUDITA-CUENTA.
           PERFORM I-DESMARCA-OTRAS    THRU F-DESMARCA-OTRAS.
           DISPLAY "CUENTA PREFERIDA MARCADA"
                   LINE 24 POSITION 18 REVERSE.
       F-PREFERIDA.
      *
       I-DESMARCA-OTRAS.
           MOVE ZEROS                  TO  FIN-CTP.
           MOVE W-NIT                  TO  CTP-NIT.
           MOVE ZEROS                  TO  CTP-SECUENCIA.
           START CTAPROVE KEY NOT LESS CTP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTP.
       I-DESMARCA-CICLO.
           IF  FIN-CTP  =  1           GO TO F-DESMARCA-OTRAS.
           READ CTAPROVE NEXT RECORD AT END
                MOVE 1                 TO  FIN-CTP
                GO TO I-DESMARCA-CICLO.
           IF  CTP-NIT  NOT =  W-NIT
               MOVE 1                  TO  FIN-CTP
               GO TO I-DESMARCA-CICLO.
           IF  CTP-SECUENCIA  =  W-SEC
           OR  CTP-PREFERIDA  NOT =  "S"
               GO TO I-DESMARCA-CICLO.
           MOVE REG-CTAPROVE           TO  W-CTAPROVE-ANT.
           MOVE "N"                    TO  CTP-PREFERIDA.
           REWRITE REG-CTAPROVE.
           PERFORM I-AUDITA-CUENTA     THRU F-AUDITA-CUENTA.
           GO TO I-DESMARCA-CICLO.
       F-DESMARCA-OTRAS.
      *
      ******************************************************************
      *  X: INACTIVA LA CUENTA (DEJA DE SER PREFERIDA)                 *
      ******************************************************************
       I-INACTIVA.
           PERFORM I-PIDE-CUENTA       THRU F-PIDE-CUENTA.
           IF  SW-1  =  1              GO TO F-INACTIVA.
           PERFORM I-LEE-CUENTA        THRU F-LEE-CUENTA.
           IF  SW-1  =  1              GO TO F-INACTIVA.
           IF  CTP-ESTADO  =  "I"
               DISPLAY "LA CUENTA YA ESTA INACTIVA"
                       LINE 24 POSITION 18 REVERSE
               GO TO F-INACTIVA.
           DISPLAY "[ G ] INACTIVA LA CUENTA"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-INACTIVA.
           MOVE "I"                    TO  CTP-ESTADO.
           MOVE "N"                    TO  CTP-PREFERIDA.
           REWRITE REG-CTAPROVE.
           PERFORM I-AUDITA-CUENTA     THRU F-AUDITA-CUENTA.
           DISPLAY "CUENTA INACTIVADA" LINE 24 POSITION 18 REVERSE.
       F-INACTIVA.
      *
      ******************************************************************
      *  L: LISTADO DE CUENTAS PENDIENTES DE APROBACION                *
      ******************************************************************
       I-PENDIENTES.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-PENDIENTES
                                           FIN-CTP  CTP-CLAVE.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           START CTAPROVE KEY NOT LESS CTP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTP.
       I-PENDIENTES-CICLO.
           IF  FIN-CTP  =  1           GO TO I-PENDIENTES-FIN.
           READ CTAPROVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTP
                GO TO I-PENDIENTES-CICLO.
           IF  CTP-ESTADO  NOT =  "P"  GO TO I-PENDIENTES-CICLO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CTP-NIT                TO  I-NIT  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           MOVE NOMBM                  TO  I-NOMBRE.
           MOVE CTP-SECUENCIA          TO  I-SEC.
           MOVE CTP-BANCO              TO  I-BANCO.
           MOVE CTP-CUENTA             TO  I-CUENTA.
           MOVE CTP-TIPO-CTA           TO  I-TIPO.
           MOVE CTP-PREFERIDA          TO  I-PREF.
           MOVE CTP-FECHA-REGISTRO     TO  I-REGISTRO.
           MOVE CTP-USUARIO-REGISTRO   TO  I-USUARIO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN  W-PENDIENTES.
           GO TO I-PENDIENTES-CICLO.
       I-PENDIENTES-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CUENTAS PENDIENTES DE APROBACION:"  TO  I-TEXTO.
           MOVE W-PENDIENTES           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           CLOSE INFORMES.
           DISPLAY "CUENTAS PENDIENTES:"  LINE 24 POSITION 18 REVERSE.
           DISPLAY W-PENDIENTES        LINE 24 POSITION 38 REVERSE.
       F-PENDIENTES.
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
           CLOSE CTAPROVE AUDICAMP CNNITCED NOMIBANK.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
