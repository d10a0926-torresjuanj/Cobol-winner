       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG577.
      ******************************************************************
      * RETIROS PARCIALES DE CESANTIAS               OCT-15-2026       *
      *                                                                *
      * EL EMPLEADO PUEDE RETIRAR PARTE DE SUS CESANTIAS PARA VIVIENDA *
      * O EDUCACION; EL FONDO EXIGE CARTA DEL EMPLEADOR QUE CERTIFIQUE *
      * EL DESTINO Y EL VALOR ACUMULADO.  ESTE PROGRAMA LLEVA EL       *
      * REGISTRO DE LAS SOLICITUDES (RETIRCES):                        *
      *   R = REGISTRO Y SEGUIMIENTO DE LA SOLICITUD: DESTINO,         *
      *       SOPORTES, FONDO (DEL CONTRATO), VALOR CERTIFICADO Y      *
      *       SOLICITADO, RESPUESTA DEL FONDO Y VALOR GIRADO.          *
      *       ORIGEN E (ANTICIPO SOBRE LAS CESANTIAS DEL ANO AUN NO    *
      *       CONSIGNADAS): PROPONE COMO CERTIFICADO LO CAUSADO EN EL  *
      *       ANO MENOS LO YA GIRADO POR ESE ORIGEN.                   *
      *   C = CARTA DEL EMPLEADOR AL FONDO (FONCESAN).                 *
      *   P = SOLICITUDES PENDIENTES (SIN RESPUESTA O APROBADAS SIN    *
      *       GIRO) CON LOS DIAS TRANSCURRIDOS (CNFECHAS).             *
      * LO GIRADO LO DESCUENTAN/MUESTRAN PROG360, PROG378 Y PROG055.   *
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
               COPY "..\DYC\FONCESAN.DYC".
               COPY "..\DYC\RETIRCES.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\FONCESAN.FD".
               COPY "..\FD\RETIRCES.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG577".
       77      ID-PRG              PIC X(7)  VALUE "PROG577".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-CONSEC            PIC 9(03) VALUE ZEROS.
       77      W-ULTIMO            PIC 9(03) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-PER-SOL           PIC 9(06) VALUE ZEROS.
       77      W-ANO-SOL           PIC 9(04) VALUE ZEROS.
       77      W-MES-SOL           PIC 9(02) VALUE ZEROS.
       77      W-DIA-SOL           PIC 9(02) VALUE ZEROS.
       77      W-ANO-GIRO          PIC 9(04) VALUE ZEROS.
       77      W-DIAS-ANO          PIC S9(05) VALUE ZEROS.
       77      W-CAUSADO           PIC S9(11)V99 VALUE ZEROS.
       77      W-GIRADO-ANO        PIC S9(11)V99 VALUE ZEROS.
       77      W-DIAS-PEND         PIC S9(05) VALUE ZEROS.
       77      T-PENDIENTES        PIC 9(05) VALUE ZEROS.
       77      T-SOLICITADO        PIC 9(13)V99 VALUE ZEROS.
       77      SW-NUEVO            PIC 9(01) VALUE ZEROS.
       77      FIN-RCE             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01      W-SALVA-RCE         PIC X(232).
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\FONCESAN.LBL".
               COPY "..\LBL\RETIRCES.LBL".
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
              "RETIROS PARCIALES DE CESANTIAS PENDIENTES     ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(120)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(16)    VALUE "CEDULA          ".
         05    FILLER      PIC X(31)    VALUE "NOMBRE".
         05    FILLER      PIC X(05)    VALUE "No.  ".
         05    FILLER      PIC X(11)    VALUE "SOLICITUD  ".
         05    FILLER      PIC X(11)    VALUE "DESTINO    ".
         05    FILLER      PIC X(23)    VALUE "FONDO".
         05    FILLER      PIC X(17)    VALUE "      SOLICITADO ".
         05    FILLER      PIC X(10)    VALUE "ESTADO    ".
         05    FILLER      PIC X(05)    VALUE " DIAS".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(01).
         05    I-CONSEC    PIC ZZ9.
         05    FILLER      PIC X(02).
         05    I-FEC-SOL   PIC 9999/99/99.
         05    FILLER      PIC X(01).
         05    I-DESTINO   PIC X(10).
         05    FILLER      PIC X(01).
         05    I-FONDO     PIC X(22).
         05    FILLER      PIC X(01).
         05    I-SOLICITA  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-ESTADO    PIC X(10).
         05    I-DIAS      PIC ZZ,ZZ9.
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC ZZ,ZZ9.
         05    FILLER      PIC X(63).
         05    I-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        03     LINEA-CARTA.
         05    FILLER      PIC X(08).
         05    I-RENGLON   PIC X(72).
        03     W-EDITA-FECHA.
         05    W-EDITA-F   PIC 9999/99/99.
        03     W-EDITA-NUM PIC ZZZ,ZZZ,ZZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\FONCESAN.DCL".
               COPY "..\DCL\RETIRCES.DCL".
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
           MOVE "* RETIROS PARCIALES DE CESANTIAS *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA
                                           LAB-RETIRCES-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 577                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT RETIRCES.
           IF  RETIRCES-STATUS  =  "35"
               OPEN OUTPUT RETIRCES.
           CLOSE RETIRCES.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O RETIRCES.
           OPEN INPUT HOJAVIDA CONTRATO FONCESAN.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  R  REGISTRO Y SEGUIMIENTO DE SOLICITUD  !"
                                       LINE 06 POSITION 18
           DISPLAY "!  C  CARTA DEL EMPLEADOR AL FONDO         !"
                                       LINE 07 POSITION 18
           DISPLAY "!  P  SOLICITUDES PENDIENTES               !"
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
           IF  W-OPCION  =  "R"
               PERFORM I-REGISTRO      THRU F-REGISTRO.
           IF  W-OPCION  =  "C"
               PERFORM I-CARTA         THRU F-CARTA.
           IF  W-OPCION  =  "P"
               PERFORM I-PENDIENTES    THRU F-PENDIENTES.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  EMPLEADO Y SOLICITUD (CONSECUTIVO 0 = NUEVA).                 *
      *  SW-NUEVO = 1 SI LA SOLICITUD NO EXISTE                        *
      ******************************************************************
       I-PIDE-SOLICITUD.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA
                                           W-CONSEC  SW-NUEVO.
           DISPLAY "CEDULA...........:"  LINE 05 POSITION 10.
           ACCEPT W-CEDULA             LINE 05 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               GO TO F-PIDE-SOLICITUD.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           MOVE ZEROS                  TO  SW-1.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EMPLEADO SIN CONTRATO"
                       LINE 24 POSITION 10 REVERSE BLINK
               MOVE ZEROS              TO  W-CEDULA
               GO TO F-PIDE-SOLICITUD.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  W-NOMBRE.
           DISPLAY W-NOMBRE            LINE 05 POSITION 44 REVERSE.
           DISPLAY "SOLICITUD No.....:"  LINE 06 POSITION 10.
           DISPLAY "(0 = NUEVA)"       LINE 06 POSITION 44.
           ACCEPT W-CONSEC             LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE ZEROS              TO  W-CEDULA
               GO TO F-PIDE-SOLICITUD.
           IF  W-CONSEC  =  ZEROS
               PERFORM I-ULTIMO-CONSEC THRU F-ULTIMO-CONSEC
               COMPUTE W-CONSEC  =  W-ULTIMO  +  1.
           DISPLAY W-CONSEC            LINE 06 POSITION 29.
           MOVE CON-COD-EMPRESA        TO  RCE-EMPRESA.
           MOVE W-CEDULA               TO  RCE-CEDULA.
           MOVE W-CONSEC               TO  RCE-CONSEC.
           READ RETIRCES INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
       F-PIDE-SOLICITUD.
      *
       I-ULTIMO-CONSEC.
           MOVE ZEROS                  TO  W-ULTIMO  RCE-CONSEC.
           MOVE CON-COD-EMPRESA        TO  RCE-EMPRESA.
           MOVE W-CEDULA               TO  RCE-CEDULA.
           START RETIRCES KEY NOT LESS RCE-CLAVE INVALID KEY
                 GO TO F-ULTIMO-CONSEC.
       I-ULTIMO-CICLO.
           READ RETIRCES NEXT RECORD WITH NO LOCK AT END
                GO TO F-ULTIMO-CONSEC.
           IF  RCE-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  RCE-CEDULA   NOT =  W-CEDULA
               GO TO F-ULTIMO-CONSEC.
           MOVE RCE-CONSEC             TO  W-ULTIMO.
           GO TO I-ULTIMO-CICLO.
       F-ULTIMO-CONSEC.
      *
      ******************************************************************
      *  REGISTRO Y SEGUIMIENTO DE LA SOLICITUD.  EL FONDO SE TOMA DEL *
      *  CONTRATO; LA RESPUESTA DEL FONDO (A/R) Y EL GIRO (G) SE       *
      *  GRABAN SOBRE LA MISMA SOLICITUD                               *
      ******************************************************************
       I-REGISTRO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           PERFORM I-PIDE-SOLICITUD    THRU F-PIDE-SOLICITUD.
           IF  W-CEDULA  =  ZEROS      GO TO F-REGISTRO.
           DISPLAY "FECHA SOLICITUD..:"  LINE 07 POSITION 10.
           DISPLAY "DESTINO V/E......:"  LINE 08 POSITION 10.
           DISPLAY "V=VIVIENDA  E=EDUCACION"  LINE 08 POSITION 44.
           DISPLAY "ORIGEN F/E.......:"  LINE 09 POSITION 10.
           DISPLAY "F=SALDO EN EL FONDO  E=ANTICIPO DEL ANO"
                                         LINE 09 POSITION 32.
           DISPLAY "FONDO CESANTIAS..:"  LINE 10 POSITION 10.
           DISPLAY "INMUEBLE/ENTIDAD.:"  LINE 11 POSITION 10.
           DISPLAY "DOCUMENTOS SOPORT:"  LINE 12 POSITION 10.
           DISPLAY "VALOR CERTIFICADO:"  LINE 13 POSITION 10.
           DISPLAY "VALOR SOLICITADO.:"  LINE 14 POSITION 10.
           DISPLAY "ESTADO P/A/R/G...:"  LINE 15 POSITION 10.
           DISPLAY "PENDIENTE APROBADA RECHAZADA GIRADA"
                                         LINE 15 POSITION 32.
           DISPLAY "FECHA RESPUESTA..:"  LINE 16 POSITION 10.
           DISPLAY "VALOR GIRADO.....:"  LINE 17 POSITION 10.
           DISPLAY "FECHA DEL GIRO...:"  LINE 18 POSITION 10.
           IF  SW-NUEVO  =  1
               INITIALIZE REG-RETIRCES
               MOVE CON-COD-EMPRESA    TO  RCE-EMPRESA
               MOVE W-CEDULA           TO  RCE-CEDULA
               MOVE W-CONSEC           TO  RCE-CONSEC
               MOVE W-FECHA-HOY        TO  RCE-FECHA-SOLICITUD
               MOVE "V"                TO  RCE-DESTINO
               MOVE "F"                TO  RCE-ORIGEN
               MOVE CONTRATO-FONDO-CESANTIA  TO  RCE-FONDO
               MOVE "P"                TO  RCE-ESTADO
               DISPLAY "SOLICITUD NUEVA"  LINE 06 POSITION 56 REVERSE.
           ACCEPT RCE-FECHA-SOLICITUD  LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-DESTINO          LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-ORIGEN           LINE 09 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-FONDO            LINE 10 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE RCE-FONDO              TO  FONC-CODIGO.
           READ FONCESAN WITH NO LOCK INVALID KEY
                DISPLAY "FONDO NO EXISTE (PROG055)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-REGISTRO.
           DISPLAY FONC-NOMBRE         LINE 10 POSITION 44.
           ACCEPT RCE-DETALLE          LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-DOCUMENTOS       LINE 12 POSITION 29 SIZE 50
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  RCE-DESTINO  NOT =  "V"  AND  RCE-DESTINO  NOT =  "E"
               DISPLAY "DESTINO V O E"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-ORIGEN  NOT =  "F"  AND  RCE-ORIGEN  NOT =  "E"
               DISPLAY "ORIGEN F O E"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-ORIGEN  =  "E"  AND  SW-NUEVO  =  1
               PERFORM I-CAUSADO-ANO   THRU F-CAUSADO-ANO
               MOVE W-CAUSADO          TO  RCE-VALOR-CERTIFICADO
               DISPLAY "CAUSADO EN EL ANO MENOS ANTICIPOS"
                       LINE 13 POSITION 48.
           ACCEPT RCE-VALOR-CERTIFICADO  LINE 13 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-VALOR-SOLICITADO  LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-ESTADO           LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-FECHA-RESPUESTA  LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-VALOR-GIRADO     LINE 17 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT RCE-FECHA-GIRO       LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  RCE-DOCUMENTOS  =  SPACES
               DISPLAY "RELACIONE LOS DOCUMENTOS SOPORTE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-VALOR-SOLICITADO  =  ZEROS
           OR  RCE-VALOR-SOLICITADO  >  RCE-VALOR-CERTIFICADO
               DISPLAY "SOLICITADO EN CEROS O MAYOR AL CERTIFICADO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-ESTADO  NOT =  "P"  AND  RCE-ESTADO  NOT =  "A"
           AND RCE-ESTADO  NOT =  "R"  AND  RCE-ESTADO  NOT =  "G"
               DISPLAY "ESTADO P, A, R O G"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-ESTADO  NOT =  "P"
           AND RCE-FECHA-RESPUESTA  =  ZEROS
               DISPLAY "FALTA LA FECHA DE RESPUESTA DEL FONDO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-ESTADO  =  "G"
           AND (RCE-VALOR-GIRADO  =  ZEROS
           OR   RCE-FECHA-GIRO  =  ZEROS)
               DISPLAY "GIRADA: VALOR Y FECHA DEL GIRO SON OBLIGATORIOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-VALOR-GIRADO  >  RCE-VALOR-SOLICITADO
               DISPLAY "EL GIRO EXCEDE EL VALOR SOLICITADO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-REGISTRO.
           IF  RCE-ESTADO  NOT =  "G"
               MOVE ZEROS              TO  RCE-VALOR-GIRADO
                                           RCE-FECHA-GIRO.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  SW-NUEVO  =  ZEROS
               IF  RCE-ESTADO  =  "G"
                   DISPLAY "SOLICITUD GIRADA: NO SE PUEDE RETIRAR"
                           LINE 24 POSITION 10 REVERSE BLINK
                   GO TO F-REGISTRO
               ELSE
                   DELETE RETIRCES
                   DISPLAY "SOLICITUD RETIRADA"
                           LINE 24 POSITION 10 REVERSE
                   GO TO F-REGISTRO.
           IF  W-TRUCO  NOT =  "G"     GO TO F-REGISTRO.
           MOVE CON-USERNAME           TO  RCE-USUARIO.
           MOVE W-FECHA-HOY            TO  RCE-FECHA-ACT.
           IF  SW-NUEVO  =  1
               WRITE REG-RETIRCES
           ELSE
               REWRITE REG-RETIRCES.
           DISPLAY "SOLICITUD GRABADA" LINE 24 POSITION 10 REVERSE.
       F-REGISTRO.
      *
      ******************************************************************
      *  CESANTIAS CAUSADAS EN EL ANO DE LA SOLICITUD (360 DIAS, COMO  *
      *  PROG360) MENOS LOS ANTICIPOS (ORIGEN E) YA GIRADOS EN EL ANO  *
      ******************************************************************
       I-CAUSADO-ANO.
           DIVIDE RCE-FECHA-SOLICITUD  BY  100  GIVING  W-PER-SOL
                  REMAINDER  W-DIA-SOL.
           DIVIDE W-PER-SOL  BY  100  GIVING  W-ANO-SOL
                  REMAINDER  W-MES-SOL.
           IF  W-DIA-SOL  >  30
               MOVE 30                 TO  W-DIA-SOL.
           COMPUTE W-DIAS-ANO  =  ((W-MES-SOL  -  1)  *  30)
                               +  W-DIA-SOL.
           IF  CONTRATO-ANO-ING  =  W-ANO-SOL
               COMPUTE W-DIAS-ANO  =  W-DIAS-ANO
                    -  (((CONTRATO-MES-ING  -  1)  *  30)
                    +   CONTRATO-DIA-ING)
               IF  W-DIAS-ANO  <  ZEROS
                   MOVE ZEROS          TO  W-DIAS-ANO.
           COMPUTE W-CAUSADO ROUNDED  =
                   CONTRATO-SALARIO  *  W-DIAS-ANO  /  360.
           MOVE REG-RETIRCES           TO  W-SALVA-RCE.
           MOVE ZEROS                  TO  W-GIRADO-ANO  FIN-RCE.
           MOVE CON-COD-EMPRESA        TO  RCE-EMPRESA.
           MOVE W-CEDULA               TO  RCE-CEDULA.
           MOVE ZEROS                  TO  RCE-CONSEC.
           START RETIRCES KEY NOT LESS RCE-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-RCE.
       I-CAUSADO-CICLO.
           IF  FIN-RCE  =  1           GO TO I-CAUSADO-NETO.
           READ RETIRCES NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-RCE
                GO TO I-CAUSADO-CICLO.
           IF  RCE-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  RCE-CEDULA   NOT =  W-CEDULA
               MOVE 1                  TO  FIN-RCE
               GO TO I-CAUSADO-CICLO.
           DIVIDE RCE-FECHA-GIRO  BY  10000  GIVING  W-ANO-GIRO.
           IF  RCE-ORIGEN  =  "E"  AND  RCE-ESTADO  =  "G"
           AND W-ANO-GIRO  =  W-ANO-SOL
               ADD RCE-VALOR-GIRADO    TO  W-GIRADO-ANO.
           GO TO I-CAUSADO-CICLO.
       I-CAUSADO-NETO.
           COMPUTE W-CAUSADO  =  W-CAUSADO  -  W-GIRADO-ANO.
           IF  W-CAUSADO  <  ZEROS
               MOVE ZEROS              TO  W-CAUSADO.
      *  EL BARRIDO DEJO EL AREA EN OTRO REGISTRO: SE RECUPERA
           MOVE W-SALVA-RCE            TO  REG-RETIRCES.
       F-CAUSADO-ANO.
      *
      ******************************************************************
      *  CARTA DEL EMPLEADOR AL FONDO: CERTIFICA EL VINCULO, EL        *
      *  DESTINO DEL RETIRO Y EL VALOR ACUMULADO                       *
      ******************************************************************
       I-CARTA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           PERFORM I-PIDE-SOLICITUD    THRU F-PIDE-SOLICITUD.
           IF  W-CEDULA  =  ZEROS      GO TO F-CARTA.
           IF  SW-NUEVO  =  1
               DISPLAY "SOLICITUD NO REGISTRADA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CARTA.
           IF  RCE-ESTADO  =  "R"
               DISPLAY "SOLICITUD RECHAZADA POR EL FONDO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CARTA.
           MOVE RCE-FONDO              TO  FONC-CODIGO.
           READ FONCESAN WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  FONC-NOMBRE  FONC-DIRECCION
                MOVE ZEROS             TO  FONC-NIT.
           DISPLAY "[ I ] IMPRIME CARTA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "I"     GO TO F-CARTA.
           OPEN OUTPUT INFORMES.
           MOVE SPACES                 TO  LINEA-CARTA.
           WRITE REG-INFORMES FROM LINEA-CARTA AFTER PAGE.
           MOVE W-FECHA-HOY            TO  W-EDITA-F.
           STRING "FECHA: "  W-EDITA-FECHA
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 3                      TO  CON-LIN.
           MOVE "SENORES"              TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE FONC-NOMBRE            TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE FONC-NIT               TO  W-EDITA-NUM.
           STRING "NIT "  W-EDITA-NUM
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE FONC-DIRECCION         TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE "REF.: RETIRO PARCIAL DE CESANTIAS"  TO  I-RENGLON.
           MOVE 3                      TO  CON-LIN.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           MOVE WIN-NIT                TO  W-EDITA-NUM.
           STRING WIN-EMPRESA  DELIMITED BY "  "
                  ", NIT "  W-EDITA-NUM  ", CERTIFICA QUE:"
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           STRING W-NOMBRE  DELIMITED BY "  "
                  ", IDENTIFICADO(A) CON CEDULA No. "
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE W-CEDULA               TO  W-EDITA-NUM.
           COMPUTE W-EDITA-F  =  (CONTRATO-ANO-ING  *  10000)
                   +  (CONTRATO-MES-ING  *  100)  +  CONTRATO-DIA-ING.
           STRING W-EDITA-NUM  ", LABORA EN LA EMPRESA DESDE EL "
                  W-EDITA-FECHA
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           STRING "EN EL CARGO DE "  CONTRATO-CARGO
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           IF  RCE-DESTINO  =  "V"
               MOVE "SOLICITA EL RETIRO PARCIAL DE SUS CESANTIAS PARA "
                                       TO  I-RENGLON
               MOVE "VIVIENDA"         TO  I-RENGLON(51:10)
           ELSE
               MOVE "SOLICITA EL RETIRO PARCIAL DE SUS CESANTIAS PARA "
                                       TO  I-RENGLON
               MOVE "EDUCACION"        TO  I-RENGLON(51:10).
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           STRING "(" RCE-DETALLE  DELIMITED BY "  "  ")"
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           MOVE RCE-VALOR-CERTIFICADO  TO  WI-VALOR.
           IF  RCE-ORIGEN  =  "E"
               STRING "CESANTIAS CAUSADAS EN EL ANO SIN CONSIGNAR: $"
                      WI-VALOR
                      DELIMITED BY SIZE  INTO  I-RENGLON
           ELSE
               STRING "VALOR ACUMULADO DE CESANTIAS CERTIFICADO: $"
                      WI-VALOR
                      DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE RCE-VALOR-SOLICITADO   TO  WI-VALOR.
           STRING "VALOR SOLICITADO: $"  WI-VALOR
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           MOVE "SE ANEXAN LOS SIGUIENTES DOCUMENTOS SOPORTE:"
                                       TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE RCE-DOCUMENTOS         TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           MOVE "LA EMPRESA SE COMPROMETE A VIGILAR LA INVERSION DE"
                                       TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE "LOS RECURSOS EN EL DESTINO INDICADO."  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           MOVE "ATENTAMENTE,"         TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 4                      TO  CON-LIN.
           MOVE "______________________________"  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE WIN-RESPONSABLE-1      TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE WIN-EMPRESA            TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           CLOSE INFORMES.
           DISPLAY "CARTA IMPRESA"     LINE 24 POSITION 10 REVERSE.
       F-CARTA.
      *
      *  CON-LIN TRAE LOS RENGLONES A SALTAR ANTES DE LA LINEA
       I-CARTA-LINEA.
           IF  CON-LIN  <  1
               MOVE 1                  TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-CARTA AFTER CON-LIN.
           MOVE SPACES                 TO  LINEA-CARTA.
           MOVE 1                      TO  CON-LIN.
       F-CARTA-LINEA.
      *
      ******************************************************************
      *  SOLICITUDES PENDIENTES: SIN RESPUESTA DEL FONDO (P) O         *
      *  APROBADAS Y AUN NO GIRADAS (A)                                *
      ******************************************************************
       I-PENDIENTES.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  T-PENDIENTES
                                           T-SOLICITADO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  RCE-EMPRESA.
           MOVE ZEROS                  TO  RCE-CEDULA  RCE-CONSEC
                                           FIN-RCE.
           START RETIRCES KEY NOT LESS RCE-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-RCE.
       I-PENDIENTES-CICLO.
           IF  FIN-RCE  =  1           GO TO I-PENDIENTES-TOTAL.
           READ RETIRCES NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-RCE
                GO TO I-PENDIENTES-CICLO.
           IF  RCE-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-RCE
               GO TO I-PENDIENTES-CICLO.
           IF  RCE-ESTADO  NOT =  "P"  AND  RCE-ESTADO  NOT =  "A"
               GO TO I-PENDIENTES-CICLO.
           PERFORM I-PENDIENTES-LINEA  THRU F-PENDIENTES-LINEA.
           GO TO I-PENDIENTES-CICLO.
       I-PENDIENTES-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "SOLICITUDES PENDIENTES"  TO  I-TEXTO.
           MOVE T-PENDIENTES           TO  I-CANTIDAD.
           MOVE T-SOLICITADO           TO  I-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "LISTADO DE PENDIENTES GENERADO"
                   LINE 24 POSITION 10 REVERSE.
       F-PENDIENTES.
      *
       I-PENDIENTES-LINEA.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE RCE-CEDULA             TO  I-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE RCE-CONSEC             TO  I-CONSEC.
           MOVE RCE-FECHA-SOLICITUD    TO  I-FEC-SOL.
           MOVE "VIVIENDA"             TO  I-DESTINO.
           IF  RCE-DESTINO  =  "E"
               MOVE "EDUCACION"        TO  I-DESTINO.
           MOVE RCE-FONDO              TO  FONC-CODIGO.
           READ FONCESAN WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  FONC-NOMBRE.
           MOVE FONC-NOMBRE            TO  I-FONDO.
           MOVE RCE-VALOR-SOLICITADO   TO  I-SOLICITA.
           MOVE "PENDIENTE"            TO  I-ESTADO.
           IF  RCE-ESTADO  =  "A"
               MOVE "APROBADA"         TO  I-ESTADO.
           MOVE "D"                    TO  FEC-LNK-OPERACION.
           MOVE RCE-FECHA-SOLICITUD    TO  FEC-LNK-FECHA.
           MOVE W-FECHA-HOY            TO  FEC-LNK-FECHA-2.
           MOVE ZEROS                  TO  FEC-LNK-DIAS  W-DIAS-PEND.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  =  "00"
               MOVE FEC-LNK-DIAS       TO  W-DIAS-PEND.
           MOVE W-DIAS-PEND            TO  I-DIAS.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN  T-PENDIENTES.
           ADD RCE-VALOR-SOLICITADO    TO  T-SOLICITADO.
       F-PENDIENTES-LINEA.
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
           CLOSE RETIRCES HOJAVIDA CONTRATO FONCESAN.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
