       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG582.
      ******************************************************************
      * SUPRESION DE DATOS PERSONALES (HABEAS DATA)  OCT-15-2026       *
      *                                                                *
      * LAS CONSULTAS YA QUEDAN EN CONSULOG (HABEAS, PROG118), PERO    *
      * NUNCA SE BORRABA NADA: EL RETIRADO CONSERVABA PARA SIEMPRE SU  *
      * DIRECCION, TELEFONO, CUENTA BANCARIA Y FECHA DE NACIMIENTO.    *
      * LA LEY 1581 DA AL TITULAR EL DERECHO A PEDIR LA SUPRESION.     *
      *   S = SOLICITUD DEL TITULAR: SI YA ESTA RETIRADO SE ANONIMIZA  *
      *       DE UNA VEZ (O SE NIEGA); SI SIGUE VINCULADO QUEDA        *
      *       PENDIENTE Y EL BARRIDO LA ATIENDE CUANDO SE RETIRE.      *
      *   B = BARRIDO DE RETENCION: RETIRADOS (CONTRATO EN R) CON      *
      *       SOLICITUD PENDIENTE, O CUYO RETIRO SUPERA LOS ANOS DE    *
      *       RETENCION (PARAMETRO RETDATOS DE PARAMLEG VIA NOMPARAM,  *
      *       5 SI NO EXISTE).  SE PUEDE SIMULAR ANTES DE APLICAR.     *
      *   L = RELACION DEL REGISTRO DE SUPRESIONES (SUPRDATO).         *
      * SE ANONIMIZA EN HOJAVIDA DIRECCION, TELEFONO, ESTADO CIVIL,    *
      * FECHA DE NACIMIENTO Y BANCO/CUENTA, Y EN DEPENDIE NOMBRE,      *
      * DOCUMENTO Y FECHAS DE CADA PERSONA A CARGO.  SE CONSERVA LO    *
      * QUE EXIGEN LAS NORMAS LABORALES, PENSIONALES Y TRIBUTARIAS:    *
      * CEDULA, NOMBRE, CONTRATO, NOMIACUM/NOMIAHIS Y CERTIFICADOS.    *
      * CADA ANONIMIZACION QUEDA CON SU REFERENCIA Y EL USUARIO.       *
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
               COPY "..\DYC\DEPENDIE.DYC".
               COPY "..\DYC\SUPRDATO.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\DEPENDIE.FD".
               COPY "..\FD\SUPRDATO.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG582".
       77      ID-PRG              PIC X(7)  VALUE "PROG582".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-ULTIMO            PIC 9(03) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-RET         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-LIMITE      PIC 9(08) VALUE ZEROS.
       77      W-ANOS-RETENCION    PIC 9(02) VALUE 5.
       77      W-DESDE             PIC 9(08) VALUE ZEROS.
       77      W-HASTA             PIC 9(08) VALUE ZEROS.
       77      W-MODO              PIC X(01) VALUE "S".
       77      W-MOTIVO            PIC X(20) VALUE SPACES.
       77      W-DEPENDIENTES      PIC 9(02) VALUE ZEROS.
       77      W-BANCO             PIC X(01) VALUE "N".
       77      W-CONSEC-PEND       PIC 9(03) VALUE ZEROS.
       77      T-ANONIMIZADOS      PIC 9(05) VALUE ZEROS.
       77      T-REGISTROS         PIC 9(05) VALUE ZEROS.
       77      SW-RETIRADO         PIC 9(01) VALUE ZEROS.
       77      FIN-CTO             PIC 9(01) VALUE ZEROS.
       77      FIN-SUP             PIC 9(01) VALUE ZEROS.
       77      FIN-DEP             PIC 9(01) VALUE ZEROS.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      AREA-HABEAS.
        03     HAB-LNK-USUARIO     PIC X(03).
        03     HAB-LNK-PROGRAMA    PIC X(08).
        03     HAB-LNK-EMPRESA     PIC 9(07).
        03     HAB-LNK-CEDULA      PIC 9(12).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\DEPENDIE.LBL".
               COPY "..\LBL\SUPRDATO.LBL".
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
         05    I-TITULO    PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(16)    VALUE "CEDULA          ".
         05    FILLER      PIC X(31)    VALUE "NOMBRE".
         05    FILLER      PIC X(11)    VALUE "RETIRO     ".
         05    FILLER      PIC X(11)    VALUE "FECHA      ".
         05    FILLER      PIC X(05)    VALUE "TIPO ".
         05    FILLER      PIC X(21)    VALUE "REFERENCIA".
         05    FILLER      PIC X(12)    VALUE "ESTADO      ".
         05    FILLER      PIC X(05)    VALUE "DEP. ".
         05    FILLER      PIC X(06)    VALUE "BANCO ".
         05    FILLER      PIC X(03)    VALUE "USU".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(01).
         05    I-RETIRO    PIC 9999/99/99.
         05    FILLER      PIC X(01).
         05    I-FEC-PROC  PIC 9999/99/99.
         05    FILLER      PIC X(02).
         05    I-TIPO      PIC X(01).
         05    FILLER      PIC X(03).
         05    I-REFERENCIA PIC X(20).
         05    FILLER      PIC X(01).
         05    I-ESTADO    PIC X(12).
         05    I-DEPEND    PIC Z9.
         05    FILLER      PIC X(04).
         05    I-BANCO     PIC X(01).
         05    FILLER      PIC X(04).
         05    I-USUARIO   PIC X(03).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC ZZ,ZZ9.
        03     W-EDITA-FECHA.
         05    W-EDITA-F   PIC 9999/99/99.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\DEPENDIE.DCL".
               COPY "..\DCL\SUPRDATO.DCL".
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
           MOVE "* SUPRESION DE DATOS PERSONALES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA
                                           LAB-DEPENDIE-CIA
                                           LAB-SUPRDATO-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 582                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
      *  ANOS DE RETENCION VIGENTES A HOY
           MOVE "RETDATOS"             TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-HOY            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"  AND  PRM-LNK-VALOR  >  ZEROS
               MOVE PRM-LNK-VALOR      TO  W-ANOS-RETENCION.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT SUPRDATO.
           IF  SUPRDATO-STATUS  =  "35"
               OPEN OUTPUT SUPRDATO.
           CLOSE SUPRDATO.
           OPEN INPUT DEPENDIE.
           IF  DEPENDIE-STATUS  =  "35"
               OPEN OUTPUT DEPENDIE.
           CLOSE DEPENDIE.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O SUPRDATO HOJAVIDA DEPENDIE.
           OPEN INPUT CONTRATO.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  S  SOLICITUD DE SUPRESION DEL TITULAR   !"
                                       LINE 06 POSITION 18
           DISPLAY "!  B  BARRIDO DE RETENCION DE RETIRADOS    !"
                                       LINE 07 POSITION 18
           DISPLAY "!  L  RELACION DE SUPRESIONES              !"
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
           IF  W-OPCION  =  "S"
               PERFORM I-SOLICITUD     THRU F-SOLICITUD.
           IF  W-OPCION  =  "B"
               PERFORM I-BARRIDO       THRU F-BARRIDO.
           IF  W-OPCION  =  "L"
               PERFORM I-RELACION      THRU F-RELACION.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  SOLICITUD DEL TITULAR.  RETIRADO (O SIN CONTRATO): SE         *
      *  ANONIMIZA YA O SE NIEGA.  VINCULADO: QUEDA PENDIENTE HASTA    *
      *  EL RETIRO (LOS DATOS SE NECESITAN PARA LA RELACION LABORAL)   *
      ******************************************************************
       I-SOLICITUD.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA.
           DISPLAY "CEDULA...........:"  LINE 05 POSITION 10.
           ACCEPT W-CEDULA             LINE 05 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               GO TO F-SOLICITUD.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-1.
           READ HOJAVIDA INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EMPLEADO NO EXISTE EN HOJA DE VIDA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOLICITUD.
           PERFORM I-REGISTRA-HABEAS   THRU F-REGISTRA-HABEAS.
           DISPLAY HOJAVIDA-NOMBRE     LINE 05 POSITION 44 REVERSE.
           IF  HOJAVIDA-HABEAS  =  "S"
               DISPLAY "LOS DATOS DE ESTE EMPLEADO YA FUERON SUPRIMIDOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOLICITUD.
           PERFORM I-ESTADO-CONTRATO   THRU F-ESTADO-CONTRATO.
           DISPLAY "CONTRATO.........:"  LINE 06 POSITION 10.
           IF  SW-RETIRADO  =  ZEROS
               DISPLAY "VINCULADO"     LINE 06 POSITION 29 REVERSE.
           IF  SW-RETIRADO  =  1  AND  W-FECHA-RET  =  ZEROS
               DISPLAY "SIN CONTRATO"  LINE 06 POSITION 29 REVERSE.
           IF  SW-RETIRADO  =  1  AND  W-FECHA-RET  NOT =  ZEROS
               MOVE W-FECHA-RET        TO  W-EDITA-F
               DISPLAY "RETIRADO EL"   LINE 06 POSITION 29 REVERSE
               DISPLAY W-EDITA-FECHA   LINE 06 POSITION 41 REVERSE.
           DISPLAY "RADICADO.........:"  LINE 07 POSITION 10.
           DISPLAY "FECHA SOLICITUD..:"  LINE 08 POSITION 10.
           DISPLAY "OBSERVACION......:"  LINE 09 POSITION 10.
           PERFORM I-ULTIMO-CONSEC     THRU F-ULTIMO-CONSEC.
           INITIALIZE REG-SUPRDATO.
           MOVE CON-COD-EMPRESA        TO  SUP-EMPRESA.
           MOVE W-CEDULA               TO  SUP-CEDULA.
           COMPUTE SUP-CONSEC  =  W-ULTIMO  +  1.
           MOVE "S"                    TO  SUP-TIPO.
           MOVE W-FECHA-HOY            TO  SUP-FECHA-SOLICITUD.
           MOVE W-FECHA-RET            TO  SUP-FECHA-RETIRO.
           MOVE "N"                    TO  SUP-BANCO.
           ACCEPT SUP-REFERENCIA       LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT SUP-FECHA-SOLICITUD  LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT SUP-OBSERVACION      LINE 09 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  SUP-REFERENCIA  =  SPACES
               DISPLAY "EL RADICADO DE LA SOLICITUD ES OBLIGATORIO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOLICITUD.
           IF  SUP-FECHA-SOLICITUD  =  ZEROS
           OR  SUP-FECHA-SOLICITUD  >  W-FECHA-HOY
               DISPLAY "FECHA DE SOLICITUD INVALIDA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-SOLICITUD.
           IF  SW-RETIRADO  =  ZEROS
               DISPLAY "[ P ] PENDIENTE  [ N ] NIEGA  [ OTRA ] CANCELA"
                       LINE 24 POSITION 10 REVERSE
           ELSE
               DISPLAY "[ A ] ANONIMIZA  [ N ] NIEGA  [ OTRA ] CANCELA"
                       LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "N"
               MOVE "N"                TO  SUP-ESTADO
               MOVE W-FECHA-HOY        TO  SUP-FECHA-PROCESO
               GO TO I-SOLICITUD-GRABA.
           IF  W-TRUCO  =  "P"  AND  SW-RETIRADO  =  ZEROS
               MOVE "P"                TO  SUP-ESTADO
               GO TO I-SOLICITUD-GRABA.
           IF  W-TRUCO  NOT =  "A"  OR  SW-RETIRADO  =  ZEROS
               GO TO F-SOLICITUD.
           PERFORM I-ANONIMIZA         THRU F-ANONIMIZA.
           MOVE "A"                    TO  SUP-ESTADO.
           MOVE W-FECHA-HOY            TO  SUP-FECHA-PROCESO.
           MOVE W-DEPENDIENTES         TO  SUP-DEPENDIENTES.
           MOVE W-BANCO                TO  SUP-BANCO.
       I-SOLICITUD-GRABA.
           MOVE CON-USERNAME           TO  SUP-USUARIO.
           PERFORM I-GRABA-SUPRDATO    THRU F-GRABA-SUPRDATO.
           IF  SUP-ESTADO  =  "A"
               DISPLAY "DATOS PERSONALES ANONIMIZADOS"
                       LINE 24 POSITION 10 REVERSE.
           IF  SUP-ESTADO  =  "P"
               DISPLAY "SOLICITUD PENDIENTE HASTA EL RETIRO"
                       LINE 24 POSITION 10 REVERSE.
           IF  SUP-ESTADO  =  "N"
               DISPLAY "SOLICITUD NEGADA Y REGISTRADA"
                       LINE 24 POSITION 10 REVERSE.
       F-SOLICITUD.
      *
       I-GRABA-SUPRDATO.
           WRITE REG-SUPRDATO INVALID KEY
                 ADD 1                 TO  SUP-CONSEC
                 GO TO I-GRABA-SUPRDATO.
       F-GRABA-SUPRDATO.
      *
       I-ULTIMO-CONSEC.
           MOVE ZEROS                  TO  W-ULTIMO  SUP-CONSEC.
           MOVE CON-COD-EMPRESA        TO  SUP-EMPRESA.
           MOVE W-CEDULA               TO  SUP-CEDULA.
           START SUPRDATO KEY NOT LESS SUP-CLAVE INVALID KEY
                 GO TO F-ULTIMO-CONSEC.
       I-ULTIMO-CICLO.
           READ SUPRDATO NEXT RECORD WITH NO LOCK AT END
                GO TO F-ULTIMO-CONSEC.
           IF  SUP-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  SUP-CEDULA   NOT =  W-CEDULA
               GO TO F-ULTIMO-CONSEC.
           MOVE SUP-CONSEC             TO  W-ULTIMO.
           GO TO I-ULTIMO-CICLO.
       F-ULTIMO-CONSEC.
      *
      *  SW-RETIRADO = 1 SI EL CONTRATO ESTA EN R O NO EXISTE;
      *  W-FECHA-RET AAAAMMDD (CEROS SIN CONTRATO)
       I-ESTADO-CONTRATO.
           MOVE ZEROS                  TO  SW-RETIRADO  W-FECHA-RET.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-RETIRADO
                GO TO F-ESTADO-CONTRATO.
           IF  CONTRATO-ESTADO  =  "R"
               MOVE 1                  TO  SW-RETIRADO
               COMPUTE W-FECHA-RET  =  (CONTRATO-ANO-RET  *  10000)
                       +  (CONTRATO-MES-RET  *  100)
                       +  CONTRATO-DIA-RET.
       F-ESTADO-CONTRATO.
      *
      ******************************************************************
      *  ANONIMIZA LA HOJA DE VIDA LEIDA Y LOS DEPENDIENTES DEL        *
      *  EMPLEADO.  DEJA W-DEPENDIENTES Y W-BANCO PARA EL REGISTRO     *
      ******************************************************************
       I-ANONIMIZA.
           MOVE ZEROS                  TO  W-DEPENDIENTES.
           MOVE "N"                    TO  W-BANCO.
           IF  HOJAVIDA-BANCO  NOT =  ZEROS
           OR  HOJAVIDA-CTA-BANCARIA  NOT =  ZEROS
               MOVE "S"                TO  W-BANCO.
           MOVE "DATO SUPRIMIDO - HABEAS DATA"  TO  HOJAVIDA-DIR.
           MOVE SPACES                 TO  HOJAVIDA-TEL
                                           HOJAVIDA-TIPO-CTA.
           MOVE ZEROS                  TO  HOJAVIDA-ESTCIVIL
                                           HOJAVIDA-FECHA-NACE
                                           HOJAVIDA-BANCO
                                           HOJAVIDA-CTA-BANCARIA.
           MOVE "S"                    TO  HOJAVIDA-HABEAS.
           REWRITE REG-HOJAVIDA.
           MOVE ZEROS                  TO  FIN-DEP.
           MOVE CON-COD-EMPRESA        TO  DEP-EMPRESA.
           MOVE W-CEDULA               TO  DEP-CEDULA.
           MOVE ZEROS                  TO  DEP-CONSEC.
           START DEPENDIE KEY NOT LESS DEP-CLAVE INVALID KEY
                 GO TO F-ANONIMIZA.
       I-ANONIMIZA-DEP.
           READ DEPENDIE NEXT RECORD AT END
                GO TO F-ANONIMIZA.
           IF  DEP-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  DEP-CEDULA   NOT =  W-CEDULA
               GO TO F-ANONIMIZA.
           MOVE "DEPENDIENTE ANONIMIZADO"  TO  DEP-NOMBRE.
           MOVE SPACES                 TO  DEP-TIPO-DOC.
           MOVE ZEROS                  TO  DEP-DOCUMENTO
                                           DEP-FECHA-NACE
                                           DEP-FECHA-VENCE-CERT.
           MOVE "I"                    TO  DEP-ESTADO.
           MOVE W-FECHA-HOY            TO  DEP-FECHA-NOVEDAD.
           MOVE CON-USERNAME           TO  DEP-USUARIO.
           REWRITE REG-DEPENDIE.
           ADD 1                       TO  W-DEPENDIENTES.
           GO TO I-ANONIMIZA-DEP.
       F-ANONIMIZA.
      *
      ******************************************************************
      *  BARRIDO DE RETENCION SOBRE LOS CONTRATOS RETIRADOS.  CON      *
      *  SOLICITUD PENDIENTE SE ANONIMIZA SIN ESPERAR EL PLAZO; SIN    *
      *  ELLA, CUANDO EL RETIRO ES ANTERIOR A HOY MENOS LOS ANOS DE    *
      *  RETENCION.  EN SIMULACION SOLO SE LISTA                       *
      ******************************************************************
       I-BARRIDO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE "S"                    TO  W-MODO.
           DISPLAY "ANOS DE RETENCION (RETDATOS):"
                                         LINE 05 POSITION 10.
           DISPLAY W-ANOS-RETENCION    LINE 05 POSITION 41 REVERSE.
           COMPUTE W-FECHA-LIMITE  =  W-FECHA-HOY
                                   -  (W-ANOS-RETENCION  *  10000).
           MOVE W-FECHA-LIMITE         TO  W-EDITA-F.
           DISPLAY "RETIRADOS HASTA EL.........:"
                                         LINE 06 POSITION 10.
           DISPLAY W-EDITA-FECHA       LINE 06 POSITION 41 REVERSE.
           DISPLAY "S = SIMULA  A = ANONIMIZA..:"
                                         LINE 08 POSITION 10.
           ACCEPT W-MODO               LINE 08 POSITION 41
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-BARRIDO.
           IF  W-MODO  NOT =  "S"  AND  W-MODO  NOT =  "A"
               DISPLAY "MODO S O A"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-BARRIDO.
           IF  W-MODO  =  "A"
               DISPLAY "[ A ] CONFIRMA ANONIMIZAR  [ OTRA ] CANCELA"
                       LINE 24 POSITION 10 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               DISPLAY WK-ESPACIOS     LINE 24 POSITION 01
               IF  W-TRUCO  NOT =  "A"
                   GO TO F-BARRIDO.
           OPEN OUTPUT INFORMES.
           IF  W-MODO  =  "A"
               MOVE "ANONIMIZACION DE DATOS DE RETIRADOS"  TO  I-TITULO
           ELSE
               MOVE "SIMULACION DE ANONIMIZACION DE RETIRADOS"
                                       TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  T-ANONIMIZADOS
                                           FIN-CTO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ZEROS                  TO  CONTRATO-CEDULA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTO.
       I-BARRIDO-CICLO.
           IF  FIN-CTO  =  1           GO TO I-BARRIDO-TOTAL.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTO
                GO TO I-BARRIDO-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CTO
               GO TO I-BARRIDO-CICLO.
           IF  CONTRATO-ESTADO  NOT =  "R"
               GO TO I-BARRIDO-CICLO.
           MOVE CONTRATO-CEDULA        TO  W-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA INVALID KEY
                GO TO I-BARRIDO-CICLO.
           IF  HOJAVIDA-HABEAS  =  "S"
               GO TO I-BARRIDO-CICLO.
           COMPUTE W-FECHA-RET  =  (CONTRATO-ANO-RET  *  10000)
                   +  (CONTRATO-MES-RET  *  100)  +  CONTRATO-DIA-RET.
           PERFORM I-BUSCA-PENDIENTE   THRU F-BUSCA-PENDIENTE.
           IF  W-CONSEC-PEND  =  ZEROS
           AND (W-FECHA-RET  =  ZEROS
           OR   W-FECHA-RET  >  W-FECHA-LIMITE)
               GO TO I-BARRIDO-CICLO.
           PERFORM I-BARRIDO-EMPLEADO  THRU F-BARRIDO-EMPLEADO.
           GO TO I-BARRIDO-CICLO.
       I-BARRIDO-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           IF  W-MODO  =  "A"
               MOVE "EMPLEADOS ANONIMIZADOS"  TO  I-TEXTO
           ELSE
               MOVE "EMPLEADOS A ANONIMIZAR (SIMULACION)"  TO  I-TEXTO.
           MOVE T-ANONIMIZADOS         TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "BARRIDO TERMINADO - VER INFORME"
                   LINE 24 POSITION 10 REVERSE.
       F-BARRIDO.
      *
      *  SOLICITUD PENDIENTE DEL EMPLEADO (W-CONSEC-PEND, CEROS = NO)
       I-BUSCA-PENDIENTE.
           MOVE ZEROS                  TO  W-CONSEC-PEND.
           MOVE CON-COD-EMPRESA        TO  SUP-EMPRESA.
           MOVE W-CEDULA               TO  SUP-CEDULA.
           MOVE ZEROS                  TO  SUP-CONSEC.
           START SUPRDATO KEY NOT LESS SUP-CLAVE INVALID KEY
                 GO TO F-BUSCA-PENDIENTE.
       I-BUSCA-PENDIENTE-CICLO.
           READ SUPRDATO NEXT RECORD WITH NO LOCK AT END
                GO TO F-BUSCA-PENDIENTE.
           IF  SUP-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  SUP-CEDULA   NOT =  W-CEDULA
               GO TO F-BUSCA-PENDIENTE.
           IF  SUP-ESTADO  =  "P"  AND  W-CONSEC-PEND  =  ZEROS
               MOVE SUP-CONSEC         TO  W-CONSEC-PEND.
           GO TO I-BUSCA-PENDIENTE-CICLO.
       F-BUSCA-PENDIENTE.
      *
      *  UN RETIRADO DEL BARRIDO: ANONIMIZA (MODO A) Y REGISTRA,
      *  CERRANDO LA SOLICITUD PENDIENTE SI LA HAY
       I-BARRIDO-EMPLEADO.
           MOVE ZEROS                  TO  W-DEPENDIENTES.
           MOVE "N"                    TO  W-BANCO.
           IF  HOJAVIDA-BANCO  NOT =  ZEROS
           OR  HOJAVIDA-CTA-BANCARIA  NOT =  ZEROS
               MOVE "S"                TO  W-BANCO.
           IF  W-MODO  =  "A"
               PERFORM I-ANONIMIZA     THRU F-ANONIMIZA.
           IF  W-CONSEC-PEND  NOT =  ZEROS
               MOVE CON-COD-EMPRESA    TO  SUP-EMPRESA
               MOVE W-CEDULA           TO  SUP-CEDULA
               MOVE W-CONSEC-PEND      TO  SUP-CONSEC
               READ SUPRDATO INVALID KEY
                    MOVE ZEROS         TO  W-CONSEC-PEND.
           IF  W-CONSEC-PEND  =  ZEROS
               PERFORM I-ULTIMO-CONSEC THRU F-ULTIMO-CONSEC
               INITIALIZE REG-SUPRDATO
               MOVE CON-COD-EMPRESA    TO  SUP-EMPRESA
               MOVE W-CEDULA           TO  SUP-CEDULA
               COMPUTE SUP-CONSEC  =  W-ULTIMO  +  1
               MOVE "B"                TO  SUP-TIPO
               MOVE W-FECHA-HOY        TO  W-EDITA-F
               STRING "BARRIDO "  W-EDITA-FECHA
                      DELIMITED BY SIZE  INTO  SUP-REFERENCIA
               MOVE W-FECHA-HOY        TO  SUP-FECHA-SOLICITUD
               MOVE "RETIRO SUPERA EL PLAZO DE RETENCION"
                                       TO  SUP-OBSERVACION.
           MOVE W-FECHA-RET            TO  SUP-FECHA-RETIRO.
           MOVE "A"                    TO  SUP-ESTADO.
           MOVE W-FECHA-HOY            TO  SUP-FECHA-PROCESO.
           MOVE W-DEPENDIENTES         TO  SUP-DEPENDIENTES.
           MOVE W-BANCO                TO  SUP-BANCO.
           MOVE CON-USERNAME           TO  SUP-USUARIO.
           IF  W-MODO  =  "A"  AND  W-CONSEC-PEND  NOT =  ZEROS
               REWRITE REG-SUPRDATO.
           IF  W-MODO  =  "A"  AND  W-CONSEC-PEND  =  ZEROS
               PERFORM I-GRABA-SUPRDATO THRU F-GRABA-SUPRDATO.
           PERFORM I-LINEA-SUPRDATO    THRU F-LINEA-SUPRDATO.
           ADD 1                       TO  T-ANONIMIZADOS.
       F-BARRIDO-EMPLEADO.
      *
      ******************************************************************
      *  RELACION DEL REGISTRO DE SUPRESIONES POR FECHA DE SOLICITUD   *
      ******************************************************************
       I-RELACION.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           COMPUTE W-DESDE  =  (WK-ANO  *  10000)  +  101.
           MOVE W-FECHA-HOY            TO  W-HASTA.
           DISPLAY "DESDE (AAAAMMDD).:"  LINE 05 POSITION 10.
           DISPLAY "HASTA (AAAAMMDD).:"  LINE 06 POSITION 10.
           ACCEPT W-DESDE              LINE 05 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-RELACION.
           ACCEPT W-HASTA              LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-HASTA  <  W-DESDE
               DISPLAY "RANGO DE FECHAS INVALIDO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RELACION.
           OPEN OUTPUT INFORMES.
           MOVE "REGISTRO DE SUPRESION DE DATOS PERSONALES"
                                       TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  T-REGISTROS
                                           FIN-SUP.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  SUP-EMPRESA.
           MOVE ZEROS                  TO  SUP-CEDULA  SUP-CONSEC.
           START SUPRDATO KEY NOT LESS SUP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUP.
       I-RELACION-CICLO.
           IF  FIN-SUP  =  1           GO TO I-RELACION-TOTAL.
           READ SUPRDATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUP
                GO TO I-RELACION-CICLO.
           IF  SUP-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-SUP
               GO TO I-RELACION-CICLO.
           IF  SUP-FECHA-SOLICITUD  <  W-DESDE
           OR  SUP-FECHA-SOLICITUD  >  W-HASTA
               GO TO I-RELACION-CICLO.
           MOVE SUP-CEDULA             TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           PERFORM I-LINEA-SUPRDATO    THRU F-LINEA-SUPRDATO.
           ADD 1                       TO  T-REGISTROS.
           GO TO I-RELACION-CICLO.
       I-RELACION-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "REGISTROS EN EL RANGO"  TO  I-TEXTO.
           MOVE T-REGISTROS            TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "RELACION GENERADA" LINE 24 POSITION 10 REVERSE.
       F-RELACION.
      *
      *  LINEA DEL INFORME CON EL REGISTRO SUPRDATO Y LA HOJA DE VIDA
       I-LINEA-SUPRDATO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE SUP-CEDULA             TO  I-CEDULA.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE SUP-FECHA-RETIRO       TO  I-RETIRO.
           MOVE SUP-FECHA-PROCESO      TO  I-FEC-PROC.
           IF  SUP-FECHA-PROCESO  =  ZEROS
               MOVE SUP-FECHA-SOLICITUD  TO  I-FEC-PROC.
           MOVE SUP-TIPO               TO  I-TIPO.
           MOVE SUP-REFERENCIA         TO  I-REFERENCIA.
           MOVE "PENDIENTE"            TO  I-ESTADO.
           IF  SUP-ESTADO  =  "A"
               MOVE "ANONIMIZADO"      TO  I-ESTADO.
           IF  SUP-ESTADO  =  "N"
               MOVE "NEGADA"           TO  I-ESTADO.
           IF  SUP-ESTADO  =  "A"  AND  W-MODO  =  "S"
           AND W-OPCION  =  "B"
               MOVE "A ANONIMIZAR"     TO  I-ESTADO.
           MOVE SUP-DEPENDIENTES       TO  I-DEPEND.
           MOVE SUP-BANCO              TO  I-BANCO.
           MOVE SUP-USUARIO            TO  I-USUARIO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-SUPRDATO.
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
           WRITE REG-INFORMES  FROM  TITULO-4  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 5                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE SUPRDATO HOJAVIDA DEPENDIE CONTRATO.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
