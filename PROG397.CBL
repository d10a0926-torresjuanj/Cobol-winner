       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG397.
      ******************************************************************
      * CERTIFICADOS LABORALES (CONSTANCIAS DE TRABAJO)                *
      * OCT-15-2026                                                    *
      *                                                                *
      * EMITE LA CONSTANCIA LABORAL NUMERADA DE UN EMPLEADO ACTIVO O   *
      * RETIRADO CON LOS DATOS DE CONTRATO, SIN DIGITARLOS:            *
      *   E = EMITIR.  VARIANTES: CON O SIN SALARIO, CON EL PROMEDIO   *
      *       MENSUAL DE LO VARIABLE (CONCEPTOS DEVENGADOS SALARIALES  *
      *       DISTINTOS DEL SUELDO EN NOMIACUM, LLEVADOS A 30 DIAS     *
      *       SOBRE LOS DIAS DE SUELDO DEL ANO) Y CON LA HISTORIA DE   *
      *       CONTRATOS ANTERIORES DE CONTRHIS (REENGANCHES)           *
      *   V = VERIFICAR UN CERTIFICADO POR SU NUMERO (BANCOS)          *
      *   L = LISTADO DE CERTIFICADOS EMITIDOS ENTRE FECHAS            *
      * CADA EMISION QUEDA EN CERTLABO (QUIEN, CUANDO, A QUIEN, CUAL   *
      * VARIANTE Y LO CERTIFICADO) Y CADA CONSULTA EN CONSULOG.        *
      * EL PROMEDIO SE TOMA DEL ANO DEL RETIRO O DEL ANO EN CURSO; SI  *
      * ESE ANO NO TIENE DIAS DE SUELDO, DEL ANO ANTERIOR.             *
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
               COPY "..\DYC\CONTRHIS.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\CERTLABO.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONTRHIS.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\CERTLABO.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG397".
       77      ID-PRG              PIC X(7)  VALUE "PROG397".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-NUMERO            PIC 9(07) VALUE ZEROS.
       77      W-CON-SALARIO       PIC X(01) VALUE SPACES.
       77      W-CON-PROMEDIO      PIC X(01) VALUE SPACES.
       77      W-CON-HISTORIA      PIC X(01) VALUE SPACES.
       77      W-DESTINATARIO      PIC X(40) VALUE SPACES.
       77      W-FECHA-ING         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-RET         PIC 9(08) VALUE ZEROS.
       77      W-ANO-PROM          PIC 9(04) VALUE ZEROS.
       77      W-CPT-SUELDO        PIC 9(03) VALUE ZEROS.
       77      W-VARIABLE          PIC S9(13)V99 VALUE ZEROS.
       77      W-DIAS-SUELDO       PIC 9(05) VALUE ZEROS.
       77      W-PROMEDIO          PIC 9(11)V99 VALUE ZEROS.
       77      W-TIPO              PIC X(02) VALUE SPACES.
       77      W-TEXTO-TIPO        PIC X(30) VALUE SPACES.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HASTA       PIC 9(08) VALUE ZEROS.
       77      W-EMITIDOS          PIC 9(05) VALUE ZEROS.
       77      W-VALOR-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77      W-FECHA-ED          PIC 99/99/9999.
       77      W-FECHA-ED-2        PIC 99/99/9999.
       77      W-CEDULA-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       77      W-NUMERO-ED         PIC ZZZZZZ9.
       77      W-PTR               PIC 9(03) VALUE ZEROS.
       77      SW-NOMIACUM         PIC 9(01) VALUE ZEROS.
       77      FIN-HIS             PIC 9(01) VALUE ZEROS.
       77      FIN-CLB             PIC 9(01) VALUE ZEROS.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      W-DMA-PARTES.
        03     W-DMA-DIA           PIC 9(02).
        03     W-DMA-MES           PIC 9(02).
        03     W-DMA-ANO           PIC 9(04).
       01      W-DMA-NUM           REDEFINES W-DMA-PARTES
                                   PIC 9(08).
       01      AREA-HABEAS.
        03     HAB-LNK-USUARIO     PIC X(03).
        03     HAB-LNK-PROGRAMA    PIC X(08).
        03     HAB-LNK-EMPRESA     PIC 9(07).
        03     HAB-LNK-CEDULA      PIC 9(12).
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONTRHIS.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\CERTLABO.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
       01      AREA-CERTIFICADO.
        03     CER-RAYA.
         05    FILLER      PIC X(80)    VALUE ALL "=".
        03     CER-LINEA-EMPRESA.
         05    FILLER      PIC X(20)    VALUE SPACES.
         05    CER-EMPRESA PIC X(40).
        03     CER-LINEA-NIT.
         05    FILLER      PIC X(28)    VALUE SPACES.
         05    FILLER      PIC X(05)    VALUE "NIT: ".
         05    CER-NIT     PIC ZZZZZZZZZZZ9.
        03     CER-LINEA-TITULO.
         05    FILLER      PIC X(26)    VALUE SPACES.
         05    FILLER      PIC X(24)    VALUE
              "CERTIFICACION LABORAL No".
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    CER-NUMERO  PIC ZZZZZZ9.
        03     CER-LINEA-CERTIFICA.
         05    FILLER      PIC X(34)    VALUE SPACES.
         05    FILLER      PIC X(11)    VALUE "CERTIFICA:".
        03     CER-LINEA-TEXTO.
         05    FILLER      PIC X(05)    VALUE SPACES.
         05    CER-TEXTO   PIC X(75).
        03     CER-LINEA-HISTORIA.
         05    FILLER      PIC X(08)    VALUE SPACES.
         05    CER-HIS-DESDE
                           PIC 99/99/9999.
         05    FILLER      PIC X(03)    VALUE " - ".
         05    CER-HIS-HASTA
                           PIC X(10).
         05    FILLER      PIC X(02)    VALUE SPACES.
         05    CER-HIS-CARGO
                           PIC X(30).
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    CER-HIS-TIPO
                           PIC X(22).
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(46)    VALUE
              "CERTIFICADOS LABORALES EMITIDOS               ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    FILLER      PIC X(16)    VALUE "EMITIDOS DESDE ".
         05    I-DESDE     PIC 9(08).
         05    FILLER      PIC X(07)    VALUE " HASTA ".
         05    I-HASTA     PIC 9(08).
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(09)    VALUE " NUMERO  ".
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(27)    VALUE
              " EMPLEADO                  ".
         05    FILLER      PIC X(14)    VALUE "EMISION  USR  ".
         05    FILLER      PIC X(07)    VALUE "S P H  ".
         05    FILLER      PIC X(32)    VALUE
              "DESTINATARIO                    ".
         05    FILLER      PIC X(02)    VALUE "E ".
        03     LINEA-DE-DETALLE.
         05    I-NUMERO    PIC ZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(02).
         05    I-FEC-EMI   PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-USUARIO   PIC X(03).
         05    FILLER      PIC X(02).
         05    I-SALARIO   PIC X(01).
         05    FILLER      PIC X(01).
         05    I-PROMEDIO  PIC X(01).
         05    FILLER      PIC X(01).
         05    I-HISTORIA  PIC X(01).
         05    FILLER      PIC X(02).
         05    I-DESTINO   PIC X(30).
         05    FILLER      PIC X(02).
         05    I-ESTADO    PIC X(01).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONTRHIS.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\CERTLABO.DCL".
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
           PERFORM I-STATUS-CERTLABO THRU F-STATUS-CERTLABO
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* CERTIFICADOS LABORALES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-CONTRHIS-CIA
                                           LAB-CONCPTOS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-CERTLABO-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 397                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
           MOVE "CPTSUELDO"            TO  PRM-LNK-CODIGO.
           MOVE WK-FECHA-HOY           TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           MOVE PRM-LNK-VALOR          TO  W-CPT-SUELDO.
           IF  PRM-LNK-ESTADO  NOT =  "00"  OR  W-CPT-SUELDO  =  ZEROS
               MOVE 001                TO  W-CPT-SUELDO.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-CERTLABO.
           OPEN INPUT CERTLABO.
           IF  CERTLABO-STATUS  =  "35"
               OPEN OUTPUT CERTLABO.
           CLOSE CERTLABO.
           OPEN INPUT CONTRHIS.
           IF  CONTRHIS-STATUS  =  "35"
               OPEN OUTPUT CONTRHIS.
           CLOSE CONTRHIS.
       F-STATUS-CERTLABO.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O CERTLABO.
           OPEN INPUT CONTRATO CONTRHIS HOJAVIDA CONCPTOS.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  E  EMITIR CERTIFICADO LABORAL           !"
                                       LINE 06 POSITION 18
           DISPLAY "!  V  VERIFICAR UN CERTIFICADO POR NUMERO  !"
                                       LINE 07 POSITION 18
           DISPLAY "!  L  LISTADO DE CERTIFICADOS EMITIDOS     !"
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
           IF  W-OPCION  =  "E"
               PERFORM I-EMISION       THRU F-EMISION.
           IF  W-OPCION  =  "V"
               PERFORM I-VERIFICACION  THRU F-VERIFICACION.
           IF  W-OPCION  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  CEDULA DEL EMPLEADO EN HOJAVIDA Y SU CONTRATO                 *
      *  (SW-1 = 1 SI NO SE SIGUE)                                     *
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
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EL EMPLEADO NO TIENE CONTRATO EN LA EMPRESA"
                       LINE 24 POSITION 18 REVERSE BLINK.
       F-PIDE-EMPLEADO.
      *
      ******************************************************************
      *  E: EMISION.  PIDE LA VARIANTE Y EL DESTINATARIO, ASIGNA EL    *
      *  NUMERO, REGISTRA LA EMISION E IMPRIME EL CERTIFICADO          *
      ******************************************************************
       I-EMISION.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-EMISION.
           MOVE CONTRATO-FECHA-INGRESO TO  W-DMA-NUM.
           COMPUTE W-FECHA-ING  =  (W-DMA-ANO  *  10000)
                   +  (W-DMA-MES  *  100)  +  W-DMA-DIA.
           MOVE CONTRATO-FECHA-RETIRO  TO  W-DMA-NUM.
           COMPUTE W-FECHA-RET  =  (W-DMA-ANO  *  10000)
                   +  (W-DMA-MES  *  100)  +  W-DMA-DIA.
           IF  CONTRATO-ESTADO  NOT =  "R"
               MOVE ZEROS              TO  W-FECHA-RET.
           DISPLAY "CARGO..........:"  LINE 15 POSITION 10.
           DISPLAY CONTRATO-CARGO      LINE 15 POSITION 28 REVERSE.
           DISPLAY "ESTADO:"           LINE 15 POSITION 60.
           DISPLAY CONTRATO-ESTADO     LINE 15 POSITION 68 REVERSE.
           MOVE "S"                    TO  W-CON-SALARIO.
           MOVE "N"                    TO  W-CON-PROMEDIO
                                           W-CON-HISTORIA.
           MOVE "A QUIEN INTERESE"     TO  W-DESTINATARIO.
           DISPLAY "CON SALARIO S/N:"  LINE 16 POSITION 10.
           DISPLAY "PROMEDIO VARIABLE S/N:"  LINE 16 POSITION 32.
           DISPLAY "HISTORIA DE CONTRATOS S/N:"
                                       LINE 17 POSITION 10.
           DISPLAY "DESTINATARIO...:"  LINE 18 POSITION 10.
           ACCEPT W-CON-SALARIO        LINE 16 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-EMISION.
           IF  W-CON-SALARIO  NOT =  "S"
               MOVE "N"                TO  W-CON-SALARIO.
           IF  W-CON-SALARIO  =  "S"
               ACCEPT W-CON-PROMEDIO   LINE 16 POSITION 56
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-CON-PROMEDIO  NOT =  "S"
               MOVE "N"                TO  W-CON-PROMEDIO.
           ACCEPT W-CON-HISTORIA       LINE 17 POSITION 38
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-CON-HISTORIA  NOT =  "S"
               MOVE "N"                TO  W-CON-HISTORIA.
           ACCEPT W-DESTINATARIO       LINE 18 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-EMISION.
           IF  W-DESTINATARIO  =  SPACES
               MOVE "A QUIEN INTERESE" TO  W-DESTINATARIO.
           MOVE ZEROS                  TO  W-PROMEDIO.
           IF  W-CON-PROMEDIO  =  "S"
               PERFORM I-PROMEDIO-VARIABLE THRU F-PROMEDIO-VARIABLE
               MOVE W-PROMEDIO         TO  W-VALOR-ED
               DISPLAY "PROMEDIO VARIABLE:"  LINE 19 POSITION 10
               DISPLAY W-VALOR-ED      LINE 19 POSITION 29 REVERSE
               DISPLAY "ANO"           LINE 19 POSITION 50
               DISPLAY W-ANO-PROM      LINE 19 POSITION 54 REVERSE.
           DISPLAY "[ G ] EMITE EL CERTIFICADO"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-EMISION.
           PERFORM I-NUMERA-CERT       THRU F-NUMERA-CERT.
           PERFORM I-REGISTRA-EMISION  THRU F-REGISTRA-EMISION.
           PERFORM I-IMPRIME-CERT      THRU F-IMPRIME-CERT.
           DISPLAY "CERTIFICADO EMITIDO No."
                   LINE 24 POSITION 18 REVERSE.
           MOVE W-NUMERO               TO  W-NUMERO-ED.
           DISPLAY W-NUMERO-ED         LINE 24 POSITION 42 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-EMISION.
      *
      ******************************************************************
      *  SIGUIENTE NUMERO: EL REGISTRO CON NUMERO CEROS LO GUARDA      *
      ******************************************************************
       I-NUMERA-CERT.
           MOVE ZEROS                  TO  CLAB-NUMERO  SW-EOF.
           READ CERTLABO INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               INITIALIZE REG-CERTLABO
               MOVE ZEROS              TO  CLAB-CEDULA.
           ADD 1                       TO  CLAB-CEDULA.
           MOVE CLAB-CEDULA            TO  W-NUMERO.
           IF  SW-EOF  =  1
               WRITE REG-CERTLABO INVALID KEY
                     REWRITE REG-CERTLABO
           ELSE
               REWRITE REG-CERTLABO INVALID KEY
                     WRITE REG-CERTLABO.
       F-NUMERA-CERT.
      *
       I-REGISTRA-EMISION.
           INITIALIZE REG-CERTLABO.
           MOVE W-NUMERO               TO  CLAB-NUMERO.
           MOVE W-CEDULA               TO  CLAB-CEDULA.
           MOVE HOJAVIDA-NOMBRE        TO  CLAB-NOMBRE.
           MOVE WK-FECHA-HOY           TO  CLAB-FECHA-EMISION.
           COMPUTE CLAB-HORA-EMISION  =  (WK-HORAS  *  100)
                   +  WK-MINUTOS.
           MOVE CON-USERNAME           TO  CLAB-USUARIO.
           MOVE W-CON-SALARIO          TO  CLAB-CON-SALARIO.
           MOVE W-CON-PROMEDIO         TO  CLAB-CON-PROMEDIO.
           MOVE W-CON-HISTORIA         TO  CLAB-CON-HISTORIA.
           MOVE W-DESTINATARIO         TO  CLAB-DESTINATARIO.
           MOVE CONTRATO-ESTADO        TO  CLAB-ESTADO-CONTRATO.
           MOVE CONTRATO-TIPO          TO  CLAB-TIPO-CONTRATO.
           MOVE CONTRATO-CARGO         TO  CLAB-CARGO.
           MOVE W-FECHA-ING            TO  CLAB-FECHA-INGRESO.
           MOVE W-FECHA-RET            TO  CLAB-FECHA-RETIRO.
           IF  W-CON-SALARIO  =  "S"
               MOVE CONTRATO-SALARIO   TO  CLAB-SALARIO.
           MOVE W-PROMEDIO             TO  CLAB-PROMEDIO.
           WRITE REG-CERTLABO INVALID KEY
                 DISPLAY "NUMERO YA REGISTRADO - REVISE CERTLABO"
                         LINE 24 POSITION 18 REVERSE BLINK.
       F-REGISTRA-EMISION.
      *
      ******************************************************************
      *  PROMEDIO MENSUAL VARIABLE: DEVENGADOS SALARIALES DISTINTOS    *
      *  DEL SUELDO EN EL ANO, LLEVADOS A 30 DIAS SOBRE LOS DIAS DE    *
      *  SUELDO LIQUIDADOS EN ESE ANO                                  *
      ******************************************************************
       I-PROMEDIO-VARIABLE.
           MOVE WK-ANO                 TO  W-ANO-PROM.
           IF  W-FECHA-RET  NOT =  ZEROS
               DIVIDE W-FECHA-RET  BY  10000  GIVING  W-ANO-PROM.
           PERFORM I-SUMA-VARIABLE     THRU F-SUMA-VARIABLE.
           IF  W-DIAS-SUELDO  =  ZEROS
               SUBTRACT 1              FROM  W-ANO-PROM
               PERFORM I-SUMA-VARIABLE THRU F-SUMA-VARIABLE.
           IF  W-DIAS-SUELDO  >  ZEROS  AND  W-VARIABLE  >  ZEROS
               COMPUTE W-PROMEDIO ROUNDED  =  W-VARIABLE
                       *  30  /  W-DIAS-SUELDO.
       F-PROMEDIO-VARIABLE.
      *
       I-SUMA-VARIABLE.
           MOVE ZEROS                  TO  W-VARIABLE  W-DIAS-SUELDO
                                           SW-NOMIACUM.
           MOVE "ACN"                  TO  LAB-NOMIACUM-TIPO.
           MOVE W-ANO-PROM             TO  LAB-NOMIACUM-ANO.
           OPEN INPUT NOMIACUM.
      *  EL ANO PUDO HABER SIDO ARCHIVADO POR PROG382
           IF  NOMIACUM-STATUS  =  "35"
               MOVE "ACH"              TO  LAB-NOMIACUM-TIPO
               OPEN INPUT NOMIACUM.
           IF  NOMIACUM-STATUS  >  "00"
               GO TO F-SUMA-VARIABLE.
           MOVE ZEROS                  TO  ACU-CLAVE.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           MOVE W-CEDULA               TO  ACU-CEDULA.
           MOVE W-ANO-PROM             TO  ACU-ANO.
           START NOMIACUM KEY NOT LESS ACU-CLAVE INVALID KEY
                 MOVE 1                TO  SW-NOMIACUM.
       I-SUMA-VARIABLE-CICLO.
           IF  SW-NOMIACUM  =  1       GO TO I-SUMA-VARIABLE-FIN.
           READ NOMIACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-NOMIACUM
                GO TO I-SUMA-VARIABLE-CICLO.
           IF  ACU-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  ACU-CEDULA  NOT =  W-CEDULA
           OR  ACU-ANO  NOT =  W-ANO-PROM
               MOVE 1                  TO  SW-NOMIACUM
               GO TO I-SUMA-VARIABLE-CICLO.
           IF  ACU-CONCEPTO  =  ZEROS  GO TO I-SUMA-VARIABLE-CICLO.
           IF  ACU-CONCEPTO  =  W-CPT-SUELDO
               ADD ACU-DIAS            TO  W-DIAS-SUELDO
               GO TO I-SUMA-VARIABLE-CICLO.
           MOVE ACU-CONCEPTO           TO  CONCPTOS-CODIGO-CONCEPTO.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                GO TO I-SUMA-VARIABLE-CICLO.
           IF  CONCPTOS-TIPO  =  "D"
           AND CONCPTOS-FLAG-SALARIAL  =  "S"
               ADD ACU-VALOR           TO  W-VARIABLE.
           GO TO I-SUMA-VARIABLE-CICLO.
       I-SUMA-VARIABLE-FIN.
           CLOSE NOMIACUM.
       F-SUMA-VARIABLE.
      *
      ******************************************************************
      *  TEXTO DEL TIPO DE CONTRATO (W-TIPO) EN W-TEXTO-TIPO           *
      ******************************************************************
       I-TEXTO-TIPO.
           MOVE "A TERMINO INDEFINIDO" TO  W-TEXTO-TIPO.
           IF  W-TIPO  =  "TF"
               MOVE "A TERMINO FIJO"   TO  W-TEXTO-TIPO.
           IF  W-TIPO  =  "OL"
               MOVE "POR OBRA O LABOR" TO  W-TEXTO-TIPO.
           IF  W-TIPO  =  "AP"
               MOVE "DE APRENDIZAJE"   TO  W-TEXTO-TIPO.
       F-TEXTO-TIPO.
      *
      ******************************************************************
      *  IMPRESION DEL CERTIFICADO EN INFORMES                         *
      ******************************************************************
       I-IMPRIME-CERT.
           OPEN OUTPUT INFORMES.
           MOVE WIN-EMPRESA            TO  CER-EMPRESA.
           MOVE WIN-NIT                TO  CER-NIT.
           MOVE W-NUMERO               TO  CER-NUMERO.
           WRITE REG-INFORMES FROM CER-RAYA AFTER PAGE.
           WRITE REG-INFORMES FROM CER-LINEA-EMPRESA AFTER 2.
           WRITE REG-INFORMES FROM CER-LINEA-NIT AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-TITULO AFTER 3.
           WRITE REG-INFORMES FROM CER-LINEA-CERTIFICA AFTER 3.
           MOVE W-CEDULA               TO  W-CEDULA-ED.
           MOVE SPACES                 TO  CER-TEXTO.
           MOVE 1                      TO  W-PTR.
           STRING "QUE " DELIMITED BY SIZE
                  HOJAVIDA-NOMBRE      DELIMITED BY "  "
                  ", IDENTIFICADO(A) CON CEDULA" DELIMITED BY SIZE
                  INTO CER-TEXTO  WITH POINTER W-PTR.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 3.
           MOVE SPACES                 TO  CER-TEXTO.
           MOVE CONTRATO-TIPO          TO  W-TIPO.
           PERFORM I-TEXTO-TIPO        THRU F-TEXTO-TIPO.
           MOVE CONTRATO-FECHA-INGRESO TO  W-FECHA-ED.
           MOVE 1                      TO  W-PTR.
           IF  CONTRATO-ESTADO  =  "R"
               MOVE CONTRATO-FECHA-RETIRO  TO  W-FECHA-ED-2
               STRING "DE CIUDADANIA No. " DELIMITED BY SIZE
                      W-CEDULA-ED      DELIMITED BY SIZE
                      ", LABORO EN LA EMPRESA DESDE EL "
                                       DELIMITED BY SIZE
                      INTO CER-TEXTO  WITH POINTER W-PTR
               WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 1
               MOVE SPACES             TO  CER-TEXTO
               MOVE 1                  TO  W-PTR
               STRING W-FECHA-ED       DELIMITED BY SIZE
                      " HASTA EL "     DELIMITED BY SIZE
                      W-FECHA-ED-2     DELIMITED BY SIZE
                      ", CON CONTRATO " DELIMITED BY SIZE
                      W-TEXTO-TIPO     DELIMITED BY "  "
                      ", Y DESEMPENO EL CARGO DE" DELIMITED BY SIZE
                      INTO CER-TEXTO  WITH POINTER W-PTR
           ELSE
               STRING "DE CIUDADANIA No. " DELIMITED BY SIZE
                      W-CEDULA-ED      DELIMITED BY SIZE
                      ", LABORA EN LA EMPRESA DESDE EL "
                                       DELIMITED BY SIZE
                      INTO CER-TEXTO  WITH POINTER W-PTR
               WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 1
               MOVE SPACES             TO  CER-TEXTO
               MOVE 1                  TO  W-PTR
               STRING W-FECHA-ED       DELIMITED BY SIZE
                      ", CON CONTRATO " DELIMITED BY SIZE
                      W-TEXTO-TIPO     DELIMITED BY "  "
                      ", Y DESEMPENA EL CARGO DE" DELIMITED BY SIZE
                      INTO CER-TEXTO  WITH POINTER W-PTR.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 1.
           MOVE SPACES                 TO  CER-TEXTO.
           MOVE 1                      TO  W-PTR.
           STRING CONTRATO-CARGO       DELIMITED BY "  "
                  "."                  DELIMITED BY SIZE
                  INTO CER-TEXTO  WITH POINTER W-PTR.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 1.
           IF  W-CON-SALARIO  =  "S"
               PERFORM I-IMPRIME-SALARIO  THRU F-IMPRIME-SALARIO.
           IF  W-CON-HISTORIA  =  "S"
               PERFORM I-IMPRIME-HISTORIA THRU F-IMPRIME-HISTORIA.
           MOVE SPACES                 TO  CER-TEXTO.
           MOVE 1                      TO  W-PTR.
           STRING "SE EXPIDE CON DESTINO A " DELIMITED BY SIZE
                  W-DESTINATARIO       DELIMITED BY "  "
                  ", EL "              DELIMITED BY SIZE
                  WK-MASCARA-FECHA     DELIMITED BY SIZE
                  INTO CER-TEXTO  WITH POINTER W-PTR.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 3.
           MOVE SPACES                 TO  CER-TEXTO.
           MOVE 1                      TO  W-PTR.
           STRING "PARA VERIFICARLO CITE EL CERTIFICADO No. "
                                       DELIMITED BY SIZE
                  CER-NUMERO           DELIMITED BY SIZE
                  INTO CER-TEXTO  WITH POINTER W-PTR.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 2.
           MOVE "______________________________"  TO  CER-TEXTO.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 5.
           MOVE "JEFE DE PERSONAL"     TO  CER-TEXTO.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 1.
           WRITE REG-INFORMES FROM CER-RAYA AFTER 2.
           CLOSE INFORMES.
       F-IMPRIME-CERT.
      *
       I-IMPRIME-SALARIO.
           MOVE SPACES                 TO  CER-TEXTO.
           MOVE CONTRATO-SALARIO       TO  W-VALOR-ED.
           MOVE 1                      TO  W-PTR.
           IF  CONTRATO-INTEGRAL  =  "S"
               STRING "DEVENGA UN SALARIO INTEGRAL MENSUAL DE $"
                                       DELIMITED BY SIZE
                      W-VALOR-ED       DELIMITED BY SIZE
                      INTO CER-TEXTO  WITH POINTER W-PTR
           ELSE
               STRING "DEVENGA UN SALARIO BASICO MENSUAL DE $"
                                       DELIMITED BY SIZE
                      W-VALOR-ED       DELIMITED BY SIZE
                      INTO CER-TEXTO  WITH POINTER W-PTR.
           IF  CONTRATO-ESTADO  =  "R"
               MOVE "DEVENGO"          TO  CER-TEXTO (1:7).
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 2.
           IF  W-CON-PROMEDIO  NOT =  "S"  OR  W-PROMEDIO  =  ZEROS
               GO TO F-IMPRIME-SALARIO.
           MOVE SPACES                 TO  CER-TEXTO.
           MOVE W-PROMEDIO             TO  W-VALOR-ED.
           MOVE 1                      TO  W-PTR.
           STRING "MAS UN PROMEDIO MENSUAL VARIABLE DE $"
                                       DELIMITED BY SIZE
                  W-VALOR-ED           DELIMITED BY SIZE
                  " (ANO "             DELIMITED BY SIZE
                  W-ANO-PROM           DELIMITED BY SIZE
                  ")."                 DELIMITED BY SIZE
                  INTO CER-TEXTO  WITH POINTER W-PTR.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 1.
       F-IMPRIME-SALARIO.
      *
      ******************************************************************
      *  CONTRATOS ANTERIORES (CONTRHIS NOVEDAD 00) Y EL ACTUAL        *
      ******************************************************************
       I-IMPRIME-HISTORIA.
           MOVE "HISTORIA DE CONTRATOS CON LA EMPRESA:"  TO  CER-TEXTO.
           WRITE REG-INFORMES FROM CER-LINEA-TEXTO AFTER 2.
           MOVE ZEROS                  TO  FIN-HIS.
           MOVE CON-COD-EMPRESA        TO  CHIS-CIA.
           MOVE W-CEDULA               TO  CHIS-CEDULA.
           MOVE ZEROS                  TO  CHIS-SECUENCIA  CHIS-NOVEDAD.
           START CONTRHIS KEY NOT LESS CHIS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-HIS.
       I-HISTORIA-CICLO.
           IF  FIN-HIS  =  1           GO TO I-HISTORIA-ACTUAL.
           READ CONTRHIS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-HIS
                GO TO I-HISTORIA-CICLO.
           IF  CHIS-CIA  NOT =  CON-COD-EMPRESA
           OR  CHIS-CEDULA  NOT =  W-CEDULA
               MOVE 1                  TO  FIN-HIS
               GO TO I-HISTORIA-CICLO.
           IF  CHIS-NOVEDAD  NOT =  ZEROS
               GO TO I-HISTORIA-CICLO.
           MOVE SPACES                 TO  CER-LINEA-HISTORIA.
           MOVE CHIS-FECHA-INGRESO     TO  CER-HIS-DESDE.
           MOVE CHIS-FECHA-RETIRO      TO  W-FECHA-ED.
           MOVE W-FECHA-ED             TO  CER-HIS-HASTA.
           MOVE CHIS-CARGO             TO  CER-HIS-CARGO.
           MOVE CHIS-TIPO              TO  W-TIPO.
           PERFORM I-TEXTO-TIPO        THRU F-TEXTO-TIPO.
           MOVE W-TEXTO-TIPO           TO  CER-HIS-TIPO.
           WRITE REG-INFORMES FROM CER-LINEA-HISTORIA AFTER 1.
           GO TO I-HISTORIA-CICLO.
       I-HISTORIA-ACTUAL.
           MOVE SPACES                 TO  CER-LINEA-HISTORIA.
           MOVE CONTRATO-FECHA-INGRESO TO  CER-HIS-DESDE.
           MOVE "A LA FECHA"           TO  CER-HIS-HASTA.
           IF  CONTRATO-ESTADO  =  "R"
               MOVE CONTRATO-FECHA-RETIRO  TO  W-FECHA-ED
               MOVE W-FECHA-ED         TO  CER-HIS-HASTA.
           MOVE CONTRATO-CARGO         TO  CER-HIS-CARGO.
           MOVE CONTRATO-TIPO          TO  W-TIPO.
           PERFORM I-TEXTO-TIPO        THRU F-TEXTO-TIPO.
           MOVE W-TEXTO-TIPO           TO  CER-HIS-TIPO.
           WRITE REG-INFORMES FROM CER-LINEA-HISTORIA AFTER 1.
       F-IMPRIME-HISTORIA.
      *
      ******************************************************************
      *  V: VERIFICACION.  MUESTRA LO QUE SE CERTIFICO CON ESE NUMERO  *
      ******************************************************************
       I-VERIFICACION.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NUMERO.
           DISPLAY "CERTIFICADO No.:"  LINE 14 POSITION 10.
           ACCEPT W-NUMERO             LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NUMERO  =  ZEROS
               GO TO F-VERIFICACION.
           MOVE W-NUMERO               TO  CLAB-NUMERO.
           MOVE ZEROS                  TO  SW-1.
           READ CERTLABO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "NO EXISTE UN CERTIFICADO CON ESE NUMERO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-VERIFICACION.
           MOVE CLAB-CEDULA            TO  W-CEDULA.
           PERFORM I-REGISTRA-HABEAS   THRU F-REGISTRA-HABEAS.
           MOVE CLAB-CEDULA            TO  W-CEDULA-ED.
           DISPLAY "EMPLEADO.......:"  LINE 15 POSITION 10.
           DISPLAY W-CEDULA-ED         LINE 15 POSITION 28 REVERSE.
           DISPLAY CLAB-NOMBRE         LINE 15 POSITION 45 REVERSE.
           DISPLAY "EMITIDO EL.....:"  LINE 16 POSITION 10.
           DISPLAY CLAB-FECHA-EMISION  LINE 16 POSITION 28 REVERSE.
           DISPLAY "POR:"              LINE 16 POSITION 40.
           DISPLAY CLAB-USUARIO        LINE 16 POSITION 45 REVERSE.
           DISPLAY "DESTINO:"          LINE 17 POSITION 10.
           DISPLAY CLAB-DESTINATARIO   LINE 17 POSITION 28 REVERSE.
           DISPLAY "CARGO..........:"  LINE 18 POSITION 10.
           DISPLAY CLAB-CARGO          LINE 18 POSITION 28 REVERSE.
           DISPLAY "TIPO:"             LINE 18 POSITION 60.
           DISPLAY CLAB-TIPO-CONTRATO  LINE 18 POSITION 66 REVERSE.
           DISPLAY "INGRESO / RETIRO:" LINE 19 POSITION 10.
           DISPLAY CLAB-FECHA-INGRESO  LINE 19 POSITION 28 REVERSE.
           DISPLAY CLAB-FECHA-RETIRO   LINE 19 POSITION 38 REVERSE.
           DISPLAY "SALARIO........:"  LINE 20 POSITION 10.
           IF  CLAB-CON-SALARIO  =  "S"
               MOVE CLAB-SALARIO       TO  W-VALOR-ED
               DISPLAY W-VALOR-ED      LINE 20 POSITION 28 REVERSE
           ELSE
               DISPLAY "NO CERTIFICADO"  LINE 20 POSITION 28 REVERSE.
           DISPLAY "PROMEDIO VAR...:"  LINE 21 POSITION 10.
           IF  CLAB-CON-PROMEDIO  =  "S"
               MOVE CLAB-PROMEDIO      TO  W-VALOR-ED
               DISPLAY W-VALOR-ED      LINE 21 POSITION 28 REVERSE
           ELSE
               DISPLAY "NO CERTIFICADO"  LINE 21 POSITION 28 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-VERIFICACION.
      *
      ******************************************************************
      *  L: CERTIFICADOS EMITIDOS ENTRE DOS FECHAS                     *
      ******************************************************************
       I-LISTADO.
           MOVE WK-FECHA-HOY           TO  W-FECHA-HASTA  W-FECHA-NUM.
           MOVE 1                      TO  W-FP-DIA.
           MOVE W-FECHA-NUM            TO  W-FECHA-DESDE.
           DISPLAY "EMITIDOS DESDE.:"  LINE 14 POSITION 10.
           DISPLAY "HASTA:"            LINE 14 POSITION 40.
           ACCEPT W-FECHA-DESDE        LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-LISTADO.
           ACCEPT W-FECHA-HASTA        LINE 14 POSITION 47
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-LISTADO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-EMITIDOS
                                           FIN-CLB.
           MOVE W-FECHA-DESDE          TO  I-DESDE.
           MOVE W-FECHA-HASTA          TO  I-HASTA.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE 1                      TO  CLAB-NUMERO.
           START CERTLABO KEY NOT LESS CLAB-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CLB.
       I-LISTADO-CICLO.
           IF  FIN-CLB  =  1           GO TO I-LISTADO-FIN.
           READ CERTLABO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CLB
                GO TO I-LISTADO-CICLO.
           IF  CLAB-FECHA-EMISION  <  W-FECHA-DESDE
           OR  CLAB-FECHA-EMISION  >  W-FECHA-HASTA
               GO TO I-LISTADO-CICLO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CLAB-NUMERO            TO  I-NUMERO.
           MOVE CLAB-CEDULA            TO  I-CEDULA.
           MOVE CLAB-NOMBRE            TO  I-NOMBRE.
           MOVE CLAB-FECHA-EMISION     TO  I-FEC-EMI.
           MOVE CLAB-USUARIO           TO  I-USUARIO.
           MOVE CLAB-CON-SALARIO       TO  I-SALARIO.
           MOVE CLAB-CON-PROMEDIO      TO  I-PROMEDIO.
           MOVE CLAB-CON-HISTORIA      TO  I-HISTORIA.
           MOVE CLAB-DESTINATARIO      TO  I-DESTINO.
           MOVE CLAB-ESTADO-CONTRATO   TO  I-ESTADO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN  W-EMITIDOS.
           GO TO I-LISTADO-CICLO.
       I-LISTADO-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CERTIFICADOS EMITIDOS"  TO  I-TEXTO.
           MOVE W-EMITIDOS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           CLOSE INFORMES.
           DISPLAY "CERTIFICADOS LISTADOS:"
                   LINE 24 POSITION 18 REVERSE.
           MOVE W-EMITIDOS             TO  WI-Z6.
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
           CLOSE CONTRATO CONTRHIS HOJAVIDA CONCPTOS CERTLABO.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
