       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG395.
      ******************************************************************
      * DEPENDIENTES Y BENEFICIARIOS DEL EMPLEADO                      *
      * OCT-15-2026                                                    *
      *                                                                *
      * REGISTRO DE LAS PERSONAS A CARGO DE CADA EMPLEADO DE HOJAVIDA  *
      * (DEPENDIE) CON SU DOCUMENTO, PARENTESCO, FECHA DE NACIMIENTO,  *
      * ESTUDIO O DISCAPACIDAD Y VENCIMIENTO DEL CERTIFICADO SOPORTE:  *
      *   M = MANTENIMIENTO DE LOS DEPENDIENTES DE UN EMPLEADO         *
      *   V = CERTIFICADOS VENCIDOS O POR VENCER A UNA FECHA LIMITE,   *
      *       E HIJOS DE 12 A 18 ANOS O CON DISCAPACIDAD SIN SOPORTE   *
      *   A = LISTA DE AFILIACION DE BENEFICIARIOS POR CAJA DE         *
      *       COMPENSACION (CONTRATO-CAJA) O POR EPS (CONTRATO-EPS),   *
      *       OPCIONALMENTE SOLO LAS NOVEDADES DESDE UNA FECHA         *
      * EL DEPENDIENTE NO SE BORRA: SE INACTIVA, PARA QUE EL RETIRO    *
      * SALGA EN LA LISTA DE NOVEDADES PARA LA CAJA Y LA EPS.          *
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
               COPY "..\DYC\CJASUBSI.DYC".
               COPY "..\DYC\NOMICORP.DYC".
               COPY "..\DYC\DEPENDIE.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CJASUBSI.FD".
               COPY "..\FD\NOMICORP.FD".
               COPY "..\FD\DEPENDIE.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG395".
       77      ID-PRG              PIC X(7)  VALUE "PROG395".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-CONSEC            PIC 9(02) VALUE ZEROS.
       77      W-ULTIMO            PIC 9(02) VALUE ZEROS.
       77      W-EDAD              PIC 9(03) VALUE ZEROS.
       77      W-FECHA-LIMITE      PIC 9(08) VALUE ZEROS.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-ENTIDAD           PIC X(01) VALUE SPACES.
       77      W-COD-ENTIDAD       PIC 9(03) VALUE ZEROS.
       77      W-ENT-CODIGO        PIC 9(03) VALUE ZEROS.
       77      W-ENT-NOMBRE        PIC X(40) VALUE SPACES.
       77      W-BENEFICIARIO      PIC X(01) VALUE SPACES.
       77      W-OBSERVA           PIC X(24) VALUE SPACES.
       77      W-LISTADOS          PIC 9(05) VALUE ZEROS.
       77      W-VENCIDOS          PIC 9(05) VALUE ZEROS.
       77      W-POR-VENCER        PIC 9(05) VALUE ZEROS.
       77      W-SIN-SOPORTE       PIC 9(05) VALUE ZEROS.
       77      W-ENT-BENEF         PIC 9(05) VALUE ZEROS.
       77      SW-NUEVO            PIC 9(01) VALUE ZEROS.
       77      SW-ENTIDAD          PIC 9(01) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       77      FIN-DEP             PIC 9(01) VALUE ZEROS.
       77      FIN-ENT             PIC 9(01) VALUE ZEROS.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      W-NACE-PARTES.
        03     W-NC-ANO            PIC 9(04).
        03     W-NC-MMDD           PIC 9(04).
       01      W-NACE-NUM          REDEFINES W-NACE-PARTES
                                   PIC 9(08).
       01      W-HOY-PARTES.
        03     W-HY-ANO            PIC 9(04).
        03     W-HY-MMDD           PIC 9(04).
       01      W-HOY-NUM           REDEFINES W-HOY-PARTES
                                   PIC 9(08).
       01      AREA-HABEAS.
        03     HAB-LNK-USUARIO     PIC X(03).
        03     HAB-LNK-PROGRAMA    PIC X(08).
        03     HAB-LNK-EMPRESA     PIC 9(07).
        03     HAB-LNK-CEDULA      PIC 9(12).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CJASUBSI.LBL".
               COPY "..\LBL\NOMICORP.LBL".
               COPY "..\LBL\DEPENDIE.LBL".
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
                           PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    I-TIT-FILTRO
                           PIC X(30)    VALUE SPACES.
         05    I-FILTRO    PIC 9(08).
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(27)    VALUE
              " EMPLEADO                  ".
         05    FILLER      PIC X(32)    VALUE
              " DEPENDIENTE                    ".
         05    FILLER      PIC X(03)    VALUE " P ".
         05    FILLER      PIC X(05)    VALUE "EDAD ".
         05    FILLER      PIC X(10)    VALUE "VENCE     ".
         05    FILLER      PIC X(24)    VALUE
              "OBSERVACION             ".
        03     TITULO-B.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(27)    VALUE
              " EMPLEADO                  ".
         05    FILLER      PIC X(17)    VALUE "TD DOCUMENTO     ".
         05    FILLER      PIC X(32)    VALUE
              " DEPENDIENTE                    ".
         05    FILLER      PIC X(03)    VALUE " P ".
         05    FILLER      PIC X(10)    VALUE "NACIMIENTO".
         05    FILLER      PIC X(03)    VALUE " E ".
         05    FILLER      PIC X(08)    VALUE "NOVEDAD ".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(02).
         05    I-DEP-NOMBRE
                           PIC X(30).
         05    FILLER      PIC X(02).
         05    I-PARENTESCO
                           PIC X(01).
         05    FILLER      PIC X(02).
         05    I-EDAD      PIC ZZ9.
         05    FILLER      PIC X(02).
         05    I-VENCE     PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-OBSERVA   PIC X(24).
        03     LINEA-AFILIACION.
         05    A-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    A-NOMBRE    PIC X(25).
         05    FILLER      PIC X(02).
         05    A-TIPO-DOC  PIC X(02).
         05    FILLER      PIC X(01).
         05    A-DOCUMENTO PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(04).
         05    A-DEP-NOMBRE
                           PIC X(30).
         05    FILLER      PIC X(02).
         05    A-PARENTESCO
                           PIC X(01).
         05    FILLER      PIC X(02).
         05    A-NACE      PIC 9(08).
         05    FILLER      PIC X(03).
         05    A-ESTADO    PIC X(01).
         05    FILLER      PIC X(02).
         05    A-NOVEDAD   PIC 9(08).
        03     LINEA-ENTIDAD.
         05    E-TIPO      PIC X(10).
         05    E-CODIGO    PIC 9(03).
         05    FILLER      PIC X(02).
         05    E-NOMBRE    PIC X(40).
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
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CJASUBSI.DCL".
               COPY "..\DCL\NOMICORP.DCL".
               COPY "..\DCL\DEPENDIE.DCL".
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
           PERFORM I-STATUS-DEPENDIE THRU F-STATUS-DEPENDIE
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* DEPENDIENTES Y BENEFICIARIOS *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-DEPENDIE-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 395                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
           MOVE WK-FECHA-HOY           TO  W-HOY-NUM.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-DEPENDIE.
           OPEN INPUT DEPENDIE.
           IF  DEPENDIE-STATUS  =  "35"
               OPEN OUTPUT DEPENDIE.
           CLOSE DEPENDIE.
       F-STATUS-DEPENDIE.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O DEPENDIE.
           OPEN INPUT CONTRATO HOJAVIDA CJASUBSI NOMICORP.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  M  MANTENIMIENTO DE DEPENDIENTES        !"
                                       LINE 06 POSITION 18
           DISPLAY "!  V  CERTIFICADOS VENCIDOS O POR VENCER   !"
                                       LINE 07 POSITION 18
           DISPLAY "!  A  AFILIACION POR CAJA O POR EPS        !"
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
           IF  W-OPCION  =  "V"
               PERFORM I-VENCIMIENTOS  THRU F-VENCIMIENTOS.
           IF  W-OPCION  =  "A"
               PERFORM I-AFILIACION    THRU F-AFILIACION.
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
      *  M: MANTENIMIENTO.  LISTA LOS DEPENDIENTES DEL EMPLEADO Y PIDE *
      *  EL CONSECUTIVO A MODIFICAR (00 = NUEVO DEPENDIENTE)           *
      ******************************************************************
       I-MANTENIMIENTO.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-MANTENIMIENTO.
           PERFORM I-LISTA-DEPENDIENTES THRU F-LISTA-DEPENDIENTES.
           MOVE ZEROS                  TO  W-CONSEC  SW-NUEVO.
           DISPLAY "CONSECUTIVO (00 = NUEVO):"
                                       LINE 22 POSITION 10.
           ACCEPT W-CONSEC             LINE 22 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-MANTENIMIENTO.
           IF  W-CONSEC  =  ZEROS
               IF  W-ULTIMO  =  99
                   DISPLAY "EL EMPLEADO YA TIENE 99 DEPENDIENTES"
                           LINE 24 POSITION 18 REVERSE BLINK
                   GO TO F-MANTENIMIENTO
               ELSE
                   MOVE 1              TO  SW-NUEVO
                   INITIALIZE REG-DEPENDIE
                   MOVE CON-COD-EMPRESA  TO  DEP-EMPRESA
                   MOVE W-CEDULA       TO  DEP-CEDULA
                   COMPUTE DEP-CONSEC  =  W-ULTIMO  +  1
                   MOVE "CC"           TO  DEP-TIPO-DOC
                   MOVE "N"            TO  DEP-ESTUDIA  DEP-DISCAPACIDAD
                   MOVE "S"            TO  DEP-BENEF-EPS  DEP-BENEF-CAJA
                   MOVE "A"            TO  DEP-ESTADO
           ELSE
               MOVE CON-COD-EMPRESA    TO  DEP-EMPRESA
               MOVE W-CEDULA           TO  DEP-CEDULA
               MOVE W-CONSEC           TO  DEP-CONSEC
               READ DEPENDIE INVALID KEY
                    MOVE 1             TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "NO EXISTE ESE CONSECUTIVO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-MANTENIMIENTO.
           PERFORM I-LIMPIA-PANTALLA   THRU F-LIMPIA-PANTALLA.
           PERFORM I-CAPTURA           THRU F-CAPTURA.
           IF  SW-1  =  1              GO TO F-MANTENIMIENTO.
           DISPLAY "[ G ] GRABA EL DEPENDIENTE"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-MANTENIMIENTO.
           MOVE WK-FECHA-HOY           TO  DEP-FECHA-NOVEDAD.
           MOVE CON-USERNAME           TO  DEP-USUARIO.
           IF  SW-NUEVO  =  1
               WRITE REG-DEPENDIE INVALID KEY
                     DISPLAY "CONSECUTIVO YA EXISTE, NO SE GRABO"
                             LINE 24 POSITION 18 REVERSE BLINK
                     GO TO F-MANTENIMIENTO
           ELSE
               REWRITE REG-DEPENDIE.
           DISPLAY "DEPENDIENTE GRABADO"  LINE 24 POSITION 18 REVERSE.
       F-MANTENIMIENTO.
      *
      ******************************************************************
      *  DEPENDIENTES DEL EMPLEADO EN LAS LINEAS 15 A 21; DEJA EN      *
      *  W-ULTIMO EL ULTIMO CONSECUTIVO USADO                          *
      ******************************************************************
       I-LISTA-DEPENDIENTES.
           DISPLAY "NO NOMBRE                        P NACIMIENTO"
                                       LINE 15 POSITION 10 REVERSE.
           DISPLAY " VENCE     E"      LINE 15 POSITION 55 REVERSE.
           MOVE 15                     TO  I-LINEA.
           MOVE ZEROS                  TO  W-ULTIMO  FIN-DEP.
           MOVE CON-COD-EMPRESA        TO  DEP-EMPRESA.
           MOVE W-CEDULA               TO  DEP-CEDULA.
           MOVE ZEROS                  TO  DEP-CONSEC.
           START DEPENDIE KEY NOT LESS DEP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DEP.
       I-LISTA-CICLO.
           IF  FIN-DEP  =  1           GO TO F-LISTA-DEPENDIENTES.
           READ DEPENDIE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DEP
                GO TO I-LISTA-CICLO.
           IF  DEP-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  DEP-CEDULA  NOT =  W-CEDULA
               MOVE 1                  TO  FIN-DEP
               GO TO I-LISTA-CICLO.
           MOVE DEP-CONSEC             TO  W-ULTIMO.
           IF  I-LINEA  >  20          GO TO I-LISTA-CICLO.
           ADD 1                       TO  I-LINEA.
           DISPLAY DEP-CONSEC          LINE I-LINEA POSITION 10.
           DISPLAY DEP-NOMBRE          LINE I-LINEA POSITION 13.
           DISPLAY DEP-PARENTESCO      LINE I-LINEA POSITION 43.
           DISPLAY DEP-FECHA-NACE      LINE I-LINEA POSITION 45.
           DISPLAY DEP-FECHA-VENCE-CERT  LINE I-LINEA POSITION 57.
           DISPLAY DEP-ESTADO          LINE I-LINEA POSITION 67.
           GO TO I-LISTA-CICLO.
       F-LISTA-DEPENDIENTES.
      *
      ******************************************************************
      *  CAPTURA Y VALIDA LOS DATOS DEL DEPENDIENTE (SW-1 = 1 CANCELA) *
      ******************************************************************
       I-CAPTURA.
           MOVE ZEROS                  TO  SW-1.
           DISPLAY "DEPENDIENTE NO.:"  LINE 15 POSITION 10.
           DISPLAY DEP-CONSEC          LINE 15 POSITION 28 REVERSE.
           DISPLAY "NOMBRE.........:"  LINE 16 POSITION 10.
           DISPLAY "TIPO/DOCUMENTO.:"  LINE 17 POSITION 10.
           DISPLAY "PARENTESCO.....:"  LINE 18 POSITION 10.
           DISPLAY "C=CONYUGE H=HIJO P=PADRE/MADRE N=HERMANO O=OTRO"
                                       LINE 18 POSITION 31.
           DISPLAY "NACIMIENTO.....:"  LINE 19 POSITION 10.
           DISPLAY "ESTUDIA S/N....:"  LINE 20 POSITION 10.
           DISPLAY "DISCAPACIDAD S/N:" LINE 20 POSITION 34.
           DISPLAY "VENCE CERTIFIC.:"  LINE 21 POSITION 10.
           DISPLAY "BENEF. EPS S/N.:"  LINE 22 POSITION 10.
           DISPLAY "CAJA S/N:"         LINE 22 POSITION 34.
           DISPLAY "ESTADO A/I:"       LINE 22 POSITION 48.
       I-CAPTURA-NOMBRE.
           ACCEPT DEP-NOMBRE           LINE 16 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
           IF  DEP-NOMBRE  =  SPACES   GO TO I-CAPTURA-NOMBRE.
           ACCEPT DEP-TIPO-DOC         LINE 17 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT DEP-DOCUMENTO        LINE 17 POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
       I-CAPTURA-PARENTESCO.
           ACCEPT DEP-PARENTESCO       LINE 18 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
           IF  DEP-PARENTESCO  NOT =  "C"  AND  NOT =  "H"
                          AND  NOT =  "P"  AND  NOT =  "N"
                          AND  NOT =  "O"
               GO TO I-CAPTURA-PARENTESCO.
       I-CAPTURA-NACE.
           ACCEPT DEP-FECHA-NACE       LINE 19 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-CAPTURA.
           IF  DEP-FECHA-NACE  =  ZEROS
           OR  DEP-FECHA-NACE  >  WK-FECHA-HOY
               DISPLAY "FECHA DE NACIMIENTO INVALIDA (AAAAMMDD)"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO I-CAPTURA-NACE.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM I-CALCULA-EDAD      THRU F-CALCULA-EDAD.
           DISPLAY "EDAD:"             LINE 19 POSITION 40.
           DISPLAY W-EDAD              LINE 19 POSITION 46 REVERSE.
           ACCEPT DEP-ESTUDIA          LINE 20 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  DEP-ESTUDIA  NOT =  "S"
               MOVE "N"                TO  DEP-ESTUDIA.
           ACCEPT DEP-DISCAPACIDAD     LINE 20 POSITION 52
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  DEP-DISCAPACIDAD  NOT =  "S"
               MOVE "N"                TO  DEP-DISCAPACIDAD.
           ACCEPT DEP-FECHA-VENCE-CERT LINE 21 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT DEP-BENEF-EPS        LINE 22 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  DEP-BENEF-EPS  NOT =  "S"
               MOVE "N"                TO  DEP-BENEF-EPS.
           ACCEPT DEP-BENEF-CAJA       LINE 22 POSITION 44
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  DEP-BENEF-CAJA  NOT =  "S"
               MOVE "N"                TO  DEP-BENEF-CAJA.
           ACCEPT DEP-ESTADO           LINE 22 POSITION 60
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  DEP-ESTADO  NOT =  "I"
               MOVE "A"                TO  DEP-ESTADO.
           PERFORM I-REVISA-SOPORTE    THRU F-REVISA-SOPORTE.
           IF  W-OBSERVA  NOT =  SPACES
               DISPLAY "AVISO:"        LINE 24 POSITION 10 REVERSE
               DISPLAY W-OBSERVA       LINE 24 POSITION 17 REVERSE.
       F-CAPTURA.
      *
      ******************************************************************
      *  EDAD EN ANOS CUMPLIDOS A HOY DEL DEPENDIENTE EN W-EDAD        *
      ******************************************************************
       I-CALCULA-EDAD.
           MOVE ZEROS                  TO  W-EDAD.
           IF  DEP-FECHA-NACE  =  ZEROS
           OR  DEP-FECHA-NACE  >  W-HOY-NUM
               GO TO F-CALCULA-EDAD.
           MOVE DEP-FECHA-NACE         TO  W-NACE-NUM.
           COMPUTE W-EDAD  =  W-HY-ANO  -  W-NC-ANO.
           IF  W-HY-MMDD  <  W-NC-MMDD
               SUBTRACT 1              FROM  W-EDAD.
       F-CALCULA-EDAD.
      *
      ******************************************************************
      *  SOPORTE EXIGIDO Y NO REGISTRADO (W-OBSERVA EN BLANCO SI ESTA  *
      *  EN REGLA): HIJO DE 12 A 18 ANOS QUE ESTUDIA, O DEPENDIENTE    *
      *  CON DISCAPACIDAD, SIN FECHA DE VENCIMIENTO DEL CERTIFICADO    *
      ******************************************************************
       I-REVISA-SOPORTE.
           MOVE SPACES                 TO  W-OBSERVA.
           IF  DEP-FECHA-VENCE-CERT  NOT =  ZEROS
               GO TO F-REVISA-SOPORTE.
           PERFORM I-CALCULA-EDAD      THRU F-CALCULA-EDAD.
           IF  DEP-PARENTESCO  =  "H"
           AND W-EDAD  NOT <  12  AND  W-EDAD  <  18
               MOVE "SIN CERTIFICADO ESCOLAR"  TO  W-OBSERVA
               GO TO F-REVISA-SOPORTE.
           IF  DEP-DISCAPACIDAD  =  "S"
               MOVE "SIN CERTIF. DISCAPACIDAD" TO  W-OBSERVA.
       F-REVISA-SOPORTE.
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
      *  V: DEPENDIENTES ACTIVOS DE EMPLEADOS VIGENTES CON EL          *
      *  CERTIFICADO VENCIDO O QUE VENCE A MAS TARDAR EN LA FECHA      *
      *  LIMITE, Y LOS QUE EXIGEN SOPORTE Y NO LO TIENEN REGISTRADO    *
      ******************************************************************
       I-VENCIMIENTOS.
           MOVE WK-FECHA-HOY           TO  W-FECHA-NUM.
           ADD 1                       TO  W-FP-MES.
           IF  W-FP-MES  >  12
               MOVE 1                  TO  W-FP-MES
               ADD 1                   TO  W-FP-ANO.
           IF  W-FP-DIA  >  28
               MOVE 28                 TO  W-FP-DIA.
           MOVE W-FECHA-NUM            TO  W-FECHA-LIMITE.
           DISPLAY "VENCEN HASTA...:"  LINE 14 POSITION 10.
           ACCEPT W-FECHA-LIMITE       LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-FECHA-LIMITE  =  ZEROS
               GO TO F-VENCIMIENTOS.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-VENCIDOS
                                           W-POR-VENCER  W-SIN-SOPORTE
                                           FIN-DEP.
           MOVE "CERTIFICADOS DE DEPENDIENTES VENCIDOS O POR V"
                                       TO  I-TIT-INFORME.
           MOVE "VENCEN HASTA EL............ "  TO  I-TIT-FILTRO.
           MOVE W-FECHA-LIMITE         TO  I-FILTRO.
           MOVE 1                      TO  SW-ENTIDAD.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  DEP-EMPRESA.
           MOVE ZEROS                  TO  DEP-CEDULA  DEP-CONSEC.
           START DEPENDIE KEY NOT LESS DEP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DEP.
       I-VENCIMIENTOS-CICLO.
           IF  FIN-DEP  =  1           GO TO I-VENCIMIENTOS-FIN.
           READ DEPENDIE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DEP
                GO TO I-VENCIMIENTOS-CICLO.
           IF  DEP-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-DEP
               GO TO I-VENCIMIENTOS-CICLO.
           IF  DEP-ESTADO  NOT =  "A"  GO TO I-VENCIMIENTOS-CICLO.
           MOVE DEP-EMPRESA            TO  CONTRATO-CIA.
           MOVE DEP-CEDULA             TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                GO TO I-VENCIMIENTOS-CICLO.
           IF  CONTRATO-ESTADO  =  "R" GO TO I-VENCIMIENTOS-CICLO.
           PERFORM I-REVISA-SOPORTE    THRU F-REVISA-SOPORTE.
           IF  W-OBSERVA  NOT =  SPACES
               ADD 1                   TO  W-SIN-SOPORTE
           ELSE
               IF  DEP-FECHA-VENCE-CERT  =  ZEROS
               OR  DEP-FECHA-VENCE-CERT  >  W-FECHA-LIMITE
                   GO TO I-VENCIMIENTOS-CICLO
               ELSE
                   IF  DEP-FECHA-VENCE-CERT  <  WK-FECHA-HOY
                       MOVE "VENCIDO"  TO  W-OBSERVA
                       ADD 1           TO  W-VENCIDOS
                   ELSE
                       MOVE "POR VENCER"  TO  W-OBSERVA
                       ADD 1           TO  W-POR-VENCER.
           PERFORM I-CALCULA-EDAD      THRU F-CALCULA-EDAD.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE DEP-CEDULA             TO  I-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE DEP-NOMBRE             TO  I-DEP-NOMBRE.
           MOVE DEP-PARENTESCO         TO  I-PARENTESCO.
           MOVE W-EDAD                 TO  I-EDAD.
           MOVE DEP-FECHA-VENCE-CERT   TO  I-VENCE.
           MOVE W-OBSERVA              TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-VENCIMIENTOS-CICLO.
       I-VENCIMIENTOS-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CERTIFICADOS VENCIDOS"  TO  I-TEXTO.
           MOVE W-VENCIDOS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "CERTIFICADOS POR VENCER"  TO  I-TEXTO.
           MOVE W-POR-VENCER           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "SOPORTE EXIGIDO SIN REGISTRAR"  TO  I-TEXTO.
           MOVE W-SIN-SOPORTE          TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           COMPUTE W-LISTADOS  =  W-VENCIDOS  +  W-POR-VENCER
                               +  W-SIN-SOPORTE.
           DISPLAY "DEPENDIENTES LISTADOS:"
                   LINE 24 POSITION 18 REVERSE.
           MOVE W-LISTADOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 41 REVERSE.
       F-VENCIMIENTOS.
      *
      ******************************************************************
      *  A: BENEFICIARIOS POR ENTIDAD PARA RADICAR LA AFILIACION.      *
      *  C = CAJA (CJASUBSI / CONTRATO-CAJA / DEP-BENEF-CAJA)          *
      *  E = EPS  (NOMICORP / CONTRATO-EPS  / DEP-BENEF-EPS)           *
      *  CODIGO 000 = TODAS LAS ENTIDADES.  CON FECHA DE NOVEDADES     *
      *  SALEN SOLO LOS CAMBIOS DESDE ESA FECHA, INCLUIDOS LOS         *
      *  INACTIVADOS (RETIROS); SIN ELLA, SOLO LOS ACTIVOS             *
      ******************************************************************
       I-AFILIACION.
           MOVE "C"                    TO  W-ENTIDAD.
           DISPLAY "C=CAJA  E=EPS..:"  LINE 14 POSITION 10.
           ACCEPT W-ENTIDAD            LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-AFILIACION.
           IF  W-ENTIDAD  NOT =  "C"  AND  NOT =  "E"
               DISPLAY "LA ENTIDAD ES C O E"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-AFILIACION.
           MOVE ZEROS                  TO  W-COD-ENTIDAD  W-FECHA-DESDE.
           DISPLAY "CODIGO (0=TODAS):" LINE 15 POSITION 10.
           ACCEPT W-COD-ENTIDAD        LINE 15 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-AFILIACION.
           DISPLAY "NOVEDADES DESDE:"  LINE 16 POSITION 10.
           DISPLAY "(0 = TODOS LOS ACTIVOS)"
                                       LINE 16 POSITION 38.
           ACCEPT W-FECHA-DESDE        LINE 16 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-AFILIACION.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-LISTADOS
                                           FIN-ENT.
           IF  W-ENTIDAD  =  "C"
               MOVE "AFILIACION DE BENEFICIARIOS A CAJA DE COMPENS"
                                       TO  I-TIT-INFORME
               MOVE "CAJA:     "       TO  E-TIPO
               MOVE W-COD-ENTIDAD      TO  CAJA-CODIGO
               START CJASUBSI KEY NOT LESS CAJA-CODIGO INVALID KEY
                     MOVE 1            TO  FIN-ENT
           ELSE
               MOVE "AFILIACION DE BENEFICIARIOS A EPS            "
                                       TO  I-TIT-INFORME
               MOVE "EPS:      "       TO  E-TIPO
               MOVE W-COD-ENTIDAD      TO  CORP-CODIGO
               START NOMICORP KEY NOT LESS CORP-CODIGO INVALID KEY
                     MOVE 1            TO  FIN-ENT.
           MOVE "NOVEDADES DESDE............ "  TO  I-TIT-FILTRO.
           MOVE W-FECHA-DESDE          TO  I-FILTRO.
           MOVE 2                      TO  SW-ENTIDAD.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
       I-AFILIACION-CICLO.
           PERFORM I-SIGUIENTE-ENTIDAD THRU F-SIGUIENTE-ENTIDAD.
           IF  FIN-ENT  =  1           GO TO I-AFILIACION-FIN.
           IF  W-COD-ENTIDAD  NOT =  ZEROS
           AND W-ENT-CODIGO  NOT =  W-COD-ENTIDAD
               GO TO I-AFILIACION-FIN.
           PERFORM I-AFILIA-ENTIDAD    THRU F-AFILIA-ENTIDAD.
           GO TO I-AFILIACION-CICLO.
       I-AFILIACION-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TOTAL BENEFICIARIOS LISTADOS"  TO  I-TEXTO.
           MOVE W-LISTADOS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           CLOSE INFORMES.
           DISPLAY "BENEFICIARIOS LISTADOS:"
                   LINE 24 POSITION 18 REVERSE.
           MOVE W-LISTADOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 42 REVERSE.
       F-AFILIACION.
      *
       I-SIGUIENTE-ENTIDAD.
           IF  FIN-ENT  =  1           GO TO F-SIGUIENTE-ENTIDAD.
           IF  W-ENTIDAD  =  "E"       GO TO I-SIGUIENTE-EPS.
           READ CJASUBSI NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ENT
                GO TO F-SIGUIENTE-ENTIDAD.
           MOVE CAJA-CODIGO            TO  W-ENT-CODIGO.
           MOVE CAJA-NOMBRE            TO  W-ENT-NOMBRE.
           GO TO F-SIGUIENTE-ENTIDAD.
       I-SIGUIENTE-EPS.
           READ NOMICORP NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ENT
                GO TO F-SIGUIENTE-ENTIDAD.
           MOVE CORP-CODIGO            TO  W-ENT-CODIGO.
           MOVE CORP-NOMBRE            TO  W-ENT-NOMBRE.
       F-SIGUIENTE-ENTIDAD.
      *
      ******************************************************************
      *  EMPLEADOS DE LA EMPRESA AFILIADOS A LA ENTIDAD W-ENT-CODIGO Y *
      *  SUS DEPENDIENTES INSCRITOS COMO BENEFICIARIOS                 *
      ******************************************************************
       I-AFILIA-ENTIDAD.
           MOVE ZEROS                  TO  FIN-CON  W-ENT-BENEF.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ZEROS                  TO  CONTRATO-CEDULA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-AFILIA-CICLO.
           IF  FIN-CON  =  1           GO TO I-AFILIA-FIN.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-AFILIA-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-AFILIA-CICLO.
           IF  CONTRATO-ESTADO  =  "R"  GO TO I-AFILIA-CICLO.
           IF  W-ENTIDAD  =  "C"
           AND CONTRATO-CAJA  NOT =  W-ENT-CODIGO
               GO TO I-AFILIA-CICLO.
           IF  W-ENTIDAD  =  "E"
           AND CONTRATO-EPS  NOT =  W-ENT-CODIGO
               GO TO I-AFILIA-CICLO.
           PERFORM I-AFILIA-EMPLEADO   THRU F-AFILIA-EMPLEADO.
           GO TO I-AFILIA-CICLO.
       I-AFILIA-FIN.
           IF  W-ENT-BENEF  =  ZEROS   GO TO F-AFILIA-ENTIDAD.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "BENEFICIARIOS DE LA ENTIDAD"  TO  I-TEXTO.
           MOVE W-ENT-BENEF            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-AFILIA-ENTIDAD.
      *
       I-AFILIA-EMPLEADO.
           MOVE ZEROS                  TO  FIN-DEP.
           MOVE CONTRATO-CIA           TO  DEP-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  DEP-CEDULA.
           MOVE ZEROS                  TO  DEP-CONSEC.
           START DEPENDIE KEY NOT LESS DEP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DEP.
       I-AFILIA-EMPLEADO-CICLO.
           IF  FIN-DEP  =  1           GO TO F-AFILIA-EMPLEADO.
           READ DEPENDIE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DEP
                GO TO I-AFILIA-EMPLEADO-CICLO.
           IF  DEP-EMPRESA  NOT =  CONTRATO-CIA
           OR  DEP-CEDULA  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-DEP
               GO TO I-AFILIA-EMPLEADO-CICLO.
           IF  W-ENTIDAD  =  "C"
               MOVE DEP-BENEF-CAJA     TO  W-BENEFICIARIO
           ELSE
               MOVE DEP-BENEF-EPS      TO  W-BENEFICIARIO.
           IF  W-BENEFICIARIO  NOT =  "S"
               GO TO I-AFILIA-EMPLEADO-CICLO.
           IF  W-FECHA-DESDE  =  ZEROS  AND  DEP-ESTADO  NOT =  "A"
               GO TO I-AFILIA-EMPLEADO-CICLO.
           IF  W-FECHA-DESDE  NOT =  ZEROS
           AND DEP-FECHA-NOVEDAD  <  W-FECHA-DESDE
               GO TO I-AFILIA-EMPLEADO-CICLO.
           IF  W-ENT-BENEF  =  ZEROS
               PERFORM I-LINEA-ENTIDAD THRU F-LINEA-ENTIDAD.
           ADD 1                       TO  W-ENT-BENEF  W-LISTADOS.
           MOVE SPACES                 TO  LINEA-AFILIACION.
           MOVE DEP-CEDULA             TO  A-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  A-NOMBRE.
           MOVE DEP-TIPO-DOC           TO  A-TIPO-DOC.
           MOVE DEP-DOCUMENTO          TO  A-DOCUMENTO.
           MOVE DEP-NOMBRE             TO  A-DEP-NOMBRE.
           MOVE DEP-PARENTESCO         TO  A-PARENTESCO.
           MOVE DEP-FECHA-NACE         TO  A-NACE.
           MOVE DEP-ESTADO             TO  A-ESTADO.
           MOVE DEP-FECHA-NOVEDAD      TO  A-NOVEDAD.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-AFILIACION AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-AFILIA-EMPLEADO-CICLO.
       F-AFILIA-EMPLEADO.
      *
       I-LINEA-ENTIDAD.
           IF  CON-LIN  >  53
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           MOVE W-ENT-CODIGO           TO  E-CODIGO.
           MOVE W-ENT-NOMBRE           TO  E-NOMBRE.
           WRITE REG-INFORMES FROM LINEA-ENTIDAD AFTER 2.
           ADD 2                       TO  CON-LIN.
       F-LINEA-ENTIDAD.
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
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           IF  SW-ENTIDAD  =  1
               WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1
           ELSE
               WRITE REG-INFORMES  FROM  TITULO-B  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CONTRATO HOJAVIDA CJASUBSI NOMICORP DEPENDIE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
