       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG594.
      ******************************************************************
      * CUOTA DE APRENDICES SENA: CALCULO MENSUAL, OPCION DE LA        *
      * EMPRESA Y REPORTE DE REGULACION                OCT-15-2026     *
      *                                                                *
      * LA EMPRESA CON 15 O MAS TRABAJADORES DEBE TENER UN APRENDIZ    *
      * POR CADA 20 Y UNO MAS POR FRACCION DE 10 O MAS, O PAGAR LA     *
      * MONETIZACION AL SENA.  LOS TRABAJADORES SON LOS CONTRATOS      *
      * VIGENTES AL CIERRE DEL MES SIN LOS DE APRENDIZAJE; LOS         *
      * APRENDICES SON LOS CONTRATOS "AP" VIGENTES, CON SU ETAPA       *
      * LECTIVA O PRODUCTIVA SEGUN LAS FECHAS DE APRENDIZ.  LA         *
      * MONETIZACION ES TRABAJADORES X TASA (PARAMLEG MONETSENA, % DE  *
      * LOS TRABAJADORES; 5 SI NO ESTA) X SMMLV (SALMINIMO), EN        *
      * PROPORCION A LOS APRENDICES QUE FALTAN PARA LA CUOTA.          *
      * OPCIONES:                                                      *
      *   A = DATOS DEL APRENDIZ (INSTITUCION, ESPECIALIDAD, FECHAS    *
      *       DE LAS ETAPAS LECTIVA Y PRODUCTIVA Y FIN DEL CONTRATO)   *
      *   O = OPCION DE LA EMPRESA: C = CUMPLE LA CUOTA CONTRATANDO,   *
      *       M = MONETIZA; Y NUMERO DE LA RESOLUCION DEL SENA         *
      *   C = CALCULA Y GRABA LA CUOTA DEL MES (CUOTASEN)              *
      *   R = REPORTE DE REGULACION DEL MES PARA EL SENA: CUOTA,       *
      *       APRENDICES CON SU ETAPA, FALTANTE O EXCEDENTE, OPCION,   *
      *       VALOR A MONETIZAR Y LOS MESES YA CALCULADOS DEL ANO      *
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
               COPY "..\DYC\APRENDIZ.DYC".
               COPY "..\DYC\CUOTASEN.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\APRENDIZ.FD".
               COPY "..\FD\CUOTASEN.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG594".
       77      ID-PRG              PIC X(7)  VALUE "PROG594".
       77      W-OPCION-SEN        PIC X(01) VALUE SPACES.
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-INSTITUCION       PIC X(30) VALUE SPACES.
       77      W-ESPECIALIDAD      PIC X(30) VALUE SPACES.
       77      W-FECHA-LECTIVA     PIC 9(08) VALUE ZEROS.
       77      W-FECHA-PRODUCTIVA  PIC 9(08) VALUE ZEROS.
       77      W-FECHA-FIN         PIC 9(08) VALUE ZEROS.
       77      W-OPCION-EMP        PIC X(01) VALUE SPACES.
       77      W-RESOLUCION        PIC X(20) VALUE SPACES.
       77      W-ANO-CUOTA         PIC 9(04) VALUE ZEROS.
       77      W-MES-CUOTA         PIC 9(02) VALUE ZEROS.
       77      W-CORTE             PIC 9(08) VALUE ZEROS.
       77      W-ULTIMO-DIA        PIC 9(02) VALUE ZEROS.
       77      W-COCIENTE          PIC 9(05) VALUE ZEROS.
       77      W-RESTO             PIC 9(02) VALUE ZEROS.
       77      W-TRABAJADORES      PIC 9(05) VALUE ZEROS.
       77      W-CUOTA             PIC 9(04) VALUE ZEROS.
       77      W-APRENDICES        PIC 9(04) VALUE ZEROS.
       77      W-LECTIVA           PIC 9(04) VALUE ZEROS.
       77      W-PRODUCTIVA        PIC 9(04) VALUE ZEROS.
       77      W-SIN-ETAPA         PIC 9(04) VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(04) VALUE ZEROS.
       77      W-FALTAN            PIC 9(04) VALUE ZEROS.
       77      W-SALMINIMO         PIC 9(11)V99 VALUE ZEROS.
       77      W-TASA              PIC 9(03)V99 VALUE ZEROS.
       77      W-VALOR             PIC 9(13)V99 VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-ETAPA             PIC X(01) VALUE SPACES.
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-IND               PIC 9(02) VALUE ZEROS.
       77      SW-NUEVO            PIC 9(01) VALUE ZEROS.
       77      SW-VIGENTE          PIC 9(01) VALUE ZEROS.
       77      SW-IMPRIME          PIC 9(01) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       01      W-FECHA-ING.
        03     W-ING-ANO           PIC 9(04).
        03     W-ING-MES           PIC 9(02).
        03     W-ING-DIA           PIC 9(02).
       01      W-FECHA-RET.
        03     W-RET-ANO           PIC 9(04).
        03     W-RET-MES           PIC 9(02).
        03     W-RET-DIA           PIC 9(02).
       01      W-DIAS-DEL-MES.
        03     FILLER              PIC X(24)
                                   VALUE "312831303130313130313031".
       01      W-TABLA-DIAS        REDEFINES W-DIAS-DEL-MES.
        03     W-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\APRENDIZ.LBL".
               COPY "..\LBL\CUOTASEN.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
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
         05    FILLER      PIC X(06)    VALUE " NIT: ".
         05    TIT-NIT     PIC ZZZ,ZZZ,ZZZ,ZZ9.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(40)    VALUE
              "REGULACION DE CUOTA DE APRENDICES SENA  ".
         05    I-MES-TIT   PIC X(10).
         05    I-ANO-TIT   PIC 9999.
         05    FILLER      PIC X(04)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE " CEDULA".
         05    FILLER      PIC X(26)    VALUE " NOMBRE".
         05    FILLER      PIC X(31)    VALUE "INSTITUCION".
         05    FILLER      PIC X(21)    VALUE "ESPECIALIDAD".
         05    FILLER      PIC X(10)    VALUE " LECTIVA".
         05    FILLER      PIC X(10)    VALUE "PRODUCTIVA".
         05    FILLER      PIC X(10)    VALUE " FIN".
         05    FILLER      PIC X(06)    VALUE "ETAPA".
        03     TITULO-B.
         05    FILLER      PIC X(11)    VALUE " MES".
         05    FILLER      PIC X(13)    VALUE " TRABAJADORES".
         05    FILLER      PIC X(07)    VALUE "  CUOTA".
         05    FILLER      PIC X(11)    VALUE " APRENDICES".
         05    FILLER      PIC X(09)    VALUE "  LECTIVA".
         05    FILLER      PIC X(11)    VALUE " PRODUCTIVA".
         05    FILLER      PIC X(12)    VALUE "  DIFERENCIA".
         05    FILLER      PIC X(08)    VALUE "  OPCION".
         05    FILLER      PIC X(22)    VALUE "      VALOR MONETIZADO".
        03     LINEA-DE-RESUMEN.
         05    FILLER      PIC X(01).
         05    R-TEXTO     PIC X(40).
         05    R-CANTIDAD  PIC ZZ,ZZ9-.
         05    FILLER      PIC X(03).
         05    R-DATO      PIC X(30).
        03     LINEA-DE-VALOR.
         05    FILLER      PIC X(01).
         05    V-TEXTO     PIC X(40).
         05    V-VALOR     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-CEDULA    PIC 9(12).
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(01).
         05    I-INSTITUCION
                           PIC X(30).
         05    FILLER      PIC X(01).
         05    I-ESPECIALIDAD
                           PIC X(20).
         05    FILLER      PIC X(01).
         05    I-LECTIVA   PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-PRODUCTIVA
                           PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-FIN       PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-NOM-ETAPA PIC X(10).
        03     LINEA-DE-MES.
         05    FILLER      PIC X(01).
         05    M-MES       PIC X(10).
         05    M-TRABAJ    PIC ZZ,ZZ9.
         05    FILLER      PIC X(08).
         05    M-CUOTA     PIC Z,ZZ9.
         05    FILLER      PIC X(05).
         05    M-APREND    PIC Z,ZZ9.
         05    FILLER      PIC X(03).
         05    M-LECTIVA   PIC Z,ZZ9.
         05    FILLER      PIC X(05).
         05    M-PRODUC    PIC Z,ZZ9.
         05    FILLER      PIC X(06).
         05    M-DIFERENCIA
                           PIC Z,ZZ9-.
         05    FILLER      PIC X(06).
         05    M-OPCION    PIC X(01).
         05    FILLER      PIC X(03).
         05    M-VALOR     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\APRENDIZ.DCL".
               COPY "..\DCL\CUOTASEN.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
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
           MOVE WIN-NIT                TO  W-NIT.
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-STATUS-ARCHIVOS THRU F-STATUS-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* CUOTA DE APRENDICES SENA *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <A> DATOS DEL APRENDIZ (ETAPAS)            !"
                                       LINE 07 POSITION 18
           DISPLAY "! <O> OPCION DE LA EMPRESA Y RESOLUCION      !"
                                       LINE 08 POSITION 18
           DISPLAY "! <C> CALCULAR LA CUOTA DEL MES              !"
                                       LINE 09 POSITION 18
           DISPLAY "! <R> REPORTE DE REGULACION PARA EL SENA     !"
                                       LINE 10 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 11 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 12 POSITION 18.
           DISPLAY CON-ANO             LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-SEN.
           IF  W-OPCION-SEN  =  "A"
               PERFORM I-APRENDIZ      THRU F-APRENDIZ
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-SEN  =  "O"
               PERFORM I-OPCION-EMPRESA THRU F-OPCION-EMPRESA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-SEN  =  "C"
               PERFORM I-CALCULA       THRU F-CALCULA
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-SEN  =  "R"
               PERFORM I-REPORTE       THRU F-REPORTE
               MOVE ZEROS              TO  WK-EXCEPTION.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE W-NIT                  TO  TIT-NIT.
           MOVE CON-COD-EMPRESA        TO  LAB-APRENDIZ-CIA
                                           LAB-CUOTASEN-CIA
                                           LAB-CONTRATO-CIA
                                           LAB-MAESCIA.
           MOVE WK-FECHA-HOY           TO  W-FECHA-HOY.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 594                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT APRENDIZ.
           IF  APRENDIZ-STATUS  =  "35"
               OPEN OUTPUT APRENDIZ.
           CLOSE APRENDIZ.
           OPEN INPUT CUOTASEN.
           IF  CUOTASEN-STATUS  =  "35"
               OPEN OUTPUT CUOTASEN.
           CLOSE CUOTASEN.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O APRENDIZ CUOTASEN.
           OPEN INPUT CONTRATO HOJAVIDA.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION A: DATOS DEL CONTRATO DE APRENDIZAJE.  SOLO PARA       *
      *  CONTRATOS TIPO "AP" DE LA EMPRESA                             *
      ******************************************************************
       I-APRENDIZ.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CEDULA DEL APRENDIZ..............:"
                                       LINE 06 POSITION 10.
           DISPLAY "INSTITUCION DE FORMACION.........:"
                                       LINE 08 POSITION 10.
           DISPLAY "ESPECIALIDAD.....................:"
                                       LINE 09 POSITION 10.
           DISPLAY "INICIO ETAPA LECTIVA (AAAAMMDD)..:"
                                       LINE 10 POSITION 10.
           DISPLAY "INICIO ETAPA PRODUCTIVA (AAAAMMDD:"
                                       LINE 11 POSITION 10.
           DISPLAY "FIN DEL CONTRATO (AAAAMMDD)......:"
                                       LINE 12 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                       LINE 14 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA.
       I-APRENDIZ-CEDULA.
           ACCEPT W-CEDULA             LINE 06 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-APRENDIZ.
           IF  W-CEDULA  =  ZEROS      GO TO I-APRENDIZ-CEDULA.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           MOVE ZEROS                  TO  SW-1.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EMPLEADO SIN CONTRATO                   "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-APRENDIZ-CEDULA.
           IF  CONTRATO-TIPO  NOT =  "AP"
               DISPLAY "NO ES CONTRATO DE APRENDIZAJE (AP)      "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-APRENDIZ-CEDULA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-EOF.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  ZEROS
               DISPLAY HOJAVIDA-NOMBRE LINE 07 POSITION 46 REVERSE.
           MOVE CON-COD-EMPRESA        TO  APZ-EMPRESA.
           MOVE W-CEDULA               TO  APZ-CEDULA.
           MOVE ZEROS                  TO  SW-NUEVO.
           READ APRENDIZ INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
           IF  SW-NUEVO  =  1
               MOVE "SENA"             TO  W-INSTITUCION
               MOVE SPACES             TO  W-ESPECIALIDAD
               MOVE ZEROS              TO  W-FECHA-PRODUCTIVA
                                           W-FECHA-FIN
               MOVE CONTRATO-ANO-ING   TO  W-ING-ANO
               MOVE CONTRATO-MES-ING   TO  W-ING-MES
               MOVE CONTRATO-DIA-ING   TO  W-ING-DIA
               MOVE W-FECHA-ING        TO  W-FECHA-LECTIVA
           ELSE
               MOVE APZ-INSTITUCION    TO  W-INSTITUCION
               MOVE APZ-ESPECIALIDAD   TO  W-ESPECIALIDAD
               MOVE APZ-FECHA-LECTIVA  TO  W-FECHA-LECTIVA
               MOVE APZ-FECHA-PRODUCTIVA
                                       TO  W-FECHA-PRODUCTIVA
               MOVE APZ-FECHA-FIN      TO  W-FECHA-FIN.
       I-APRENDIZ-DATOS.
           ACCEPT W-INSTITUCION        LINE 08 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-APRENDIZ.
           ACCEPT W-ESPECIALIDAD       LINE 09 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-APRENDIZ.
       I-APRENDIZ-FECHAS.
           ACCEPT W-FECHA-LECTIVA      LINE 10 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-APRENDIZ.
           ACCEPT W-FECHA-PRODUCTIVA   LINE 11 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-APRENDIZ.
           IF  W-FECHA-PRODUCTIVA  >  ZEROS
           AND W-FECHA-PRODUCTIVA  <  W-FECHA-LECTIVA
               DISPLAY "LA PRODUCTIVA NO PUEDE SER ANTES        "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-APRENDIZ-FECHAS.
           ACCEPT W-FECHA-FIN          LINE 12 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-APRENDIZ.
           IF  W-FECHA-FIN  >  ZEROS
           AND W-FECHA-FIN  <  W-FECHA-LECTIVA
               DISPLAY "EL FIN NO PUEDE SER ANTES DEL INICIO    "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-APRENDIZ-FECHAS.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-APRENDIZ.
           IF  W-TRUCO  NOT =  "C"     GO TO I-APRENDIZ-DATOS.
           MOVE CON-COD-EMPRESA        TO  APZ-EMPRESA.
           MOVE W-CEDULA               TO  APZ-CEDULA.
           MOVE W-INSTITUCION          TO  APZ-INSTITUCION.
           MOVE W-ESPECIALIDAD         TO  APZ-ESPECIALIDAD.
           MOVE W-FECHA-LECTIVA        TO  APZ-FECHA-LECTIVA.
           MOVE W-FECHA-PRODUCTIVA     TO  APZ-FECHA-PRODUCTIVA.
           MOVE W-FECHA-FIN            TO  APZ-FECHA-FIN.
           MOVE W-FECHA-HOY            TO  APZ-FECHA.
           MOVE CON-USERNAME           TO  APZ-USUARIO.
           IF  SW-NUEVO  =  1
               WRITE REG-APRENDIZ
           ELSE
               REWRITE REG-APRENDIZ.
           DISPLAY "DATOS DEL APRENDIZ GRABADOS             "
                   LINE 24 POSITION 01 REVERSE.
           GO TO I-APRENDIZ.
       F-APRENDIZ.
      *
      ******************************************************************
      *  OPCION O: OPCION VIGENTE DE LA EMPRESA Y RESOLUCION DEL SENA  *
      *  (REGISTRO DE ANO Y MES EN CEROS)                              *
      ******************************************************************
       I-OPCION-EMPRESA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "OPCION C=CONTRATA M=MONETIZA.....:"
                                       LINE 06 POSITION 10.
           DISPLAY "RESOLUCION DE REGULACION SENA....:"
                                       LINE 07 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                       LINE 09 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           PERFORM I-LEE-OPCION        THRU F-LEE-OPCION.
       I-OPCION-EMPRESA-DATOS.
           ACCEPT W-OPCION-EMP         LINE 06 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-OPCION-EMPRESA.
           IF  W-OPCION-EMP  NOT =  "C"  AND  W-OPCION-EMP  NOT =  "M"
               GO TO I-OPCION-EMPRESA-DATOS.
           ACCEPT W-RESOLUCION         LINE 07 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-OPCION-EMPRESA.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCION-EMPRESA.
           IF  W-TRUCO  NOT =  "C"     GO TO I-OPCION-EMPRESA-DATOS.
           MOVE CON-COD-EMPRESA        TO  CSE-EMPRESA.
           MOVE ZEROS                  TO  CSE-ANO  CSE-MES  SW-NUEVO.
           READ CUOTASEN INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
           MOVE SPACES                 TO  CSE-PARAMETROS.
           MOVE W-OPCION-EMP           TO  CSE-PAR-OPCION.
           MOVE W-FECHA-HOY            TO  CSE-PAR-FECHA-OPCION.
           MOVE W-RESOLUCION           TO  CSE-PAR-RESOLUCION.
           MOVE CON-USERNAME           TO  CSE-PAR-USUARIO.
           IF  SW-NUEVO  =  1
               WRITE REG-CUOTASEN
           ELSE
               REWRITE REG-CUOTASEN.
       F-OPCION-EMPRESA.
      *
      *  SIN OPCION GRABADA LA EMPRESA CUMPLE CONTRATANDO
       I-LEE-OPCION.
           MOVE "C"                    TO  W-OPCION-EMP.
           MOVE SPACES                 TO  W-RESOLUCION.
           MOVE CON-COD-EMPRESA        TO  CSE-EMPRESA.
           MOVE ZEROS                  TO  CSE-ANO  CSE-MES.
           READ CUOTASEN WITH NO LOCK INVALID KEY
                GO TO F-LEE-OPCION.
           MOVE CSE-PAR-OPCION         TO  W-OPCION-EMP.
           MOVE CSE-PAR-RESOLUCION     TO  W-RESOLUCION.
       F-LEE-OPCION.
      *
      ******************************************************************
      *  OPCION C: CUOTA DEL MES, FALTANTE O EXCEDENTE Y VALOR A       *
      *  MONETIZAR; SE GRABA EN CUOTASEN (SE PUEDE RECALCULAR)         *
      ******************************************************************
       I-CALCULA.
           PERFORM I-PIDE-MES          THRU F-PIDE-MES.
           IF  F2                      GO TO F-CALCULA.
           MOVE ZEROS                  TO  SW-IMPRIME.
           PERFORM I-CUENTA            THRU F-CUENTA.
           PERFORM I-LEE-OPCION        THRU F-LEE-OPCION.
           PERFORM I-LIQUIDA-CUOTA     THRU F-LIQUIDA-CUOTA.
           DISPLAY "TRABAJADORES (SIN APRENDICES):"
                                       LINE 15 POSITION 18.
           DISPLAY W-TRABAJADORES      LINE 15 POSITION 52 REVERSE.
           DISPLAY "CUOTA DE APRENDICES..........:"
                                       LINE 16 POSITION 18.
           DISPLAY W-CUOTA             LINE 16 POSITION 52 REVERSE.
           DISPLAY "APRENDICES LECTIVA/PRODUCTIVA:"
                                       LINE 17 POSITION 18.
           DISPLAY W-LECTIVA           LINE 17 POSITION 52 REVERSE.
           DISPLAY W-PRODUCTIVA        LINE 17 POSITION 58 REVERSE.
           DISPLAY "DIFERENCIA (- = FALTAN)......:"
                                       LINE 18 POSITION 18.
           MOVE W-DIFERENCIA           TO  R-CANTIDAD.
           DISPLAY R-CANTIDAD          LINE 18 POSITION 52 REVERSE.
           DISPLAY "VALOR A MONETIZAR............:"
                                       LINE 19 POSITION 18.
           MOVE W-VALOR                TO  V-VALOR.
           DISPLAY V-VALOR             LINE 19 POSITION 52 REVERSE.
           DISPLAY "OPCION DE LA EMPRESA.........:"
                                       LINE 20 POSITION 18.
           DISPLAY W-OPCION-EMP        LINE 20 POSITION 52 REVERSE.
           IF  W-SALMINIMO  =  ZEROS
               DISPLAY "SIN SALMINIMO EN PARAMLEG - NO SE GRABA "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-CALCULA.
           DISPLAY "[ G ] GRABA LA CUOTA DEL MES            "
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CALCULA.
           MOVE CON-COD-EMPRESA        TO  CSE-EMPRESA.
           MOVE W-ANO-CUOTA            TO  CSE-ANO.
           MOVE W-MES-CUOTA            TO  CSE-MES.
           MOVE ZEROS                  TO  SW-NUEVO.
           READ CUOTASEN INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
           MOVE W-TRABAJADORES         TO  CSE-TRABAJADORES.
           MOVE W-CUOTA                TO  CSE-CUOTA.
           MOVE W-APRENDICES           TO  CSE-APRENDICES.
           MOVE W-LECTIVA              TO  CSE-LECTIVA.
           MOVE W-PRODUCTIVA           TO  CSE-PRODUCTIVA.
           MOVE W-SIN-ETAPA            TO  CSE-SIN-ETAPA.
           MOVE W-DIFERENCIA           TO  CSE-DIFERENCIA.
           MOVE W-OPCION-EMP           TO  CSE-OPCION.
           MOVE W-SALMINIMO            TO  CSE-SALMINIMO.
           MOVE W-TASA                 TO  CSE-TASA.
           MOVE W-VALOR                TO  CSE-VALOR-MONETIZA.
           MOVE W-FECHA-HOY            TO  CSE-FECHA.
           MOVE CON-USERNAME           TO  CSE-USUARIO.
           IF  SW-NUEVO  =  1
               WRITE REG-CUOTASEN
           ELSE
               REWRITE REG-CUOTASEN.
           DISPLAY "CUOTA DEL MES GRABADA                   "
                   LINE 24 POSITION 01 REVERSE.
       F-CALCULA.
      *
      *  ANO Y MES DE LA CUOTA Y SU FECHA DE CIERRE
       I-PIDE-MES.
           DISPLAY "ANO.:"             LINE 14 POSITION 18.
           DISPLAY "MES.:"             LINE 14 POSITION 30.
           MOVE CON-ANO                TO  W-ANO-CUOTA.
           MOVE ZEROS                  TO  WK-EXCEPTION.
       I-PIDE-MES-ANO.
           ACCEPT W-ANO-CUOTA          LINE 14 POSITION 24
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PIDE-MES.
           IF  W-ANO-CUOTA  <  1990    GO TO I-PIDE-MES-ANO.
           ACCEPT W-MES-CUOTA          LINE 14 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PIDE-MES.
           IF  W-MES-CUOTA  <  1  OR  W-MES-CUOTA  >  12
               GO TO I-PIDE-MES-ANO.
           MOVE W-DIAS-MES (W-MES-CUOTA)  TO  W-ULTIMO-DIA.
           DIVIDE W-ANO-CUOTA BY 4 GIVING W-COCIENTE
                  REMAINDER W-RESTO.
           IF  W-MES-CUOTA  =  2  AND  W-RESTO  =  ZEROS
               MOVE 29                 TO  W-ULTIMO-DIA.
           COMPUTE W-CORTE  =  (W-ANO-CUOTA  *  10000)
                   +  (W-MES-CUOTA  *  100)  +  W-ULTIMO-DIA.
       F-PIDE-MES.
      *
      ******************************************************************
      *  CONTRATOS VIGENTES AL CIERRE DEL MES: TRABAJADORES Y          *
      *  APRENDICES POR ETAPA.  CON SW-IMPRIME = 1 CADA APRENDIZ VA    *
      *  AL REPORTE DE REGULACION                                      *
      ******************************************************************
       I-CUENTA.
           MOVE ZEROS                  TO  W-TRABAJADORES  W-APRENDICES
                                           W-LECTIVA  W-PRODUCTIVA
                                           W-SIN-ETAPA  FIN-CON.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ZEROS                  TO  CONTRATO-CEDULA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-CUENTA-LEE.
           IF  FIN-CON  =  1           GO TO F-CUENTA.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-CUENTA-LEE.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-CUENTA-LEE.
           PERFORM I-VIGENTE           THRU F-VIGENTE.
           IF  SW-VIGENTE  =  ZEROS    GO TO I-CUENTA-LEE.
           IF  CONTRATO-TIPO  NOT =  "AP"
               ADD 1                   TO  W-TRABAJADORES
               GO TO I-CUENTA-LEE.
           ADD 1                       TO  W-APRENDICES.
           PERFORM I-ETAPA             THRU F-ETAPA.
           IF  W-ETAPA  =  "L"         ADD 1  TO  W-LECTIVA.
           IF  W-ETAPA  =  "P"         ADD 1  TO  W-PRODUCTIVA.
           IF  W-ETAPA  =  SPACES      ADD 1  TO  W-SIN-ETAPA.
           IF  SW-IMPRIME  =  1
               PERFORM I-LINEA-APRENDIZ THRU F-LINEA-APRENDIZ.
           GO TO I-CUENTA-LEE.
       F-CUENTA.
      *
      *  VIGENTE AL CIERRE: INGRESO HASTA EL CIERRE Y SIN RETIRO
      *  ANTERIOR AL CIERRE
       I-VIGENTE.
           MOVE ZEROS                  TO  SW-VIGENTE.
           MOVE CONTRATO-ANO-ING       TO  W-ING-ANO.
           MOVE CONTRATO-MES-ING       TO  W-ING-MES.
           MOVE CONTRATO-DIA-ING       TO  W-ING-DIA.
           IF  W-FECHA-ING  =  ZEROS  OR  W-FECHA-ING  >  W-CORTE
               GO TO F-VIGENTE.
           IF  CONTRATO-ESTADO  =  "R"
               MOVE CONTRATO-ANO-RET   TO  W-RET-ANO
               MOVE CONTRATO-MES-RET   TO  W-RET-MES
               MOVE CONTRATO-DIA-RET   TO  W-RET-DIA
               IF  W-FECHA-RET  <  W-CORTE
                   GO TO F-VIGENTE.
           MOVE 1                      TO  SW-VIGENTE.
       F-VIGENTE.
      *
      *  ETAPA AL CIERRE SEGUN LAS FECHAS DEL APRENDIZ (ESPACIOS SI
      *  NO TIENE DATOS)
       I-ETAPA.
           MOVE SPACES                 TO  W-ETAPA.
           MOVE CON-COD-EMPRESA        TO  APZ-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  APZ-CEDULA.
           MOVE ZEROS                  TO  SW-1.
           READ APRENDIZ WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               INITIALIZE REG-APRENDIZ
               GO TO F-ETAPA.
           IF  APZ-FECHA-PRODUCTIVA  >  ZEROS
           AND APZ-FECHA-PRODUCTIVA  NOT >  W-CORTE
               MOVE "P"                TO  W-ETAPA
               GO TO F-ETAPA.
           IF  APZ-FECHA-LECTIVA  >  ZEROS
               MOVE "L"                TO  W-ETAPA.
       F-ETAPA.
      *
      *  CUOTA LEGAL, DIFERENCIA Y VALOR DE LA MONETIZACION
       I-LIQUIDA-CUOTA.
           MOVE ZEROS                  TO  W-CUOTA  W-FALTAN  W-VALOR.
           IF  W-TRABAJADORES  NOT <  15
               DIVIDE W-TRABAJADORES BY 20 GIVING W-CUOTA
                      REMAINDER W-RESTO
               IF  W-RESTO  NOT <  10
                   ADD 1               TO  W-CUOTA.
           COMPUTE W-DIFERENCIA  =  W-APRENDICES  -  W-CUOTA.
           IF  W-DIFERENCIA  <  ZEROS
               COMPUTE W-FALTAN  =  ZERO  -  W-DIFERENCIA.
           MOVE ZEROS                  TO  W-SALMINIMO.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           MOVE W-CORTE                TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"
               MOVE PRM-LNK-VALOR      TO  W-SALMINIMO.
           MOVE 5                      TO  W-TASA.
           MOVE "MONETSENA"            TO  PRM-LNK-CODIGO.
           MOVE W-CORTE                TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"  AND  PRM-LNK-VALOR  >  ZEROS
               MOVE PRM-LNK-VALOR      TO  W-TASA.
           IF  W-FALTAN  =  ZEROS      GO TO F-LIQUIDA-CUOTA.
           COMPUTE W-VALOR ROUNDED  =  W-TRABAJADORES  *  W-TASA
                   /  100  *  W-SALMINIMO  *  W-FALTAN  /  W-CUOTA.
       F-LIQUIDA-CUOTA.
      *
      ******************************************************************
      *  OPCION R: REPORTE DE REGULACION DEL MES (YA CALCULADO) CON    *
      *  LOS APRENDICES Y LOS MESES DEL ANO                            *
      ******************************************************************
       I-REPORTE.
           PERFORM I-PIDE-MES          THRU F-PIDE-MES.
           IF  F2                      GO TO F-REPORTE.
           MOVE CON-COD-EMPRESA        TO  CSE-EMPRESA.
           MOVE W-ANO-CUOTA            TO  CSE-ANO.
           MOVE W-MES-CUOTA            TO  CSE-MES.
           MOVE ZEROS                  TO  SW-1.
           READ CUOTASEN WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "CALCULE PRIMERO LA CUOTA DEL MES (C)    "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-REPORTE.
           PERFORM I-LEE-OPCION        THRU F-LEE-OPCION.
           MOVE CON-COD-EMPRESA        TO  CSE-EMPRESA.
           MOVE W-ANO-CUOTA            TO  CSE-ANO.
           MOVE W-MES-CUOTA            TO  CSE-MES.
           READ CUOTASEN WITH NO LOCK.
           MOVE WK-NOMBRE-MES (W-MES-CUOTA)  TO  I-MES-TIT.
           MOVE W-ANO-CUOTA            TO  I-ANO-TIT.
           MOVE ZEROS                  TO  WK-PAGINA.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  LINEA-DE-RESUMEN.
           MOVE "RESOLUCION DE REGULACION SENA.........:"
                                       TO  R-TEXTO.
           MOVE ZEROS                  TO  R-CANTIDAD.
           MOVE W-RESOLUCION           TO  R-DATO.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 2.
           MOVE "TRABAJADORES AL CIERRE (SIN APRENDICES):"
                                       TO  R-TEXTO.
           MOVE CSE-TRABAJADORES       TO  R-CANTIDAD.
           MOVE SPACES                 TO  R-DATO.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE "CUOTA DE APRENDICES...................:"
                                       TO  R-TEXTO.
           MOVE CSE-CUOTA              TO  R-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE "APRENDICES CONTRATADOS................:"
                                       TO  R-TEXTO.
           MOVE CSE-APRENDICES         TO  R-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE "  EN ETAPA LECTIVA....................:"
                                       TO  R-TEXTO.
           MOVE CSE-LECTIVA            TO  R-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE "  EN ETAPA PRODUCTIVA.................:"
                                       TO  R-TEXTO.
           MOVE CSE-PRODUCTIVA         TO  R-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE "  SIN DATOS DE ETAPA..................:"
                                       TO  R-TEXTO.
           MOVE CSE-SIN-ETAPA          TO  R-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE "DIFERENCIA (NEGATIVA = FALTAN)........:"
                                       TO  R-TEXTO.
           MOVE CSE-DIFERENCIA         TO  R-CANTIDAD.
           IF  CSE-DIFERENCIA  <  ZEROS
               MOVE "FALTANTE"         TO  R-DATO.
           IF  CSE-DIFERENCIA  >  ZEROS
               MOVE "EXCEDENTE"        TO  R-DATO.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE "OPCION DE LA EMPRESA..................:"
                                       TO  R-TEXTO.
           MOVE ZEROS                  TO  R-CANTIDAD.
           IF  CSE-OPCION  =  "M"
               MOVE "MONETIZA LA CUOTA"  TO  R-DATO
           ELSE
               MOVE "CUMPLE CONTRATANDO" TO  R-DATO.
           WRITE REG-INFORMES FROM LINEA-DE-RESUMEN AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-VALOR.
           MOVE "SMMLV DEL MES.........................:"
                                       TO  V-TEXTO.
           MOVE CSE-SALMINIMO          TO  V-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-VALOR AFTER 1.
           MOVE "TASA DE MONETIZACION (% TRABAJADORES).:"
                                       TO  V-TEXTO.
           MOVE CSE-TASA               TO  V-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-VALOR AFTER 1.
           MOVE "VALOR MENSUAL A MONETIZAR.............:"
                                       TO  V-TEXTO.
           MOVE CSE-VALOR-MONETIZA     TO  V-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-VALOR AFTER 1.
      *  APRENDICES VIGENTES AL CIERRE DEL MES
           WRITE REG-INFORMES FROM TITULO-3 AFTER 2.
           WRITE REG-INFORMES FROM TITULO-A AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 17                      TO  CON-LIN.
           MOVE 1                      TO  SW-IMPRIME.
           PERFORM I-CUENTA            THRU F-CUENTA.
           MOVE ZEROS                  TO  SW-IMPRIME.
      *  MESES DEL ANO YA CALCULADOS
           IF  CON-LIN  >  40
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 2.
           WRITE REG-INFORMES FROM TITULO-B AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           PERFORM I-LINEA-MES         THRU F-LINEA-MES
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND  >  12.
           CLOSE INFORMES.
           DISPLAY "REPORTE DE REGULACION GENERADO          "
                   LINE 24 POSITION 01 REVERSE.
       F-REPORTE.
      *
       I-LINEA-APRENDIZ.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-EOF.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  ZEROS
               MOVE HOJAVIDA-NOMBRE    TO  I-NOMBRE.
           MOVE APZ-INSTITUCION        TO  I-INSTITUCION.
           MOVE APZ-ESPECIALIDAD       TO  I-ESPECIALIDAD.
           MOVE APZ-FECHA-LECTIVA      TO  I-LECTIVA.
           MOVE APZ-FECHA-PRODUCTIVA   TO  I-PRODUCTIVA.
           MOVE APZ-FECHA-FIN          TO  I-FIN.
           IF  W-ETAPA  =  "L"
               MOVE "LECTIVA"          TO  I-NOM-ETAPA.
           IF  W-ETAPA  =  "P"
               MOVE "PRODUCTIVA"       TO  I-NOM-ETAPA.
           IF  W-ETAPA  =  SPACES
               MOVE "SIN DATOS"        TO  I-NOM-ETAPA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME
               WRITE REG-INFORMES FROM TITULO-A AFTER 1
               WRITE REG-INFORMES FROM TITULO-3 AFTER 1
               ADD 2                   TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-APRENDIZ.
      *
       I-LINEA-MES.
           MOVE CON-COD-EMPRESA        TO  CSE-EMPRESA.
           MOVE W-ANO-CUOTA            TO  CSE-ANO.
           MOVE W-IND                  TO  CSE-MES.
           READ CUOTASEN WITH NO LOCK INVALID KEY
                GO TO F-LINEA-MES.
           MOVE SPACES                 TO  LINEA-DE-MES.
           MOVE WK-NOMBRE-MES (W-IND)  TO  M-MES.
           MOVE CSE-TRABAJADORES       TO  M-TRABAJ.
           MOVE CSE-CUOTA              TO  M-CUOTA.
           MOVE CSE-APRENDICES         TO  M-APREND.
           MOVE CSE-LECTIVA            TO  M-LECTIVA.
           MOVE CSE-PRODUCTIVA         TO  M-PRODUC.
           MOVE CSE-DIFERENCIA         TO  M-DIFERENCIA.
           MOVE CSE-OPCION             TO  M-OPCION.
           MOVE CSE-VALOR-MONETIZA     TO  M-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-MES AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-MES.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 3                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE APRENDIZ CUOTASEN CONTRATO HOJAVIDA.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
