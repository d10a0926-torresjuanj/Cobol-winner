       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG596.
      ******************************************************************
      * EXAMENES MEDICOS OCUPACIONALES                 OCT-15-2026     *
      *                                                                *
      * REGISTRO DE LOS EXAMENES DE INGRESO, PERIODICOS Y DE EGRESO    *
      * QUE EXIGE EL SISTEMA DE SEGURIDAD Y SALUD EN EL TRABAJO, CON   *
      * SU RESULTADO Y RESTRICCIONES (EXAMEDIC).                       *
      *   E = REGISTRA UN EXAMEN: TIPO, FECHA, NIT DE LA IPS (DEBE     *
      *       EXISTIR EN CNNITCED), RESULTADO (A = APTO, R = APTO CON  *
      *       RESTRICCIONES, N = NO APTO), RESTRICCIONES Y FECHA DEL   *
      *       SIGUIENTE PERIODICO, QUE SE PROPONE CON LA FRECUENCIA DE *
      *       LA CLASE DE RIESGO DEL CONTRATO (CONTRATO-RIESGO, PUNTO  *
      *       EXAMENES.PRO).  EL MISMO EMPLEADO, FECHA Y TIPO CORRIGE  *
      *       EL EXAMEN YA GRABADO.                                    *
      *   C = CONSULTA LOS EXAMENES DEL EMPLEADO                       *
      *   V = REPORTE DE EXAMENES VENCIDOS Y POR VENCER DENTRO DE LOS  *
      *       MESES PEDIDOS, POR CENTRO DE COSTOS: EMPLEADOS CON       *
      *       CONTRATO VIGENTE, SU ULTIMO EXAMEN DE INGRESO O          *
      *       PERIODICO Y LOS QUE NO TIENEN NINGUNO.                   *
      * PROG117 NO ACTIVA UN CONTRATO SIN EXAMEN DE INGRESO SALVO      *
      * AUTORIZACION DEL SUPERVISOR, Y PROG360 RECUERDA ORDENAR EL     *
      * EXAMEN DE EGRESO AL LIQUIDAR.                                  *
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
               COPY "..\DYC\EXAMEDIC.DYC".
               COPY "..\DYC\EXAMVENC.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\EXAMEDIC.FD".
               COPY "..\FD\EXAMVENC.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG596".
       77      ID-PRG              PIC X(7)  VALUE "PROG596".
       77      W-OPCION-EXA        PIC X(01) VALUE SPACES.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-TIPO              PIC X(01) VALUE SPACES.
       77      W-FECHA-EXAMEN      PIC 9(08) VALUE ZEROS.
       77      W-NIT-IPS           PIC 9(12) VALUE ZEROS.
       77      W-RESULTADO         PIC X(01) VALUE SPACES.
       77      W-RESTRICCIONES     PIC X(60) VALUE SPACES.
       77      W-PROXIMO           PIC 9(08) VALUE ZEROS.
       77      W-MESES-ANTICIPO    PIC 9(02) VALUE ZEROS.
       77      W-LIMITE            PIC 9(08) VALUE ZEROS.
       77      W-LINEA-PAN         PIC 9(02) VALUE ZEROS.
       77      W-CENCOS-ANT        PIC 9(03) VALUE ZEROS.
       77      W-ULT-FECHA         PIC 9(08) VALUE ZEROS.
       77      W-ULT-TIPO          PIC X(01) VALUE SPACES.
       77      W-ULT-RESULTADO     PIC X(01) VALUE SPACES.
       77      W-ULT-PROXIMO       PIC 9(08) VALUE ZEROS.
       77      W-CC-VENCIDOS       PIC 9(05) VALUE ZEROS.
       77      W-CC-POR-VENCER     PIC 9(05) VALUE ZEROS.
       77      W-CC-SIN-EXAMEN     PIC 9(05) VALUE ZEROS.
       77      W-TOT-VENCIDOS      PIC 9(05) VALUE ZEROS.
       77      W-TOT-POR-VENCER    PIC 9(05) VALUE ZEROS.
       77      W-TOT-SIN-EXAMEN    PIC 9(05) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       77      FIN-EXM             PIC 9(01) VALUE ZEROS.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\EXAMEDIC.LBL".
               COPY "..\LBL\EXAMVENC.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\EXAMENES.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(06)    VALUE SPACES.
         05    FILLER      PIC X(46)    VALUE
              "EXAMENES MEDICOS VENCIDOS Y POR VENCER        ".
         05    FILLER      PIC X(08)    VALUE "HASTA : ".
         05    I-LIMITE    PIC 9(08).
         05    FILLER      PIC X(03)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(110)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "      CEDULA".
         05    FILLER      PIC X(31)    VALUE " NOMBRE".
         05    FILLER      PIC X(07)    VALUE "RIESGO".
         05    FILLER      PIC X(20)    VALUE "ULTIMO EXAMEN".
         05    FILLER      PIC X(10)    VALUE "RESULTADO".
         05    FILLER      PIC X(10)    VALUE "  PROXIMO".
         05    FILLER      PIC X(12)    VALUE "  SITUACION".
        03     LINEA-CENCOS.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    FILLER      PIC X(18)    VALUE "CENTRO DE COSTOS: ".
         05    I-CENCOS    PIC 9(03).
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-CEDULA    PIC Z(11)9.
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(03).
         05    I-RIESGO    PIC Z9.
         05    FILLER      PIC X(03).
         05    I-TIPO      PIC X(10).
         05    FILLER      PIC X(01).
         05    I-FECHA-EX  PIC 9(08) BLANK WHEN ZERO.
         05    FILLER      PIC X(02).
         05    I-RESULTADO PIC X(08).
         05    FILLER      PIC X(02).
         05    I-PROXIMO   PIC 9(08) BLANK WHEN ZERO.
         05    FILLER      PIC X(02).
         05    I-SITUACION PIC X(11).
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-TEXTO     PIC X(40).
         05    I-VENCIDOS  PIC ZZ,ZZ9.
         05    FILLER      PIC X(12)    VALUE " VENCIDOS".
         05    I-POR-VENCER
                           PIC ZZ,ZZ9.
         05    FILLER      PIC X(14)    VALUE " POR VENCER".
         05    I-SIN-EXAMEN
                           PIC ZZ,ZZ9.
         05    FILLER      PIC X(12)    VALUE " SIN EXAMEN".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\EXAMEDIC.DCL".
               COPY "..\DCL\EXAMVENC.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CNNITCED.DCL".
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
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* EXAMENES MEDICOS OCUPACIONALES *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <E> REGISTRAR EXAMEN                       !"
                                       LINE 07 POSITION 18
           DISPLAY "! <C> CONSULTAR EXAMENES DEL EMPLEADO        !"
                                       LINE 08 POSITION 18
           DISPLAY "! <V> VENCIDOS Y POR VENCER POR CENTRO       !"
                                       LINE 09 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 10 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 11 POSITION 18.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-EXA.
           IF  W-OPCION-EXA  =  "E"
               PERFORM I-REGISTRO      THRU F-REGISTRO
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-EXA  =  "C"
               PERFORM I-CONSULTA      THRU F-CONSULTA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-EXA  =  "V"
               PERFORM I-VENCIMIENTOS  THRU F-VENCIMIENTOS
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-EXAMEDIC-CIA
                                           LAB-EXAMVENC-CIA
                                           LAB-CONTRATO-CIA
                                           LAB-CNNITCED-CIA
                                           LAB-MAESCIA.
           MOVE WK-FECHA-HOY           TO  W-FECHA-HOY.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 596                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O EXAMEDIC.
           IF  EXAMEDIC-STATUS  =  "35"
               OPEN OUTPUT EXAMEDIC
               CLOSE EXAMEDIC
               OPEN I-O EXAMEDIC.
           OPEN INPUT CONTRATO HOJAVIDA CNNITCED.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION E: REGISTRO DE UN EXAMEN                               *
      ******************************************************************
       I-REGISTRO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CEDULA.................:"  LINE 05 POSITION 05.
           DISPLAY "CENTRO COSTOS / RIESGO.:"  LINE 06 POSITION 05.
           DISPLAY "TIPO (I=INGRESO P=PERIODICO E=EGRESO):"
                                               LINE 08 POSITION 05.
           DISPLAY "FECHA DEL EXAMEN.......:"  LINE 09 POSITION 05.
           DISPLAY "(AAAAMMDD)"                LINE 09 POSITION 40.
           DISPLAY "NIT DE LA IPS..........:"  LINE 10 POSITION 05.
           DISPLAY "RESULTADO (A/R/N)......:"  LINE 12 POSITION 05.
           DISPLAY "A=APTO R=APTO CON RESTRICCIONES N=NO APTO"
                                               LINE 12 POSITION 33.
           DISPLAY "RESTRICCIONES..........:"  LINE 13 POSITION 05.
           DISPLAY "PROXIMO PERIODICO......:"  LINE 15 POSITION 05.
           DISPLAY "(AAAAMMDD)"                LINE 15 POSITION 40.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA.
           ACCEPT W-CEDULA             LINE 05 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               GO TO F-REGISTRO.
           PERFORM I-LEE-EMPLEADO      THRU F-LEE-EMPLEADO.
           IF  SW-1  =  1              GO TO I-REGISTRO.
           DISPLAY HOJAVIDA-NOMBRE     LINE 05 POSITION 44 SIZE 36.
           DISPLAY CONTRATO-CENCOS     LINE 06 POSITION 30.
           DISPLAY CONTRATO-RIESGO     LINE 06 POSITION 36.
       I-REGISTRO-TIPO.
           MOVE SPACES                 TO  W-TIPO.
           ACCEPT W-TIPO               LINE 08 POSITION 44
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REGISTRO.
           IF  W-TIPO  NOT =  "I"  AND  W-TIPO  NOT =  "P"
           AND W-TIPO  NOT =  "E"
               GO TO I-REGISTRO-TIPO.
       I-REGISTRO-FECHA.
           MOVE W-FECHA-HOY            TO  W-FECHA-EXAMEN.
           ACCEPT W-FECHA-EXAMEN       LINE 09 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REGISTRO.
           MOVE W-FECHA-EXAMEN         TO  EXA-FECHA.
           IF  EXA-FEC-MES  <  1  OR  EXA-FEC-MES  >  12
           OR  EXA-FEC-DIA  <  1  OR  EXA-FEC-DIA  >  31
           OR  W-FECHA-EXAMEN  >  W-FECHA-HOY
               DISPLAY "FECHA DEL EXAMEN INVALIDA"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-REGISTRO-FECHA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
      *  SI EL EXAMEN YA EXISTE SE TRAE PARA CORREGIRLO
           MOVE CON-COD-EMPRESA        TO  EXM-EMPRESA.
           MOVE W-CEDULA               TO  EXM-CEDULA.
           MOVE W-FECHA-EXAMEN         TO  EXM-FECHA.
           MOVE W-TIPO                 TO  EXM-TIPO.
           READ EXAMEDIC WITH NO LOCK INVALID KEY
                INITIALIZE REG-EXAMEDIC.
           MOVE EXM-NIT-IPS            TO  W-NIT-IPS.
           MOVE EXM-RESULTADO          TO  W-RESULTADO.
           MOVE EXM-RESTRICCIONES      TO  W-RESTRICCIONES.
       I-REGISTRO-IPS.
           ACCEPT W-NIT-IPS            LINE 10 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REGISTRO.
           MOVE W-NIT-IPS              TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "LA IPS NO EXISTE EN EL CATALOGO DE NITS"
                        LINE 24 POSITION 01 REVERSE BLINK
                GO TO I-REGISTRO-IPS.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY NOMBM               LINE 11 POSITION 30 SIZE 43.
       I-REGISTRO-RESULTADO.
           ACCEPT W-RESULTADO          LINE 12 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REGISTRO.
           IF  W-RESULTADO  NOT =  "A"  AND  W-RESULTADO  NOT =  "R"
           AND W-RESULTADO  NOT =  "N"
               GO TO I-REGISTRO-RESULTADO.
       I-REGISTRO-RESTRICCION.
           ACCEPT W-RESTRICCIONES      LINE 13 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REGISTRO.
           IF  W-RESULTADO  =  "R"  AND  W-RESTRICCIONES  =  SPACES
               DISPLAY "APTO CON RESTRICCIONES EXIGE EL TEXTO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-REGISTRO-RESTRICCION.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
      *  EL EGRESO NO TIENE SIGUIENTE EXAMEN
           MOVE ZEROS                  TO  W-PROXIMO.
           IF  W-TIPO  =  "E"          GO TO I-REGISTRO-CONFIRMA.
           MOVE CONTRATO-RIESGO        TO  EXA-RIESGO.
           PERFORM I-EXAMEN-FRECUENCIA THRU F-EXAMEN-FRECUENCIA.
           PERFORM I-EXAMEN-PROXIMO    THRU F-EXAMEN-PROXIMO.
           MOVE EXA-PROXIMO            TO  W-PROXIMO.
           IF  EXM-PROXIMO  NOT =  ZEROS
               MOVE EXM-PROXIMO        TO  W-PROXIMO.
           DISPLAY "CADA"              LINE 15 POSITION 52.
           DISPLAY EXA-MESES           LINE 15 POSITION 57.
           DISPLAY "MESES"             LINE 15 POSITION 61.
       I-REGISTRO-PROXIMO.
           ACCEPT W-PROXIMO            LINE 15 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REGISTRO.
           IF  W-PROXIMO  NOT >  W-FECHA-EXAMEN
               DISPLAY "EL PROXIMO DEBE SER POSTERIOR AL EXAMEN"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-REGISTRO-PROXIMO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       I-REGISTRO-CONFIRMA.
           DISPLAY "[ G ] GRABA EL EXAMEN   [ OTRA ] CANCELA"
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO I-REGISTRO.
           MOVE CON-COD-EMPRESA        TO  EXM-EMPRESA.
           MOVE W-CEDULA               TO  EXM-CEDULA.
           MOVE W-FECHA-EXAMEN         TO  EXM-FECHA.
           MOVE W-TIPO                 TO  EXM-TIPO.
           MOVE W-NIT-IPS              TO  EXM-NIT-IPS.
           MOVE W-RESULTADO            TO  EXM-RESULTADO.
           MOVE W-RESTRICCIONES        TO  EXM-RESTRICCIONES.
           MOVE CONTRATO-RIESGO        TO  EXM-RIESGO.
           MOVE W-PROXIMO              TO  EXM-PROXIMO.
           MOVE W-FECHA-HOY            TO  EXM-FECHA-GRABA.
           MOVE CON-USERNAME           TO  EXM-USUARIO.
           WRITE REG-EXAMEDIC INVALID KEY
                 REWRITE REG-EXAMEDIC.
           IF  W-RESULTADO  =  "N"
               DISPLAY "EXAMEN GRABADO - EMPLEADO NO APTO: AVISE A SST"
                       LINE 24 POSITION 01 REVERSE BLINK
           ELSE
               DISPLAY "EXAMEN GRABADO"
                       LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           GO TO I-REGISTRO.
       F-REGISTRO.
      *
      *  EL EMPLEADO DEBE TENER CONTRATO EN LA EMPRESA
       I-LEE-EMPLEADO.
           MOVE ZEROS                  TO  SW-1.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                DISPLAY "EL EMPLEADO NO TIENE CONTRATO EN LA EMPRESA"
                        LINE 24 POSITION 01 REVERSE BLINK
                MOVE 1                 TO  SW-1
                GO TO F-LEE-EMPLEADO.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       F-LEE-EMPLEADO.
      *
      ******************************************************************
      *  OPCION C: EXAMENES DEL EMPLEADO, DEL MAS ANTIGUO AL RECIENTE  *
      ******************************************************************
       I-CONSULTA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CEDULA.................:"  LINE 05 POSITION 05.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA.
           ACCEPT W-CEDULA             LINE 05 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               GO TO F-CONSULTA.
           PERFORM I-LEE-EMPLEADO      THRU F-LEE-EMPLEADO.
           IF  SW-1  =  1              GO TO I-CONSULTA.
           DISPLAY HOJAVIDA-NOMBRE     LINE 05 POSITION 44 SIZE 36.
           DISPLAY
               " FECHA    TIPO RES IPS         PROXIMO  RESTRICCIONES "
                                       LINE 07 POSITION 01 REVERSE.
           MOVE 8                      TO  W-LINEA-PAN.
           MOVE ZEROS                  TO  FIN-EXM.
           MOVE CON-COD-EMPRESA        TO  EXM-EMPRESA.
           MOVE W-CEDULA               TO  EXM-CEDULA.
           MOVE ZEROS                  TO  EXM-FECHA.
           MOVE SPACES                 TO  EXM-TIPO.
           START EXAMEDIC KEY NOT LESS EXM-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-EXM.
       I-CONSULTA-LEE.
           IF  FIN-EXM  =  1           GO TO I-CONSULTA-FIN.
           READ EXAMEDIC NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-EXM
                GO TO I-CONSULTA-LEE.
           IF  EXM-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  EXM-CEDULA   NOT =  W-CEDULA
               MOVE 1                  TO  FIN-EXM
               GO TO I-CONSULTA-LEE.
           IF  W-LINEA-PAN  >  21
               DISPLAY "<ENTER> SIGUIENTE PAGINA  [F2] TERMINA"
                       LINE 24 POSITION 01 REVERSE
               PERFORM ACEPTA-TRUCO
               DISPLAY WK-ESPACIOS     LINE 24 POSITION 01
               IF  F2
                   GO TO F-CONSULTA
               ELSE
                   PERFORM I-LIMPIA-CONSULTA THRU F-LIMPIA-CONSULTA.
           DISPLAY EXM-FECHA           LINE W-LINEA-PAN POSITION 01.
           DISPLAY EXM-TIPO            LINE W-LINEA-PAN POSITION 11.
           DISPLAY EXM-RESULTADO       LINE W-LINEA-PAN POSITION 16.
           DISPLAY EXM-NIT-IPS         LINE W-LINEA-PAN POSITION 19.
           DISPLAY EXM-PROXIMO         LINE W-LINEA-PAN POSITION 32.
           DISPLAY EXM-RESTRICCIONES   LINE W-LINEA-PAN POSITION 41
                                       SIZE 39.
           ADD 1                       TO  W-LINEA-PAN.
           GO TO I-CONSULTA-LEE.
       I-CONSULTA-FIN.
           IF  W-LINEA-PAN  =  8
               DISPLAY "EL EMPLEADO NO TIENE EXAMENES REGISTRADOS"
                       LINE 24 POSITION 01 REVERSE BLINK
           ELSE
               DISPLAY "FIN DE LOS EXAMENES DEL EMPLEADO"
                       LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-CONSULTA.
      *
       I-LIMPIA-CONSULTA.
           MOVE 8                      TO  W-LINEA-PAN.
       I-LIMPIA-CONSULTA-LINEA.
           DISPLAY WK-ESPACIOS         LINE W-LINEA-PAN POSITION 01.
           ADD 1                       TO  W-LINEA-PAN.
           IF  W-LINEA-PAN  NOT >  21  GO TO I-LIMPIA-CONSULTA-LINEA.
           MOVE 8                      TO  W-LINEA-PAN.
       F-LIMPIA-CONSULTA.
      *
      ******************************************************************
      *  OPCION V: VENCIDOS Y POR VENCER POR CENTRO DE COSTOS.         *
      *  EXAMVENC SE REHACE Y QUEDA ORDENADO POR CENTRO Y VENCIMIENTO  *
      ******************************************************************
       I-VENCIMIENTOS.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "MESES DE ANTICIPACION..:"  LINE 06 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                               LINE 08 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE 1                      TO  W-MESES-ANTICIPO.
           ACCEPT W-MESES-ANTICIPO     LINE 06 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-VENCIMIENTOS.
           PERFORM ACEPTA-TRUCO.
           IF  F2  OR  W-TRUCO  NOT =  "C"
               GO TO F-VENCIMIENTOS.
           MOVE W-FECHA-HOY            TO  EXA-FECHA.
           MOVE W-MESES-ANTICIPO       TO  EXA-MESES.
           PERFORM I-EXAMEN-PROXIMO    THRU F-EXAMEN-PROXIMO.
           MOVE EXA-PROXIMO            TO  W-LIMITE  I-LIMITE.
           DISPLAY "BUSCANDO EXAMENES PENDIENTES...         "
                   LINE 24 POSITION 01 REVERSE BLINK.
           OPEN OUTPUT EXAMVENC.
           CLOSE EXAMVENC.
           OPEN I-O EXAMVENC.
           MOVE ZEROS                  TO  FIN-CON.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ZEROS                  TO  CONTRATO-CEDULA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-VENCIMIENTOS-LEE.
           IF  FIN-CON  =  1           GO TO I-VENCIMIENTOS-IMPRIME.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-VENCIMIENTOS-LEE.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-VENCIMIENTOS-LEE.
           IF  CONTRATO-ESTADO  =  "R" GO TO I-VENCIMIENTOS-LEE.
           PERFORM I-ULTIMO-EXAMEN     THRU F-ULTIMO-EXAMEN.
           INITIALIZE REG-EXAMVENC.
           MOVE CONTRATO-CENCOS        TO  EXV-CENCOS.
           MOVE CONTRATO-CEDULA        TO  EXV-CEDULA.
           MOVE CONTRATO-RIESGO        TO  EXV-RIESGO.
           MOVE W-ULT-TIPO             TO  EXV-TIPO-ULTIMO.
           MOVE W-ULT-FECHA            TO  EXV-FECHA-ULTIMO.
           MOVE W-ULT-RESULTADO        TO  EXV-RESULTADO.
           MOVE W-ULT-PROXIMO          TO  EXV-PROXIMO.
           IF  W-ULT-FECHA  =  ZEROS
               MOVE "S"                TO  EXV-SITUACION
           ELSE
               IF  W-ULT-PROXIMO  <  W-FECHA-HOY
                   MOVE "V"            TO  EXV-SITUACION
               ELSE
                   IF  W-ULT-PROXIMO  NOT >  W-LIMITE
                       MOVE "P"        TO  EXV-SITUACION
                   ELSE
                       GO TO I-VENCIMIENTOS-LEE.
           WRITE REG-EXAMVENC INVALID KEY
                 REWRITE REG-EXAMVENC.
           GO TO I-VENCIMIENTOS-LEE.
       I-VENCIMIENTOS-IMPRIME.
           PERFORM I-INFORME-VENCIDOS  THRU F-INFORME-VENCIDOS.
           CLOSE EXAMVENC.
           DISPLAY "REPORTE DE VENCIMIENTOS GENERADO        "
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-VENCIMIENTOS.
      *
      *  EL ULTIMO EXAMEN DE INGRESO O PERIODICO DEL EMPLEADO
       I-ULTIMO-EXAMEN.
           MOVE ZEROS                  TO  W-ULT-FECHA  W-ULT-PROXIMO
                                           FIN-EXM.
           MOVE SPACES                 TO  W-ULT-TIPO  W-ULT-RESULTADO.
           MOVE CON-COD-EMPRESA        TO  EXM-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  EXM-CEDULA.
           MOVE ZEROS                  TO  EXM-FECHA.
           MOVE SPACES                 TO  EXM-TIPO.
           START EXAMEDIC KEY NOT LESS EXM-CLAVE INVALID KEY
                 GO TO F-ULTIMO-EXAMEN.
       I-ULTIMO-EXAMEN-LEE.
           READ EXAMEDIC NEXT RECORD WITH NO LOCK AT END
                GO TO F-ULTIMO-EXAMEN.
           IF  EXM-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  EXM-CEDULA   NOT =  CONTRATO-CEDULA
               GO TO F-ULTIMO-EXAMEN.
           IF  EXM-TIPO  =  "E"        GO TO I-ULTIMO-EXAMEN-LEE.
           MOVE EXM-FECHA              TO  W-ULT-FECHA.
           MOVE EXM-TIPO               TO  W-ULT-TIPO.
           MOVE EXM-RESULTADO          TO  W-ULT-RESULTADO.
           MOVE EXM-PROXIMO            TO  W-ULT-PROXIMO.
           GO TO I-ULTIMO-EXAMEN-LEE.
       F-ULTIMO-EXAMEN.
      *
       I-INFORME-VENCIDOS.
           MOVE ZEROS                  TO  WK-PAGINA  W-TOT-VENCIDOS
                                           W-TOT-POR-VENCER
                                           W-TOT-SIN-EXAMEN
                                           W-CC-VENCIDOS
                                           W-CC-POR-VENCER
                                           W-CC-SIN-EXAMEN.
           MOVE 999                    TO  W-CENCOS-ANT.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  EXV-CLAVE  FIN-EXM.
           START EXAMVENC KEY NOT LESS EXV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-EXM.
       I-INFORME-VENCIDOS-LEE.
           IF  FIN-EXM  =  1           GO TO I-INFORME-VENCIDOS-FIN.
           READ EXAMVENC NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-EXM
                GO TO I-INFORME-VENCIDOS-LEE.
           IF  EXV-CENCOS  NOT =  W-CENCOS-ANT
               PERFORM I-CORTE-CENCOS  THRU F-CORTE-CENCOS.
           PERFORM I-LINEA-VENCIDO     THRU F-LINEA-VENCIDO.
           GO TO I-INFORME-VENCIDOS-LEE.
       I-INFORME-VENCIDOS-FIN.
           IF  W-CENCOS-ANT  NOT =  999
               PERFORM I-TOTAL-CENCOS  THRU F-TOTAL-CENCOS.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE "TOTAL EMPRESA.........................:"
                                       TO  I-TEXTO.
           MOVE W-TOT-VENCIDOS         TO  I-VENCIDOS.
           MOVE W-TOT-POR-VENCER       TO  I-POR-VENCER.
           MOVE W-TOT-SIN-EXAMEN       TO  I-SIN-EXAMEN.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
       F-INFORME-VENCIDOS.
      *
       I-CORTE-CENCOS.
           IF  W-CENCOS-ANT  NOT =  999
               PERFORM I-TOTAL-CENCOS  THRU F-TOTAL-CENCOS.
           MOVE EXV-CENCOS             TO  W-CENCOS-ANT  I-CENCOS.
           MOVE ZEROS                  TO  W-CC-VENCIDOS
                                           W-CC-POR-VENCER
                                           W-CC-SIN-EXAMEN.
           IF  CON-LIN  >  54
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-CENCOS AFTER 2.
           ADD 2                       TO  CON-LIN.
       F-CORTE-CENCOS.
      *
       I-TOTAL-CENCOS.
           MOVE "TOTAL DEL CENTRO DE COSTOS............:"
                                       TO  I-TEXTO.
           MOVE W-CC-VENCIDOS          TO  I-VENCIDOS.
           MOVE W-CC-POR-VENCER        TO  I-POR-VENCER.
           MOVE W-CC-SIN-EXAMEN        TO  I-SIN-EXAMEN.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-TOTAL-CENCOS.
      *
       I-LINEA-VENCIDO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE EXV-CEDULA             TO  I-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE EXV-RIESGO             TO  I-RIESGO.
           IF  EXV-TIPO-ULTIMO  =  "I" MOVE "INGRESO"    TO  I-TIPO.
           IF  EXV-TIPO-ULTIMO  =  "P" MOVE "PERIODICO"  TO  I-TIPO.
           MOVE EXV-FECHA-ULTIMO       TO  I-FECHA-EX.
           IF  EXV-RESULTADO  =  "A"
               MOVE "APTO"             TO  I-RESULTADO.
           IF  EXV-RESULTADO  =  "R"
               MOVE "RESTRIC."         TO  I-RESULTADO.
           IF  EXV-RESULTADO  =  "N"
               MOVE "NO APTO"          TO  I-RESULTADO.
           IF  EXV-RESULTADO  =  "S"
               MOVE "SIN EXAM"         TO  I-RESULTADO.
           MOVE EXV-PROXIMO            TO  I-PROXIMO.
           IF  EXV-SITUACION  =  "V"
               MOVE "VENCIDO"          TO  I-SITUACION
               ADD 1                   TO  W-CC-VENCIDOS
                                           W-TOT-VENCIDOS.
           IF  EXV-SITUACION  =  "P"
               MOVE "POR VENCER"       TO  I-SITUACION
               ADD 1                   TO  W-CC-POR-VENCER
                                           W-TOT-POR-VENCER.
           IF  EXV-SITUACION  =  "S"
               MOVE "SIN EXAMEN"       TO  I-SITUACION
               ADD 1                   TO  W-CC-SIN-EXAMEN
                                           W-TOT-SIN-EXAMEN.
           IF  CON-LIN  >  56
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-VENCIDO.
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
           CLOSE EXAMEDIC CONTRATO HOJAVIDA CNNITCED.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PRO\EXAMENES.PRO".
               COPY "..\PLB\INFORMES.PLB".
