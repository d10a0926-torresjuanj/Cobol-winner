       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG569.
      ******************************************************************
      * CAMBIOS DE JORNADA LEGAL Y VALOR HORA          OCT-15-2026     *
      *                                                                *
      * LA JORNADA MAXIMA SEMANAL (LEY 2101) BAJA POR ESCALONES Y CON  *
      * ELLA SUBE EL VALOR HORA DE CADA EMPLEADO.  PARA CADA FECHA DE  *
      * CAMBIO DEL RANGO PEDIDO (VIGENCIAS HORASEMANA Y HORASEMccc DE  *
      * PARAMLEG, PROG126) SE COMPARA LA JORNADA DEL DIA ANTERIOR CON  *
      * LA DEL DIA DEL CAMBIO (SERVICIO NOMHORAS) Y SE LISTAN LOS      *
      * EMPLEADOS CON CONTRATO VIGENTE ESE DIA: SALARIO, HORAS         *
      * SEMANALES Y VALOR HORA ANTES Y DESPUES DEL ESCALON.            *
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
               COPY "..\DYC\PARAMLEG.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\PARAMLEG.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG569".
       77      ID-PRG              PIC X(7)  VALUE "PROG569".
       77      W-FECHA-INI         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-FIN         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-CAMBIO      PIC 9(08) VALUE ZEROS.
       77      W-FECHA-ANTES       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-ING         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-RET         PIC 9(08) VALUE ZEROS.
       77      W-CODIGO-BUSCA      PIC X(10) VALUE SPACES.
       77      W-CAMBIOS           PIC 9(02) VALUE ZEROS.
       77      W-IND               PIC 9(02) VALUE ZEROS.
       77      W-IND-2             PIC 9(02) VALUE ZEROS.
       77      W-HORAS-ANTES       PIC 9(02)V99 VALUE ZEROS.
       77      W-HORAS-DESPUES     PIC 9(02)V99 VALUE ZEROS.
       77      W-FACTOR-ANTES      PIC 9(01)V9(09) VALUE ZEROS.
       77      W-FACTOR-DESPUES    PIC 9(01)V9(09) VALUE ZEROS.
       77      W-VHORA-ANTES       PIC 9(09)V99 VALUE ZEROS.
       77      W-VHORA-DESPUES     PIC 9(09)V99 VALUE ZEROS.
       77      W-EMPLEADOS-CAMBIO  PIC 9(06) VALUE ZEROS.
       77      W-EMPLEADOS         PIC 9(06) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       01      W-CODIGO-PROPIO.
        03     FILLER              PIC X(07) VALUE "HORASEM".
        03     W-CODIGO-CIA        PIC 9(03) VALUE ZEROS.
       01      TABLA-CAMBIOS.
        03     TAB-CAMBIO-FECHA    PIC 9(08) OCCURS 40 TIMES.
       01      AREA-NOMHORAS.
        03     HOR-LNK-EMPRESA     PIC 9(07).
        03     HOR-LNK-FECHA-DESDE PIC 9(08).
        03     HOR-LNK-FECHA-HASTA PIC 9(08).
        03     HOR-LNK-SEMANAL     PIC 9(02)V99.
        03     HOR-LNK-SEMANAL-FIN PIC 9(02)V99.
        03     HOR-LNK-DIVISOR     PIC 9(03)V99.
        03     HOR-LNK-FACTOR      PIC 9(01)V9(09).
        03     HOR-LNK-CAMBIOS     PIC 9(02).
        03     HOR-LNK-ESTADO      PIC X(02).
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
               COPY "..\LBL\PARAMLEG.LBL".
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
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(46)    VALUE
              "CAMBIOS DE JORNADA LEGAL Y VALOR HORA         ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(120)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(31)    VALUE
              " NOMBRE                        ".
         05    FILLER      PIC X(16)    VALUE "        SALARIO ".
         05    FILLER      PIC X(14)    VALUE " HRS/SEM ANTES".
         05    FILLER      PIC X(08)    VALUE " DESPUES".
         05    FILLER      PIC X(13)    VALUE "  V.HORA ANT.".
         05    FILLER      PIC X(13)    VALUE "  V.HORA NVO.".
         05    FILLER      PIC X(11)    VALUE " DIFERENCIA".
        03     LINEA-DE-CAMBIO.
         05    FILLER      PIC X(18)    VALUE "CAMBIO DE JORNADA ".
         05    I-FECHA-CAMBIO PIC 9999/99/99.
         05    FILLER      PIC X(10)    VALUE "   HORAS: ".
         05    I-HORAS-ANT PIC Z9.99.
         05    FILLER      PIC X(04)    VALUE " -> ".
         05    I-HORAS-NVA PIC Z9.99.
         05    FILLER      PIC X(14)    VALUE "   DIVISOR:   ".
         05    I-DIV-ANT   PIC ZZ9.99.
         05    FILLER      PIC X(04)    VALUE " -> ".
         05    I-DIV-NVO   PIC ZZ9.99.
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(01).
         05    I-SALARIO   PIC ZZZ,ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(05).
         05    I-HRS-ANT   PIC Z9.99.
         05    FILLER      PIC X(03).
         05    I-HRS-NVA   PIC Z9.99.
         05    FILLER      PIC X(02).
         05    I-VH-ANT    PIC ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(03).
         05    I-VH-NVO    PIC ZZZ,ZZZ.ZZ.
         05    FILLER      PIC X(02).
         05    I-VH-DIF    PIC ZZ,ZZZ.ZZ-.
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-TOTAL     PIC ZZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\PARAMLEG.DCL".
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
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-ACEPTA-DATOS    THRU F-ACEPTA-DATOS
           PERFORM I-CARGA-CAMBIOS   THRU F-CARGA-CAMBIOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           PERFORM I-PROCESO         THRU F-PROCESO
           PERFORM I-TOTAL-FINAL     THRU F-TOTAL-FINAL
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* CAMBIOS DE JORNADA LEGAL *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-MAESCIA
                                           W-CODIGO-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 569                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CONTRATO HOJAVIDA.
           OPEN OUTPUT INFORMES.
       F-ABRE-ARCHIVOS.
      *
       I-PANTALLA-1B.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "! CAMBIOS DESDE (AAAAMMDD):                  !"
                                       LINE 09 POSITION 18
           DISPLAY "! CAMBIOS HASTA (AAAAMMDD):                  !"
                                       LINE 10 POSITION 18
           DISPLAY "!  <C> CONFIRMAR       [F2] TERMINAR         !"
                                       LINE 11 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 12 POSITION 18.
       F-PANTALLA-1B.
      *
       I-ACEPTA-DATOS.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-FECHA-INI          LINE 09 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           ACCEPT W-FECHA-FIN          LINE 10 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           MOVE "N"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-INI            TO  FEC-LNK-FECHA.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
               GO TO I-ACEPTA-ERROR.
           MOVE W-FECHA-FIN            TO  FEC-LNK-FECHA.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
           OR  W-FECHA-FIN  <  W-FECHA-INI
               GO TO I-ACEPTA-ERROR.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           GO TO I-CONFIRMA.
       I-ACEPTA-ERROR.
           DISPLAY "FECHAS ERRADAS...DIGITE NUEVAMENTE"
                   LINE 24 POSITION 01 REVERSE BLINK.
           GO TO I-ACEPTA-DATOS.
       I-CONFIRMA.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "C"
               GO TO I-CONFIRMA.
       F-ACEPTA-DATOS.
      *
      ******************************************************************
      *  FECHAS DE CAMBIO DEL RANGO: VIGENCIAS DE LA JORNADA LEGAL Y   *
      *  DE LA PROPIA DE LA EMPRESA, ORDENADAS Y SIN REPETIR           *
      ******************************************************************
       I-CARGA-CAMBIOS.
           MOVE ZEROS                  TO  W-CAMBIOS.
           INITIALIZE TABLA-CAMBIOS.
           OPEN INPUT PARAMLEG.
           IF  PARAMLEG-STATUS  >  "00"
               GO TO F-CARGA-CAMBIOS.
           MOVE "HORASEMANA"           TO  W-CODIGO-BUSCA.
           PERFORM I-CARGA-CODIGO      THRU F-CARGA-CODIGO.
           MOVE W-CODIGO-PROPIO        TO  W-CODIGO-BUSCA.
           PERFORM I-CARGA-CODIGO      THRU F-CARGA-CODIGO.
           CLOSE PARAMLEG.
       F-CARGA-CAMBIOS.
      *
       I-CARGA-CODIGO.
           MOVE W-CODIGO-BUSCA         TO  PLEG-CODIGO.
           MOVE W-FECHA-INI            TO  PLEG-VIGENCIA.
           MOVE ZEROS                  TO  FIN-CON.
           START PARAMLEG KEY NOT LESS PLEG-CLAVE INVALID KEY
                 GO TO F-CARGA-CODIGO.
       I-CARGA-CICLO.
           READ PARAMLEG NEXT RECORD WITH NO LOCK AT END
                GO TO F-CARGA-CODIGO.
           IF  PLEG-CODIGO  NOT =  W-CODIGO-BUSCA
           OR  PLEG-VIGENCIA  >  W-FECHA-FIN
               GO TO F-CARGA-CODIGO.
           MOVE PLEG-VIGENCIA          TO  W-FECHA-CAMBIO.
           PERFORM I-INSERTA-FECHA     THRU F-INSERTA-FECHA.
           GO TO I-CARGA-CICLO.
       F-CARGA-CODIGO.
      *
      *  INSERCION ORDENADA DE W-FECHA-CAMBIO EN LA TABLA
       I-INSERTA-FECHA.
           IF  W-CAMBIOS  NOT <  40    GO TO F-INSERTA-FECHA.
           MOVE 1                      TO  W-IND.
       I-INSERTA-BUSCA.
           IF  W-IND  >  W-CAMBIOS     GO TO I-INSERTA-PONE.
           IF  TAB-CAMBIO-FECHA(W-IND)  =  W-FECHA-CAMBIO
               GO TO F-INSERTA-FECHA.
           IF  TAB-CAMBIO-FECHA(W-IND)  >  W-FECHA-CAMBIO
               GO TO I-INSERTA-CORRE.
           ADD 1                       TO  W-IND.
           GO TO I-INSERTA-BUSCA.
       I-INSERTA-CORRE.
           MOVE W-CAMBIOS              TO  W-IND-2.
       I-INSERTA-CORRE-CICLO.
           IF  W-IND-2  <  W-IND       GO TO I-INSERTA-PONE.
           MOVE TAB-CAMBIO-FECHA(W-IND-2)
                                   TO  TAB-CAMBIO-FECHA(W-IND-2 + 1).
           SUBTRACT 1                  FROM  W-IND-2.
           GO TO I-INSERTA-CORRE-CICLO.
       I-INSERTA-PONE.
           MOVE W-FECHA-CAMBIO         TO  TAB-CAMBIO-FECHA(W-IND).
           ADD 1                       TO  W-CAMBIOS.
       F-INSERTA-FECHA.
      *
      ******************************************************************
      *  CADA FECHA DE CAMBIO: JORNADA DEL DIA ANTERIOR CONTRA LA DEL  *
      *  DIA DEL CAMBIO Y EMPLEADOS VIGENTES ESE DIA                   *
      ******************************************************************
       I-PROCESO.
           MOVE ZEROS                  TO  W-EMPLEADOS.
           MOVE 1                      TO  W-IND.
       I-PROCESO-CICLO.
           IF  W-IND  >  W-CAMBIOS     GO TO F-PROCESO.
           MOVE TAB-CAMBIO-FECHA(W-IND)  TO  W-FECHA-CAMBIO.
           PERFORM I-PROCESA-CAMBIO    THRU F-PROCESA-CAMBIO.
           ADD 1                       TO  W-IND.
           GO TO I-PROCESO-CICLO.
       F-PROCESO.
      *
       I-PROCESA-CAMBIO.
           MOVE "S"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-CAMBIO         TO  FEC-LNK-FECHA.
           MOVE -1                     TO  FEC-LNK-DIAS.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
               GO TO F-PROCESA-CAMBIO.
           MOVE FEC-LNK-RESULTADO      TO  W-FECHA-ANTES.
           MOVE CON-COD-EMPRESA        TO  HOR-LNK-EMPRESA.
           MOVE W-FECHA-ANTES          TO  HOR-LNK-FECHA-DESDE.
           MOVE ZEROS                  TO  HOR-LNK-FECHA-HASTA.
           CALL "NOMHORAS"          USING  AREA-NOMHORAS.
           MOVE HOR-LNK-SEMANAL        TO  W-HORAS-ANTES.
           MOVE HOR-LNK-FACTOR         TO  W-FACTOR-ANTES.
           MOVE HOR-LNK-DIVISOR        TO  I-DIV-ANT.
           MOVE W-FECHA-CAMBIO         TO  HOR-LNK-FECHA-DESDE.
           CALL "NOMHORAS"          USING  AREA-NOMHORAS.
           MOVE HOR-LNK-SEMANAL        TO  W-HORAS-DESPUES.
           MOVE HOR-LNK-FACTOR         TO  W-FACTOR-DESPUES.
           MOVE HOR-LNK-DIVISOR        TO  I-DIV-NVO.
      *  UNA VIGENCIA QUE NO CAMBIA LA JORNADA DE ESTA EMPRESA (POR
      *  EJEMPLO UN CAMBIO LEGAL TAPADO POR LA JORNADA PROPIA) NO
      *  MUEVE EL VALOR HORA
           IF  W-HORAS-ANTES  =  W-HORAS-DESPUES
               GO TO F-PROCESA-CAMBIO.
           MOVE W-FECHA-CAMBIO         TO  I-FECHA-CAMBIO.
           MOVE W-HORAS-ANTES          TO  I-HORAS-ANT.
           MOVE W-HORAS-DESPUES        TO  I-HORAS-NVA.
           IF  CON-LIN  >  52
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-CAMBIO AFTER 2.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 3                       TO  CON-LIN.
           MOVE ZEROS                  TO  W-EMPLEADOS-CAMBIO  FIN-OK
                                           CONTRATO-CLAVE.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-CAMBIO-CICLO.
           IF  FIN-OK  =  1            GO TO I-CAMBIO-TOTAL.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-CAMBIO-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-CAMBIO-CICLO.
           PERFORM I-IMPRIME-EMPLEADO  THRU F-IMPRIME-EMPLEADO.
           GO TO I-CAMBIO-CICLO.
       I-CAMBIO-TOTAL.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "EMPLEADOS CON CAMBIO DE VALOR HORA:"  TO  I-TEXTO.
           MOVE W-EMPLEADOS-CAMBIO     TO  I-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           ADD 1                       TO  CON-LIN.
           ADD W-EMPLEADOS-CAMBIO      TO  W-EMPLEADOS.
       F-PROCESA-CAMBIO.
      *
      ******************************************************************
      *  EMPLEADO CON CONTRATO VIGENTE EL DIA DEL CAMBIO               *
      ******************************************************************
       I-IMPRIME-EMPLEADO.
           COMPUTE W-FECHA-ING  =  (CONTRATO-ANO-ING  *  10000)
                   +  (CONTRATO-MES-ING  *  100)  +  CONTRATO-DIA-ING.
           COMPUTE W-FECHA-RET  =  (CONTRATO-ANO-RET  *  10000)
                   +  (CONTRATO-MES-RET  *  100)  +  CONTRATO-DIA-RET.
           IF  W-FECHA-ING  =  ZEROS
           OR  W-FECHA-ING  >  W-FECHA-CAMBIO
               GO TO F-IMPRIME-EMPLEADO.
           IF  W-FECHA-RET  NOT =  ZEROS
           AND W-FECHA-RET  <  W-FECHA-CAMBIO
               GO TO F-IMPRIME-EMPLEADO.
           IF  CONTRATO-ESTADO  =  "R"  AND  W-FECHA-RET  =  ZEROS
               GO TO F-IMPRIME-EMPLEADO.
           IF  CONTRATO-SALARIO  =  ZEROS
               GO TO F-IMPRIME-EMPLEADO.
           COMPUTE W-VHORA-ANTES ROUNDED  =  CONTRATO-SALARIO
                   *  W-FACTOR-ANTES.
           COMPUTE W-VHORA-DESPUES ROUNDED  =  CONTRATO-SALARIO
                   *  W-FACTOR-DESPUES.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA.
           MOVE CONTRATO-CEDULA        TO  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-EOF.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  ZEROS
               MOVE HOJAVIDA-NOMBRE    TO  I-NOMBRE.
           MOVE CONTRATO-SALARIO       TO  I-SALARIO.
           MOVE W-HORAS-ANTES          TO  I-HRS-ANT.
           MOVE W-HORAS-DESPUES        TO  I-HRS-NVA.
           MOVE W-VHORA-ANTES          TO  I-VH-ANT.
           MOVE W-VHORA-DESPUES        TO  I-VH-NVO.
           COMPUTE I-VH-DIF  =  W-VHORA-DESPUES  -  W-VHORA-ANTES.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           ADD 1                       TO  W-EMPLEADOS-CAMBIO.
       F-IMPRIME-EMPLEADO.
      *
       I-TOTAL-FINAL.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "FECHAS DE CAMBIO EN EL RANGO:"  TO  I-TEXTO.
           MOVE W-CAMBIOS              TO  I-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 2.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "LINEAS DE EMPLEADO LISTADAS:"  TO  I-TEXTO.
           MOVE W-EMPLEADOS            TO  I-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           DISPLAY "CAMBIOS DE JORNADA - EMPLEADOS LISTADOS:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-EMPLEADOS            TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 42 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-TOTAL-FINAL.
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
           CLOSE CONTRATO HOJAVIDA INFORMES.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
