       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG391.
      ******************************************************************
      * AUMENTO SALARIAL MASIVO DE ENERO                               *
      * OCT-15-2026                                                    *
      *                                                                *
      * EL AUMENTO DE ENERO SE APLICABA CONTRATO POR CONTRATO (PROG340 *
      * SOLO RELIQUIDA EL RETROACTIVO).  ESTA CORRIDA SUBE             *
      * CONTRATO-SALARIO DE LOS CONTRATOS VIGENTES DE UNA DE TRES      *
      * MANERAS:                                                       *
      *   1 = PORCENTAJE UNICO                                         *
      *   2 = PORCENTAJE POR CARGO (C) O POR CENTRO DE COSTOS (K),     *
      *       DIGITADOS EN PANTALLA                                    *
      *   3 = AL NUEVO SMMLV PARA QUIENES GANAN MENOS QUE EL           *
      *       (NO INTEGRALES NI APRENDICES)                            *
      * MODO P = PRELIMINAR: SOLO IMPRIME LA PROYECCION COMPLETA.      *
      * MODO G = GRABA: IMPRIME PRIMERO EL INFORME DE EXCEPCIONES,     *
      *   PIDE CONFIRMACION, GUARDA EL SALARIO ANTERIOR EN CONTRHIS    *
      *   (CHIS-NOVEDAD SIGUIENTE, VIGENCIA, FECHA Y USUARIO) Y        *
      *   ACTUALIZA CONTRATO.  UN CONTRATO QUE YA TIENE AUMENTO CON    *
      *   LA MISMA VIGENCIA NO SE VUELVE A SUBIR.  LA GRABACION SE     *
      *   NIEGA SI EL PRIMER PERIODO DE ENERO (TE011) DEL ANO DE LA    *
      *   VIGENCIA YA TIENE BASICOS LIQUIDADOS (PROG389) O ACUMULADOS. *
      * EXCEPCIONES: SALARIO INFERIOR AL NUEVO SMMLV, INTEGRAL POR     *
      * DEBAJO DEL MULTIPLO LEGAL (PARAMLEG MULTINTEG, 13 POR OMISION) *
      * Y EMPLEADOS QUE GANAN O PIERDEN EL AUXILIO DE TRANSPORTE.      *
      * EL SMMLV ANTERIOR ES EL DEL DIA ANTES DE LA VIGENCIA.          *
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
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\TABLAEMP.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONTRHIS.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\TABLAEMP.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG391".
       77      ID-PRG              PIC X(7)  VALUE "PROG391".
       77      W-FECHA-PARAM       PIC 9(08) VALUE ZEROS.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
       77      W-MODO              PIC X(01) VALUE SPACES.
       77      W-METODO            PIC X(01) VALUE SPACES.
       77      W-CRITERIO          PIC X(01) VALUE SPACES.
       77      W-PORCENTAJE        PIC 9(03)V99 VALUE ZEROS.
       77      W-PRC-EMPLEADO      PIC 9(03)V99 VALUE ZEROS.
       77      W-SMMLV-NUEVO       PIC 9(11)V99 VALUE ZEROS.
       77      W-SMMLV-ANTERIOR    PIC 9(11)V99 VALUE ZEROS.
       77      W-MULTIPLO-INT      PIC 9(03)V99 VALUE ZEROS.
       77      W-SALARIO-ANT       PIC 9(11)V99 VALUE ZEROS.
       77      W-SALARIO-NUEVO     PIC 9(11)V99 VALUE ZEROS.
       77      W-SALARIO-PESOS     PIC 9(11) VALUE ZEROS.
       77      W-PISO-INTEGRAL     PIC 9(13)V99 VALUE ZEROS.
       77      W-AUX-ANTES         PIC X(01) VALUE SPACES.
       77      W-AUX-DESPUES       PIC X(01) VALUE SPACES.
       77      W-OBSERVACION       PIC X(40) VALUE SPACES.
       77      W-NOVEDAD           PIC 9(02) VALUE ZEROS.
       77      W-SECUENCIA         PIC 9(02) VALUE ZEROS.
       77      W-PERIODO-ENERO     PIC 9(03) VALUE ZEROS.
       77      W-LIQUIDADAS        PIC 9(06) VALUE ZEROS.
       77      W-EMPLEADOS         PIC 9(06) VALUE ZEROS.
       77      W-AUMENTADOS        PIC 9(06) VALUE ZEROS.
       77      W-EXCEPCIONES       PIC 9(06) VALUE ZEROS.
       77      W-REPETIDOS         PIC 9(06) VALUE ZEROS.
       77      T-ANTERIOR          PIC 9(13)V99 VALUE ZEROS.
       77      T-NUEVO             PIC 9(13)V99 VALUE ZEROS.
       77      SW-GRABA            PIC 9(01) VALUE ZEROS.
       77      SW-REPETIDO         PIC 9(01) VALUE ZEROS.
       77      SW-EXCEPCION        PIC 9(01) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       77      FIN-HIS             PIC 9(01) VALUE ZEROS.
       77      FIN-TAB             PIC 9(01) VALUE ZEROS.
       77      I-TAB               PIC 9(02) COMP VALUE ZEROS.
       77      W-TABLA-ITEMS       PIC 9(02) COMP VALUE ZEROS.
       77      W-CARGO-DIG         PIC X(30) VALUE SPACES.
       77      W-CENCOS-DIG        PIC 9(03) VALUE ZEROS.
       77      W-PRC-DIG           PIC 9(03)V99 VALUE ZEROS.
       01      TABLA-PORCENTAJES.
        03     TAB-ITEM            OCCURS 40 TIMES.
         05    TAB-CARGO           PIC X(30).
         05    TAB-CENCOS          PIC 9(03).
         05    TAB-PORCENTAJE      PIC 9(03)V99.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-VIGENCIA          REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      W-PERIODO-PARTES.
        03     W-PP-ANO            PIC 9(04).
        03     W-PP-MES            PIC 9(02).
        03     W-PP-DIA            PIC 9(02).
       01      W-PERIODO-DESDE     REDEFINES W-PERIODO-PARTES
                                   PIC 9(08).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONTRHIS.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\TABLAEMP.LBL".
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
        03     TITULO-2.
         05    FILLER      PIC X(10)    VALUE "VIGENCIA: ".
         05    I-VIGENCIA  PIC 9(08).
         05    FILLER      PIC X(16)    VALUE "  SMMLV NUEVO:  ".
         05    I-SMMLV     PIC ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(12)    VALUE "  METODO:   ".
         05    I-METODO    PIC X(01).
         05    FILLER      PIC X(14)    VALUE "  PORCENTAJE: ".
         05    I-PORCENTAJE PIC ZZ9.99.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(22)    VALUE " NOMBRE               ".
         05    FILLER      PIC X(21)    VALUE " CARGO               ".
         05    FILLER      PIC X(04)    VALUE " CC ".
         05    FILLER      PIC X(17)    VALUE "    SAL ANTERIOR ".
         05    FILLER      PIC X(07)    VALUE "     % ".
         05    FILLER      PIC X(17)    VALUE "       SAL NUEVO ".
         05    FILLER      PIC X(30)    VALUE
              " OBSERVACION                  ".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(20).
         05    FILLER      PIC X(02).
         05    I-CARGO     PIC X(20).
         05    FILLER      PIC X(01).
         05    I-CENCOS    PIC 9(03).
         05    I-ANTERIOR  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-PRC       PIC ZZZ9.99.
         05    I-NUEVO     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-OBSERVA   PIC X(40).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC ZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-VALOR     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONTRHIS.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\TABLAEMP.DCL".
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
           PERFORM I-STATUS-CONTRHIS THRU F-STATUS-CONTRHIS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-ACEPTA-DATOS    THRU F-ACEPTA-DATOS
           OPEN OUTPUT INFORMES
           MOVE ZEROS                TO  SW-GRABA
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           PERFORM I-PROCESO         THRU F-PROCESO
           PERFORM I-TOTAL-FINAL     THRU F-TOTAL-FINAL
           IF  W-MODO  =  "G"
               PERFORM I-CONFIRMA-GRABA THRU F-CONFIRMA-GRABA.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* AUMENTO SALARIAL MASIVO *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-CONTRHIS-CIA
                                           LAB-NOMINOVE-CIA
                                           LAB-TABLAEMP-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 391                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-CONTRHIS.
           OPEN INPUT CONTRHIS.
           IF  CONTRHIS-STATUS  =  "35"
               OPEN OUTPUT CONTRHIS.
           CLOSE CONTRHIS.
       F-STATUS-CONTRHIS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O CONTRATO CONTRHIS.
           OPEN INPUT HOJAVIDA TABLAEMP.
       F-ABRE-ARCHIVOS.
      *
       I-PANTALLA-1B.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "! MODO P=PRELIMINAR G=GRABA:                 !"
                                       LINE 06 POSITION 18
           DISPLAY "! VIGENCIA (AAAAMMDD)      :                 !"
                                       LINE 07 POSITION 18
           DISPLAY "! SMMLV ANTERIOR / NUEVO   :                 !"
                                       LINE 08 POSITION 18
           DISPLAY "!                                            !"
                                       LINE 09 POSITION 18
           DISPLAY "! METODO 1=PORCENTAJE UNICO                  !"
                                       LINE 10 POSITION 18
           DISPLAY "!   2=POR CARGO/C.COSTOS  3=AL SMMLV :       !"
                                       LINE 11 POSITION 18
           DISPLAY "! PORCENTAJE UNICO         :                 !"
                                       LINE 12 POSITION 18
           DISPLAY "!  <C> CONFIRMAR       [F2] TERMINAR         !"
                                       LINE 13 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 14 POSITION 18.
       F-PANTALLA-1B.
      *
      ******************************************************************
      *  MODO, VIGENCIA, SMMLV ANTERIOR Y NUEVO, METODO Y PORCENTAJES  *
      ******************************************************************
       I-ACEPTA-DATOS.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-MODO               LINE 06 POSITION 47
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-MODO  NOT =  "P"  AND  W-MODO  NOT =  "G"
               GO TO I-ACEPTA-DATOS.
       I-ACEPTA-VIGENCIA.
           IF  W-VIGENCIA  =  ZEROS
               MOVE WK-ANO             TO  W-FP-ANO
               MOVE 1                  TO  W-FP-MES  W-FP-DIA
               IF  WK-MES  =  12
                   ADD 1               TO  W-FP-ANO.
           ACCEPT W-VIGENCIA           LINE 07 POSITION 47
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           MOVE "S"                    TO  FEC-LNK-OPERACION.
           MOVE W-VIGENCIA             TO  FEC-LNK-FECHA.
           MOVE -1                     TO  FEC-LNK-DIAS.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
               DISPLAY "FECHA DE VIGENCIA ERRADA"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-ACEPTA-VIGENCIA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM I-PARAMETROS        THRU F-PARAMETROS.
           IF  W-SMMLV-NUEVO  =  ZEROS  OR  W-SMMLV-ANTERIOR  =  ZEROS
               DISPLAY "FALTA SALMINIMO EN PARAMLEG (PROG126)"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           IF  W-MODO  =  "G"
               PERFORM I-CONTROL-ENERO THRU F-CONTROL-ENERO.
       I-ACEPTA-METODO.
           ACCEPT W-METODO             LINE 11 POSITION 56
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-METODO  NOT =  "1"  AND  W-METODO  NOT =  "2"
           AND W-METODO  NOT =  "3"
               GO TO I-ACEPTA-METODO.
           MOVE ZEROS                  TO  W-PORCENTAJE  W-TABLA-ITEMS.
           IF  W-METODO  =  "1"
               PERFORM I-ACEPTA-PORCENTAJE THRU F-ACEPTA-PORCENTAJE.
           IF  W-METODO  =  "2"
               PERFORM I-ACEPTA-TABLA  THRU F-ACEPTA-TABLA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               DISPLAY W-MODO          LINE 06 POSITION 47 REVERSE
               DISPLAY W-VIGENCIA      LINE 07 POSITION 47 REVERSE
               DISPLAY W-SMMLV-ANTERIOR LINE 08 POSITION 47 REVERSE
               DISPLAY W-METODO        LINE 11 POSITION 56 REVERSE.
       I-CONFIRMA.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "C"
               GO TO I-CONFIRMA.
       F-ACEPTA-DATOS.
      *
       I-ACEPTA-PORCENTAJE.
           ACCEPT W-PORCENTAJE         LINE 12 POSITION 47
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-PORCENTAJE  =  ZEROS
               GO TO I-ACEPTA-PORCENTAJE.
       F-ACEPTA-PORCENTAJE.
      *
      ******************************************************************
      *  TABLA DE PORCENTAJES POR CARGO O POR CENTRO DE COSTOS; UNA    *
      *  LINEA EN BLANCO (O F2) TERMINA LA DIGITACION                  *
      ******************************************************************
       I-ACEPTA-TABLA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "POR C=CARGO  K=CENTRO DE COSTOS:"
                                       LINE 05 POSITION 05.
           ACCEPT W-CRITERIO           LINE 05 POSITION 40
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-CRITERIO  NOT =  "C"  AND  W-CRITERIO  NOT =  "K"
               GO TO I-ACEPTA-TABLA.
           INITIALIZE TABLA-PORCENTAJES.
           MOVE ZEROS                  TO  W-TABLA-ITEMS.
           MOVE 6                      TO  W-LINEA.
       I-TABLA-CICLO.
           IF  W-TABLA-ITEMS  =  40    GO TO F-ACEPTA-TABLA.
           IF  W-LINEA  >  22
               PERFORM I-CABECERA-WINDOW THRU F-CABECERA-WINDOW
               MOVE 6                  TO  W-LINEA.
           MOVE SPACES                 TO  W-CARGO-DIG.
           MOVE ZEROS                  TO  W-CENCOS-DIG  W-PRC-DIG
                                           WK-EXCEPTION.
           IF  W-CRITERIO  =  "C"
               DISPLAY "CARGO:"        LINE W-LINEA POSITION 05
               ACCEPT W-CARGO-DIG      LINE W-LINEA POSITION 12
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION
           ELSE
               DISPLAY "C.COSTOS:"     LINE W-LINEA POSITION 05
               ACCEPT W-CENCOS-DIG     LINE W-LINEA POSITION 15
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-ACEPTA-TABLA.
           IF  W-CRITERIO  =  "C"  AND  W-CARGO-DIG  =  SPACES
               GO TO F-ACEPTA-TABLA.
           IF  W-CRITERIO  =  "K"  AND  W-CENCOS-DIG  =  ZEROS
               GO TO F-ACEPTA-TABLA.
           DISPLAY "%:"                LINE W-LINEA POSITION 45.
           ACCEPT W-PRC-DIG            LINE W-LINEA POSITION 48
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-ACEPTA-TABLA.
           ADD 1                       TO  W-TABLA-ITEMS  W-LINEA.
           MOVE W-CARGO-DIG            TO  TAB-CARGO(W-TABLA-ITEMS).
           MOVE W-CENCOS-DIG           TO  TAB-CENCOS(W-TABLA-ITEMS).
           MOVE W-PRC-DIG          TO  TAB-PORCENTAJE(W-TABLA-ITEMS).
           GO TO I-TABLA-CICLO.
       F-ACEPTA-TABLA.
      *
       I-PARAMETROS.
           MOVE W-VIGENCIA             TO  W-FECHA-PARAM.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-SMMLV-NUEVO.
           MOVE "MULTINTEG"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-MULTIPLO-INT.
           IF  W-MULTIPLO-INT  =  ZEROS
               MOVE 13                 TO  W-MULTIPLO-INT.
           MOVE FEC-LNK-RESULTADO      TO  W-FECHA-PARAM.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-SMMLV-ANTERIOR.
           DISPLAY W-SMMLV-ANTERIOR    LINE 08 POSITION 47 REVERSE.
           DISPLAY W-SMMLV-NUEVO       LINE 09 POSITION 47 REVERSE.
       F-PARAMETROS.
      *
       I-LEE-PARAMETRO.
           MOVE W-FECHA-PARAM          TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  NOT =  "00"
               MOVE ZEROS              TO  PRM-LNK-VALOR.
       F-LEE-PARAMETRO.
      *
      ******************************************************************
      *  EL AUMENTO SE GRABA ANTES DE LIQUIDAR EL PRIMER PERIODO DE    *
      *  ENERO DEL ANO DE LA VIGENCIA: SI ESE PERIODO (TE011) YA TIENE *
      *  BASICOS (ORIGEN "B") O NOVEDADES ACUMULADAS, NO SE GRABA      *
      ******************************************************************
       I-CONTROL-ENERO.
           MOVE ZEROS                  TO  W-PERIODO-ENERO  FIN-TAB
                                           W-LIQUIDADAS.
           MOVE SPACES                 TO  REC-TABLAEMP.
           MOVE "011"                  TO  TE011-CODIGO-TABLA.
           MOVE CON-COD-EMPRESA        TO  TE011-CODIGO-EMPRESA.
           MOVE W-FP-ANO               TO  TE011-CODIGO-ANO.
           MOVE ZEROS                  TO  TE011-CODIGO-PERIODO
                                           TE011-CODIGO-FILLER.
           START TABLAEMP KEY NOT LESS TAB-EMP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-TAB.
       I-ENERO-CICLO.
           IF  FIN-TAB  =  1           GO TO I-ENERO-NOVEDADES.
           READ TABLAEMP NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-TAB
                GO TO I-ENERO-CICLO.
           IF  TE011-CODIGO-TABLA  NOT =  "011"
           OR  TE011-CODIGO-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  TE011-CODIGO-ANO  NOT =  W-FP-ANO
               MOVE 1                  TO  FIN-TAB
               GO TO I-ENERO-CICLO.
           MOVE TE011-FECHA-DESDE      TO  W-PERIODO-DESDE.
           IF  W-PP-ANO  NOT =  W-FP-ANO  OR  W-PP-MES  NOT =  1
               GO TO I-ENERO-CICLO.
           MOVE TE011-CODIGO-PERIODO   TO  W-PERIODO-ENERO.
           MOVE 1                      TO  FIN-TAB.
       I-ENERO-NOVEDADES.
           IF  W-PERIODO-ENERO  =  ZEROS
               GO TO F-CONTROL-ENERO.
           MOVE W-FP-ANO               TO  LAB-NOMINOVE-ANO.
           OPEN INPUT NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               GO TO F-CONTROL-ENERO.
           MOVE ZEROS                  TO  FIN-OK  NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE W-PERIODO-ENERO        TO  NOV-PERIODO.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-ENERO-NOV-CICLO.
           IF  FIN-OK  =  1            GO TO I-ENERO-CIERRA.
           READ NOMINOVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-ENERO-NOV-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  W-PERIODO-ENERO
               MOVE 1                  TO  FIN-OK
               GO TO I-ENERO-NOV-CICLO.
           IF  NOV-ORIGEN-NOVEDAD  =  "B"
           OR  NOV-FLAG-ACUMULADOS  =  "S"
               ADD 1                   TO  W-LIQUIDADAS
               MOVE 1                  TO  FIN-OK.
           GO TO I-ENERO-NOV-CICLO.
       I-ENERO-CIERRA.
           CLOSE NOMINOVE.
           IF  W-LIQUIDADAS  >  ZEROS
               DISPLAY "EL PRIMER PERIODO DE ENERO YA ESTA LIQUIDADO:"
                       LINE 23 POSITION 01 REVERSE BLINK
               DISPLAY "USE PRELIMINAR Y EL RETROACTIVO (PROG340)"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
       F-CONTROL-ENERO.
      *
      ******************************************************************
      *  RECORRE LOS CONTRATOS VIGENTES: CALCULA EL SALARIO NUEVO Y    *
      *  SUS EXCEPCIONES; EN LA PASADA DE GRABACION (SW-GRABA = 1)     *
      *  ARCHIVA EL ANTERIOR Y ACTUALIZA EL CONTRATO                   *
      ******************************************************************
       I-PROCESO.
           MOVE ZEROS                  TO  FIN-CON  CONTRATO-CEDULA
                                           W-EMPLEADOS  W-AUMENTADOS
                                           W-EXCEPCIONES  W-REPETIDOS
                                           T-ANTERIOR  T-NUEVO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-PROCESO-CICLO.
           IF  FIN-CON  =  1           GO TO F-PROCESO.
           READ CONTRATO NEXT RECORD AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-PROCESO-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-PROCESO-CICLO.
           IF  CONTRATO-ESTADO  =  "R"
               GO TO I-PROCESO-CICLO.
           ADD 1                       TO  W-EMPLEADOS.
           PERFORM I-CALCULA           THRU F-CALCULA.
           IF  SW-GRABA  =  1
               PERFORM I-GRABA-AUMENTO THRU F-GRABA-AUMENTO
               GO TO I-PROCESO-CICLO.
           IF  W-MODO  =  "P"  OR  SW-EXCEPCION  =  1
               PERFORM I-IMPRIME-LINEA THRU F-IMPRIME-LINEA.
           GO TO I-PROCESO-CICLO.
       F-PROCESO.
      *
       I-CALCULA.
           MOVE ZEROS                  TO  SW-EXCEPCION  W-PRC-EMPLEADO.
           MOVE SPACES                 TO  W-OBSERVACION.
           MOVE CONTRATO-SALARIO       TO  W-SALARIO-ANT
                                           W-SALARIO-NUEVO.
           PERFORM I-YA-AUMENTADO      THRU F-YA-AUMENTADO.
           IF  SW-REPETIDO  =  1
               ADD 1                   TO  W-REPETIDOS
               MOVE "YA TIENE AUMENTO CON ESTA VIGENCIA"
                                       TO  W-OBSERVACION
               MOVE 1                  TO  SW-EXCEPCION
               GO TO F-CALCULA.
           IF  W-METODO  =  "1"
               MOVE W-PORCENTAJE       TO  W-PRC-EMPLEADO.
           IF  W-METODO  =  "2"
               PERFORM I-BUSCA-TABLA   THRU F-BUSCA-TABLA.
           IF  W-PRC-EMPLEADO  >  ZEROS
               COMPUTE W-SALARIO-PESOS ROUNDED  =  W-SALARIO-ANT
                       *  (100  +  W-PRC-EMPLEADO)  /  100
               MOVE W-SALARIO-PESOS    TO  W-SALARIO-NUEVO.
           IF  W-METODO  =  "3"
           AND CONTRATO-INTEGRAL  NOT =  "S"
           AND CONTRATO-TIPO  NOT =  "AP"
           AND W-SALARIO-ANT  <  W-SMMLV-NUEVO
               MOVE W-SMMLV-NUEVO      TO  W-SALARIO-NUEVO.
           IF  W-METODO  =  "2"  AND  W-PRC-EMPLEADO  =  ZEROS
               MOVE "SIN PORCENTAJE PARA SU CARGO / C.COSTOS"
                                       TO  W-OBSERVACION
               MOVE 1                  TO  SW-EXCEPCION.
      *  EXCEPCIONES SOBRE EL SALARIO QUE QUEDA
           IF  CONTRATO-TIPO  NOT =  "AP"
           AND W-SALARIO-NUEVO  <  W-SMMLV-NUEVO
               MOVE "SALARIO INFERIOR AL NUEVO SMMLV"
                                       TO  W-OBSERVACION
               MOVE 1                  TO  SW-EXCEPCION.
           COMPUTE W-PISO-INTEGRAL  =  W-SMMLV-NUEVO  *  W-MULTIPLO-INT.
           IF  CONTRATO-INTEGRAL  =  "S"
           AND W-SALARIO-NUEVO  <  W-PISO-INTEGRAL
               MOVE "INTEGRAL INFERIOR AL MULTIPLO LEGAL DEL SMMLV"
                                       TO  W-OBSERVACION
               MOVE 1                  TO  SW-EXCEPCION.
           MOVE "N"                    TO  W-AUX-ANTES  W-AUX-DESPUES.
           IF  CONTRATO-INTEGRAL  NOT =  "S"
           AND W-SALARIO-ANT  NOT >  (W-SMMLV-ANTERIOR  *  2)
               MOVE "S"                TO  W-AUX-ANTES.
           IF  CONTRATO-INTEGRAL  NOT =  "S"
           AND W-SALARIO-NUEVO  NOT >  (W-SMMLV-NUEVO  *  2)
               MOVE "S"                TO  W-AUX-DESPUES.
           IF  W-AUX-ANTES  =  "S"  AND  W-AUX-DESPUES  =  "N"
               MOVE "PIERDE EL AUXILIO DE TRANSPORTE"
                                       TO  W-OBSERVACION
               MOVE 1                  TO  SW-EXCEPCION.
           IF  W-AUX-ANTES  =  "N"  AND  W-AUX-DESPUES  =  "S"
               MOVE "GANA EL AUXILIO DE TRANSPORTE"
                                       TO  W-OBSERVACION
               MOVE 1                  TO  SW-EXCEPCION.
           ADD W-SALARIO-ANT           TO  T-ANTERIOR.
           ADD W-SALARIO-NUEVO         TO  T-NUEVO.
           IF  W-SALARIO-NUEVO  NOT =  W-SALARIO-ANT
               ADD 1                   TO  W-AUMENTADOS.
           IF  SW-EXCEPCION  =  1
               ADD 1                   TO  W-EXCEPCIONES.
       F-CALCULA.
      *
       I-BUSCA-TABLA.
           MOVE ZEROS                  TO  I-TAB.
       I-BUSCA-CICLO.
           ADD 1                       TO  I-TAB.
           IF  I-TAB  >  W-TABLA-ITEMS GO TO F-BUSCA-TABLA.
           IF  W-CRITERIO  =  "C"
           AND TAB-CARGO(I-TAB)  =  CONTRATO-CARGO
               MOVE TAB-PORCENTAJE(I-TAB)  TO  W-PRC-EMPLEADO
               GO TO F-BUSCA-TABLA.
           IF  W-CRITERIO  =  "K"
           AND TAB-CENCOS(I-TAB)  =  CONTRATO-CENCOS
               MOVE TAB-PORCENTAJE(I-TAB)  TO  W-PRC-EMPLEADO
               GO TO F-BUSCA-TABLA.
           GO TO I-BUSCA-CICLO.
       F-BUSCA-TABLA.
      *
      ******************************************************************
      *  ULTIMA NOVEDAD DE SALARIO DEL CONTRATO VIGENTE EN CONTRHIS:   *
      *  DEJA LA SIGUIENTE EN W-NOVEDAD Y MARCA SW-REPETIDO SI YA HAY  *
      *  UN AUMENTO CON LA MISMA VIGENCIA                              *
      ******************************************************************
       I-YA-AUMENTADO.
           MOVE ZEROS                  TO  SW-REPETIDO  W-NOVEDAD
                                           FIN-HIS.
           MOVE CONTRATO-SECUENCIA     TO  W-SECUENCIA.
           IF  W-SECUENCIA  =  ZEROS
               MOVE 1                  TO  W-SECUENCIA.
           MOVE CONTRATO-CIA           TO  CHIS-CIA.
           MOVE CONTRATO-CEDULA        TO  CHIS-CEDULA.
           MOVE W-SECUENCIA            TO  CHIS-SECUENCIA.
           MOVE 1                      TO  CHIS-NOVEDAD.
           START CONTRHIS KEY NOT LESS CHIS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-HIS.
       I-YA-CICLO.
           IF  FIN-HIS  =  1           GO TO I-YA-FIN.
           READ CONTRHIS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-HIS
                GO TO I-YA-CICLO.
           IF  CHIS-CIA  NOT =  CONTRATO-CIA
           OR  CHIS-CEDULA  NOT =  CONTRATO-CEDULA
           OR  CHIS-SECUENCIA  NOT =  W-SECUENCIA
               MOVE 1                  TO  FIN-HIS
               GO TO I-YA-CICLO.
           MOVE CHIS-NOVEDAD           TO  W-NOVEDAD.
           IF  CHIS-VIGENCIA  =  W-VIGENCIA
               MOVE 1                  TO  SW-REPETIDO.
           GO TO I-YA-CICLO.
       I-YA-FIN.
           ADD 1                       TO  W-NOVEDAD.
       F-YA-AUMENTADO.
      *
       I-GRABA-AUMENTO.
           IF  SW-REPETIDO  =  1
           OR  W-SALARIO-NUEVO  =  W-SALARIO-ANT
               GO TO F-GRABA-AUMENTO.
           INITIALIZE REG-CONTRHIS.
           MOVE CONTRATO-CIA           TO  CHIS-CIA.
           MOVE CONTRATO-CEDULA        TO  CHIS-CEDULA.
           MOVE W-SECUENCIA            TO  CHIS-SECUENCIA.
           MOVE W-NOVEDAD              TO  CHIS-NOVEDAD.
           MOVE CONTRATO-CODIEMP       TO  CHIS-CODIEMP.
           MOVE CONTRATO-TIPO          TO  CHIS-TIPO.
           MOVE CONTRATO-CARGO         TO  CHIS-CARGO.
           MOVE W-SALARIO-ANT          TO  CHIS-SALARIO.
           MOVE CONTRATO-FECHA-INGRESO TO  CHIS-FECHA-INGRESO.
           MOVE CONTRATO-FECHA-RETIRO  TO  CHIS-FECHA-RETIRO.
           MOVE CONTRATO-CENCOS        TO  CHIS-CENCOS.
           MOVE CONTRATO-ESTADO        TO  CHIS-ESTADO.
           MOVE CONTRATO-INTEGRAL      TO  CHIS-INTEGRAL.
           MOVE CONTRATO-FONDO-PENSION TO  CHIS-FONDO-PENSION.
           MOVE CONTRATO-FONDO-CESANTIA TO CHIS-FONDO-CESANTIA.
           MOVE CONTRATO-EPS           TO  CHIS-EPS.
           MOVE CONTRATO-CAJA          TO  CHIS-CAJA.
           MOVE CONTRATO-RIESGO        TO  CHIS-RIESGO.
           MOVE WK-FECHA-HOY           TO  CHIS-FECHA-ARCHIVO.
           MOVE CON-USERNAME           TO  CHIS-USUARIO.
           MOVE W-VIGENCIA             TO  CHIS-VIGENCIA.
           WRITE REG-CONTRHIS INVALID KEY
                 GO TO F-GRABA-AUMENTO.
           MOVE W-SALARIO-NUEVO        TO  CONTRATO-SALARIO.
           REWRITE REG-CONTRATO.
       F-GRABA-AUMENTO.
      *
       I-IMPRIME-LINEA.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE CONTRATO-CARGO         TO  I-CARGO.
           MOVE CONTRATO-CENCOS        TO  I-CENCOS.
           MOVE W-SALARIO-ANT          TO  I-ANTERIOR.
           MOVE W-PRC-EMPLEADO         TO  I-PRC.
           MOVE W-SALARIO-NUEVO        TO  I-NUEVO.
           MOVE W-OBSERVACION          TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-IMPRIME-LINEA.
      *
       I-TOTAL-FINAL.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CONTRATOS VIGENTES / NOMINA ANTERIOR:" TO  I-TEXTO.
           MOVE W-EMPLEADOS            TO  I-CANTIDAD.
           MOVE T-ANTERIOR             TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "CONTRATOS CON AUMENTO / NOMINA NUEVA:" TO  I-TEXTO.
           MOVE W-AUMENTADOS           TO  I-CANTIDAD.
           MOVE T-NUEVO                TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "EXCEPCIONES:"         TO  I-TEXTO.
           MOVE W-EXCEPCIONES          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "YA AUMENTADOS CON ESTA VIGENCIA:" TO  I-TEXTO.
           MOVE W-REPETIDOS            TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
       F-TOTAL-FINAL.
      *
      ******************************************************************
      *  EL INFORME DE EXCEPCIONES YA SALIO: CONFIRMA Y GRABA          *
      ******************************************************************
       I-CONFIRMA-GRABA.
           DISPLAY "EXCEPCIONES:"      LINE 22 POSITION 01.
           DISPLAY W-EXCEPCIONES       LINE 22 POSITION 14 REVERSE.
           DISPLAY "REVISE EL INFORME.  [ G ] GRABA EL AUMENTO"
                   LINE 23 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF  W-TRUCO  NOT =  "G"
               DISPLAY "AUMENTO NO GRABADO"
                       LINE 24 POSITION 01 REVERSE
               GO TO F-CONFIRMA-GRABA.
           MOVE 1                      TO  SW-GRABA.
           PERFORM I-PROCESO           THRU F-PROCESO.
           DISPLAY "CONTRATOS AUMENTADOS:"
                   LINE 24 POSITION 01 REVERSE.
           DISPLAY W-AUMENTADOS        LINE 24 POSITION 23 REVERSE.
       F-CONFIRMA-GRABA.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           IF  W-MODO  =  "G"
               MOVE "AUMENTO SALARIAL - INFORME DE EXCEPCIONES"
                                       TO  I-TITULO
           ELSE
               MOVE "AUMENTO SALARIAL - PRELIMINAR"
                                       TO  I-TITULO.
           MOVE W-VIGENCIA             TO  I-VIGENCIA.
           MOVE W-SMMLV-NUEVO          TO  I-SMMLV.
           MOVE W-METODO               TO  I-METODO.
           MOVE W-PORCENTAJE           TO  I-PORCENTAJE.
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
       I-FIN-SALIR.
           CLOSE CONTRATO CONTRHIS HOJAVIDA TABLAEMP.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
