       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG389.
      ******************************************************************
      * MOTOR DE LIQUIDACION: NOVEDADES BASICAS DEL PERIODO            *
      * OCT-15-2026                                                    *
      *                                                                *
      * CADA PERIODO SE DIGITABAN A MANO LOS DIAS DE SUELDO, EL        *
      * AUXILIO DE TRANSPORTE Y LOS DESCUENTOS DE SALUD Y PENSION DE   *
      * TODOS LOS EMPLEADOS.  ESTA CORRIDA LOS GENERA EN NOMINOVE      *
      * (ORIGEN "B") DESDE CADA CONTRATO VIGENTE EN EL PERIODO DE LA   *
      * SERIE TE011:                                                   *
      *   - SUELDO: SALARIO / 30 POR LOS DIAS COMERCIALES DEL RANGO    *
      *     TE011 LIMITADO POR LAS FECHAS DE INGRESO Y RETIRO, MENOS   *
      *     LOS DIAS YA PAGADOS POR VACACIONES (ORIGEN "T") E          *
      *     INCAPACIDADES (ORIGEN "E") DEL MISMO PERIODO               *
      *   - AUXILIO DE TRANSPORTE (AUXTRANSP) POR LOS DIAS DE SUELDO,  *
      *     SOLO HASTA 2 SALARIOS MINIMOS Y NUNCA AL SALARIO INTEGRAL  *
      *   - SALUD Y PENSION DEL EMPLEADO SOBRE EL IBC DE LOS DIAS DEL  *
      *     CONTRATO (INTEGRAL = 70% DEL SALARIO), CON PISO DE UN      *
      *     MINIMO Y TOPE TOPEIBC; FONDO DE SOLIDARIDAD DESDE 4        *
      *     MINIMOS (1% HASTA 16, LUEGO 0.2% MAS POR MINIMO HASTA 2%). *
      *     EL APRENDIZ SENA (TIPO "AP") NO TIENE ESTOS DESCUENTOS.    *
      * LA CORRIDA SE PUEDE REPETIR: BORRA LAS NOVEDADES "B" DEL       *
      * PERIODO Y LAS VUELVE A GENERAR, MIENTRAS PROG315 NO LAS HAYA   *
      * ACUMULADO.  PROG311 LAS VALIDA COMO A CUALQUIER NOVEDAD.       *
      * PARAMETROS (PARAMLEG, PROG126) A LA FECHA INICIAL DEL PERIODO: *
      *   SALMINIMO  AUXTRANSP  TOPEIBC                                *
      *   PRCSALEMP / PRCPENEMP  PORCENTAJES DEL EMPLEADO (4 / 4)      *
      *   CPTSUELDO  CPTAUXTRA  CPTSALUD  CPTPENSION  CPTFSP           *
      *              CONCEPTOS DE CADA LINEA (SUELDO POR OMISION 001)  *
      *   CPTRETFTE  CONCEPTO DE RETENCION EN LA FUENTE (0 = NO SE     *
      *              LIQUIDA)                                          *
      * OCT-15-2026 RETENCION EN LA FUENTE: INGRESO GRAVADO DEL PERIODO*
      *   (CONCEPTOS DEVENGADOS CON FLAG-RETEFTE) LLEVADO A MES; PORC. *
      *   FIJO DE NOMRETE2 O TABLA DE PROG125, SIEMPRE SOBRE LA BASE   *
      *   DEPURADA POR NOMRETE1 CON LOS CERTIFICADOS DE PROG396        *
      * OCT-15-2026 NOVEDADES POR HORAS SIN VALOR (EXTRAS, RECARGOS,   *
      *   DIFERENCIAS DE TURNO) DE CONCEPTOS CON BASE "H": SE VALORIZAN*
      *   CON EL VALOR HORA DE LA JORNADA LEGAL VIGENTE (NOMHORAS),    *
      *   PROMEDIADO POR DIAS SI EL PERIODO CRUZA UN CAMBIO; LAS DE    *
      *   ORIGEN "H" CON LA FECHA DEL TURNO.  LAS YA VALORIZADAS NO SE *
      *   TOCAN                                                        *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
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
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\TABLAEMP.DYC".
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\TABLAEMP.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG389".
       77      ID-PRG              PIC X(7)  VALUE "PROG389".
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
       01      W-DESC-TURNO.
        03     FILLER              PIC X(10).
        03     W-DESC-FECHA-X      PIC X(08).
        03     W-DESC-FECHA        REDEFINES W-DESC-FECHA-X
                                   PIC 9(08).
        03     FILLER              PIC X(12).
       01      AREA-NOMRETE2.
        03     RT2-LNK-EMPRESA     PIC 9(07).
        03     RT2-LNK-CEDULA      PIC 9(12).
        03     RT2-LNK-FECHA       PIC 9(08).
        03     RT2-LNK-PORCENTAJE  PIC 9(02)V9(03).
        03     RT2-LNK-ESTADO      PIC X(02).
       01      AREA-NOMRETE1.
        03     RT1-LNK-EMPRESA     PIC 9(07).
        03     RT1-LNK-CEDULA      PIC 9(12).
        03     RT1-LNK-FECHA       PIC 9(08).
        03     RT1-LNK-INGRESOS    PIC 9(11)V99.
        03     RT1-LNK-APORTES     PIC 9(11)V99.
        03     RT1-LNK-DEPENDIENTES
                                   PIC 9(11)V99.
        03     RT1-LNK-MEDICINA    PIC 9(11)V99.
        03     RT1-LNK-INTERESES   PIC 9(11)V99.
        03     RT1-LNK-VOLUNTARIOS PIC 9(11)V99.
        03     RT1-LNK-EXENTA-25   PIC 9(11)V99.
        03     RT1-LNK-BENEFICIOS  PIC 9(11)V99.
        03     RT1-LNK-BASE        PIC 9(11)V99.
        03     RT1-LNK-CATEGORIA   PIC 9(03).
        03     RT1-LNK-PORCENTAJE  PIC 9(02)V9(03).
        03     RT1-LNK-RETENCION   PIC 9(11)V99.
        03     RT1-LNK-ESTADO      PIC X(02).
       77      W-SALMINIMO         PIC 9(11)V99 VALUE ZEROS.
       77      W-AUXTRANSP         PIC 9(11)V99 VALUE ZEROS.
       77      W-TOPEIBC           PIC 9(11)V99 VALUE ZEROS.
       77      W-PRC-SALUD         PIC 9(02)V99 VALUE ZEROS.
       77      W-PRC-PENSION       PIC 9(02)V99 VALUE ZEROS.
       77      W-PRC-FSP           PIC 9(01)V99 VALUE ZEROS.
       77      W-CPT-SUELDO        PIC 9(03) VALUE ZEROS.
       77      W-CPT-AUXILIO       PIC 9(03) VALUE ZEROS.
       77      W-CPT-SALUD         PIC 9(03) VALUE ZEROS.
       77      W-CPT-PENSION       PIC 9(03) VALUE ZEROS.
       77      W-CPT-FSP           PIC 9(03) VALUE ZEROS.
       77      W-CPT-RETFTE        PIC 9(03) VALUE ZEROS.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HASTA       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-ING         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-RET         PIC 9(08) VALUE ZEROS.
       77      W-DESDE-EMP         PIC 9(08) VALUE ZEROS.
       77      W-HASTA-EMP         PIC 9(08) VALUE ZEROS.
       77      W-DIAS-PERIODO      PIC S9(05) VALUE ZEROS.
       77      W-DIAS-CONTRATO     PIC S9(05) VALUE ZEROS.
       77      W-DIAS-OTRAS        PIC S9(05) VALUE ZEROS.
       77      W-DIAS-SUELDO       PIC S9(05) VALUE ZEROS.
       77      W-DIAS-360          PIC S9(05) VALUE ZEROS.
       77      W-DIA-1             PIC 9(02) VALUE ZEROS.
       77      W-DIA-2             PIC 9(02) VALUE ZEROS.
       77      W-SALARIOS-MIN      PIC 9(03) VALUE ZEROS.
       77      W-IBC-MES           PIC 9(11)V99 VALUE ZEROS.
       77      W-IBC               PIC 9(11)V99 VALUE ZEROS.
       77      W-SUELDO            PIC S9(11)V99 VALUE ZEROS.
       77      W-AUXILIO           PIC S9(11)V99 VALUE ZEROS.
       77      W-SALUD             PIC S9(11)V99 VALUE ZEROS.
       77      W-PENSION           PIC S9(11)V99 VALUE ZEROS.
       77      W-FSP               PIC S9(11)V99 VALUE ZEROS.
       77      W-RETENCION         PIC S9(11)V99 VALUE ZEROS.
       77      W-GRAVADO           PIC S9(11)V99 VALUE ZEROS.
       77      W-APORTES-RET       PIC S9(11)V99 VALUE ZEROS.
       77      W-CONCEPTO-GRV      PIC 9(03) VALUE ZEROS.
       77      SW-GRAVADO          PIC 9(01) VALUE ZEROS.
       77      W-VALOR-NOV         PIC S9(11)V99 VALUE ZEROS.
       77      W-CONCEPTO-NOV      PIC 9(03) VALUE ZEROS.
       77      W-DIAS-NOV          PIC 9(03) VALUE ZEROS.
       77      W-DESCRIPCION-NOV   PIC X(30) VALUE SPACES.
       77      W-FACTOR-EMP        PIC 9(01)V9(09) VALUE ZEROS.
       77      W-FACTOR-NOV        PIC 9(01)V9(09) VALUE ZEROS.
       77      W-VALOR-HORAS       PIC S9(11)V99 VALUE ZEROS.
       77      W-HORAS-VALOR       PIC 9(06) VALUE ZEROS.
       77      T-HORAS             PIC S9(13)V99 VALUE ZEROS.
       77      W-ACUMULADAS        PIC 9(06) VALUE ZEROS.
       77      W-BORRADAS          PIC 9(06) VALUE ZEROS.
       77      W-EMPLEADOS         PIC 9(06) VALUE ZEROS.
       77      W-NOVEDADES         PIC 9(06) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       77      T-SUELDO            PIC S9(13)V99 VALUE ZEROS.
       77      T-AUXILIO           PIC S9(13)V99 VALUE ZEROS.
       77      T-SALUD             PIC S9(13)V99 VALUE ZEROS.
       77      T-PENSION           PIC S9(13)V99 VALUE ZEROS.
       77      T-FSP               PIC S9(13)V99 VALUE ZEROS.
       77      T-RETENCION         PIC S9(13)V99 VALUE ZEROS.
       01      W-FECHA-PARTES-1.
        03     W-F1-ANO            PIC 9(04).
        03     W-F1-MES            PIC 9(02).
        03     W-F1-DIA            PIC 9(02).
       01      W-FECHA-1           REDEFINES W-FECHA-PARTES-1
                                   PIC 9(08).
       01      W-FECHA-PARTES-2.
        03     W-F2-ANO            PIC 9(04).
        03     W-F2-MES            PIC 9(02).
        03     W-F2-DIA            PIC 9(02).
       01      W-FECHA-2           REDEFINES W-FECHA-PARTES-2
                                   PIC 9(08).
       01      W-FECHA-PARTES-3.
        03     W-F3-ANO            PIC 9(04).
        03     W-F3-MES            PIC 9(02).
        03     W-F3-DIA            PIC 9(02).
       01      W-FECHA-3           REDEFINES W-FECHA-PARTES-3
                                   PIC 9(08).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\TABLAEMP.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(46)    VALUE
              "LIQUIDACION DE BASICOS DEL PERIODO            ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(147)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(26)    VALUE
              " NOMBRE                   ".
         05    FILLER      PIC X(04)    VALUE " IN ".
         05    FILLER      PIC X(05)    VALUE " DIAS".
         05    FILLER      PIC X(17)    VALUE "          SUELDO ".
         05    FILLER      PIC X(17)    VALUE "         AUXILIO ".
         05    FILLER      PIC X(17)    VALUE "           SALUD ".
         05    FILLER      PIC X(17)    VALUE "         PENSION ".
         05    FILLER      PIC X(15)    VALUE "   SOLIDARIDAD ".
         05    FILLER      PIC X(15)    VALUE "     RETENCION ".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(02).
         05    I-INTEGRAL  PIC X(01).
         05    FILLER      PIC X(03).
         05    I-DIAS      PIC ZZ9.
         05    I-SUELDO    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-AUXILIO   PIC Z,ZZZ,ZZZ,ZZ9.99.
         05    I-SALUD     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    I-PENSION   PIC Z,ZZZ,ZZZ,ZZ9.99.
         05    I-FSP       PIC ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-RETENCION PIC ZZZ,ZZZ,ZZ9.99.
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-EMPLEADOS PIC ZZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\TABLAEMP.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
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
           PERFORM I-ACEPTA-DATOS    THRU F-ACEPTA-DATOS
           PERFORM I-BORRA-ANTERIOR  THRU F-BORRA-ANTERIOR
           OPEN OUTPUT INFORMES
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           PERFORM I-PROCESO         THRU F-PROCESO
           PERFORM I-TOTAL-FINAL     THRU F-TOTAL-FINAL
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* LIQUIDACION DE BASICOS *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-NOMINOVE-CIA
                                           LAB-TABLAEMP-CIA
                                           LAB-CONCPTOS-CIA
                                           LAB-MAESCIA.
           MOVE CON-ANO                TO  LAB-NOMINOVE-ANO.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 389                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               CLOSE NOMINOVE
               OPEN OUTPUT NOMINOVE
               CLOSE NOMINOVE
               OPEN I-O NOMINOVE.
           OPEN INPUT CONTRATO HOJAVIDA TABLAEMP CONCPTOS.
       F-ABRE-ARCHIVOS.
      *
       I-PANTALLA-1B.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! PERIODO / FECHAS TE011  :                  !"
                                       LINE 07 POSITION 18
           DISPLAY "!                                            !"
                                       LINE 08 POSITION 18
           DISPLAY "! SMMLV                   :                  !"
                                       LINE 09 POSITION 18
           DISPLAY "! AUXILIO DE TRANSPORTE   :                  !"
                                       LINE 10 POSITION 18
           DISPLAY "! % SALUD / % PENSION     :                  !"
                                       LINE 11 POSITION 18
           DISPLAY "! CPT SUELDO/AUX/SAL/PEN  :                  !"
                                       LINE 12 POSITION 18
           DISPLAY "! CPT SOLIDARIDAD / RETEN.:                  !"
                                       LINE 13 POSITION 18
           DISPLAY "!  <C> CONFIRMAR       [F2] TERMINAR         !"
                                       LINE 14 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 15 POSITION 18.
       F-PANTALLA-1B.
      *
      ******************************************************************
      *  FECHAS DEL PERIODO (TE011), PARAMETROS VIGENTES Y CONTROL DE  *
      *  QUE EL PERIODO NO ESTE ACUMULADO                              *
      ******************************************************************
       I-ACEPTA-DATOS.
           MOVE SPACES                 TO  REC-TABLAEMP.
           MOVE "011"                  TO  TE011-CODIGO-TABLA.
           MOVE CON-COD-EMPRESA        TO  TE011-CODIGO-EMPRESA.
           MOVE CON-ANO                TO  TE011-CODIGO-ANO.
           MOVE CON-PERIODO            TO  TE011-CODIGO-PERIODO.
           MOVE ZEROS                  TO  TE011-CODIGO-FILLER  SW-1.
           READ TABLAEMP WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EL PERIODO NO ESTA EN LA SERIE TE011"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           MOVE TE011-FECHA-DESDE      TO  W-FECHA-DESDE.
           MOVE TE011-FECHA-HASTA      TO  W-FECHA-HASTA.
           DISPLAY CON-PERIODO         LINE 07 POSITION 46 REVERSE.
           DISPLAY W-FECHA-DESDE       LINE 08 POSITION 46 REVERSE.
           DISPLAY W-FECHA-HASTA       LINE 08 POSITION 55 REVERSE.
           MOVE W-FECHA-DESDE          TO  W-FECHA-1.
           MOVE W-FECHA-HASTA          TO  W-FECHA-2.
           PERFORM I-DIAS-360          THRU F-DIAS-360.
           MOVE W-DIAS-360             TO  W-DIAS-PERIODO.
           IF  W-DIAS-PERIODO  <  1  OR  W-DIAS-PERIODO  >  30
               DISPLAY "RANGO DE FECHAS TE011 ERRADO PARA EL PERIODO"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           PERFORM I-PARAMETROS        THRU F-PARAMETROS.
           IF  W-SALMINIMO  =  ZEROS
           OR  W-CPT-AUXILIO  =  ZEROS
           OR  W-CPT-SALUD  =  ZEROS
           OR  W-CPT-PENSION  =  ZEROS
               DISPLAY "FALTAN PARAMETROS EN PARAMLEG (PROG126)"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           PERFORM I-CUENTA-ACUMULADAS THRU F-CUENTA-ACUMULADAS.
           IF  W-ACUMULADAS  >  ZEROS
               DISPLAY "PERIODO YA ACUMULADO POR PROG315 - NO SE GENERA"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
       I-CONFIRMA.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "C"
               GO TO I-CONFIRMA.
       F-ACEPTA-DATOS.
      *
       I-PARAMETROS.
           MOVE W-FECHA-DESDE          TO  W-FECHA-PARAM.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-SALMINIMO.
           MOVE "AUXTRANSP"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-AUXTRANSP.
           MOVE "TOPEIBC"              TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-TOPEIBC.
           MOVE "PRCSALEMP"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-PRC-SALUD.
           IF  PRM-LNK-ESTADO  NOT =  "00"
               MOVE 4                  TO  W-PRC-SALUD.
           MOVE "PRCPENEMP"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-PRC-PENSION.
           IF  PRM-LNK-ESTADO  NOT =  "00"
               MOVE 4                  TO  W-PRC-PENSION.
           MOVE "CPTSUELDO"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-CPT-SUELDO.
           IF  W-CPT-SUELDO  =  ZEROS
               MOVE 001                TO  W-CPT-SUELDO.
           MOVE "CPTAUXTRA"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-CPT-AUXILIO.
           MOVE "CPTSALUD"             TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-CPT-SALUD.
           MOVE "CPTPENSION"           TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-CPT-PENSION.
           MOVE "CPTFSP"               TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-CPT-FSP.
           MOVE "CPTRETFTE"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-CPT-RETFTE.
           DISPLAY W-SALMINIMO         LINE 09 POSITION 46 REVERSE.
           DISPLAY W-AUXTRANSP         LINE 10 POSITION 46 REVERSE.
           DISPLAY W-PRC-SALUD         LINE 11 POSITION 46 REVERSE.
           DISPLAY W-PRC-PENSION       LINE 11 POSITION 53 REVERSE.
           DISPLAY W-CPT-SUELDO        LINE 12 POSITION 46 REVERSE.
           DISPLAY W-CPT-AUXILIO       LINE 12 POSITION 50 REVERSE.
           DISPLAY W-CPT-SALUD         LINE 12 POSITION 54 REVERSE.
           DISPLAY W-CPT-PENSION       LINE 12 POSITION 58 REVERSE.
           DISPLAY W-CPT-FSP           LINE 13 POSITION 46 REVERSE.
           DISPLAY W-CPT-RETFTE        LINE 13 POSITION 50 REVERSE.
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
      *  UNA NOVEDAD DEL PERIODO YA MARCADA POR PROG315 INDICA QUE EL  *
      *  PERIODO SE ACUMULO: LOS BASICOS NO SE PUEDEN REGENERAR        *
      ******************************************************************
       I-CUENTA-ACUMULADAS.
           MOVE ZEROS                  TO  W-ACUMULADAS  FIN-OK
                                           NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-CUENTA-CICLO.
           IF  FIN-OK  =  1            GO TO F-CUENTA-ACUMULADAS.
           READ NOMINOVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-CUENTA-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
               MOVE 1                  TO  FIN-OK
               GO TO I-CUENTA-CICLO.
           IF  NOV-FLAG-ACUMULADOS  =  "S"
               ADD 1                   TO  W-ACUMULADAS
               MOVE 1                  TO  FIN-OK.
           GO TO I-CUENTA-CICLO.
       F-CUENTA-ACUMULADAS.
      *
      ******************************************************************
      *  BORRA LOS BASICOS (ORIGEN "B") DE UNA CORRIDA ANTERIOR DEL    *
      *  MISMO PERIODO; LAS DEMAS NOVEDADES NO SE TOCAN                *
      ******************************************************************
       I-BORRA-ANTERIOR.
           MOVE ZEROS                  TO  W-BORRADAS  FIN-OK
                                           NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-BORRA-CICLO.
           IF  FIN-OK  =  1            GO TO F-BORRA-ANTERIOR.
           READ NOMINOVE NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-BORRA-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
               MOVE 1                  TO  FIN-OK
               GO TO I-BORRA-CICLO.
           IF  NOV-ORIGEN-NOVEDAD  NOT =  "B"
               GO TO I-BORRA-CICLO.
           DELETE NOMINOVE RECORD.
           MOVE "D"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD 1                       TO  W-BORRADAS.
           GO TO I-BORRA-CICLO.
       F-BORRA-ANTERIOR.
      *
      ******************************************************************
      *  RECORRE LOS CONTRATOS DE LA EMPRESA                           *
      ******************************************************************
       I-PROCESO.
           MOVE ZEROS                  TO  FIN-CON  W-EMPLEADOS
                                           W-NOVEDADES  CONTRATO-CEDULA.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-PROCESO-CICLO.
           IF  FIN-CON  =  1           GO TO F-PROCESO.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-PROCESO-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-PROCESO-CICLO.
           PERFORM I-LIQUIDA-EMPLEADO  THRU F-LIQUIDA-EMPLEADO.
           GO TO I-PROCESO-CICLO.
       F-PROCESO.
      *
      ******************************************************************
      *  DIAS DEL CONTRATO DENTRO DEL PERIODO Y LINEAS DEL EMPLEADO    *
      ******************************************************************
       I-LIQUIDA-EMPLEADO.
           COMPUTE W-FECHA-ING  =  (CONTRATO-ANO-ING  *  10000)
                   +  (CONTRATO-MES-ING  *  100)  +  CONTRATO-DIA-ING.
           COMPUTE W-FECHA-RET  =  (CONTRATO-ANO-RET  *  10000)
                   +  (CONTRATO-MES-RET  *  100)  +  CONTRATO-DIA-RET.
           IF  W-FECHA-ING  =  ZEROS
           OR  W-FECHA-ING  >  W-FECHA-HASTA
               GO TO F-LIQUIDA-EMPLEADO.
           IF  W-FECHA-RET  NOT =  ZEROS
           AND W-FECHA-RET  <  W-FECHA-DESDE
               GO TO F-LIQUIDA-EMPLEADO.
           IF  CONTRATO-ESTADO  =  "R"  AND  W-FECHA-RET  =  ZEROS
               GO TO F-LIQUIDA-EMPLEADO.
           IF  CONTRATO-SALARIO  =  ZEROS
               GO TO F-LIQUIDA-EMPLEADO.
           MOVE W-FECHA-DESDE          TO  W-DESDE-EMP.
           IF  W-FECHA-ING  >  W-FECHA-DESDE
               MOVE W-FECHA-ING        TO  W-DESDE-EMP.
           MOVE W-FECHA-HASTA          TO  W-HASTA-EMP.
           IF  W-FECHA-RET  NOT =  ZEROS
           AND W-FECHA-RET  <  W-FECHA-HASTA
               MOVE W-FECHA-RET        TO  W-HASTA-EMP.
           MOVE W-DESDE-EMP            TO  W-FECHA-1.
           MOVE W-HASTA-EMP            TO  W-FECHA-2.
           PERFORM I-DIAS-360          THRU F-DIAS-360.
           MOVE W-DIAS-360             TO  W-DIAS-CONTRATO.
           IF  W-DIAS-CONTRATO  >  W-DIAS-PERIODO
               MOVE W-DIAS-PERIODO     TO  W-DIAS-CONTRATO.
           IF  W-DIAS-CONTRATO  <  1   GO TO F-LIQUIDA-EMPLEADO.
           PERFORM I-DIAS-OTRAS        THRU F-DIAS-OTRAS.
           PERFORM I-VALORIZA-HORAS    THRU F-VALORIZA-HORAS.
           COMPUTE W-DIAS-SUELDO  =  W-DIAS-CONTRATO  -  W-DIAS-OTRAS.
           IF  W-DIAS-SUELDO  <  ZEROS
               MOVE ZEROS              TO  W-DIAS-SUELDO.
           MOVE ZEROS                  TO  W-SUELDO  W-AUXILIO
                                           W-SALUD  W-PENSION  W-FSP
                                           W-RETENCION.
      *  SUELDO
           COMPUTE W-SUELDO ROUNDED  =  CONTRATO-SALARIO
                   *  W-DIAS-SUELDO  /  30.
      *  AUXILIO DE TRANSPORTE: HASTA DOS MINIMOS, NO INTEGRAL
           IF  CONTRATO-INTEGRAL  NOT =  "S"
           AND CONTRATO-SALARIO  NOT >  (W-SALMINIMO  *  2)
               COMPUTE W-AUXILIO ROUNDED  =  W-AUXTRANSP
                       *  W-DIAS-SUELDO  /  30.
      *  IBC DEL MES: INTEGRAL AL 70%, PISO UN MINIMO, TOPE TOPEIBC
           MOVE CONTRATO-SALARIO       TO  W-IBC-MES.
           IF  CONTRATO-INTEGRAL  =  "S"
               COMPUTE W-IBC-MES ROUNDED  =  CONTRATO-SALARIO
                       *  70  /  100.
           IF  W-IBC-MES  <  W-SALMINIMO
               MOVE W-SALMINIMO        TO  W-IBC-MES.
           IF  W-TOPEIBC  >  ZEROS  AND  W-IBC-MES  >  W-TOPEIBC
               MOVE W-TOPEIBC          TO  W-IBC-MES.
           COMPUTE W-IBC ROUNDED  =  W-IBC-MES
                   *  W-DIAS-CONTRATO  /  30.
           IF  CONTRATO-TIPO  =  "AP"  GO TO I-LIQUIDA-GRABA.
           COMPUTE W-SALUD ROUNDED  =  W-IBC  *  W-PRC-SALUD  /  100.
           COMPUTE W-PENSION ROUNDED  =  W-IBC
                   *  W-PRC-PENSION  /  100.
      *  FONDO DE SOLIDARIDAD PENSIONAL
           DIVIDE W-IBC-MES  BY  W-SALMINIMO  GIVING  W-SALARIOS-MIN.
           MOVE ZEROS                  TO  W-PRC-FSP.
           IF  W-SALARIOS-MIN  NOT <  4
               MOVE 1                  TO  W-PRC-FSP.
           IF  W-SALARIOS-MIN  NOT <  16
               COMPUTE W-PRC-FSP  =  1  +  ((W-SALARIOS-MIN  -  15)
                       *  0.2).
           IF  W-PRC-FSP  >  2
               MOVE 2                  TO  W-PRC-FSP.
           IF  W-CPT-FSP  NOT =  ZEROS
               COMPUTE W-FSP ROUNDED  =  W-IBC  *  W-PRC-FSP  /  100.
           IF  W-CPT-RETFTE  NOT =  ZEROS
               PERFORM I-RETEFUENTE    THRU F-RETEFUENTE.
       I-LIQUIDA-GRABA.
           IF  W-SUELDO  >  ZEROS
               MOVE W-CPT-SUELDO       TO  W-CONCEPTO-NOV
               MOVE W-DIAS-SUELDO      TO  W-DIAS-NOV
               MOVE W-SUELDO           TO  W-VALOR-NOV
               MOVE "SUELDO BASICO DEL PERIODO"  TO  W-DESCRIPCION-NOV
               PERFORM I-GRABA-NOVEDAD THRU F-GRABA-NOVEDAD.
           IF  W-AUXILIO  >  ZEROS
               MOVE W-CPT-AUXILIO      TO  W-CONCEPTO-NOV
               MOVE W-DIAS-SUELDO      TO  W-DIAS-NOV
               MOVE W-AUXILIO          TO  W-VALOR-NOV
               MOVE "AUXILIO DE TRANSPORTE"  TO  W-DESCRIPCION-NOV
               PERFORM I-GRABA-NOVEDAD THRU F-GRABA-NOVEDAD.
           MOVE ZEROS                  TO  W-DIAS-NOV.
           IF  W-SALUD  >  ZEROS
               MOVE W-CPT-SALUD        TO  W-CONCEPTO-NOV
               MOVE W-SALUD            TO  W-VALOR-NOV
               MOVE "APORTE SALUD EMPLEADO"  TO  W-DESCRIPCION-NOV
               PERFORM I-GRABA-NOVEDAD THRU F-GRABA-NOVEDAD.
           IF  W-PENSION  >  ZEROS
               MOVE W-CPT-PENSION      TO  W-CONCEPTO-NOV
               MOVE W-PENSION          TO  W-VALOR-NOV
               MOVE "APORTE PENSION EMPLEADO"  TO  W-DESCRIPCION-NOV
               PERFORM I-GRABA-NOVEDAD THRU F-GRABA-NOVEDAD.
           IF  W-FSP  >  ZEROS
               MOVE W-CPT-FSP          TO  W-CONCEPTO-NOV
               MOVE W-FSP              TO  W-VALOR-NOV
               MOVE "FONDO DE SOLIDARIDAD PENSIONAL"
                                       TO  W-DESCRIPCION-NOV
               PERFORM I-GRABA-NOVEDAD THRU F-GRABA-NOVEDAD.
           IF  W-RETENCION  >  ZEROS
               MOVE W-CPT-RETFTE       TO  W-CONCEPTO-NOV
               MOVE W-RETENCION        TO  W-VALOR-NOV
               MOVE "RETENCION EN LA FUENTE"  TO  W-DESCRIPCION-NOV
               PERFORM I-GRABA-NOVEDAD THRU F-GRABA-NOVEDAD.
           ADD 1                       TO  W-EMPLEADOS.
           ADD W-SUELDO                TO  T-SUELDO.
           ADD W-AUXILIO               TO  T-AUXILIO.
           ADD W-SALUD                 TO  T-SALUD.
           ADD W-PENSION               TO  T-PENSION.
           ADD W-FSP                   TO  T-FSP.
           ADD W-RETENCION             TO  T-RETENCION.
           PERFORM I-IMPRIME-EMPLEADO  THRU F-IMPRIME-EMPLEADO.
       F-LIQUIDA-EMPLEADO.
      *
      ******************************************************************
      *  DIAS DEL PERIODO QUE YA PAGAN LAS VACACIONES PROGRAMADAS Y    *
      *  LAS INCAPACIDADES: NO SE PAGAN TAMBIEN COMO SUELDO            *
      ******************************************************************
       I-DIAS-OTRAS.
           MOVE ZEROS                  TO  W-DIAS-OTRAS  FIN-OK
                                           NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE CONTRATO-CEDULA        TO  NOV-CODIEMP.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-DIAS-OTRAS-CICLO.
           IF  FIN-OK  =  1            GO TO F-DIAS-OTRAS.
           READ NOMINOVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-DIAS-OTRAS-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
           OR  NOV-CODIEMP  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-OK
               GO TO I-DIAS-OTRAS-CICLO.
           IF  NOV-ORIGEN-NOVEDAD  =  "T"
           OR  NOV-ORIGEN-NOVEDAD  =  "E"
               ADD NOV-DIAS            TO  W-DIAS-OTRAS.
           GO TO I-DIAS-OTRAS-CICLO.
       F-DIAS-OTRAS.
      *
      ******************************************************************
      *  NOVEDADES POR HORAS DEL EMPLEADO AUN SIN VALOR CUYO CONCEPTO  *
      *  TIENE BASE "H": VALOR = HORAS * SALARIO * FACTOR HORA DE LA   *
      *  JORNADA LEGAL (NOMHORAS) * PORCENTAJE / 100 * FACTOR-HORA.    *
      *  EL FACTOR SE PROMEDIA SOBRE LOS DIAS DEL CONTRATO EN EL       *
      *  PERIODO; LA DIFERENCIA DE TURNO (ORIGEN "H") USA EL DIA DEL   *
      *  TURNO, QUE VIENE EN LA DESCRIPCION (POSICIONES 11 A 18)       *
      ******************************************************************
       I-VALORIZA-HORAS.
           MOVE CON-COD-EMPRESA        TO  HOR-LNK-EMPRESA.
           MOVE W-DESDE-EMP            TO  HOR-LNK-FECHA-DESDE.
           MOVE W-HASTA-EMP            TO  HOR-LNK-FECHA-HASTA.
           CALL "NOMHORAS"          USING  AREA-NOMHORAS.
           MOVE HOR-LNK-FACTOR         TO  W-FACTOR-EMP.
           MOVE ZEROS                  TO  FIN-OK  NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE CONTRATO-CEDULA        TO  NOV-CODIEMP.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-VALORIZA-CICLO.
           IF  FIN-OK  =  1            GO TO F-VALORIZA-HORAS.
           READ NOMINOVE NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-VALORIZA-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
           OR  NOV-CODIEMP  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-OK
               GO TO I-VALORIZA-CICLO.
           IF  NOV-HORAS  =  ZEROS  OR  NOV-VLR  NOT =  ZEROS
           OR  NOV-FLAG-ACUMULADOS  =  "S"
               GO TO I-VALORIZA-CICLO.
           MOVE NOV-CONCEPTO           TO  CONCPTOS-CODIGO-CONCEPTO.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                GO TO I-VALORIZA-CICLO.
           IF  CONCPTOS-BASE  NOT =  "H"
               GO TO I-VALORIZA-CICLO.
           MOVE W-FACTOR-EMP           TO  W-FACTOR-NOV.
           IF  NOV-ORIGEN-NOVEDAD  NOT =  "H"
               GO TO I-VALORIZA-CALCULA.
           MOVE NOV-DESCRIPCION        TO  W-DESC-TURNO.
           IF  W-DESC-FECHA-X  NOT NUMERIC
               GO TO I-VALORIZA-CALCULA.
           MOVE W-DESC-FECHA           TO  HOR-LNK-FECHA-DESDE.
           MOVE ZEROS                  TO  HOR-LNK-FECHA-HASTA.
           CALL "NOMHORAS"          USING  AREA-NOMHORAS.
           MOVE HOR-LNK-FACTOR         TO  W-FACTOR-NOV.
       I-VALORIZA-CALCULA.
           COMPUTE W-VALOR-HORAS ROUNDED  =  NOV-HORAS
                   *  CONTRATO-SALARIO  *  W-FACTOR-NOV
                   *  CONCPTOS-PORCENTAJE  /  100.
           IF  CONCPTOS-FACTOR-HORA  NOT =  ZEROS
               COMPUTE W-VALOR-HORAS ROUNDED  =  W-VALOR-HORAS
                       *  CONCPTOS-FACTOR-HORA.
           IF  W-VALOR-HORAS  =  ZEROS GO TO I-VALORIZA-CICLO.
           MOVE W-VALOR-HORAS          TO  NOV-VLR.
           REWRITE REG-NOMINOVE INVALID KEY
                   GO TO I-VALORIZA-CICLO.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD 1                       TO  W-HORAS-VALOR.
           ADD W-VALOR-HORAS           TO  T-HORAS.
           GO TO I-VALORIZA-CICLO.
       F-VALORIZA-HORAS.
      *
      ******************************************************************
      *  RETENCION EN LA FUENTE DEL PERIODO.  INGRESO GRAVADO = BASICOS*
      *  DE ESTA CORRIDA Y DEMAS NOVEDADES DEL EMPLEADO CUYO CONCEPTO  *
      *  ES DEVENGADO CON FLAG-RETEFTE; SE LLEVA A MES PARA DEPURARLO  *
      *  CON NOMRETE1 Y LA RETENCION SE DEVUELVE A LOS DIAS DEL PERIODO*
      *  CON PORCENTAJE FIJO (NOMRETE2) ESTE SE APLICA A LA BASE       *
      *  DEPURADA; SIN EL, LA TABLA DE PROG125 QUE APLICA NOMRETE1     *
      ******************************************************************
       I-RETEFUENTE.
           MOVE ZEROS                  TO  W-GRAVADO.
           COMPUTE W-APORTES-RET  =  W-SALUD  +  W-PENSION  +  W-FSP.
           MOVE W-CPT-SUELDO           TO  W-CONCEPTO-GRV.
           PERFORM I-CONCEPTO-GRAVADO  THRU F-CONCEPTO-GRAVADO.
           IF  SW-GRAVADO  =  1
               ADD W-SUELDO            TO  W-GRAVADO.
           MOVE W-CPT-AUXILIO          TO  W-CONCEPTO-GRV.
           PERFORM I-CONCEPTO-GRAVADO  THRU F-CONCEPTO-GRAVADO.
           IF  SW-GRAVADO  =  1
               ADD W-AUXILIO           TO  W-GRAVADO.
           MOVE ZEROS                  TO  FIN-OK  NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE CONTRATO-CEDULA        TO  NOV-CODIEMP.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-RETEFUENTE-CICLO.
           IF  FIN-OK  =  1            GO TO I-RETEFUENTE-CALCULO.
           READ NOMINOVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-RETEFUENTE-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
           OR  NOV-CODIEMP  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-OK
               GO TO I-RETEFUENTE-CICLO.
           IF  NOV-ORIGEN-NOVEDAD  =  "B"
           OR  NOV-CONCEPTO  =  W-CPT-RETFTE
               GO TO I-RETEFUENTE-CICLO.
           IF  NOV-CONCEPTO  =  W-CPT-SALUD
           OR  NOV-CONCEPTO  =  W-CPT-PENSION
           OR  NOV-CONCEPTO  =  W-CPT-FSP
               ADD NOV-VLR             TO  W-APORTES-RET
               GO TO I-RETEFUENTE-CICLO.
           MOVE NOV-CONCEPTO           TO  W-CONCEPTO-GRV.
           PERFORM I-CONCEPTO-GRAVADO  THRU F-CONCEPTO-GRAVADO.
           IF  SW-GRAVADO  =  1
               ADD NOV-VLR             TO  W-GRAVADO.
           GO TO I-RETEFUENTE-CICLO.
       I-RETEFUENTE-CALCULO.
           IF  W-GRAVADO  NOT >  ZEROS GO TO F-RETEFUENTE.
           IF  W-APORTES-RET  <  ZEROS
               MOVE ZEROS              TO  W-APORTES-RET.
           COMPUTE RT1-LNK-INGRESOS ROUNDED  =  W-GRAVADO
                   *  30  /  W-DIAS-PERIODO.
           COMPUTE RT1-LNK-APORTES ROUNDED  =  W-APORTES-RET
                   *  30  /  W-DIAS-PERIODO.
           MOVE CON-COD-EMPRESA        TO  RT1-LNK-EMPRESA
                                           RT2-LNK-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  RT1-LNK-CEDULA
                                           RT2-LNK-CEDULA.
           MOVE W-FECHA-HASTA          TO  RT1-LNK-FECHA
                                           RT2-LNK-FECHA.
           CALL "NOMRETE1"          USING  AREA-NOMRETE1.
           CALL "NOMRETE2"          USING  AREA-NOMRETE2.
           IF  RT2-LNK-ESTADO  =  "00"
               COMPUTE W-RETENCION ROUNDED  =  RT1-LNK-BASE
                       *  RT2-LNK-PORCENTAJE  /  100
                       *  W-DIAS-PERIODO  /  30
           ELSE
               COMPUTE W-RETENCION ROUNDED  =  RT1-LNK-RETENCION
                       *  W-DIAS-PERIODO  /  30.
       F-RETEFUENTE.
      *
       I-CONCEPTO-GRAVADO.
           MOVE ZEROS                  TO  SW-GRAVADO.
           MOVE W-CONCEPTO-GRV         TO  CONCPTOS-CODIGO-CONCEPTO.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                GO TO F-CONCEPTO-GRAVADO.
           IF  CONCPTOS-TIPO  =  "D"
           AND CONCPTOS-FLAG-RETEFTE  =  "S"
               MOVE 1                  TO  SW-GRAVADO.
       F-CONCEPTO-GRAVADO.
      *
       I-GRABA-NOVEDAD.
           INITIALIZE REG-NOMINOVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE CONTRATO-CEDULA        TO  NOV-CODIEMP.
           MOVE W-CONCEPTO-NOV         TO  NOV-CONCEPTO.
           MOVE ZEROS                  TO  NOV-SECUENCIA.
           MOVE W-DESCRIPCION-NOV      TO  NOV-DESCRIPCION.
           MOVE W-DIAS-NOV             TO  NOV-DIAS.
           MOVE W-VALOR-NOV            TO  NOV-VLR.
           MOVE "B"                    TO  NOV-ORIGEN-NOVEDAD.
       I-GRABA-NOV.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-GRABA-NOV.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD 1                       TO  W-NOVEDADES.
       F-GRABA-NOVEDAD.
      *
      ******************************************************************
      *  DIAS COMERCIALES (MES DE 30) ENTRE W-FECHA-1 Y W-FECHA-2,     *
      *  AMBAS INCLUSIVE.  EL ULTIMO DIA DEL MES FINAL CUENTA COMO 30  *
      *  (FEBRERO Y MESES DE 31).                                      *
      ******************************************************************
       I-DIAS-360.
           MOVE W-F1-DIA               TO  W-DIA-1.
           IF  W-DIA-1  >  30          MOVE 30  TO  W-DIA-1.
           MOVE W-F2-DIA               TO  W-DIA-2.
           MOVE "S"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-2              TO  FEC-LNK-FECHA.
           MOVE 1                      TO  FEC-LNK-DIAS.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           MOVE FEC-LNK-RESULTADO      TO  W-FECHA-3.
           IF  FEC-LNK-ESTADO  =  "00"  AND  W-F3-DIA  =  1
               MOVE 30                 TO  W-DIA-2.
           COMPUTE W-DIAS-360  =  ((W-F2-ANO  -  W-F1-ANO)  *  360)
                   +  ((W-F2-MES  -  W-F1-MES)  *  30)
                   +  W-DIA-2  -  W-DIA-1  +  1.
       F-DIAS-360.
      *
       I-IMPRIME-EMPLEADO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA.
           MOVE CONTRATO-CEDULA        TO  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-EOF.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  ZEROS
               MOVE HOJAVIDA-NOMBRE    TO  I-NOMBRE.
           MOVE CONTRATO-INTEGRAL      TO  I-INTEGRAL.
           MOVE W-DIAS-SUELDO          TO  I-DIAS.
           MOVE W-SUELDO               TO  I-SUELDO.
           MOVE W-AUXILIO              TO  I-AUXILIO.
           MOVE W-SALUD                TO  I-SALUD.
           MOVE W-PENSION              TO  I-PENSION.
           MOVE W-FSP                  TO  I-FSP.
           MOVE W-RETENCION            TO  I-RETENCION.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-IMPRIME-EMPLEADO.
      *
       I-TOTAL-FINAL.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE T-SUELDO               TO  I-SUELDO.
           MOVE T-AUXILIO              TO  I-AUXILIO.
           MOVE T-SALUD                TO  I-SALUD.
           MOVE T-PENSION              TO  I-PENSION.
           MOVE T-FSP                  TO  I-FSP.
           MOVE T-RETENCION            TO  I-RETENCION.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 2.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "EMPLEADOS LIQUIDADOS:"  TO  I-TEXTO.
           MOVE W-EMPLEADOS            TO  I-EMPLEADOS.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "NOVEDADES GENERADAS (ORIGEN B):"  TO  I-TEXTO.
           MOVE W-NOVEDADES            TO  I-EMPLEADOS.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "NOVEDADES DE UNA CORRIDA ANTERIOR BORRADAS:"
                                       TO  I-TEXTO.
           MOVE W-BORRADAS             TO  I-EMPLEADOS.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "NOVEDADES POR HORAS VALORIZADAS:"  TO  I-TEXTO.
           MOVE W-HORAS-VALOR          TO  I-EMPLEADOS.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "VALOR NOVEDADES POR HORAS"  TO  I-NOMBRE.
           MOVE T-HORAS                TO  I-SUELDO.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           DISPLAY "BASICOS GENERADOS - NOVEDADES:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-NOVEDADES            TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 32 REVERSE.
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
           CLOSE INFORMES.
       I-FIN-SALIR.
           CLOSE CONTRATO HOJAVIDA NOMINOVE TABLAEMP CONCPTOS.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
