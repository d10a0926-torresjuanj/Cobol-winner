       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG585.
      ******************************************************************
      * EXOGENA DIAN FORMATO 2276 - INGRESOS LABORALES  OCT-15-2026    *
      *                                                                *
      * ARMA EL FORMATO 2276 DEL ANO CALENDARIO DESDE LOS ACUMULADOS   *
      * DE NOMINA (NOMIACUM, O NOMIAHIS SI PROG382 YA ARCHIVO EL ANO). *
      * INCLUYE TODA CEDULA CON ACUMULADOS EN EL ANO, AUNQUE HOY ESTE  *
      * RETIRADA O TRASLADADA A OTRA EMPRESA POR PROG366 (SUS          *
      * ACUMULADOS QUEDAN EN LA EMPRESA DONDE SE CAUSARON).            *
      * CLASIFICA CON LAS MISMAS REGLAS DEL CERTIFICADO (PROG380):     *
      *   - DEDUCCION CON FLAG-RETEFTE      -> RETENCION PRACTICADA    *
      *   - DEDUCCION CON FLAG-SEGSOC       -> GRUPO 5 SALUD, LAS      *
      *                                        DEMAS PENSION Y FSP     *
      *   - DEVENGADOS POR CONCPTOS-CERT-GRUPO: 1 SALARIOS,            *
      *     2 PRESTACIONES, 4 CESANTIAS E INTERESES, 9 EXENTOS, LOS    *
      *     DEMAS OTROS.  INGRESO BRUTO = SUMA DE LOS CINCO, QUE ES    *
      *     EL TOTAL DEL CERTIFICADO (CESANTIAS Y EXENTOS VAN ALLI     *
      *     DENTRO DE OTROS).                                          *
      *   - PENSION VOLUNTARIA Y AFC DE LOS CERTIFICADOS DE DEDURETE.  *
      * ESCRIBE EL PLANO DE FORMATO FIJO EX2276.TXT Y UN LISTADO DE    *
      * CONTROL QUE CRUZA CADA EMPLEADO CONTRA SU CERTIFICADO EMITIDO  *
      * (CERTINGR) Y, POR CUENTA, LO CONTABILIZABLE DE LA NOMINA DEL   *
      * ANO (REGLAS DE PROG370) CONTRA EL MOVIMIENTO DE ENERO A        *
      * DICIEMBRE DE LA CUENTA EN CNDTACUM.                            *
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
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\CERTINGR.DYC".
               COPY "..\DYC\DEDURETE.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT EX2276 ASSIGN TO RANDOM "EX2276"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS EX2276-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\CERTINGR.FD".
               COPY "..\FD\DEDURETE.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\INFORMES.FD".
       FD  EX2276
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-EX2276.
       01  REG-EX2276.
           03  EX2-TIPO-DOC             PIC 9(02).
           03  EX2-CEDULA               PIC 9(12).
           03  EX2-NOMBRE               PIC X(40).
           03  EX2-SALARIOS             PIC 9(15)V99.
           03  EX2-PRESTACIONES         PIC 9(15)V99.
           03  EX2-OTROS                PIC 9(15)V99.
           03  EX2-CESANTIAS            PIC 9(15)V99.
           03  EX2-BRUTOS               PIC 9(15)V99.
           03  EX2-SALUD                PIC 9(15)V99.
           03  EX2-PENSION              PIC 9(15)V99.
           03  EX2-VOLUNTARIOS          PIC 9(15)V99.
           03  EX2-AFC                  PIC 9(15)V99.
           03  EX2-EXENTOS              PIC 9(15)V99.
           03  EX2-RETENCION            PIC 9(15)V99.
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG585".
       77      ID-PRG              PIC X(7)  VALUE "PROG585".
       77      LAB-EX2276          PIC X(12) VALUE "EX2276.TXT".
       77      EX2276-STATUS       PIC X(02) VALUE "00".
       77      W-CEDULA-ACT        PIC 9(12) VALUE ZEROS.
       77      W-HAY-EMP           PIC 9(01) VALUE ZEROS.
       77      W-SALARIOS          PIC S9(11)V99 VALUE ZEROS.
       77      W-PRESTACIONES      PIC S9(11)V99 VALUE ZEROS.
       77      W-OTROS             PIC S9(11)V99 VALUE ZEROS.
       77      W-CESANTIAS         PIC S9(11)V99 VALUE ZEROS.
       77      W-EXENTOS           PIC S9(11)V99 VALUE ZEROS.
       77      W-BRUTOS            PIC S9(13)V99 VALUE ZEROS.
       77      W-SALUD             PIC S9(11)V99 VALUE ZEROS.
       77      W-PENSION           PIC S9(11)V99 VALUE ZEROS.
       77      W-RETENIDO          PIC S9(11)V99 VALUE ZEROS.
       77      W-VOLUNTARIOS       PIC S9(11)V99 VALUE ZEROS.
       77      W-AFC               PIC S9(11)V99 VALUE ZEROS.
       77      W-VALOR-ANO         PIC S9(11)V99 VALUE ZEROS.
       77      W-MESES             PIC S9(03) VALUE ZEROS.
       77      W-MES-INI           PIC 9(02) VALUE ZEROS.
       77      SW-DEDURETE         PIC 9(01) VALUE ZEROS.
       77      SW-CERTINGR         PIC 9(01) VALUE ZEROS.
       77      SW-CONTRATO         PIC 9(01) VALUE ZEROS.
       77      SW-CNDTACUM         PIC 9(01) VALUE ZEROS.
       77      FIN-DDR             PIC 9(01) VALUE ZEROS.
       77      T-EMPLEADOS         PIC 9(06) VALUE ZEROS.
       77      T-RETIRADOS         PIC 9(06) VALUE ZEROS.
       77      T-DIFIEREN          PIC 9(06) VALUE ZEROS.
       77      T-SIN-CERT          PIC 9(06) VALUE ZEROS.
       77      T-SIN-CUENTAS       PIC 9(06) VALUE ZEROS.
       77      T-CTA-DIFIEREN      PIC 9(06) VALUE ZEROS.
       77      T-CERT-INGRESOS     PIC S9(15)V99 VALUE ZEROS.
       77      T-CERT-RETENIDO     PIC S9(15)V99 VALUE ZEROS.
      *  CUENTAS DE LA NOMINA DEL ANO SEGUN LAS REGLAS DE PROG370
       77      W-VAL-GASTOS        PIC S9(11)V99 VALUE ZEROS.
       77      W-VAL-COSTOS        PIC S9(11)V99 VALUE ZEROS.
       77      W-CTA-BUSCA         PIC 9(10) VALUE ZEROS.
       77      W-DEB-BUSCA         PIC S9(13)V99 VALUE ZEROS.
       77      W-CRE-BUSCA         PIC S9(13)V99 VALUE ZEROS.
       77      W-CTA-IDX           PIC 9(03) VALUE ZEROS.
       77      W-CTA-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-CTA-HALLADO       PIC 9(03) VALUE ZEROS.
       77      SW-TABLA-LLENA      PIC 9(01) VALUE ZEROS.
       77      W-CONTABLE          PIC S9(13)V99 VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(13)V99 VALUE ZEROS.
       77      W-RENGLON           PIC X(200) VALUE SPACES.
       01      TOTALES-2276.
        03     T-SALARIOS          PIC S9(15)V99 VALUE ZEROS.
        03     T-PRESTACIONES      PIC S9(15)V99 VALUE ZEROS.
        03     T-OTROS             PIC S9(15)V99 VALUE ZEROS.
        03     T-CESANTIAS         PIC S9(15)V99 VALUE ZEROS.
        03     T-BRUTOS            PIC S9(15)V99 VALUE ZEROS.
        03     T-SALUD             PIC S9(15)V99 VALUE ZEROS.
        03     T-PENSION           PIC S9(15)V99 VALUE ZEROS.
        03     T-VOLUNTARIOS       PIC S9(15)V99 VALUE ZEROS.
        03     T-AFC               PIC S9(15)V99 VALUE ZEROS.
        03     T-EXENTOS           PIC S9(15)V99 VALUE ZEROS.
        03     T-RETENIDO          PIC S9(15)V99 VALUE ZEROS.
       01      TABLA-CUENTAS.
        03     CTA-ENTRADA         OCCURS 300 TIMES.
         05    CTA-CUENTA          PIC 9(10).
         05    CTA-DEBITOS         PIC S9(13)V99.
         05    CTA-CREDITOS        PIC S9(13)V99.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\CERTINGR.LBL".
               COPY "..\LBL\DEDURETE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
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
         05    FILLER      PIC X(10)    VALUE SPACES.
         05    FILLER      PIC X(40)    VALUE
              "EXOGENA FORMATO 2276 - CONTROL      ANO ".
         05    I-ANO       PIC 9(04).
         05    FILLER      PIC X(02)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(120)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "     CEDULA   ".
         05    FILLER      PIC X(26)    VALUE "NOMBRE".
         05    FILLER      PIC X(19)    VALUE "   INGRESO BRUTO   ".
         05    FILLER      PIC X(19)    VALUE "  APORTES OBLIGAT. ".
         05    FILLER      PIC X(19)    VALUE "      RETENCION    ".
         05    FILLER      PIC X(23)    VALUE "CERTIFICADO   CONTRATO".
        03     TITULO-B.
         05    FILLER      PIC X(14)    VALUE "  CUENTA      ".
         05    FILLER      PIC X(10)    VALUE "LADO      ".
         05    FILLER      PIC X(19)    VALUE "   SEGUN NOMINA    ".
         05    FILLER      PIC X(19)    VALUE "   SEGUN CNDTACUM  ".
         05    FILLER      PIC X(19)    VALUE "     DIFERENCIA    ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(01).
         05    I-BRUTOS    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-APORTES   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-RETENIDO  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-CERT      PIC X(13).
         05    FILLER      PIC X(01).
         05    I-ESTADO    PIC X(09).
        03     LINEA-CUENTA.
         05    FILLER      PIC X(01).
         05    I-CUENTA    PIC 9(10).
         05    FILLER      PIC X(03).
         05    I-LADO      PIC X(08).
         05    FILLER      PIC X(01).
         05    I-NOMINA    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-CONTABLE  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-DIFER     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(01).
         05    I-TEXTO     PIC X(40).
         05    I-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-DE-CANTIDAD.
         05    FILLER      PIC X(01).
         05    I-TEXTO-CAN PIC X(40).
         05    I-CANTIDAD  PIC ZZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\CERTINGR.DCL".
               COPY "..\DCL\DEDURETE.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
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
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-ACEPTA-DATOS    THRU F-ACEPTA-DATOS
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PROCESO         THRU F-PROCESO
           PERFORM I-IMPRIME-TOTALES THRU F-IMPRIME-TOTALES
           PERFORM I-CRUCE-CUENTAS   THRU F-CRUCE-CUENTAS
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* EXOGENA DIAN FORMATO 2276 *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 09 POSITION 20
           DISPLAY "! INGRESOS LABORALES DEL ANO:                !"
                                       LINE 10 POSITION 20
           DISPLAY "! PLANO EX2276.TXT Y LISTADO DE CONTROL      !"
                                       LINE 11 POSITION 20
           DISPLAY "!  <C> CONFIRMAR       [F2] TERMINAR         !"
                                       LINE 12 POSITION 20
           DISPLAY "+--------------------------------------------+"
                                       LINE 13 POSITION 20.
           DISPLAY CON-ANO             LINE 10 POSITION 50.
       F-PANTALLA-1B.
      *
       I-ACEPTA-DATOS.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "C"
               GO TO I-ACEPTA-DATOS.
       F-ACEPTA-DATOS.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-ANO                TO  I-ANO.
           MOVE 1                      TO  LAB-MAESCIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONCPTOS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-CERTINGR-CIA
                                           LAB-CONTRATO-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 585                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT HOJAVIDA CONCPTOS NOMIACUM.
      *  EL ANO PUDO HABER SIDO ARCHIVADO POR PROG382: SE REINTENTA
      *  SOBRE EL HISTORICO (PREFIJO "ACH") DE FORMA TRANSPARENTE
           IF  NOMIACUM-STATUS  =  "35"
               MOVE "ACH"              TO  LAB-NOMIACUM-TIPO
               OPEN INPUT NOMIACUM.
      *  LOS CRUCES SE OMITEN SI SU ARCHIVO NO EXISTE; EL LISTADO LO
      *  DICE PARA QUE NADIE LOS TOME POR CUADRADOS
           MOVE ZEROS                  TO  SW-DEDURETE  SW-CERTINGR
                                           SW-CONTRATO  SW-CNDTACUM.
           OPEN INPUT DEDURETE.
           IF  DEDURETE-STATUS  >  "00"
               MOVE 1                  TO  SW-DEDURETE.
           OPEN INPUT CERTINGR.
           IF  CERTINGR-STATUS  >  "00"
               MOVE 1                  TO  SW-CERTINGR.
           OPEN INPUT CONTRATO.
           IF  CONTRATO-STATUS  >  "00"
               MOVE 1                  TO  SW-CONTRATO.
           OPEN INPUT CNDTACUM.
           IF  CNDTACUM-STATUS  >  "00"
               MOVE 1                  TO  SW-CNDTACUM.
           OPEN OUTPUT INFORMES EX2276.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  CORTE POR EMPLEADO SOBRE EL ANO CALENDARIO                    *
      ******************************************************************
       I-PROCESO.
           MOVE ZEROS                  TO  ACU-CLAVE  FIN-OK
                                           W-HAY-EMP  W-CTA-TOPE.
           PERFORM I-LIMPIA-EMPLEADO   THRU F-LIMPIA-EMPLEADO.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           START NOMIACUM KEY NOT LESS ACU-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
           PERFORM I-LEE-ACUMULADO     THRU F-LEE-ACUMULADO
                   UNTIL FIN-OK = 1.
           IF  W-HAY-EMP  =  1
               PERFORM I-EMITE-EMPLEADO THRU F-EMITE-EMPLEADO.
           DISPLAY "EMPLEADOS REPORTADOS:"
                   LINE 24 POSITION 01 REVERSE.
           DISPLAY T-EMPLEADOS         LINE 24 POSITION 23 REVERSE.
       F-PROCESO.
      *
       I-LIMPIA-EMPLEADO.
           MOVE ZEROS                  TO  W-SALARIOS  W-PRESTACIONES
                                           W-OTROS  W-CESANTIAS
                                           W-EXENTOS  W-SALUD
                                           W-PENSION  W-RETENIDO
                                           W-HAY-EMP.
       F-LIMPIA-EMPLEADO.
      *
       I-LEE-ACUMULADO.
           READ NOMIACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO F-LEE-ACUMULADO.
           IF  ACU-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO F-LEE-ACUMULADO.
           IF  ACU-ANO  NOT =  CON-ANO
           OR  ACU-CONCEPTO  =  ZEROS
               GO TO F-LEE-ACUMULADO.
           IF  W-HAY-EMP  =  1
           AND ACU-CEDULA  NOT =  W-CEDULA-ACT
               PERFORM I-EMITE-EMPLEADO THRU F-EMITE-EMPLEADO.
           MOVE 1                      TO  W-HAY-EMP.
           MOVE ACU-CEDULA             TO  W-CEDULA-ACT.
           MOVE ACU-CONCEPTO           TO  CONCPTOS-CODIGO-CONCEPTO.
           MOVE ZEROS                  TO  SW-1.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1              GO TO F-LEE-ACUMULADO.
           IF  ACU-VALOR  NOT =  ZEROS
               PERFORM I-ACUMULA-CUENTAS THRU F-ACUMULA-CUENTAS.
           IF  CONCPTOS-FLAG-RETEFTE  =  "S"
           AND CONCPTOS-TIPO  =  "E"
               ADD ACU-VALOR           TO  W-RETENIDO
               GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-TIPO  =  "E"
               IF  CONCPTOS-FLAG-SEGSOC  =  "S"
                   IF  CONCPTOS-CERT-GRUPO  =  5
                       ADD ACU-VALOR   TO  W-SALUD
                   ELSE
                       ADD ACU-VALOR   TO  W-PENSION
                   END-IF
               END-IF
               GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-CERT-GRUPO  =  1
               ADD ACU-VALOR           TO  W-SALARIOS
               GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-CERT-GRUPO  =  2
               ADD ACU-VALOR           TO  W-PRESTACIONES
               GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-CERT-GRUPO  =  4
               ADD ACU-VALOR           TO  W-CESANTIAS
               GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-CERT-GRUPO  =  9
               ADD ACU-VALOR           TO  W-EXENTOS
               GO TO F-LEE-ACUMULADO.
           ADD ACU-VALOR               TO  W-OTROS.
       F-LEE-ACUMULADO.
      *
      ******************************************************************
      *  PARTIDAS QUE PROG370 CONTABILIZA POR ESTE ACUMULADO: DEBITO   *
      *  A GASTOS Y COSTOS SEGUN LA DISTRIBUCION DEL CONCEPTO Y        *
      *  CREDITO A SU CONTRAPARTIDA DE PASIVO.  UN CONCEPTO SIN SUS    *
      *  CUENTAS COMPLETAS NO SE PUEDE CONTABILIZAR Y SOLO SE CUENTA.  *
      ******************************************************************
       I-ACUMULA-CUENTAS.
           COMPUTE W-VAL-GASTOS ROUNDED  =  ACU-VALOR
                   *  CONCPTOS-PRC-GASTOS  /  100.
           COMPUTE W-VAL-COSTOS ROUNDED  =  ACU-VALOR
                   *  CONCPTOS-PRC-COSTOS  /  100.
           IF  W-VAL-GASTOS  =  ZEROS  AND  W-VAL-COSTOS  =  ZEROS
               MOVE ACU-VALOR          TO  W-VAL-GASTOS.
           IF  (W-VAL-GASTOS  NOT =  ZEROS
                AND  CONCPTOS-CTA-GASTOS  =  ZEROS)
           OR  (W-VAL-COSTOS  NOT =  ZEROS
                AND  CONCPTOS-CTA-COSTOS  =  ZEROS)
           OR  CONCPTOS-CTA-PASIVO  =  ZEROS
               ADD 1                   TO  T-SIN-CUENTAS
               GO TO F-ACUMULA-CUENTAS.
           MOVE ZEROS                  TO  W-CRE-BUSCA.
           IF  W-VAL-GASTOS  NOT =  ZEROS
               MOVE CONCPTOS-CTA-GASTOS  TO  W-CTA-BUSCA
               MOVE W-VAL-GASTOS       TO  W-DEB-BUSCA
               PERFORM I-SUMA-CUENTA   THRU F-SUMA-CUENTA.
           IF  W-VAL-COSTOS  NOT =  ZEROS
               MOVE CONCPTOS-CTA-COSTOS  TO  W-CTA-BUSCA
               MOVE W-VAL-COSTOS       TO  W-DEB-BUSCA
               PERFORM I-SUMA-CUENTA   THRU F-SUMA-CUENTA.
           MOVE CONCPTOS-CTA-PASIVO    TO  W-CTA-BUSCA.
           MOVE ZEROS                  TO  W-DEB-BUSCA.
           COMPUTE W-CRE-BUSCA  =  ZERO  -  W-VAL-GASTOS
                                  -  W-VAL-COSTOS.
           PERFORM I-SUMA-CUENTA       THRU F-SUMA-CUENTA.
       F-ACUMULA-CUENTAS.
      *
       I-SUMA-CUENTA.
           MOVE ZEROS                  TO  W-CTA-HALLADO  W-CTA-IDX.
       I-SUMA-CUENTA-CICLO.
           ADD 1                       TO  W-CTA-IDX.
           IF  W-CTA-IDX  >  W-CTA-TOPE
               GO TO I-SUMA-CUENTA-NUEVA.
           IF  CTA-CUENTA(W-CTA-IDX)  =  W-CTA-BUSCA
               MOVE W-CTA-IDX          TO  W-CTA-HALLADO
               GO TO I-SUMA-CUENTA-SUMA.
           GO TO I-SUMA-CUENTA-CICLO.
       I-SUMA-CUENTA-NUEVA.
      *  LA TABLA LLENA INVALIDA EL CRUCE CONTABLE (SE AVISA EN EL
      *  LISTADO); EL PLANO POR EMPLEADO NO DEPENDE DE ELLA
           IF  W-CTA-TOPE  NOT <  300
               MOVE 1                  TO  SW-TABLA-LLENA
               GO TO F-SUMA-CUENTA.
           ADD 1                       TO  W-CTA-TOPE.
           MOVE W-CTA-BUSCA            TO  CTA-CUENTA(W-CTA-TOPE).
           MOVE ZEROS                  TO  CTA-DEBITOS(W-CTA-TOPE)
                                           CTA-CREDITOS(W-CTA-TOPE).
           MOVE W-CTA-TOPE             TO  W-CTA-HALLADO.
       I-SUMA-CUENTA-SUMA.
           ADD W-DEB-BUSCA             TO  CTA-DEBITOS(W-CTA-HALLADO).
           ADD W-CRE-BUSCA             TO  CTA-CREDITOS(W-CTA-HALLADO).
       F-SUMA-CUENTA.
      *
      ******************************************************************
      *  REGISTRO 2276 Y LINEA DE CONTROL DEL EMPLEADO EN CORTE        *
      ******************************************************************
       I-EMITE-EMPLEADO.
           PERFORM I-SUMA-DEDUCCIONES  THRU F-SUMA-DEDUCCIONES.
           COMPUTE W-BRUTOS  =  W-SALARIOS  +  W-PRESTACIONES
                             +  W-OTROS  +  W-CESANTIAS
                             +  W-EXENTOS.
           MOVE W-CEDULA-ACT           TO  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-EOF.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE "EMPLEADO SIN HOJA DE VIDA"  TO  HOJAVIDA-NOMBRE.
           MOVE 13                     TO  EX2-TIPO-DOC.
           MOVE W-CEDULA-ACT           TO  EX2-CEDULA.
           MOVE HOJAVIDA-NOMBRE        TO  EX2-NOMBRE.
           MOVE W-SALARIOS             TO  EX2-SALARIOS.
           MOVE W-PRESTACIONES         TO  EX2-PRESTACIONES.
           MOVE W-OTROS                TO  EX2-OTROS.
           MOVE W-CESANTIAS            TO  EX2-CESANTIAS.
           MOVE W-BRUTOS               TO  EX2-BRUTOS.
           MOVE W-SALUD                TO  EX2-SALUD.
           MOVE W-PENSION              TO  EX2-PENSION.
           MOVE W-VOLUNTARIOS          TO  EX2-VOLUNTARIOS.
           MOVE W-AFC                  TO  EX2-AFC.
           MOVE W-EXENTOS              TO  EX2-EXENTOS.
           MOVE W-RETENIDO             TO  EX2-RETENCION.
           WRITE REG-EX2276.
           ADD 1                       TO  T-EMPLEADOS.
           ADD W-SALARIOS              TO  T-SALARIOS.
           ADD W-PRESTACIONES          TO  T-PRESTACIONES.
           ADD W-OTROS                 TO  T-OTROS.
           ADD W-CESANTIAS             TO  T-CESANTIAS.
           ADD W-BRUTOS                TO  T-BRUTOS.
           ADD W-SALUD                 TO  T-SALUD.
           ADD W-PENSION               TO  T-PENSION.
           ADD W-VOLUNTARIOS           TO  T-VOLUNTARIOS.
           ADD W-AFC                   TO  T-AFC.
           ADD W-EXENTOS               TO  T-EXENTOS.
           ADD W-RETENIDO              TO  T-RETENIDO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-CEDULA-ACT           TO  I-CEDULA.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE W-BRUTOS               TO  I-BRUTOS.
           COMPUTE I-APORTES  =  W-SALUD  +  W-PENSION.
           MOVE W-RETENIDO             TO  I-RETENIDO.
           PERFORM I-CRUZA-CERTIFICADO THRU F-CRUZA-CERTIFICADO.
           PERFORM I-ESTADO-CONTRATO   THRU F-ESTADO-CONTRATO.
           MOVE LINEA-DE-DETALLE       TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           PERFORM I-LIMPIA-EMPLEADO   THRU F-LIMPIA-EMPLEADO.
       F-EMITE-EMPLEADO.
      *
      ******************************************************************
      *  EL INGRESO BRUTO Y LA RETENCION DEBEN SER LOS DEL CERTIFICADO *
      *  YA EMITIDO POR PROG380 PARA EL ANO                            *
      ******************************************************************
       I-CRUZA-CERTIFICADO.
           IF  SW-CERTINGR  =  1
               MOVE "NO VERIFICADO"    TO  I-CERT
               GO TO F-CRUZA-CERTIFICADO.
           MOVE CON-ANO                TO  CING-ANO.
           MOVE W-CEDULA-ACT           TO  CING-CEDULA.
           MOVE ZEROS                  TO  SW-EOF.
           READ CERTINGR WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE "SIN EMITIR"       TO  I-CERT
               ADD 1                   TO  T-SIN-CERT
               GO TO F-CRUZA-CERTIFICADO.
           ADD CING-INGRESOS           TO  T-CERT-INGRESOS.
           ADD CING-RETENIDO           TO  T-CERT-RETENIDO.
           IF  CING-INGRESOS  =  W-BRUTOS
           AND CING-RETENIDO  =  W-RETENIDO
               MOVE "CUADRA"           TO  I-CERT
           ELSE
               MOVE "** DIFIERE **"    TO  I-CERT
               ADD 1                   TO  T-DIFIEREN.
       F-CRUZA-CERTIFICADO.
      *
      ******************************************************************
      *  RETIRADO EN EL ANO (INCLUYE EL ORIGEN DE LOS TRASLADOS DE     *
      *  PROG366, QUE QUEDA CON CONTRATO RETIRADO)                     *
      ******************************************************************
       I-ESTADO-CONTRATO.
           IF  SW-CONTRATO  =  1       GO TO F-ESTADO-CONTRATO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA-ACT           TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE "SIN CONTR"       TO  I-ESTADO
                GO TO F-ESTADO-CONTRATO.
           IF  CONTRATO-ESTADO  =  "R"
           AND CONTRATO-ANO-RET  =  CON-ANO
               MOVE "RETIRADO"         TO  I-ESTADO
               ADD 1                   TO  T-RETIRADOS.
       F-ESTADO-CONTRATO.
      *
      ******************************************************************
      *  PENSION VOLUNTARIA Y AFC DE LOS CERTIFICADOS ACTIVOS DEL ANO  *
      *  (DEDURETE), CON EL MISMO CALCULO DEL CERTIFICADO DE PROG380   *
      ******************************************************************
       I-SUMA-DEDUCCIONES.
           MOVE ZEROS                  TO  W-VOLUNTARIOS  W-AFC
                                           FIN-DDR.
           IF  SW-DEDURETE  =  1       GO TO F-SUMA-DEDUCCIONES.
           MOVE CON-COD-EMPRESA        TO  DDR-EMPRESA.
           MOVE W-CEDULA-ACT           TO  DDR-CEDULA.
           MOVE CON-ANO                TO  DDR-ANO.
           MOVE ZEROS                  TO  DDR-CONSEC.
           START DEDURETE KEY NOT LESS DDR-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DDR.
       I-SUMA-DEDUCCIONES-CICLO.
           IF  FIN-DDR  =  1           GO TO F-SUMA-DEDUCCIONES.
           READ DEDURETE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DDR
                GO TO I-SUMA-DEDUCCIONES-CICLO.
           IF  DDR-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  DDR-CEDULA  NOT =  W-CEDULA-ACT
           OR  DDR-ANO  NOT =  CON-ANO
               MOVE 1                  TO  FIN-DDR
               GO TO I-SUMA-DEDUCCIONES-CICLO.
           IF  DDR-ESTADO  NOT =  "A"
           OR  (DDR-TIPO  NOT =  "V"  AND  DDR-TIPO  NOT =  "A")
               GO TO I-SUMA-DEDUCCIONES-CICLO.
           MOVE DDR-FECHA-DESDE        TO  W-FECHA-NUM.
           MOVE W-FP-MES               TO  W-MES-INI.
           IF  W-FP-ANO  <  CON-ANO
               MOVE 1                  TO  W-MES-INI.
           MOVE DDR-FECHA-HASTA        TO  W-FECHA-NUM.
           IF  DDR-FECHA-HASTA  =  ZEROS  OR  W-FP-ANO  >  CON-ANO
               MOVE 12                 TO  W-FP-MES.
           COMPUTE W-MESES  =  W-FP-MES  -  W-MES-INI  +  1.
           IF  W-MESES  <  1           GO TO I-SUMA-DEDUCCIONES-CICLO.
           COMPUTE W-VALOR-ANO  =  DDR-VALOR-MES  *  W-MESES.
           IF  DDR-TIPO  =  "V"
               ADD W-VALOR-ANO         TO  W-VOLUNTARIOS
           ELSE
               ADD W-VALOR-ANO         TO  W-AFC.
           GO TO I-SUMA-DEDUCCIONES-CICLO.
       F-SUMA-DEDUCCIONES.
      *
      ******************************************************************
      *  CRUCE POR CUENTA: LO CONTABILIZABLE DE LA NOMINA DEL ANO      *
      *  CONTRA EL MOVIMIENTO DE ENERO A DICIEMBRE DEL REGISTRO DE LA  *
      *  CUENTA (NIT Y FACTURA EN CERO) EN CNDTACUM.  SOLO SE COMPARA  *
      *  EL LADO QUE MUEVE LA NOMINA: LOS DEBITOS DE GASTOS Y COSTOS   *
      *  Y LOS CREDITOS DEL PASIVO (SUS PAGOS NO SON DE ESTE CRUCE).   *
      ******************************************************************
       I-CRUCE-CUENTAS.
           PERFORM I-TITULO-CUENTAS    THRU F-TITULO-CUENTAS.
           IF  SW-CNDTACUM  =  1
               MOVE SPACES             TO  W-RENGLON
               MOVE "** SIN SALDOS CONTABLES DEL ANO - CRUCE OMITIDO **"
                                       TO  W-RENGLON
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON
               GO TO F-CRUCE-CUENTAS.
           IF  SW-TABLA-LLENA  =  1
               MOVE SPACES             TO  W-RENGLON
               MOVE "** TABLA DE CUENTAS LLENA - CRUCE INCOMPLETO **"
                                       TO  W-RENGLON
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON.
           MOVE ZEROS                  TO  W-CTA-IDX.
       I-CRUCE-CUENTAS-CICLO.
           ADD 1                       TO  W-CTA-IDX.
           IF  W-CTA-IDX  >  W-CTA-TOPE
               GO TO I-CRUCE-CUENTAS-FIN.
           MOVE ZEROS                  TO  CNDTACUM-CLAVE.
           MOVE CTA-CUENTA(W-CTA-IDX)  TO  CNDTACUM-CUA.
           MOVE ZEROS                  TO  SW-EOF.
           READ CNDTACUM WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  CTA-DEBITOS(W-CTA-IDX)  NOT =  ZEROS
               MOVE ZEROS              TO  W-CONTABLE  W-LONG
               IF  SW-EOF  =  ZEROS
                   PERFORM I-SUMA-DEBITOS THRU F-SUMA-DEBITOS
                           12 TIMES
               END-IF
               MOVE "DEBITOS"          TO  I-LADO
               MOVE CTA-DEBITOS(W-CTA-IDX)  TO  W-DIFERENCIA
               PERFORM I-LINEA-CUENTA  THRU F-LINEA-CUENTA.
           IF  CTA-CREDITOS(W-CTA-IDX)  NOT =  ZEROS
               MOVE ZEROS              TO  W-CONTABLE  W-LONG
               IF  SW-EOF  =  ZEROS
                   PERFORM I-SUMA-CREDITOS THRU F-SUMA-CREDITOS
                           12 TIMES
               END-IF
               MOVE "CREDITOS"         TO  I-LADO
               MOVE CTA-CREDITOS(W-CTA-IDX)  TO  W-DIFERENCIA
               PERFORM I-LINEA-CUENTA  THRU F-LINEA-CUENTA.
           GO TO I-CRUCE-CUENTAS-CICLO.
       I-CRUCE-CUENTAS-FIN.
           MOVE SPACES                 TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE "CUENTAS QUE DIFIEREN DE CNDTACUM"  TO  I-TEXTO-CAN.
           MOVE T-CTA-DIFIEREN         TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
       F-CRUCE-CUENTAS.
      *
       I-SUMA-DEBITOS.
           ADD 1                       TO  W-LONG.
           ADD CNDTACUM-MOVDEB(W-LONG) TO  W-CONTABLE.
       F-SUMA-DEBITOS.
      *
       I-SUMA-CREDITOS.
           ADD 1                       TO  W-LONG.
           ADD CNDTACUM-MOVCRE(W-LONG) TO  W-CONTABLE.
       F-SUMA-CREDITOS.
      *
      *  W-DIFERENCIA LLEGA CON EL VALOR SEGUN NOMINA
       I-LINEA-CUENTA.
           MOVE SPACES                 TO  LINEA-CUENTA.
           MOVE CTA-CUENTA(W-CTA-IDX)  TO  I-CUENTA.
           MOVE W-DIFERENCIA           TO  I-NOMINA.
           MOVE W-CONTABLE             TO  I-CONTABLE.
           SUBTRACT W-CONTABLE         FROM  W-DIFERENCIA.
           MOVE W-DIFERENCIA           TO  I-DIFER.
           IF  W-DIFERENCIA  NOT =  ZEROS
               ADD 1                   TO  T-CTA-DIFIEREN.
           MOVE LINEA-CUENTA           TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
       F-LINEA-CUENTA.
      *
      ******************************************************************
      *  TOTALES DEL PLANO Y RESUMEN DE LOS CRUCES                     *
      ******************************************************************
       I-IMPRIME-TOTALES.
           MOVE SPACES                 TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE "TOTAL SALARIOS"       TO  I-TEXTO.
           MOVE T-SALARIOS             TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL PRESTACIONES SOCIALES"  TO  I-TEXTO.
           MOVE T-PRESTACIONES         TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL OTROS PAGOS"    TO  I-TEXTO.
           MOVE T-OTROS                TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL CESANTIAS E INTERESES"  TO  I-TEXTO.
           MOVE T-CESANTIAS            TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL INGRESOS EXENTOS"  TO  I-TEXTO.
           MOVE T-EXENTOS              TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL INGRESOS BRUTOS"  TO  I-TEXTO.
           MOVE T-BRUTOS               TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "  SEGUN CERTIFICADOS EMITIDOS"  TO  I-TEXTO.
           MOVE T-CERT-INGRESOS        TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL APORTES SALUD"  TO  I-TEXTO.
           MOVE T-SALUD                TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL APORTES PENSION Y FSP"  TO  I-TEXTO.
           MOVE T-PENSION              TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL PENSION VOLUNTARIA"  TO  I-TEXTO.
           MOVE T-VOLUNTARIOS          TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL AHORRO AFC"     TO  I-TEXTO.
           MOVE T-AFC                  TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "TOTAL RETENCION EN LA FUENTE"  TO  I-TEXTO.
           MOVE T-RETENIDO             TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE "  SEGUN CERTIFICADOS EMITIDOS"  TO  I-TEXTO.
           MOVE T-CERT-RETENIDO        TO  I-TOTAL.
           PERFORM I-LINEA-TOTAL       THRU F-LINEA-TOTAL.
           MOVE SPACES                 TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE "EMPLEADOS EN EL PLANO"  TO  I-TEXTO-CAN.
           MOVE T-EMPLEADOS            TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
           MOVE "RETIRADOS O TRASLADADOS EN EL ANO"  TO  I-TEXTO-CAN.
           MOVE T-RETIRADOS            TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
           MOVE "CERTIFICADOS SIN EMITIR"  TO  I-TEXTO-CAN.
           MOVE T-SIN-CERT             TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
           MOVE "CERTIFICADOS QUE DIFIEREN"  TO  I-TEXTO-CAN.
           MOVE T-DIFIEREN             TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
           MOVE "ACUMULADOS SIN CUENTAS (PROG120)"  TO  I-TEXTO-CAN.
           MOVE T-SIN-CUENTAS          TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
       F-IMPRIME-TOTALES.
      *
       I-LINEA-TOTAL.
           MOVE LINEA-DE-TOTAL         TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
       F-LINEA-TOTAL.
      *
       I-LINEA-CANTIDAD.
           MOVE LINEA-DE-CANTIDAD      TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
       F-LINEA-CANTIDAD.
      *
       I-ESCRIBE-RENGLON.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM W-RENGLON AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-ESCRIBE-RENGLON.
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
       I-TITULO-CUENTAS.
           MOVE 99                     TO  CON-LIN.
           MOVE TITULO-B               TO  TITULO-A.
       F-TITULO-CUENTAS.
      *
       I-FIN-MODE.
           CLOSE HOJAVIDA CONCPTOS NOMIACUM INFORMES EX2276.
           IF  SW-DEDURETE  =  ZEROS
               CLOSE DEDURETE.
           IF  SW-CERTINGR  =  ZEROS
               CLOSE CERTINGR.
           IF  SW-CONTRATO  =  ZEROS
               CLOSE CONTRATO.
           IF  SW-CNDTACUM  =  ZEROS
               CLOSE CNDTACUM.
           DISPLAY "PLANO EX2276.TXT GENERADO - VEA EL CONTROL "
                   LINE 24 POSITION 01 REVERSE.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
