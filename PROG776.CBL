       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG776.
      ******************************************************************
      * ESTADO DE CAMBIOS EN EL PATRIMONIO           OCT-15-2026       *
      *                                                                *
      * CUARTO ESTADO FINANCIERO BASICO JUNTO AL BALANCE GENERAL       *
      * (PROG771), EL ESTADO DE RESULTADOS (PROG775) Y EL FLUJO DE     *
      * EFECTIVO (PROG778).  PRESENTA DOS ANOS COMPARATIVOS: EL ANO    *
      * ANTERIOR COMPLETO (PERIODO 13) Y EL ANO EN CURSO AL CORTE      *
      * DIGITADO.  POR CADA CUENTA MAYOR DE LA CLASE 3 EN CNDTACUM:    *
      *   - SALDO INICIAL (PERIODO 14 = APERTURA)                      *
      *   - MOVIMIENTOS POR CLASE, SEGUN LOS COMPROBANTES              *
      *     ACTUALIZADOS DE CNDOCTOS: CAPITALIZACION (GRUPOS 31 Y 32), *
      *     APROPIACION DE RESERVAS (GRUPO 33), DIVIDENDOS DECRETADOS  *
      *     (CONTRA LA 2360) Y RESULTADO DEL EJERCICIO (COMPROBANTE DE *
      *     CIERRE DEL PROG783 CONTRA LA 3605/3610)                    *
      *   - REVALORIZACION PAAG CALCULADA CON LOS PORCENTAJES DE       *
      *     CNPAAG COMO LA LIQUIDA EL PROG546                          *
      *   - OTROS MOVIMIENTOS: LO QUE FALTA PARA LLEGAR AL SALDO FINAL *
      *   - SALDO FINAL AL CORTE                                       *
      * EL RESULTADO NO TRASLADADO (CLASES 4, 5 Y 7 COMO EN EL PROG771 *
      * Y EL PROG775) SALE EN RENGLON APARTE.  AL FINAL DE CADA ANO    *
      * IMPRIME EL CUADRE CONTRA EL BALANCE, EL ESTADO DE RESULTADOS   *
      * Y EL COMPROBANTE DE CIERRE.  LOS VALORES SALEN CON EL SIGNO    *
      * DEL PATRIMONIO: LOS AUMENTOS POSITIVOS, LAS DISMINUCIONES CON  *
      * SIGNO MENOS.                                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "..\DYC\USER-ACT.DYC".
           COPY "..\DYC\EMPRESAS.DYC".
           COPY "..\DYC\CNDTACUM.DYC".
           COPY "..\DYC\CNCATCTA.DYC".
           COPY "..\DYC\CNDOCTOS.DYC".
           COPY "..\DYC\CNPAAG.DYC".
           COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\CNPAAG.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(07) VALUE "PROG776".
       77      ID-PRG              PIC X(7)  VALUE "PROG776".
       77      W-VARIABLES-NOMINA  PIC X(7)  VALUE  SPACES.
       77      W-ANO-PROCESO       PIC 9(04) VALUE ZEROS.
       77      W-CORTE             PIC 9(02) VALUE ZEROS.
       77      W-MES-PAAG          PIC 9(02) VALUE ZEROS.
       77      W-MES-TOPE          PIC 9(02) VALUE ZEROS.
       77      W-MES-BASE          PIC 9(02) VALUE ZEROS.
       77      W-VUELTA            PIC 9(01) VALUE ZEROS.
       77      W-GRUPO             PIC 9(02) VALUE ZEROS.
       77      W-CLASE             PIC 9(01) VALUE ZEROS.
       77      W-RESTO             PIC 9(04) VALUE ZEROS.
       77      W-CLASE-MOV         PIC 9(01) VALUE ZEROS.
       77      W-IND               PIC 9(03) VALUE ZEROS.
       77      W-COL               PIC 9(02) VALUE ZEROS.
       77      W-REN               PIC 9(03) VALUE ZEROS.
       77      W-MAYOR-BUS         PIC 9(04) VALUE ZEROS.
       77      W-SALDO-CTA         PIC S9(13)V99 VALUE ZEROS.
       77      W-BASE              PIC S9(13)V99 VALUE ZEROS.
       77      W-AJUSTE            PIC S9(13)V99 VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(13)V99 VALUE ZEROS.
       77      W-VALOR-CUADRE      PIC S9(13)V99 VALUE ZEROS.
       77      W-PATRIMONIO-BAL    PIC S9(13)V99 VALUE ZEROS.
       77      W-RES-PENDIENTE     PIC S9(13)V99 VALUE ZEROS.
       77      W-RES-CIERRE        PIC S9(13)V99 VALUE ZEROS.
       77      W-RES-PYG-CIERRE    PIC S9(13)V99 VALUE ZEROS.
       77      W-RES-PYG           PIC S9(13)V99 VALUE ZEROS.
       77      W-FINAL-ANTERIOR    PIC S9(13)V99 VALUE ZEROS.
       77      W-V-CIERRE          PIC S9(13)V99 VALUE ZEROS.
       77      W-V-PYG             PIC S9(13)V99 VALUE ZEROS.
       77      W-RADIC-ANT         PIC 9(09) VALUE ZEROS.
       77      SW-CNPAAG           PIC 9(01) VALUE ZEROS.
       77      SW-SIN-SALDOS       PIC 9(01) VALUE ZEROS.
       77      SW-SIN-DOCTOS       PIC 9(01) VALUE ZEROS.
       77      SW-SOLO-BUSCA       PIC 9(01) VALUE ZEROS.
       77      SW-V-CIERRE         PIC 9(01) VALUE ZEROS.
       77      SW-V-RESULTADO      PIC 9(01) VALUE ZEROS.
       77      SW-V-DIVIDENDO      PIC 9(01) VALUE ZEROS.
       77      SW-V-CAPITAL        PIC 9(01) VALUE ZEROS.
       77      SW-V-RESERVA        PIC 9(01) VALUE ZEROS.
       77      FIN-DOC             PIC 9(01) VALUE ZEROS.
       77      FIN-CAT             PIC 9(01) VALUE ZEROS.
      *
      *  COMPONENTES DEL PATRIMONIO (CUENTAS MAYORES DE LA CLASE 3)
      *  COLUMNAS: 1 SALDO INICIAL  2 CAPITALIZACION  3 RESERVAS
      *            4 DIVIDENDOS     5 RESULTADO       6 PAAG
      *            7 OTROS          8 SALDO FINAL
       77      T-CUANTOS           PIC 9(03) VALUE ZEROS.
       01      TABLA-COMPONENTES.
        03     T-COMPONENTE        OCCURS 80 TIMES.
         05    T-MAYOR             PIC 9(04).
         05    T-NOMBRE            PIC X(30).
         05    T-VALOR             PIC S9(13)V99 OCCURS 8 TIMES.
       01      TABLA-TOTALES.
        03     T-TOTAL             PIC S9(13)V99 OCCURS 8 TIMES.
      *
      *  RENGLONES DE CLASE 3 DEL COMPROBANTE EN PROCESO
       77      R-CUANTOS           PIC 9(03) VALUE ZEROS.
       01      TABLA-RENGLONES.
        03     R-RENGLON           OCCURS 500 TIMES.
         05    R-MAYOR             PIC 9(04).
         05    R-VALOR             PIC S9(11)V99.
      *
       01      W-RADIC-ACTUAL.
        03     W-RADIC-TIP         PIC 9(03).
        03     W-RADIC-DOC         PIC 9(06).
       01      W-RADIC-ACTUAL-R    REDEFINES W-RADIC-ACTUAL
                                   PIC 9(09).
       01      W-PARAMETROS.
        03     FILLER              PIC X(06) VALUE "CORTE ".
        03     W-PAR-ANO           PIC 9(04) VALUE ZEROS.
        03     FILLER              PIC X(01) VALUE "/".
        03     W-PAR-MES           PIC 9(02) VALUE ZEROS.
        03     FILLER              PIC X(47) VALUE SPACES.
       01      CODIGO-PANTALLAS.
        03     CODIGO-PANTALLA           PIC 9(04)      OCCURS 25 TIMES.
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\CNPAAG.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\NO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".

      ******************************************************************
      *                       T  I  T  U  L  O  S                      *
      ******************************************************************

       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
      *
        03     TITULO-2.
         05    FILLER      PIC X(09)    VALUE SPACES.
         05    FILLER      PIC X(36)    VALUE
              "ESTADO DE CAMBIOS EN EL PATRIMONIO".
         05    FILLER      PIC X(15)    VALUE SPACES.
         05    FILLER      PIC X(10)    VALUE "N.I.T No: ".
         05    I-NITEMP    PIC ZZZ,ZZZ,ZZZ,ZZZ.
      *
        03     TITULO-2A.
         05    FILLER      PIC X(09)    VALUE SPACES.
         05    FILLER      PIC X(10)    VALUE "CORTE A:  ".
         05    I-MES       PIC X(10)    VALUE SPACES.
         05    FILLER      PIC X(04)    VALUE " de ".
         05    I-ANO       PIC X(04)    VALUE SPACES.
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(23)    VALUE
              "COMPARATIVO CON EL ANO ".
         05    I-ANO-ANT   PIC X(04)    VALUE SPACES.
      *
        03     TITULO-2B.
         05    FILLER      PIC X(22) VALUE "Fecha de Elaboracion: ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(08)         VALUE "  Hora: ".
         05    I-HORA      PIC X(05).
         05    FILLER      PIC X(141)   VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
      *
        03  TITULO-9A.
           05 FILLER         PIC X(38)      VALUE
              "CUENTA  C O M P O N E N T E".
           05 FILLER         PIC X(20)      VALUE
              "      SALDO INICIAL ".
           05 FILLER         PIC X(20)      VALUE
              "     CAPITALIZACION ".
           05 FILLER         PIC X(20)      VALUE
              "  APROPIACION RESERV".
           05 FILLER         PIC X(20)      VALUE
              "DIVIDENDOS DECRETADO".
           05 FILLER         PIC X(20)      VALUE
              "   RESULTADO EJERCIC".
           05 FILLER         PIC X(20)      VALUE
              " REVALORIZACION PAAG".
           05 FILLER         PIC X(20)      VALUE
              "   OTROS MOVIMIENTOS".
           05 FILLER         PIC X(20)      VALUE
              "        SALDO FINAL ".
      *
        03  TITULO-ANO.
           05 FILLER         PIC X(08)      VALUE SPACES.
           05 FILLER         PIC X(14)      VALUE "ANO GRAVABLE: ".
           05 I-ANO-BLOQUE   PIC 9(04)      VALUE ZEROS.
           05 FILLER         PIC X(19)      VALUE
              "   PERIODOS 1 A    ".
           05 I-CORTE-BLOQUE PIC Z9         VALUE ZEROS.
      *
        03  LIN14-S.
            05 FILLER         PIC X(198)     VALUE ALL "-".
      *
        03  LIN15-S.
            05 FILLER         PIC X(198)     VALUE ALL "=".
      *
        03 LDET1.
           05 I-CUENTA       PIC X(06)       VALUE SPACES.
           05 FILLER         PIC X(02)       VALUE SPACES.
           05 I-NOMBRE       PIC X(30)       VALUE SPACES.
           05 I-VALOR-COL    OCCURS 8 TIMES.
              07 FILLER      PIC X(01).
              07 I-VALOR     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
      *
        03 LCUADRE.
           05 FILLER         PIC X(08)       VALUE SPACES.
           05 I-CONCEPTO     PIC X(60)       VALUE SPACES.
           05 I-VALOR-CUADRE PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
        03 LFIRMAS.
           05 FILLER         PIC X(05)       VALUE SPACES.
           05 FILLER         PIC X(30)       VALUE ALL "_".
           05 FILLER         PIC X(10)       VALUE SPACES.
           05 FILLER         PIC X(30)       VALUE ALL "_".
           05 FILLER         PIC X(10)       VALUE SPACES.
           05 FILLER         PIC X(30)       VALUE ALL "_".
      *
        03 LFIRMAS-2.
           05 FILLER         PIC X(05)       VALUE SPACES.
           05 FILLER         PIC X(30)       VALUE
              "REPRESENTANTE LEGAL".
           05 FILLER         PIC X(10)       VALUE SPACES.
           05 FILLER         PIC X(30)       VALUE
              "CONTADOR".
           05 FILLER         PIC X(10)       VALUE SPACES.
           05 FILLER         PIC X(30)       VALUE
              "REVISOR FISCAL".
      ******************************************************************
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\CNPAAG.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-MAIN-PROCESS.
               COPY "..\PRO\CONTROLA.PRO".
               INITIALIZE WK-EXCEPTION
               PERFORM I-USUARIOS       THRU F-USUARIOS.
               IF      SW-USER = 1      EXIT PROGRAM.
               MOVE    3                   TO   IND-INFORMES.
               MOVE 90 TO CON-LIN
               PERFORM I-PANTALLA-1B     THRU  F-PANTALLA-1B
               PERFORM I-ACEPTA-MES      THRU  F-ACEPTA-MES
               PERFORM I-CONFIRMA-COMP   THRU  F-CONFIRMA-COMP
               PERFORM I-LABEL-ARCHIVOS  THRU  F-LABEL-ARCHIVOS
               PERFORM I-ABRE-ARCHIVOS   THRU  F-ABRE-ARCHIVOS
               PERFORM I-DISPLAY         THRU  F-DISPLAY
               MOVE WK-MASCARA-FECHA       TO  I-FECHA
               MOVE WK-MASCARA-HORA        TO  I-HORA
               MOVE WK-NOMBRE-MES(W-LONG)  TO  I-MES
               MOVE 0                      TO  WK-PAGINA
                                               W-FINAL-ANTERIOR
               PERFORM I-TITULO-INFORME  THRU  F-TITULO-INFORME
      *  PRIMERO EL ANO ANTERIOR COMPLETO Y LUEGO EL ANO EN CURSO
               COMPUTE W-ANO-PROCESO = CON-ANO - 1
               MOVE 13                     TO  W-CORTE
               MOVE 1                      TO  W-VUELTA
               PERFORM I-PROCESA-ANO     THRU  F-PROCESA-ANO
               MOVE CON-ANO                TO  W-ANO-PROCESO
               MOVE W-LONG                 TO  W-CORTE
               MOVE 2                      TO  W-VUELTA
               PERFORM I-PROCESA-ANO     THRU  F-PROCESA-ANO
               PERFORM I-FIRMAS          THRU  F-FIRMAS
               MOVE  SPACES               TO REG-INFORMES.
               WRITE REG-INFORMES  AFTER PAGE.
               PERFORM I-FIN-MODE        THRU  F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
               MOVE WIN-NIT                TO  I-NITEMP
               MOVE WEMPRESA               TO  TIT-CIA
               MOVE    3                   TO   IND-INFORMES.
               PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
               PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
               MOVE CON-ANO                TO  W-PAR-ANO
               MOVE W-LONG                 TO  W-PAR-MES
               MOVE W-PARAMETROS           TO  REP-LNK-PARAMETROS.
               MOVE 776                    TO  LAB-INFORMES-IDENT.
               PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
               MOVE CON-ANO                TO  LAB-INFORMES-ANO
                                               I-ANO
               COMPUTE W-ANO-PROCESO = CON-ANO - 1
               MOVE W-ANO-PROCESO          TO  I-ANO-ANT
               MOVE 1                      TO  SW-ABRE.
       F-LABEL-ARCHIVOS.
      *
      *  CNDTACUM Y CNDOCTOS SE ABREN POR CADA ANO EN I-PROCESA-ANO.
      *  SIN TABLA PAAG LA COLUMNA DE REVALORIZACION SALE EN CEROS
       I-ABRE-ARCHIVOS.
           OPEN INPUT  EMPRESAS CNCATCTA
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  SW-CNPAAG.
           OPEN INPUT  CNPAAG.
           IF  CNPAAG-STATUS  >  "00"
               MOVE 1                  TO  SW-CNPAAG.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *          PROCESO DE UN ANO DEL ESTADO                          *
      ******************************************************************
      *
       I-PROCESA-ANO.
           PERFORM I-CEROS-VARIABLES   THRU F-CEROS-VARIABLES.
           DISPLAY W-ANO-PROCESO       LINE 19 POSITION 45 REVERSE.
           MOVE W-ANO-PROCESO          TO  LAB-CNDTACUM-ANO
                                           I-ANO-BLOQUE.
           MOVE W-CORTE                TO  I-CORTE-BLOQUE.
           OPEN INPUT CNDTACUM.
           IF CNDTACUM-STATUS > "00"
              MOVE 1                   TO  SW-SIN-SALDOS
              PERFORM I-SIN-SALDOS     THRU F-SIN-SALDOS
              GO F-PROCESA-ANO.
           PERFORM I-CARGA-COMPONENTES THRU F-CARGA-COMPONENTES.
           PERFORM I-RESULTADO-CLASES  THRU F-RESULTADO-CLASES.
           IF SW-CNPAAG = 0
              PERFORM I-CALCULA-PAAG   THRU F-CALCULA-PAAG.
           PERFORM I-LEE-COMPROBANTES  THRU F-LEE-COMPROBANTES.
           CLOSE CNDTACUM.
           PERFORM I-CALCULA-OTROS     THRU F-CALCULA-OTROS
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > T-CUANTOS.
           PERFORM I-RENGLON-PENDIENTE THRU F-RENGLON-PENDIENTE.
           PERFORM I-IMPRIME-ANO       THRU F-IMPRIME-ANO.
           PERFORM I-IMPRIME-CUADRE    THRU F-IMPRIME-CUADRE.
           MOVE T-TOTAL(8)             TO  W-FINAL-ANTERIOR.
       F-PROCESA-ANO.
      *
       I-SIN-SALDOS.
           IF CON-LIN > 50
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM TITULO-ANO  AFTER 2
           MOVE SPACES                 TO  I-CONCEPTO
           MOVE "NO HAY SALDOS ACUMULADOS (CNDTACUM) PARA EL ANO"
                                       TO  I-CONCEPTO
           MOVE 0                      TO  I-VALOR-CUADRE
           WRITE REG-INFORMES FROM LCUADRE AFTER 2
           ADD 4 TO CON-LIN.
       F-SIN-SALDOS.
      *
      ******************************************************************
      *          SALDOS INICIAL Y FINAL DE LAS CUENTAS MAYORES         *
      ******************************************************************
      *
       I-CARGA-COMPONENTES.
           MOVE ZEROS                  TO  CNDTACUM-CLAVE  FIN-OK.
           MOVE 3000                   TO  CNDTACUM-MAYOR.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 GO F-CARGA-COMPONENTES.
       I-CARGA-COMPONENTES-CICLO.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                GO F-CARGA-COMPONENTES.
           IF CNDTACUM-MAYOR NOT < 4000
              GO F-CARGA-COMPONENTES.
           DISPLAY CNDTACUM-MAYOR      LINE 20 POSITION 45.
           IF CNDTACUM-SUB > 0 OR CNDTACUM-AUX > 0
              OR CNDTACUM-NIT > 0 OR CNDTACUM-FRA > 0
              GO I-CARGA-COMPONENTES-CICLO.
           DIVIDE CNDTACUM-MAYOR BY 100 GIVING W-GRUPO
                  REMAINDER W-RESTO.
           IF W-RESTO = 0              GO I-CARGA-COMPONENTES-CICLO.
           MOVE CNDTACUM-MAYOR         TO  W-MAYOR-BUS.
           PERFORM I-BUSCA-COMPONENTE  THRU F-BUSCA-COMPONENTE.
           IF W-IND = 0                GO I-CARGA-COMPONENTES-CICLO.
           COMPUTE T-VALOR(W-IND, 1) = CNDTACUM-SALDO(14) * -1.
           COMPUTE T-VALOR(W-IND, 8) = CNDTACUM-SALDO(W-CORTE) * -1.
           GO I-CARGA-COMPONENTES-CICLO.
       F-CARGA-COMPONENTES.
      *
      *  UBICA LA CUENTA MAYOR W-MAYOR-BUS EN LA TABLA Y LA AGREGA SI
      *  NO ESTA; W-IND = 0 CUANDO LA TABLA ESTA LLENA O CUANDO CON
      *  SW-SOLO-BUSCA = 1 LA CUENTA NO ESTA
       I-BUSCA-COMPONENTE.
           MOVE 1                      TO  W-IND.
       I-BUSCA-COMPONENTE-CICLO.
           IF W-IND > T-CUANTOS        GO I-BUSCA-COMPONENTE-NUEVO.
           IF T-MAYOR(W-IND) = W-MAYOR-BUS
              GO F-BUSCA-COMPONENTE.
           ADD 1                       TO  W-IND.
           GO I-BUSCA-COMPONENTE-CICLO.
       I-BUSCA-COMPONENTE-NUEVO.
           IF T-CUANTOS NOT < 80 OR SW-SOLO-BUSCA = 1
              MOVE 0                   TO  W-IND
              GO F-BUSCA-COMPONENTE.
           ADD 1                       TO  T-CUANTOS.
           MOVE T-CUANTOS              TO  W-IND.
           MOVE W-MAYOR-BUS            TO  T-MAYOR(W-IND)  MAYMAE.
           MOVE 0                      TO  SUBMAE  AUXMAE.
           PERFORM I-LEE-CNCATCTA      THRU F-LEE-CNCATCTA.
           MOVE NOMCTA                 TO  T-NOMBRE(W-IND).
           PERFORM I-CEROS-COLUMNA     THRU F-CEROS-COLUMNA
                   VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 8.
       F-BUSCA-COMPONENTE.
      *
       I-CEROS-COLUMNA.
           MOVE 0                      TO  T-VALOR(W-IND, W-COL).
       F-CEROS-COLUMNA.
      *
      *  RESULTADO AUN NO TRASLADADO AL PATRIMONIO (CLASES 4, 5 Y 7
      *  COMO EN EL PROG771) Y SALDO DE LA CLASE 3 PARA EL CUADRE
       I-RESULTADO-CLASES.
           MOVE 3000                   TO  W-MAYOR-BUS
           PERFORM I-LEE-CLASE         THRU F-LEE-CLASE
           MOVE W-SALDO-CTA            TO  W-PATRIMONIO-BAL
           MOVE 4000                   TO  W-MAYOR-BUS
           PERFORM I-LEE-CLASE         THRU F-LEE-CLASE
           MOVE W-SALDO-CTA            TO  W-INGRESOS
           MOVE 5000                   TO  W-MAYOR-BUS
           PERFORM I-LEE-CLASE         THRU F-LEE-CLASE
           MOVE W-SALDO-CTA            TO  W-GASTOS
           MOVE 7000                   TO  W-MAYOR-BUS
           PERFORM I-LEE-CLASE         THRU F-LEE-CLASE
           MOVE W-SALDO-CTA            TO  W-COSTOS
           COMPUTE W-RES-PENDIENTE = W-GASTOS + W-COSTOS + W-INGRESOS.
       F-RESULTADO-CLASES.
      *
      ******************************************************************
      *          REVALORIZACION PAAG (MISMO CALCULO DEL PROG546)       *
      ******************************************************************
      *
       I-CALCULA-PAAG.
           MOVE W-CORTE                TO  W-MES-TOPE.
           IF W-MES-TOPE > 12
              MOVE 12                  TO  W-MES-TOPE.
           MOVE 0                      TO  FIN-CAT.
           MOVE 3000                   TO  MAYMAE.
           MOVE 0                      TO  SUBMAE  AUXMAE.
           START CNCATCTA KEY NOT LESS CTAMAE INVALID KEY
                 GO F-CALCULA-PAAG.
       I-CALCULA-PAAG-CICLO.
           READ CNCATCTA NEXT RECORD WITH NO LOCK AT END
                GO F-CALCULA-PAAG.
           IF MAYMAE NOT < 4000        GO F-CALCULA-PAAG.
           IF PAAG-CTA NOT = "S"       GO I-CALCULA-PAAG-CICLO.
           IF CTACORMON-CTA = ZEROS    GO I-CALCULA-PAAG-CICLO.
           MOVE ZEROS                  TO  CNDTACUM-CLAVE  SW-EOF.
           MOVE CTAMAE                 TO  CNDTACUM-CUA.
           READ CNDTACUM WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF SW-EOF = 1               GO I-CALCULA-PAAG-CICLO.
      *  SIN AGREGAR CUENTAS PARA NO PERDER LA LECTURA DE CNCATCTA
           MOVE MAYMAE                 TO  W-MAYOR-BUS.
           MOVE 1                      TO  SW-SOLO-BUSCA.
           PERFORM I-BUSCA-COMPONENTE  THRU F-BUSCA-COMPONENTE.
           MOVE 0                      TO  SW-SOLO-BUSCA.
           IF W-IND = 0                GO I-CALCULA-PAAG-CICLO.
           PERFORM I-AJUSTE-MES        THRU F-AJUSTE-MES
                   VARYING W-MES-PAAG FROM 1 BY 1
                   UNTIL W-MES-PAAG > W-MES-TOPE.
           GO I-CALCULA-PAAG-CICLO.
       F-CALCULA-PAAG.
      *
      *  EL AJUSTE DEL MES SE LIQUIDA SOBRE EL SALDO DEL MES ANTERIOR
      *  (APERTURA PARA ENERO)
       I-AJUSTE-MES.
           MOVE W-ANO-PROCESO          TO  PAAG-ANO.
           MOVE W-MES-PAAG             TO  PAAG-MES.
           MOVE 0                      TO  SW-EOF.
           READ CNPAAG WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF SW-EOF = 1               GO F-AJUSTE-MES.
           IF W-MES-PAAG = 1
              MOVE 14                  TO  W-MES-BASE
           ELSE
              COMPUTE W-MES-BASE = W-MES-PAAG - 1.
           MOVE CNDTACUM-SALDO(W-MES-BASE)  TO  W-BASE.
           COMPUTE W-AJUSTE ROUNDED  =  W-BASE
                                     *  PAAG-PORCENTAJE  /  100.
           SUBTRACT W-AJUSTE           FROM  T-VALOR(W-IND, 6).
       F-AJUSTE-MES.
      *
      ******************************************************************
      *          MOVIMIENTOS POR CLASE SEGUN LOS COMPROBANTES          *
      ******************************************************************
      *
      *  SOLO LOS COMPROBANTES ACTUALIZADOS EN SALDOS (CONDICION 1)
      *  HASTA EL PERIODO DE CORTE.  LOS RENGLONES DE AJUSTE PAAG YA
      *  ESTAN EN LA COLUMNA CALCULADA CON CNPAAG
       I-LEE-COMPROBANTES.
           MOVE W-ANO-PROCESO          TO  LAB-CNDOCTOS-ANO.
           MOVE 0                      TO  SW-SIN-DOCTOS  FIN-DOC.
           OPEN INPUT CNDOCTOS.
           IF CNDOCTOS-STATUS > "00"
              MOVE 1                   TO  SW-SIN-DOCTOS
              GO F-LEE-COMPROBANTES.
           MOVE ZEROS                  TO  KEY00-DOCTOS  W-RADIC-ANT.
           PERFORM I-INICIA-COMPROBANTE THRU F-INICIA-COMPROBANTE.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 GO I-LEE-COMPROBANTES-FIN.
       I-LEE-COMPROBANTES-CICLO.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                GO I-LEE-COMPROBANTES-FIN.
           MOVE RADICTIP-DOCTOS        TO  W-RADIC-TIP.
           MOVE RADICDOC-DOCTOS        TO  W-RADIC-DOC.
           IF W-RADIC-ACTUAL-R NOT = W-RADIC-ANT
              PERFORM I-CIERRA-COMPROBANTE THRU F-CIERRA-COMPROBANTE
              PERFORM I-INICIA-COMPROBANTE THRU F-INICIA-COMPROBANTE
              MOVE W-RADIC-ACTUAL-R    TO  W-RADIC-ANT.
           IF CONDICION-DOCTOS NOT = 1 GO I-LEE-COMPROBANTES-CICLO.
           IF ALTMES-DOCTOS = 0 OR ALTMES-DOCTOS > W-CORTE
              GO I-LEE-COMPROBANTES-CICLO.
           IF CONCEPTO-DOCTOS = "AJUSTE PAAG DEL PERIODO"
              GO I-LEE-COMPROBANTES-CICLO.
           PERFORM I-RENGLON-COMPROBANTE THRU F-RENGLON-COMPROBANTE.
           GO I-LEE-COMPROBANTES-CICLO.
       I-LEE-COMPROBANTES-FIN.
           PERFORM I-CIERRA-COMPROBANTE THRU F-CIERRA-COMPROBANTE.
           CLOSE CNDOCTOS.
       F-LEE-COMPROBANTES.
      *
       I-INICIA-COMPROBANTE.
           MOVE 0                      TO  R-CUANTOS
                                           SW-V-CIERRE    SW-V-RESULTADO
                                           SW-V-DIVIDENDO SW-V-CAPITAL
                                           SW-V-RESERVA
                                           W-V-CIERRE     W-V-PYG.
       F-INICIA-COMPROBANTE.
      *
      *  MARCA LA CLASE DEL COMPROBANTE Y GUARDA SUS RENGLONES DE LA
      *  CLASE 3.  SI LA TABLA SE LLENA EL SOBRANTE QUEDA EN OTROS
       I-RENGLON-COMPROBANTE.
           DIVIDE MAYCTA-DOCTOS BY 1000 GIVING W-CLASE.
           DIVIDE MAYCTA-DOCTOS BY 100  GIVING W-GRUPO.
           IF MAYCTA-DOCTOS = 2360
              MOVE 1                   TO  SW-V-DIVIDENDO.
           IF W-CLASE = 4 OR W-CLASE = 5 OR W-CLASE = 7
              MOVE 1                   TO  SW-V-RESULTADO
              ADD VALOR-DOCTOS         TO  W-V-PYG.
           IF W-CLASE NOT = 3          GO F-RENGLON-COMPROBANTE.
           IF MAYCTA-DOCTOS = 3605 OR MAYCTA-DOCTOS = 3610
              MOVE 1                   TO  SW-V-CIERRE
              ADD VALOR-DOCTOS         TO  W-V-CIERRE.
           IF W-GRUPO = 31 OR W-GRUPO = 32
              MOVE 1                   TO  SW-V-CAPITAL.
           IF W-GRUPO = 33
              MOVE 1                   TO  SW-V-RESERVA.
           IF R-CUANTOS NOT < 500      GO F-RENGLON-COMPROBANTE.
           ADD 1                       TO  R-CUANTOS.
           MOVE MAYCTA-DOCTOS          TO  R-MAYOR(R-CUANTOS).
           MOVE VALOR-DOCTOS           TO  R-VALOR(R-CUANTOS).
       F-RENGLON-COMPROBANTE.
      *
      *  PRIORIDAD: CIERRE DEL EJERCICIO, DIVIDENDOS, CAPITALIZACION
      *  Y RESERVAS.  LOS DEMAS COMPROBANTES QUEDAN EN OTROS
       I-CIERRA-COMPROBANTE.
           IF R-CUANTOS = 0            GO F-CIERRA-COMPROBANTE.
           MOVE 0                      TO  W-CLASE-MOV.
           IF SW-V-CIERRE = 1 AND SW-V-RESULTADO = 1
              MOVE 5                   TO  W-CLASE-MOV
              ADD W-V-CIERRE           TO  W-RES-CIERRE
              ADD W-V-PYG              TO  W-RES-PYG-CIERRE
           ELSE
              IF SW-V-DIVIDENDO = 1
                 MOVE 4                TO  W-CLASE-MOV
              ELSE
                 IF SW-V-CAPITAL = 1
                    MOVE 2             TO  W-CLASE-MOV
                 ELSE
                    IF SW-V-RESERVA = 1
                       MOVE 3          TO  W-CLASE-MOV.
           IF W-CLASE-MOV = 0          GO F-CIERRA-COMPROBANTE.
           PERFORM I-APLICA-RENGLON    THRU F-APLICA-RENGLON
                   VARYING W-REN FROM 1 BY 1 UNTIL W-REN > R-CUANTOS.
       F-CIERRA-COMPROBANTE.
      *
      *  EN EL COMPROBANTE DE CIERRE SOLO EL GRUPO 36 ES RESULTADO
       I-APLICA-RENGLON.
           DIVIDE R-MAYOR(W-REN) BY 100 GIVING W-GRUPO.
           IF W-CLASE-MOV = 5 AND W-GRUPO NOT = 36
              GO F-APLICA-RENGLON.
           MOVE R-MAYOR(W-REN)         TO  W-MAYOR-BUS.
           PERFORM I-BUSCA-COMPONENTE  THRU F-BUSCA-COMPONENTE.
           IF W-IND = 0                GO F-APLICA-RENGLON.
           SUBTRACT R-VALOR(W-REN)
                    FROM  T-VALOR(W-IND, W-CLASE-MOV).
       F-APLICA-RENGLON.
      *
      *  OTROS MOVIMIENTOS = LO QUE FALTA PARA LLEGAR AL SALDO FINAL
       I-CALCULA-OTROS.
           COMPUTE T-VALOR(W-IND, 7) = T-VALOR(W-IND, 8)
                                     - T-VALOR(W-IND, 1)
                                     - T-VALOR(W-IND, 2)
                                     - T-VALOR(W-IND, 3)
                                     - T-VALOR(W-IND, 4)
                                     - T-VALOR(W-IND, 5)
                                     - T-VALOR(W-IND, 6).
       F-CALCULA-OTROS.
      *
      *  RENGLON DEL RESULTADO SIN TRASLADAR AL PATRIMONIO
       I-RENGLON-PENDIENTE.
           IF W-RES-PENDIENTE = 0      GO F-RENGLON-PENDIENTE.
           MOVE 9999                   TO  W-MAYOR-BUS.
           PERFORM I-BUSCA-COMPONENTE  THRU F-BUSCA-COMPONENTE.
           IF W-IND = 0                GO F-RENGLON-PENDIENTE.
           MOVE "RESULTADO SIN CERRAR (4+5+7)" TO  T-NOMBRE(W-IND).
           COMPUTE T-VALOR(W-IND, 5) = W-RES-PENDIENTE * -1.
           MOVE T-VALOR(W-IND, 5)      TO  T-VALOR(W-IND, 8).
       F-RENGLON-PENDIENTE.
      *
      ******************************************************************
      *          IMPRESION DEL ANO                                     *
      ******************************************************************
      *
       I-IMPRIME-ANO.
           IF CON-LIN > 48
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM TITULO-ANO  AFTER 2
           WRITE REG-INFORMES FROM LIN14-S     AFTER 1
           ADD 3 TO CON-LIN.
           PERFORM I-IMPRIME-COMPONENTE THRU F-IMPRIME-COMPONENTE
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > T-CUANTOS.
           MOVE SPACES                 TO  I-CUENTA  I-NOMBRE.
           MOVE " T O T A L   P A T R I M O N I O"  TO I-NOMBRE.
           PERFORM I-MUEVE-TOTAL       THRU F-MUEVE-TOTAL
                   VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 8.
           IF CON-LIN > 50
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LIN14-S  AFTER 1
           WRITE REG-INFORMES FROM LDET1    AFTER 1
           WRITE REG-INFORMES FROM LIN15-S  AFTER 1
           ADD 3                TO CON-LIN.
       F-IMPRIME-ANO.
      *
       I-IMPRIME-COMPONENTE.
           PERFORM I-SUMA-COLUMNA      THRU F-SUMA-COLUMNA
                   VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 8.
           IF T-VALOR(W-IND, 1) = 0 AND T-VALOR(W-IND, 2) = 0
              AND T-VALOR(W-IND, 3) = 0 AND T-VALOR(W-IND, 4) = 0
              AND T-VALOR(W-IND, 5) = 0 AND T-VALOR(W-IND, 6) = 0
              AND T-VALOR(W-IND, 7) = 0 AND T-VALOR(W-IND, 8) = 0
              GO F-IMPRIME-COMPONENTE.
           MOVE SPACES                 TO  I-CUENTA.
           IF T-MAYOR(W-IND) NOT = 9999
              MOVE T-MAYOR(W-IND)      TO  I-CUENTA (1:4).
           MOVE T-NOMBRE(W-IND)        TO  I-NOMBRE.
           PERFORM I-MUEVE-VALOR       THRU F-MUEVE-VALOR
                   VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 8.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
       F-IMPRIME-COMPONENTE.
      *
       I-SUMA-COLUMNA.
           ADD T-VALOR(W-IND, W-COL)   TO  T-TOTAL(W-COL).
       F-SUMA-COLUMNA.
      *
       I-MUEVE-VALOR.
           MOVE T-VALOR(W-IND, W-COL)  TO  I-VALOR(W-COL).
       F-MUEVE-VALOR.
      *
       I-MUEVE-TOTAL.
           MOVE T-TOTAL(W-COL)         TO  I-VALOR(W-COL).
       F-MUEVE-TOTAL.
      *
       I-ESCRIBE-LINEA.
           IF CON-LIN > 54
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LDET1   AFTER 1
           ADD 1 TO CON-LIN.
       F-ESCRIBE-LINEA.
      *
      ******************************************************************
      *          CUADRE CONTRA BALANCE, RESULTADOS Y CIERRE            *
      ******************************************************************
      *
      *  EL TOTAL DEBE DAR EL PATRIMONIO DEL PROG771 (CLASE 3 MAS EL
      *  RESULTADO 4+5+7).  EL RESULTADO DEL PROG775 ES EL SALDO DE
      *  4+5+7 MAS LO QUE CANCELO EL COMPROBANTE DE CIERRE (PROG783)
       I-IMPRIME-CUADRE.
           IF CON-LIN > 44
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           MOVE SPACES                 TO  REG-INFORMES.
           WRITE REG-INFORMES          AFTER 1.
           ADD 1 TO CON-LIN.
           COMPUTE W-VALOR-CUADRE =
                   (W-PATRIMONIO-BAL + W-RES-PENDIENTE) * -1.
           MOVE "TOTAL PATRIMONIO SEGUN BALANCE GENERAL (PROG771)"
                                       TO  I-CONCEPTO.
           PERFORM I-LINEA-CUADRE      THRU F-LINEA-CUADRE.
           COMPUTE W-DIFERENCIA = W-VALOR-CUADRE - T-TOTAL(8).
           MOVE "DIFERENCIA CONTRA EL SALDO FINAL DEL ESTADO"
                                       TO  I-CONCEPTO.
           PERFORM I-LINEA-DIFERENCIA  THRU F-LINEA-DIFERENCIA.
           COMPUTE W-RES-PYG = (W-RES-PENDIENTE - W-RES-PYG-CIERRE)
                             * -1.
           MOVE W-RES-PYG              TO  W-VALOR-CUADRE.
           MOVE "RESULTADO SEGUN ESTADO DE RESULTADOS (PROG775)"
                                       TO  I-CONCEPTO.
           PERFORM I-LINEA-CUADRE      THRU F-LINEA-CUADRE.
           COMPUTE W-VALOR-CUADRE = W-RES-CIERRE * -1.
           MOVE "  TRASLADADO EN COMPROBANTE DE CIERRE (PROG783)"
                                       TO  I-CONCEPTO.
           PERFORM I-LINEA-CUADRE      THRU F-LINEA-CUADRE.
           COMPUTE W-VALOR-CUADRE = W-RES-PENDIENTE * -1.
           MOVE "  PENDIENTE DE CIERRE (CLASES 4, 5 Y 7)"
                                       TO  I-CONCEPTO.
           PERFORM I-LINEA-CUADRE      THRU F-LINEA-CUADRE.
           COMPUTE W-DIFERENCIA = W-RES-PYG - T-TOTAL(5).
           MOVE "DIFERENCIA CONTRA LA COLUMNA DE RESULTADO"
                                       TO  I-CONCEPTO.
           PERFORM I-LINEA-DIFERENCIA  THRU F-LINEA-DIFERENCIA.
           IF W-VUELTA = 1 OR SW-SIN-SALDOS = 1
              GO I-IMPRIME-CUADRE-AVISOS.
           COMPUTE W-DIFERENCIA = T-TOTAL(1) - W-FINAL-ANTERIOR.
           MOVE "DIFERENCIA SALDO INICIAL CONTRA CIERRE ANO ANTERIOR"
                                       TO  I-CONCEPTO.
           PERFORM I-LINEA-DIFERENCIA  THRU F-LINEA-DIFERENCIA.
       I-IMPRIME-CUADRE-AVISOS.
           MOVE 0                      TO  W-VALOR-CUADRE.
           IF SW-SIN-DOCTOS = 1
              MOVE "SIN COMPROBANTES DEL ANO: MOVIMIENTOS EN OTROS"
                                       TO  I-CONCEPTO
              PERFORM I-LINEA-CUADRE   THRU F-LINEA-CUADRE.
           IF SW-CNPAAG = 1
              MOVE "SIN TABLA CNPAAG: NO SE CALCULA REVALORIZACION"
                                       TO  I-CONCEPTO
              PERFORM I-LINEA-CUADRE   THRU F-LINEA-CUADRE.
       F-IMPRIME-CUADRE.
      *
       I-LINEA-DIFERENCIA.
           IF W-DIFERENCIA = 0         GO F-LINEA-DIFERENCIA.
           MOVE W-DIFERENCIA           TO  W-VALOR-CUADRE.
           PERFORM I-LINEA-CUADRE      THRU F-LINEA-CUADRE.
       F-LINEA-DIFERENCIA.
      *
       I-LINEA-CUADRE.
           MOVE W-VALOR-CUADRE         TO  I-VALOR-CUADRE.
           IF CON-LIN > 54
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LCUADRE AFTER 1
           ADD 1 TO CON-LIN.
       F-LINEA-CUADRE.
      *
       I-FIRMAS.
           IF CON-LIN > 48
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LFIRMAS   AFTER 5
           WRITE REG-INFORMES FROM LFIRMAS-2 AFTER 1
           ADD 6 TO CON-LIN.
       F-FIRMAS.
      *
      ******************************************************************
      *          IMPRESION DEL REPORTE                                 *
      ******************************************************************
      *
       I-CEROS-VARIABLES.
               MOVE 0 TO W-INGRESOS    W-GASTOS      W-COSTOS
                         W-PATRIMONIO-BAL W-RES-PENDIENTE
                         W-RES-CIERRE  W-RES-PYG-CIERRE
                         T-CUANTOS     SW-SIN-SALDOS SW-SIN-DOCTOS
                         FIN-OK.
               PERFORM I-CEROS-TOTAL THRU F-CEROS-TOTAL
                       VARYING W-COL FROM 1 BY 1 UNTIL W-COL > 8.
       F-CEROS-VARIABLES.
      *
       I-CEROS-TOTAL.
           MOVE 0                      TO  T-TOTAL(W-COL).
       F-CEROS-TOTAL.
      *
       LINE-CIERRE.
            IF CON-LIN = 90
               MOVE  0  TO CON-LIN
               GO F-LINE-CIERRE.
            MOVE  SPACES         TO REG-INFORMES.
            WRITE REG-INFORMES      AFTER PAGE.
            MOVE  0  TO CON-LIN.
       F-LINE-CIERRE.
      *
       I-TITULO-INFORME.
           MOVE 0 TO CON-LIN
           ADD 1 TO WK-PAGINA
           MOVE  WK-PAGINA TO I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER 1
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 2
           WRITE REG-INFORMES  FROM  TITULO-2A AFTER 1
           WRITE REG-INFORMES  FROM  TITULO-2B AFTER 1
           WRITE REG-INFORMES  FROM LIN14-S    AFTER 2
           WRITE REG-INFORMES  FROM TITULO-9A  AFTER 1
           WRITE REG-INFORMES  FROM LIN14-S    AFTER 1
           MOVE 9                          TO  CON-LIN.
       F-TITULO-INFORME.
      *
      ******************************************************************
      *          LECTURA DE ARCHIVOS                                   *
      ******************************************************************
      *
      *  SALDO DEL REGISTRO DE CLASE (NIVEL 1) DE W-MAYOR-BUS
       I-LEE-CLASE.
               MOVE ZEROS                  TO  CNDTACUM-CLAVE
                                               W-SALDO-CTA
               MOVE W-MAYOR-BUS            TO  CNDTACUM-MAYOR
               MOVE 0        TO SW-EOF.
               READ CNDTACUM WITH NO LOCK INVALID KEY
                             MOVE 1 TO SW-EOF.
               IF SW-EOF = 0
                  MOVE CNDTACUM-SALDO(W-CORTE) TO W-SALDO-CTA.
       F-LEE-CLASE.
      *
       I-LEE-CNCATCTA.
               MOVE 0        TO SW-EOF.
               READ CNCATCTA WITH NO LOCK INVALID KEY
                             MOVE 1 TO SW-EOF.
               IF SW-EOF = 1
                  MOVE "CUENTA NO EXISTE EN CNCATCTA" TO NOMCTA.
       F-LEE-CNCATCTA.
      *
      ******************************************************************
      *          CAPTURA DE DATOS POR TECLADO                          *
      ******************************************************************
      *
       I-ACEPTA-MES.
               MOVE ZEROS          TO  WK-EXCEPTION
               ACCEPT W-LONG     LINE 11 POSITION 50
                                 UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                 PERFORM 999-EXCEPTION.
               DISPLAY WK-ESPACIOS  LINE 24 POSITION 1
               IF  F2  PERFORM I-FIN-MODE THRU F-FIN-MODE.
               IF  W-LONG  =  0 OR W-LONG > 13
                   DISPLAY " PERIODO ERRADO...DIGITE NUEVAMENTE"
                                                    LINE 24 POSITION 1
                                                    REVERSE BLINK
                   GO I-ACEPTA-MES.
               DISPLAY WK-NOMBRE-MES(W-LONG)        LINE 11 POSITION 54
                                                    REVERSE.
               DISPLAY WK-ESPACIOS                  LINE 24 POSITION 1.
       F-ACEPTA-MES.
      *
       I-CONFIRMA-COMP.
           DISPLAY " PRESIONE <C> PARA CONFIRMAR "
                     LINE 24 POSITION 1 REVERSE
           DISPLAY " [F2] TERMINAR " LINE 24 POSITION 32 REVERSE
           PERFORM ACEPTA-TRUCO
           IF  F2  PERFORM I-FIN-MODE THRU F-FIN-MODE.
           IF  W-TRUCO                  NOT =  "C"
                        GO TO I-CONFIRMA-COMP
           ELSE
               DISPLAY  WK-ESPACIOS  LINE 24 POSITION  1.
       F-CONFIRMA-COMP.
      *
      ******************************************************************
      *          RUTINAS DE PANTALLAS                                  *
      ******************************************************************
      *
       I-PANTALLA-1B.
               MOVE "* ESTADO DE CAMBIOS EN EL PATRIMONIO *"
               TO WK-SISTEMA
               PERFORM I-CABECERA-WINDOW THRU F-CABECERA-WINDOW
               DISPLAY "+--------------------------------------------+"
                                               LINE 10 POSITION 20
               DISPLAY "!  DIGITE EL MES DE CORTE  :                 !"
                                               LINE 11 POSITION 20
               DISPLAY "!   (13 = CIERRE)   [F2] TERMINAR            !"
                                               LINE 12 POSITION 20
               DISPLAY "+--------------------------------------------+"
                                               LINE 13 POSITION 20
               DISPLAY WK-ESPACIOS                  LINE 24 POSITION 1.
       F-PANTALLA-1B.
      *
       I-DISPLAY.
               PERFORM I-CABECERA-WINDOW THRU F-CABECERA-WINDOW
               DISPLAY "ANO EN PROCESO:"    LINE 19 POSITION 29
               DISPLAY "CUENTA :"           LINE 20 POSITION 36
               DISPLAY "PROCESANDO ESTADO DE CAMBIOS EN EL PATRIMONIO"
                                              LINE 17 POSITION 17.
       F-DISPLAY.
      *
       I-FIN-MODE.
           CLOSE CNCATCTA
                 EMPRESAS
                 INFORMES.
           IF SW-CNPAAG = 0
              CLOSE CNPAAG.
           MOVE W-IDENT-PROGRAMA       TO  CON-PROGRAMA
           MOVE W-LONG                 TO  CON-PERIODO
           CANCEL "PROG776.COB"
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.

               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\OPCIONES.PRO".
               COPY "..\PRO\NO-ERROR.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLA.PRO".
      *
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
