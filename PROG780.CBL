       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG780.
      ******************************************************************
      * RAZONES FINANCIERAS Y CONTROL DE COVENANTS   OCT-15-2026       *
      *                                                                *
      * CALCULA LAS RAZONES DEFINIDAS EN RAZONES (PROG561) CON LOS     *
      * SALDOS DE CNDTACUM PARA LOS 13 MESES QUE TERMINAN EN EL MES    *
      * DE CORTE (EL MISMO MES DEL ANO ANTERIOR HASTA EL CORTE) Y      *
      * SENALA CON * LOS MESES EN QUE LA RAZON PASA EL LIMITE DEL      *
      * COVENANT.  SE CORRE PARA LA EMPRESA ACTIVA O PARA UN GRUPO DE  *
      * EMPRESAS DIGITADO COMO EN EL CONSOLIDADO (PROG772); EN GRUPO   *
      * LOS SALDOS DE LAS EMPRESAS SE SUMAN ANTES DE CALCULAR.  LAS    *
      * DEFINICIONES SON SIEMPRE LAS DE LA EMPRESA ACTIVA.             *
      * DE CADA RANGO SOLO SE SUMAN LAS CUENTAS DE ULTIMO NIVEL PARA   *
      * NO DUPLICAR LOS NIVELES RESUMEN. LAS CUENTAS DE RESULTADO VAN  *
      * ACUMULADAS EN EL ANO, COMO LAS MUESTRA CNDTACUM.               *
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
           COPY "..\DYC\RAZONES.DYC".
           COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\RAZONES.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(07) VALUE "PROG780".
       77      ID-PRG              PIC X(7)  VALUE "PROG780".
       77      W-VARIABLES-NOMINA  PIC X(7)  VALUE  SPACES.
       77      W-MODO              PIC X(01) VALUE "U".
       77      W-ANO-PROCESO       PIC 9(04) VALUE ZEROS.
       77      W-ANO-ANT           PIC 9(04) VALUE ZEROS.
       77      W-MES-CALC          PIC S9(03) VALUE ZEROS.
       77      W-CLASE             PIC 9(01) VALUE ZEROS.
       77      W-GRUPO             PIC 9(02) VALUE ZEROS.
       77      W-RESTO             PIC 9(04) VALUE ZEROS.
       77      W-NUM               PIC S9(13)V99 VALUE ZEROS.
       77      W-DEN               PIC S9(13)V99 VALUE ZEROS.
       77      W-INCUMPLE          PIC 9(02) VALUE ZEROS.
       77      W-INCUMPLE-CORTE    PIC 9(02) VALUE ZEROS.
       77      W-SIN-SALDOS        PIC 9(03) VALUE ZEROS.
       77      CIA-TOTAL           PIC 9(02) VALUE ZEROS.
       77      CIA-IND             PIC 9(02) VALUE ZEROS.
       77      CIA-BUS             PIC 9(02) VALUE ZEROS.
       77      RZ-CUANTOS          PIC 9(02) VALUE ZEROS.
       77      RZ-IND              PIC 9(02) VALUE ZEROS.
       77      RG-CUANTOS          PIC 9(03) VALUE ZEROS.
       77      RG-IND              PIC 9(03) VALUE ZEROS.
       77      M-IND               PIC 9(02) VALUE ZEROS.
       77      SW-HOJA             PIC 9(01) VALUE ZEROS.
       77      SW-HIJA             PIC 9(01) VALUE ZEROS.
       77      FIN-RAZ             PIC 9(01) VALUE ZEROS.
       77      FIN-RANGO           PIC 9(01) VALUE ZEROS.
      *
      *  LISTA DE EMPRESAS, DIGITADA COMO EN EL PROG772
       01      TABLA-CIAS.
           03  CIA-ENTRADA             OCCURS 20 TIMES.
               05  CIA-CODIGO          PIC 9(03).
               05  CIA-NOMBRE          PIC X(40).
      *
      *  LOS 13 MESES DEL INFORME; EL 13 ES EL MES DE CORTE
       01      TABLA-MESES-INF.
           03  M-ENTRADA               OCCURS 13 TIMES.
               05  M-ANO               PIC 9(04).
               05  M-MES               PIC 9(02).
      *
      *  RAZONES DEFINIDAS (ENCABEZADO R) Y SU VALOR POR MES
       01      TABLA-RAZONES.
           03  RZ-RAZON                OCCURS 30 TIMES.
               05  RZ-CODIGO           PIC X(02).
               05  RZ-TITULO           PIC X(40).
               05  RZ-FACTOR           PIC 9(05).
               05  RZ-UNIDAD           PIC X(01).
               05  RZ-COVENANT         PIC X(01).
               05  RZ-LIMITE           PIC S9(11)V9(04).
               05  RZ-CON-DEN          PIC 9(01).
               05  RZ-MES              OCCURS 13 TIMES.
                   07  RZ-NUM          PIC S9(13)V99.
                   07  RZ-DEN          PIC S9(13)V99.
                   07  RZ-VALOR        PIC S9(11)V99.
                   07  RZ-MARCA        PIC X(01).
      *
      *  RANGOS DE CUENTAS (RENGLONES N Y D) CON SU SUMA POR MES
       01      TABLA-RANGOS.
           03  RG-RANGO                OCCURS 300 TIMES.
               05  RG-RAZON            PIC 9(02).
               05  RG-TIPO             PIC X(01).
               05  RG-DESDE            PIC 9(10).
               05  RG-HASTA            PIC 9(10).
               05  RG-INVIERTE         PIC X(01).
               05  RG-VALOR            PIC S9(13)V99 OCCURS 13 TIMES.
      *
      *  ULTIMO REGISTRO LEIDO DEL RANGO, PENDIENTE DE SABER SI TIENE
      *  CUENTAS HIJAS
       01      H-CLAVE.
           03  H-MAYOR                 PIC 9(04).
           03  H-SUB                   PIC 9(02).
           03  H-AUX                   PIC 9(04).
       77      H-NIVEL                 PIC 9(01) VALUE ZEROS.
       01      H-TABLA.
           03  H-MOVIMIENTO            OCCURS 14 TIMES.
               05  H-MOVDEB            PIC S9(11)V99.
               05  H-MOVCRE            PIC S9(11)V99.
               05  H-SALDO             PIC S9(11)V99.
       01      W-PARAMETROS.
        03     FILLER              PIC X(06) VALUE "CORTE ".
        03     W-PAR-ANO           PIC 9(04) VALUE ZEROS.
        03     FILLER              PIC X(01) VALUE "/".
        03     W-PAR-MES           PIC 9(02) VALUE ZEROS.
        03     FILLER              PIC X(06) VALUE " MODO ".
        03     W-PAR-MODO          PIC X(01) VALUE SPACES.
        03     FILLER              PIC X(40) VALUE SPACES.
       01      CODIGO-PANTALLAS.
        03     CODIGO-PANTALLA           PIC 9(04)      OCCURS 25 TIMES.
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\RAZONES.LBL".
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
         05    FILLER      PIC X(40)    VALUE
              "RAZONES FINANCIERAS Y CONTROL COVENANTS".
         05    FILLER      PIC X(11)    VALUE SPACES.
         05    FILLER      PIC X(10)    VALUE "N.I.T No: ".
         05    I-NITEMP    PIC ZZZ,ZZZ,ZZZ,ZZZ.
      *
        03     TITULO-2A.
         05    FILLER      PIC X(09)    VALUE SPACES.
         05    FILLER      PIC X(10)    VALUE "CORTE A:  ".
         05    I-MES       PIC X(10)    VALUE SPACES.
         05    FILLER      PIC X(04)    VALUE " de ".
         05    I-ANO       PIC X(04)    VALUE SPACES.
         05    FILLER      PIC X(06)    VALUE SPACES.
         05    I-ALCANCE   PIC X(40)    VALUE SPACES.
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
           05 FILLER          PIC X(04)      VALUE SPACES.
           05 TM-COLUMNA      OCCURS 13 TIMES.
              07 FILLER       PIC X(07).
              07 TM-MES       PIC X(03).
              07 TM-BARRA     PIC X(01).
              07 TM-ANO       PIC 9(04).
      *
        03  LIN14-S.
            05 FILLER         PIC X(199)     VALUE ALL "-".
      *
        03  LIN15-S.
            05 FILLER         PIC X(199)     VALUE ALL "=".
      *
        03 LRAZON.
           05 I-CODIGO       PIC X(02)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 I-TITULO       PIC X(40)       VALUE SPACES.
           05 FILLER         PIC X(02)       VALUE SPACES.
           05 I-UNIDAD       PIC X(12)       VALUE SPACES.
           05 I-TEXTO-COV    PIC X(20)       VALUE SPACES.
           05 I-LIMITE       PIC -ZZ,ZZZ,ZZZ,ZZ9.9999
                                             BLANK WHEN ZERO.
           05 FILLER         PIC X(02)       VALUE SPACES.
           05 I-AVISO        PIC X(40)       VALUE SPACES.
      *
        03 LVALORES.
           05 FILLER         PIC X(04)       VALUE SPACES.
           05 I-COLUMNA      OCCURS 13 TIMES.
              07 I-VALOR     PIC ZZZZZZZZZ9.99-.
              07 I-MARCA     PIC X(01).
      *
        03 LTEXTO.
           05 FILLER         PIC X(04)       VALUE SPACES.
           05 I-TEXTO        PIC X(80)       VALUE SPACES.
           05 I-TEXTO-VALOR  PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                             BLANK WHEN ZERO.
      ******************************************************************
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\RAZONES.DCL".
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
               PERFORM I-ACEPTA-MODO     THRU  F-ACEPTA-MODO
               PERFORM I-LABEL-ARCHIVOS  THRU  F-LABEL-ARCHIVOS
               PERFORM I-ABRE-ARCHIVOS   THRU  F-ABRE-ARCHIVOS
               PERFORM I-CARGA-RAZONES   THRU  F-CARGA-RAZONES
               IF W-MODO = "G"
                  PERFORM I-ACEPTA-CIAS  THRU  F-ACEPTA-CIAS
               ELSE
                  MOVE 1                   TO  CIA-TOTAL
                  MOVE CON-COD-EMPRESA     TO  CIA-CODIGO(1)
                  MOVE WEMPRESA            TO  CIA-NOMBRE(1).
               PERFORM I-CONFIRMA-COMP   THRU  F-CONFIRMA-COMP
               PERFORM I-ARMA-MESES      THRU  F-ARMA-MESES
                       VARYING M-IND FROM 1 BY 1 UNTIL M-IND > 13.
               PERFORM I-DISPLAY         THRU  F-DISPLAY
               PERFORM I-PROCESA-CIA     THRU  F-PROCESA-CIA
                       VARYING CIA-IND FROM 1 BY 1
                       UNTIL CIA-IND > CIA-TOTAL.
               PERFORM I-TOTALIZA-RANGO  THRU  F-TOTALIZA-RANGO
                       VARYING RG-IND FROM 1 BY 1
                       UNTIL RG-IND > RG-CUANTOS.
               PERFORM I-CALCULA-RAZON   THRU  F-CALCULA-RAZON
                       VARYING RZ-IND FROM 1 BY 1
                       UNTIL RZ-IND > RZ-CUANTOS.
               PERFORM I-IMPRIME-INFORME THRU  F-IMPRIME-INFORME
               MOVE  SPACES               TO REG-INFORMES.
               WRITE REG-INFORMES  AFTER PAGE.
               DISPLAY "RAZONES QUE INCUMPLEN AL CORTE:"
                                          LINE 24 POSITION 1 REVERSE
               MOVE W-INCUMPLE-CORTE      TO  WI-Z2
               DISPLAY WI-Z2              LINE 24 POSITION 33 REVERSE
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-MODE        THRU  F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
               MOVE WIN-NIT                TO  I-NITEMP
               MOVE WEMPRESA               TO  TIT-CIA
               MOVE    3                   TO   IND-INFORMES.
               PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
               MOVE CON-ANO                TO  W-PAR-ANO
               MOVE W-LONG                 TO  W-PAR-MES
               MOVE W-MODO                 TO  W-PAR-MODO
               MOVE W-PARAMETROS           TO  REP-LNK-PARAMETROS.
               MOVE 780                    TO  LAB-INFORMES-IDENT.
               PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
               MOVE CON-ANO                TO  LAB-INFORMES-ANO
                                               I-ANO
               MOVE CON-COD-EMPRESA        TO  LAB-RAZONES-CIA
               IF W-MODO = "G"
                  MOVE "GRUPO DE EMPRESAS (CONSOLIDADO)" TO I-ALCANCE
               ELSE
                  MOVE "EMPRESA ACTIVA"    TO  I-ALCANCE.
               MOVE 1                      TO  SW-ABRE.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT  EMPRESAS
           OPEN INPUT  RAZONES.
           IF  RAZONES-STATUS  >  "00"
               DISPLAY " NO HAY RAZONES DEFINIDAS (PROG561)"
                       LINE 24 POSITION 1 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               CLOSE EMPRESAS
               GO I-FIN-MODE-SALIDA.
           OPEN OUTPUT INFORMES.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *          CARGA DE LAS DEFINICIONES DE RAZONES                  *
      ******************************************************************
      *
       I-CARGA-RAZONES.
           MOVE ZEROS                  TO  RZ-CUANTOS  RG-CUANTOS
                                           FIN-RAZ.
           MOVE LOW-VALUES             TO  RAZ-CLAVE.
           START RAZONES KEY NOT LESS RAZ-CLAVE INVALID KEY
                 GO I-CARGA-RAZONES-FIN.
       I-CARGA-RAZONES-CICLO.
           READ RAZONES NEXT RECORD WITH NO LOCK AT END
                GO I-CARGA-RAZONES-FIN.
           IF RAZ-TIPO-LINEA = "R"
              PERFORM I-CARGA-ENCABEZADO THRU F-CARGA-ENCABEZADO
              GO I-CARGA-RAZONES-CICLO.
      *  UN RANGO SIN SU ENCABEZADO NO SE TOMA
           IF RZ-CUANTOS = 0           GO I-CARGA-RAZONES-CICLO.
           IF RAZ-CODIGO NOT = RZ-CODIGO(RZ-CUANTOS)
              GO I-CARGA-RAZONES-CICLO.
           IF RAZ-TIPO-LINEA NOT = "N" AND RAZ-TIPO-LINEA NOT = "D"
              GO I-CARGA-RAZONES-CICLO.
           IF RG-CUANTOS NOT < 300     GO I-CARGA-RAZONES-CICLO.
           ADD 1                       TO  RG-CUANTOS.
           MOVE RZ-CUANTOS             TO  RG-RAZON(RG-CUANTOS).
           MOVE RAZ-TIPO-LINEA         TO  RG-TIPO(RG-CUANTOS).
           MOVE RAZ-CTA-DESDE          TO  RG-DESDE(RG-CUANTOS).
           MOVE RAZ-CTA-HASTA          TO  RG-HASTA(RG-CUANTOS).
           MOVE RAZ-INVIERTE           TO  RG-INVIERTE(RG-CUANTOS).
           PERFORM I-CEROS-RANGO       THRU F-CEROS-RANGO
                   VARYING M-IND FROM 1 BY 1 UNTIL M-IND > 13.
           IF RAZ-TIPO-LINEA = "D"
              MOVE 1                   TO  RZ-CON-DEN(RZ-CUANTOS).
           GO I-CARGA-RAZONES-CICLO.
       I-CARGA-RAZONES-FIN.
           IF RZ-CUANTOS > 0           GO F-CARGA-RAZONES.
           DISPLAY " NO HAY RAZONES DEFINIDAS (PROG561)"
                   LINE 24 POSITION 1 REVERSE BLINK
           PERFORM ACEPTA-TRUCO
           PERFORM I-FIN-MODE          THRU F-FIN-MODE.
       F-CARGA-RAZONES.
      *
       I-CARGA-ENCABEZADO.
           IF RZ-CUANTOS NOT < 30      GO F-CARGA-ENCABEZADO.
           ADD 1                       TO  RZ-CUANTOS.
           INITIALIZE RZ-RAZON(RZ-CUANTOS).
           MOVE RAZ-CODIGO             TO  RZ-CODIGO(RZ-CUANTOS).
           MOVE RAZ-TITULO             TO  RZ-TITULO(RZ-CUANTOS).
           MOVE RAZ-FACTOR             TO  RZ-FACTOR(RZ-CUANTOS).
           IF RAZ-FACTOR = 0
              MOVE 1                   TO  RZ-FACTOR(RZ-CUANTOS).
           MOVE RAZ-UNIDAD             TO  RZ-UNIDAD(RZ-CUANTOS).
           MOVE RAZ-COVENANT           TO  RZ-COVENANT(RZ-CUANTOS).
           MOVE RAZ-LIMITE             TO  RZ-LIMITE(RZ-CUANTOS).
           MOVE 0                      TO  RZ-CON-DEN(RZ-CUANTOS).
       F-CARGA-ENCABEZADO.
      *
       I-CEROS-RANGO.
           MOVE 0                      TO  RG-VALOR(RG-CUANTOS, M-IND).
       F-CEROS-RANGO.
      *
      *  MES 13 = CORTE; HACIA ATRAS HASTA EL MISMO MES DEL ANO ANTERIOR
       I-ARMA-MESES.
           COMPUTE W-MES-CALC = W-LONG - 13 + M-IND.
           MOVE CON-ANO                TO  M-ANO(M-IND).
           IF W-MES-CALC < 1
              ADD 12                   TO  W-MES-CALC
              SUBTRACT 1               FROM M-ANO(M-IND).
           MOVE W-MES-CALC             TO  M-MES(M-IND).
           MOVE WK-ABREVIA(M-MES(M-IND))  TO  TM-MES(M-IND).
           MOVE "/"                    TO  TM-BARRA(M-IND).
           MOVE M-ANO(M-IND)           TO  TM-ANO(M-IND).
       F-ARMA-MESES.
      *
      ******************************************************************
      *          SALDOS DE CADA EMPRESA, POR ANO Y POR RANGO           *
      ******************************************************************
      *
       I-PROCESA-CIA.
           MOVE CIA-CODIGO(CIA-IND)    TO  LAB-CNDTACUM-CIA.
           DISPLAY CIA-CODIGO(CIA-IND) LINE 19 POSITION 45 REVERSE.
           COMPUTE W-ANO-ANT = CON-ANO - 1.
           MOVE W-ANO-ANT              TO  W-ANO-PROCESO.
           PERFORM I-PROCESA-ANO       THRU F-PROCESA-ANO.
           MOVE CON-ANO                TO  W-ANO-PROCESO.
           PERFORM I-PROCESA-ANO       THRU F-PROCESA-ANO.
       F-PROCESA-CIA.
      *
       I-PROCESA-ANO.
           MOVE W-ANO-PROCESO          TO  LAB-CNDTACUM-ANO.
           OPEN INPUT CNDTACUM.
           IF CNDTACUM-STATUS > "00"
              ADD 1                    TO  W-SIN-SALDOS
              GO F-PROCESA-ANO.
           PERFORM I-SUMA-RANGO        THRU F-SUMA-RANGO
                   VARYING RG-IND FROM 1 BY 1
                   UNTIL RG-IND > RG-CUANTOS.
           CLOSE CNDTACUM.
       F-PROCESA-ANO.
      *
      *  RECORRE EL RANGO EN ORDEN DE CLAVE; UN REGISTRO SE SUMA SOLO
      *  SI EL SIGUIENTE NO ES CUENTA HIJA SUYA (ULTIMO NIVEL)
       I-SUMA-RANGO.
           MOVE ZEROS                  TO  CNDTACUM-CLAVE  SW-HOJA.
           MOVE RG-DESDE(RG-IND)       TO  CNDTACUM-CUA.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 GO F-SUMA-RANGO.
       I-SUMA-RANGO-CICLO.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                GO I-SUMA-RANGO-FIN.
           IF CNDTACUM-CUA > RG-HASTA(RG-IND)
              GO I-SUMA-RANGO-FIN.
           IF CNDTACUM-NIT NOT = ZEROS OR CNDTACUM-FRA NOT = ZEROS
              GO I-SUMA-RANGO-CICLO.
           IF CNDTACUM-MAYOR = ZEROS   GO I-SUMA-RANGO-CICLO.
           IF SW-HOJA = 1
              PERFORM I-ES-HIJA        THRU F-ES-HIJA
              IF SW-HIJA = 0
                 PERFORM I-SUMA-HOJA   THRU F-SUMA-HOJA.
           MOVE CNDTACUM-MAYOR         TO  H-MAYOR.
           MOVE CNDTACUM-SUB           TO  H-SUB.
           MOVE CNDTACUM-AUX           TO  H-AUX.
           MOVE CNDTACUM-TABLA         TO  H-TABLA.
           PERFORM I-NIVEL-HOJA        THRU F-NIVEL-HOJA.
           MOVE 1                      TO  SW-HOJA.
           GO I-SUMA-RANGO-CICLO.
       I-SUMA-RANGO-FIN.
           IF SW-HOJA = 1
              PERFORM I-SUMA-HOJA      THRU F-SUMA-HOJA.
       F-SUMA-RANGO.
      *
      *  NIVEL DEL REGISTRO GUARDADO (VER NIVELE1.PRO)
       I-NIVEL-HOJA.
           DIVIDE H-MAYOR BY 1000 GIVING W-CLASE REMAINDER W-RESTO.
           IF H-AUX > 0
              MOVE 5 TO H-NIVEL
              GO F-NIVEL-HOJA.
           IF H-SUB > 0
              MOVE 4 TO H-NIVEL
              GO F-NIVEL-HOJA.
           IF W-RESTO = 0
              MOVE 1 TO H-NIVEL
              GO F-NIVEL-HOJA.
           DIVIDE H-MAYOR BY 100 GIVING W-GRUPO REMAINDER W-RESTO.
           IF W-RESTO = 0
              MOVE 2 TO H-NIVEL
           ELSE
              MOVE 3 TO H-NIVEL.
       F-NIVEL-HOJA.
      *
       I-ES-HIJA.
           MOVE 0                      TO  SW-HIJA.
           IF H-NIVEL = 1
              DIVIDE CNDTACUM-MAYOR BY 1000 GIVING W-CLASE
              DIVIDE H-MAYOR BY 1000 GIVING W-RESTO
              IF W-CLASE = W-RESTO
                 MOVE 1                TO  SW-HIJA.
           IF H-NIVEL = 2
              DIVIDE CNDTACUM-MAYOR BY 100 GIVING W-GRUPO
              DIVIDE H-MAYOR BY 100 GIVING W-RESTO
              IF W-GRUPO = W-RESTO
                 MOVE 1                TO  SW-HIJA.
           IF H-NIVEL = 3 AND CNDTACUM-MAYOR = H-MAYOR
              MOVE 1                   TO  SW-HIJA.
           IF H-NIVEL = 4 AND CNDTACUM-MAYOR = H-MAYOR
              AND CNDTACUM-SUB = H-SUB
              MOVE 1                   TO  SW-HIJA.
       F-ES-HIJA.
      *
       I-SUMA-HOJA.
           PERFORM I-SUMA-HOJA-MES     THRU F-SUMA-HOJA-MES
                   VARYING M-IND FROM 1 BY 1 UNTIL M-IND > 13.
       F-SUMA-HOJA.
      *
       I-SUMA-HOJA-MES.
           IF M-ANO(M-IND) NOT = W-ANO-PROCESO
              GO F-SUMA-HOJA-MES.
           IF RG-INVIERTE(RG-IND) = "S"
              SUBTRACT H-SALDO(M-MES(M-IND))
                       FROM RG-VALOR(RG-IND, M-IND)
           ELSE
              ADD H-SALDO(M-MES(M-IND))  TO  RG-VALOR(RG-IND, M-IND).
       F-SUMA-HOJA-MES.
      *
      ******************************************************************
      *          CALCULO DE LAS RAZONES Y DEL COVENANT                 *
      ******************************************************************
      *
       I-TOTALIZA-RANGO.
           MOVE RG-RAZON(RG-IND)       TO  RZ-IND.
           PERFORM I-TOTALIZA-MES      THRU F-TOTALIZA-MES
                   VARYING M-IND FROM 1 BY 1 UNTIL M-IND > 13.
       F-TOTALIZA-RANGO.
      *
       I-TOTALIZA-MES.
           IF RG-TIPO(RG-IND) = "D"
              ADD RG-VALOR(RG-IND, M-IND) TO RZ-DEN(RZ-IND, M-IND)
           ELSE
              ADD RG-VALOR(RG-IND, M-IND) TO RZ-NUM(RZ-IND, M-IND).
       F-TOTALIZA-MES.
      *
       I-CALCULA-RAZON.
           PERFORM I-CALCULA-MES       THRU F-CALCULA-MES
                   VARYING M-IND FROM 1 BY 1 UNTIL M-IND > 13.
       F-CALCULA-RAZON.
      *
      *  ? = DENOMINADOR EN CERO O DESBORDE   * = INCUMPLE COVENANT
       I-CALCULA-MES.
           MOVE SPACES                 TO  RZ-MARCA(RZ-IND, M-IND).
           MOVE 0                      TO  RZ-VALOR(RZ-IND, M-IND).
           MOVE RZ-NUM(RZ-IND, M-IND)  TO  W-NUM.
           MOVE RZ-DEN(RZ-IND, M-IND)  TO  W-DEN.
           IF RZ-CON-DEN(RZ-IND) = 0
              COMPUTE RZ-VALOR(RZ-IND, M-IND) ROUNDED =
                      W-NUM * RZ-FACTOR(RZ-IND)
                      ON SIZE ERROR
                      MOVE "?"         TO  RZ-MARCA(RZ-IND, M-IND)
              GO I-CALCULA-MES-COVENANT.
           IF W-DEN = 0
              MOVE "?"                 TO  RZ-MARCA(RZ-IND, M-IND)
              GO F-CALCULA-MES.
           COMPUTE RZ-VALOR(RZ-IND, M-IND) ROUNDED =
                   W-NUM * RZ-FACTOR(RZ-IND) / W-DEN
                   ON SIZE ERROR
                   MOVE "?"            TO  RZ-MARCA(RZ-IND, M-IND).
       I-CALCULA-MES-COVENANT.
           IF RZ-MARCA(RZ-IND, M-IND) NOT = SPACES
              GO F-CALCULA-MES.
           IF RZ-COVENANT(RZ-IND) = "M" AND
              RZ-VALOR(RZ-IND, M-IND) < RZ-LIMITE(RZ-IND)
              MOVE "*"                 TO  RZ-MARCA(RZ-IND, M-IND).
           IF RZ-COVENANT(RZ-IND) = "X" AND
              RZ-VALOR(RZ-IND, M-IND) > RZ-LIMITE(RZ-IND)
              MOVE "*"                 TO  RZ-MARCA(RZ-IND, M-IND).
       F-CALCULA-MES.
      *
      ******************************************************************
      *          IMPRESION DEL REPORTE                                 *
      ******************************************************************
      *
       I-IMPRIME-INFORME.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA
           MOVE WK-MASCARA-HORA        TO  I-HORA
           MOVE WK-NOMBRE-MES(W-LONG)  TO  I-MES
           MOVE 0                      TO  WK-PAGINA  W-INCUMPLE-CORTE.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           IF W-MODO = "G"
              PERFORM I-IMPRIME-CIAS   THRU F-IMPRIME-CIAS
                      VARYING CIA-IND FROM 1 BY 1
                      UNTIL CIA-IND > CIA-TOTAL.
           PERFORM I-IMPRIME-RAZON     THRU F-IMPRIME-RAZON
                   VARYING RZ-IND FROM 1 BY 1
                   UNTIL RZ-IND > RZ-CUANTOS.
           PERFORM I-RESUMEN-COVENANT  THRU F-RESUMEN-COVENANT.
       F-IMPRIME-INFORME.
      *
       I-IMPRIME-CIAS.
           MOVE SPACES                 TO  I-TEXTO.
           STRING "EMPRESA INCLUIDA: " CIA-CODIGO(CIA-IND) " "
                  CIA-NOMBRE(CIA-IND) DELIMITED BY SIZE INTO I-TEXTO.
           MOVE 0                      TO  I-TEXTO-VALOR.
           PERFORM I-ESCRIBE-TEXTO     THRU F-ESCRIBE-TEXTO.
       F-IMPRIME-CIAS.
      *
       I-IMPRIME-RAZON.
           MOVE 0                      TO  W-INCUMPLE.
           PERFORM I-CUENTA-INCUMPLE   THRU F-CUENTA-INCUMPLE
                   VARYING M-IND FROM 1 BY 1 UNTIL M-IND > 13.
           MOVE RZ-CODIGO(RZ-IND)      TO  I-CODIGO.
           MOVE RZ-TITULO(RZ-IND)      TO  I-TITULO.
           MOVE SPACES                 TO  I-UNIDAD  I-TEXTO-COV
                                           I-AVISO.
           MOVE 0                      TO  I-LIMITE.
           IF RZ-UNIDAD(RZ-IND) = "V"  MOVE "(VECES)"     TO I-UNIDAD.
           IF RZ-UNIDAD(RZ-IND) = "%"  MOVE "(PORCENTAJE)" TO I-UNIDAD.
           IF RZ-UNIDAD(RZ-IND) = "D"  MOVE "(DIAS)"      TO I-UNIDAD.
           IF RZ-UNIDAD(RZ-IND) = "$"  MOVE "(PESOS)"     TO I-UNIDAD.
           IF RZ-COVENANT(RZ-IND) = "M"
              MOVE "COVENANT MINIMO:"  TO  I-TEXTO-COV.
           IF RZ-COVENANT(RZ-IND) = "X"
              MOVE "COVENANT MAXIMO:"  TO  I-TEXTO-COV.
           IF RZ-COVENANT(RZ-IND) NOT = SPACES
              MOVE RZ-LIMITE(RZ-IND)   TO  I-LIMITE.
           IF W-INCUMPLE > 0
              MOVE W-INCUMPLE          TO  WI-Z2
              STRING "** INCUMPLE EN " WI-Z2 " MES(ES) **"
                     DELIMITED BY SIZE INTO I-AVISO.
           PERFORM I-VALOR-MES         THRU F-VALOR-MES
                   VARYING M-IND FROM 1 BY 1 UNTIL M-IND > 13.
           IF CON-LIN > 51
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LRAZON    AFTER 2
           WRITE REG-INFORMES FROM LVALORES  AFTER 1
           ADD 3 TO CON-LIN.
       F-IMPRIME-RAZON.
      *
       I-CUENTA-INCUMPLE.
           IF RZ-MARCA(RZ-IND, M-IND) = "*"
              ADD 1                    TO  W-INCUMPLE.
       F-CUENTA-INCUMPLE.
      *
       I-VALOR-MES.
           MOVE RZ-VALOR(RZ-IND, M-IND) TO  I-VALOR(M-IND).
           MOVE RZ-MARCA(RZ-IND, M-IND) TO  I-MARCA(M-IND).
       F-VALOR-MES.
      *
      *  RESUMEN DE LAS RAZONES QUE INCUMPLEN EN EL MES DE CORTE
       I-RESUMEN-COVENANT.
           IF CON-LIN > 48
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LIN14-S   AFTER 2
           ADD 2 TO CON-LIN.
           MOVE "COVENANTS INCUMPLIDOS EN EL MES DE CORTE:"
                                       TO  I-TEXTO.
           MOVE 0                      TO  I-TEXTO-VALOR.
           PERFORM I-ESCRIBE-TEXTO     THRU F-ESCRIBE-TEXTO.
           PERFORM I-RESUMEN-RAZON     THRU F-RESUMEN-RAZON
                   VARYING RZ-IND FROM 1 BY 1
                   UNTIL RZ-IND > RZ-CUANTOS.
           IF W-INCUMPLE-CORTE = 0
              MOVE "  NINGUNO - TODAS LAS RAZONES CUMPLEN SU LIMITE"
                                       TO  I-TEXTO
              MOVE 0                   TO  I-TEXTO-VALOR
              PERFORM I-ESCRIBE-TEXTO  THRU F-ESCRIBE-TEXTO.
           MOVE "* = INCUMPLE EL COVENANT    ? = DENOMINADOR EN CERO"
                                       TO  I-TEXTO.
           MOVE 0                      TO  I-TEXTO-VALOR.
           PERFORM I-ESCRIBE-TEXTO     THRU F-ESCRIBE-TEXTO.
           IF W-SIN-SALDOS = 0         GO F-RESUMEN-COVENANT.
           MOVE "ANOS DE EMPRESAS SIN SALDOS ACUMULADOS (EN CEROS):"
                                       TO  I-TEXTO.
           MOVE W-SIN-SALDOS           TO  I-TEXTO-VALOR.
           PERFORM I-ESCRIBE-TEXTO     THRU F-ESCRIBE-TEXTO.
       F-RESUMEN-COVENANT.
      *
       I-RESUMEN-RAZON.
           IF RZ-MARCA(RZ-IND, 13) NOT = "*"
              GO F-RESUMEN-RAZON.
           ADD 1                       TO  W-INCUMPLE-CORTE.
           MOVE SPACES                 TO  I-TEXTO.
           STRING "  " RZ-CODIGO(RZ-IND) " " RZ-TITULO(RZ-IND)
                  DELIMITED BY SIZE INTO I-TEXTO.
           MOVE RZ-VALOR(RZ-IND, 13)   TO  I-TEXTO-VALOR.
           PERFORM I-ESCRIBE-TEXTO     THRU F-ESCRIBE-TEXTO.
       F-RESUMEN-RAZON.
      *
       I-ESCRIBE-TEXTO.
           IF CON-LIN > 54
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LTEXTO   AFTER 1
           ADD 1 TO CON-LIN.
       F-ESCRIBE-TEXTO.
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
               IF  F2  PERFORM I-FIN-MODE-SALIDA.
               IF  W-LONG  =  0 OR W-LONG > 12
                   DISPLAY " PERIODO ERRADO...DIGITE NUEVAMENTE"
                                                    LINE 24 POSITION 1
                                                    REVERSE BLINK
                   GO I-ACEPTA-MES.
               DISPLAY WK-NOMBRE-MES(W-LONG)        LINE 11 POSITION 54
                                                    REVERSE.
               DISPLAY WK-ESPACIOS                  LINE 24 POSITION 1.
       F-ACEPTA-MES.
      *
       I-ACEPTA-MODO.
               MOVE ZEROS          TO  WK-EXCEPTION
               ACCEPT W-MODO     LINE 12 POSITION 50
                                 UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                 PERFORM 999-EXCEPTION.
               IF  F2  PERFORM I-FIN-MODE-SALIDA.
               IF  W-MODO NOT = "U" AND W-MODO NOT = "G"
                   GO I-ACEPTA-MODO.
       F-ACEPTA-MODO.
      *
      *  LISTA DE EMPRESAS DEL GRUPO, CON LAS MISMAS REGLAS DEL PROG772
       I-ACEPTA-CIAS.
           MOVE ZEROS                  TO  CIA-TOTAL.
       I-ACEPTA-UNA-CIA.
           DISPLAY " EMPRESAS DIGITADAS: " LINE 14 POSITION 15
           DISPLAY CIA-TOTAL              LINE 14 POSITION 37
           DISPLAY " CODIGO EMPRESA (00 TERMINA) : "
                                           LINE 16 POSITION 15
           MOVE ZEROS                     TO  WIN-CODIGO-EMPRESA
           MOVE ZEROS                     TO  WK-EXCEPTION
           ACCEPT WIN-CODIGO-EMPRESA      LINE 16 POSITION 47 REVERSE
                                           UPDATE PROMPT
                                           ON EXCEPTION WK-EX
                                           PERFORM 999-EXCEPTION.
           IF  F2 AND CIA-TOTAL = ZEROS
               PERFORM I-FIN-MODE THRU F-FIN-MODE.
           IF  F2                         GO F-ACEPTA-CIAS.
           IF  WIN-CODIGO-EMPRESA = ZEROS AND CIA-TOTAL = ZEROS
               DISPLAY " DEBE DIGITAR AL MENOS UNA EMPRESA"
                                    LINE 24 POSITION 1 REVERSE BLINK
               GO I-ACEPTA-UNA-CIA.
           IF  WIN-CODIGO-EMPRESA = ZEROS GO F-ACEPTA-CIAS.
           PERFORM I-VALIDA-CIA    THRU F-VALIDA-CIA.
           IF  SW1 = 1
               DISPLAY " EMPRESA INEXISTENTE...DIGITE NUEVAMENTE"
                                    LINE 24 POSITION 1 REVERSE BLINK
               GO I-ACEPTA-UNA-CIA.
      *  LA EMPRESA DE ENTRENAMIENTO NO SE CONSOLIDA
           IF  WIN-FLAG-ENTRENA = "S"
               DISPLAY " EMPRESA DE ENTRENAMIENTO...NO CONSOLIDA"
                                    LINE 24 POSITION 1 REVERSE BLINK
               GO I-ACEPTA-UNA-CIA.
           IF  SW-1 = 1
               DISPLAY " EMPRESA YA DIGITADA...DIGITE OTRA       "
                                    LINE 24 POSITION 1 REVERSE BLINK
               GO I-ACEPTA-UNA-CIA.
           IF  CIA-TOTAL NOT < 20
               DISPLAY " YA SE DIGITARON LAS 20 EMPRESAS PERMITIDAS"
                                    LINE 24 POSITION 1 REVERSE BLINK
               GO F-ACEPTA-CIAS.
           ADD  1                     TO  CIA-TOTAL
           MOVE WIN-CODIGO-EMPRESA    TO  CIA-CODIGO(CIA-TOTAL)
           MOVE WIN-EMPRESA           TO  CIA-NOMBRE(CIA-TOTAL)
           DISPLAY WK-ESPACIOS        LINE 24 POSITION 1.
           GO I-ACEPTA-UNA-CIA.
       F-ACEPTA-CIAS.
      *
       I-VALIDA-CIA.
           MOVE ZEROS                TO  SW1  SW-1
           READ EMPRESAS  WITH NO LOCK  INVALID KEY
                MOVE 1                TO  SW1.
           PERFORM I-REPETIDA-CIA    THRU F-REPETIDA-CIA
                   VARYING CIA-BUS FROM 1 BY 1
                   UNTIL CIA-BUS > CIA-TOTAL.
       F-VALIDA-CIA.
      *
       I-REPETIDA-CIA.
           IF CIA-CODIGO(CIA-BUS) = WIN-CODIGO-EMPRESA
              MOVE 1                  TO  SW-1.
       F-REPETIDA-CIA.
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
               MOVE "* RAZONES FINANCIERAS Y COVENANTS *"
               TO WK-SISTEMA
               PERFORM I-CABECERA-WINDOW THRU F-CABECERA-WINDOW
               DISPLAY "+--------------------------------------------+"
                                               LINE 10 POSITION 20
               DISPLAY "!  DIGITE EL MES DE CORTE  :                 !"
                                               LINE 11 POSITION 20
               DISPLAY "!  EMPRESA (U) O GRUPO (G) :                 !"
                                               LINE 12 POSITION 20
               DISPLAY "!                    [F2] TERMINAR           !"
                                               LINE 13 POSITION 20
               DISPLAY "+--------------------------------------------+"
                                               LINE 14 POSITION 20
               DISPLAY WK-ESPACIOS                  LINE 24 POSITION 1.
       F-PANTALLA-1B.
      *
       I-DISPLAY.
               PERFORM I-CABECERA-WINDOW THRU F-CABECERA-WINDOW
               DISPLAY "EMPRESA EN PROCESO:" LINE 19 POSITION 25
               DISPLAY "CALCULANDO RAZONES FINANCIERAS ..."
                                              LINE 17 POSITION 17.
       F-DISPLAY.
      *
       I-FIN-MODE.
           CLOSE EMPRESAS
                 RAZONES
                 INFORMES.
       I-FIN-MODE-SALIDA.
           MOVE W-IDENT-PROGRAMA       TO  CON-PROGRAMA
           MOVE W-LONG                 TO  CON-PERIODO
           CANCEL "PROG780.COB"
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
               COPY "..\PLB\INFORMES.PLB".
