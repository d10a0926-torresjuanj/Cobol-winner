       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG774.
      ******************************************************************
      * LIBRO DE INVENTARIOS Y BALANCES              OCT-15-2026       *
      *                                                                *
      * TERCER LIBRO OFICIAL JUNTO AL DIARIO (PROG759) Y AL MAYOR Y    *
      * BALANCES (PROG773).  SALE DE CNDTACUM AL CORTE DEL PERIODO     *
      * DIGITADO CON TODAS LAS CUENTAS DEL BALANCE (CLASES 1 A 3):     *
      *   - DETALLE POR NIT Y POR FACTURA (CUENTAS POR COBRAR Y POR    *
      *     PAGAR) TOMADO DE LOS NIVELES 7 Y 8 DE CNDTACUM             *
      *   - DETALLE DE ACTIVOS FIJOS (ACTFIJOS) BAJO SU CUENTA DE      *
      *     ACTIVO Y DE DEPRECIACION ACUMULADA                         *
      *   - DETALLE DE CARGOS DIFERIDOS (DIFERIDO) POR AMORTIZAR       *
      * CON LA DIFERENCIA CONTRA EL SALDO CONTABLE CUANDO NO CUADRA.   *
      * EL RESULTADO DEL EJERCICIO Y LOS TOTALES SE CALCULAN COMO EN   *
      * EL BALANCE GENERAL (PROG771) PARA QUE AMARREN CON EL.          *
      * LA HOJA SE ARMA COMO EN EL PROG773 (ENCABEZADO BAJO LA ZONA    *
      * DEL FOLIO, SALTO DE PAGINA FIJO) PARA FOLIARLO CON EL PROG746  *
      * Y REGISTRARLO; AL TERMINAR MUESTRA LAS HOJAS A FOLIAR.         *
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
           COPY "..\DYC\CNNITCED.DYC".
           COPY "..\DYC\ACTFIJOS.DYC".
           COPY "..\DYC\DIFERIDO.DYC".
           COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\ACTFIJOS.FD".
               COPY "..\FD\DIFERIDO.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(07) VALUE "PROG774".
       77      ID-PRG              PIC X(7)  VALUE "PROG774".
       77      W-VARIABLES-NOMINA  PIC X(7)  VALUE  SPACES.
       77      W-CLASE             PIC 9(01) VALUE ZEROS.
       77      W-CLASE-ANT         PIC 9(01) VALUE ZEROS.
       77      W-GRUPO             PIC 9(02) VALUE ZEROS.
       77      W-RESTO             PIC 9(04) VALUE ZEROS.
       77      W-SALDO-CTA         PIC S9(13)V99 VALUE ZEROS.
       77      W-DETALLE           PIC S9(13)V99 VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(13)V99 VALUE ZEROS.
       77      W-VALOR-DET         PIC S9(13)V99 VALUE ZEROS.
       77      W-LINEAS-DET        PIC 9(05) VALUE ZEROS.
       77      W-FECHA-8           PIC 9(08) VALUE ZEROS.
       77      W-FECHA-ED          PIC 99/99/9999.
       77      W-FECHA-ED-2        PIC 99/99/9999.
       77      SW-ACTFIJOS         PIC 9(01) VALUE ZEROS.
       77      SW-DIFERIDO         PIC 9(01) VALUE ZEROS.
       77      FIN-ACT             PIC 9(01) VALUE ZEROS.
       77      FIN-DIF             PIC 9(01) VALUE ZEROS.
       01      W-CUENTA-PARTES.
        03     W-CTA-MAYOR         PIC 9(04).
        03     W-CTA-SUB           PIC 9(02).
        03     W-CTA-AUX           PIC 9(04).
       01      W-CUENTA-NUM        REDEFINES W-CUENTA-PARTES
                                   PIC 9(10).
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
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\ACTFIJOS.LBL".
               COPY "..\LBL\DIFERIDO.LBL".
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
         05    FILLER      PIC X(32)    VALUE
              "LIBRO DE INVENTARIOS Y BALANCES ".
         05    FILLER      PIC X(19)    VALUE SPACES.
         05    FILLER      PIC X(10)    VALUE "N.I.T No: ".
         05    I-NITEMP    PIC ZZZ,ZZZ,ZZZ,ZZZ.
      *
        03     TITULO-2A.
         05    FILLER      PIC X(09)    VALUE SPACES.
         05    FILLER      PIC X(10)    VALUE "CORTE A:  ".
         05    I-MES       PIC X(10)    VALUE SPACES.
         05    FILLER      PIC X(04)    VALUE " de ".
         05    I-ANO       PIC X(04)    VALUE SPACES.
      *
        03     TITULO-2B.
         05    FILLER      PIC X(22) VALUE "Fecha de Elaboracion: ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(08)         VALUE "  Hora: ".
         05    I-HORA      PIC X(05).
         05    FILLER      PIC X(74)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
      *
        03  TITULO-9A.
           05 FILLER         PIC X(15)      VALUE "CODIGO".
           05 FILLER         PIC X(37)      VALUE
              "N O M B R E   /   D E T A L L E".
           05 FILLER         PIC X(20)      VALUE
              "   DOCUMENTO/ACTIVO ".
           05 FILLER         PIC X(20)      VALUE
              "     TERCERO (NIT)  ".
           05 FILLER         PIC X(20)      VALUE
              "       CUENTA       ".
           05 FILLER         PIC X(19)      VALUE
              "   GRUPO / CLASE   ".
      *
        03  LIN14-S.
            05 FILLER         PIC X(131)     VALUE ALL "-".
      *
        03  LIN15-S.
            05 FILLER         PIC X(131)     VALUE ALL "=".
      *
        03 LDET1.
           05 I-CODIGO       PIC X(14)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 I-DESCRIPCION  PIC X(36)       VALUE SPACES.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 I-DOCUMENTO    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 I-TERCERO      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 I-CUENTA       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
           05 FILLER         PIC X(01)       VALUE SPACES.
           05 I-GRUPO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                             BLANK WHEN ZERO.
      *
        03 LCONTIN.
           05 FILLER         PIC X(16)       VALUE SPACES.
           05 FILLER         PIC X(14)       VALUE "** CONTINUA **".
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
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\ACTFIJOS.DCL".
               COPY "..\DCL\DIFERIDO.DCL".
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
               MOVE    1                   TO   IND-INFORMES.
               MOVE 90 TO CON-LIN
               PERFORM I-PANTALLA-1B     THRU  F-PANTALLA-1B
               PERFORM I-ACEPTA-MES      THRU  F-ACEPTA-MES
               PERFORM I-CONFIRMA-COMP   THRU  F-CONFIRMA-COMP
               PERFORM I-LABEL-ARCHIVOS  THRU  F-LABEL-ARCHIVOS
               PERFORM I-ABRE-ARCHIVOS   THRU  F-ABRE-ARCHIVOS
               PERFORM I-DISPLAY         THRU  F-DISPLAY
               PERFORM I-CEROS-VARIABLES THRU  F-CEROS-VARIABLES
               PERFORM I-START-CNDTACUM  THRU  F-START-CNDTACUM
               PERFORM I-PROCESO-INFORME THRU  F-PROCESO-INFORME
                       UNTIL FIN-OK = 1.
               PERFORM I-TOTAL-CLASE     THRU  F-TOTAL-CLASE
               PERFORM I-TOTAL-GEN       THRU  F-TOTAL-GEN
               MOVE  SPACES               TO REG-INFORMES.
               WRITE REG-INFORMES  AFTER PAGE.
               DISPLAY "HOJAS IMPRESAS PARA FOLIAR:"
                                          LINE 24 POSITION 1 REVERSE
               MOVE WK-PAGINA             TO  WI-Z6
               DISPLAY WI-Z6              LINE 24 POSITION 29 REVERSE
               PERFORM ACEPTA-TRUCO
               PERFORM I-FIN-MODE        THRU  F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
               MOVE WIN-NIT                TO  I-NITEMP
               MOVE WEMPRESA               TO  TIT-CIA
               MOVE    1                   TO   IND-INFORMES.
               PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
               MOVE CON-ANO                TO  W-PAR-ANO
               MOVE W-LONG                 TO  W-PAR-MES
               MOVE W-PARAMETROS           TO  REP-LNK-PARAMETROS.
               MOVE 774                    TO  LAB-INFORMES-IDENT.
               PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
               MOVE CON-ANO                TO  LAB-INFORMES-ANO
                                               I-ANO
               MOVE CON-COD-EMPRESA        TO  LAB-ACTFIJOS-CIA
                                               LAB-DIFERIDO-CIA
               MOVE 1                      TO  SW-ABRE.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT  CNDTACUM
           OPEN INPUT  EMPRESAS CNNITCED CNCATCTA
           OPEN OUTPUT INFORMES.
      *  SIN MAESTRO DE ACTIVOS O DE DIFERIDOS EL LIBRO SALE SIN ESE
      *  DETALLE
           MOVE ZEROS                  TO  SW-ACTFIJOS  SW-DIFERIDO.
           OPEN INPUT  ACTFIJOS.
           IF  ACTFIJOS-STATUS  >  "00"
               MOVE 1                  TO  SW-ACTFIJOS.
           OPEN INPUT  DIFERIDO.
           IF  DIFERIDO-STATUS  >  "00"
               MOVE 1                  TO  SW-DIFERIDO.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *          PROCESO PRINCIPAL DEL PROGRAMA                        *
      ******************************************************************
      *
       I-PROCESO-INFORME.
           PERFORM I-LEE-CNDTACUM THRU F-LEE-CNDTACUM
           IF FIN-OK = 1            GO F-PROCESO-INFORME.
           PERFORM I-NIVEL-CUENTA THRU F-NIVEL-CUENTA
           IF NIVEL = 1
              PERFORM I-TOTAL-CLASE THRU F-TOTAL-CLASE
              PERFORM I-ACUMULE-NIVEL THRU F-ACUMULE-NIVEL.
           IF CNDTACUM-SALDO(W-LONG) = 0
              GO F-PROCESO-INFORME.
           PERFORM I-INICIA-LINEA   THRU F-INICIA-LINEA
           IF NIVEL < 6
              PERFORM I-LEE-CNCATCTA THRU F-LEE-CNCATCTA
              MOVE NOMCTA              TO  I-DESCRIPCION.
           IF NIVEL = 1 OR NIVEL = 2
              PERFORM I-IMPRIME-GRUPO  THRU F-IMPRIME-GRUPO.
           IF NIVEL = 3 OR NIVEL = 4 OR NIVEL = 5
              PERFORM I-IMPRIME-CUENTA THRU F-IMPRIME-CUENTA.
           IF NIVEL = 7
              PERFORM I-IMPRIME-NIT    THRU F-IMPRIME-NIT.
           IF NIVEL = 8
              PERFORM I-IMPRIME-FACTURA THRU F-IMPRIME-FACTURA.
       F-PROCESO-INFORME.
      *
      ******************************************************************
      *          NIVEL DEL REGISTRO SEGUN SU CLAVE (VER NIVELE1.PRO)   *
      ******************************************************************
      *
       I-NIVEL-CUENTA.
           DIVIDE CNDTACUM-MAYOR BY 1000 GIVING W-CLASE
                  REMAINDER W-RESTO.
           DIVIDE CNDTACUM-MAYOR BY 100  GIVING W-GRUPO.
           IF CNDTACUM-NIT > 0 AND CNDTACUM-FRA > 0
              MOVE 8 TO NIVEL
              GO F-NIVEL-CUENTA.
           IF CNDTACUM-NIT > 0
              MOVE 7 TO NIVEL
              GO F-NIVEL-CUENTA.
           IF CNDTACUM-AUX > 0
              MOVE 5 TO NIVEL
              GO F-NIVEL-CUENTA.
           IF CNDTACUM-SUB > 0
              MOVE 4 TO NIVEL
              GO F-NIVEL-CUENTA.
           IF W-RESTO = 0
              MOVE 1 TO NIVEL
              GO F-NIVEL-CUENTA.
           DIVIDE CNDTACUM-MAYOR BY 100 GIVING W-RESTO
                  REMAINDER W-RESTO.
           IF W-RESTO = 0
              MOVE 2 TO NIVEL
           ELSE
              MOVE 3 TO NIVEL.
       F-NIVEL-CUENTA.
      *
       I-ACUMULE-NIVEL.
           MOVE W-CLASE                TO  W-CLASE-ANT.
           IF W-CLASE = 1
              MOVE CNDTACUM-SALDO(W-LONG) TO W-ACTIVOS.
           IF W-CLASE = 2
              MOVE CNDTACUM-SALDO(W-LONG) TO W-PASIVOS.
           IF W-CLASE = 3
              MOVE CNDTACUM-SALDO(W-LONG) TO W-PATRIMONIO.
       F-ACUMULE-NIVEL.
      *
       I-INICIA-LINEA.
           MOVE SPACES                 TO  I-CODIGO  I-DESCRIPCION.
           MOVE ZEROS                  TO  I-DOCUMENTO  I-TERCERO
                                           I-CUENTA     I-GRUPO.
       F-INICIA-LINEA.
      *
      ******************************************************************
      *          CLASE, GRUPO Y CUENTAS                                *
      ******************************************************************
      *
       I-IMPRIME-GRUPO.
           IF NIVEL = 1
              MOVE W-CLASE             TO  I-CODIGO (1:1)
           ELSE
              MOVE W-GRUPO             TO  I-CODIGO (1:2).
           MOVE CNDTACUM-SALDO(W-LONG) TO  I-GRUPO.
           IF CON-LIN > 52
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           MOVE  SPACES TO REG-INFORMES
           WRITE REG-INFORMES              AFTER 1
           WRITE REG-INFORMES FROM LDET1   AFTER 1
           ADD 2 TO CON-LIN.
       F-IMPRIME-GRUPO.
      *
       I-IMPRIME-CUENTA.
           MOVE CNDTACUM-MAYOR         TO  I-CODIGO (1:4).
           IF NIVEL > 3
              MOVE CNDTACUM-SUB        TO  I-CODIGO (6:2).
           IF NIVEL = 5
              MOVE CNDTACUM-AUX        TO  I-CODIGO (9:4).
           MOVE CNDTACUM-SALDO(W-LONG) TO  I-CUENTA  W-SALDO-CTA.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
           IF W-CLASE NOT = 1 OR NIVEL = 3
              GO F-IMPRIME-CUENTA.
           MOVE CNDTACUM-MAYOR         TO  W-CTA-MAYOR.
           MOVE CNDTACUM-SUB           TO  W-CTA-SUB.
           MOVE CNDTACUM-AUX           TO  W-CTA-AUX.
           IF SW-ACTFIJOS = 0
              PERFORM I-DETALLE-ACTIVOS  THRU F-DETALLE-ACTIVOS.
           IF SW-DIFERIDO = 0
              PERFORM I-DETALLE-DIFERIDO THRU F-DETALLE-DIFERIDO.
       F-IMPRIME-CUENTA.
      *
      ******************************************************************
      *          TERCEROS Y FACTURAS (NIVEL 7, 8)                      *
      ******************************************************************
      *
       I-IMPRIME-NIT.
           MOVE CNDTACUM-NIT           TO  CODIM.
           PERFORM I-LEE-CNNITCED      THRU F-LEE-CNNITCED.
           MOVE CNDTACUM-NIT           TO  WI-Z12.
           MOVE WI-Z12                 TO  I-CODIGO (3:12).
           IF SW-EOF = 1
              MOVE "  NIT NO EXISTE EN CNNITCED" TO I-DESCRIPCION
           ELSE
              STRING "  " NOMBM DELIMITED BY SIZE INTO I-DESCRIPCION.
           MOVE CNDTACUM-SALDO(W-LONG) TO  I-TERCERO.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
       F-IMPRIME-NIT.
      *
       I-IMPRIME-FACTURA.
           MOVE "    FRA"              TO  I-CODIGO.
           MOVE CNDTACUM-FRA           TO  I-CODIGO (9:6).
           MOVE CNDTACUM-FECHA-FRA     TO  W-FECHA-8.
           MOVE W-FECHA-8              TO  W-FECHA-ED.
           MOVE CNDTACUM-FECHA-VCTO    TO  W-FECHA-8.
           MOVE W-FECHA-8              TO  W-FECHA-ED-2.
           STRING "    DEL " W-FECHA-ED " VENCE " W-FECHA-ED-2
                  DELIMITED BY SIZE INTO I-DESCRIPCION.
           MOVE CNDTACUM-SALDO(W-LONG) TO  I-DOCUMENTO.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
       F-IMPRIME-FACTURA.
      *
      ******************************************************************
      *          ACTIVOS FIJOS DE LA CUENTA                            *
      ******************************************************************
      *
      *  COSTO BAJO LA CUENTA DEL ACTIVO Y DEPRECIACION ACUMULADA
      *  (CREDITO) BAJO LA CUENTA DE DEPRECIACION; LOS RETIRADOS NO
      *  HACEN PARTE DEL INVENTARIO
       I-DETALLE-ACTIVOS.
           MOVE ZEROS                  TO  W-DETALLE  W-LINEAS-DET
                                           FIN-ACT.
           MOVE ZEROS                  TO  ACT-CODIGO.
           START ACTFIJOS KEY NOT LESS ACT-CODIGO INVALID KEY
                 GO F-DETALLE-ACTIVOS.
       I-DETALLE-ACTIVOS-CICLO.
           READ ACTFIJOS NEXT RECORD WITH NO LOCK AT END
                GO I-DETALLE-ACTIVOS-FIN.
           IF ACT-ESTADO = "R"         GO I-DETALLE-ACTIVOS-CICLO.
           IF ACT-CTA-ACTIVO = W-CUENTA-NUM
              MOVE ACT-COSTO           TO  W-VALOR-DET
           ELSE
              IF ACT-CTA-DEPRE = W-CUENTA-NUM
                 COMPUTE W-VALOR-DET = ACT-DEPRE-ACUM * -1
              ELSE
                 GO I-DETALLE-ACTIVOS-CICLO.
           IF W-VALOR-DET = 0          GO I-DETALLE-ACTIVOS-CICLO.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           MOVE "    ACT"              TO  I-CODIGO.
           MOVE ACT-CODIGO             TO  I-CODIGO (9:6).
           STRING "    " ACT-NOMBRE DELIMITED BY SIZE
                  INTO I-DESCRIPCION.
           MOVE W-VALOR-DET            TO  I-DOCUMENTO.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
           ADD W-VALOR-DET             TO  W-DETALLE.
           ADD 1                       TO  W-LINEAS-DET.
           GO I-DETALLE-ACTIVOS-CICLO.
       I-DETALLE-ACTIVOS-FIN.
           IF W-LINEAS-DET = 0         GO F-DETALLE-ACTIVOS.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           MOVE "    TOTAL ACTIVOS FIJOS"  TO  I-DESCRIPCION.
           PERFORM I-CUADRE-DETALLE    THRU F-CUADRE-DETALLE.
       F-DETALLE-ACTIVOS.
      *
      ******************************************************************
      *          CARGOS DIFERIDOS DE LA CUENTA                         *
      ******************************************************************
      *
       I-DETALLE-DIFERIDO.
           MOVE ZEROS                  TO  W-DETALLE  W-LINEAS-DET
                                           FIN-DIF.
           MOVE CON-COD-EMPRESA        TO  DIF-EMPRESA.
           MOVE ZEROS                  TO  DIF-CODIGO.
           START DIFERIDO KEY NOT LESS DIF-CLAVE INVALID KEY
                 GO F-DETALLE-DIFERIDO.
       I-DETALLE-DIFERIDO-CICLO.
           READ DIFERIDO NEXT RECORD WITH NO LOCK AT END
                GO I-DETALLE-DIFERIDO-FIN.
           IF DIF-EMPRESA NOT = CON-COD-EMPRESA
              GO I-DETALLE-DIFERIDO-FIN.
           IF DIF-CTA-DIFERIDO NOT = W-CUENTA-NUM
              GO I-DETALLE-DIFERIDO-CICLO.
           COMPUTE W-VALOR-DET = DIF-VALOR-TOTAL - DIF-AMORTIZADO.
           IF W-VALOR-DET = 0          GO I-DETALLE-DIFERIDO-CICLO.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           MOVE "    DIF"              TO  I-CODIGO.
           MOVE DIF-CODIGO             TO  I-CODIGO (9:4).
           STRING "    " DIF-CONCEPTO DELIMITED BY SIZE
                  INTO I-DESCRIPCION.
           MOVE W-VALOR-DET            TO  I-DOCUMENTO.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
           ADD W-VALOR-DET             TO  W-DETALLE.
           ADD 1                       TO  W-LINEAS-DET.
           GO I-DETALLE-DIFERIDO-CICLO.
       I-DETALLE-DIFERIDO-FIN.
           IF W-LINEAS-DET = 0         GO F-DETALLE-DIFERIDO.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           MOVE "    TOTAL DIFERIDOS POR AMORTIZAR"  TO  I-DESCRIPCION.
           PERFORM I-CUADRE-DETALLE    THRU F-CUADRE-DETALLE.
       F-DETALLE-DIFERIDO.
      *
      *  TOTAL DEL DETALLE Y DIFERENCIA CONTRA EL SALDO DE LA CUENTA
       I-CUADRE-DETALLE.
           MOVE W-DETALLE              TO  I-DOCUMENTO.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
           COMPUTE W-DIFERENCIA = W-SALDO-CTA - W-DETALLE.
           IF W-DIFERENCIA = 0         GO F-CUADRE-DETALLE.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           MOVE "    DIFERENCIA CON EL SALDO CONTABLE"
                                       TO  I-DESCRIPCION.
           MOVE W-DIFERENCIA           TO  I-DOCUMENTO.
           PERFORM I-ESCRIBE-LINEA     THRU F-ESCRIBE-LINEA.
       F-CUADRE-DETALLE.
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
      *          TOTALES DE CLASE Y GENERAL                            *
      ******************************************************************
      *
       I-TOTAL-CLASE.
           IF W-CLASE-ANT = 0 OR W-CLASE-ANT = 3
              GO F-TOTAL-CLASE.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           IF W-CLASE-ANT = 1
              MOVE " T O T A L   A C T I V O"  TO I-DESCRIPCION
              MOVE W-ACTIVOS           TO  I-GRUPO.
           IF W-CLASE-ANT = 2
              MOVE " T O T A L   P A S I V O"  TO I-DESCRIPCION
              MOVE W-PASIVOS           TO  I-GRUPO.
           PERFORM I-IMPRIME-TOTAL     THRU F-IMPRIME-TOTAL.
           MOVE 0                      TO  W-CLASE-ANT.
       F-TOTAL-CLASE.
      *
      *  EL RESULTADO DEL EJERCICIO SE TOMA DE LAS CLASES 4, 5 Y 7
      *  COMO EN EL PROG771 Y EL PROG775
       I-TOTAL-GEN.
           MOVE 0                      TO  W-INGRESOS  W-GASTOS
                                           W-COSTOS.
           MOVE 4000 TO W-CTA-MAYOR
           PERFORM I-LEE-CLASE         THRU F-LEE-CLASE
           MOVE W-SALDO-CTA            TO  W-INGRESOS
           MOVE 5000 TO W-CTA-MAYOR
           PERFORM I-LEE-CLASE         THRU F-LEE-CLASE
           MOVE W-SALDO-CTA            TO  W-GASTOS
           MOVE 7000 TO W-CTA-MAYOR
           PERFORM I-LEE-CLASE         THRU F-LEE-CLASE
           MOVE W-SALDO-CTA            TO  W-COSTOS
           COMPUTE SALDO = W-GASTOS + W-COSTOS + W-INGRESOS
           COMPUTE W-PATRIMONIO = W-PATRIMONIO + SALDO.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           IF SALDO IS POSITIVE
              MOVE "PERDIDA DEL PRESENTE EJERCICIO" TO I-DESCRIPCION.
           IF SALDO IS NEGATIVE
              MOVE "UTILIDAD DEL PRESENTE EJERCICIO" TO I-DESCRIPCION.
           IF SALDO NOT = 0
              MOVE SALDO               TO  I-CUENTA
              PERFORM I-ESCRIBE-LINEA  THRU F-ESCRIBE-LINEA.
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           MOVE " T O T A L   P A T R I M O N I O"  TO I-DESCRIPCION
           MOVE W-PATRIMONIO           TO  I-GRUPO
           PERFORM I-IMPRIME-TOTAL     THRU F-IMPRIME-TOTAL
           COMPUTE W-TOTAL-CREDITOS = W-PASIVOS + W-PATRIMONIO
           PERFORM I-INICIA-LINEA      THRU F-INICIA-LINEA.
           MOVE " TOTAL PASIVO Y PATRIMONIO"  TO I-DESCRIPCION
           MOVE W-TOTAL-CREDITOS       TO  I-GRUPO
           PERFORM I-IMPRIME-TOTAL     THRU F-IMPRIME-TOTAL
           COMPUTE W-DIFERENCIA = W-ACTIVOS + W-TOTAL-CREDITOS
           IF W-DIFERENCIA NOT = 0
              PERFORM I-INICIA-LINEA   THRU F-INICIA-LINEA
              MOVE " DIFERENCIA ACTIVO - PASIVO Y PATRIMONIO"
                                       TO  I-DESCRIPCION
              MOVE W-DIFERENCIA        TO  I-GRUPO
              PERFORM I-ESCRIBE-LINEA  THRU F-ESCRIBE-LINEA.
           IF CON-LIN > 48
              PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
              PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LFIRMAS   AFTER 5
           WRITE REG-INFORMES FROM LFIRMAS-2 AFTER 1
           ADD 6 TO CON-LIN.
       F-TOTAL-GEN.
      *
       I-IMPRIME-TOTAL.
                IF CON-LIN > 50
                   PERFORM LINE-CIERRE      THRU F-LINE-CIERRE
                   PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
                WRITE REG-INFORMES FROM LIN14-S  AFTER 2
                WRITE REG-INFORMES FROM LDET1    AFTER 1
                WRITE REG-INFORMES FROM LIN15-S  AFTER 1
                ADD 4                TO CON-LIN.
       F-IMPRIME-TOTAL.
      *
      ******************************************************************
      *          IMPRESION DEL REPORTE                                 *
      ******************************************************************
      *
       I-CEROS-VARIABLES.
               MOVE 0 TO W-ACTIVOS     W-PASIVOS
                         W-PATRIMONIO  W-TOTAL-CREDITOS
                         W-CLASE-ANT   FIN-OK  WK-PAGINA.
       F-CEROS-VARIABLES.
      *
       LINE-CIERRE.
            IF CON-LIN = 90
               MOVE  0  TO CON-LIN
               GO F-LINE-CIERRE.
            WRITE REG-INFORMES FROM LCONTIN AFTER 2
            WRITE REG-INFORMES FROM LIN14-S AFTER 1
            MOVE  SPACES         TO REG-INFORMES.
            WRITE REG-INFORMES      AFTER PAGE.
            MOVE  0  TO CON-LIN.
       F-LINE-CIERRE.
      *
      *  EL ENCABEZADO BAJA 8 LINEAS COMO EN EL PROG773 PARA DEJAR
      *  LIBRE LA ZONA DONDE EL PROG746 IMPRIME EL FOLIO
       I-TITULO-INFORME.
           MOVE 0 TO CON-LIN
           ADD 1 TO WK-PAGINA
           MOVE  WK-PAGINA TO I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER 1
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 8
           WRITE REG-INFORMES  FROM  TITULO-2A AFTER 1
           WRITE REG-INFORMES  FROM  TITULO-2B AFTER 1
           WRITE REG-INFORMES  FROM LIN14-S    AFTER 2
           WRITE REG-INFORMES  FROM TITULO-9A  AFTER 1
           WRITE REG-INFORMES  FROM LIN14-S    AFTER 1
           MOVE 15                         TO  CON-LIN.
       F-TITULO-INFORME.
      *
      ******************************************************************
      *          LECTURA Y START DE ARCHIVOS                           *
      ******************************************************************
      *
       I-START-CNDTACUM.
               MOVE WK-MASCARA-FECHA       TO  I-FECHA
               MOVE WK-MASCARA-HORA        TO  I-HORA
               MOVE WK-NOMBRE-MES(W-LONG)  TO  I-MES
               MOVE ZEROS                  TO  CNDTACUM-CLAVE
               START CNDTACUM  KEY >   CNDTACUM-CLAVE INVALID KEY
                     MOVE "98"      TO  STATUS-NOMINA
                     PERFORM RUTINA-ERROR-NOMINA
                     PERFORM I-FIN-MODE THRU F-FIN-MODE.
               PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
       F-START-CNDTACUM.
      *
       I-LEE-CNDTACUM.
              READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                   MOVE 1 TO FIN-OK
                   GO F-LEE-CNDTACUM.
              IF CNDTACUM-MAYOR NOT < 4000
                 MOVE 1 TO FIN-OK
                 GO F-LEE-CNDTACUM.
            DISPLAY CNDTACUM-NIT           LINE 20 POSITION 23
            DISPLAY CNDTACUM-MAYOR         LINE 20 POSITION 45
            DISPLAY CNDTACUM-SUB           LINE 20 POSITION 50
            DISPLAY CNDTACUM-AUX           LINE 20 POSITION 53
            DISPLAY CNDTACUM-FRA           LINE 21 POSITION 45.
       F-LEE-CNDTACUM.
      *
      *  SALDO DEL REGISTRO DE CLASE (NIVEL 1) DE W-CTA-MAYOR
       I-LEE-CLASE.
               MOVE ZEROS                  TO  CNDTACUM-CLAVE
                                               W-SALDO-CTA
               MOVE W-CTA-MAYOR            TO  CNDTACUM-MAYOR
               MOVE 0        TO SW-EOF.
               READ CNDTACUM WITH NO LOCK INVALID KEY
                             MOVE 1 TO SW-EOF.
               IF SW-EOF = 0
                  MOVE CNDTACUM-SALDO(W-LONG) TO W-SALDO-CTA.
       F-LEE-CLASE.
      *
       I-LEE-CNCATCTA.
               MOVE CNDTACUM-MAYOR       TO MAYMAE
               MOVE CNDTACUM-SUB         TO SUBMAE
               MOVE CNDTACUM-AUX         TO AUXMAE
               MOVE 0        TO SW-EOF.
               READ CNCATCTA WITH NO LOCK INVALID KEY
                             MOVE 1 TO SW-EOF.
               IF SW-EOF = 1
                  MOVE "CUENTA NO EXISTE EN CNCATCTA" TO NOMCTA.
       F-LEE-CNCATCTA.
      *
       I-LEE-CNNITCED.
            MOVE 0 TO SW-EOF.
            READ CNNITCED WITH NO LOCK
                 INVALID KEY MOVE 1 TO SW-EOF.
       F-LEE-CNNITCED.
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
               IF  W-LONG  =  0 OR W-LONG > 14
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
      *          RUTINAS DE IMPRESION Y PANTALLAS                      *
      ******************************************************************
      *
       I-PANTALLA-1B.
               MOVE "* LIBRO DE INVENTARIOS Y BALANCES *"
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
               DISPLAY "N.I.T :"            LINE 20 POSITION 15
               DISPLAY "CUENTA :"           LINE 20 POSITION 36
               DISPLAY "FACTURA:"           LINE 21 POSITION 36
               DISPLAY "PROCESANDO LIBRO DE INVENTARIOS Y BALANCES ..."
                                              LINE 17 POSITION 17.
       F-DISPLAY.
      *
       I-FIN-MODE.
           CLOSE CNCATCTA CNNITCED
                 EMPRESAS
                 INFORMES
                 CNDTACUM.
           IF SW-ACTFIJOS = 0
              CLOSE ACTFIJOS.
           IF SW-DIFERIDO = 0
              CLOSE DIFERIDO.
           MOVE W-IDENT-PROGRAMA       TO  CON-PROGRAMA
           MOVE W-LONG                 TO  CON-PERIODO
           CANCEL "PROG774.COB"
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
