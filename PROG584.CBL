       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG584.
      ******************************************************************
      * AUDITORIA DE SALDOS CONTRA EL MOVIMIENTO       OCT-15-2026     *
      *                                                                *
      * PROG798 VERIFICA QUE CADA COMPROBANTE CUADRE, PERO NADA        *
      * VERIFICABA QUE LOS SALDOS GRABADOS EN CNDTACUM (14 PERIODOS    *
      * POR CUENTA, NIT Y FACTURA) Y EN CNDTACCO (POR CENTRO DE        *
      * COSTOS) SIGAN SIENDO LA SUMA DEL MOVIMIENTO ACTUALIZADO.       *
      * ESTE PROGRAMA, PARA EL ANO DIGITADO:                           *
      *   1. RECALCULA EN EL TRABAJO CNRECACU LOS DEBITOS Y CREDITOS   *
      *      POR PERIODO DE TODAS LAS LINEAS YA ACTUALIZADAS           *
      *      (CONDICION 1) DE CNDOCTOS Y, SI EL ANO FUE ARCHIVADO POR  *
      *      PROG790, DE CNDOCHIS, CON LOS MISMOS NIVELES DE PROG781   *
      *      (NIVELE1.PRO).  EL PERIODO DE CADA LINEA ES ALTMES.       *
      *   2. ENCADENA LOS SALDOS ESPERADOS DESDE LA BASE DE APERTURA   *
      *      GRABADA (SALDO 14 MENOS EL MOVIMIENTO 14, QUE VIENE DEL   *
      *      ANO ANTERIOR): 14, 1 A 12 Y 13.  SOLO SE COMPARAN LOS     *
      *      SALDOS DE LOS MESES YA ACTUALIZADOS (WIN-MESSAL-ACT) Y    *
      *      EL DE CIERRE SI HAY MOVIMIENTO DE CIERRE.                 *
      *   3. COMPARA CONTRA CNDTACUM Y CNDTACCO E IMPRIME CADA         *
      *      DIFERENCIA POR CUENTA, NIT, FACTURA (O CENTRO) Y PERIODO, *
      *      INCLUYENDO REGISTROS QUE FALTAN EN EL ARCHIVO DE SALDOS.  *
      * MODO A: SOLO LECTURA.  MODO R (SOLO SUPERVISOR, CON COPIA      *
      * VERIFICADA DEL DIA EN BACKCTL): AL TERMINAR EL INFORME PIDE    *
      * MOTIVO Y CONFIRMACION Y GRABA LAS CIFRAS RECALCULADAS, CADA    *
      * UNA CON SU CONSTANCIA EN CNREPSAL (ANTERIOR/NUEVO) Y CADA      *
      * SALDO REGRABADO AL DIARIO DE TRANSACCIONES (TRANSLOG).         *
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
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\CNDOCHIS.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\CNDTACCO.DYC".
               COPY "..\DYC\CNRECACU.DYC".
               COPY "..\DYC\CNREPSAL.DYC".
               COPY "..\DYC\BACKCTL.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\CNDOCHIS.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNDTACCO.FD".
               COPY "..\FD\CNRECACU.FD".
               COPY "..\FD\CNREPSAL.FD".
               COPY "..\FD\BACKCTL.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG584".
       77      ID-PRG              PIC X(7)  VALUE "PROG584".
       77      WK-TIPO-USR         PIC X(01) VALUE SPACES.
       77      W-ANO-AUDITA        PIC 9(04) VALUE ZEROS.
       77      W-MODO              PIC X(01) VALUE "A".
       77      W-ANOSAL            PIC 9(04) VALUE ZEROS.
       77      W-MESSAL            PIC 9(02) VALUE ZEROS.
       77      W-ULT-MES           PIC 9(02) VALUE ZEROS.
       77      W-HAY-CIERRE        PIC 9(01) VALUE ZEROS.
       77      W-COMPARA-SALDO     PIC 9(01) VALUE ZEROS.
       77      W-DIFIERE           PIC 9(01) VALUE ZEROS.
       77      W-NUEVO             PIC 9(01) VALUE ZEROS.
       77      W-SIN-CNDOCTOS      PIC 9(01) VALUE 1.
       77      W-SIN-CNDTACUM      PIC 9(01) VALUE ZEROS.
       77      W-SIN-CNDTACCO      PIC 9(01) VALUE ZEROS.
       77      W-BASE              PIC S9(13)V99 VALUE ZEROS.
       77      W-SALDO-ANT         PIC S9(13)V99 VALUE ZEROS.
       77      W-GRABADO           PIC S9(13)V99 VALUE ZEROS.
       77      W-RECALC            PIC S9(13)V99 VALUE ZEROS.
       77      W-CONC              PIC X(03) VALUE SPACES.
       77      W-ARCH              PIC X(03) VALUE SPACES.
       77      W-LEIDAS            PIC 9(08) VALUE ZEROS.
       77      W-ACUMULADAS        PIC 9(08) VALUE ZEROS.
       77      W-PERIODO-MAL       PIC 9(06) VALUE ZEROS.
       77      W-REVISADOS         PIC 9(08) VALUE ZEROS.
       77      W-DIFERENCIAS       PIC 9(08) VALUE ZEROS.
       77      W-REG-DIFIEREN      PIC 9(08) VALUE ZEROS.
       77      W-REPARADOS         PIC 9(08) VALUE ZEROS.
       77      W-CIFRAS-REPARADAS  PIC 9(08) VALUE ZEROS.
       77      W-MOTIVO            PIC X(40) VALUE SPACES.
       77      W-FECHA-REP         PIC 9(08) VALUE ZEROS.
       77      W-HORA-REP          PIC 9(08) VALUE ZEROS.
       77      W-CONSEC-REP        PIC 9(05) VALUE ZEROS.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\CNDOCHIS.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNDTACCO.LBL".
               COPY "..\LBL\CNRECACU.LBL".
               COPY "..\LBL\CNREPSAL.LBL".
               COPY "..\LBL\BACKCTL.LBL".
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
      ******************************************************************
      *                       T  I  T  U  L  O  S                      *
      ******************************************************************
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(10)    VALUE SPACES.
         05    FILLER      PIC X(40)    VALUE
              "AUDITORIA DE SALDOS CONTRA MOVIMIENTO - ".
         05    FILLER      PIC X(04)    VALUE "ANO ".
         05    I-ANO       PIC 9(04).
         05    FILLER      PIC X(02)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(110)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(05)    VALUE " ARC ".
         05    FILLER      PIC X(13)    VALUE "   CUENTA    ".
         05    FILLER      PIC X(13)    VALUE "      N.I.T. ".
         05    FILLER      PIC X(07)    VALUE "FRA/CC ".
         05    FILLER      PIC X(03)    VALUE "PE ".
         05    FILLER      PIC X(04)    VALUE "CON ".
         05    FILLER      PIC X(19)    VALUE "           GRABADO ".
         05    FILLER      PIC X(19)    VALUE "       RECALCULADO ".
         05    FILLER      PIC X(18)    VALUE "        DIFERENCIA".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-ARCH      PIC X(03).
         05    FILLER      PIC X(01).
         05    I-MAYCTA    PIC 9(04).
         05    FILLER      PIC X(01)    VALUE "-".
         05    I-SUB       PIC 9(02).
         05    FILLER      PIC X(01)    VALUE "-".
         05    I-AUX       PIC 9(04).
         05    FILLER      PIC X(01).
         05    I-NITS      PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(01).
         05    I-FRA       PIC ZZZZZ9.
         05    FILLER      PIC X(01).
         05    I-PER       PIC Z9.
         05    FILLER      PIC X(01).
         05    I-CONC      PIC X(03).
         05    FILLER      PIC X(01).
         05    I-GRABADO   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-RECALC    PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-DIFER     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-PERIODO-MAL.
         05    FILLER      PIC X(07)    VALUE " LINEA ".
         05    I-TIP       PIC 9(03).
         05    FILLER      PIC X(01)    VALUE "-".
         05    I-NUM       PIC 9(06).
         05    FILLER      PIC X(01)    VALUE "-".
         05    I-SEC       PIC 9(06).
         05    FILLER      PIC X(09)    VALUE " PERIODO ".
         05    I-ALTMES    PIC 9(02).
         05    FILLER      PIC X(35)    VALUE
              " NO VALIDO - NO SE RECALCULA".
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(01).
         05    I-TEXTO     PIC X(50).
         05    I-CANTIDAD  PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\CNDOCHIS.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNDTACCO.DCL".
               COPY "..\DCL\CNRECACU.DCL".
               COPY "..\DCL\CNREPSAL.DCL".
               COPY "..\DCL\BACKCTL.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-MAIN-PROCESS.
           COPY "..\PRO\CONTROLA.PRO".
           INITIALIZE WK-EXCEPTION
           MOVE WIN-ANOSAL-ACT         TO  W-ANOSAL.
           MOVE WIN-MESSAL-ACT         TO  W-MESSAL.
           PERFORM I-USUARIOS        THRU F-USUARIOS.
           IF      SW-USER = 1       EXIT PROGRAM.
           PERFORM I-VERIFICA-SUPER  THRU F-VERIFICA-SUPER
           PERFORM I-PROCESO-AUDITE  THRU F-PROCESO-AUDITE
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-CAPTURA         THRU F-CAPTURA
           IF  W-MODO  =  "R"
               PERFORM I-EXIGE-RESPALDO THRU F-EXIGE-RESPALDO.
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           PERFORM I-RECALCULA       THRU F-RECALCULA
           PERFORM I-COMPARA-CNDTACUM THRU F-COMPARA-CNDTACUM
           PERFORM I-COMPARA-CNDTACCO THRU F-COMPARA-CNDTACCO
           PERFORM I-FALTANTES       THRU F-FALTANTES
           PERFORM I-REPARA          THRU F-REPARA
           PERFORM I-TOTAL-FINAL     THRU F-TOTAL-FINAL
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-VERIFICA-SUPER.
           MOVE CON-USERNAME           TO  COD-USR.
           MOVE SPACES                 TO  COD-PRG.
           OPEN INPUT USUARIOS.
           READ USUARIOS WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  TIPO-USR.
           MOVE TIPO-USR               TO  WK-TIPO-USR.
           CLOSE USUARIOS.
       F-VERIFICA-SUPER.
      *
       I-PANTALLA-1B.
           MOVE "* AUDITORIA DE SALDOS CONTRA MOVIMIENTO *"
                                       TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "! ANO A AUDITAR........:                     !"
                                       LINE 09 POSITION 18
           DISPLAY "! A=SOLO AUDITA  R=REPARA (SUPERVISOR):      !"
                                       LINE 10 POSITION 18
           DISPLAY "!  <C> CONFIRMAR          [F2] TERMINAR      !"
                                       LINE 11 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 12 POSITION 18.
       F-PANTALLA-1B.
      *
       I-CAPTURA.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           IF  W-ANO-AUDITA  =  ZEROS
               MOVE CON-ANO            TO  W-ANO-AUDITA.
           ACCEPT W-ANO-AUDITA         LINE 09 POSITION 44
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-ANO-AUDITA  =  ZEROS  GO TO I-CAPTURA.
           ACCEPT W-MODO               LINE 10 POSITION 58
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-MODO  NOT =  "A"  AND  W-MODO  NOT =  "R"
               GO TO I-CAPTURA.
           IF  W-MODO  =  "R"  AND  WK-TIPO-USR  NOT =  "A"
               DISPLAY "LA REPARACION ES SOLO PARA SUPERVISORES"
                       LINE 24 POSITION 01 REVERSE BLINK
               MOVE "A"                TO  W-MODO
               GO TO I-CAPTURA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "C"     GO TO I-CAPTURA.
      *  MESES CUYO SALDO YA DEJO CALCULADO LA ACTUALIZACION (PROG781)
           MOVE ZEROS                  TO  W-ULT-MES.
           IF  W-ANO-AUDITA  <  W-ANOSAL
               MOVE 12                 TO  W-ULT-MES.
           IF  W-ANO-AUDITA  =  W-ANOSAL
               MOVE W-MESSAL           TO  W-ULT-MES.
       F-CAPTURA.
      *
      ******************************************************************
      *  COPIA VERIFICADA DEL DIA O NO HAY REPARACION (BACKCTL)        *
      ******************************************************************
       I-EXIGE-RESPALDO.
           MOVE ZEROS                  TO  FIN-OK  SW-EOF.
           OPEN INPUT BACKCTL.
           IF  BACKCTL-STATUS  >  "00"
               GO TO I-EXIGE-EVALUA.
           MOVE WK-FECHA-HOY           TO  BCK-FECHA.
           MOVE ZEROS                  TO  BCK-CONSEC.
           START BACKCTL KEY NOT LESS BCK-CLAVE INVALID KEY
                 MOVE 1                TO  SW-EOF.
       I-EXIGE-BUSCA.
           IF  SW-EOF  =  1            GO TO I-EXIGE-CIERRA.
           READ BACKCTL NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO I-EXIGE-BUSCA.
           IF  BCK-FECHA  NOT =  WK-FECHA-HOY
               MOVE 1                  TO  SW-EOF
               GO TO I-EXIGE-BUSCA.
           IF  BCK-VERIFICADO  =  "S"
               MOVE 1                  TO  FIN-OK
               MOVE 1                  TO  SW-EOF.
           GO TO I-EXIGE-BUSCA.
       I-EXIGE-CIERRA.
           CLOSE BACKCTL.
       I-EXIGE-EVALUA.
           IF  FIN-OK  NOT =  1
               DISPLAY "FALTA COPIA VERIFICADA DE HOY (PROG025)"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           MOVE ZEROS                  TO  FIN-OK.
       F-EXIGE-RESPALDO.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE W-ANO-AUDITA           TO  I-ANO.
           MOVE CON-COD-EMPRESA        TO  LAB-CNCATCTA-CIA
                                           LAB-CNDOCTOS-CIA
                                           LAB-CNDOCHIS-CIA
                                           LAB-CNDTACUM-CIA
                                           LAB-CNDTACCO-CIA
                                           LAB-CNRECACU-CIA.
           MOVE W-ANO-AUDITA           TO  LAB-CNDOCTOS-ANO
                                           LAB-CNDOCHIS-ANO
                                           LAB-CNDTACUM-ANO
                                           LAB-CNDTACCO-ANO
                                           LAB-CNRECACU-ANO.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 584                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
      *  EN MODO A LOS SALDOS SOLO SE LEEN; EL TRABAJO SE RECREA
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNCATCTA.
           OPEN OUTPUT CNRECACU.
           CLOSE CNRECACU.
           OPEN I-O CNRECACU.
           MOVE ZEROS                  TO  W-SIN-CNDTACUM
                                           W-SIN-CNDTACCO.
           IF  W-MODO  =  "R"
               OPEN I-O CNDTACUM
           ELSE
               OPEN INPUT CNDTACUM.
           IF  CNDTACUM-STATUS  =  "35"
               MOVE 1                  TO  W-SIN-CNDTACUM.
           IF  W-MODO  =  "R"
               OPEN I-O CNDTACCO
           ELSE
               OPEN INPUT CNDTACCO.
           IF  CNDTACCO-STATUS  =  "35"
               MOVE 1                  TO  W-SIN-CNDTACCO.
           OPEN OUTPUT INFORMES.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  PASO 1: RECALCULA EL MOVIMIENTO DEL ANO EN CNRECACU, DESDE    *
      *  EL ARCHIVO VIVO Y DESDE EL HISTORICO (LO ARCHIVADO POR        *
      *  PROG790 YA NO ESTA EN EL VIVO, ASI QUE NO SE DUPLICA)         *
      ******************************************************************
       I-RECALCULA.
           DISPLAY "RECALCULANDO EL MOVIMIENTO ACTUALIZADO..."
                   LINE 18 POSITION 18.
           MOVE ZEROS                  TO  W-LEIDAS  W-ACUMULADAS
                                           W-PERIODO-MAL  W-HAY-CIERRE.
           OPEN INPUT CNDOCTOS.
           IF  CNDOCTOS-STATUS  >  "00"
               GO TO I-RECALCULA-HIS.
           MOVE ZEROS                  TO  W-SIN-CNDOCTOS.
           MOVE ZEROS                  TO  KEY00-DOCTOS  FIN-OK.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-RECALCULA-DOCTOS.
           IF  FIN-OK  =  1            GO TO I-RECALCULA-HIS.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-RECALCULA-DOCTOS.
           PERFORM I-ACUMULA-LINEA     THRU F-ACUMULA-LINEA.
           GO TO I-RECALCULA-DOCTOS.
       I-RECALCULA-HIS.
           OPEN INPUT CNDOCHIS.
           IF  CNDOCHIS-STATUS  >  "00"
               GO TO F-RECALCULA.
           MOVE ZEROS                  TO  HIS-CLAVE  FIN-OK.
           START CNDOCHIS KEY NOT LESS HIS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-RECALCULA-HIS-REG.
           IF  FIN-OK  =  1            GO TO I-RECALCULA-HIS-FIN.
           READ CNDOCHIS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-RECALCULA-HIS-REG.
           MOVE REG-DOCHIS             TO  REG-DOCTOS.
           PERFORM I-ACUMULA-LINEA     THRU F-ACUMULA-LINEA.
           GO TO I-RECALCULA-HIS-REG.
       I-RECALCULA-HIS-FIN.
           CLOSE CNDOCHIS.
       F-RECALCULA.
      *
      *  SOLO LO QUE PROG781 YA PASO A SALDOS (CONDICION 1)
       I-ACUMULA-LINEA.
           ADD 1                       TO  W-LEIDAS.
           DISPLAY RADIC-DOCTOS        LINE 20 POSITION 35 REVERSE.
           IF  VALOR-DOCTOS  =  ZEROS  GO TO F-ACUMULA-LINEA.
           IF  CONDICION-DOCTOS  NOT =  1
               GO TO F-ACUMULA-LINEA.
           IF  ALTMES-DOCTOS  =  ZEROS  OR  ALTMES-DOCTOS  >  14
               PERFORM I-PERIODO-MAL   THRU F-PERIODO-MAL
               GO TO F-ACUMULA-LINEA.
           ADD 1                       TO  W-ACUMULADAS.
           MOVE ALTMES-DOCTOS          TO  W-LONG.
           IF  W-LONG  =  13
               MOVE 1                  TO  W-HAY-CIERRE.
           MOVE CUENTA-DOCTOS          TO  CTAMAE.
           MOVE ZEROS                  TO  SW-EOF.
           READ CNCATCTA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE "N"                TO  CODPGT  INDDETAL.
           PERFORM I-REC-NIVEL-1       THRU F-REC-NIVEL-1.
           PERFORM I-REC-NIVEL-2       THRU F-REC-NIVEL-2.
           PERFORM I-REC-NIVEL-3       THRU F-REC-NIVEL-3.
           PERFORM I-REC-NIVEL-4       THRU F-REC-NIVEL-4.
           PERFORM I-REC-NIVEL-5       THRU F-REC-NIVEL-5.
           PERFORM I-REC-NIVEL-6       THRU F-REC-NIVEL-6.
           IF  CODPGT  =  "S"
               PERFORM I-REC-NIVEL-7   THRU F-REC-NIVEL-7.
           IF  INDDETAL  =  "S"
               PERFORM I-REC-NIVEL-8   THRU F-REC-NIVEL-8.
           IF  CENCOS-DOCTOS  NOT =  ZEROS
               PERFORM I-REC-CENTRO    THRU F-REC-CENTRO.
       F-ACUMULA-LINEA.
      *
       I-PERIODO-MAL.
           ADD 1                       TO  W-PERIODO-MAL.
           MOVE RADICTIP-DOCTOS        TO  I-TIP.
           MOVE RADICDOC-DOCTOS        TO  I-NUM.
           MOVE RADIC-AUTOMATICA-DOCTOS TO  I-SEC.
           MOVE ALTMES-DOCTOS          TO  I-ALTMES.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-PERIODO-MAL AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-PERIODO-MAL.
      *
      ******************************************************************
      *  LOS MISMOS NIVELES DE NIVELE1.PRO, SOBRE EL TRABAJO           *
      ******************************************************************
       I-REC-NIVEL-1.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           COMPUTE RAC-MAYOR  =  MAYCTA-1-DOCTOS  *  1000.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-1.
      *
       I-REC-NIVEL-2.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           COMPUTE RAC-MAYOR  =  (MAYCTA-1-DOCTOS  *  10
                              +   MAYCTA-2-DOCTOS) *  100.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-2.
      *
       I-REC-NIVEL-3.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           MOVE MAYCTA-DOCTOS          TO  RAC-MAYOR.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-3.
      *
       I-REC-NIVEL-4.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           MOVE MAYCTA-DOCTOS          TO  RAC-MAYOR.
           MOVE SUBCTA-DOCTOS          TO  RAC-SUB.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-4.
      *
       I-REC-NIVEL-5.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           MOVE CUENTA-DOCTOS          TO  RAC-CUENTA.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-5.
      *
       I-REC-NIVEL-6.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-6.
      *
       I-REC-NIVEL-7.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           MOVE CUENTA-DOCTOS          TO  RAC-CUENTA.
           MOVE ALTNIT-DOCTOS          TO  RAC-NIT.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-7.
      *
       I-REC-NIVEL-8.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "A"                    TO  RAC-ARCHIVO.
           MOVE CUENTA-DOCTOS          TO  RAC-CUENTA.
           MOVE ALTNIT-DOCTOS          TO  RAC-NIT.
           MOVE NUMFRA-DOCTOS          TO  RAC-FRA.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-NIVEL-8.
      *
       I-REC-CENTRO.
           MOVE ZEROS                  TO  RAC-CLAVE.
           MOVE "C"                    TO  RAC-ARCHIVO.
           MOVE CUENTA-DOCTOS          TO  RAC-CUENTA.
           MOVE CENCOS-DOCTOS          TO  RAC-CENTRO.
           PERFORM I-ACUMULA-RAC       THRU F-ACUMULA-RAC.
       F-REC-CENTRO.
      *
       I-ACUMULA-RAC.
           MOVE ZEROS                  TO  W-NUEVO.
           READ CNRECACU INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               MOVE SPACES             TO  RAC-VISTO  RAC-DIFIERE
               MOVE ZEROS              TO  RAC-LINEAS
               INITIALIZE RAC-TABLA.
           ADD 1                       TO  RAC-LINEAS.
           IF  VALOR-DOCTOS  IS POSITIVE
               ADD VALOR-DOCTOS        TO  RAC-MOVDEB (W-LONG)
           ELSE
               ADD VALOR-DOCTOS        TO  RAC-MOVCRE (W-LONG).
           IF  W-NUEVO  =  1
               WRITE REG-CNRECACU INVALID KEY
                     REWRITE REG-CNRECACU
           ELSE
               REWRITE REG-CNRECACU INVALID KEY
                     WRITE REG-CNRECACU.
       F-ACUMULA-RAC.
      *
      ******************************************************************
      *  PASO 2: CADA REGISTRO DE CNDTACUM CONTRA SU RECALCULO         *
      ******************************************************************
       I-COMPARA-CNDTACUM.
           IF  W-SIN-CNDTACUM  =  1    GO TO F-COMPARA-CNDTACUM.
           DISPLAY "COMPARANDO CNDTACUM..."  LINE 19 POSITION 18.
           MOVE ZEROS                  TO  CNDTACUM-CLAVE  FIN-OK.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-COMPARA-ACU-REG.
           IF  FIN-OK  =  1            GO TO F-COMPARA-CNDTACUM.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-COMPARA-ACU-REG.
           ADD 1                       TO  W-REVISADOS.
           DISPLAY CNDTACUM-CLAVE      LINE 20 POSITION 35 REVERSE.
           MOVE ZEROS                  TO  RAC-CLAVE  W-NUEVO.
           MOVE "A"                    TO  RAC-ARCHIVO.
           MOVE CNDTACUM-CUA           TO  RAC-CUENTA.
           MOVE CNDTACUM-NIT           TO  RAC-NIT.
           MOVE CNDTACUM-FRA           TO  RAC-FRA.
      *  SIN MOVIMIENTO RECALCULADO: TODO LO GRABADO DEBE SER CERO
           READ CNRECACU INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               MOVE SPACES             TO  RAC-VISTO  RAC-DIFIERE
               MOVE ZEROS              TO  RAC-LINEAS
               INITIALIZE RAC-TABLA.
           PERFORM I-COMPARA-ACU       THRU F-COMPARA-ACU.
           IF  W-NUEVO  =  1
               WRITE REG-CNRECACU INVALID KEY
                     REWRITE REG-CNRECACU
           ELSE
               REWRITE REG-CNRECACU INVALID KEY
                     WRITE REG-CNRECACU.
           GO TO I-COMPARA-ACU-REG.
       F-COMPARA-CNDTACUM.
      *
      *  COMPARA EL REGISTRO DE SALDOS EN REG-CNDTACUM (EN CEROS SI NO
      *  EXISTE) CON EL DEL TRABAJO, PERIODO POR PERIODO
       I-COMPARA-ACU.
           MOVE ZEROS                  TO  W-DIFIERE.
           MOVE "ACU"                  TO  W-ARCH.
           PERFORM I-ENCADENA-SALDOS   THRU F-ENCADENA-SALDOS.
           PERFORM I-COMPARA-MES-ACU   THRU F-COMPARA-MES-ACU
                   VARYING W-LONG FROM 1 BY 1 UNTIL W-LONG > 14.
           MOVE "S"                    TO  RAC-VISTO.
           IF  W-DIFIERE  =  1
               MOVE "S"                TO  RAC-DIFIERE
               ADD 1                   TO  W-REG-DIFIEREN.
       F-COMPARA-ACU.
      *
      ******************************************************************
      *  SALDOS ESPERADOS: LA BASE DE APERTURA ES LO GRABADO EN EL     *
      *  SALDO 14 MENOS SU MOVIMIENTO (VIENE DEL ANO ANTERIOR, NO DE   *
      *  ESTE MOVIMIENTO).  EN LOS PERIODOS QUE NO SE COMPARAN QUEDA   *
      *  LO GRABADO, PARA QUE LA REPARACION NO LOS TOQUE               *
      ******************************************************************
       I-ENCADENA-SALDOS.
           COMPUTE W-BASE  =  CNDTACUM-SALDO (14)
                           -  CNDTACUM-MOVDEB (14)
                           -  CNDTACUM-MOVCRE (14).
           COMPUTE RAC-SALDO (14)  =  W-BASE  +  RAC-MOVDEB (14)
                                   +  RAC-MOVCRE (14).
           MOVE RAC-SALDO (14)         TO  W-SALDO-ANT.
           PERFORM I-ENCADENA-MES      THRU F-ENCADENA-MES
                   VARYING W-LONG FROM 1 BY 1 UNTIL W-LONG > 13.
       F-ENCADENA-SALDOS.
      *
       I-ENCADENA-MES.
           COMPUTE W-SALDO-ANT  =  W-SALDO-ANT  +  RAC-MOVDEB (W-LONG)
                                +  RAC-MOVCRE (W-LONG).
           PERFORM I-COMPARA-SALDO-MES THRU F-COMPARA-SALDO-MES.
           IF  W-COMPARA-SALDO  =  1
               MOVE W-SALDO-ANT        TO  RAC-SALDO (W-LONG)
           ELSE
               MOVE CNDTACUM-SALDO (W-LONG) TO  RAC-SALDO (W-LONG).
       F-ENCADENA-MES.
      *
       I-COMPARA-SALDO-MES.
           MOVE ZEROS                  TO  W-COMPARA-SALDO.
           IF  W-LONG  =  14
               MOVE 1                  TO  W-COMPARA-SALDO.
           IF  W-LONG  NOT >  12  AND  W-LONG  NOT >  W-ULT-MES
               MOVE 1                  TO  W-COMPARA-SALDO.
           IF  W-LONG  =  13  AND  W-HAY-CIERRE  =  1
               MOVE 1                  TO  W-COMPARA-SALDO.
       F-COMPARA-SALDO-MES.
      *
       I-COMPARA-MES-ACU.
           MOVE "DEB"                  TO  W-CONC.
           MOVE CNDTACUM-MOVDEB (W-LONG) TO  W-GRABADO.
           MOVE RAC-MOVDEB (W-LONG)    TO  W-RECALC.
           PERFORM I-COMPARA-CIFRA     THRU F-COMPARA-CIFRA.
           MOVE "CRE"                  TO  W-CONC.
           MOVE CNDTACUM-MOVCRE (W-LONG) TO  W-GRABADO.
           MOVE RAC-MOVCRE (W-LONG)    TO  W-RECALC.
           PERFORM I-COMPARA-CIFRA     THRU F-COMPARA-CIFRA.
           MOVE "SAL"                  TO  W-CONC.
           MOVE CNDTACUM-SALDO (W-LONG) TO  W-GRABADO.
           MOVE RAC-SALDO (W-LONG)     TO  W-RECALC.
           PERFORM I-COMPARA-CIFRA     THRU F-COMPARA-CIFRA.
       F-COMPARA-MES-ACU.
      *
       I-COMPARA-CIFRA.
           IF  W-GRABADO  =  W-RECALC  GO TO F-COMPARA-CIFRA.
           MOVE 1                      TO  W-DIFIERE.
           ADD 1                       TO  W-DIFERENCIAS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-ARCH                 TO  I-ARCH.
           MOVE RAC-MAYOR              TO  I-MAYCTA.
           MOVE RAC-SUB                TO  I-SUB.
           MOVE RAC-AUX                TO  I-AUX.
           MOVE RAC-NIT                TO  I-NITS.
           MOVE RAC-FRA                TO  I-FRA.
           IF  RAC-ARCHIVO  =  "C"
               MOVE RAC-CENTRO         TO  I-FRA.
           MOVE W-LONG                 TO  I-PER.
           MOVE W-CONC                 TO  I-CONC.
           MOVE W-GRABADO              TO  I-GRABADO.
           MOVE W-RECALC               TO  I-RECALC.
           COMPUTE I-DIFER  =  W-GRABADO  -  W-RECALC.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-COMPARA-CIFRA.
      *
      ******************************************************************
      *  PASO 3: CADA REGISTRO DE CNDTACCO CONTRA SU RECALCULO (SOLO   *
      *  MOVIMIENTO; ESTE ARCHIVO NO LLEVA SALDO)                      *
      ******************************************************************
       I-COMPARA-CNDTACCO.
           IF  W-SIN-CNDTACCO  =  1    GO TO F-COMPARA-CNDTACCO.
           DISPLAY "COMPARANDO CNDTACCO..."  LINE 19 POSITION 18.
           MOVE ZEROS                  TO  CCO-CLAVE  FIN-OK.
           START CNDTACCO KEY NOT LESS CCO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-COMPARA-CCO-REG.
           IF  FIN-OK  =  1            GO TO F-COMPARA-CNDTACCO.
           READ CNDTACCO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-COMPARA-CCO-REG.
           ADD 1                       TO  W-REVISADOS.
           DISPLAY CCO-CLAVE           LINE 20 POSITION 35 REVERSE.
           MOVE ZEROS                  TO  RAC-CLAVE  W-NUEVO.
           MOVE "C"                    TO  RAC-ARCHIVO.
           MOVE CCO-CUENTA             TO  RAC-CUENTA.
           MOVE CCO-CENTRO             TO  RAC-CENTRO.
           READ CNRECACU INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               MOVE SPACES             TO  RAC-VISTO  RAC-DIFIERE
               MOVE ZEROS              TO  RAC-LINEAS
               INITIALIZE RAC-TABLA.
           PERFORM I-COMPARA-CCO       THRU F-COMPARA-CCO.
           IF  W-NUEVO  =  1
               WRITE REG-CNRECACU INVALID KEY
                     REWRITE REG-CNRECACU
           ELSE
               REWRITE REG-CNRECACU INVALID KEY
                     WRITE REG-CNRECACU.
           GO TO I-COMPARA-CCO-REG.
       F-COMPARA-CNDTACCO.
      *
       I-COMPARA-CCO.
           MOVE ZEROS                  TO  W-DIFIERE.
           MOVE "CCO"                  TO  W-ARCH.
           PERFORM I-COMPARA-MES-CCO   THRU F-COMPARA-MES-CCO
                   VARYING W-LONG FROM 1 BY 1 UNTIL W-LONG > 14.
           MOVE "S"                    TO  RAC-VISTO.
           IF  W-DIFIERE  =  1
               MOVE "S"                TO  RAC-DIFIERE
               ADD 1                   TO  W-REG-DIFIEREN.
       F-COMPARA-CCO.
      *
       I-COMPARA-MES-CCO.
           MOVE "DEB"                  TO  W-CONC.
           MOVE CCO-MOVDEB (W-LONG)    TO  W-GRABADO.
           MOVE RAC-MOVDEB (W-LONG)    TO  W-RECALC.
           PERFORM I-COMPARA-CIFRA     THRU F-COMPARA-CIFRA.
           MOVE "CRE"                  TO  W-CONC.
           MOVE CCO-MOVCRE (W-LONG)    TO  W-GRABADO.
           MOVE RAC-MOVCRE (W-LONG)    TO  W-RECALC.
           PERFORM I-COMPARA-CIFRA     THRU F-COMPARA-CIFRA.
       F-COMPARA-MES-CCO.
      *
      ******************************************************************
      *  PASO 4: LO RECALCULADO QUE NO TIENE REGISTRO DE SALDOS        *
      ******************************************************************
       I-FALTANTES.
           DISPLAY "BUSCANDO REGISTROS FALTANTES..."
                   LINE 19 POSITION 18.
           MOVE SPACES                 TO  RAC-CLAVE.
           MOVE ZEROS                  TO  FIN-OK.
           START CNRECACU KEY NOT LESS RAC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-FALTANTES-REG.
           IF  FIN-OK  =  1            GO TO F-FALTANTES.
           READ CNRECACU NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-FALTANTES-REG.
           IF  RAC-VISTO  =  "S"       GO TO I-FALTANTES-REG.
           IF  RAC-ARCHIVO  =  "A"
               INITIALIZE CNDTACUM-TABLA
               PERFORM I-COMPARA-ACU   THRU F-COMPARA-ACU
           ELSE
               INITIALIZE CCO-TABLA
               PERFORM I-COMPARA-CCO   THRU F-COMPARA-CCO.
           REWRITE REG-CNRECACU.
           GO TO I-FALTANTES-REG.
       F-FALTANTES.
      *
      ******************************************************************
      *  REPARACION (MODO R): EL SUPERVISOR YA SE VALIDO Y HAY COPIA   *
      *  VERIFICADA; AQUI VE CUANTO HAY QUE CORREGIR, DA EL MOTIVO Y   *
      *  CONFIRMA.  CADA CIFRA CAMBIADA QUEDA EN CNREPSAL              *
      ******************************************************************
       I-REPARA.
           IF  W-MODO  NOT =  "R"      GO TO F-REPARA.
           IF  W-REG-DIFIEREN  =  ZEROS
               DISPLAY "NO HAY DIFERENCIAS QUE REPARAR"
                       LINE 24 POSITION 01 REVERSE
               GO TO F-REPARA.
           DISPLAY "REGISTROS CON DIFERENCIAS:"  LINE 21 POSITION 18.
           DISPLAY W-REG-DIFIEREN      LINE 21 POSITION 46.
           DISPLAY "MOTIVO DE LA REPARACION:"    LINE 22 POSITION 18.
       I-REPARA-MOTIVO.
           MOVE SPACES                 TO  W-MOTIVO.
           ACCEPT W-MOTIVO             LINE 23 POSITION 18
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REPARA.
           IF  W-MOTIVO  =  SPACES     GO TO I-REPARA-MOTIVO.
           DISPLAY "[ R ] REPARA LOS SALDOS  [ OTRA ] SOLO INFORME"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "R"     GO TO F-REPARA.
           OPEN I-O CNREPSAL.
           IF  CNREPSAL-STATUS  =  "35"
               OPEN OUTPUT CNREPSAL
               CLOSE CNREPSAL
               OPEN I-O CNREPSAL.
           IF  CNREPSAL-STATUS  >  "00"
               DISPLAY "NO SE PUEDE ABRIR CNREPSAL - NO SE REPARA"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-REPARA.
           IF  W-SIN-CNDTACUM  =  1
               OPEN OUTPUT CNDTACUM
               CLOSE CNDTACUM
               OPEN I-O CNDTACUM.
           IF  W-SIN-CNDTACCO  =  1
               OPEN OUTPUT CNDTACCO
               CLOSE CNDTACCO
               OPEN I-O CNDTACCO.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-FECHA-HOY           TO  W-FECHA-REP.
           MOVE WK-HORA-HOY            TO  W-HORA-REP.
           MOVE ZEROS                  TO  W-CONSEC-REP  FIN-OK.
           DISPLAY "REPARANDO SALDOS..."  LINE 19 POSITION 18.
           MOVE SPACES                 TO  RAC-CLAVE.
           START CNRECACU KEY NOT LESS RAC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-REPARA-REG.
           IF  FIN-OK  =  1            GO TO I-REPARA-FIN.
           READ CNRECACU NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-REPARA-REG.
           IF  RAC-DIFIERE  NOT =  "S" GO TO I-REPARA-REG.
           IF  RAC-ARCHIVO  =  "A"
               PERFORM I-REPARA-ACU    THRU F-REPARA-ACU
           ELSE
               PERFORM I-REPARA-CCO    THRU F-REPARA-CCO.
           ADD 1                       TO  W-REPARADOS.
           GO TO I-REPARA-REG.
       I-REPARA-FIN.
           CLOSE CNREPSAL.
           IF  W-SIN-CNDTACUM  =  1    CLOSE CNDTACUM.
           IF  W-SIN-CNDTACCO  =  1    CLOSE CNDTACCO.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "REPARACION AUTORIZADA POR"  TO  I-TEXTO.
           MOVE CON-USERNAME           TO  I-TEXTO (27:3).
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE W-MOTIVO               TO  I-TEXTO.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           ADD 3                       TO  CON-LIN.
       F-REPARA.
      *
       I-REPARA-ACU.
           MOVE RAC-CUENTA             TO  CNDTACUM-CUA.
           MOVE RAC-NIT                TO  CNDTACUM-NIT.
           MOVE RAC-FRA                TO  CNDTACUM-FRA.
           MOVE ZEROS                  TO  SW-EOF.
           READ CNDTACUM INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE SPACES             TO  CNDTACUM-TND  CNDTACUM-SIG
                                           CNDTACUM-ALTER-2
               INITIALIZE CNDTACUM-TABLA
               MOVE ZEROS              TO  CNDTACUM-FECHA-FRA
                                           CNDTACUM-FECHA-VCTO
               MOVE CNDTACUM-NIT       TO  CNDTACUM-NIT-ALT1
               MOVE CNDTACUM-FRA       TO  CNDTACUM-FRA-ALT1.
           MOVE "CNDTACUM"             TO  RPS-ARCHIVO.
           PERFORM I-REPARA-MES-ACU    THRU F-REPARA-MES-ACU
                   VARYING W-LONG FROM 1 BY 1 UNTIL W-LONG > 14.
           IF  SW-EOF  =  1
               MOVE "W"                TO  TLG-LNK-OPERACION
               WRITE REG-CNDTACUM INVALID KEY
                     REWRITE REG-CNDTACUM
           ELSE
               MOVE "R"                TO  TLG-LNK-OPERACION
               REWRITE REG-CNDTACUM INVALID KEY
                     WRITE REG-CNDTACUM.
           PERFORM I-TRANSLOG-CNDTACUM THRU F-TRANSLOG-CNDTACUM.
       F-REPARA-ACU.
      *
       I-REPARA-MES-ACU.
           IF  CNDTACUM-MOVDEB (W-LONG)  NOT =  RAC-MOVDEB (W-LONG)
               MOVE "D"                TO  RPS-CONCEPTO
               MOVE CNDTACUM-MOVDEB (W-LONG) TO  RPS-ANTERIOR
               MOVE RAC-MOVDEB (W-LONG) TO  RPS-NUEVO
                                           CNDTACUM-MOVDEB (W-LONG)
               PERFORM I-ANOTA-REPARACION THRU F-ANOTA-REPARACION.
           IF  CNDTACUM-MOVCRE (W-LONG)  NOT =  RAC-MOVCRE (W-LONG)
               MOVE "C"                TO  RPS-CONCEPTO
               MOVE CNDTACUM-MOVCRE (W-LONG) TO  RPS-ANTERIOR
               MOVE RAC-MOVCRE (W-LONG) TO  RPS-NUEVO
                                           CNDTACUM-MOVCRE (W-LONG)
               PERFORM I-ANOTA-REPARACION THRU F-ANOTA-REPARACION.
           IF  CNDTACUM-SALDO (W-LONG)  NOT =  RAC-SALDO (W-LONG)
               MOVE "S"                TO  RPS-CONCEPTO
               MOVE CNDTACUM-SALDO (W-LONG) TO  RPS-ANTERIOR
               MOVE RAC-SALDO (W-LONG) TO  RPS-NUEVO
                                           CNDTACUM-SALDO (W-LONG)
               PERFORM I-ANOTA-REPARACION THRU F-ANOTA-REPARACION.
       F-REPARA-MES-ACU.
      *
       I-REPARA-CCO.
           MOVE RAC-CUENTA             TO  CCO-CUENTA.
           MOVE RAC-CENTRO             TO  CCO-CENTRO.
           MOVE ZEROS                  TO  SW-EOF.
           READ CNDTACCO INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               INITIALIZE CCO-TABLA
               MOVE RAC-CUENTA         TO  CCO-CUENTA
               MOVE RAC-CENTRO         TO  CCO-CENTRO.
           MOVE "CNDTACCO"             TO  RPS-ARCHIVO.
           PERFORM I-REPARA-MES-CCO    THRU F-REPARA-MES-CCO
                   VARYING W-LONG FROM 1 BY 1 UNTIL W-LONG > 14.
           IF  SW-EOF  =  1
               WRITE REG-CNDTACCO INVALID KEY
                     REWRITE REG-CNDTACCO
           ELSE
               REWRITE REG-CNDTACCO INVALID KEY
                     WRITE REG-CNDTACCO.
       F-REPARA-CCO.
      *
       I-REPARA-MES-CCO.
           IF  CCO-MOVDEB (W-LONG)  NOT =  RAC-MOVDEB (W-LONG)
               MOVE "D"                TO  RPS-CONCEPTO
               MOVE CCO-MOVDEB (W-LONG) TO  RPS-ANTERIOR
               MOVE RAC-MOVDEB (W-LONG) TO  RPS-NUEVO
                                           CCO-MOVDEB (W-LONG)
               PERFORM I-ANOTA-REPARACION THRU F-ANOTA-REPARACION.
           IF  CCO-MOVCRE (W-LONG)  NOT =  RAC-MOVCRE (W-LONG)
               MOVE "C"                TO  RPS-CONCEPTO
               MOVE CCO-MOVCRE (W-LONG) TO  RPS-ANTERIOR
               MOVE RAC-MOVCRE (W-LONG) TO  RPS-NUEVO
                                           CCO-MOVCRE (W-LONG)
               PERFORM I-ANOTA-REPARACION THRU F-ANOTA-REPARACION.
       F-REPARA-MES-CCO.
      *
      *  CONSTANCIA DE UNA CIFRA CORREGIDA (RPS-ARCHIVO, CONCEPTO,
      *  ANTERIOR Y NUEVO LOS DEJA EL LLAMADOR)
       I-ANOTA-REPARACION.
           ADD 1                       TO  W-CIFRAS-REPARADAS.
           MOVE CON-COD-EMPRESA        TO  RPS-EMPRESA.
           MOVE W-FECHA-REP            TO  RPS-FECHA.
           MOVE W-HORA-REP             TO  RPS-HORA.
           MOVE W-ANO-AUDITA           TO  RPS-ANO.
           MOVE CON-USERNAME           TO  RPS-SUPERVISOR.
           MOVE RAC-CUENTA             TO  RPS-CUENTA.
           MOVE RAC-NIT                TO  RPS-NIT.
           MOVE RAC-FRA                TO  RPS-FRA.
           MOVE RAC-CENTRO             TO  RPS-CENTRO.
           MOVE W-LONG                 TO  RPS-PERIODO.
           MOVE W-MOTIVO               TO  RPS-MOTIVO.
       I-ANOTA-GRABA.
           ADD 1                       TO  W-CONSEC-REP.
           MOVE W-CONSEC-REP           TO  RPS-CONSEC.
           WRITE REG-CNREPSAL INVALID KEY
                 GO TO I-ANOTA-GRABA.
       F-ANOTA-REPARACION.
      *
       I-TOTAL-FINAL.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "LINEAS DE MOVIMIENTO LEIDAS"  TO  I-TEXTO.
           MOVE W-LEIDAS               TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "LINEAS ACTUALIZADAS RECALCULADAS"  TO  I-TEXTO.
           MOVE W-ACUMULADAS           TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "LINEAS CON PERIODO NO VALIDO"  TO  I-TEXTO.
           MOVE W-PERIODO-MAL          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "REGISTROS DE SALDOS REVISADOS"  TO  I-TEXTO.
           MOVE W-REVISADOS            TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "CIFRAS CON DIFERENCIA"  TO  I-TEXTO.
           MOVE W-DIFERENCIAS          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "REGISTROS CON DIFERENCIA"  TO  I-TEXTO.
           MOVE W-REG-DIFIEREN         TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  W-SIN-CNDTACUM  =  1
               MOVE SPACES             TO  LINEA-DE-TOTAL
               MOVE "NO EXISTE CNDTACUM PARA EL ANO"  TO  I-TEXTO
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  W-SIN-CNDTACCO  =  1
               MOVE SPACES             TO  LINEA-DE-TOTAL
               MOVE "NO EXISTE CNDTACCO PARA EL ANO"  TO  I-TEXTO
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  W-MODO  =  "R"
               MOVE SPACES             TO  LINEA-DE-TOTAL
               MOVE "REGISTROS REPARADOS"  TO  I-TEXTO
               MOVE W-REPARADOS        TO  I-CANTIDAD
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1
               MOVE "CIFRAS CORREGIDAS (CNREPSAL)"  TO  I-TEXTO
               MOVE W-CIFRAS-REPARADAS TO  I-CANTIDAD
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  W-DIFERENCIAS  =  ZEROS  AND  W-PERIODO-MAL  =  ZEROS
               MOVE SPACES             TO  LINEA-DE-TOTAL
               MOVE "SALDOS INTEGROS - CUADRAN CON EL MOVIMIENTO"
                                       TO  I-TEXTO
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           DISPLAY "AUDITORIA TERMINADA"
                   LINE 24 POSITION 01 REVERSE.
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
           CLOSE CNCATCTA CNRECACU INFORMES.
           IF  W-SIN-CNDOCTOS  =  ZEROS  CLOSE CNDOCTOS.
           IF  W-SIN-CNDTACUM  =  ZEROS  CLOSE CNDTACUM.
           IF  W-SIN-CNDTACCO  =  ZEROS  CLOSE CNDTACCO.
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
               COPY "..\PRO\TLGACUM.PRO".
