       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG393.
      ******************************************************************
      * PAGO POSITIVO DE CHEQUES E IMPORTACION DE CHEQUES PAGADOS      *
      * OCT-15-2026                                                    *
      *                                                                *
      * CHCONTRO LLEVA EL CICLO DE VIDA DEL CHEQUE (PROG665) Y PROG767 *
      * LO IMPRIME, PERO EL BANCO NO SABIA QUE CHEQUES SE EMITIERON    *
      * DE VERDAD.  ESTE PROCESO:                                      *
      *   P = PLANO DIARIO DE PAGO POSITIVO, UNO POR CUENTA BANCARIA   *
      *       DE NOMIBANK (PSBBBN.TXT: BANCO 3 + POSICION DE LA CUENTA *
      *       EN NOMIBANK 1) CON LOS CHEQUES EMITIDOS NO REPORTADOS    *
      *       (I) Y LOS ANULADOS U ORDEN DE NO PAGO DESDE EL ULTIMO    *
      *       PLANO (V).  FORMATO E/D/C COMO LA DISPERSION DE PROG320  *
      *   C = IMPORTA EL PLANO DE CHEQUES PAGADOS DEL BANCO            *
      *       (CHPAGADO.TXT: BANCO 3 / CUENTA 12 / CHEQUE 8 / FECHA 8  *
      *       / VALOR 11V99) Y DEJA COBRADO CADA CHEQUE (CICLO "C" Y   *
      *       FECHA-COBRO-CHCONTRO), QUE DESCARGA EL FLOTANTE DE LA    *
      *       CONCILIACION (PROG130/666)                               *
      * EL CHEQUE PAGADO QUE NO EMITIMOS, EL PAGADO POR OTRO VALOR, EL *
      * ANULADO O CON ORDEN DE NO PAGO QUE EL BANCO PAGO, VAN AL       *
      * LISTADO DE EXCEPCIONES: ES EL FRAUDE DEL CHEQUE ADULTERADO.    *
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
               COPY "..\DYC\NOMIBANK.DYC".
               COPY "..\DYC\CHCONTRO.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT POSPAY ASSIGN TO RANDOM "POSPAY"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS POSPAY-STATUS.
           SELECT CHPAGADO ASSIGN TO RANDOM "CHPAGADO"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS CHPAGADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\NOMIBANK.FD".
               COPY "..\FD\CHCONTRO.FD".
               COPY "..\FD\INFORMES.FD".
       FD  POSPAY
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-POSPAY.
       01  REG-POSPAY.
           03  PSP-TIPO-REG             PIC X(01).
           03  PSP-NOVEDAD              PIC X(01).
           03  PSP-CUENTA               PIC 9(12).
           03  PSP-CHEQUE               PIC 9(08).
           03  PSP-FECHA                PIC 9(08).
           03  PSP-NIT                  PIC 9(12).
           03  PSP-BENEFICIARIO         PIC X(40).
           03  PSP-VALOR                PIC 9(11)V99.
           03  PSP-CONSEC               PIC 9(06).
       FD  CHPAGADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-CHPAGADO.
       01  REG-CHPAGADO.
           03  CHP-BANCO                PIC 9(03).
           03  CHP-CUENTA               PIC 9(12).
           03  CHP-CHEQUE               PIC 9(08).
           03  CHP-FECHA                PIC 9(08).
           03  CHP-VALOR                PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG393".
       77      ID-PRG              PIC X(7)  VALUE "PROG393".
       77      POSPAY-STATUS       PIC X(02) VALUE "00".
       77      LAB-CHPAGADO        PIC X(12) VALUE "CHPAGADO.TXT".
       77      CHPAGADO-STATUS     PIC X(02) VALUE "00".
       77      W-BANCO-ACT         PIC 9(03) VALUE ZEROS.
       77      W-CUENTA-ACT        PIC 9(12) VALUE ZEROS.
       77      W-IDX-CTA           PIC 9(01) VALUE ZEROS.
       77      W-DETALLES          PIC 9(06) VALUE ZEROS.
       77      W-TOTAL-CUENTA      PIC S9(13)V99 VALUE ZEROS.
       77      W-PLANOS            PIC 9(03) VALUE ZEROS.
       77      W-EMITIDOS          PIC 9(06) VALUE ZEROS.
       77      W-ANULADOS          PIC 9(06) VALUE ZEROS.
       77      W-LEIDOS            PIC 9(06) VALUE ZEROS.
       77      W-COBRADOS          PIC 9(06) VALUE ZEROS.
       77      W-EXCEPCIONES       PIC 9(06) VALUE ZEROS.
       77      W-OBSERVA           PIC X(30) VALUE SPACES.
       77      SW-ABIERTO          PIC 9(01) VALUE ZEROS.
       77      FIN-CHQ             PIC 9(01) VALUE ZEROS.
       01      LAB-POSPAY.
        03     FILLER              PIC X(02) VALUE "PS".
        03     LAB-POSPAY-BANCO    PIC 9(03) VALUE ZEROS.
        03     LAB-POSPAY-CTA      PIC 9(01) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\NOMIBANK.LBL".
               COPY "..\LBL\CHCONTRO.LBL".
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
        03     TITULO-3.
         05    FILLER      PIC X(100)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(07)    VALUE " BANCO ".
         05    FILLER      PIC X(14)    VALUE " CUENTA       ".
         05    FILLER      PIC X(10)    VALUE " CHEQUE   ".
         05    FILLER      PIC X(10)    VALUE " FECHA    ".
         05    FILLER      PIC X(19)    VALUE "      VALOR        ".
         05    FILLER      PIC X(32)    VALUE
              " OBSERVACION                    ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(02).
         05    I-BANCO     PIC 9(03).
         05    FILLER      PIC X(02).
         05    I-CUENTA    PIC 9(12).
         05    FILLER      PIC X(02).
         05    I-CHEQUE    PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-FEC       PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(02).
         05    I-OBSERVA   PIC X(30).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\NOMIBANK.DCL".
               COPY "..\DCL\CHCONTRO.DCL".
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
           PERFORM I-STATUS-CHCONTRO THRU F-STATUS-CHCONTRO
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* PAGO POSITIVO DE CHEQUES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CHCONTRO-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 393                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-CHCONTRO.
           OPEN INPUT CHCONTRO.
           IF  CHCONTRO-STATUS  =  "35"
               OPEN OUTPUT CHCONTRO.
           CLOSE CHCONTRO.
       F-STATUS-CHCONTRO.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT NOMIBANK.
           OPEN I-O CHCONTRO.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  P  PLANOS DE PAGO POSITIVO DEL DIA      !"
                                       LINE 06 POSITION 18
           DISPLAY "!  C  IMPORTA CHEQUES PAGADOS (CHPAGADO)   !"
                                       LINE 07 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 08 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 09 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 10 POSITION 18.
           ACCEPT W-OPCION                 LINE 10 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "P"
               PERFORM I-PAGO-POSITIVO THRU F-PAGO-POSITIVO.
           IF  W-OPCION  =  "C"
               PERFORM I-COBRADOS      THRU F-COBRADOS.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  P: UN PLANO POR CADA CUENTA BANCARIA DE NOMIBANK CON NOVEDAD  *
      ******************************************************************
       I-PAGO-POSITIVO.
           DISPLAY "[ G ] GENERA LOS PLANOS DE PAGO POSITIVO"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-PAGO-POSITIVO.
           MOVE "PAGO POSITIVO - CHEQUES REPORTADOS AL BANCO  "
                                       TO  I-TITULO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-PLANOS
                                           W-EMITIDOS  W-ANULADOS
                                           BANC-CODIGO  FIN-OK.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           START NOMIBANK KEY > BANC-CODIGO INVALID KEY
                 MOVE 1                TO  FIN-OK.
           PERFORM I-POSITIVO-BANCO    THRU F-POSITIVO-BANCO
                   UNTIL FIN-OK = 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PLANOS GENERADOS"     TO  I-TEXTO.
           MOVE W-PLANOS               TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "CHEQUES EMITIDOS REPORTADOS"  TO  I-TEXTO.
           MOVE W-EMITIDOS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "ANULADOS / NO PAGO REPORTADOS"  TO  I-TEXTO.
           MOVE W-ANULADOS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "PLANOS DE PAGO POSITIVO:"
                   LINE 24 POSITION 18 REVERSE.
           MOVE W-PLANOS               TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 43 REVERSE.
       F-PAGO-POSITIVO.
      *
       I-POSITIVO-BANCO.
           READ NOMIBANK NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO F-POSITIVO-BANCO.
           MOVE BANC-CODIGO            TO  W-BANCO-ACT.
           MOVE ZEROS                  TO  W-IDX-CTA.
       I-POSITIVO-CUENTA.
           ADD 1                       TO  W-IDX-CTA.
           IF  W-IDX-CTA  >  5         GO TO F-POSITIVO-BANCO.
           IF  BANC-CTA-CTE(W-IDX-CTA)  =  ZEROS
               GO TO I-POSITIVO-CUENTA.
           MOVE BANC-CTA-CTE(W-IDX-CTA)  TO  W-CUENTA-ACT.
           MOVE W-BANCO-ACT            TO  LAB-POSPAY-BANCO.
           MOVE W-IDX-CTA              TO  LAB-POSPAY-CTA.
           MOVE ZEROS                  TO  W-DETALLES  W-TOTAL-CUENTA
                                           SW-ABIERTO.
           PERFORM I-RECORRE-CHEQUES   THRU F-RECORRE-CHEQUES.
           IF  SW-ABIERTO  =  1
               PERFORM I-ESCRIBE-COLA  THRU F-ESCRIBE-COLA.
           GO TO I-POSITIVO-CUENTA.
       F-POSITIVO-BANCO.
      *
      ******************************************************************
      *  CHEQUES DE LA CUENTA: EMITIDO SIN REPORTAR = I; REPORTADO Y   *
      *  DESPUES ANULADO O CON ORDEN DE NO PAGO = V                    *
      ******************************************************************
       I-RECORRE-CHEQUES.
           MOVE ZEROS                  TO  FIN-CHQ.
           MOVE W-BANCO-ACT            TO  BANCO-CHCONTRO.
           MOVE W-CUENTA-ACT           TO  CUENTA-CHCONTRO.
           MOVE ZEROS                  TO  CHEQUE-DESDE-CHCONTRO.
           START CHCONTRO KEY NOT LESS KEY01-CHCONTRO INVALID KEY
                 MOVE 1                TO  FIN-CHQ.
       I-RECORRE-CICLO.
           IF  FIN-CHQ  =  1           GO TO F-RECORRE-CHEQUES.
           READ CHCONTRO NEXT RECORD AT END
                MOVE 1                 TO  FIN-CHQ
                GO TO I-RECORRE-CICLO.
           IF  BANCO-CHCONTRO   NOT =  W-BANCO-ACT
           OR  CUENTA-CHCONTRO  NOT =  W-CUENTA-ACT
               MOVE 1                  TO  FIN-CHQ
               GO TO I-RECORRE-CICLO.
           MOVE SPACES                 TO  PSP-NOVEDAD.
           IF  MARCA-POSPAY-CHCONTRO  =  SPACES
           AND (CICLO-CHCONTRO  =  "G"  OR  CICLO-CHCONTRO  =  "E"
           OR   CICLO-CHCONTRO  =  "P")
               MOVE "I"                TO  PSP-NOVEDAD
               ADD 1                   TO  W-EMITIDOS
               MOVE "EMITIDO"          TO  W-OBSERVA.
           IF  MARCA-POSPAY-CHCONTRO  =  "I"
           AND (CICLO-CHCONTRO  =  "A"  OR  CICLO-CHCONTRO  =  "S")
               MOVE "V"                TO  PSP-NOVEDAD
               ADD 1                   TO  W-ANULADOS
               MOVE "ANULADO / ORDEN DE NO PAGO"  TO  W-OBSERVA.
           IF  PSP-NOVEDAD  =  SPACES  GO TO I-RECORRE-CICLO.
           IF  SW-ABIERTO  =  ZEROS
               PERFORM I-ESCRIBE-CABEZA THRU F-ESCRIBE-CABEZA.
           ADD 1                       TO  W-DETALLES.
           IF  PSP-NOVEDAD  =  "I"
               ADD VALOR-CHCONTRO      TO  W-TOTAL-CUENTA.
           MOVE "D"                    TO  PSP-TIPO-REG.
           MOVE CUENTA-CHCONTRO        TO  PSP-CUENTA.
           MOVE CHEQUE-DESDE-CHCONTRO  TO  PSP-CHEQUE.
           MOVE FECHA-GIRO-CHCONTRO    TO  PSP-FECHA.
           MOVE NIT-CHCONTRO           TO  PSP-NIT.
           MOVE BENEFICIARIO-CHCONTRO  TO  PSP-BENEFICIARIO.
           MOVE VALOR-CHCONTRO         TO  PSP-VALOR.
           MOVE W-DETALLES             TO  PSP-CONSEC.
           WRITE REG-POSPAY.
           MOVE PSP-NOVEDAD            TO  MARCA-POSPAY-CHCONTRO.
           MOVE WK-FECHA-HOY           TO  FECHA-POSPAY-CHCONTRO.
           REWRITE REG-CHCONTRO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-BANCO-ACT            TO  I-BANCO.
           MOVE CUENTA-CHCONTRO        TO  I-CUENTA.
           MOVE CHEQUE-DESDE-CHCONTRO  TO  I-CHEQUE.
           MOVE FECHA-GIRO-CHCONTRO    TO  I-FEC.
           MOVE VALOR-CHCONTRO         TO  I-VALOR.
           MOVE W-OBSERVA              TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-RECORRE-CICLO.
       F-RECORRE-CHEQUES.
      *
       I-ESCRIBE-CABEZA.
           OPEN OUTPUT POSPAY.
           MOVE 1                      TO  SW-ABIERTO.
           MOVE "E"                    TO  PSP-TIPO-REG.
           MOVE SPACES                 TO  PSP-NOVEDAD
                                           PSP-BENEFICIARIO.
           MOVE W-CUENTA-ACT           TO  PSP-CUENTA.
           MOVE ZEROS                  TO  PSP-CHEQUE  PSP-VALOR
                                           PSP-CONSEC.
           MOVE WK-FECHA-HOY           TO  PSP-FECHA.
           MOVE WIN-NIT                TO  PSP-NIT.
           WRITE REG-POSPAY.
       F-ESCRIBE-CABEZA.
      *
       I-ESCRIBE-COLA.
           MOVE "C"                    TO  PSP-TIPO-REG.
           MOVE SPACES                 TO  PSP-NOVEDAD
                                           PSP-BENEFICIARIO.
           MOVE W-CUENTA-ACT           TO  PSP-CUENTA.
           MOVE ZEROS                  TO  PSP-CHEQUE  PSP-NIT.
           MOVE WK-FECHA-HOY           TO  PSP-FECHA.
           MOVE W-TOTAL-CUENTA         TO  PSP-VALOR.
           MOVE W-DETALLES             TO  PSP-CONSEC.
           WRITE REG-POSPAY.
           CLOSE POSPAY.
           ADD 1                       TO  W-PLANOS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-BANCO-ACT            TO  I-BANCO.
           MOVE W-CUENTA-ACT           TO  I-CUENTA.
           MOVE W-DETALLES             TO  I-CHEQUE.
           MOVE W-TOTAL-CUENTA         TO  I-VALOR.
           MOVE LAB-POSPAY             TO  I-OBSERVA.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 2                       TO  CON-LIN.
       F-ESCRIBE-COLA.
      *
      ******************************************************************
      *  C: CHEQUES PAGADOS POR EL BANCO.  EL QUE CASA POR NUMERO Y    *
      *  VALOR QUEDA COBRADO; LO DEMAS ES EXCEPCION                    *
      ******************************************************************
       I-COBRADOS.
           OPEN INPUT CHPAGADO.
           IF  CHPAGADO-STATUS  NOT =  "00"
               DISPLAY "NO ENCUENTRO CHPAGADO.TXT"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-COBRADOS.
           MOVE "CHEQUES PAGADOS POR EL BANCO - EXCEPCIONES   "
                                       TO  I-TITULO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-LEIDOS
                                           W-COBRADOS  W-EXCEPCIONES
                                           FIN-CHQ.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
       I-COBRADOS-LINEA.
           READ CHPAGADO AT END
                GO TO I-COBRADOS-FIN.
           ADD 1                       TO  W-LEIDOS.
           MOVE SPACES                 TO  W-OBSERVA.
           MOVE CHP-BANCO              TO  BANCO-CHCONTRO.
           MOVE CHP-CUENTA             TO  CUENTA-CHCONTRO.
           MOVE CHP-CHEQUE             TO  CHEQUE-DESDE-CHCONTRO.
           MOVE ZEROS                  TO  SW-1.
           READ CHCONTRO INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               MOVE "CHEQUE NO EMITIDO POR NOSOTROS"  TO  W-OBSERVA
               GO TO I-COBRADOS-EXCEPCION.
           IF  VALOR-CHCONTRO  NOT =  CHP-VALOR
               MOVE "PAGADO POR VALOR DIFERENTE"  TO  W-OBSERVA
               GO TO I-COBRADOS-EXCEPCION.
           IF  CICLO-CHCONTRO  =  "A"
               MOVE "CHEQUE ANULADO Y PAGADO"  TO  W-OBSERVA
               GO TO I-COBRADOS-EXCEPCION.
           IF  CICLO-CHCONTRO  =  "S"
               MOVE "TENIA ORDEN DE NO PAGO"  TO  W-OBSERVA
               GO TO I-COBRADOS-EXCEPCION.
      *  EL MISMO PLANO IMPORTADO DOS VECES NO ES EXCEPCION
           IF  CICLO-CHCONTRO  =  "C"
           AND FECHA-COBRO-CHCONTRO  =  CHP-FECHA
               GO TO I-COBRADOS-LINEA.
           IF  CICLO-CHCONTRO  =  "C"
               MOVE "YA ESTABA COBRADO (OTRA FECHA)"  TO  W-OBSERVA
               GO TO I-COBRADOS-EXCEPCION.
           MOVE "C"                    TO  CICLO-CHCONTRO.
           MOVE 1                      TO  ESTADO-CHCONTRO.
           MOVE CHP-FECHA              TO  FECHA-COBRO-CHCONTRO
                                           FECHA-ESTADO-CHCONTRO.
           MOVE CON-USERNAME           TO  USUARIO-ESTADO-CHCONTRO.
           REWRITE REG-CHCONTRO.
           ADD 1                       TO  W-COBRADOS.
           GO TO I-COBRADOS-LINEA.
       I-COBRADOS-EXCEPCION.
           ADD 1                       TO  W-EXCEPCIONES.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CHP-BANCO              TO  I-BANCO.
           MOVE CHP-CUENTA             TO  I-CUENTA.
           MOVE CHP-CHEQUE             TO  I-CHEQUE.
           MOVE CHP-FECHA              TO  I-FEC.
           MOVE CHP-VALOR              TO  I-VALOR.
           MOVE W-OBSERVA              TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-COBRADOS-LINEA.
       I-COBRADOS-FIN.
           CLOSE CHPAGADO.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CHEQUES LEIDOS DEL BANCO"  TO  I-TEXTO.
           MOVE W-LEIDOS               TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "MARCADOS COBRADOS"    TO  I-TEXTO.
           MOVE W-COBRADOS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "EXCEPCIONES"          TO  I-TEXTO.
           MOVE W-EXCEPCIONES          TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "COBRADOS:"         LINE 24 POSITION 18 REVERSE.
           MOVE W-COBRADOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 28 REVERSE.
           DISPLAY "EXCEPCIONES:"      LINE 24 POSITION 36 REVERSE.
           MOVE W-EXCEPCIONES          TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 49 REVERSE.
       F-COBRADOS.
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
           CLOSE NOMIBANK CHCONTRO.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
