       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG566.
      ******************************************************************
      * PAQUETE DE DATOS PARA AUDITORIA EXTERNA        OCT-15-2026     *
      *                                                                *
      * OPCION G: PARA LA EMPRESA ACTIVA Y UN RANGO DE FECHAS          *
      *           (AAAAMMDD) ESCRIBE PLANOS DELIMITADOS POR "|" CON    *
      *           FILA DE ENCABEZADO, QUE LEE EL SOFTWARE DE AUDITORIA *
      *           AUcccCTA.TXT  CATALOGO DE CUENTAS (CNCATCTA)         *
      *           AUcccNIT.TXT  CATALOGO DE NITS (CNNITCED)            *
      *           AUcccMOV.TXT  MOVIMIENTO DEL RANGO; POR CADA ANO LEE *
      *                         EL HISTORICO CNDOCHIS SI EL ANO ESTA   *
      *                         ARCHIVADO (PROG790) Y SI NO CNDOCTOS   *
      *           AUcccACU.TXT  SALDOS CNDTACUM POR PERIODO DEL RANGO  *
      *                         (PERIODOS 13 Y 14 CON DICIEMBRE)       *
      *           AUcccNIF.TXT  COMPROBANTES DEL LIBRO NIIF (NIIFDOC)  *
      *           AUcccCTL.TXT  CONTROL: REGISTROS, DEBITOS, CREDITOS  *
      *                         Y HASH DE CADA PLANO                   *
      *           IMPRIME EL LISTADO DE CONTROL Y DEJA LA EXTRACCION   *
      *           EN LA BITACORA AUDEXTRA (QUIEN, CUANDO, RANGO).      *
      * OPCION B: CONSULTA EN PANTALLA LA BITACORA AUDEXTRA.           *
      * CONTROL : REGISTROS SIN LA FILA DE ENCABEZADO; DEBITOS Y       *
      *           CREDITOS = SUMA DE ESAS COLUMNAS DEL PLANO; HASH =   *
      *           SUMA DE CUENTA + NIT DE CADA REGISTRO MODULO 10**18. *
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
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\CNDOCHIS.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\NIIFDOC.DYC".
               COPY "..\DYC\AUDEXTRA.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT AUDPLANO ASSIGN TO RANDOM "AUDPLANO"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS AUDPLANO-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\CNDOCHIS.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\NIIFDOC.FD".
               COPY "..\FD\AUDEXTRA.FD".
               COPY "..\FD\INFORMES.FD".
       FD  AUDPLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-AUDPLANO.
       01  REG-AUDPLANO                PIC X(400).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG566".
       77      ID-PRG              PIC X(7)  VALUE "PROG566".
       77      AUDPLANO-STATUS     PIC X(02) VALUE "00".
       01      LAB-AUDPLANO.
        03     FILLER              PIC X(02) VALUE "AU".
        03     LAB-AUDPLANO-CIA    PIC 9(03) VALUE ZEROS.
        03     LAB-AUDPLANO-TIPO   PIC X(03) VALUE SPACES.
        03     FILLER              PIC X(04) VALUE ".TXT".
       01      W-DESDE.
        03     W-DESDE-ANO         PIC 9(04) VALUE ZEROS.
        03     W-DESDE-MES         PIC 9(02) VALUE ZEROS.
        03     W-DESDE-DIA         PIC 9(02) VALUE ZEROS.
       01      W-DESDE-NUM         REDEFINES W-DESDE  PIC 9(08).
       01      W-HASTA.
        03     W-HASTA-ANO         PIC 9(04) VALUE ZEROS.
        03     W-HASTA-MES         PIC 9(02) VALUE ZEROS.
        03     W-HASTA-DIA         PIC 9(02) VALUE ZEROS.
       01      W-HASTA-NUM         REDEFINES W-HASTA  PIC 9(08).
       77      W-DESDE-AM          PIC 9(06) VALUE ZEROS.
       77      W-HASTA-AM          PIC 9(06) VALUE ZEROS.
       77      W-DESTINO           PIC X(30) VALUE SPACES.
       77      SW-RANGO-OK         PIC 9(01) VALUE ZEROS.
       77      W-ANO-PROC          PIC 9(04) VALUE ZEROS.
       77      W-FECHA-MOV         PIC 9(08) VALUE ZEROS.
       77      W-PER               PIC 9(02) VALUE ZEROS.
       77      W-MES-PER           PIC 9(02) VALUE ZEROS.
       77      W-AM-PER            PIC 9(06) VALUE ZEROS.
       77      W-ORIGEN            PIC X(09) VALUE SPACES.
       77      W-DEBITO            PIC S9(11)V99 VALUE ZEROS.
       77      W-CREDITO           PIC S9(11)V99 VALUE ZEROS.
       77      W-HASH-VALOR        PIC 9(13) VALUE ZEROS.
       77      W-CUENTA-NUM        PIC 9(10) VALUE ZEROS.
       77      W-HASH-SUMA         PIC 9(19) VALUE ZEROS.
       77      W-ARC               PIC 9(01) VALUE ZEROS.
       77      W-PUNTERO           PIC 9(03) VALUE ZEROS.
       77      W-ESPACIOS          PIC 9(02) VALUE ZEROS.
       77      W-LARGO             PIC 9(02) VALUE ZEROS.
       77      W-CAMPO             PIC X(30) VALUE SPACES.
       77      W-TEXTO             PIC X(60) VALUE SPACES.
       77      W-VALOR-EDITADO     PIC -(14)9.99.
       77      W-NUMERO-EDITADO    PIC Z(17)9.
       77      W-CADENA            PIC X(400) VALUE SPACES.
       77      W-TOT-REGISTROS     PIC 9(09) VALUE ZEROS.
       77      W-TOT-DEBITOS       PIC S9(15)V99 VALUE ZEROS.
       77      W-TOT-CREDITOS      PIC S9(15)V99 VALUE ZEROS.
       77      FIN-BITAC           PIC 9(01) VALUE ZEROS.
       77      W-DESTINO-CORTO     PIC X(22) VALUE SPACES.
       01      TABLA-PLANOS.
        03     FILLER              PIC X(11) VALUE "CTACNCATCTA".
        03     FILLER              PIC X(11) VALUE "NITCNNITCED".
        03     FILLER              PIC X(11) VALUE "MOVCNDOCTOS".
        03     FILLER              PIC X(11) VALUE "ACUCNDTACUM".
        03     FILLER              PIC X(11) VALUE "NIFNIIFDOC ".
       01      FILLER              REDEFINES TABLA-PLANOS.
        03     TAB-PLANO           OCCURS 5 TIMES.
         05    TAB-PLANO-TIPO      PIC X(03).
         05    TAB-PLANO-ORIGEN    PIC X(08).
       01      TABLA-CONTROL.
        03     CTL-ENTRADA         OCCURS 5 TIMES.
         05    CTL-REGISTROS       PIC 9(09).
         05    CTL-DEBITOS         PIC S9(15)V99.
         05    CTL-CREDITOS        PIC S9(15)V99.
         05    CTL-HASH            PIC 9(18).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\CNDOCHIS.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\NIIFDOC.LBL".
               COPY "..\LBL\AUDEXTRA.LBL".
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
              "PAQUETE DE DATOS AUDITORIA EXTERNA - CONTROL  ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    FILLER      PIC X(08)    VALUE "Desde: ".
         05    I-DESDE     PIC 9(08).
         05    FILLER      PIC X(10)    VALUE "  Hasta: ".
         05    I-HASTA     PIC 9(08).
         05    FILLER      PIC X(16)    VALUE "  Entregado a: ".
         05    I-DESTINO   PIC X(30).
        03     TITULO-3.
         05    FILLER      PIC X(100)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE " PLANO".
         05    FILLER      PIC X(10)    VALUE "ORIGEN".
         05    FILLER      PIC X(12)    VALUE "  REGISTROS".
         05    FILLER      PIC X(21)    VALUE "         DEBITOS".
         05    FILLER      PIC X(21)    VALUE "        CREDITOS".
         05    FILLER      PIC X(20)    VALUE "   HASH".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-PLANO     PIC X(12).
         05    FILLER      PIC X(01).
         05    I-ORIGEN    PIC X(08).
         05    FILLER      PIC X(01).
         05    I-REGISTROS PIC ZZZ,ZZZ,ZZ9.
         05    FILLER      PIC X(01).
         05    I-DEBITOS   PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-CREDITOS  PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(02).
         05    I-HASH      PIC Z(17)9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\CNDOCHIS.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\NIIFDOC.DCL".
               COPY "..\DCL\AUDEXTRA.DCL".
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
           PERFORM I-STATUS-AUDEXTRA THRU F-STATUS-AUDEXTRA
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* PAQUETE DE AUDITORIA EXTERNA *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNCATCTA-CIA
                                           LAB-CNNITCED-CIA
                                           LAB-CNDOCTOS-CIA
                                           LAB-CNDOCHIS-CIA
                                           LAB-CNDTACUM-CIA
                                           LAB-NIIFDOC-CIA
                                           LAB-AUDPLANO-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 566                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-AUDEXTRA.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT AUDEXTRA.
           MOVE 1                      TO  SW-ABRE.
           IF  AUDEXTRA-STATUS  =  "35"
               OPEN OUTPUT AUDEXTRA.
           CLOSE AUDEXTRA.
       F-STATUS-AUDEXTRA.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "!  G  GENERA PAQUETE Y LISTADO DE CONTROL  !"
                                       LINE 09 POSITION 18
           DISPLAY "!  B  BITACORA DE EXTRACCIONES ENTREGADAS  !"
                                       LINE 10 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 11 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 12 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 14 POSITION 18.
           ACCEPT W-OPCION                 LINE 14 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "G"
               PERFORM I-GENERA        THRU F-GENERA.
           IF  W-OPCION  =  "B"
               PERFORM I-BITACORA      THRU F-BITACORA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  RANGO DE FECHAS Y DESTINATARIO DEL PAQUETE                    *
      ******************************************************************
       I-CAPTURA-RANGO.
           MOVE ZEROS                  TO  SW-RANGO-OK  WK-EXCEPTION.
           DISPLAY "FECHA DESDE (AAAAMMDD):"   LINE 16 POSITION 18.
           ACCEPT W-DESDE-NUM          LINE 16 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA-RANGO.
           DISPLAY "FECHA HASTA (AAAAMMDD):"   LINE 17 POSITION 18.
           ACCEPT W-HASTA-NUM          LINE 17 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA-RANGO.
           IF  W-DESDE-MES  <  01  OR  W-DESDE-MES  >  12
           OR  W-HASTA-MES  <  01  OR  W-HASTA-MES  >  12
           OR  W-DESDE-DIA  <  01  OR  W-DESDE-DIA  >  31
           OR  W-HASTA-DIA  <  01  OR  W-HASTA-DIA  >  31
           OR  W-DESDE-NUM  >  W-HASTA-NUM
               DISPLAY "RANGO DE FECHAS ERRADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-CAPTURA-RANGO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "ENTREGADO A          :"    LINE 18 POSITION 18.
           ACCEPT W-DESTINO            LINE 18 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA-RANGO.
           IF  W-DESTINO  =  SPACES    GO TO I-CAPTURA-RANGO.
           DISPLAY "[ G ] GENERAR PAQUETE  [ OTRA ] CANCELA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CAPTURA-RANGO.
           COMPUTE W-DESDE-AM  =  W-DESDE-ANO * 100 + W-DESDE-MES.
           COMPUTE W-HASTA-AM  =  W-HASTA-ANO * 100 + W-HASTA-MES.
           MOVE 1                      TO  SW-RANGO-OK.
       F-CAPTURA-RANGO.
      *
      ******************************************************************
      *  GENERACION DE LOS PLANOS, EL CONTROL Y LA BITACORA            *
      ******************************************************************
       I-GENERA.
           PERFORM I-CAPTURA-RANGO     THRU F-CAPTURA-RANGO.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           IF  SW-RANGO-OK  NOT =  1   GO TO F-GENERA.
           DISPLAY "GENERANDO PAQUETE DE AUDITORIA ..."
                   LINE 24 POSITION 01 REVERSE.
           INITIALIZE TABLA-CONTROL.
           MOVE 1                      TO  W-ARC.
           PERFORM I-PLANO-CATALOGO    THRU F-PLANO-CATALOGO.
           MOVE 2                      TO  W-ARC.
           PERFORM I-PLANO-NITS        THRU F-PLANO-NITS.
           MOVE 3                      TO  W-ARC.
           PERFORM I-PLANO-MOVIMIENTO  THRU F-PLANO-MOVIMIENTO.
           MOVE 4                      TO  W-ARC.
           PERFORM I-PLANO-SALDOS      THRU F-PLANO-SALDOS.
           MOVE 5                      TO  W-ARC.
           PERFORM I-PLANO-NIIF        THRU F-PLANO-NIIF.
           PERFORM I-PLANO-CONTROL     THRU F-PLANO-CONTROL.
           PERFORM I-IMPRIME-CONTROL   THRU F-IMPRIME-CONTROL.
           PERFORM I-GRABA-BITACORA    THRU F-GRABA-BITACORA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "PAQUETE GENERADO - VEA EL LISTADO DE CONTROL"
                   LINE 24 POSITION 01 REVERSE.
       F-GENERA.
      *
       I-ABRE-PLANO.
           MOVE TAB-PLANO-TIPO(W-ARC)  TO  LAB-AUDPLANO-TIPO.
           OPEN OUTPUT AUDPLANO.
       F-ABRE-PLANO.
      *
      ******************************************************************
      *  CATALOGO DE CUENTAS                                           *
      ******************************************************************
       I-PLANO-CATALOGO.
           PERFORM I-ABRE-PLANO        THRU F-ABRE-PLANO.
           MOVE "CUENTA|NOMBRE|TIPO|NATURALEZA|ESTADO|DETALLE|BLOQUEO"
                                       TO  REG-AUDPLANO.
           WRITE REG-AUDPLANO.
           MOVE ZEROS                  TO  SW-EOF.
           OPEN INPUT CNCATCTA.
           IF  CNCATCTA-STATUS  =  "00"
               PERFORM I-CATALOGO-CUENTA THRU F-CATALOGO-CUENTA
                       UNTIL SW-EOF = 1
               CLOSE CNCATCTA.
           CLOSE AUDPLANO.
       F-PLANO-CATALOGO.
      *
       I-CATALOGO-CUENTA.
           READ CNCATCTA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO F-CATALOGO-CUENTA.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           STRING CTAMAE  "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE NOMCTA                 TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           STRING TIMAE  "|"  NATCTA  "|"  ESTACTA  "|"
                  INDDETAL  "|"  BLOQUEO-CTA  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE CTAMAE                 TO  W-CUENTA-NUM.
           MOVE W-CUENTA-NUM           TO  W-HASH-VALOR.
           PERFORM I-ESCRIBE-PLANO     THRU F-ESCRIBE-PLANO.
       F-CATALOGO-CUENTA.
      *
      ******************************************************************
      *  CATALOGO DE NITS                                              *
      ******************************************************************
       I-PLANO-NITS.
           PERFORM I-ABRE-PLANO        THRU F-ABRE-PLANO.
           MOVE "NIT|DV|NOMBRE|PAIS|DPTO|CIUDAD|DIRECCION|TELEFONO"
                                       TO  REG-AUDPLANO.
           WRITE REG-AUDPLANO.
           MOVE ZEROS                  TO  SW-EOF.
           OPEN INPUT CNNITCED.
           IF  CNNITCED-STATUS  =  "00"
               PERFORM I-NITS-TERCERO  THRU F-NITS-TERCERO
                       UNTIL SW-EOF = 1
               CLOSE CNNITCED.
           CLOSE AUDPLANO.
       F-PLANO-NITS.
      *
       I-NITS-TERCERO.
           READ CNNITCED NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO F-NITS-TERCERO.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           MOVE CODIM                  TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           STRING DIGITO-CHEQUEO  "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE NOMBM                  TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           STRING CNNITCED-COD-PAIS  "|"  CNNITCED-COD-DPTO  "|"
                  CIUDM  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE DIREM                  TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           MOVE TELEM                  TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           MOVE CODIM                  TO  W-HASH-VALOR.
           PERFORM I-ESCRIBE-PLANO     THRU F-ESCRIBE-PLANO.
       F-NITS-TERCERO.
      *
      ******************************************************************
      *  MOVIMIENTO DEL RANGO.  UN ANO ARCHIVADO POR PROG790 YA NO     *
      *  TIENE CNDOCTOS: SU MOVIMIENTO COMPLETO ESTA EN CNDOCHIS       *
      ******************************************************************
       I-PLANO-MOVIMIENTO.
           PERFORM I-ABRE-PLANO        THRU F-ABRE-PLANO.
           MOVE SPACES                 TO  W-CADENA.
           STRING "ANO|TIPO|NUMERO|SECUENCIA|FECHA|PERIODO|CUENTA|"
                  "NIT|DOCUMENTO|CCOSTO|CONCEPTO|DEBITO|CREDITO|"
                  "ESTADO|ANULACION|ORIGEN"
                  DELIMITED BY SIZE  INTO W-CADENA.
           WRITE REG-AUDPLANO          FROM  W-CADENA.
           MOVE W-DESDE-ANO            TO  W-ANO-PROC.
           PERFORM I-MOVIMIENTO-ANO    THRU F-MOVIMIENTO-ANO
                   UNTIL W-ANO-PROC > W-HASTA-ANO.
           CLOSE AUDPLANO.
       F-PLANO-MOVIMIENTO.
      *
       I-MOVIMIENTO-ANO.
           MOVE W-ANO-PROC             TO  LAB-CNDOCHIS-ANO
                                           LAB-CNDOCTOS-ANO.
           MOVE ZEROS                  TO  SW-EOF.
           OPEN INPUT CNDOCHIS.
           IF  CNDOCHIS-STATUS  =  "00"
               MOVE "HISTORICO"        TO  W-ORIGEN
               PERFORM I-MOV-HISTORICO THRU F-MOV-HISTORICO
                       UNTIL SW-EOF = 1
               CLOSE CNDOCHIS
               ADD 1                   TO  W-ANO-PROC
               GO TO F-MOVIMIENTO-ANO.
           OPEN INPUT CNDOCTOS.
           IF  CNDOCTOS-STATUS  =  "00"
               MOVE "ACTIVO"           TO  W-ORIGEN
               PERFORM I-MOV-ACTIVO    THRU F-MOV-ACTIVO
                       UNTIL SW-EOF = 1
               CLOSE CNDOCTOS.
           ADD 1                       TO  W-ANO-PROC.
       F-MOVIMIENTO-ANO.
      *
       I-MOV-HISTORICO.
           READ CNDOCHIS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO F-MOV-HISTORICO.
           MOVE REG-DOCHIS             TO  REG-DOCTOS.
           PERFORM I-EMITE-MOVIMIENTO  THRU F-EMITE-MOVIMIENTO.
       F-MOV-HISTORICO.
      *
       I-MOV-ACTIVO.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO F-MOV-ACTIVO.
           PERFORM I-EMITE-MOVIMIENTO  THRU F-EMITE-MOVIMIENTO.
       F-MOV-ACTIVO.
      *
       I-EMITE-MOVIMIENTO.
           COMPUTE W-FECHA-MOV  =  AA-COMP-DOCTOS * 10000
                                +  MM-COMP-DOCTOS * 100
                                +  DD-COMP-DOCTOS.
           IF  W-FECHA-MOV  <  W-DESDE-NUM
           OR  W-FECHA-MOV  >  W-HASTA-NUM
               GO TO F-EMITE-MOVIMIENTO.
           MOVE ZEROS                  TO  W-DEBITO  W-CREDITO.
           IF  VALOR-DOCTOS  >  ZEROS
               MOVE VALOR-DOCTOS       TO  W-DEBITO
           ELSE
               COMPUTE W-CREDITO  =  VALOR-DOCTOS * -1.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           STRING W-ANO-PROC  "|"  RADICTIP-DOCTOS  "|"
                  RADICDOC-DOCTOS  "|"  RADIC-AUTOMATICA-DOCTOS  "|"
                  W-FECHA-MOV  "|"  ALTMES-DOCTOS  "|"
                  CUENTA-DOCTOS  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE ALTNIT-DOCTOS          TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           STRING NUMFRA-DOCTOS  "|"  CENCOS-DOCTOS  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE CONCEPTO-DOCTOS        TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           MOVE W-DEBITO               TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE W-CREDITO              TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           STRING CONDICION-DOCTOS  "|"  MOTANU-DOCTOS  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           STRING W-ORIGEN  DELIMITED BY SPACE
                  "|"       DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           ADD W-DEBITO                TO  CTL-DEBITOS(W-ARC).
           ADD W-CREDITO               TO  CTL-CREDITOS(W-ARC).
           MOVE CUENTA-DOCTOS          TO  W-CUENTA-NUM.
           COMPUTE W-HASH-VALOR  =  W-CUENTA-NUM  +  ALTNIT-DOCTOS.
           PERFORM I-ESCRIBE-PLANO     THRU F-ESCRIBE-PLANO.
       F-EMITE-MOVIMIENTO.
      *
      ******************************************************************
      *  SALDOS CNDTACUM POR PERIODO.  SE ENTREGAN TODOS LOS NIVELES   *
      *  DEL ARCHIVO (CUENTA, NIT Y DOCUMENTO) CON LOS VALORES COMO    *
      *  ESTAN GRABADOS; PERIODOS 13 Y 14 CAEN EN DICIEMBRE            *
      ******************************************************************
       I-PLANO-SALDOS.
           PERFORM I-ABRE-PLANO        THRU F-ABRE-PLANO.
           MOVE SPACES                 TO  W-CADENA.
           STRING "ANO|PERIODO|CUENTA|NIT|DOCUMENTO|"
                  "DEBITOS|CREDITOS|SALDO"
                  DELIMITED BY SIZE  INTO W-CADENA.
           WRITE REG-AUDPLANO          FROM  W-CADENA.
           MOVE W-DESDE-ANO            TO  W-ANO-PROC.
           PERFORM I-SALDOS-ANO        THRU F-SALDOS-ANO
                   UNTIL W-ANO-PROC > W-HASTA-ANO.
           CLOSE AUDPLANO.
       F-PLANO-SALDOS.
      *
       I-SALDOS-ANO.
           MOVE W-ANO-PROC             TO  LAB-CNDTACUM-ANO.
           MOVE ZEROS                  TO  SW-EOF.
           OPEN INPUT CNDTACUM.
           IF  CNDTACUM-STATUS  =  "00"
               PERFORM I-SALDOS-CUENTA THRU F-SALDOS-CUENTA
                       UNTIL SW-EOF = 1
               CLOSE CNDTACUM.
           ADD 1                       TO  W-ANO-PROC.
       F-SALDOS-ANO.
      *
       I-SALDOS-CUENTA.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO F-SALDOS-CUENTA.
           MOVE ZEROS                  TO  W-PER.
       I-SALDOS-PERIODO.
           ADD 1                       TO  W-PER.
           IF  W-PER  >  14            GO TO F-SALDOS-CUENTA.
           IF  W-PER  >  12
               MOVE 12                 TO  W-MES-PER
           ELSE
               MOVE W-PER              TO  W-MES-PER.
           COMPUTE W-AM-PER  =  W-ANO-PROC * 100 + W-MES-PER.
           IF  W-AM-PER  <  W-DESDE-AM
           OR  W-AM-PER  >  W-HASTA-AM
               GO TO I-SALDOS-PERIODO.
           IF  CNDTACUM-MOVDEB(W-PER)  =  ZEROS
           AND CNDTACUM-MOVCRE(W-PER)  =  ZEROS
           AND CNDTACUM-SALDO(W-PER)   =  ZEROS
               GO TO I-SALDOS-PERIODO.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           STRING W-ANO-PROC  "|"  W-PER  "|"  CNDTACUM-CUA  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE CNDTACUM-NIT           TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           STRING CNDTACUM-FRA  "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE CNDTACUM-MOVDEB(W-PER) TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE CNDTACUM-MOVCRE(W-PER) TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE CNDTACUM-SALDO(W-PER)  TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           ADD CNDTACUM-MOVDEB(W-PER)  TO  CTL-DEBITOS(W-ARC).
           ADD CNDTACUM-MOVCRE(W-PER)  TO  CTL-CREDITOS(W-ARC).
           MOVE CNDTACUM-CUA           TO  W-CUENTA-NUM.
           COMPUTE W-HASH-VALOR  =  W-CUENTA-NUM  +  CNDTACUM-NIT.
           PERFORM I-ESCRIBE-PLANO     THRU F-ESCRIBE-PLANO.
           GO TO I-SALDOS-PERIODO.
       F-SALDOS-CUENTA.
      *
      ******************************************************************
      *  COMPROBANTES DEL LIBRO NIIF DEL RANGO                         *
      ******************************************************************
       I-PLANO-NIIF.
           PERFORM I-ABRE-PLANO        THRU F-ABRE-PLANO.
           MOVE SPACES                 TO  W-CADENA.
           STRING "ANO|NUMERO|SECUENCIA|FECHA|PERIODO|CUENTA|NIT|"
                  "CONCEPTO|DEBITO|CREDITO|USUARIO"
                  DELIMITED BY SIZE  INTO W-CADENA.
           WRITE REG-AUDPLANO          FROM  W-CADENA.
           MOVE W-DESDE-ANO            TO  W-ANO-PROC.
           PERFORM I-NIIF-ANO          THRU F-NIIF-ANO
                   UNTIL W-ANO-PROC > W-HASTA-ANO.
           CLOSE AUDPLANO.
       F-PLANO-NIIF.
      *
       I-NIIF-ANO.
           MOVE W-ANO-PROC             TO  LAB-NIIFDOC-ANO.
           MOVE ZEROS                  TO  SW-EOF.
           OPEN INPUT NIIFDOC.
           IF  NIIFDOC-STATUS  =  "00"
               PERFORM I-NIIF-DOCUMENTO THRU F-NIIF-DOCUMENTO
                       UNTIL SW-EOF = 1
               CLOSE NIIFDOC.
           ADD 1                       TO  W-ANO-PROC.
       F-NIIF-ANO.
      *
       I-NIIF-DOCUMENTO.
           READ NIIFDOC NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO F-NIIF-DOCUMENTO.
           IF  NDO-FECHA  <  W-DESDE-NUM
           OR  NDO-FECHA  >  W-HASTA-NUM
               GO TO F-NIIF-DOCUMENTO.
           MOVE ZEROS                  TO  W-DEBITO  W-CREDITO.
           IF  NDO-VALOR  >  ZEROS
               MOVE NDO-VALOR          TO  W-DEBITO
           ELSE
               COMPUTE W-CREDITO  =  NDO-VALOR * -1.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           STRING W-ANO-PROC  "|"  NDO-NUMERO  "|"  NDO-SECUENCIA  "|"
                  NDO-FECHA  "|"  NDO-PERIODO  "|"  NDO-CUENTA  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE NDO-NIT                TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE NDO-CONCEPTO           TO  W-TEXTO.
           PERFORM I-AGREGA-TEXTO      THRU F-AGREGA-TEXTO.
           MOVE W-DEBITO               TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE W-CREDITO              TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           STRING NDO-USUARIO  "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           ADD W-DEBITO                TO  CTL-DEBITOS(W-ARC).
           ADD W-CREDITO               TO  CTL-CREDITOS(W-ARC).
           COMPUTE W-HASH-VALOR  =  NDO-CUENTA  +  NDO-NIT.
           PERFORM I-ESCRIBE-PLANO     THRU F-ESCRIBE-PLANO.
       F-NIIF-DOCUMENTO.
      *
      ******************************************************************
      *  ARMADO DEL REGISTRO DELIMITADO: CADA CAMPO SE AGREGA SEGUIDO  *
      *  DEL SEPARADOR; EL ULTIMO SEPARADOR SE RETIRA AL ESCRIBIR      *
      ******************************************************************
       I-AGREGA-CAMPO.
           MOVE ZEROS                  TO  W-ESPACIOS.
           INSPECT W-CAMPO TALLYING W-ESPACIOS FOR LEADING SPACES.
           IF  W-ESPACIOS  NOT <  30
               STRING "|"  DELIMITED BY SIZE
                      INTO W-CADENA  WITH POINTER W-PUNTERO
               GO TO F-AGREGA-CAMPO.
           STRING W-CAMPO(W-ESPACIOS + 1:)  DELIMITED BY SPACE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           STRING "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
       F-AGREGA-CAMPO.
      *
       I-AGREGA-TEXTO.
           INSPECT W-TEXTO REPLACING ALL "|" BY "/".
           MOVE 60                     TO  W-LARGO.
       I-AGREGA-TEXTO-LARGO.
           IF  W-LARGO  =  ZEROS       GO TO I-AGREGA-TEXTO-PONE.
           IF  W-TEXTO(W-LARGO:1)  =  SPACE
               SUBTRACT 1              FROM  W-LARGO
               GO TO I-AGREGA-TEXTO-LARGO.
       I-AGREGA-TEXTO-PONE.
           IF  W-LARGO  >  ZEROS
               STRING W-TEXTO(1:W-LARGO)  DELIMITED BY SIZE
                      INTO W-CADENA  WITH POINTER W-PUNTERO.
           STRING "|"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
       F-AGREGA-TEXTO.
      *
      *  EL HASH ACUMULA CUENTA + NIT DE CADA REGISTRO Y SE MANTIENE
      *  MODULO 10**18 PARA QUE EL AUDITOR LO RECALCULE SIN DESBORDE
       I-ESCRIBE-PLANO.
           SUBTRACT 1                  FROM  W-PUNTERO.
           MOVE SPACE                  TO  W-CADENA(W-PUNTERO:1).
           WRITE REG-AUDPLANO          FROM  W-CADENA.
           ADD 1                       TO  CTL-REGISTROS(W-ARC).
           COMPUTE W-HASH-SUMA  =  CTL-HASH(W-ARC)  +  W-HASH-VALOR.
           IF  W-HASH-SUMA  >  999999999999999999
               SUBTRACT 1000000000000000000  FROM  W-HASH-SUMA.
           MOVE W-HASH-SUMA            TO  CTL-HASH(W-ARC).
       F-ESCRIBE-PLANO.
      *
      ******************************************************************
      *  PLANO DE CONTROL PARA LOS AUDITORES                           *
      ******************************************************************
       I-PLANO-CONTROL.
           MOVE "CTL"                  TO  LAB-AUDPLANO-TIPO.
           OPEN OUTPUT AUDPLANO.
           MOVE SPACES                 TO  W-CADENA.
           STRING "PLANO|ORIGEN|EMPRESA|DESDE|HASTA|REGISTROS|"
                  "DEBITOS|CREDITOS|HASH"
                  DELIMITED BY SIZE  INTO W-CADENA.
           WRITE REG-AUDPLANO          FROM  W-CADENA.
           MOVE ZEROS                  TO  W-ARC.
       I-PLANO-CONTROL-RENGLON.
           ADD 1                       TO  W-ARC.
           IF  W-ARC  >  5             GO TO I-PLANO-CONTROL-CIERRA.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           STRING "AU"  LAB-AUDPLANO-CIA  TAB-PLANO-TIPO(W-ARC)
                  ".TXT|"
                  DELIMITED BY SIZE
                  TAB-PLANO-ORIGEN(W-ARC)  DELIMITED BY SPACE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           STRING "|"  LAB-AUDPLANO-CIA  "|"  W-DESDE-NUM  "|"
                  W-HASTA-NUM  "|"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE CTL-REGISTROS(W-ARC)   TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE CTL-DEBITOS(W-ARC)     TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE CTL-CREDITOS(W-ARC)    TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE CTL-HASH(W-ARC)        TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           SUBTRACT 1                  FROM  W-PUNTERO.
           MOVE SPACE                  TO  W-CADENA(W-PUNTERO:1).
           WRITE REG-AUDPLANO          FROM  W-CADENA.
           GO TO I-PLANO-CONTROL-RENGLON.
       I-PLANO-CONTROL-CIERRA.
           CLOSE AUDPLANO.
       F-PLANO-CONTROL.
      *
      ******************************************************************
      *  LISTADO DE CONTROL                                            *
      ******************************************************************
       I-IMPRIME-CONTROL.
           OPEN OUTPUT INFORMES.
           MOVE W-DESDE-NUM            TO  I-DESDE.
           MOVE W-HASTA-NUM            TO  I-HASTA.
           MOVE W-DESTINO              TO  I-DESTINO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  W-ARC  W-TOT-REGISTROS
                                           W-TOT-DEBITOS
                                           W-TOT-CREDITOS.
       I-IMPRIME-CONTROL-RENGLON.
           ADD 1                       TO  W-ARC.
           IF  W-ARC  >  5             GO TO I-IMPRIME-CONTROL-TOTAL.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           STRING "AU"  LAB-AUDPLANO-CIA  TAB-PLANO-TIPO(W-ARC)
                  ".TXT"  DELIMITED BY SIZE  INTO I-PLANO.
           MOVE TAB-PLANO-ORIGEN(W-ARC)  TO  I-ORIGEN.
           MOVE CTL-REGISTROS(W-ARC)   TO  I-REGISTROS.
           MOVE CTL-DEBITOS(W-ARC)     TO  I-DEBITOS.
           MOVE CTL-CREDITOS(W-ARC)    TO  I-CREDITOS.
           MOVE CTL-HASH(W-ARC)        TO  I-HASH.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD CTL-REGISTROS(W-ARC)    TO  W-TOT-REGISTROS.
           ADD CTL-DEBITOS(W-ARC)      TO  W-TOT-DEBITOS.
           ADD CTL-CREDITOS(W-ARC)     TO  W-TOT-CREDITOS.
           GO TO I-IMPRIME-CONTROL-RENGLON.
       I-IMPRIME-CONTROL-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "TOTAL PAQUETE"        TO  I-PLANO.
           MOVE W-TOT-REGISTROS        TO  I-REGISTROS.
           MOVE W-TOT-DEBITOS          TO  I-DEBITOS.
           MOVE W-TOT-CREDITOS         TO  I-CREDITOS.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE LAB-AUDPLANO           TO  I-PLANO.
           MOVE "CONTROL"              TO  I-ORIGEN.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 2.
           CLOSE INFORMES.
       F-IMPRIME-CONTROL.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
      ******************************************************************
      *  BITACORA: QUIEN, CUANDO, EMPRESA, RANGO Y TOTALES ENTREGADOS  *
      ******************************************************************
       I-GRABA-BITACORA.
           ACCEPT WK-HORA-HOY FROM TIME.
           OPEN I-O AUDEXTRA.
           MOVE WK-FECHA-HOY           TO  AEX-FECHA.
           MOVE WK-HORA-HOY            TO  AEX-HORA.
           MOVE ZEROS                  TO  AEX-CONSEC.
           MOVE CON-COD-EMPRESA        TO  AEX-EMPRESA.
           MOVE CON-USERNAME           TO  AEX-USUARIO.
           MOVE W-DESDE-NUM            TO  AEX-FECHA-DESDE.
           MOVE W-HASTA-NUM            TO  AEX-FECHA-HASTA.
           MOVE W-DESTINO              TO  AEX-DESTINO.
           MOVE ZEROS                  TO  W-ARC.
       I-GRABA-BITACORA-ARCHIVO.
           ADD 1                       TO  W-ARC.
           IF  W-ARC  >  5             GO TO I-GRABA-BITACORA-REG.
           MOVE CTL-REGISTROS(W-ARC)   TO  AEX-REGISTROS(W-ARC).
           MOVE CTL-DEBITOS(W-ARC)     TO  AEX-DEBITOS(W-ARC).
           MOVE CTL-CREDITOS(W-ARC)    TO  AEX-CREDITOS(W-ARC).
           MOVE CTL-HASH(W-ARC)        TO  AEX-HASH(W-ARC).
           GO TO I-GRABA-BITACORA-ARCHIVO.
       I-GRABA-BITACORA-REG.
           WRITE REG-AUDEXTRA INVALID KEY
                 ADD 1                 TO  AEX-CONSEC
                 GO TO I-GRABA-BITACORA-REG.
           CLOSE AUDEXTRA.
       F-GRABA-BITACORA.
      *
      ******************************************************************
      *  CONSULTA DE LA BITACORA EN PANTALLA                           *
      ******************************************************************
       I-BITACORA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "FECHA    HORA     USR CIA DESDE    HASTA    ENTREGA"
                                       LINE 05 POSITION 02.
           OPEN INPUT AUDEXTRA.
           MOVE ZEROS                  TO  AEX-CLAVE-REG  FIN-BITAC.
           START AUDEXTRA KEY NOT LESS AEX-CLAVE-REG INVALID KEY
                 MOVE 1                TO  FIN-BITAC.
           MOVE 06                     TO  I-LINEA.
           PERFORM I-LISTA-BITACORA    THRU F-LISTA-BITACORA
                   UNTIL FIN-BITAC = 1.
           CLOSE AUDEXTRA.
           DISPLAY "[ENTER] REGRESA"   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-BITACORA.
      *
       I-LISTA-BITACORA.
           READ AUDEXTRA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-BITAC
                GO TO F-LISTA-BITACORA.
           MOVE AEX-DESTINO            TO  W-DESTINO-CORTO.
           DISPLAY AEX-FECHA           LINE I-LINEA POSITION 02.
           DISPLAY AEX-HORA            LINE I-LINEA POSITION 11.
           DISPLAY AEX-USUARIO         LINE I-LINEA POSITION 20.
           DISPLAY AEX-EMPRESA         LINE I-LINEA POSITION 24.
           DISPLAY AEX-FECHA-DESDE     LINE I-LINEA POSITION 28.
           DISPLAY AEX-FECHA-HASTA     LINE I-LINEA POSITION 37.
           DISPLAY W-DESTINO-CORTO     LINE I-LINEA POSITION 46.
           ADD 1                       TO  I-LINEA.
           IF  I-LINEA  >  22
               DISPLAY "[ENTER] SIGUE" LINE 24 POSITION 10 REVERSE
               PERFORM ACEPTA-TRUCO
               MOVE 06                 TO  I-LINEA.
       F-LISTA-BITACORA.
      *
       I-FIN-MODE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
