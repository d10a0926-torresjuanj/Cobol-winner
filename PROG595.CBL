       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG595.
      ******************************************************************
      * SAGRILAFT: LISTAS RESTRICTIVAS Y EFECTIVO     OCT-15-2026      *
      *                                                                *
      * EL OFICIAL DE CUMPLIMIENTO CARGA LAS LISTAS, CORRE LA CONSULTA *
      * DE TERCEROS, DA DISPOSICION A LAS COINCIDENCIAS Y SACA EL      *
      * REPORTE MENSUAL DE OPERACIONES EN EFECTIVO.                    *
      *   I = CARGA UNA LISTA EN LISTREST, REEMPLAZANDO LA ANTERIOR    *
      *       DEL MISMO CODIGO:                                        *
      *       O = SDN.CSV DE LA OFAC (ENT_NUM, NOMBRE, TIPO, PROGRAMA, *
      *           ... OBSERVACIONES); LA CEDULA O NIT SE TOMA DE LAS   *
      *           OBSERVACIONES ("CEDULA NO." / "NIT #")               *
      *       A = ALT.CSV DE LA OFAC (ALIAS); SE CARGA DESPUES DEL     *
      *           SDN.CSV, NO BORRA, Y CADA ALIAS HEREDA EL TIPO, EL   *
      *           PROGRAMA Y EL DOCUMENTO DE SU ENTRADA                *
      *       D = DELIMITADO POR PUNTO Y COMA PARA LA LISTA DE LA ONU  *
      *           Y LAS LOCALES: ENTRADA;TIPO;NOMBRE;DOCUMENTO;PAIS;   *
      *           PROGRAMA                                             *
      *   S = CONSULTA CON CNLISTCK EL CATALOGO DE NITS (CNNITCED),    *
      *       LAS HOJAS DE VIDA, LOS BENEFICIARIOS DE LOS CHEQUES EN   *
      *       CIRCULACION (CHCONTRO) Y LOS PLANOS DE PAGO PENDIENTES   *
      *       (PPAGOS.TXT Y PPNNN.TXT DE PROG751); IMPRIME LAS         *
      *       COINCIDENCIAS VISTAS EN LA CORRIDA                       *
      *   R = DISPOSICION DE LAS COINCIDENCIAS PENDIENTES: A =         *
      *       ACLARADO (LIBERA AL TERCERO), C = CONFIRMADO (QUEDA      *
      *       BLOQUEADO)                                               *
      *   L = LISTADO DE LA COLA CON SUS DISPOSICIONES                 *
      *   E = MOVIMIENTOS DEL MES EN LA CUENTA DE CAJA (1105) IGUALES  *
      *       O MAYORES AL TOPE (PARAMLEG TOPEEFECT, 10 MILLONES SI    *
      *       NO ESTA), CON LA MARCA DE LISTAS DEL TERCERO             *
      * LA CAPTURA DE NITS NUEVOS (PROG060) Y EL REINGRESO DE          *
      * EMPLEADOS (PROG117) CONSULTAN AL MOMENTO Y NO GRABAN MIENTRAS  *
      * HAYA UNA COINCIDENCIA PENDIENTE O CONFIRMADA.                  *
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
               COPY "..\DYC\LISTREST.DYC".
               COPY "..\DYC\LISTAREV.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CHCONTRO.DYC".
               COPY "..\DYC\NOMIBANK.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT LISTAIMP ASSIGN TO RANDOM "LISTAIMP"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS LISTAIMP-STATUS.
           SELECT PPAGOS ASSIGN TO RANDOM "PPAGOS"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS PPAGOS-STATUS.
           SELECT PLANOPRV ASSIGN TO RANDOM "PLANOPRV"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS PLANOPRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\LISTREST.FD".
               COPY "..\FD\LISTAREV.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CHCONTRO.FD".
               COPY "..\FD\NOMIBANK.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\INFORMES.FD".
       FD  LISTAIMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-LISTAIMP.
       01  REG-LISTAIMP                 PIC X(1000).
       FD  PPAGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-PPAGOS.
       01  REG-PPAGOS.
           03  PPG-NIT                  PIC 9(12).
           03  PPG-NOMBRE               PIC X(40).
           03  PPG-VALOR                PIC 9(11)V99.
           03  PPG-CONSEC               PIC 9(06).
       FD  PLANOPRV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-PLANOPRV.
       01  REG-PLANOPRV.
           03  PLP-TIPO-REG             PIC X(01).
           03  PLP-CUENTA               PIC 9(12).
           03  PLP-TIPO-CTA             PIC X(01).
           03  PLP-NIT                  PIC 9(12).
           03  PLP-VALOR                PIC 9(11)V99.
           03  PLP-CONSEC               PIC 9(06).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG595".
       77      ID-PRG              PIC X(7)  VALUE "PROG595".
       77      LAB-LISTAIMP        PIC X(12) VALUE "SDN.CSV".
       77      LISTAIMP-STATUS     PIC X(02) VALUE "00".
       77      LAB-PPAGOS          PIC X(12) VALUE "PPAGOS.TXT".
       77      PPAGOS-STATUS       PIC X(02) VALUE "00".
       77      PLANOPRV-STATUS     PIC X(02) VALUE "00".
       77      W-OPCION-SAG        PIC X(01) VALUE SPACES.
       77      W-LISTA             PIC X(06) VALUE SPACES.
       77      W-FORMATO           PIC X(01) VALUE SPACES.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-LEIDOS            PIC 9(06) VALUE ZEROS.
       77      W-CARGADAS          PIC 9(06) VALUE ZEROS.
       77      W-RECHAZADAS        PIC 9(06) VALUE ZEROS.
       77      W-BORRADAS          PIC 9(06) VALUE ZEROS.
       77      W-POS               PIC 9(04) VALUE ZEROS.
       77      W-NCAMPO            PIC 9(02) VALUE ZEROS.
       77      W-LARGO             PIC 9(03) VALUE ZEROS.
       77      W-CHAR              PIC X(01) VALUE SPACES.
       77      SW-COMILLAS         PIC 9(01) VALUE ZEROS.
       77      W-NUM-TEXTO         PIC X(20) VALUE SPACES.
       77      W-NUMERO            PIC 9(12) VALUE ZEROS.
       77      W-ANTES             PIC X(250) VALUE SPACES.
       77      W-DESPUES           PIC X(250) VALUE SPACES.
       77      W-ORIGEN            PIC X(01) VALUE SPACES.
       77      W-REV-NITS          PIC 9(06) VALUE ZEROS.
       77      W-REV-EMPLEADOS     PIC 9(06) VALUE ZEROS.
       77      W-REV-CHEQUES       PIC 9(06) VALUE ZEROS.
       77      W-REV-PAGOS         PIC 9(06) VALUE ZEROS.
       77      W-CON-COINCIDENCIA  PIC 9(06) VALUE ZEROS.
       77      W-NUEVAS            PIC 9(06) VALUE ZEROS.
       77      W-PENDIENTES        PIC 9(06) VALUE ZEROS.
       77      W-RESUELTAS         PIC 9(06) VALUE ZEROS.
       77      W-DOC-PEDIDO        PIC 9(12) VALUE ZEROS.
       77      W-DISPOSICION       PIC X(01) VALUE SPACES.
       77      W-MOTIVO            PIC X(40) VALUE SPACES.
       77      W-ESTADO-TXT        PIC X(11) VALUE SPACES.
       77      W-MES-EFE           PIC 9(02) VALUE ZEROS.
       77      W-MAYOR-EFE         PIC 9(04) VALUE ZEROS.
       77      W-TOPE              PIC 9(11)V99 VALUE ZEROS.
       77      W-VALOR-ABS         PIC 9(11)V99 VALUE ZEROS.
       77      W-CANT-EFE          PIC 9(06) VALUE ZEROS.
       77      W-TOTAL-EFE         PIC 9(13)V99 VALUE ZEROS.
       77      W-MARCA-LISTA       PIC X(10) VALUE SPACES.
       77      SW-REPORTE          PIC X(01) VALUE SPACES.
       77      FIN-SUB             PIC 9(01) VALUE ZEROS.
       01      LAB-PLANOPRV.
        03     FILLER              PIC X(02) VALUE "PP".
        03     LAB-PLANO-BANCO     PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      AREA-CNLISTCK.
        03     LST-LNK-EMPRESA     PIC 9(07) VALUE ZEROS.
        03     LST-LNK-ORIGEN      PIC X(01) VALUE SPACES.
        03     LST-LNK-DOCUMENTO   PIC 9(12) VALUE ZEROS.
        03     LST-LNK-NOMBRE      PIC X(43) VALUE SPACES.
        03     LST-LNK-PROGRAMA    PIC X(07) VALUE SPACES.
        03     LST-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     LST-LNK-COINCIDENCIAS
                                   PIC 9(03) VALUE ZEROS.
        03     LST-LNK-NUEVAS      PIC 9(03) VALUE ZEROS.
        03     LST-LNK-ESTADO      PIC X(01) VALUE SPACES.
      *  LINEA DEL ARCHIVO A CARGAR, LETRA POR LETRA
       01      W-LINEA-AREA.
        03     W-LINEA-CSV         PIC X(1000).
        03     FILLER              PIC X(01) VALUE SPACES.
       01      W-LINEA-LETRAS      REDEFINES W-LINEA-AREA.
        03     W-CAR               PIC X(01) OCCURS 1001 TIMES.
      *  CAMPOS DE LA LINEA (CSV DE LA OFAC O DELIMITADO)
       01      TABLA-CSV.
        03     CSV-CAMPO           PIC X(250) OCCURS 12 TIMES.
       01      TABLA-CSV-LETRAS    REDEFINES TABLA-CSV.
        03     CSV-CAMPO-R         OCCURS 12 TIMES.
         05    CSV-LETRA           PIC X(01) OCCURS 250 TIMES.
      *  NUMERO EN TEXTO AJUSTADO A LA DERECHA
       01      W-DOC-AREA.
        03     W-DOC-TEXTO         PIC X(12) JUSTIFIED RIGHT.
       01      W-DOC-NUM           REDEFINES W-DOC-AREA
                                   PIC 9(12).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\LISTREST.LBL".
               COPY "..\LBL\LISTAREV.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CHCONTRO.LBL".
               COPY "..\LBL\NOMIBANK.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\NORMANOM.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(06)    VALUE SPACES.
         05    I-TITULO    PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(06)    VALUE "ANO : ".
         05    I-ANO       PIC 9999.
         05    FILLER      PIC X(03)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(12)    VALUE " ORIGEN    C".
         05    FILLER      PIC X(13)    VALUE " DOCUMENTO   ".
         05    FILLER      PIC X(29)    VALUE " NOMBRE DEL TERCERO".
         05    FILLER      PIC X(23)    VALUE " LISTA  ENTRADA".
         05    FILLER      PIC X(30)    VALUE " NOMBRE EN LA LISTA".
         05    FILLER      PIC X(16)    VALUE " PUN ESTADO".
        03     TITULO-E.
         05    FILLER      PIC X(12)    VALUE " FECHA".
         05    FILLER      PIC X(11)    VALUE "COMPROBANTE".
         05    FILLER      PIC X(13)    VALUE "  NIT".
         05    FILLER      PIC X(29)    VALUE " NOMBRE".
         05    FILLER      PIC X(08)    VALUE " MOVTO".
         05    FILLER      PIC X(19)    VALUE "              VALOR".
         05    FILLER      PIC X(29)    VALUE " CONCEPTO".
         05    FILLER      PIC X(10)    VALUE " LISTAS".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-ORIGEN    PIC X(08).
         05    FILLER      PIC X(01).
         05    I-COINC     PIC X(01).
         05    FILLER      PIC X(01).
         05    I-DOCUMENTO PIC 9(12).
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(28).
         05    FILLER      PIC X(01).
         05    I-LISTA     PIC X(06).
         05    FILLER      PIC X(01).
         05    I-ENTRADA   PIC X(15).
         05    FILLER      PIC X(01).
         05    I-NOMBRE-LISTA
                           PIC X(29).
         05    FILLER      PIC X(01).
         05    I-PUNTAJE   PIC ZZ9.
         05    FILLER      PIC X(01).
         05    I-ESTADO    PIC X(11).
        03     LINEA-DISPOSICION.
         05    FILLER      PIC X(24)    VALUE SPACES.
         05    FILLER      PIC X(14)    VALUE "DISPOSICION : ".
         05    I-DIS-USUARIO
                           PIC X(03).
         05    FILLER      PIC X(01).
         05    I-DIS-FECHA PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-DIS-MOTIVO
                           PIC X(40).
        03     LINEA-DE-EFECTIVO.
         05    FILLER      PIC X(01).
         05    E-DIA       PIC 99.
         05    FILLER      PIC X(01)    VALUE "/".
         05    E-MES       PIC 99.
         05    FILLER      PIC X(01)    VALUE "/".
         05    E-ANO       PIC 9999.
         05    FILLER      PIC X(01).
         05    E-TIPO      PIC 999.
         05    FILLER      PIC X(01)    VALUE "-".
         05    E-NUMERO    PIC 9(06).
         05    FILLER      PIC X(01).
         05    E-NIT       PIC 9(12).
         05    FILLER      PIC X(01).
         05    E-NOMBRE    PIC X(28).
         05    FILLER      PIC X(01).
         05    E-MOVTO     PIC X(07).
         05    FILLER      PIC X(01).
         05    E-VALOR     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    E-CONCEPTO  PIC X(28).
         05    FILLER      PIC X(01).
         05    E-LISTA     PIC X(10).
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZ,ZZ9.
         05    FILLER      PIC X(03)    VALUE SPACES.
         05    I-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\LISTREST.DCL".
               COPY "..\DCL\LISTAREV.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CHCONTRO.DCL".
               COPY "..\DCL\NOMIBANK.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
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
           PERFORM I-STATUS-ARCHIVOS THRU F-STATUS-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* SAGRILAFT - LISTAS Y EFECTIVO *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <I> CARGAR LISTA RESTRICTIVA               !"
                                       LINE 07 POSITION 18
           DISPLAY "! <S> CONSULTAR TERCEROS CONTRA LAS LISTAS   !"
                                       LINE 08 POSITION 18
           DISPLAY "! <R> REVISAR COINCIDENCIAS PENDIENTES       !"
                                       LINE 09 POSITION 18
           DISPLAY "! <L> LISTADO DE COINCIDENCIAS               !"
                                       LINE 10 POSITION 18
           DISPLAY "! <E> OPERACIONES EN EFECTIVO DEL MES        !"
                                       LINE 11 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 12 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 13 POSITION 18.
           DISPLAY CON-ANO             LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-SAG.
           IF  W-OPCION-SAG  =  "I"
               PERFORM I-CARGUE        THRU F-CARGUE
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-SAG  =  "S"
               PERFORM I-CONSULTA      THRU F-CONSULTA
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-SAG  =  "R"
               PERFORM I-REVISION      THRU F-REVISION
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-SAG  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-SAG  =  "E"
               PERFORM I-EFECTIVO      THRU F-EFECTIVO
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-ANO                TO  I-ANO.
           MOVE CON-COD-EMPRESA        TO  LAB-LISTAREV-CIA
                                           LAB-CNNITCED-CIA
                                           LAB-MAESCIA.
           PERFORM I-LABEL-CHCONTRO    THRU F-LABEL-CHCONTRO.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE WK-FECHA-HOY           TO  W-FECHA-HOY.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 595                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT LISTREST.
           IF  LISTREST-STATUS  =  "35"
               OPEN OUTPUT LISTREST.
           CLOSE LISTREST.
           OPEN INPUT LISTAREV.
           IF  LISTAREV-STATUS  =  "35"
               OPEN OUTPUT LISTAREV.
           CLOSE LISTAREV.
       F-STATUS-ARCHIVOS.
      *
      *  LISTREST Y LISTAREV SE ABREN EN CADA OPCION: CNLISTCK LOS
      *  ABRE POR SU CUENTA DURANTE LA CONSULTA
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNNITCED HOJAVIDA CHCONTRO NOMIBANK.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION I: CARGUE DE UNA LISTA RESTRICTIVA                     *
      ******************************************************************
       I-CARGUE.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CODIGO DE LA LISTA.....:"  LINE 06 POSITION 10.
           DISPLAY "FORMATO................:"  LINE 07 POSITION 10.
           DISPLAY "O=SDN.CSV A=ALT.CSV (OFAC) D=DELIMITADO ;"
                                               LINE 08 POSITION 10.
           DISPLAY "ARCHIVO................:"  LINE 09 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                               LINE 11 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE "OFAC"                 TO  W-LISTA.
           MOVE "O"                    TO  W-FORMATO.
       I-CARGUE-DATOS.
           ACCEPT W-LISTA              LINE 06 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CARGUE.
           IF  W-LISTA  =  SPACES      GO TO I-CARGUE-DATOS.
       I-CARGUE-FORMATO.
           ACCEPT W-FORMATO            LINE 07 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CARGUE.
           IF  W-FORMATO  NOT =  "O"  AND  W-FORMATO  NOT =  "A"
           AND W-FORMATO  NOT =  "D"
               GO TO I-CARGUE-FORMATO.
           IF  W-FORMATO  =  "O"
               MOVE "SDN.CSV"          TO  LAB-LISTAIMP.
           IF  W-FORMATO  =  "A"
               MOVE "ALT.CSV"          TO  LAB-LISTAIMP.
           IF  W-FORMATO  =  "D"
               MOVE "LISTA.TXT"        TO  LAB-LISTAIMP.
           ACCEPT LAB-LISTAIMP         LINE 09 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CARGUE.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-CARGUE.
           IF  W-TRUCO  NOT =  "C"     GO TO I-CARGUE-DATOS.
           OPEN INPUT LISTAIMP.
           IF  LISTAIMP-STATUS  NOT =  "00"
               DISPLAY "NO SE ENCUENTRA EL ARCHIVO DE LA LISTA  "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-CARGUE-DATOS.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE ZEROS                  TO  W-LEIDOS  W-CARGADAS
                                           W-RECHAZADAS  W-BORRADAS.
           OPEN I-O LISTREST.
           IF  W-FORMATO  NOT =  "A"
               PERFORM I-BORRA-LISTA   THRU F-BORRA-LISTA.
       I-CARGUE-LEE.
           READ LISTAIMP INTO W-LINEA-CSV AT END
                GO TO I-CARGUE-FIN.
           ADD 1                       TO  W-LEIDOS.
           INITIALIZE REG-LISTREST.
           MOVE W-LISTA                TO  LRS-LISTA.
           IF  W-FORMATO  =  "O"
               PERFORM I-LINEA-SDN     THRU F-LINEA-SDN.
           IF  W-FORMATO  =  "A"
               PERFORM I-LINEA-ALIAS   THRU F-LINEA-ALIAS.
           IF  W-FORMATO  =  "D"
               PERFORM I-LINEA-DELIMITADA THRU F-LINEA-DELIMITADA.
           IF  LRS-ENTRADA  =  SPACES  OR  LRS-NOMBRE  =  SPACES
               ADD 1                   TO  W-RECHAZADAS
               GO TO I-CARGUE-LEE.
           MOVE LRS-NOMBRE             TO  NRM-NOMBRE.
           PERFORM I-NORMALIZA-NOMBRE  THRU F-NORMALIZA-NOMBRE.
           MOVE NRM-NRO-PALABRAS       TO  LRS-NRO-PALABRAS.
           PERFORM I-CARGUE-PALABRA    THRU F-CARGUE-PALABRA
                   VARYING NRM-IDX FROM 1 BY 1 UNTIL NRM-IDX  >  8.
           MOVE W-FECHA-HOY            TO  LRS-FECHA-CARGUE.
           MOVE CON-USERNAME           TO  LRS-USUARIO.
           WRITE REG-LISTREST INVALID KEY
                 REWRITE REG-LISTREST.
           ADD 1                       TO  W-CARGADAS.
           IF  W-CARGADAS  =  500  OR  W-CARGADAS  =  5000
               DISPLAY W-CARGADAS      LINE 13 POSITION 36 REVERSE.
           GO TO I-CARGUE-LEE.
       I-CARGUE-FIN.
           CLOSE LISTAIMP LISTREST.
           DISPLAY "LINEAS LEIDAS..........:"  LINE 13 POSITION 10.
           DISPLAY W-LEIDOS                    LINE 13 POSITION 36.
           DISPLAY "ENTRADAS CARGADAS......:"  LINE 14 POSITION 10.
           DISPLAY W-CARGADAS                  LINE 14 POSITION 36.
           DISPLAY "LINEAS RECHAZADAS......:"  LINE 15 POSITION 10.
           DISPLAY W-RECHAZADAS                LINE 15 POSITION 36.
           DISPLAY "ENTRADAS REEMPLAZADAS..:"  LINE 16 POSITION 10.
           DISPLAY W-BORRADAS                  LINE 16 POSITION 36.
           DISPLAY "CARGUE TERMINADO                        "
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-CARGUE.
      *
       I-CARGUE-PALABRA.
           MOVE NRM-PALABRA (NRM-IDX)  TO  LRS-PALABRA (NRM-IDX).
       F-CARGUE-PALABRA.
      *
      *  EL CARGUE REEMPLAZA LA LISTA: BORRA SUS ENTRADAS ANTERIORES
       I-BORRA-LISTA.
           MOVE W-LISTA                TO  LRS-LISTA.
           MOVE SPACES                 TO  LRS-ENTRADA.
           MOVE ZEROS                  TO  FIN-SUB.
           START LISTREST KEY NOT LESS LRS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-BORRA-LISTA-LEE.
           IF  FIN-SUB  =  1           GO TO F-BORRA-LISTA.
           READ LISTREST NEXT RECORD AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-BORRA-LISTA-LEE.
           IF  LRS-LISTA  NOT =  W-LISTA
               MOVE 1                  TO  FIN-SUB
               GO TO I-BORRA-LISTA-LEE.
           DELETE LISTREST RECORD.
           ADD 1                       TO  W-BORRADAS.
           GO TO I-BORRA-LISTA-LEE.
       F-BORRA-LISTA.
      *
      *  SDN.CSV: 1 ENT_NUM  2 NOMBRE  3 TIPO  4 PROGRAMA ... 12 OBSERV.
       I-LINEA-SDN.
           PERFORM I-PARTE-CSV         THRU F-PARTE-CSV.
           MOVE CSV-CAMPO (1)          TO  W-NUM-TEXTO.
           PERFORM I-TEXTO-NUMERO      THRU F-TEXTO-NUMERO.
           IF  W-NUMERO  =  ZEROS      GO TO F-LINEA-SDN.
           MOVE CSV-CAMPO (1)          TO  LRS-ENTRADA.
           MOVE CSV-CAMPO (2)          TO  LRS-NOMBRE.
           MOVE "E"                    TO  LRS-TIPO.
           IF  CSV-CAMPO (3)  =  "individual"
               MOVE "I"                TO  LRS-TIPO.
           IF  CSV-CAMPO (3)  =  "vessel"
           OR  CSV-CAMPO (3)  =  "aircraft"
               MOVE "O"                TO  LRS-TIPO.
           MOVE CSV-CAMPO (4)          TO  LRS-PROGRAMA.
           MOVE SPACES                 TO  W-ANTES  W-DESPUES.
           UNSTRING CSV-CAMPO (12) DELIMITED BY "Cedula No. "
                    INTO W-ANTES  W-DESPUES.
           IF  W-DESPUES  =  SPACES
               UNSTRING CSV-CAMPO (12) DELIMITED BY "NIT # "
                        INTO W-ANTES  W-DESPUES.
           IF  W-DESPUES  =  SPACES    GO TO F-LINEA-SDN.
           MOVE W-DESPUES              TO  W-NUM-TEXTO.
           PERFORM I-TEXTO-NUMERO      THRU F-TEXTO-NUMERO.
           MOVE W-NUMERO               TO  LRS-DOCUMENTO.
       F-LINEA-SDN.
      *
      *  ALT.CSV: 1 ENT_NUM  2 ALT_NUM  3 TIPO DE ALIAS  4 NOMBRE
       I-LINEA-ALIAS.
           PERFORM I-PARTE-CSV         THRU F-PARTE-CSV.
           MOVE CSV-CAMPO (1)          TO  W-NUM-TEXTO.
           PERFORM I-TEXTO-NUMERO      THRU F-TEXTO-NUMERO.
           IF  W-NUMERO  =  ZEROS      GO TO F-LINEA-ALIAS.
      *  EL ALIAS HEREDA LOS DATOS DE LA ENTRADA PRINCIPAL
           MOVE CSV-CAMPO (1)          TO  LRS-ENTRADA.
           MOVE "E"                    TO  LRS-TIPO.
           READ LISTREST WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  LRS-PROGRAMA
                MOVE ZEROS             TO  LRS-DOCUMENTO.
           MOVE SPACES                 TO  LRS-ENTRADA.
           STRING CSV-CAMPO (1)        DELIMITED BY SPACE
                  "-"                  DELIMITED BY SIZE
                  CSV-CAMPO (2)        DELIMITED BY SPACE
                  INTO LRS-ENTRADA.
           MOVE CSV-CAMPO (4)          TO  LRS-NOMBRE.
           MOVE SPACES                 TO  LRS-PAIS.
       F-LINEA-ALIAS.
      *
      *  DELIMITADO: ENTRADA;TIPO;NOMBRE;DOCUMENTO;PAIS;PROGRAMA
       I-LINEA-DELIMITADA.
           MOVE SPACES                 TO  TABLA-CSV.
           UNSTRING W-LINEA-CSV DELIMITED BY ";"
                    INTO CSV-CAMPO (1)  CSV-CAMPO (2)  CSV-CAMPO (3)
                         CSV-CAMPO (4)  CSV-CAMPO (5)  CSV-CAMPO (6).
           MOVE CSV-CAMPO (1)          TO  LRS-ENTRADA.
           MOVE CSV-CAMPO (2)          TO  LRS-TIPO.
           IF  LRS-TIPO  NOT =  "I"  AND  LRS-TIPO  NOT =  "O"
               MOVE "E"                TO  LRS-TIPO.
           MOVE CSV-CAMPO (3)          TO  LRS-NOMBRE.
           MOVE CSV-CAMPO (4)          TO  W-NUM-TEXTO.
           PERFORM I-TEXTO-NUMERO      THRU F-TEXTO-NUMERO.
           MOVE W-NUMERO               TO  LRS-DOCUMENTO.
           MOVE CSV-CAMPO (5)          TO  LRS-PAIS.
           MOVE CSV-CAMPO (6)          TO  LRS-PROGRAMA.
       F-LINEA-DELIMITADA.
      *
      ******************************************************************
      *  SEPARA LA LINEA CSV EN CAMPOS: LAS COMAS DENTRO DE COMILLAS   *
      *  SON PARTE DEL CAMPO Y DOS COMILLAS SEGUIDAS SON UNA COMILLA   *
      ******************************************************************
       I-PARTE-CSV.
           MOVE SPACES                 TO  TABLA-CSV.
           MOVE 1                      TO  W-NCAMPO.
           MOVE ZEROS                  TO  W-LARGO  SW-COMILLAS.
           PERFORM I-CSV-CARACTER      THRU F-CSV-CARACTER
                   VARYING W-POS FROM 1 BY 1 UNTIL W-POS  >  1000.
       F-PARTE-CSV.
      *
       I-CSV-CARACTER.
           MOVE W-CAR (W-POS)          TO  W-CHAR.
           IF  W-CHAR  NOT =  QUOTE    GO TO I-CSV-OTRO.
           IF  SW-COMILLAS  =  1
           AND W-CAR (W-POS + 1)  =  QUOTE
               ADD 1                   TO  W-POS
               PERFORM I-CSV-AGREGA    THRU F-CSV-AGREGA
               GO TO F-CSV-CARACTER.
           IF  SW-COMILLAS  =  1
               MOVE ZEROS              TO  SW-COMILLAS
           ELSE
               MOVE 1                  TO  SW-COMILLAS.
           GO TO F-CSV-CARACTER.
       I-CSV-OTRO.
           IF  W-CHAR  =  ","  AND  SW-COMILLAS  =  ZEROS
               ADD 1                   TO  W-NCAMPO
               MOVE ZEROS              TO  W-LARGO
               GO TO F-CSV-CARACTER.
           PERFORM I-CSV-AGREGA        THRU F-CSV-AGREGA.
       F-CSV-CARACTER.
      *
       I-CSV-AGREGA.
           IF  W-NCAMPO  >  12  OR  W-LARGO  NOT <  250
               GO TO F-CSV-AGREGA.
           ADD 1                       TO  W-LARGO.
           MOVE W-CHAR                 TO
                CSV-LETRA (W-NCAMPO, W-LARGO).
       F-CSV-AGREGA.
      *
      *  PRIMER NUMERO DE W-NUM-TEXTO (HASTA ESPACIO, GUION O PUNTO)
       I-TEXTO-NUMERO.
           MOVE ZEROS                  TO  W-NUMERO.
           MOVE SPACES                 TO  W-DOC-AREA.
           UNSTRING W-NUM-TEXTO DELIMITED BY SPACE OR "-" OR "."
                    OR "(" OR ";" OR ","
                    INTO W-DOC-TEXTO.
           IF  W-DOC-TEXTO  =  SPACES  GO TO F-TEXTO-NUMERO.
           INSPECT W-DOC-TEXTO REPLACING LEADING SPACES BY ZEROS.
           IF  W-DOC-NUM  NUMERIC
               MOVE W-DOC-NUM          TO  W-NUMERO.
       F-TEXTO-NUMERO.
      *
      ******************************************************************
      *  OPCION S: CONSULTA DE TODOS LOS TERCEROS CONTRA LAS LISTAS    *
      ******************************************************************
       I-CONSULTA.
           DISPLAY "[ C ] CONFIRMA LA CONSULTA DE TERCEROS  "
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "C"     GO TO F-CONSULTA.
           MOVE ZEROS                  TO  W-REV-NITS  W-REV-EMPLEADOS
                                           W-REV-CHEQUES  W-REV-PAGOS
                                           W-CON-COINCIDENCIA
                                           W-NUEVAS.
           DISPLAY "CONSULTANDO NITS...                     "
                   LINE 24 POSITION 01 REVERSE BLINK.
           PERFORM I-CONSULTA-NITS     THRU F-CONSULTA-NITS.
           DISPLAY "CONSULTANDO EMPLEADOS...                "
                   LINE 24 POSITION 01 REVERSE BLINK.
           PERFORM I-CONSULTA-EMPLEADOS THRU F-CONSULTA-EMPLEADOS.
           DISPLAY "CONSULTANDO CHEQUES Y PAGOS...          "
                   LINE 24 POSITION 01 REVERSE BLINK.
           PERFORM I-CONSULTA-CHEQUES  THRU F-CONSULTA-CHEQUES.
           PERFORM I-CONSULTA-PAGOS    THRU F-CONSULTA-PAGOS.
           PERFORM I-CONSULTA-PLANOS   THRU F-CONSULTA-PLANOS.
           PERFORM I-INFORME-CONSULTA  THRU F-INFORME-CONSULTA.
           DISPLAY "CONSULTA TERMINADA - VER INFORME        "
                   LINE 24 POSITION 01 REVERSE.
       F-CONSULTA.
      *
       I-CONSULTA-NITS.
           MOVE ZEROS                  TO  CODIM  FIN-SUB.
           START CNNITCED KEY NOT LESS CODIM INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-CONSULTA-NITS-LEE.
           IF  FIN-SUB  =  1           GO TO F-CONSULTA-NITS.
           READ CNNITCED NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-CONSULTA-NITS-LEE.
           ADD 1                       TO  W-REV-NITS.
           MOVE "N"                    TO  W-ORIGEN.
           MOVE CODIM                  TO  LST-LNK-DOCUMENTO.
           MOVE NOMBM                  TO  LST-LNK-NOMBRE.
           PERFORM I-LLAMA-CNLISTCK    THRU F-LLAMA-CNLISTCK.
           GO TO I-CONSULTA-NITS-LEE.
       F-CONSULTA-NITS.
      *
      *  LAS HOJAS DE VIDA SUPRIMIDAS POR HABEAS DATA NO TIENEN NOMBRE
       I-CONSULTA-EMPLEADOS.
           MOVE ZEROS                  TO  HOJAVIDA-CLAVE  FIN-SUB.
           START HOJAVIDA KEY NOT LESS HOJAVIDA-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-CONSULTA-EMPLEADOS-LEE.
           IF  FIN-SUB  =  1           GO TO F-CONSULTA-EMPLEADOS.
           READ HOJAVIDA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-CONSULTA-EMPLEADOS-LEE.
           IF  HOJAVIDA-HABEAS  =  "S" GO TO I-CONSULTA-EMPLEADOS-LEE.
           ADD 1                       TO  W-REV-EMPLEADOS.
           MOVE "E"                    TO  W-ORIGEN.
           MOVE HOJAVIDA-CLAVE         TO  LST-LNK-DOCUMENTO.
           MOVE HOJAVIDA-NOMBRE        TO  LST-LNK-NOMBRE.
           PERFORM I-LLAMA-CNLISTCK    THRU F-LLAMA-CNLISTCK.
           GO TO I-CONSULTA-EMPLEADOS-LEE.
       F-CONSULTA-EMPLEADOS.
      *
      *  CHEQUES EN CIRCULACION (AUN SE PUEDEN DETENER)
       I-CONSULTA-CHEQUES.
           MOVE ZEROS                  TO  KEY01-CHCONTRO  FIN-SUB.
           START CHCONTRO KEY NOT LESS KEY01-CHCONTRO INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-CONSULTA-CHEQUES-LEE.
           IF  FIN-SUB  =  1           GO TO F-CONSULTA-CHEQUES.
           READ CHCONTRO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-CONSULTA-CHEQUES-LEE.
           IF  ESTADO-CHCONTRO  NOT =  ZEROS
               GO TO I-CONSULTA-CHEQUES-LEE.
           ADD 1                       TO  W-REV-CHEQUES.
           MOVE "C"                    TO  W-ORIGEN.
           MOVE NIT-CHCONTRO           TO  LST-LNK-DOCUMENTO.
           MOVE BENEFICIARIO-CHCONTRO  TO  LST-LNK-NOMBRE.
           PERFORM I-LLAMA-CNLISTCK    THRU F-LLAMA-CNLISTCK.
           GO TO I-CONSULTA-CHEQUES-LEE.
       F-CONSULTA-CHEQUES.
      *
      *  GIROS MANUALES DE LA PROPUESTA DE PAGOS (PROG751)
       I-CONSULTA-PAGOS.
           OPEN INPUT PPAGOS.
           IF  PPAGOS-STATUS  NOT =  "00"
               GO TO F-CONSULTA-PAGOS.
       I-CONSULTA-PAGOS-LEE.
           READ PPAGOS AT END
                CLOSE PPAGOS
                GO TO F-CONSULTA-PAGOS.
           ADD 1                       TO  W-REV-PAGOS.
           MOVE "P"                    TO  W-ORIGEN.
           MOVE PPG-NIT                TO  LST-LNK-DOCUMENTO.
           MOVE PPG-NOMBRE             TO  LST-LNK-NOMBRE.
           PERFORM I-LLAMA-CNLISTCK    THRU F-LLAMA-CNLISTCK.
           GO TO I-CONSULTA-PAGOS-LEE.
       F-CONSULTA-PAGOS.
      *
      *  PLANOS DE TRANSFERENCIA POR BANCO (PPNNN.TXT); EL NOMBRE DEL
      *  BENEFICIARIO SALE DEL CATALOGO DE NITS
       I-CONSULTA-PLANOS.
           MOVE ZEROS                  TO  BANC-CODIGO  FIN-SUB.
           START NOMIBANK KEY NOT LESS BANC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-CONSULTA-PLANOS-BANCO.
           IF  FIN-SUB  =  1           GO TO F-CONSULTA-PLANOS.
           READ NOMIBANK NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-CONSULTA-PLANOS-BANCO.
           MOVE BANC-CODIGO            TO  LAB-PLANO-BANCO.
           OPEN INPUT PLANOPRV.
           IF  PLANOPRV-STATUS  NOT =  "00"
               GO TO I-CONSULTA-PLANOS-BANCO.
       I-CONSULTA-PLANOS-LEE.
           READ PLANOPRV AT END
                CLOSE PLANOPRV
                GO TO I-CONSULTA-PLANOS-BANCO.
           IF  PLP-TIPO-REG  NOT =  "D"
               GO TO I-CONSULTA-PLANOS-LEE.
           ADD 1                       TO  W-REV-PAGOS.
           MOVE "P"                    TO  W-ORIGEN.
           MOVE PLP-NIT                TO  LST-LNK-DOCUMENTO  CODIM.
           MOVE SPACES                 TO  LST-LNK-NOMBRE.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           MOVE NOMBM                  TO  LST-LNK-NOMBRE.
           PERFORM I-LLAMA-CNLISTCK    THRU F-LLAMA-CNLISTCK.
           GO TO I-CONSULTA-PLANOS-LEE.
       F-CONSULTA-PLANOS.
      *
       I-LLAMA-CNLISTCK.
           MOVE CON-COD-EMPRESA        TO  LST-LNK-EMPRESA.
           MOVE W-ORIGEN               TO  LST-LNK-ORIGEN.
           MOVE W-PROGRAMA             TO  LST-LNK-PROGRAMA.
           MOVE W-FECHA-HOY            TO  LST-LNK-FECHA.
           CALL "CNLISTCK"          USING  AREA-CNLISTCK.
           IF  LST-LNK-COINCIDENCIAS  >  ZEROS
               ADD 1                   TO  W-CON-COINCIDENCIA.
           ADD LST-LNK-NUEVAS          TO  W-NUEVAS.
       F-LLAMA-CNLISTCK.
      *
      *  INFORME: LAS COINCIDENCIAS VISTAS HOY Y LOS CONTEOS
       I-INFORME-CONSULTA.
           MOVE "CONSULTA DE TERCEROS EN LISTAS RESTRICTIVAS"
                                       TO  I-TITULO.
           MOVE "A"                    TO  SW-REPORTE.
           MOVE ZEROS                  TO  WK-PAGINA.
           OPEN OUTPUT INFORMES.
           OPEN INPUT LISTAREV.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  LRV-EMPRESA.
           MOVE ZEROS                  TO  LRV-DOCUMENTO  FIN-SUB.
           MOVE SPACES                 TO  LRV-LISTA  LRV-ENTRADA.
           START LISTAREV KEY NOT LESS LRV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-INFORME-CONSULTA-LEE.
           IF  FIN-SUB  =  1           GO TO I-INFORME-CONSULTA-FIN.
           READ LISTAREV NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-INFORME-CONSULTA-LEE.
           IF  LRV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-SUB
               GO TO I-INFORME-CONSULTA-LEE.
           IF  LRV-ULTIMA-VEZ  NOT =  W-FECHA-HOY
               GO TO I-INFORME-CONSULTA-LEE.
           PERFORM I-LINEA-COINCIDENCIA THRU F-LINEA-COINCIDENCIA.
           GO TO I-INFORME-CONSULTA-LEE.
       I-INFORME-CONSULTA-FIN.
           CLOSE LISTAREV.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE ZEROS                  TO  I-TOTAL.
           MOVE "NITS CONSULTADOS......................:"
                                       TO  I-TEXTO.
           MOVE W-REV-NITS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "EMPLEADOS CONSULTADOS.................:"
                                       TO  I-TEXTO.
           MOVE W-REV-EMPLEADOS        TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "CHEQUES EN CIRCULACION CONSULTADOS....:"
                                       TO  I-TEXTO.
           MOVE W-REV-CHEQUES          TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "PAGOS EN PLANOS CONSULTADOS...........:"
                                       TO  I-TEXTO.
           MOVE W-REV-PAGOS            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "TERCEROS CON COINCIDENCIA.............:"
                                       TO  I-TEXTO.
           MOVE W-CON-COINCIDENCIA     TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "COINCIDENCIAS NUEVAS A REVISION.......:"
                                       TO  I-TEXTO.
           MOVE W-NUEVAS               TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
       F-INFORME-CONSULTA.
      *
       I-LINEA-COINCIDENCIA.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "NIT"                  TO  I-ORIGEN.
           IF  LRV-ORIGEN  =  "E"      MOVE "EMPLEADO"  TO  I-ORIGEN.
           IF  LRV-ORIGEN  =  "C"      MOVE "CHEQUE"    TO  I-ORIGEN.
           IF  LRV-ORIGEN  =  "P"      MOVE "PAGO"      TO  I-ORIGEN.
           MOVE LRV-COINCIDENCIA       TO  I-COINC.
           MOVE LRV-DOCUMENTO          TO  I-DOCUMENTO.
           MOVE LRV-NOMBRE             TO  I-NOMBRE.
           MOVE LRV-LISTA              TO  I-LISTA.
           MOVE LRV-ENTRADA            TO  I-ENTRADA.
           MOVE LRV-NOMBRE-LISTA       TO  I-NOMBRE-LISTA.
           MOVE LRV-PUNTAJE            TO  I-PUNTAJE.
           PERFORM I-TEXTO-ESTADO      THRU F-TEXTO-ESTADO.
           MOVE W-ESTADO-TXT           TO  I-ESTADO.
           IF  CON-LIN  >  56
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-COINCIDENCIA.
      *
       I-TEXTO-ESTADO.
           MOVE "PENDIENTE"            TO  W-ESTADO-TXT.
           IF  LRV-ESTADO  =  "A"
               MOVE "ACLARADA"         TO  W-ESTADO-TXT.
           IF  LRV-ESTADO  =  "C"
               MOVE "CONFIRMADA"       TO  W-ESTADO-TXT.
           IF  LRV-ESTADO  =  SPACES
           AND LRV-FECHA-DETECTA  =  W-FECHA-HOY
               MOVE "NUEVA"            TO  W-ESTADO-TXT.
       F-TEXTO-ESTADO.
      *
      ******************************************************************
      *  OPCION R: DISPOSICION DE LAS COINCIDENCIAS PENDIENTES         *
      ******************************************************************
       I-REVISION.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "DOCUMENTO (0 = TODOS):"  LINE 05 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-DOC-PEDIDO.
           ACCEPT W-DOC-PEDIDO         LINE 05 POSITION 33
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REVISION.
           DISPLAY "ORIGEN / COINCIDENCIA:"  LINE 08 POSITION 10.
           DISPLAY "DOCUMENTO............:"  LINE 09 POSITION 10.
           DISPLAY "NOMBRE DEL TERCERO...:"  LINE 10 POSITION 10.
           DISPLAY "LISTA / ENTRADA......:"  LINE 11 POSITION 10.
           DISPLAY "NOMBRE EN LA LISTA...:"  LINE 12 POSITION 10.
           DISPLAY "PUNTAJE / DETECTADA..:"  LINE 13 POSITION 10.
           DISPLAY "DISPOSICION..........:"  LINE 16 POSITION 10.
           DISPLAY "A=ACLARADA C=CONFIRMADA BLANCO=SIGUIENTE"
                                             LINE 16 POSITION 36.
           DISPLAY "MOTIVO...............:"  LINE 17 POSITION 10.
           OPEN I-O LISTAREV.
           MOVE CON-COD-EMPRESA        TO  LRV-EMPRESA.
           MOVE W-DOC-PEDIDO           TO  LRV-DOCUMENTO.
           MOVE SPACES                 TO  LRV-LISTA  LRV-ENTRADA.
           MOVE ZEROS                  TO  FIN-OK.
           START LISTAREV KEY NOT LESS LRV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-REVISION-LEE.
           IF  FIN-OK  =  1            GO TO I-REVISION-FIN.
           READ LISTAREV NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-REVISION-LEE.
           IF  LRV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-REVISION-LEE.
           IF  W-DOC-PEDIDO  NOT =  ZEROS
           AND LRV-DOCUMENTO  NOT =  W-DOC-PEDIDO
               MOVE 1                  TO  FIN-OK
               GO TO I-REVISION-LEE.
           IF  LRV-ESTADO  NOT =  SPACES
               GO TO I-REVISION-LEE.
           PERFORM I-MUESTRA-COINCIDENCIA THRU F-MUESTRA-COINCIDENCIA.
       I-REVISION-DISPONE.
           MOVE SPACES                 TO  W-DISPOSICION.
           ACCEPT W-DISPOSICION        LINE 16 POSITION 33
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO I-REVISION-CIERRA.
           IF  W-DISPOSICION  =  SPACES
               GO TO I-REVISION-LEE.
           IF  W-DISPOSICION  NOT =  "A"
           AND W-DISPOSICION  NOT =  "C"
               GO TO I-REVISION-DISPONE.
       I-REVISION-MOTIVO.
           MOVE SPACES                 TO  W-MOTIVO.
           ACCEPT W-MOTIVO             LINE 17 POSITION 33
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO I-REVISION-DISPONE.
           IF  W-MOTIVO  =  SPACES
               DISPLAY "LA DISPOSICION EXIGE EL MOTIVO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-REVISION-MOTIVO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           READ LISTAREV INVALID KEY
                GO TO I-REVISION-LEE.
           MOVE W-DISPOSICION          TO  LRV-ESTADO.
           MOVE CON-USERNAME           TO  LRV-USUARIO.
           MOVE W-FECHA-HOY            TO  LRV-FECHA-DISPOSICION.
           MOVE W-MOTIVO               TO  LRV-MOTIVO.
           REWRITE REG-LISTAREV.
           GO TO I-REVISION-LEE.
       I-REVISION-FIN.
           DISPLAY "NO HAY MAS COINCIDENCIAS PENDIENTES"
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       I-REVISION-CIERRA.
           CLOSE LISTAREV.
       F-REVISION.
      *
       I-MUESTRA-COINCIDENCIA.
           DISPLAY WK-ESPACIOS         LINE 08 POSITION 33 SIZE 47.
           DISPLAY WK-ESPACIOS         LINE 10 POSITION 33 SIZE 47.
           DISPLAY WK-ESPACIOS         LINE 11 POSITION 33 SIZE 47.
           DISPLAY WK-ESPACIOS         LINE 12 POSITION 33 SIZE 47.
           DISPLAY WK-ESPACIOS         LINE 17 POSITION 33 SIZE 40.
           MOVE "NIT"                  TO  I-ORIGEN.
           IF  LRV-ORIGEN  =  "E"      MOVE "EMPLEADO"  TO  I-ORIGEN.
           IF  LRV-ORIGEN  =  "C"      MOVE "CHEQUE"    TO  I-ORIGEN.
           IF  LRV-ORIGEN  =  "P"      MOVE "PAGO"      TO  I-ORIGEN.
           DISPLAY I-ORIGEN            LINE 08 POSITION 33 REVERSE.
           DISPLAY LRV-COINCIDENCIA    LINE 08 POSITION 43 REVERSE.
           DISPLAY LRV-DOCUMENTO       LINE 09 POSITION 33 REVERSE.
           DISPLAY LRV-NOMBRE          LINE 10 POSITION 33 REVERSE.
           DISPLAY LRV-LISTA           LINE 11 POSITION 33 REVERSE.
           DISPLAY LRV-ENTRADA         LINE 11 POSITION 41 REVERSE.
           DISPLAY LRV-NOMBRE-LISTA    LINE 12 POSITION 20 REVERSE.
           DISPLAY LRV-PUNTAJE         LINE 13 POSITION 33 REVERSE.
           DISPLAY LRV-FECHA-DETECTA   LINE 13 POSITION 38 REVERSE.
       F-MUESTRA-COINCIDENCIA.
      *
      ******************************************************************
      *  OPCION L: TODA LA COLA CON SU DISPOSICION (EVIDENCIA PARA LA  *
      *  REVISORIA FISCAL Y LA SUPERINTENDENCIA)                       *
      ******************************************************************
       I-LISTADO.
           MOVE "COINCIDENCIAS EN LISTAS Y SU DISPOSICION"
                                       TO  I-TITULO.
           MOVE "A"                    TO  SW-REPORTE.
           MOVE ZEROS                  TO  WK-PAGINA  W-PENDIENTES
                                           W-RESUELTAS.
           OPEN OUTPUT INFORMES.
           OPEN INPUT LISTAREV.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  LRV-EMPRESA.
           MOVE ZEROS                  TO  LRV-DOCUMENTO  FIN-SUB.
           MOVE SPACES                 TO  LRV-LISTA  LRV-ENTRADA.
           START LISTAREV KEY NOT LESS LRV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-LISTADO-LEE.
           IF  FIN-SUB  =  1           GO TO I-LISTADO-FIN.
           READ LISTAREV NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-LISTADO-LEE.
           IF  LRV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-SUB
               GO TO I-LISTADO-LEE.
           PERFORM I-LINEA-COINCIDENCIA THRU F-LINEA-COINCIDENCIA.
           IF  LRV-ESTADO  =  SPACES
               ADD 1                   TO  W-PENDIENTES
               GO TO I-LISTADO-LEE.
           ADD 1                       TO  W-RESUELTAS.
           MOVE LRV-USUARIO            TO  I-DIS-USUARIO.
           MOVE LRV-FECHA-DISPOSICION  TO  I-DIS-FECHA.
           MOVE LRV-MOTIVO             TO  I-DIS-MOTIVO.
           WRITE REG-INFORMES FROM LINEA-DISPOSICION AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-LISTADO-LEE.
       I-LISTADO-FIN.
           CLOSE LISTAREV.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE ZEROS                  TO  I-TOTAL.
           MOVE "COINCIDENCIAS PENDIENTES DE REVISION..:"
                                       TO  I-TEXTO.
           MOVE W-PENDIENTES           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "COINCIDENCIAS CON DISPOSICION.........:"
                                       TO  I-TEXTO.
           MOVE W-RESUELTAS            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "LISTADO DE COINCIDENCIAS GENERADO       "
                   LINE 24 POSITION 01 REVERSE.
       F-LISTADO.
      *
      ******************************************************************
      *  OPCION E: OPERACIONES EN EFECTIVO DEL MES IGUALES O MAYORES   *
      *  AL TOPE, LEIDAS POR LA ALTERNA DE CNDOCTOS (CUENTA + NIT)     *
      ******************************************************************
       I-EFECTIVO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "MES DEL ANO EN CURSO...:"  LINE 06 POSITION 10.
           DISPLAY "CUENTA MAYOR DE CAJA...:"  LINE 07 POSITION 10.
           DISPLAY "TOPE POR OPERACION.....:"  LINE 08 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                               LINE 10 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE CON-PERIODO            TO  W-MES-EFE.
           IF  CON-PERIODO  >  12      MOVE 12  TO  W-MES-EFE.
           MOVE 1105                   TO  W-MAYOR-EFE.
           MOVE 10000000               TO  W-TOPE.
           MOVE "TOPEEFECT"            TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-HOY            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"  AND  PRM-LNK-VALOR  >  ZEROS
               MOVE PRM-LNK-VALOR      TO  W-TOPE.
       I-EFECTIVO-DATOS.
           ACCEPT W-MES-EFE            LINE 06 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-EFECTIVO.
           IF  W-MES-EFE  <  1  OR  W-MES-EFE  >  12
               GO TO I-EFECTIVO-DATOS.
           ACCEPT W-MAYOR-EFE          LINE 07 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-EFECTIVO.
           ACCEPT W-TOPE               LINE 08 POSITION 36
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-EFECTIVO.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-EFECTIVO.
           IF  W-TRUCO  NOT =  "C"     GO TO I-EFECTIVO-DATOS.
           OPEN INPUT CNDOCTOS.
           IF  CNDOCTOS-STATUS  NOT =  "00"
               DISPLAY "NO HAY MOVIMIENTO CONTABLE DEL ANO      "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-EFECTIVO.
           OPEN INPUT LISTAREV.
           MOVE "OPERACIONES EN EFECTIVO SOBRE EL TOPE - MES"
                                       TO  I-TITULO.
           MOVE "E"                    TO  SW-REPORTE.
           MOVE ZEROS                  TO  WK-PAGINA  W-CANT-EFE
                                           W-TOTAL-EFE.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  ALT01-DOCTOS  FIN-SUB.
           MOVE W-MAYOR-EFE            TO  MAYCTA-DOCTOS.
           START CNDOCTOS KEY NOT LESS ALT01-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-EFECTIVO-LEE.
           IF  FIN-SUB  =  1           GO TO I-EFECTIVO-FIN.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-EFECTIVO-LEE.
           IF  MAYCTA-DOCTOS  NOT =  W-MAYOR-EFE
               MOVE 1                  TO  FIN-SUB
               GO TO I-EFECTIVO-LEE.
           IF  ALTMES-DOCTOS  NOT =  W-MES-EFE
               GO TO I-EFECTIVO-LEE.
           IF  VALOR-DOCTOS  <  ZEROS
               COMPUTE W-VALOR-ABS  =  ZERO  -  VALOR-DOCTOS
           ELSE
               MOVE VALOR-DOCTOS       TO  W-VALOR-ABS.
           IF  W-VALOR-ABS  <  W-TOPE  GO TO I-EFECTIVO-LEE.
           PERFORM I-LINEA-EFECTIVO    THRU F-LINEA-EFECTIVO.
           GO TO I-EFECTIVO-LEE.
       I-EFECTIVO-FIN.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE "OPERACIONES EN EFECTIVO SOBRE EL TOPE.:"
                                       TO  I-TEXTO.
           MOVE W-CANT-EFE             TO  I-CANT.
           MOVE W-TOTAL-EFE            TO  I-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "TOPE POR OPERACION....................:"
                                       TO  I-TEXTO.
           MOVE ZEROS                  TO  I-CANT.
           MOVE W-TOPE                 TO  I-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES CNDOCTOS LISTAREV.
           DISPLAY "REPORTE DE EFECTIVO GENERADO            "
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-EFECTIVO.
      *
       I-LINEA-EFECTIVO.
           ADD 1                       TO  W-CANT-EFE.
           ADD W-VALOR-ABS             TO  W-TOTAL-EFE.
           MOVE SPACES                 TO  LINEA-DE-EFECTIVO.
           MOVE DD-COMP-DOCTOS         TO  E-DIA.
           MOVE MM-COMP-DOCTOS         TO  E-MES.
           MOVE AA-COMP-DOCTOS         TO  E-ANO.
           MOVE RADICTIP-DOCTOS        TO  E-TIPO.
           MOVE RADICDOC-DOCTOS        TO  E-NUMERO.
           MOVE ALTNIT-DOCTOS          TO  E-NIT  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           MOVE NOMBM                  TO  E-NOMBRE.
           IF  VALOR-DOCTOS  <  ZEROS
               MOVE "SALIDA"           TO  E-MOVTO
           ELSE
               MOVE "ENTRADA"          TO  E-MOVTO.
           MOVE W-VALOR-ABS            TO  E-VALOR.
           MOVE CONCEPTO-DOCTOS        TO  E-CONCEPTO.
           PERFORM I-MARCA-LISTAS      THRU F-MARCA-LISTAS.
           MOVE W-MARCA-LISTA          TO  E-LISTA.
           IF  CON-LIN  >  56
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-EFECTIVO AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-EFECTIVO.
      *
      *  PEOR ESTADO DEL TERCERO EN LA COLA: CONFIRMADA O PENDIENTE
       I-MARCA-LISTAS.
           MOVE SPACES                 TO  W-MARCA-LISTA.
           IF  ALTNIT-DOCTOS  =  ZEROS GO TO F-MARCA-LISTAS.
           MOVE CON-COD-EMPRESA        TO  LRV-EMPRESA.
           MOVE ALTNIT-DOCTOS          TO  LRV-DOCUMENTO.
           MOVE SPACES                 TO  LRV-LISTA  LRV-ENTRADA.
           MOVE ZEROS                  TO  FIN-OK.
           START LISTAREV KEY NOT LESS LRV-CLAVE INVALID KEY
                 GO TO F-MARCA-LISTAS.
       I-MARCA-LISTAS-LEE.
           READ LISTAREV NEXT RECORD WITH NO LOCK AT END
                GO TO F-MARCA-LISTAS.
           IF  LRV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  LRV-DOCUMENTO  NOT =  ALTNIT-DOCTOS
               GO TO F-MARCA-LISTAS.
           IF  LRV-ESTADO  =  "C"
               MOVE "CONFIRMADA"       TO  W-MARCA-LISTA
               GO TO F-MARCA-LISTAS.
           IF  LRV-ESTADO  =  SPACES
               MOVE "PENDIENTE"        TO  W-MARCA-LISTA.
           GO TO I-MARCA-LISTAS-LEE.
       F-MARCA-LISTAS.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           IF  SW-REPORTE  =  "E"
               WRITE REG-INFORMES  FROM  TITULO-E  AFTER 1
           ELSE
               WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 5                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CNNITCED HOJAVIDA CHCONTRO NOMIBANK.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PRO\NORMANOM.PRO".
               COPY "..\PLB\CHCONTRO.PLB".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
