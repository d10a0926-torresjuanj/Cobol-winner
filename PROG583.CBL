       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG583.
      ******************************************************************
      * RECUPERACION POR DIARIO DE TRANSACCIONES     OCT-15-2026       *
      *                                                                *
      * AL RESTAURAR UNA COPIA DE PROG025 SE PERDIA TODO LO DIGITADO   *
      * DESDE ELLA.  LOS PROGRAMAS QUE GRABAN EN CNDOCTOS Y NOMINOVE   *
      * (Y LOS SALDOS DE PROG781/PROG981 EN CNDTACUM) DEJAN EN EL      *
      * DIARIO TRANSLOG EL REGISTRO COMO QUEDO; ESTE PROGRAMA LOS      *
      * VUELVE A APLICAR EN ORDEN HASTA LA FECHA Y HORA QUE SE ESCOJA. *
      *   DIARIO: CEROS = EL VIVO (TLGccc.DAT); SI NO, LA FECHA Y HORA *
      *           AAAAMMDDHHMM DE UNO ARCHIVADO (TLGccc...JRN), QUE SE *
      *           APLICAN DEL MAS ANTIGUO AL MAS RECIENTE.             *
      *   W Y R SE GRABAN O REGRABAN CON LA IMAGEN; D SE BORRA.        *
      *   CADA REGISTRO VA AL ARCHIVO FISICO QUE SE ANOTO (EMPRESA Y   *
      *   ANO DEL LABEL).  REAPLICAR LO QUE YA ESTABA EN LA COPIA NO   *
      *   CAMBIA NADA, POR ESO SE PUEDE REPETIR.  LO QUE SE APLICA A   *
      *   CNDOCTOS PASA TAMBIEN AL INDICE POR NIT (CNIDXNIT).          *
      *   S = SIMULA (SOLO EL INFORME)  A = APLICA.  NADIE DEBE ESTAR  *
      *   GRABANDO EN LA EMPRESA MIENTRAS SE APLICA.                   *
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
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\TRANSLOG.DYC".
           SELECT TRANSHIS ASSIGN TO RANDOM "TRANSHIS"
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS TRANSHIS-STATUS.
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\TRANSLOG.FD".
       FD  TRANSHIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-TRANSLOG-HIS.
       01  REG-TRANSHIS                 PIC X(780).
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG583".
       77      ID-PRG              PIC X(7)  VALUE "PROG583".
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-HORA-HOY          PIC 9(04) VALUE ZEROS.
       77      W-DIARIO            PIC 9(12) VALUE ZEROS.
       77      W-HASTA-FECHA       PIC 9(08) VALUE ZEROS.
       77      W-HASTA-HORA        PIC 9(04) VALUE ZEROS.
       77      W-SELLO             PIC 9(12) VALUE ZEROS.
       77      W-SELLO-HASTA       PIC 9(12) VALUE ZEROS.
       77      W-MODO              PIC X(01) VALUE "S".
       77      W-RESULTADO         PIC X(12) VALUE SPACES.
       77      W-ESTADO-IO         PIC X(02) VALUE "00".
       77      W-LABEL-DOC         PIC X(22) VALUE SPACES.
       77      W-LABEL-NOV         PIC X(22) VALUE SPACES.
       77      W-LABEL-ACU         PIC X(22) VALUE SPACES.
       77      T-LEIDOS            PIC 9(07) VALUE ZEROS.
       77      T-GRABADOS          PIC 9(07) VALUE ZEROS.
       77      T-REGRABADOS        PIC 9(07) VALUE ZEROS.
       77      T-BORRADOS          PIC 9(07) VALUE ZEROS.
       77      T-NO-EXISTIAN       PIC 9(07) VALUE ZEROS.
       77      T-ERRORES           PIC 9(07) VALUE ZEROS.
       77      T-SIMULADOS         PIC 9(07) VALUE ZEROS.
       77      SW-VIVO             PIC 9(01) VALUE ZEROS.
       77      SW-ABRE-DOC         PIC 9(01) VALUE ZEROS.
       77      SW-ABRE-NOV         PIC 9(01) VALUE ZEROS.
       77      SW-ABRE-ACU         PIC 9(01) VALUE ZEROS.
       77      FIN-TLG             PIC 9(01) VALUE ZEROS.
       77      TRANSHIS-STATUS     PIC X(02) VALUE "00".
       01      W-HORA-MOV.
        03     W-HORA-HHMMSS       PIC 9(06).
        03     FILLER              PIC 9(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\TRANSLOG.LBL".
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
         05    I-TITULO    PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    FILLER      PIC X(08)    VALUE "Diario: ".
         05    I-DIARIO    PIC X(22)    VALUE SPACES.
         05    FILLER      PIC X(09)    VALUE "  Hasta: ".
         05    I-HASTA-F   PIC 9999/99/99.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-HASTA-H   PIC 99B99.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(11)    VALUE "FECHA      ".
         05    FILLER      PIC X(09)    VALUE "HORA     ".
         05    FILLER      PIC X(04)    VALUE "USU ".
         05    FILLER      PIC X(09)    VALUE "PROGRAMA ".
         05    FILLER      PIC X(09)    VALUE "ARCHIVO  ".
         05    FILLER      PIC X(15)    VALUE "LABEL          ".
         05    FILLER      PIC X(03)    VALUE "OP ".
         05    FILLER      PIC X(29)    VALUE "CLAVE".
         05    FILLER      PIC X(12)    VALUE "RESULTADO".
        03     LINEA-DE-DETALLE.
         05    I-FEC-MOV   PIC 9999/99/99.
         05    FILLER      PIC X(01).
         05    I-HORA-MOV  PIC 99B99B99.
         05    FILLER      PIC X(01).
         05    I-USUARIO   PIC X(03).
         05    FILLER      PIC X(01).
         05    I-PROGRAMA  PIC X(08).
         05    FILLER      PIC X(01).
         05    I-ARCHIVO   PIC X(08).
         05    FILLER      PIC X(01).
         05    I-LABEL     PIC X(14).
         05    FILLER      PIC X(01).
         05    I-OPERACION PIC X(01).
         05    FILLER      PIC X(02).
         05    I-CLAVE     PIC X(28).
         05    FILLER      PIC X(01).
         05    I-RESULTADO PIC X(12).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC Z,ZZZ,ZZ9.
        03     W-EDITA-FECHA.
         05    W-EDITA-F   PIC 9999/99/99.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\TRANSLOG.DCL".
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
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* RECUPERACION POR DIARIO *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-TRANSLOG-CIA
                                           LAB-TLGHIS-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 583                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  R  REAPLICA EL DIARIO DE TRANSACCIONES  !"
                                       LINE 06 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 07 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 08 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 12 POSITION 18.
           ACCEPT W-OPCION                 LINE 12 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "R"
               PERFORM I-RECUPERA      THRU F-RECUPERA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  PARAMETROS: DIARIO, FECHA Y HORA DE CORTE (POR OMISION AHORA) *
      *  Y MODO.  EL DIARIO ESTA EN ORDEN CRONOLOGICO, ASI QUE SE LEE  *
      *  HASTA EL PRIMER MOVIMIENTO POSTERIOR AL CORTE                 *
      ******************************************************************
       I-RECUPERA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-DIARIO.
           MOVE "S"                    TO  W-MODO.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           COMPUTE W-HORA-HOY  =  (WK-HORAS  *  100)  +  WK-MINUTOS.
           MOVE W-FECHA-HOY            TO  W-HASTA-FECHA.
           MOVE W-HORA-HOY             TO  W-HASTA-HORA.
           DISPLAY "DIARIO AAAAMMDDHHMM (CEROS = VIVO):"
                                         LINE 05 POSITION 10.
           DISPLAY "HASTA LA FECHA (AAAAMMDD)........:"
                                         LINE 06 POSITION 10.
           DISPLAY "HASTA LA HORA (HHMM).............:"
                                         LINE 07 POSITION 10.
           DISPLAY "S = SIMULA  A = APLICA...........:"
                                         LINE 08 POSITION 10.
           ACCEPT W-DIARIO             LINE 05 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-RECUPERA.
           ACCEPT W-HASTA-FECHA        LINE 06 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-RECUPERA.
           ACCEPT W-HASTA-HORA         LINE 07 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-RECUPERA.
           ACCEPT W-MODO               LINE 08 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-RECUPERA.
           IF  W-HASTA-FECHA  =  ZEROS  OR  W-HASTA-HORA  >  2359
               DISPLAY "FECHA U HORA DE CORTE INVALIDA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RECUPERA.
           IF  W-MODO  NOT =  "S"  AND  W-MODO  NOT =  "A"
               DISPLAY "MODO S O A"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RECUPERA.
           COMPUTE W-SELLO-HASTA  =  (W-HASTA-FECHA  *  10000)
                                  +  W-HASTA-HORA.
           PERFORM I-ABRE-DIARIO       THRU F-ABRE-DIARIO.
           IF  SW-1  =  1
               DISPLAY "NO EXISTE ESE DIARIO PARA LA EMPRESA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-RECUPERA.
           IF  W-MODO  =  "A"
               DISPLAY "[ A ] CONFIRMA REAPLICAR  [ OTRA ] CANCELA"
                       LINE 24 POSITION 10 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               DISPLAY WK-ESPACIOS     LINE 24 POSITION 01
               IF  W-TRUCO  NOT =  "A"
                   PERFORM I-CIERRA-DIARIO THRU F-CIERRA-DIARIO
                   GO TO F-RECUPERA.
           MOVE ZEROS                  TO  T-LEIDOS  T-GRABADOS
                                           T-REGRABADOS  T-BORRADOS
                                           T-NO-EXISTIAN  T-ERRORES
                                           T-SIMULADOS  FIN-TLG.
           MOVE SPACES                 TO  W-LABEL-DOC  W-LABEL-NOV
                                           W-LABEL-ACU.
           OPEN OUTPUT INFORMES.
           IF  W-MODO  =  "A"
               MOVE "REAPLICACION DEL DIARIO DE TRANSACCIONES"
                                       TO  I-TITULO
           ELSE
               MOVE "SIMULACION DE REAPLICACION DEL DIARIO"
                                       TO  I-TITULO.
           IF  SW-VIVO  =  1
               MOVE LAB-TRANSLOG       TO  I-DIARIO
           ELSE
               MOVE LAB-TRANSLOG-HIS   TO  I-DIARIO.
           MOVE W-HASTA-FECHA          TO  I-HASTA-F.
           MOVE W-HASTA-HORA           TO  I-HASTA-H.
           MOVE ZEROS                  TO  WK-PAGINA.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           DISPLAY "REAPLICANDO EL DIARIO..."  LINE 10 POSITION 10.
       I-RECUPERA-CICLO.
           PERFORM I-LEE-DIARIO        THRU F-LEE-DIARIO.
           IF  FIN-TLG  =  1           GO TO I-RECUPERA-TOTAL.
           IF  TLG-TIPO  NOT =  "M"    GO TO I-RECUPERA-CICLO.
           COMPUTE W-SELLO  =  (TLG-FECHA  *  10000)
                            +  (TLG-HORA  /  10000).
           IF  W-SELLO  >  W-SELLO-HASTA
               GO TO I-RECUPERA-TOTAL.
           ADD 1                       TO  T-LEIDOS.
           MOVE "IGNORADO"             TO  W-RESULTADO.
           IF  TLG-ARCHIVO  =  "CNDOCTOS"
               PERFORM I-APLICA-CNDOCTOS THRU F-APLICA-CNDOCTOS.
           IF  TLG-ARCHIVO  =  "NOMINOVE"
               PERFORM I-APLICA-NOMINOVE THRU F-APLICA-NOMINOVE.
           IF  TLG-ARCHIVO  =  "CNDTACUM"
               PERFORM I-APLICA-CNDTACUM THRU F-APLICA-CNDTACUM.
           PERFORM I-LINEA-DIARIO      THRU F-LINEA-DIARIO.
           GO TO I-RECUPERA-CICLO.
       I-RECUPERA-TOTAL.
           PERFORM I-CIERRA-DIARIO     THRU F-CIERRA-DIARIO.
           IF  SW-ABRE-DOC  =  1       CLOSE CNDOCTOS.
           IF  SW-ABRE-NOV  =  1       CLOSE NOMINOVE.
           IF  SW-ABRE-ACU  =  1       CLOSE CNDTACUM.
           MOVE ZEROS                  TO  SW-ABRE-DOC  SW-ABRE-NOV
                                           SW-ABRE-ACU.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE "MOVIMIENTOS HASTA EL CORTE"  TO  I-TEXTO.
           MOVE T-LEIDOS               TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  W-MODO  =  "S"
               MOVE "A REAPLICAR (SIMULACION)"  TO  I-TEXTO
               MOVE T-SIMULADOS        TO  I-CANTIDAD
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1
               GO TO I-RECUPERA-FIN.
           MOVE "GRABADOS"             TO  I-TEXTO.
           MOVE T-GRABADOS             TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "REGRABADOS"           TO  I-TEXTO.
           MOVE T-REGRABADOS           TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "BORRADOS"             TO  I-TEXTO.
           MOVE T-BORRADOS             TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "BORRADOS QUE YA NO EXISTIAN"  TO  I-TEXTO.
           MOVE T-NO-EXISTIAN          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "CON ERROR DE ARCHIVO"  TO  I-TEXTO.
           MOVE T-ERRORES              TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
       I-RECUPERA-FIN.
           CLOSE INFORMES.
           IF  T-ERRORES  >  ZEROS
               DISPLAY "REAPLICACION CON ERRORES - VER INFORME"
                       LINE 24 POSITION 10 REVERSE BLINK
           ELSE
               DISPLAY "DIARIO REAPLICADO - VER INFORME"
                       LINE 24 POSITION 10 REVERSE.
       F-RECUPERA.
      *
      *  SW-1 = 1 SI EL DIARIO PEDIDO NO EXISTE
       I-ABRE-DIARIO.
           MOVE ZEROS                  TO  SW-1  SW-VIVO.
           IF  W-DIARIO  =  ZEROS
               GO TO I-ABRE-VIVO.
           DIVIDE W-DIARIO  BY  10000  GIVING  LAB-TLGHIS-FECHA
                  REMAINDER  LAB-TLGHIS-HORA.
           OPEN INPUT TRANSHIS.
           IF  TRANSHIS-STATUS  >  "00"
               MOVE 1                  TO  SW-1.
           GO TO F-ABRE-DIARIO.
       I-ABRE-VIVO.
           MOVE 1                      TO  SW-VIVO.
           OPEN INPUT TRANSLOG.
           IF  TRANSLOG-STATUS  >  "00"
               MOVE 1                  TO  SW-1.
       F-ABRE-DIARIO.
      *
       I-LEE-DIARIO.
           IF  SW-VIVO  =  1
               GO TO I-LEE-VIVO.
           READ TRANSHIS INTO REG-TRANSLOG AT END
                MOVE 1                 TO  FIN-TLG.
           GO TO F-LEE-DIARIO.
       I-LEE-VIVO.
           READ TRANSLOG AT END
                MOVE 1                 TO  FIN-TLG.
       F-LEE-DIARIO.
      *
       I-CIERRA-DIARIO.
           IF  SW-VIVO  =  1
               CLOSE TRANSLOG
           ELSE
               CLOSE TRANSHIS.
       F-CIERRA-DIARIO.
      *
      ******************************************************************
      *  REAPLICACION POR ARCHIVO.  SI EL LABEL ANOTADO CAMBIA (OTRO   *
      *  ANO) SE CIERRA EL ARCHIVO Y SE ABRE EL QUE CORRESPONDE        *
      ******************************************************************
       I-APLICA-CNDOCTOS.
           MOVE TLG-IMAGEN             TO  REG-DOCTOS.
           IF  W-MODO  =  "S"
               MOVE "SIMULADO"         TO  W-RESULTADO
               ADD 1                   TO  T-SIMULADOS
               GO TO F-APLICA-CNDOCTOS.
           IF  TLG-LABEL  NOT =  W-LABEL-DOC
               PERFORM I-CAMBIA-CNDOCTOS THRU F-CAMBIA-CNDOCTOS.
           IF  SW-ABRE-DOC  =  ZEROS
               MOVE "SIN ARCHIVO"      TO  W-RESULTADO
               ADD 1                   TO  T-ERRORES
               GO TO F-APLICA-CNDOCTOS.
           MOVE TLG-IMAGEN             TO  REG-DOCTOS.
           IF  TLG-OPERACION  =  "D"
               MOVE "BORRADO"          TO  W-RESULTADO
               DELETE CNDOCTOS RECORD INVALID KEY
                      MOVE "NO EXISTIA"  TO  W-RESULTADO
           ELSE
               MOVE "GRABADO"          TO  W-RESULTADO
               WRITE REG-DOCTOS INVALID KEY
                     MOVE "REGRABADO"  TO  W-RESULTADO
                     REWRITE REG-DOCTOS.
           MOVE CNDOCTOS-STATUS        TO  W-ESTADO-IO.
           PERFORM I-CUENTA-RESULTADO  THRU F-CUENTA-RESULTADO.
           IF  W-ESTADO-IO  NOT <  "10"
               GO TO F-APLICA-CNDOCTOS.
           MOVE TLG-OPERACION          TO  TLG-LNK-OPERACION.
           MOVE "CNDOCTOS"             TO  TLG-LNK-ARCHIVO.
           MOVE TLG-LABEL              TO  TLG-LNK-LABEL.
           MOVE TLG-IMAGEN             TO  TLG-LNK-IMAGEN.
           CALL "CNIDXNIT"          USING  AREA-TRANSLOG.
       F-APLICA-CNDOCTOS.
      *
       I-CAMBIA-CNDOCTOS.
           IF  SW-ABRE-DOC  =  1       CLOSE CNDOCTOS.
           MOVE ZEROS                  TO  SW-ABRE-DOC.
           MOVE TLG-LABEL              TO  W-LABEL-DOC  LAB-CNDOCTOS.
           OPEN I-O CNDOCTOS.
           IF  CNDOCTOS-STATUS  =  "35"
               OPEN OUTPUT CNDOCTOS
               CLOSE CNDOCTOS
               OPEN I-O CNDOCTOS.
           IF  CNDOCTOS-STATUS  <  "10"
               MOVE 1                  TO  SW-ABRE-DOC.
       F-CAMBIA-CNDOCTOS.
      *
       I-APLICA-NOMINOVE.
           MOVE TLG-IMAGEN             TO  REG-NOMINOVE.
           IF  W-MODO  =  "S"
               MOVE "SIMULADO"         TO  W-RESULTADO
               ADD 1                   TO  T-SIMULADOS
               GO TO F-APLICA-NOMINOVE.
           IF  TLG-LABEL  NOT =  W-LABEL-NOV
               PERFORM I-CAMBIA-NOMINOVE THRU F-CAMBIA-NOMINOVE.
           IF  SW-ABRE-NOV  =  ZEROS
               MOVE "SIN ARCHIVO"      TO  W-RESULTADO
               ADD 1                   TO  T-ERRORES
               GO TO F-APLICA-NOMINOVE.
           MOVE TLG-IMAGEN             TO  REG-NOMINOVE.
           IF  TLG-OPERACION  =  "D"
               MOVE "BORRADO"          TO  W-RESULTADO
               DELETE NOMINOVE RECORD INVALID KEY
                      MOVE "NO EXISTIA"  TO  W-RESULTADO
           ELSE
               MOVE "GRABADO"          TO  W-RESULTADO
               WRITE REG-NOMINOVE INVALID KEY
                     MOVE "REGRABADO"  TO  W-RESULTADO
                     REWRITE REG-NOMINOVE.
           MOVE NOMINOVE-STATUS        TO  W-ESTADO-IO.
           PERFORM I-CUENTA-RESULTADO  THRU F-CUENTA-RESULTADO.
       F-APLICA-NOMINOVE.
      *
       I-CAMBIA-NOMINOVE.
           IF  SW-ABRE-NOV  =  1       CLOSE NOMINOVE.
           MOVE ZEROS                  TO  SW-ABRE-NOV.
           MOVE TLG-LABEL              TO  W-LABEL-NOV  LAB-NOMINOVE.
           OPEN I-O NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               OPEN OUTPUT NOMINOVE
               CLOSE NOMINOVE
               OPEN I-O NOMINOVE.
           IF  NOMINOVE-STATUS  <  "10"
               MOVE 1                  TO  SW-ABRE-NOV.
       F-CAMBIA-NOMINOVE.
      *
       I-APLICA-CNDTACUM.
           MOVE TLG-IMAGEN             TO  REG-CNDTACUM.
           IF  W-MODO  =  "S"
               MOVE "SIMULADO"         TO  W-RESULTADO
               ADD 1                   TO  T-SIMULADOS
               GO TO F-APLICA-CNDTACUM.
           IF  TLG-LABEL  NOT =  W-LABEL-ACU
               PERFORM I-CAMBIA-CNDTACUM THRU F-CAMBIA-CNDTACUM.
           IF  SW-ABRE-ACU  =  ZEROS
               MOVE "SIN ARCHIVO"      TO  W-RESULTADO
               ADD 1                   TO  T-ERRORES
               GO TO F-APLICA-CNDTACUM.
           MOVE TLG-IMAGEN             TO  REG-CNDTACUM.
           IF  TLG-OPERACION  =  "D"
               MOVE "BORRADO"          TO  W-RESULTADO
               DELETE CNDTACUM RECORD INVALID KEY
                      MOVE "NO EXISTIA"  TO  W-RESULTADO
           ELSE
               MOVE "GRABADO"          TO  W-RESULTADO
               WRITE REG-CNDTACUM INVALID KEY
                     MOVE "REGRABADO"  TO  W-RESULTADO
                     REWRITE REG-CNDTACUM.
           MOVE CNDTACUM-STATUS        TO  W-ESTADO-IO.
           PERFORM I-CUENTA-RESULTADO  THRU F-CUENTA-RESULTADO.
       F-APLICA-CNDTACUM.
      *
       I-CAMBIA-CNDTACUM.
           IF  SW-ABRE-ACU  =  1       CLOSE CNDTACUM.
           MOVE ZEROS                  TO  SW-ABRE-ACU.
           MOVE TLG-LABEL              TO  W-LABEL-ACU  LAB-CNDTACUM.
           OPEN I-O CNDTACUM.
           IF  CNDTACUM-STATUS  =  "35"
               OPEN OUTPUT CNDTACUM
               CLOSE CNDTACUM
               OPEN I-O CNDTACUM.
           IF  CNDTACUM-STATUS  <  "10"
               MOVE 1                  TO  SW-ABRE-ACU.
       F-CAMBIA-CNDTACUM.
      *
      *  TOTALIZA SEGUN W-RESULTADO; UN STATUS MAYOR QUE 23 DESPUES
      *  DE LA OPERACION ES UN ERROR DE ARCHIVO
       I-CUENTA-RESULTADO.
           IF  W-ESTADO-IO  >  "23"
               MOVE "ERROR "           TO  W-RESULTADO
               MOVE W-ESTADO-IO        TO  W-RESULTADO (7:2)
               ADD 1                   TO  T-ERRORES
               GO TO F-CUENTA-RESULTADO.
           IF  W-RESULTADO  =  "GRABADO"
               ADD 1                   TO  T-GRABADOS.
           IF  W-RESULTADO  =  "REGRABADO"
               ADD 1                   TO  T-REGRABADOS.
           IF  W-RESULTADO  =  "BORRADO"
               ADD 1                   TO  T-BORRADOS.
           IF  W-RESULTADO  =  "NO EXISTIA"
               ADD 1                   TO  T-NO-EXISTIAN.
       F-CUENTA-RESULTADO.
      *
       I-LINEA-DIARIO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE TLG-FECHA              TO  I-FEC-MOV.
           MOVE TLG-HORA               TO  W-HORA-MOV.
           MOVE W-HORA-HHMMSS          TO  I-HORA-MOV.
           MOVE TLG-USUARIO            TO  I-USUARIO.
           MOVE TLG-PROGRAMA           TO  I-PROGRAMA.
           MOVE TLG-ARCHIVO            TO  I-ARCHIVO.
           MOVE TLG-LABEL              TO  I-LABEL.
           MOVE TLG-OPERACION          TO  I-OPERACION.
           IF  TLG-ARCHIVO  =  "CNDOCTOS"
               MOVE KEY00-DOCTOS       TO  I-CLAVE.
           IF  TLG-ARCHIVO  =  "NOMINOVE"
               MOVE NOV-CLAVE          TO  I-CLAVE.
           IF  TLG-ARCHIVO  =  "CNDTACUM"
               MOVE CNDTACUM-CLAVE     TO  I-CLAVE.
           MOVE W-RESULTADO            TO  I-RESULTADO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-DIARIO.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-4  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
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
