       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG565.
      ******************************************************************
      * SEGREGACION DE FUNCIONES SOBRE USER-ACT      OCT-15-2026       *
      *                                                                *
      * USER-ACT DA DERECHOS A/M/C/R POR USUARIO Y PROGRAMA, PERO NADA *
      * IMPEDIA QUE UN MISMO USUARIO TUVIERA FUNCIONES INCOMPATIBLES.  *
      *   P = PARES DE PROGRAMAS EN CONFLICTO (SODPARES) - SUPERVISOR  *
      *   F = FIRMA DE RIESGO ACEPTADO POR USUARIO Y PAR (SODACEPT)    *
      *       - SUPERVISOR, NUNCA SOBRE SUS PROPIOS DERECHOS           *
      *   I = INFORME DE USUARIOS QUE VIOLAN ALGUN PAR, CON LA FIRMA   *
      *       DE RIESGO ACEPTADO O LA MARCA "SIN FIRMA"                *
      *   B = BITACORA DE DERECHOS OTORGADOS EN PROG003 CON            *
      *       AUTORIZACION DEL SUPERVISOR (SODBITAC)                   *
      * UN USUARIO TIENE UN PROGRAMA CUANDO SU DERECHO NO ES SOLO DE   *
      * CONSULTA (VER SODCHEQ.PRO).  PROG003 RECHAZA EL DERECHO QUE    *
      * CREA UN CONFLICTO SALVO AUTORIZACION DEL SUPERVISOR.           *
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
               COPY "..\DYC\SODPARES.DYC".
               COPY "..\DYC\SODACEPT.DYC".
               COPY "..\DYC\SODBITAC.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\SODPARES.FD".
               COPY "..\FD\SODACEPT.FD".
               COPY "..\FD\SODBITAC.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG565".
       77      ID-PRG              PIC X(7)  VALUE "PROG565".
       77      WK-TIPO-USR         PIC X(01) VALUE SPACES.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-PRG-A             PIC X(08) VALUE SPACES.
       77      W-PRG-B             PIC X(08) VALUE SPACES.
       77      W-PRG-AUX           PIC X(08) VALUE SPACES.
       77      W-USR-FIRMA         PIC X(03) VALUE SPACES.
       77      W-NUEVO             PIC 9(01) VALUE ZEROS.
       77      W-IDX-PAR           PIC 9(03) VALUE ZEROS.
       77      W-IDX-USR           PIC 9(03) VALUE ZEROS.
       77      W-NUM-USR           PIC 9(03) VALUE ZEROS.
       77      W-TIENE-A           PIC 9(01) VALUE ZEROS.
       77      W-VIOLACIONES       PIC 9(05) VALUE ZEROS.
       77      W-FIRMADAS          PIC 9(05) VALUE ZEROS.
       77      W-SIN-FIRMA         PIC 9(05) VALUE ZEROS.
       77      W-MOTIVO-CORTO      PIC X(36) VALUE SPACES.
       77      FIN-USR             PIC 9(01) VALUE ZEROS.
       77      FIN-BITAC           PIC 9(01) VALUE ZEROS.
       01      TABLA-USUARIOS.
           03  TU-USUARIO          OCCURS 500 TIMES.
               05  TU-COD-USR      PIC X(03).
               05  TU-NOMBRE       PIC X(30).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\SODPARES.LBL".
               COPY "..\LBL\SODACEPT.LBL".
               COPY "..\LBL\SODBITAC.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\SODCHEQ.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(08)    VALUE SPACES.
         05    FILLER      PIC X(50)    VALUE
              "USUARIOS CON FUNCIONES INCOMPATIBLES (SEGREGACION)".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(30)    VALUE "USR NOMBRE".
         05    FILLER      PIC X(18)    VALUE "PROGRAMAS".
         05    FILLER      PIC X(41)    VALUE "PAR EN CONFLICTO".
         05    FILLER      PIC X(43)    VALUE
              "RIESGO ACEPTADO POR / FECHA / MOTIVO".
        03     LINEA-DE-DETALLE.
         05    I-COD-USR   PIC X(03).
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(01).
         05    I-PRG-A     PIC X(08).
         05    FILLER      PIC X(01).
         05    I-PRG-B     PIC X(08).
         05    FILLER      PIC X(01).
         05    I-DESCRIPCION PIC X(40).
         05    FILLER      PIC X(01).
         05    I-RIESGO    PIC X(43).
         05    FILLER REDEFINES I-RIESGO.
          07   I-ACEPTADO-POR PIC X(03).
          07   FILLER      PIC X(01).
          07   I-FECHA-FIRMA  PIC 9(08).
          07   FILLER      PIC X(01).
          07   I-MOTIVO    PIC X(30).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC ZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\SODPARES.DCL".
               COPY "..\DCL\SODACEPT.DCL".
               COPY "..\DCL\SODBITAC.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-MAIN-PROCESS.
           COPY "..\PRO\CONTROLA.PRO".
           INITIALIZE WK-EXCEPTION
           PERFORM I-USUARIOS        THRU F-USUARIOS.
           IF      SW-USER = 1       EXIT PROGRAM.
           PERFORM I-VERIFICA-SUPER  THRU F-VERIFICA-SUPER
           PERFORM I-PROCESO-AUDITE  THRU F-PROCESO-AUDITE
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-STATUS-ARCHIVOS THRU F-STATUS-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
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
       I-LABEL-ARCHIVOS.
           MOVE "* SEGREGACION DE FUNCIONES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 565                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           PERFORM I-STATUS-SODPARES   THRU F-STATUS-SODPARES.
           OPEN INPUT SODACEPT.
           IF  SODACEPT-STATUS  =  "35"
               OPEN OUTPUT SODACEPT.
           CLOSE SODACEPT.
           OPEN INPUT SODBITAC.
           IF  SODBITAC-STATUS  =  "35"
               OPEN OUTPUT SODBITAC.
           CLOSE SODBITAC.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O SODPARES SODACEPT.
           OPEN INPUT USUARIOS SODBITAC.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  P  PARES EN CONFLICTO (SUPERVISOR)      !"
                                       LINE 06 POSITION 18
           DISPLAY "!  F  FIRMA DE RIESGO ACEPTADO (SUPERV.)   !"
                                       LINE 07 POSITION 18
           DISPLAY "!  I  INFORME DE USUARIOS EN CONFLICTO     !"
                                       LINE 08 POSITION 18
           DISPLAY "!  B  BITACORA DE AUTORIZACIONES           !"
                                       LINE 09 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 10 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 11 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 13 POSITION 18.
           ACCEPT W-OPCION                 LINE 13 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  (W-OPCION  =  "P"  OR  W-OPCION  =  "F")
           AND WK-TIPO-USR  NOT =  "A"
               DISPLAY "OPCION SOLO PARA SUPERVISORES"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "P"
               PERFORM I-PARES         THRU F-PARES.
           IF  W-OPCION  =  "F"
               PERFORM I-FIRMA         THRU F-FIRMA.
           IF  W-OPCION  =  "I"
               PERFORM I-INFORME       THRU F-INFORME.
           IF  W-OPCION  =  "B"
               PERFORM I-BITACORA      THRU F-BITACORA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  MANTENIMIENTO DE LOS PARES: EL PAR SE GUARDA CON EL PROGRAMA  *
      *  MENOR PRIMERO PARA QUE A/B Y B/A SEAN EL MISMO REGISTRO       *
      ******************************************************************
       I-PARES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "PROGRAMA A.......:"  LINE 06 POSITION 10.
           DISPLAY "PROGRAMA B.......:"  LINE 07 POSITION 10.
           DISPLAY "DESCRIPCION......:"  LINE 08 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE SPACES                 TO  W-PRG-A  W-PRG-B.
           ACCEPT W-PRG-A              LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-PRG-A  =  SPACES  GO TO F-PARES.
           ACCEPT W-PRG-B              LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-PRG-B  =  SPACES  GO TO F-PARES.
           PERFORM I-ORDENA-PAR        THRU F-ORDENA-PAR.
           IF  W-PRG-A  =  W-PRG-B
               DISPLAY "LOS DOS PROGRAMAS DEBEN SER DIFERENTES"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PARES.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE W-PRG-A                TO  SDP-PRG-A.
           MOVE W-PRG-B                TO  SDP-PRG-B.
           READ SODPARES INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               MOVE SPACES             TO  SDP-DESCRIPCION
               DISPLAY "PAR NUEVO"     LINE 09 POSITION 29 REVERSE.
           ACCEPT SDP-DESCRIPCION      LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARES.
           IF  SDP-DESCRIPCION  =  SPACES
               DISPLAY "DIGITE LA DESCRIPCION DEL CONFLICTO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PARES.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  W-NUEVO  NOT =  1
               DELETE SODPARES
               DISPLAY "PAR RETIRADO"  LINE 24 POSITION 10 REVERSE
               GO TO F-PARES.
           IF  W-TRUCO  NOT =  "G"     GO TO F-PARES.
           MOVE CON-USERNAME           TO  SDP-USUARIO.
           MOVE W-FECHA-HOY            TO  SDP-FECHA.
           IF  W-NUEVO  =  1
               WRITE REG-SODPARES
           ELSE
               REWRITE REG-SODPARES.
           DISPLAY "PAR GRABADO"       LINE 24 POSITION 10 REVERSE.
       F-PARES.
      *
       I-ORDENA-PAR.
           IF  W-PRG-A  >  W-PRG-B
               MOVE W-PRG-A            TO  W-PRG-AUX
               MOVE W-PRG-B            TO  W-PRG-A
               MOVE W-PRG-AUX          TO  W-PRG-B.
       F-ORDENA-PAR.
      *
      ******************************************************************
      *  FIRMA DE RIESGO ACEPTADO: EL PAR DEBE EXISTIR EN SODPARES Y   *
      *  EL SUPERVISOR NO PUEDE FIRMAR SUS PROPIOS CONFLICTOS          *
      ******************************************************************
       I-FIRMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "USUARIO..........:"  LINE 06 POSITION 10.
           DISPLAY "PROGRAMA A.......:"  LINE 07 POSITION 10.
           DISPLAY "PROGRAMA B.......:"  LINE 08 POSITION 10.
           DISPLAY "ACEPTADO POR.....:"  LINE 10 POSITION 10.
           DISPLAY "FECHA............:"  LINE 11 POSITION 10.
           DISPLAY "MOTIVO...........:"  LINE 12 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE SPACES                 TO  W-USR-FIRMA  W-PRG-A
                                           W-PRG-B.
           ACCEPT W-USR-FIRMA          LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-USR-FIRMA  =  SPACES  GO TO F-FIRMA.
           IF  W-USR-FIRMA  =  CON-USERNAME
               DISPLAY "NO PUEDE FIRMAR SUS PROPIOS CONFLICTOS"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-FIRMA.
           MOVE W-USR-FIRMA            TO  COD-USR.
           MOVE SPACES                 TO  COD-PRG.
           READ USUARIOS WITH NO LOCK INVALID KEY
                DISPLAY "USUARIO NO EXISTE"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-FIRMA.
           DISPLAY NOM-USUARIO         LINE 06 POSITION 34 REVERSE.
           ACCEPT W-PRG-A              LINE 07 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-FIRMA.
           ACCEPT W-PRG-B              LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-FIRMA.
           PERFORM I-ORDENA-PAR        THRU F-ORDENA-PAR.
           MOVE W-PRG-A                TO  SDP-PRG-A.
           MOVE W-PRG-B                TO  SDP-PRG-B.
           READ SODPARES WITH NO LOCK INVALID KEY
                DISPLAY "EL PAR NO ESTA DEFINIDO EN CONFLICTOS"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-FIRMA.
           DISPLAY SDP-DESCRIPCION     LINE 09 POSITION 29 REVERSE.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE W-USR-FIRMA            TO  SDA-COD-USR.
           MOVE W-PRG-A                TO  SDA-PRG-A.
           MOVE W-PRG-B                TO  SDA-PRG-B.
           READ SODACEPT INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               MOVE SPACES             TO  SDA-MOTIVO
               DISPLAY "SIN FIRMA"     LINE 10 POSITION 29 REVERSE
           ELSE
               DISPLAY SDA-ACEPTADO-POR  LINE 10 POSITION 29
               DISPLAY SDA-FECHA       LINE 11 POSITION 29.
           ACCEPT SDA-MOTIVO           LINE 12 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-FIRMA.
           DISPLAY "[ G ] FIRMAR  [ R ] RETIRA FIRMA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  W-NUEVO  NOT =  1
               DELETE SODACEPT
               DISPLAY "FIRMA RETIRADA" LINE 24 POSITION 10 REVERSE
               GO TO F-FIRMA.
           IF  W-TRUCO  NOT =  "G"     GO TO F-FIRMA.
           IF  SDA-MOTIVO  =  SPACES
               DISPLAY "DIGITE EL MOTIVO DE LA ACEPTACION"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-FIRMA.
           MOVE CON-USERNAME           TO  SDA-ACEPTADO-POR.
           MOVE W-FECHA-HOY            TO  SDA-FECHA.
           IF  W-NUEVO  =  1
               WRITE REG-SODACEPT
           ELSE
               REWRITE REG-SODACEPT.
           DISPLAY "RIESGO ACEPTADO GRABADO"
                   LINE 24 POSITION 10 REVERSE.
       F-FIRMA.
      *
      ******************************************************************
      *  INFORME: PRIMERA PASADA TOMA LOS USUARIOS (REGISTRO MAESTRO   *
      *  DE USER-ACT), SEGUNDA CRUZA CADA USUARIO CONTRA CADA PAR      *
      ******************************************************************
       I-INFORME.
           CLOSE SODPARES.
           PERFORM I-CARGA-SODPARES    THRU F-CARGA-SODPARES.
           OPEN I-O SODPARES.
           MOVE ZEROS                  TO  W-NUM-USR  FIN-USR.
           MOVE SPACES                 TO  TABLA-USUARIOS.
           MOVE LOW-VALUES             TO  LLAVE-USR.
           START USUARIOS KEY NOT LESS LLAVE-USR INVALID KEY
                 MOVE 1                TO  FIN-USR.
           PERFORM I-CARGA-USUARIO     THRU F-CARGA-USUARIO
                   UNTIL FIN-USR = 1.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-VIOLACIONES
                                           W-FIRMADAS  W-SIN-FIRMA
                                           W-IDX-USR.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
       I-INFORME-USUARIO.
           ADD 1                       TO  W-IDX-USR.
           IF  W-IDX-USR  >  W-NUM-USR GO TO I-INFORME-TOTAL.
           MOVE ZEROS                  TO  W-IDX-PAR.
       I-INFORME-PAR.
           ADD 1                       TO  W-IDX-PAR.
           IF  W-IDX-PAR  >  SOD-NUM-PARES
               GO TO I-INFORME-USUARIO.
           MOVE TU-COD-USR(W-IDX-USR)  TO  SOD-USR.
           MOVE TSP-PRG-A(W-IDX-PAR)   TO  SOD-PRG-BUSCA.
           PERFORM I-TIENE-PRG-SOD     THRU F-TIENE-PRG-SOD.
           IF  SW-SOD-TIENE  NOT =  1  GO TO I-INFORME-PAR.
           MOVE TSP-PRG-B(W-IDX-PAR)   TO  SOD-PRG-BUSCA.
           PERFORM I-TIENE-PRG-SOD     THRU F-TIENE-PRG-SOD.
           IF  SW-SOD-TIENE  NOT =  1  GO TO I-INFORME-PAR.
           PERFORM I-LINEA-VIOLACION   THRU F-LINEA-VIOLACION.
           GO TO I-INFORME-PAR.
       I-INFORME-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PARES DE PROGRAMAS EN CONFLICTO"  TO  I-TEXTO.
           MOVE SOD-NUM-PARES          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "USUARIOS REVISADOS"   TO  I-TEXTO.
           MOVE W-NUM-USR              TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "CONFLICTOS ENCONTRADOS"  TO  I-TEXTO.
           MOVE W-VIOLACIONES          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "CON FIRMA DE RIESGO ACEPTADO"  TO  I-TEXTO.
           MOVE W-FIRMADAS             TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "SIN FIRMA (HALLAZGO ABIERTO)"  TO  I-TEXTO.
           MOVE W-SIN-FIRMA            TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "INFORME DE SEGREGACION GENERADO"
                   LINE 24 POSITION 10 REVERSE.
       F-INFORME.
      *
       I-CARGA-USUARIO.
           READ USUARIOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-USR
                GO TO F-CARGA-USUARIO.
           IF  COD-PRG  NOT =  SPACES  GO TO F-CARGA-USUARIO.
           IF  W-NUM-USR  NOT <  500   GO TO F-CARGA-USUARIO.
           ADD 1                       TO  W-NUM-USR.
           MOVE COD-USR                TO  TU-COD-USR(W-NUM-USR).
           MOVE NOM-USUARIO            TO  TU-NOMBRE(W-NUM-USR).
       F-CARGA-USUARIO.
      *
       I-LINEA-VIOLACION.
           ADD 1                       TO  W-VIOLACIONES.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE TU-COD-USR(W-IDX-USR)  TO  I-COD-USR.
           MOVE TU-NOMBRE(W-IDX-USR)   TO  I-NOMBRE.
           MOVE TSP-PRG-A(W-IDX-PAR)   TO  I-PRG-A.
           MOVE TSP-PRG-B(W-IDX-PAR)   TO  I-PRG-B.
           MOVE TSP-DESCRIPCION(W-IDX-PAR)  TO  I-DESCRIPCION.
           MOVE TU-COD-USR(W-IDX-USR)  TO  SDA-COD-USR.
           MOVE TSP-PRG-A(W-IDX-PAR)   TO  SDA-PRG-A.
           MOVE TSP-PRG-B(W-IDX-PAR)   TO  SDA-PRG-B.
           READ SODACEPT WITH NO LOCK INVALID KEY
                MOVE "*** SIN FIRMA DE RIESGO ACEPTADO ***"
                                       TO  I-RIESGO
                ADD 1                  TO  W-SIN-FIRMA
                GO TO I-LINEA-VIOLACION-IMPRIME.
           MOVE SDA-ACEPTADO-POR       TO  I-ACEPTADO-POR.
           MOVE SDA-FECHA              TO  I-FECHA-FIRMA.
           MOVE SDA-MOTIVO             TO  I-MOTIVO.
           ADD 1                       TO  W-FIRMADAS.
       I-LINEA-VIOLACION-IMPRIME.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-VIOLACION.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-4  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 5                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
      ******************************************************************
      *  BITACORA DE DERECHOS OTORGADOS CON AUTORIZACION EN PANTALLA   *
      ******************************************************************
       I-BITACORA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "FECHA    USR OTORGADO CONFLIC. SUP OPE MOTIVO"
                                       LINE 05 POSITION 02.
           MOVE ZEROS                  TO  SDB-CLAVE-REG  FIN-BITAC.
           START SODBITAC KEY NOT LESS SDB-CLAVE-REG INVALID KEY
                 MOVE 1                TO  FIN-BITAC.
           MOVE 06                     TO  I-LINEA.
           PERFORM I-LISTA-BITACORA    THRU F-LISTA-BITACORA
                   UNTIL FIN-BITAC = 1.
           DISPLAY "[ENTER] REGRESA"   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-BITACORA.
      *
       I-LISTA-BITACORA.
           READ SODBITAC NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-BITAC
                GO TO F-LISTA-BITACORA.
           MOVE SDB-MOTIVO             TO  W-MOTIVO-CORTO.
           DISPLAY SDB-FECHA           LINE I-LINEA POSITION 02.
           DISPLAY SDB-COD-USR         LINE I-LINEA POSITION 11.
           DISPLAY SDB-PRG-OTORGADO    LINE I-LINEA POSITION 15.
           DISPLAY SDB-PRG-CONFLICTO   LINE I-LINEA POSITION 24.
           DISPLAY SDB-SUPERVISOR      LINE I-LINEA POSITION 33.
           DISPLAY SDB-OPERADOR        LINE I-LINEA POSITION 37.
           DISPLAY W-MOTIVO-CORTO      LINE I-LINEA POSITION 41.
           ADD 1                       TO  I-LINEA.
           IF  I-LINEA  >  22
               DISPLAY "[ENTER] SIGUE" LINE 24 POSITION 10 REVERSE
               PERFORM ACEPTA-TRUCO
               MOVE 06                 TO  I-LINEA.
       F-LISTA-BITACORA.
      *
       I-FIN-MODE.
           CLOSE SODPARES SODACEPT SODBITAC USUARIOS.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PRO\SODCHEQ.PRO".
               COPY "..\PLB\INFORMES.PLB".
