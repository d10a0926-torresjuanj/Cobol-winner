       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG562.
      ******************************************************************
      * PERFIL TRIBUTARIO DE TERCEROS (RUT)          OCT-15-2026       *
      * OCT-15-2026 NO OBLIGADO A FACTURAR (DOCUMENTO SOPORTE)         *
      *                                                                *
      * CNNITCED SOLO TRAE NOMBRE, DIRECCION, TELEFONO Y CUPO; LA      *
      * RETENCION SE DECIDIA DE MEMORIA.  AQUI SE LLEVA POR NIT EL     *
      * PERFIL DEL RUT (NITPERFI):                                     *
      *   M = MANTENIMIENTO: REGIMEN, RESPONSABILIDADES DE LA CASILLA  *
      *       53, GRAN CONTRIBUYENTE, AUTORRETENEDOR, MUNICIPIO Y      *
      *       ACTIVIDAD DE ICA (VALIDADOS CONTRA LAS TARIFAS ICATARIF  *
      *       DE PROG574/PROG575), CORREO PARA DOCUMENTOS ELECTRONICOS *
      *       Y FECHA DE ACTUALIZACION DEL RUT, Y SI EL TERCERO NO     *
      *       ESTA OBLIGADO A FACTURAR (SUS COMPRAS LLEVAN DOCUMENTO   *
      *       SOPORTE ELECTRONICO EN PROG750)                          *
      *   I = TERCEROS SIN PERFIL O CON RUT DE MAS DE UN ANO           *
      * PROG750 (CAUSACION) Y PROG752 (RECIBOS DE CAJA) LO USAN PARA   *
      * RETEFUENTE, RETEIVA Y RETEICA.  EL PERFIL DE LA EMPRESA MISMA  *
      * SE GRABA BAJO SU PROPIO NIT.                                   *
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
               COPY "..\DYC\NITPERFI.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\ICATARIF.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\NITPERFI.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\ICATARIF.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG562".
       77      ID-PRG              PIC X(7)  VALUE "PROG562".
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-LIMITE      PIC 9(08) VALUE ZEROS.
       77      W-IND               PIC 9(02) VALUE ZEROS.
       77      W-COLUMNA           PIC 9(02) VALUE ZEROS.
       77      W-ARROBAS           PIC 9(02) VALUE ZEROS.
       77      W-NUEVO             PIC 9(01) VALUE ZEROS.
       77      W-SIN-PERFIL        PIC 9(05) VALUE ZEROS.
       77      W-VENCIDOS          PIC 9(05) VALUE ZEROS.
       77      FIN-NIT             PIC 9(01) VALUE ZEROS.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\NITPERFI.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\ICATARIF.LBL".
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
         05    FILLER      PIC X(08)    VALUE SPACES.
         05    FILLER      PIC X(42)    VALUE
              "TERCEROS SIN PERFIL O CON RUT VENCIDO     ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(100)   VALUE ALL "=".
        03     TITULO-4.
         05    FILLER      PIC X(16)    VALUE "NIT             ".
         05    FILLER      PIC X(44)    VALUE "NOMBRE".
         05    FILLER      PIC X(10)    VALUE "FECHA RUT ".
         05    FILLER      PIC X(30)    VALUE "NOVEDAD".
        03     LINEA-DE-DETALLE.
         05    I-NIT       PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(43).
         05    FILLER      PIC X(01).
         05    I-FECHA-RUT PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-NOVEDAD   PIC X(30).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC ZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\NITPERFI.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\ICATARIF.DCL".
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
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* PERFIL TRIBUTARIO DE TERCEROS *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           COMPUTE W-FECHA-LIMITE  =  W-FECHA-HOY  -  10000.
           MOVE CON-COD-EMPRESA        TO  LAB-NITPERFI-CIA
                                           LAB-CNNITCED-CIA.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 562                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT NITPERFI.
           IF  NITPERFI-STATUS  =  "35"
               OPEN OUTPUT NITPERFI.
           CLOSE NITPERFI.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O NITPERFI.
           OPEN INPUT CNNITCED ICATARIF.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  M  MANTENIMIENTO DEL PERFIL DEL NIT     !"
                                       LINE 06 POSITION 18
           DISPLAY "!  I  SIN PERFIL O RUT DE MAS DE UN ANO    !"
                                       LINE 07 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 08 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 09 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 11 POSITION 18.
           ACCEPT W-OPCION                 LINE 11 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "M"
               PERFORM I-PERFIL        THRU F-PERFIL.
           IF  W-OPCION  =  "I"
               PERFORM I-INFORME       THRU F-INFORME.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  MANTENIMIENTO DEL PERFIL: EL NIT DEBE EXISTIR EN CNNITCED Y   *
      *  EL MUNICIPIO/ACTIVIDAD DE ICA EN LAS TARIFAS DE ICATARIF      *
      ******************************************************************
       I-PERFIL.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "NIT..............:"  LINE 06 POSITION 10.
           DISPLAY "REGIMEN C/S/E....:"  LINE 08 POSITION 10.
           DISPLAY "C=RESPONSABLE IVA  S=NO RESPONSABLE  E=ESPECIAL"
                                         LINE 08 POSITION 32.
           DISPLAY "RESPONSAB. RUT...:"  LINE 09 POSITION 10.
           DISPLAY "GRAN CONTRIB. S/N:"  LINE 10 POSITION 10.
           DISPLAY "AUTORRETENED. S/N:"  LINE 11 POSITION 10.
           DISPLAY "MUNICIPIO ICA....:"  LINE 12 POSITION 10.
           DISPLAY "ACTIVIDAD ICA....:"  LINE 13 POSITION 10.
           DISPLAY "CORREO ELECTRON..:"  LINE 14 POSITION 10.
           DISPLAY "FECHA RUT (AAAAMMDD):" LINE 15 POSITION 07.
           DISPLAY "NO OBLIG.FACT S/N:"  LINE 16 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT.
           ACCEPT W-NIT                LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NIT  =  ZEROS GO TO F-PERFIL.
           MOVE W-NIT                  TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                DISPLAY "NIT NO EXISTE EN CNNITCED (PROG060)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-PERFIL.
           DISPLAY NOMBM               LINE 06 POSITION 44 REVERSE.
           MOVE ZEROS                  TO  W-NUEVO.
           MOVE W-NIT                  TO  NTP-NIT.
           READ NITPERFI INVALID KEY
                MOVE 1                 TO  W-NUEVO.
           IF  W-NUEVO  =  1
               INITIALIZE REG-NITPERFI
               MOVE W-NIT              TO  NTP-NIT
               MOVE "C"                TO  NTP-REGIMEN
               MOVE "N"                TO  NTP-GRAN-CONTRIB
                                           NTP-AUTORRETENEDOR
               DISPLAY "PERFIL NUEVO"  LINE 07 POSITION 29 REVERSE.
           IF  NTP-NO-OBLIGADO  =  SPACES
               MOVE "N"                TO  NTP-NO-OBLIGADO.
           ACCEPT NTP-REGIMEN          LINE 08 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE ZEROS                  TO  W-IND.
           MOVE 29                     TO  W-COLUMNA.
           PERFORM I-RESPONSABILIDAD   THRU F-RESPONSABILIDAD
                   8 TIMES.
           ACCEPT NTP-GRAN-CONTRIB     LINE 10 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT NTP-AUTORRETENEDOR   LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT NTP-MUNICIPIO-ICA    LINE 12 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT NTP-ACTIVIDAD-ICA    LINE 13 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT NTP-EMAIL            LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT NTP-FECHA-RUT        LINE 15 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT NTP-NO-OBLIGADO      LINE 16 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  NTP-REGIMEN  NOT =  "C"  AND  NTP-REGIMEN  NOT =  "S"
           AND NTP-REGIMEN  NOT =  "E"
               DISPLAY "REGIMEN C, S O E"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PERFIL.
           IF  (NTP-GRAN-CONTRIB  NOT =  "S"
                AND NTP-GRAN-CONTRIB  NOT =  "N")
           OR  (NTP-AUTORRETENEDOR  NOT =  "S"
                AND NTP-AUTORRETENEDOR  NOT =  "N")
               DISPLAY "GRAN CONTRIBUYENTE Y AUTORRETENEDOR: S O N"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PERFIL.
           IF  NTP-REGIMEN  =  "S"  AND  NTP-GRAN-CONTRIB  =  "S"
               DISPLAY "NO RESPONSABLE DE IVA NO ES GRAN CONTRIB."
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PERFIL.
           IF  NTP-NO-OBLIGADO  NOT =  "S"
           AND NTP-NO-OBLIGADO  NOT =  "N"
               DISPLAY "NO OBLIGADO A FACTURAR: S O N"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PERFIL.
           IF  NTP-NO-OBLIGADO  =  "S"  AND  NTP-REGIMEN  =  "C"
               DISPLAY "EL RESPONSABLE DE IVA ESTA OBLIGADO A FACTURAR"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PERFIL.
           IF  NTP-MUNICIPIO-ICA  NOT =  ZEROS
               MOVE NTP-MUNICIPIO-ICA  TO  ICA-MUNICIPIO
               MOVE NTP-ACTIVIDAD-ICA  TO  ICA-ACTIVIDAD
               READ ICATARIF WITH NO LOCK INVALID KEY
                    DISPLAY "MUNICIPIO/ACTIVIDAD SIN TARIFA (PROG574)"
                            LINE 24 POSITION 10 REVERSE BLINK
                    GO TO F-PERFIL.
           IF  NTP-MUNICIPIO-ICA  NOT =  ZEROS
               DISPLAY ICA-NOMBRE      LINE 13 POSITION 44.
           MOVE ZEROS                  TO  W-ARROBAS.
           INSPECT NTP-EMAIL TALLYING W-ARROBAS FOR ALL "@".
           IF  NTP-EMAIL  NOT =  SPACES  AND  W-ARROBAS  NOT =  1
               DISPLAY "CORREO ELECTRONICO INVALIDO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PERFIL.
           IF  NTP-FECHA-RUT  >  W-FECHA-HOY
               DISPLAY "LA FECHA DEL RUT NO PUEDE SER FUTURA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-PERFIL.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-PERFIL.
           MOVE CON-USERNAME           TO  NTP-USUARIO.
           MOVE W-FECHA-HOY            TO  NTP-FECHA-ACT.
           IF  W-NUEVO  =  1
               WRITE REG-NITPERFI
           ELSE
               REWRITE REG-NITPERFI.
           DISPLAY "PERFIL GRABADO"    LINE 24 POSITION 10 REVERSE.
       F-PERFIL.
      *
       I-RESPONSABILIDAD.
           ADD 1                       TO  W-IND.
           ACCEPT NTP-RESPONSAB (W-IND)  LINE 09 POSITION W-COLUMNA
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ADD 3                       TO  W-COLUMNA.
       F-RESPONSABILIDAD.
      *
      ******************************************************************
      *  RECORRE CNNITCED Y LISTA LOS TERCEROS SIN PERFIL, SIN FECHA   *
      *  DE RUT O CON EL RUT ACTUALIZADO HACE MAS DE UN ANO            *
      ******************************************************************
       I-INFORME.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  FIN-NIT
                                           W-SIN-PERFIL  W-VENCIDOS.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  CODIM.
           START CNNITCED KEY NOT LESS CODIM INVALID KEY
                 MOVE 1                TO  FIN-NIT.
       I-INFORME-CICLO.
           IF  FIN-NIT  =  1           GO TO I-INFORME-TOTAL.
           READ CNNITCED NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-NIT
                GO TO I-INFORME-CICLO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CODIM                  TO  NTP-NIT.
           READ NITPERFI WITH NO LOCK INVALID KEY
                MOVE "SIN PERFIL TRIBUTARIO"  TO  I-NOVEDAD
                MOVE ZEROS             TO  I-FECHA-RUT
                ADD 1                  TO  W-SIN-PERFIL
                GO TO I-INFORME-LINEA.
           MOVE NTP-FECHA-RUT          TO  I-FECHA-RUT.
           IF  NTP-FECHA-RUT  =  ZEROS
               MOVE "SIN FECHA DE RUT"  TO  I-NOVEDAD
               ADD 1                   TO  W-VENCIDOS
               GO TO I-INFORME-LINEA.
           IF  NTP-FECHA-RUT  <  W-FECHA-LIMITE
               MOVE "RUT DE MAS DE UN ANO"  TO  I-NOVEDAD
               ADD 1                   TO  W-VENCIDOS
               GO TO I-INFORME-LINEA.
           GO TO I-INFORME-CICLO.
       I-INFORME-LINEA.
           MOVE CODIM                  TO  I-NIT.
           MOVE NOMBM                  TO  I-NOMBRE.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-INFORME-CICLO.
       I-INFORME-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TERCEROS SIN PERFIL TRIBUTARIO"  TO  I-TEXTO.
           MOVE W-SIN-PERFIL           TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "TERCEROS CON RUT SIN FECHA O VENCIDO"  TO  I-TEXTO.
           MOVE W-VENCIDOS             TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "INFORME DE PERFILES GENERADO"
                   LINE 24 POSITION 10 REVERSE.
       F-INFORME.
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
       I-FIN-MODE.
           CLOSE NITPERFI CNNITCED ICATARIF.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
