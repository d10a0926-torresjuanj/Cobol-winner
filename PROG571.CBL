       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG571.
      ******************************************************************
      * ACCIDENTES DE TRABAJO: REGISTRO, REPORTE ARL E INDICADORES SST *
      * OCT-15-2026                                                    *
      *                                                                *
      * INCAPACI GUARDA LA INCAPACIDAD DE UN ACCIDENTE (CLASE AT) PERO *
      * NO EL ACCIDENTE.  ESTE PROGRAMA LO REGISTRA POR EMPLEADO       *
      * (ACCITRAB) Y LO USA PARA LO QUE EXIGE LA NORMA:                *
      * OPCION R: REGISTRO DEL ACCIDENTE: FECHA Y HORA, LUGAR, TIPO DE *
      *           LESION, PARTE DEL CUERPO, DESCRIPCION, GRAVEDAD,     *
      *           TESTIGOS Y HASTA TRES INCAPACIDADES (INCAPACI, CLASE *
      *           AT) QUE CAUSO.  LA CLASE DE RIESGO Y EL CENTRO DE    *
      *           COSTOS SE TOMAN DEL CONTRATO.  CALCULA LA FECHA      *
      *           LIMITE DEL REPORTE A LA ARL: DOS DIAS HABILES        *
      *           (SIN SABADOS, DOMINGOS NI FESTIVOS DE LA TABLA).     *
      * OPCION E: ESTADO DE LA INVESTIGACION (P/E/C) Y ACCIONES        *
      *           CORRECTIVAS.                                         *
      * OPCION F: IMPRIME EL REPORTE DEL ACCIDENTE PARA LA ARL (FURAT) *
      *           CON LOS DATOS DEL EMPLEADO, LA CLASE DE RIESGO       *
      *           (TARIESGO) Y LAS INCAPACIDADES; OPCIONALMENTE MARCA  *
      *           LA FECHA DE REPORTE Y AVISA SI ES EXTEMPORANEO.      *
      * OPCION I: INDICADORES SST POR MES Y CENTRO DE COSTOS DE UN ANO:*
      *           FRECUENCIA = ACCIDENTES / TRABAJADORES * 100         *
      *           SEVERIDAD  = DIAS PERDIDOS / TRABAJADORES * 100      *
      *           DIAS PERDIDOS (INCAPACIDADES VINCULADAS) Y MORTALES. *
      *           TRABAJADORES: CONTRATOS VIGENTES EN ALGUN DIA DEL    *
      *           MES.  LOS DIAS PERDIDOS SE CARGAN AL MES DEL         *
      *           ACCIDENTE.                                           *
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
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\INCAPACI.DYC".
               COPY "..\DYC\TARIESGO.DYC".
               COPY "..\DYC\FESTIVOS.DYC".
               COPY "..\DYC\ACCITRAB.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\INCAPACI.FD".
               COPY "..\FD\TARIESGO.FD".
               COPY "..\FD\FESTIVOS.FD".
               COPY "..\FD\ACCITRAB.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG571".
       77      ID-PRG              PIC X(7)  VALUE "PROG571".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-CONSEC            PIC 9(04) VALUE ZEROS.
       77      W-ULTIMO            PIC 9(04) VALUE ZEROS.
       77      W-IND               PIC 9(02) VALUE ZEROS.
       77      W-IND-CC            PIC 9(02) VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      W-ANO               PIC 9(04) VALUE ZEROS.
       77      W-MES-DESDE         PIC 9(02) VALUE ZEROS.
       77      W-MES-HASTA         PIC 9(02) VALUE ZEROS.
       77      W-CENTROS           PIC 9(02) VALUE ZEROS.
       77      W-CENCOS            PIC 9(03) VALUE ZEROS.
       77      W-DIAS-INC          PIC 9(04) VALUE ZEROS.
       77      W-HABILES           PIC 9(01) VALUE ZEROS.
       77      W-FECHA-ING         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-RET         PIC 9(08) VALUE ZEROS.
       77      W-INICIO-MES        PIC 9(08) VALUE ZEROS.
       77      W-FIN-MES           PIC 9(08) VALUE ZEROS.
       77      W-FRECUENCIA        PIC 9(05)V99 VALUE ZEROS.
       77      W-SEVERIDAD         PIC 9(07)V99 VALUE ZEROS.
       77      W-HHMM              PIC 9(04) VALUE ZEROS.
       77      W-HH                PIC 9(02) VALUE ZEROS.
       77      W-MM                PIC 9(02) VALUE ZEROS.
       77      SW-HORA-OK          PIC 9(01) VALUE ZEROS.
       77      SW-INC-OK           PIC 9(01) VALUE ZEROS.
       77      SW-NUEVO            PIC 9(01) VALUE ZEROS.
       77      W-FECHA-CAP         PIC 9(08) VALUE ZEROS.
       77      W-DIA-FIN           PIC 9(02) VALUE ZEROS.
       77      W-DOW               PIC 9(01) VALUE ZEROS.
       77      W-DIA-ISO           PIC 9(01) VALUE ZEROS.
       77      W-ZA                PIC 9(04) VALUE ZEROS.
       77      W-ZM                PIC 9(02) VALUE ZEROS.
       77      W-ZK                PIC 9(04) VALUE ZEROS.
       77      W-ZJ                PIC 9(02) VALUE ZEROS.
       77      W-ZH                PIC 9(05) VALUE ZEROS.
       77      W-RESTO             PIC 9(04) VALUE ZEROS.
       77      T-TRABAJADORES      PIC 9(06) VALUE ZEROS.
       77      T-ACCIDENTES        PIC 9(05) VALUE ZEROS.
       77      T-DIAS              PIC 9(06) VALUE ZEROS.
       77      T-MORTALES          PIC 9(04) VALUE ZEROS.
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
        03     W-PARTE-DIA         PIC 9(02).
       01      TABLA-INDICADORES.
        03     IND-CC              OCCURS 60 TIMES.
         05    IND-CENCOS          PIC 9(03).
         05    IND-MES             OCCURS 12 TIMES.
          07   IND-TRABAJADORES    PIC 9(05).
          07   IND-ACCIDENTES      PIC 9(04).
          07   IND-DIAS            PIC 9(05).
          07   IND-MORTALES        PIC 9(03).
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\INCAPACI.LBL".
               COPY "..\LBL\TARIESGO.LBL".
               COPY "..\LBL\FESTIVOS.LBL".
               COPY "..\LBL\ACCITRAB.LBL".
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
         05    FILLER      PIC X(10)    VALUE "  MES     ".
         05    FILLER      PIC X(08)    VALUE "C.COSTO ".
         05    FILLER      PIC X(14)    VALUE "  TRABAJADORES".
         05    FILLER      PIC X(12)    VALUE "  ACCIDENTES".
         05    FILLER      PIC X(10)    VALUE "  MORTALES".
         05    FILLER      PIC X(14)    VALUE "  DIAS PERDIDOS".
         05    FILLER      PIC X(13)    VALUE "   FRECUENCIA".
         05    FILLER      PIC X(13)    VALUE "    SEVERIDAD".
        03     LINEA-INDICADOR.
         05    FILLER      PIC X(02).
         05    I-MES       PIC X(03).
         05    FILLER      PIC X(06).
         05    I-CENCOS    PIC ZZ9.
         05    I-CENCOS-X  REDEFINES I-CENCOS PIC X(03).
         05    FILLER      PIC X(09).
         05    I-TRABAJA   PIC ZZ,ZZ9.
         05    FILLER      PIC X(06).
         05    I-ACCIDEN   PIC Z,ZZ9.
         05    FILLER      PIC X(05).
         05    I-MORTAL    PIC ZZ9.
         05    FILLER      PIC X(07).
         05    I-DIAS      PIC ZZ,ZZ9.
         05    FILLER      PIC X(05).
         05    I-FRECUEN   PIC ZZ,ZZ9.99.
         05    FILLER      PIC X(03).
         05    I-SEVERID   PIC Z,ZZZ,ZZ9.99.
        03     LINEA-FURAT.
         05    I-ROTULO    PIC X(32).
         05    I-DATO      PIC X(68).
        03     W-EDITA-FECHA.
         05    W-EDITA-F   PIC 9999/99/99.
        03     W-EDITA-HORA.
         05    W-EDITA-HH  PIC 99.
         05    FILLER      PIC X(01)    VALUE ":".
         05    W-EDITA-MM  PIC 99.
        03     W-EDITA-NUM PIC ZZZ,ZZZ,ZZZ,ZZ9.
        03     W-EDITA-PRC PIC Z9.9999.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\INCAPACI.DCL".
               COPY "..\DCL\TARIESGO.DCL".
               COPY "..\DCL\FESTIVOS.DCL".
               COPY "..\DCL\ACCITRAB.DCL".
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
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* ACCIDENTES DE TRABAJO *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA
                                           LAB-INCAPACI-CIA
                                           LAB-ACCITRAB-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 571                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT ACCITRAB.
           MOVE 1                      TO  SW-ABRE.
           IF  ACCITRAB-STATUS  =  "35"
               OPEN OUTPUT ACCITRAB.
           CLOSE ACCITRAB.
       F-STATUS-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "!  R  REGISTRO DEL ACCIDENTE               !"
                                       LINE 09 POSITION 18
           DISPLAY "!  E  INVESTIGACION Y ACCIONES             !"
                                       LINE 10 POSITION 18
           DISPLAY "!  F  REPORTE A LA ARL (FURAT)             !"
                                       LINE 11 POSITION 18
           DISPLAY "!  I  INDICADORES SST POR MES Y C.COSTO    !"
                                       LINE 12 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 13 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 14 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 16 POSITION 18.
           ACCEPT W-OPCION                 LINE 16 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "R"
               PERFORM I-REGISTRO      THRU F-REGISTRO
                       UNTIL F2 OR ESC
               MOVE ZEROS              TO  WK-EXCEPTION.
           IF  W-OPCION  =  "E"
               PERFORM I-INVESTIGA     THRU F-INVESTIGA
                       UNTIL F2 OR ESC
               MOVE ZEROS              TO  WK-EXCEPTION.
           IF  W-OPCION  =  "F"
               PERFORM I-FURAT         THRU F-FURAT
                       UNTIL F2 OR ESC
               MOVE ZEROS              TO  WK-EXCEPTION.
           IF  W-OPCION  =  "I"
               PERFORM I-INDICADORES   THRU F-INDICADORES.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  EMPLEADO Y ACCIDENTE (CONSECUTIVO 0 = NUEVO EN EL REGISTRO)   *
      *  SW-NUEVO = 1 SI EL ACCIDENTE NO EXISTE                        *
      ******************************************************************
       I-PIDE-ACCIDENTE.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA
                                           W-CONSEC.
           DISPLAY "CEDULA        :"   LINE 05 POSITION 05.
           ACCEPT W-CEDULA             LINE 05 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-PIDE-ACCIDENTE.
           IF  W-CEDULA  =  ZEROS      GO TO I-PIDE-ACCIDENTE.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           MOVE ZEROS                  TO  SW-1.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EMPLEADO SIN CONTRATO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-PIDE-ACCIDENTE.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE SPACES                 TO  W-NOMBRE.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  W-NOMBRE.
           DISPLAY W-NOMBRE            LINE 05 POSITION 35.
           DISPLAY "ACCIDENTE No. :    (0 = NUEVO)"
                                       LINE 06 POSITION 05.
           ACCEPT W-CONSEC             LINE 06 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-PIDE-ACCIDENTE.
           IF  W-CONSEC  =  ZEROS
               PERFORM I-ULTIMO-CONSEC THRU F-ULTIMO-CONSEC
               COMPUTE W-CONSEC  =  W-ULTIMO  +  1.
           DISPLAY W-CONSEC            LINE 06 POSITION 21.
           MOVE CON-COD-EMPRESA        TO  ACC-EMPRESA.
           MOVE W-CEDULA               TO  ACC-CEDULA.
           MOVE W-CONSEC               TO  ACC-CONSEC.
           MOVE ZEROS                  TO  SW-NUEVO.
           READ ACCITRAB INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
       F-PIDE-ACCIDENTE.
      *
       I-ULTIMO-CONSEC.
           MOVE ZEROS                  TO  W-ULTIMO  ACC-CONSEC.
           MOVE CON-COD-EMPRESA        TO  ACC-EMPRESA.
           MOVE W-CEDULA               TO  ACC-CEDULA.
           START ACCITRAB KEY NOT LESS ACC-CLAVE INVALID KEY
                 GO TO F-ULTIMO-CONSEC.
       I-ULTIMO-CICLO.
           READ ACCITRAB NEXT RECORD WITH NO LOCK AT END
                GO TO F-ULTIMO-CONSEC.
           IF  ACC-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  ACC-CEDULA  NOT =  W-CEDULA
               GO TO F-ULTIMO-CONSEC.
           MOVE ACC-CONSEC             TO  W-ULTIMO.
           GO TO I-ULTIMO-CICLO.
       F-ULTIMO-CONSEC.
      *
      ******************************************************************
      *  REGISTRO DEL ACCIDENTE                                        *
      ******************************************************************
       I-REGISTRO.
           OPEN I-O ACCITRAB.
           OPEN INPUT CONTRATO HOJAVIDA INCAPACI FESTIVOS.
           PERFORM I-PIDE-ACCIDENTE    THRU F-PIDE-ACCIDENTE.
           IF  F2 OR ESC               GO TO I-REGISTRO-CIERRA.
           IF  SW-NUEVO  =  1
               INITIALIZE REG-ACCITRAB
               MOVE CON-COD-EMPRESA    TO  ACC-EMPRESA
               MOVE W-CEDULA           TO  ACC-CEDULA
               MOVE W-CONSEC           TO  ACC-CONSEC
               MOVE CONTRATO-RIESGO    TO  ACC-RIESGO
               MOVE CONTRATO-CENCOS    TO  ACC-CENCOS
               MOVE "L"                TO  ACC-GRAVEDAD
               MOVE "P"                TO  ACC-INVESTIGACION.
           DISPLAY "RIESGO / C.CO.:"   LINE 06 POSITION 40.
           DISPLAY ACC-RIESGO          LINE 06 POSITION 56.
           DISPLAY ACC-CENCOS          LINE 06 POSITION 60.
       I-REGISTRO-FECHA.
           DISPLAY "FECHA AAAAMMDD:"   LINE 07 POSITION 05.
           DISPLAY ACC-FECHA           LINE 07 POSITION 21.
           ACCEPT ACC-FECHA            LINE 07 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO I-REGISTRO-CIERRA.
           MOVE "N"                    TO  FEC-LNK-OPERACION.
           MOVE ACC-FECHA              TO  FEC-LNK-FECHA.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
           OR  ACC-FECHA  >  WK-FECHA-HOY
               DISPLAY "FECHA ERRADA"  LINE 24 POSITION 01 REVERSE
               GO TO I-REGISTRO-FECHA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       I-REGISTRO-HORA.
           DISPLAY "HORA (HHMM)   :"   LINE 08 POSITION 05.
           DISPLAY ACC-HORA            LINE 08 POSITION 21.
           ACCEPT ACC-HORA             LINE 08 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE ACC-HORA               TO  W-HHMM.
           PERFORM I-VALIDA-HORA       THRU F-VALIDA-HORA.
           IF  SW-HORA-OK  NOT =  1    GO TO I-REGISTRO-HORA.
           DISPLAY "LUGAR         :"   LINE 09 POSITION 05.
           DISPLAY ACC-LUGAR           LINE 09 POSITION 21.
           ACCEPT ACC-LUGAR            LINE 09 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "TIPO LESION   :"   LINE 10 POSITION 05.
           DISPLAY ACC-TIPO-LESION     LINE 10 POSITION 21.
           ACCEPT ACC-TIPO-LESION      LINE 10 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "PARTE CUERPO  :"   LINE 11 POSITION 05.
           DISPLAY ACC-PARTE-CUERPO    LINE 11 POSITION 21.
           ACCEPT ACC-PARTE-CUERPO     LINE 11 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "DESCRIPCION   :"   LINE 12 POSITION 05.
           DISPLAY ACC-DESCRIPCION     LINE 12 POSITION 21 SIZE 58.
           ACCEPT ACC-DESCRIPCION      LINE 12 POSITION 21 SIZE 58
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
       I-REGISTRO-GRAVEDAD.
           DISPLAY "GRAVEDAD L/G/M:"   LINE 13 POSITION 05.
           DISPLAY ACC-GRAVEDAD        LINE 13 POSITION 21.
           ACCEPT ACC-GRAVEDAD         LINE 13 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  ACC-GRAVEDAD  NOT =  "L"  AND  ACC-GRAVEDAD  NOT =  "G"
           AND ACC-GRAVEDAD  NOT =  "M"
               GO TO I-REGISTRO-GRAVEDAD.
           DISPLAY "TESTIGO 1     :"   LINE 14 POSITION 05.
           DISPLAY ACC-TESTIGO-1       LINE 14 POSITION 21.
           ACCEPT ACC-TESTIGO-1        LINE 14 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "TESTIGO 2     :"   LINE 15 POSITION 05.
           DISPLAY ACC-TESTIGO-2       LINE 15 POSITION 21.
           ACCEPT ACC-TESTIGO-2        LINE 15 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "INCAPACIDADES :         (CONSECUTIVOS DE INCAPACI)"
                                       LINE 16 POSITION 05.
           MOVE 1                      TO  W-IND.
       I-REGISTRO-INCAPACIDAD.
           IF  W-IND  >  3             GO TO I-REGISTRO-DIAS.
           COMPUTE W-ZH  =  16  +  ((W-IND  -  1)  *  5).
           DISPLAY ACC-INCAPACIDAD(W-IND)  LINE 16 POSITION W-ZH.
           ACCEPT ACC-INCAPACIDAD(W-IND)   LINE 16 POSITION W-ZH
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           PERFORM I-VALIDA-INCAPACIDAD THRU F-VALIDA-INCAPACIDAD.
           IF  SW-INC-OK  NOT =  1     GO TO I-REGISTRO-INCAPACIDAD.
           ADD 1                       TO  W-IND.
           GO TO I-REGISTRO-INCAPACIDAD.
       I-REGISTRO-DIAS.
           PERFORM I-DIAS-PERDIDOS     THRU F-DIAS-PERDIDOS.
           MOVE W-DIAS-INC             TO  ACC-DIAS-PERDIDOS.
           DISPLAY "DIAS PERDIDOS :"   LINE 17 POSITION 05.
           DISPLAY ACC-DIAS-PERDIDOS   LINE 17 POSITION 21.
           PERFORM I-FECHA-LIMITE      THRU F-FECHA-LIMITE.
           DISPLAY "LIMITE ARL    :"   LINE 18 POSITION 05.
           DISPLAY ACC-FECHA-LIMITE    LINE 18 POSITION 21.
           DISPLAY "INVESTIGACION :"   LINE 19 POSITION 05.
           DISPLAY ACC-INVESTIGACION   LINE 19 POSITION 21.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  SW-NUEVO  NOT =  1
               DELETE ACCITRAB INVALID KEY
                      DISPLAY "NO EXISTE" LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO I-REGISTRO-CIERRA.
           MOVE CON-USERNAME           TO  ACC-USUARIO.
           IF  SW-NUEVO  =  1
               WRITE REG-ACCITRAB INVALID KEY
                     REWRITE REG-ACCITRAB
           ELSE
               REWRITE REG-ACCITRAB INVALID KEY
                       WRITE REG-ACCITRAB.
       I-REGISTRO-CIERRA.
           CLOSE ACCITRAB CONTRATO HOJAVIDA INCAPACI FESTIVOS.
       F-REGISTRO.
      *
       I-VALIDA-HORA.
           MOVE ZEROS                  TO  SW-HORA-OK.
           DIVIDE W-HHMM  BY  100  GIVING  W-HH  REMAINDER  W-MM.
           IF  W-HH  >  23  OR  W-MM  >  59
               DISPLAY "HORA ERRADA (HHMM)"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-VALIDA-HORA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE 1                      TO  SW-HORA-OK.
       F-VALIDA-HORA.
      *
      *  LA INCAPACIDAD VINCULADA DEBE SER DEL MISMO EMPLEADO Y DE
      *  CLASE AT (ACCIDENTE DE TRABAJO)
       I-VALIDA-INCAPACIDAD.
           MOVE 1                      TO  SW-INC-OK.
           IF  ACC-INCAPACIDAD(W-IND)  =  ZEROS
               GO TO F-VALIDA-INCAPACIDAD.
           MOVE CON-COD-EMPRESA        TO  INC-EMPRESA.
           MOVE W-CEDULA               TO  INC-CEDULA.
           MOVE ACC-INCAPACIDAD(W-IND) TO  INC-CONSEC.
           READ INCAPACI WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  SW-INC-OK
                DISPLAY "INCAPACIDAD NO EXISTE"
                        LINE 24 POSITION 01 REVERSE BLINK
                GO TO F-VALIDA-INCAPACIDAD.
           IF  INC-CLASE  NOT =  "AT"
               MOVE ZEROS              TO  SW-INC-OK
               DISPLAY "LA INCAPACIDAD NO ES DE CLASE AT"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-VALIDA-INCAPACIDAD.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       F-VALIDA-INCAPACIDAD.
      *
      *  DIAS DE LAS INCAPACIDADES VINCULADAS AL ACCIDENTE EN MEMORIA
       I-DIAS-PERDIDOS.
           MOVE ZEROS                  TO  W-DIAS-INC.
           MOVE 1                      TO  W-IND.
       I-DIAS-PERDIDOS-CICLO.
           IF  W-IND  >  3             GO TO F-DIAS-PERDIDOS.
           IF  ACC-INCAPACIDAD(W-IND)  =  ZEROS
               GO TO I-DIAS-PERDIDOS-SIGUE.
           MOVE ACC-EMPRESA            TO  INC-EMPRESA.
           MOVE ACC-CEDULA             TO  INC-CEDULA.
           MOVE ACC-INCAPACIDAD(W-IND) TO  INC-CONSEC.
           READ INCAPACI WITH NO LOCK INVALID KEY
                GO TO I-DIAS-PERDIDOS-SIGUE.
           ADD INC-DIAS                TO  W-DIAS-INC.
       I-DIAS-PERDIDOS-SIGUE.
           ADD 1                       TO  W-IND.
           GO TO I-DIAS-PERDIDOS-CICLO.
       F-DIAS-PERDIDOS.
      *
      ******************************************************************
      *  FECHA LIMITE DEL REPORTE: DOS DIAS HABILES DESPUES DEL        *
      *  ACCIDENTE, SALTANDO SABADOS, DOMINGOS Y FESTIVOS              *
      ******************************************************************
       I-FECHA-LIMITE.
           MOVE ACC-FECHA              TO  W-FECHA-CAP.
           MOVE ZEROS                  TO  W-HABILES.
       I-FECHA-LIMITE-CICLO.
           PERFORM I-SUMA-UN-DIA       THRU F-SUMA-UN-DIA.
           PERFORM I-DIA-SEMANA        THRU F-DIA-SEMANA.
           IF  W-DIA-ISO  >  5         GO TO I-FECHA-LIMITE-CICLO.
           MOVE W-FECHA-CAP            TO  FES-FECHA.
           READ FESTIVOS WITH NO LOCK INVALID KEY
                ADD 1                  TO  W-HABILES.
           IF  W-HABILES  <  2         GO TO I-FECHA-LIMITE-CICLO.
           MOVE W-FECHA-CAP            TO  ACC-FECHA-LIMITE.
       F-FECHA-LIMITE.
      *
      ******************************************************************
      *  INVESTIGACION Y ACCIONES CORRECTIVAS                          *
      ******************************************************************
       I-INVESTIGA.
           OPEN I-O ACCITRAB.
           OPEN INPUT CONTRATO HOJAVIDA.
           PERFORM I-PIDE-ACCIDENTE    THRU F-PIDE-ACCIDENTE.
           IF  F2 OR ESC               GO TO I-INVESTIGA-CIERRA.
           IF  SW-NUEVO  =  1
               DISPLAY "ACCIDENTE NO REGISTRADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               GO TO I-INVESTIGA-CIERRA.
           DISPLAY "FECHA / HORA  :"   LINE 07 POSITION 05.
           DISPLAY ACC-FECHA           LINE 07 POSITION 21.
           DISPLAY ACC-HORA            LINE 07 POSITION 31.
           DISPLAY "LESION        :"   LINE 08 POSITION 05.
           DISPLAY ACC-TIPO-LESION     LINE 08 POSITION 21.
           DISPLAY "DESCRIPCION   :"   LINE 09 POSITION 05.
           DISPLAY ACC-DESCRIPCION     LINE 09 POSITION 21 SIZE 58.
       I-INVESTIGA-ESTADO.
           DISPLAY "ESTADO P/E/C  :    (PENDIENTE/EN CURSO/CERRADA)"
                                       LINE 11 POSITION 05.
           DISPLAY ACC-INVESTIGACION   LINE 11 POSITION 21.
           ACCEPT ACC-INVESTIGACION    LINE 11 POSITION 21
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO I-INVESTIGA-CIERRA.
           IF  ACC-INVESTIGACION  NOT =  "P"
           AND ACC-INVESTIGACION  NOT =  "E"
           AND ACC-INVESTIGACION  NOT =  "C"
               GO TO I-INVESTIGA-ESTADO.
           DISPLAY "ACCIONES      :"   LINE 12 POSITION 05.
           DISPLAY ACC-ACCIONES        LINE 12 POSITION 21 SIZE 58.
           ACCEPT ACC-ACCIONES         LINE 12 POSITION 21 SIZE 58
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
      *  NO SE CIERRA UNA INVESTIGACION SIN ACCIONES CORRECTIVAS
           IF  ACC-INVESTIGACION  =  "C"  AND  ACC-ACCIONES  =  SPACES
               DISPLAY "DIGITE LAS ACCIONES CORRECTIVAS"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-INVESTIGA-ESTADO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           MOVE ZEROS                  TO  ACC-FECHA-CIERRE.
           IF  ACC-INVESTIGACION  =  "C"
               MOVE WK-FECHA-HOY       TO  ACC-FECHA-CIERRE.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO I-INVESTIGA-CIERRA.
           MOVE CON-USERNAME           TO  ACC-USUARIO.
           REWRITE REG-ACCITRAB INVALID KEY
                   DISPLAY "NO EXISTE" LINE 24 POSITION 01.
       I-INVESTIGA-CIERRA.
           CLOSE ACCITRAB CONTRATO HOJAVIDA.
       F-INVESTIGA.
      *
      ******************************************************************
      *  REPORTE DEL ACCIDENTE PARA LA ARL (FURAT)                     *
      ******************************************************************
       I-FURAT.
           OPEN I-O ACCITRAB.
           OPEN INPUT CONTRATO HOJAVIDA INCAPACI TARIESGO.
           PERFORM I-PIDE-ACCIDENTE    THRU F-PIDE-ACCIDENTE.
           IF  F2 OR ESC               GO TO I-FURAT-CIERRA.
           IF  SW-NUEVO  =  1
               DISPLAY "ACCIDENTE NO REGISTRADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               GO TO I-FURAT-CIERRA.
           MOVE ACC-RIESGO             TO  TIPO-TARIESGO.
           READ TARIESGO WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBRE-TARIESGO
                MOVE ZEROS             TO  PORCEN-TARIESGO.
           DISPLAY "FECHA LIMITE ARL:"  LINE 08 POSITION 05.
           DISPLAY ACC-FECHA-LIMITE    LINE 08 POSITION 23.
           DISPLAY "REPORTADO EL    :"  LINE 09 POSITION 05.
           DISPLAY ACC-FECHA-REPORTE   LINE 09 POSITION 23.
           DISPLAY "[ I ] IMPRIME  [ M ] IMPRIME Y MARCA REPORTADO HOY"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "I"  AND  W-TRUCO  NOT =  "M"
               GO TO I-FURAT-CIERRA.
           IF  W-TRUCO  =  "M"
               MOVE WK-FECHA-HOY       TO  ACC-FECHA-REPORTE
               MOVE CON-USERNAME       TO  ACC-USUARIO
               REWRITE REG-ACCITRAB INVALID KEY
                       DISPLAY "NO EXISTE" LINE 24 POSITION 01.
           MOVE "REPORTE DE ACCIDENTE DE TRABAJO (FURAT)       "
                                       TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA.
           OPEN OUTPUT INFORMES.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE "EMPLEADOR"            TO  I-ROTULO.
           MOVE WEMPRESA               TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "I. DATOS DEL TRABAJADOR"  TO  I-ROTULO.
           MOVE SPACES                 TO  I-DATO.
           PERFORM I-FURAT-TITULO      THRU F-FURAT-TITULO.
           MOVE "CEDULA"               TO  I-ROTULO.
           MOVE ACC-CEDULA             TO  W-EDITA-NUM.
           MOVE W-EDITA-NUM            TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "NOMBRE"               TO  I-ROTULO.
           MOVE W-NOMBRE               TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "CARGO"                TO  I-ROTULO.
           MOVE CONTRATO-CARGO         TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "FECHA DE INGRESO"     TO  I-ROTULO.
           COMPUTE W-EDITA-F  =  (CONTRATO-ANO-ING  *  10000)
                   +  (CONTRATO-MES-ING  *  100)  +  CONTRATO-DIA-ING.
           MOVE W-EDITA-FECHA          TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "SALARIO"              TO  I-ROTULO.
           MOVE CONTRATO-SALARIO       TO  W-EDITA-NUM.
           MOVE W-EDITA-NUM            TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "CLASE DE RIESGO / TARIFA %"  TO  I-ROTULO.
           MOVE SPACES                 TO  I-DATO.
           MOVE PORCEN-TARIESGO        TO  W-EDITA-PRC.
           STRING ACC-RIESGO  " "  NOMBRE-TARIESGO  " "  W-EDITA-PRC
                  DELIMITED BY SIZE  INTO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "CENTRO DE COSTOS"     TO  I-ROTULO.
           MOVE ACC-CENCOS             TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "II. DATOS DEL ACCIDENTE"  TO  I-ROTULO.
           MOVE SPACES                 TO  I-DATO.
           PERFORM I-FURAT-TITULO      THRU F-FURAT-TITULO.
           MOVE "ACCIDENTE No."        TO  I-ROTULO.
           MOVE ACC-CONSEC             TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "FECHA Y HORA"         TO  I-ROTULO.
           MOVE ACC-FECHA              TO  W-EDITA-F.
           DIVIDE ACC-HORA  BY  100  GIVING  W-EDITA-HH
                  REMAINDER  W-EDITA-MM.
           MOVE SPACES                 TO  I-DATO.
           STRING W-EDITA-FECHA  "  "  W-EDITA-HORA
                  DELIMITED BY SIZE  INTO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "LUGAR"                TO  I-ROTULO.
           MOVE ACC-LUGAR              TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "TIPO DE LESION"       TO  I-ROTULO.
           MOVE ACC-TIPO-LESION        TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "PARTE DEL CUERPO AFECTADA"  TO  I-ROTULO.
           MOVE ACC-PARTE-CUERPO       TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "DESCRIPCION"          TO  I-ROTULO.
           MOVE ACC-DESCRIPCION        TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "GRAVEDAD"             TO  I-ROTULO.
           MOVE "LEVE"                 TO  I-DATO.
           IF  ACC-GRAVEDAD  =  "G"
               MOVE "GRAVE"            TO  I-DATO.
           IF  ACC-GRAVEDAD  =  "M"
               MOVE "MORTAL"           TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "TESTIGOS"             TO  I-ROTULO.
           MOVE ACC-TESTIGO-1          TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE SPACES                 TO  I-ROTULO.
           MOVE ACC-TESTIGO-2          TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "III. INCAPACIDADES VINCULADAS"  TO  I-ROTULO.
           MOVE SPACES                 TO  I-DATO.
           PERFORM I-FURAT-TITULO      THRU F-FURAT-TITULO.
           MOVE 1                      TO  W-IND.
           PERFORM I-FURAT-INCAPACIDAD THRU F-FURAT-INCAPACIDAD
                   3 TIMES.
           PERFORM I-DIAS-PERDIDOS     THRU F-DIAS-PERDIDOS.
           MOVE "TOTAL DIAS PERDIDOS"  TO  I-ROTULO.
           MOVE W-DIAS-INC             TO  W-EDITA-NUM.
           MOVE W-EDITA-NUM            TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "IV. REPORTE E INVESTIGACION"  TO  I-ROTULO.
           MOVE SPACES                 TO  I-DATO.
           PERFORM I-FURAT-TITULO      THRU F-FURAT-TITULO.
           MOVE "FECHA LIMITE DE REPORTE"  TO  I-ROTULO.
           MOVE ACC-FECHA-LIMITE       TO  W-EDITA-F.
           MOVE W-EDITA-FECHA          TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "FECHA DE REPORTE"     TO  I-ROTULO.
           MOVE SPACES                 TO  I-DATO.
           IF  ACC-FECHA-REPORTE  >  ZEROS
               MOVE ACC-FECHA-REPORTE  TO  W-EDITA-F
               MOVE SPACES             TO  I-DATO
               STRING W-EDITA-FECHA  DELIMITED BY SIZE  INTO  I-DATO.
           IF  ACC-FECHA-REPORTE  >  ACC-FECHA-LIMITE
               MOVE "  ** EXTEMPORANEO **"  TO  I-DATO(12:20).
           IF  ACC-FECHA-REPORTE  =  ZEROS
           AND WK-FECHA-HOY  >  ACC-FECHA-LIMITE
               MOVE "** VENCIDO SIN REPORTE **"  TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "ESTADO DE LA INVESTIGACION"  TO  I-ROTULO.
           MOVE "PENDIENTE"            TO  I-DATO.
           IF  ACC-INVESTIGACION  =  "E"
               MOVE "EN CURSO"         TO  I-DATO.
           IF  ACC-INVESTIGACION  =  "C"
               MOVE "CERRADA"          TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           MOVE "ACCIONES CORRECTIVAS" TO  I-ROTULO.
           MOVE ACC-ACCIONES           TO  I-DATO.
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
           CLOSE INFORMES.
           DISPLAY "REPORTE IMPRESO"   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       I-FURAT-CIERRA.
           CLOSE ACCITRAB CONTRATO HOJAVIDA INCAPACI TARIESGO.
       F-FURAT.
      *
       I-FURAT-TITULO.
           WRITE REG-INFORMES FROM LINEA-FURAT AFTER 2.
       F-FURAT-TITULO.
      *
       I-FURAT-LINEA.
           WRITE REG-INFORMES FROM LINEA-FURAT AFTER 1.
           MOVE SPACES                 TO  LINEA-FURAT.
       F-FURAT-LINEA.
      *
       I-FURAT-INCAPACIDAD.
           IF  ACC-INCAPACIDAD(W-IND)  =  ZEROS
               GO TO I-FURAT-INCAPACIDAD-SIGUE.
           MOVE ACC-EMPRESA            TO  INC-EMPRESA.
           MOVE ACC-CEDULA             TO  INC-CEDULA.
           MOVE ACC-INCAPACIDAD(W-IND) TO  INC-CONSEC.
           READ INCAPACI WITH NO LOCK INVALID KEY
                GO TO I-FURAT-INCAPACIDAD-SIGUE.
           MOVE "INCAPACIDAD No."      TO  I-ROTULO.
           MOVE SPACES                 TO  I-DATO.
           MOVE INC-FECHA-DESDE        TO  W-EDITA-F.
           STRING INC-CONSEC  "  DESDE "  W-EDITA-FECHA
                  DELIMITED BY SIZE  INTO  I-DATO.
           MOVE INC-FECHA-HASTA        TO  W-EDITA-F.
           MOVE INC-DIAS               TO  W-EDITA-NUM.
           STRING " HASTA "  W-EDITA-FECHA  "  DIAS "
                  W-EDITA-NUM(13:3)
                  DELIMITED BY SIZE  INTO  I-DATO(28:41).
           PERFORM I-FURAT-LINEA       THRU F-FURAT-LINEA.
       I-FURAT-INCAPACIDAD-SIGUE.
           ADD 1                       TO  W-IND.
       F-FURAT-INCAPACIDAD.
      *
      ******************************************************************
      *  INDICADORES SST POR MES Y CENTRO DE COSTOS                    *
      ******************************************************************
       I-INDICADORES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE CON-ANO                TO  W-ANO.
           MOVE 1                      TO  W-MES-DESDE.
           MOVE 12                     TO  W-MES-HASTA.
           DISPLAY "ANO           :"   LINE 08 POSITION 18.
           ACCEPT W-ANO                LINE 08 POSITION 34
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-INDICADORES.
           DISPLAY "MES DESDE     :"   LINE 09 POSITION 18.
           ACCEPT W-MES-DESDE          LINE 09 POSITION 34
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "MES HASTA     :"   LINE 10 POSITION 18.
           ACCEPT W-MES-HASTA          LINE 10 POSITION 34
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-MES-DESDE  <  1  OR  W-MES-HASTA  >  12
           OR  W-MES-HASTA  <  W-MES-DESDE
               DISPLAY "MESES ERRADOS" LINE 24 POSITION 01 REVERSE
               GO TO I-INDICADORES.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           PERFORM ACEPTA-TRUCO.
           IF  F2 OR ESC               GO TO F-INDICADORES.
           INITIALIZE TABLA-INDICADORES.
           MOVE ZEROS                  TO  W-CENTROS.
           OPEN INPUT CONTRATO ACCITRAB INCAPACI.
           PERFORM I-CUENTA-TRABAJADORES THRU F-CUENTA-TRABAJADORES.
           PERFORM I-CUENTA-ACCIDENTES THRU F-CUENTA-ACCIDENTES.
           CLOSE CONTRATO ACCITRAB INCAPACI.
           MOVE "INDICADORES SST - ACCIDENTALIDAD              "
                                       TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE W-MES-DESDE            TO  W-MES.
       I-INDICADORES-MES.
           IF  W-MES  >  W-MES-HASTA   GO TO I-INDICADORES-FIN.
           MOVE ZEROS                  TO  T-TRABAJADORES  T-ACCIDENTES
                                           T-DIAS  T-MORTALES.
           MOVE 1                      TO  W-IND-CC.
           PERFORM I-IMPRIME-CENTRO    THRU F-IMPRIME-CENTRO
                   UNTIL W-IND-CC  >  W-CENTROS.
           MOVE SPACES                 TO  LINEA-INDICADOR.
           MOVE WK-NOMBRE-MES(W-MES)   TO  I-MES.
           MOVE "TOT"                  TO  I-CENCOS-X.
           MOVE T-TRABAJADORES         TO  I-TRABAJA.
           MOVE T-ACCIDENTES           TO  I-ACCIDEN.
           MOVE T-MORTALES             TO  I-MORTAL.
           MOVE T-DIAS                 TO  I-DIAS.
           MOVE ZEROS                  TO  W-FRECUENCIA  W-SEVERIDAD.
           IF  T-TRABAJADORES  >  ZEROS
               COMPUTE W-FRECUENCIA ROUNDED  =  T-ACCIDENTES
                       *  100  /  T-TRABAJADORES
               COMPUTE W-SEVERIDAD ROUNDED  =  T-DIAS
                       *  100  /  T-TRABAJADORES.
           MOVE W-FRECUENCIA           TO  I-FRECUEN.
           MOVE W-SEVERIDAD            TO  I-SEVERID.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-INDICADOR AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           ADD 2                       TO  CON-LIN.
           ADD 1                       TO  W-MES.
           GO TO I-INDICADORES-MES.
       I-INDICADORES-FIN.
           CLOSE INFORMES.
           DISPLAY "INDICADORES IMPRESOS"  LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-INDICADORES.
      *
       I-IMPRIME-CENTRO.
           IF  IND-TRABAJADORES(W-IND-CC, W-MES)  =  ZEROS
           AND IND-ACCIDENTES(W-IND-CC, W-MES)  =  ZEROS
               GO TO I-IMPRIME-CENTRO-SIGUE.
           MOVE SPACES                 TO  LINEA-INDICADOR.
           MOVE WK-NOMBRE-MES(W-MES)   TO  I-MES.
           MOVE IND-CENCOS(W-IND-CC)   TO  I-CENCOS.
           MOVE IND-TRABAJADORES(W-IND-CC, W-MES)  TO  I-TRABAJA.
           MOVE IND-ACCIDENTES(W-IND-CC, W-MES)    TO  I-ACCIDEN.
           MOVE IND-MORTALES(W-IND-CC, W-MES)      TO  I-MORTAL.
           MOVE IND-DIAS(W-IND-CC, W-MES)          TO  I-DIAS.
           MOVE ZEROS                  TO  W-FRECUENCIA  W-SEVERIDAD.
           IF  IND-TRABAJADORES(W-IND-CC, W-MES)  >  ZEROS
               COMPUTE W-FRECUENCIA ROUNDED  =
                       IND-ACCIDENTES(W-IND-CC, W-MES)  *  100
                       /  IND-TRABAJADORES(W-IND-CC, W-MES)
               COMPUTE W-SEVERIDAD ROUNDED  =
                       IND-DIAS(W-IND-CC, W-MES)  *  100
                       /  IND-TRABAJADORES(W-IND-CC, W-MES).
           MOVE W-FRECUENCIA           TO  I-FRECUEN.
           MOVE W-SEVERIDAD            TO  I-SEVERID.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-INDICADOR AFTER 1.
           ADD 1                       TO  CON-LIN.
           ADD IND-TRABAJADORES(W-IND-CC, W-MES)  TO  T-TRABAJADORES.
           ADD IND-ACCIDENTES(W-IND-CC, W-MES)    TO  T-ACCIDENTES.
           ADD IND-MORTALES(W-IND-CC, W-MES)      TO  T-MORTALES.
           ADD IND-DIAS(W-IND-CC, W-MES)          TO  T-DIAS.
       I-IMPRIME-CENTRO-SIGUE.
           ADD 1                       TO  W-IND-CC.
       F-IMPRIME-CENTRO.
      *
      *  TRABAJADORES POR CENTRO Y MES: CONTRATOS VIGENTES ALGUN DIA
      *  DEL MES
       I-CUENTA-TRABAJADORES.
           MOVE ZEROS                  TO  CONTRATO-CLAVE  FIN-OK.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 GO TO F-CUENTA-TRABAJADORES.
       I-CUENTA-TRAB-CICLO.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                GO TO F-CUENTA-TRABAJADORES.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               GO TO F-CUENTA-TRABAJADORES.
           COMPUTE W-FECHA-ING  =  (CONTRATO-ANO-ING  *  10000)
                   +  (CONTRATO-MES-ING  *  100)  +  CONTRATO-DIA-ING.
           COMPUTE W-FECHA-RET  =  (CONTRATO-ANO-RET  *  10000)
                   +  (CONTRATO-MES-RET  *  100)  +  CONTRATO-DIA-RET.
           IF  W-FECHA-ING  =  ZEROS   GO TO I-CUENTA-TRAB-CICLO.
           IF  CONTRATO-ESTADO  =  "R"  AND  W-FECHA-RET  =  ZEROS
               GO TO I-CUENTA-TRAB-CICLO.
           MOVE CONTRATO-CENCOS        TO  W-CENCOS.
           PERFORM I-BUSCA-CENTRO      THRU F-BUSCA-CENTRO.
           IF  W-IND-CC  =  ZEROS      GO TO I-CUENTA-TRAB-CICLO.
           MOVE W-MES-DESDE            TO  W-MES.
       I-CUENTA-TRAB-MES.
           IF  W-MES  >  W-MES-HASTA   GO TO I-CUENTA-TRAB-CICLO.
           MOVE W-ANO                  TO  W-PARTE-ANO.
           MOVE W-MES                  TO  W-PARTE-MES.
           MOVE 1                      TO  W-PARTE-DIA.
           MOVE W-FECHA-PARTES         TO  W-INICIO-MES.
           PERFORM I-DIAS-DEL-MES      THRU F-DIAS-DEL-MES.
           MOVE W-DIA-FIN              TO  W-PARTE-DIA.
           MOVE W-FECHA-PARTES         TO  W-FIN-MES.
           IF  W-FECHA-ING  NOT >  W-FIN-MES
           AND (W-FECHA-RET  =  ZEROS  OR  W-FECHA-RET  NOT <
                W-INICIO-MES)
               ADD 1       TO  IND-TRABAJADORES(W-IND-CC, W-MES).
           ADD 1                       TO  W-MES.
           GO TO I-CUENTA-TRAB-MES.
       F-CUENTA-TRABAJADORES.
      *
      *  ACCIDENTES, MORTALES Y DIAS PERDIDOS POR CENTRO Y MES DEL
      *  ACCIDENTE
       I-CUENTA-ACCIDENTES.
           MOVE ZEROS                  TO  ACC-CLAVE.
           MOVE CON-COD-EMPRESA        TO  ACC-EMPRESA.
           START ACCITRAB KEY NOT LESS ACC-CLAVE INVALID KEY
                 GO TO F-CUENTA-ACCIDENTES.
       I-CUENTA-ACC-CICLO.
           READ ACCITRAB NEXT RECORD WITH NO LOCK AT END
                GO TO F-CUENTA-ACCIDENTES.
           IF  ACC-EMPRESA  NOT =  CON-COD-EMPRESA
               GO TO F-CUENTA-ACCIDENTES.
           MOVE ACC-FECHA              TO  W-FECHA-PARTES.
           IF  W-PARTE-ANO  NOT =  W-ANO
           OR  W-PARTE-MES  <  W-MES-DESDE
           OR  W-PARTE-MES  >  W-MES-HASTA
               GO TO I-CUENTA-ACC-CICLO.
           MOVE W-PARTE-MES            TO  W-MES.
           MOVE ACC-CENCOS             TO  W-CENCOS.
           PERFORM I-BUSCA-CENTRO      THRU F-BUSCA-CENTRO.
           IF  W-IND-CC  =  ZEROS      GO TO I-CUENTA-ACC-CICLO.
           ADD 1               TO  IND-ACCIDENTES(W-IND-CC, W-MES).
           IF  ACC-GRAVEDAD  =  "M"
               ADD 1           TO  IND-MORTALES(W-IND-CC, W-MES).
           PERFORM I-DIAS-PERDIDOS     THRU F-DIAS-PERDIDOS.
           ADD W-DIAS-INC              TO  IND-DIAS(W-IND-CC, W-MES).
           GO TO I-CUENTA-ACC-CICLO.
       F-CUENTA-ACCIDENTES.
      *
      *  POSICION DEL CENTRO W-CENCOS EN LA TABLA (LO AGREGA SI NO
      *  ESTA); W-IND-CC = 0 SI LA TABLA ESTA LLENA
       I-BUSCA-CENTRO.
           MOVE 1                      TO  W-IND-CC.
       I-BUSCA-CENTRO-CICLO.
           IF  W-IND-CC  >  W-CENTROS  GO TO I-BUSCA-CENTRO-NUEVO.
           IF  IND-CENCOS(W-IND-CC)  =  W-CENCOS
               GO TO F-BUSCA-CENTRO.
           ADD 1                       TO  W-IND-CC.
           GO TO I-BUSCA-CENTRO-CICLO.
       I-BUSCA-CENTRO-NUEVO.
           IF  W-CENTROS  NOT <  60
               MOVE ZEROS              TO  W-IND-CC
               GO TO F-BUSCA-CENTRO.
           ADD 1                       TO  W-CENTROS.
           MOVE W-CENTROS              TO  W-IND-CC.
           MOVE W-CENCOS               TO  IND-CENCOS(W-IND-CC).
       F-BUSCA-CENTRO.
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
      ******************************************************************
      *  CALENDARIO: DIA DE LA SEMANA (W-DIA-ISO 1 = LUNES), DIA       *
      *  SIGUIENTE Y ULTIMO DIA DEL MES                                *
      ******************************************************************
       I-DIA-SEMANA.
           MOVE W-FECHA-CAP            TO  W-FECHA-PARTES.
           MOVE W-PARTE-ANO            TO  W-ZA.
           MOVE W-PARTE-MES            TO  W-ZM.
           IF  W-ZM  <  3
               ADD 12                  TO  W-ZM
               SUBTRACT 1            FROM  W-ZA.
           DIVIDE W-ZA  BY  100  GIVING  W-ZJ  REMAINDER  W-ZK.
           COMPUTE W-ZH  =  13  *  (W-ZM  +  1).
           DIVIDE W-ZH  BY  5  GIVING  W-ZH.
           ADD W-PARTE-DIA  W-ZK       TO  W-ZH.
           DIVIDE W-ZK  BY  4  GIVING  W-RESTO.
           ADD W-RESTO                 TO  W-ZH.
           DIVIDE W-ZJ  BY  4  GIVING  W-RESTO.
           ADD W-RESTO                 TO  W-ZH.
           COMPUTE W-RESTO  =  5  *  W-ZJ.
           ADD W-RESTO                 TO  W-ZH.
           DIVIDE W-ZH  BY  7  GIVING  W-RESTO  REMAINDER  W-DOW.
           COMPUTE W-ZH  =  W-DOW  +  5.
           DIVIDE W-ZH  BY  7  GIVING  W-RESTO  REMAINDER  W-DIA-ISO.
           ADD 1                       TO  W-DIA-ISO.
       F-DIA-SEMANA.
      *
       I-SUMA-UN-DIA.
           MOVE W-FECHA-CAP            TO  W-FECHA-PARTES.
           PERFORM I-DIAS-DEL-MES      THRU F-DIAS-DEL-MES.
           IF  W-PARTE-DIA  <  W-DIA-FIN
               ADD 1                   TO  W-PARTE-DIA
           ELSE
               MOVE 1                  TO  W-PARTE-DIA
               IF  W-PARTE-MES  <  12
                   ADD 1               TO  W-PARTE-MES
               ELSE
                   MOVE 1              TO  W-PARTE-MES
                   ADD 1               TO  W-PARTE-ANO.
           MOVE W-FECHA-PARTES         TO  W-FECHA-CAP.
       F-SUMA-UN-DIA.
      *
       I-DIAS-DEL-MES.
           MOVE WK-DIAS-MES(W-PARTE-MES)  TO  W-DIA-FIN.
           IF  W-PARTE-MES  =  2
               DIVIDE W-PARTE-ANO  BY  4  GIVING  W-RESTO
                      REMAINDER  W-ZM
               IF  W-ZM  =  ZEROS
                   MOVE 29             TO  W-DIA-FIN.
       F-DIAS-DEL-MES.
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
