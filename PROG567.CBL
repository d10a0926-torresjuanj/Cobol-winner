       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG567.
      ******************************************************************
      * TURNOS: PLANTILLAS, PROGRAMACION Y MARCACIONES  OCT-15-2026    *
      *                                                                *
      * OPCION T: PLANTILLAS DE TURNO (PLATURNO): HORA DE ENTRADA Y    *
      *           SALIDA, MINUTOS DE DESCANSO, DIA LIBRE DE LA SEMANA, *
      *           FRANJA NOCTURNA Y TOLERANCIA EN MINUTOS.             *
      * OPCION P: PROGRAMA UNA PLANTILLA A UN EMPLEADO O A TODOS LOS   *
      *           EMPLEADOS ACTIVOS DE UN CENTRO DE COSTOS (CONTRATO)  *
      *           POR UNA SEMANA, UN MES O UN RANGO DE FECHAS          *
      *           (PROGTURN).  EL DIA LIBRE DE LA PLANTILLA QUEDA SIN  *
      *           PROGRAMACION; [R] RETIRA LA PROGRAMACION DEL RANGO.  *
      * OPCION I: IMPORTA LAS MARCACIONES DEL RELOJ (RELOJMAR.TXT:     *
      *           CEDULA 12 / FECHA AAAAMMDD / ENTRADA HHMM / SALIDA   *
      *           HHMM) A MARCACIO, VALIDA EMPLEADO Y HORAS, SALTA     *
      *           LAS YA IMPORTADAS E IMPRIME ACEPTADAS Y RECHAZADAS.  *
      * LA COMPARACION PROGRAMADO CONTRA MARCADO ESTA EN PROG568.      *
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
               COPY "..\DYC\PLATURNO.DYC".
               COPY "..\DYC\PROGTURN.DYC".
               COPY "..\DYC\MARCACIO.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT RELOJMAR ASSIGN TO RANDOM "RELOJMAR"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS RELOJMAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\PLATURNO.FD".
               COPY "..\FD\PROGTURN.FD".
               COPY "..\FD\MARCACIO.FD".
               COPY "..\FD\INFORMES.FD".
       FD  RELOJMAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-RELOJMAR.
       01  REG-RELOJMAR.
           03  RMA-CEDULA               PIC 9(12).
           03  RMA-FECHA                PIC 9(08).
           03  RMA-ENTRADA              PIC 9(04).
           03  RMA-SALIDA               PIC 9(04).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG567".
       77      ID-PRG              PIC X(7)  VALUE "PROG567".
       77      LAB-RELOJMAR        PIC X(12) VALUE "RELOJMAR.TXT".
       77      RELOJMAR-STATUS     PIC X(02) VALUE "00".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-CENCOS            PIC 9(03) VALUE ZEROS.
       77      W-DESDE             PIC 9(08) VALUE ZEROS.
       77      W-HASTA             PIC 9(08) VALUE ZEROS.
       77      W-LAPSO             PIC X(01) VALUE SPACES.
       77      W-TURNO             PIC X(03) VALUE SPACES.
       77      W-ACCION            PIC X(01) VALUE SPACES.
       77      W-DIA-LIBRE         PIC 9(01) VALUE ZEROS.
       77      W-DIA-ISO           PIC 9(01) VALUE ZEROS.
       77      W-EMPLEADOS         PIC 9(05) VALUE ZEROS.
       77      W-DIAS-PROG         PIC 9(06) VALUE ZEROS.
       77      W-HHMM              PIC 9(04) VALUE ZEROS.
       77      W-HH                PIC 9(02) VALUE ZEROS.
       77      W-MM                PIC 9(02) VALUE ZEROS.
       77      SW-HORA-OK          PIC 9(01) VALUE ZEROS.
       77      SW-EMPLEADO         PIC 9(01) VALUE ZEROS.
       77      W-SEC               PIC 9(02) VALUE ZEROS.
       77      W-LEIDAS            PIC 9(06) VALUE ZEROS.
       77      W-ACEPTADAS         PIC 9(06) VALUE ZEROS.
       77      W-RECHAZADAS        PIC 9(06) VALUE ZEROS.
       77      W-DUPLICADAS        PIC 9(06) VALUE ZEROS.
       77      W-MOTIVO            PIC X(30) VALUE SPACES.
       77      W-FECHA-CAP         PIC 9(08) VALUE ZEROS.
       77      W-DIA-FIN           PIC 9(02) VALUE ZEROS.
       77      W-DOW               PIC 9(01) VALUE ZEROS.
       77      W-ZA                PIC 9(04) VALUE ZEROS.
       77      W-ZM                PIC 9(02) VALUE ZEROS.
       77      W-ZK                PIC 9(04) VALUE ZEROS.
       77      W-ZJ                PIC 9(02) VALUE ZEROS.
       77      W-ZH                PIC 9(05) VALUE ZEROS.
       77      W-RESTO             PIC 9(04) VALUE ZEROS.
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
        03     W-PARTE-DIA         PIC 9(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\PLATURNO.LBL".
               COPY "..\LBL\PROGTURN.LBL".
               COPY "..\LBL\MARCACIO.LBL".
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
              "IMPORTACION DE MARCACIONES DEL RELOJ          ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(100)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(15)    VALUE "   CEDULA      ".
         05    FILLER      PIC X(10)    VALUE "  FECHA   ".
         05    FILLER      PIC X(08)    VALUE "ENTRADA ".
         05    FILLER      PIC X(08)    VALUE "SALIDA  ".
         05    FILLER      PIC X(30)    VALUE "  RESULTADO".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(03).
         05    I-FECHA-MAR PIC 9(08).
         05    FILLER      PIC X(03).
         05    I-ENTRADA   PIC 9(04).
         05    FILLER      PIC X(04).
         05    I-SALIDA    PIC 9(04).
         05    FILLER      PIC X(05).
         05    I-MOTIVO    PIC X(30).
         05    FILLER      PIC X(01).
         05    I-CANTIDAD  PIC ZZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\PLATURNO.DCL".
               COPY "..\DCL\PROGTURN.DCL".
               COPY "..\DCL\MARCACIO.DCL".
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
           MOVE "* TURNOS Y MARCACIONES *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE 1                      TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-PLATURNO-CIA
                                           LAB-PROGTURN-CIA
                                           LAB-MARCACIO-CIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 567                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT PLATURNO.
           MOVE 1                      TO  SW-ABRE.
           IF  PLATURNO-STATUS  =  "35"
               OPEN OUTPUT PLATURNO.
           CLOSE PLATURNO.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT PROGTURN.
           MOVE 1                      TO  SW-ABRE.
           IF  PROGTURN-STATUS  =  "35"
               OPEN OUTPUT PROGTURN.
           CLOSE PROGTURN.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT MARCACIO.
           MOVE 1                      TO  SW-ABRE.
           IF  MARCACIO-STATUS  =  "35"
               OPEN OUTPUT MARCACIO.
           CLOSE MARCACIO.
       F-STATUS-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "!  T  PLANTILLAS DE TURNO                  !"
                                       LINE 09 POSITION 18
           DISPLAY "!  P  PROGRAMACION POR EMPLEADO O C.COSTO  !"
                                       LINE 10 POSITION 18
           DISPLAY "!  I  IMPORTA MARCACIONES RELOJMAR.TXT     !"
                                       LINE 11 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 12 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 13 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 15 POSITION 18.
           ACCEPT W-OPCION                 LINE 15 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "T"
               PERFORM I-PLANTILLA     THRU F-PLANTILLA
                       UNTIL F2 OR ESC
               MOVE ZEROS              TO  WK-EXCEPTION.
           IF  W-OPCION  =  "P"
               PERFORM I-PROGRAMA      THRU F-PROGRAMA
                       UNTIL F2 OR ESC
               MOVE ZEROS              TO  WK-EXCEPTION.
           IF  W-OPCION  =  "I"
               PERFORM I-IMPORTA       THRU F-IMPORTA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  PLANTILLAS DE TURNO                                           *
      ******************************************************************
       I-PLANTILLA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           OPEN I-O PLATURNO.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "TURNO         :"   LINE 08 POSITION 18.
           ACCEPT TUR-CODIGO           LINE 08 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC
               CLOSE PLATURNO
               GO TO F-PLANTILLA.
           MOVE ZEROS                  TO  SW-1.
           READ PLATURNO INVALID KEY
                MOVE 1                 TO  SW-1
                MOVE SPACES            TO  TUR-NOMBRE
                MOVE ZEROS             TO  TUR-ENTRADA  TUR-SALIDA
                                           TUR-DESCANSO TUR-DIA-LIBRE
                                           TUR-TOLERANCIA
                MOVE 2100              TO  TUR-NOCHE-DESDE
                MOVE 0600              TO  TUR-NOCHE-HASTA.
           DISPLAY "NOMBRE        :"   LINE 09 POSITION 18.
           DISPLAY TUR-NOMBRE          LINE 09 POSITION 35.
           ACCEPT TUR-NOMBRE           LINE 09 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
       I-PLANTILLA-ENTRADA.
           DISPLAY "ENTRADA (HHMM):"   LINE 10 POSITION 18.
           DISPLAY TUR-ENTRADA         LINE 10 POSITION 35.
           ACCEPT TUR-ENTRADA          LINE 10 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE TUR-ENTRADA            TO  W-HHMM.
           PERFORM I-VALIDA-HORA       THRU F-VALIDA-HORA.
           IF  SW-HORA-OK  NOT =  1    GO TO I-PLANTILLA-ENTRADA.
       I-PLANTILLA-SALIDA.
           DISPLAY "SALIDA  (HHMM):"   LINE 11 POSITION 18.
           DISPLAY TUR-SALIDA          LINE 11 POSITION 35.
           ACCEPT TUR-SALIDA           LINE 11 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE TUR-SALIDA             TO  W-HHMM.
           PERFORM I-VALIDA-HORA       THRU F-VALIDA-HORA.
           IF  SW-HORA-OK  NOT =  1    GO TO I-PLANTILLA-SALIDA.
           DISPLAY "DESCANSO (MIN):"   LINE 12 POSITION 18.
           DISPLAY TUR-DESCANSO        LINE 12 POSITION 35.
           ACCEPT TUR-DESCANSO         LINE 12 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
       I-PLANTILLA-LIBRE.
           DISPLAY "DIA LIBRE     :    (1=LUN ... 7=DOM  0=NINGUNO)"
                                       LINE 13 POSITION 18.
           DISPLAY TUR-DIA-LIBRE       LINE 13 POSITION 35.
           ACCEPT TUR-DIA-LIBRE        LINE 13 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  TUR-DIA-LIBRE  >  7     GO TO I-PLANTILLA-LIBRE.
       I-PLANTILLA-NOCHE.
           DISPLAY "NOCHE DESDE   :"   LINE 14 POSITION 18.
           DISPLAY TUR-NOCHE-DESDE     LINE 14 POSITION 35.
           ACCEPT TUR-NOCHE-DESDE      LINE 14 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE TUR-NOCHE-DESDE        TO  W-HHMM.
           PERFORM I-VALIDA-HORA       THRU F-VALIDA-HORA.
           IF  SW-HORA-OK  NOT =  1    GO TO I-PLANTILLA-NOCHE.
           DISPLAY "NOCHE HASTA   :"   LINE 15 POSITION 18.
           DISPLAY TUR-NOCHE-HASTA     LINE 15 POSITION 35.
           ACCEPT TUR-NOCHE-HASTA      LINE 15 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE TUR-NOCHE-HASTA        TO  W-HHMM.
           PERFORM I-VALIDA-HORA       THRU F-VALIDA-HORA.
           IF  SW-HORA-OK  NOT =  1    GO TO I-PLANTILLA-NOCHE.
           DISPLAY "TOLERANCIA MIN:"   LINE 16 POSITION 18.
           DISPLAY TUR-TOLERANCIA      LINE 16 POSITION 35.
           ACCEPT TUR-TOLERANCIA       LINE 16 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  SW-1  NOT =  1
               DELETE PLATURNO INVALID KEY
                      DISPLAY "NO EXISTE" LINE 24 POSITION 01.
           IF  W-TRUCO  =  "G"
               MOVE CON-USERNAME       TO  TUR-USUARIO
               MOVE WK-FECHA-HOY       TO  TUR-FECHA
               IF  SW-1  =  1
                   WRITE REG-PLATURNO INVALID KEY
                         REWRITE REG-PLATURNO
               ELSE
                   REWRITE REG-PLATURNO INVALID KEY
                         WRITE REG-PLATURNO.
           CLOSE PLATURNO.
       F-PLANTILLA.
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
      ******************************************************************
      *  PROGRAMACION DE UNA PLANTILLA POR EMPLEADO O CENTRO DE COSTOS *
      ******************************************************************
       I-PROGRAMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA
                                           W-CENCOS  W-HASTA.
           DISPLAY "CEDULA (0 = POR C.COSTO) :"  LINE 08 POSITION 10.
           ACCEPT W-CEDULA             LINE 08 POSITION 38
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-PROGRAMA.
           IF  W-CEDULA  =  ZEROS
               DISPLAY "CENTRO DE COSTOS          :"
                                       LINE 09 POSITION 10
               ACCEPT W-CENCOS         LINE 09 POSITION 38
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-PROGRAMA.
       I-PROGRAMA-FECHAS.
           DISPLAY "FECHA DESDE (AAAAMMDD)    :"  LINE 10 POSITION 10.
           ACCEPT W-DESDE              LINE 10 POSITION 38
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-PROGRAMA.
           MOVE W-DESDE                TO  W-FECHA-PARTES.
           IF  W-PARTE-MES  <  01  OR  W-PARTE-MES  >  12
           OR  W-PARTE-DIA  <  01  OR  W-PARTE-DIA  >  31
               DISPLAY "FECHA ERRADA"  LINE 24 POSITION 01 REVERSE
               GO TO I-PROGRAMA-FECHAS.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "SEMANA, MES O RANGO (S/M/R):" LINE 11 POSITION 10.
           ACCEPT W-LAPSO              LINE 11 POSITION 40
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-LAPSO  =  "S"
               MOVE W-DESDE            TO  W-FECHA-CAP
               PERFORM I-SUMA-UN-DIA   THRU F-SUMA-UN-DIA  6 TIMES
               MOVE W-FECHA-CAP        TO  W-HASTA.
           IF  W-LAPSO  =  "M"
               MOVE W-DESDE            TO  W-FECHA-PARTES
               PERFORM I-DIAS-DEL-MES  THRU F-DIAS-DEL-MES
               MOVE W-DIA-FIN          TO  W-PARTE-DIA
               MOVE W-FECHA-PARTES     TO  W-HASTA.
           IF  W-LAPSO  =  "R"
               DISPLAY "FECHA HASTA (AAAAMMDD)    :"
                                       LINE 12 POSITION 10
               ACCEPT W-HASTA          LINE 12 POSITION 38
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-HASTA  <  W-DESDE     GO TO I-PROGRAMA-FECHAS.
           DISPLAY "HASTA"             LINE 12 POSITION 50.
           DISPLAY W-HASTA             LINE 12 POSITION 56.
       I-PROGRAMA-TURNO.
           DISPLAY "TURNO                     :"  LINE 13 POSITION 10.
           ACCEPT W-TURNO              LINE 13 POSITION 38
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-PROGRAMA.
           OPEN INPUT PLATURNO.
           MOVE W-TURNO                TO  TUR-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ PLATURNO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           CLOSE PLATURNO.
           IF  SW-1  =  1
               DISPLAY "TURNO NO EXISTE"  LINE 24 POSITION 01 REVERSE
               GO TO I-PROGRAMA-TURNO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY TUR-NOMBRE          LINE 13 POSITION 43.
           MOVE TUR-DIA-LIBRE          TO  W-DIA-LIBRE.
           DISPLAY "[ G ] PROGRAMA [ R ] RETIRA RANGO [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"  AND  W-TRUCO  NOT =  "R"
               GO TO F-PROGRAMA.
           MOVE W-TRUCO                TO  W-ACCION.
           MOVE ZEROS                  TO  W-EMPLEADOS  W-DIAS-PROG.
           OPEN INPUT CONTRATO.
           OPEN I-O PROGTURN.
           IF  W-CEDULA  NOT =  ZEROS
               PERFORM I-PROGRAMA-CEDULA THRU F-PROGRAMA-CEDULA
           ELSE
               PERFORM I-PROGRAMA-CENCOS THRU F-PROGRAMA-CENCOS.
           CLOSE CONTRATO PROGTURN.
           DISPLAY "EMPLEADOS:"        LINE 15 POSITION 10.
           DISPLAY W-EMPLEADOS         LINE 15 POSITION 21.
           DISPLAY "DIAS:"             LINE 15 POSITION 30.
           DISPLAY W-DIAS-PROG         LINE 15 POSITION 36.
           DISPLAY "[ENTER] SIGUE"     LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-PROGRAMA.
      *
       I-PROGRAMA-CEDULA.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           MOVE ZEROS                  TO  SW-EMPLEADO.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EMPLEADO.
           IF  SW-EMPLEADO  =  1  OR  CONTRATO-ESTADO  =  "R"
               DISPLAY "EMPLEADO SIN CONTRATO ACTIVO"
                       LINE 24 POSITION 01 REVERSE
               GO TO F-PROGRAMA-CEDULA.
           PERFORM I-PROGRAMA-EMPLEADO THRU F-PROGRAMA-EMPLEADO.
       F-PROGRAMA-CEDULA.
      *
       I-PROGRAMA-CENCOS.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ZEROS                  TO  CONTRATO-CEDULA  SW-EOF.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  SW-EOF.
       I-PROGRAMA-CENCOS-CICLO.
           IF  SW-EOF  =  1            GO TO F-PROGRAMA-CENCOS.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                GO TO F-PROGRAMA-CENCOS.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               GO TO F-PROGRAMA-CENCOS.
           IF  CONTRATO-ESTADO  =  "R"
           OR  CONTRATO-CENCOS  NOT =  W-CENCOS
               GO TO I-PROGRAMA-CENCOS-CICLO.
           PERFORM I-PROGRAMA-EMPLEADO THRU F-PROGRAMA-EMPLEADO.
           GO TO I-PROGRAMA-CENCOS-CICLO.
       F-PROGRAMA-CENCOS.
      *
      *  RECORRE EL RANGO DIA POR DIA; EL DIA LIBRE DE LA PLANTILLA
      *  QUEDA SIN REGISTRO (NO SE ESPERA MARCACION ESE DIA)
       I-PROGRAMA-EMPLEADO.
           ADD 1                       TO  W-EMPLEADOS.
           MOVE W-DESDE                TO  W-FECHA-CAP.
       I-PROGRAMA-DIA.
           IF  W-FECHA-CAP  >  W-HASTA GO TO F-PROGRAMA-EMPLEADO.
           MOVE CONTRATO-CEDULA        TO  PGT-CEDULA.
           MOVE W-FECHA-CAP            TO  PGT-FECHA.
           PERFORM I-DIA-SEMANA        THRU F-DIA-SEMANA.
           IF  W-ACCION  =  "R"
           OR  (W-DIA-LIBRE  NOT =  ZEROS  AND  W-DIA-ISO = W-DIA-LIBRE)
               GO TO I-PROGRAMA-RETIRA.
           MOVE W-TURNO                TO  PGT-TURNO.
           MOVE CONTRATO-CENCOS        TO  PGT-CENCOS.
           MOVE CON-USERNAME           TO  PGT-USUARIO.
           MOVE WK-FECHA-HOY           TO  PGT-FECHA-GRABA.
           WRITE REG-PROGTURN INVALID KEY
                 REWRITE REG-PROGTURN.
           ADD 1                       TO  W-DIAS-PROG.
           GO TO I-PROGRAMA-SIGUIENTE.
       I-PROGRAMA-RETIRA.
           DELETE PROGTURN INVALID KEY
                  MOVE ZEROS           TO  SW-1.
       I-PROGRAMA-SIGUIENTE.
           PERFORM I-SUMA-UN-DIA       THRU F-SUMA-UN-DIA.
           GO TO I-PROGRAMA-DIA.
       F-PROGRAMA-EMPLEADO.
      *
      ******************************************************************
      *  IMPORTACION DE LAS MARCACIONES DEL RELOJ                      *
      ******************************************************************
       I-IMPORTA.
           OPEN INPUT RELOJMAR.
           IF  RELOJMAR-STATUS  >  "00"
               DISPLAY "NO ENCUENTRA EL PLANO RELOJMAR.TXT"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-IMPORTA.
           OPEN INPUT HOJAVIDA CONTRATO.
           OPEN I-O MARCACIO.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  W-LEIDAS  W-ACEPTADAS
                                           W-RECHAZADAS  W-DUPLICADAS
                                           FIN-OK.
           PERFORM I-IMPORTA-LINEA     THRU F-IMPORTA-LINEA
                   UNTIL FIN-OK = 1.
           PERFORM I-TOTAL-IMPORTA     THRU F-TOTAL-IMPORTA.
           CLOSE RELOJMAR HOJAVIDA CONTRATO MARCACIO INFORMES.
       F-IMPORTA.
      *
       I-IMPORTA-LINEA.
           READ RELOJMAR AT END
                MOVE 1                 TO  FIN-OK
                GO TO F-IMPORTA-LINEA.
           ADD 1                       TO  W-LEIDAS.
           MOVE SPACES                 TO  W-MOTIVO.
           MOVE RMA-CEDULA             TO  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-EOF.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE "EMPLEADO SIN HOJA DE VIDA"  TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-IMPORTA-LINEA.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE RMA-CEDULA             TO  CONTRATO-CEDULA.
           MOVE ZEROS                  TO  SW-EOF.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE "EMPLEADO SIN CONTRATO"  TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-IMPORTA-LINEA.
           MOVE RMA-FECHA              TO  W-FECHA-PARTES.
           IF  W-PARTE-MES  <  01  OR  W-PARTE-MES  >  12
           OR  W-PARTE-DIA  <  01  OR  W-PARTE-DIA  >  31
               MOVE "FECHA ERRADA"     TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-IMPORTA-LINEA.
           DIVIDE RMA-ENTRADA  BY  100  GIVING  W-HH  REMAINDER  W-MM.
           IF  W-HH  >  23  OR  W-MM  >  59
               MOVE "HORA DE ENTRADA ERRADA"  TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-IMPORTA-LINEA.
           DIVIDE RMA-SALIDA  BY  100  GIVING  W-HH  REMAINDER  W-MM.
           IF  W-HH  >  23  OR  W-MM  >  59
               MOVE "HORA DE SALIDA ERRADA"  TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-IMPORTA-LINEA.
      *  UNA MARCACION IGUAL DEL MISMO DIA YA FUE IMPORTADA: SE SALTA
      *  PARA PODER REIMPORTAR EL PLANO CORREGIDO SIN DUPLICAR
           MOVE ZEROS                  TO  W-SEC.
       I-IMPORTA-SECUENCIA.
           ADD 1                       TO  W-SEC.
           IF  W-SEC  >  98
               MOVE "MAS DE 98 MARCACIONES EN EL DIA"  TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-IMPORTA-LINEA.
           MOVE RMA-CEDULA             TO  MAR-CEDULA.
           MOVE RMA-FECHA              TO  MAR-FECHA.
           MOVE W-SEC                  TO  MAR-SECUENCIA.
           MOVE ZEROS                  TO  SW-1.
           READ MARCACIO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1              GO TO I-IMPORTA-GRABA.
           IF  MAR-ENTRADA  =  RMA-ENTRADA
           AND MAR-SALIDA   =  RMA-SALIDA
               ADD 1                   TO  W-DUPLICADAS
               MOVE "YA IMPORTADA - SE SALTA"  TO  W-MOTIVO
               PERFORM I-LINEA-LISTADO THRU F-LINEA-LISTADO
               GO TO F-IMPORTA-LINEA.
           GO TO I-IMPORTA-SECUENCIA.
       I-IMPORTA-GRABA.
           INITIALIZE REG-MARCACIO.
           MOVE RMA-CEDULA             TO  MAR-CEDULA.
           MOVE RMA-FECHA              TO  MAR-FECHA.
           MOVE W-SEC                  TO  MAR-SECUENCIA.
           MOVE RMA-ENTRADA            TO  MAR-ENTRADA.
           MOVE RMA-SALIDA             TO  MAR-SALIDA.
           MOVE WK-FECHA-HOY           TO  MAR-FECHA-IMPORTA.
           MOVE CON-USERNAME           TO  MAR-USUARIO.
           WRITE REG-MARCACIO INVALID KEY
                 MOVE "NO PUDO GRABAR"  TO  W-MOTIVO
                 PERFORM I-RECHAZA     THRU F-RECHAZA
                 GO TO F-IMPORTA-LINEA.
           ADD 1                       TO  W-ACEPTADAS.
           MOVE "ACEPTADA"             TO  W-MOTIVO.
           PERFORM I-LINEA-LISTADO     THRU F-LINEA-LISTADO.
       F-IMPORTA-LINEA.
      *
       I-RECHAZA.
           ADD 1                       TO  W-RECHAZADAS.
           PERFORM I-LINEA-LISTADO     THRU F-LINEA-LISTADO.
       F-RECHAZA.
      *
       I-LINEA-LISTADO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE RMA-CEDULA             TO  I-CEDULA.
           MOVE RMA-FECHA              TO  I-FECHA-MAR.
           MOVE RMA-ENTRADA            TO  I-ENTRADA.
           MOVE RMA-SALIDA             TO  I-SALIDA.
           MOVE W-MOTIVO               TO  I-MOTIVO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-LISTADO.
      *
       I-TOTAL-IMPORTA.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "LINEAS LEIDAS"        TO  I-MOTIVO.
           MOVE W-LEIDAS               TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 2.
           MOVE "LINEAS ACEPTADAS"     TO  I-MOTIVO.
           MOVE W-ACEPTADAS            TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE "LINEAS RECHAZADAS"    TO  I-MOTIVO.
           MOVE W-RECHAZADAS           TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE "LINEAS YA IMPORTADAS" TO  I-MOTIVO.
           MOVE W-DUPLICADAS           TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           DISPLAY "IMPORTACION TERMINADA - VEA EL LISTADO"
                   LINE 24 POSITION 18 REVERSE.
       F-TOTAL-IMPORTA.
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
      *  DIA DE LA SEMANA DE W-FECHA-CAP (CONGRUENCIA DE ZELLER):      *
      *  W-DOW 0 = SABADO  1 = DOMINGO  2 = LUNES ... 6 = VIERNES      *
      *  W-DIA-ISO 1 = LUNES ... 7 = DOMINGO (DIA LIBRE DEL TURNO)     *
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
