       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG586.
      ******************************************************************
      * REPORTE DE ESTADOS FINANCIEROS A SUPERSOCIEDADES  OCT-15-2026  *
      *                                                                *
      * OPCION M: MAPEA CADA CONCEPTO DE LA TAXONOMIA DEL ENTE DE      *
      *           CONTROL A SUS FUENTES (SUPERMAP): RENGLONES DE LOS   *
      *           FORMATOS DE PROG560 O RANGOS DE CUENTAS, CON SIGNO   *
      *           Y ROL EN LOS CRUCES.  SE MAPEA UNA VEZ Y SE          *
      *           REGENERA CADA ANO.                                   *
      * OPCION G: CALCULA CADA CONCEPTO PARA EL ANO ACTUAL Y EL        *
      *           ANTERIOR AL PERIODO DE CORTE DIGITADO (SALDOS DE     *
      *           CNDTACUM DE CADA ANO; LOS RENGLONES DE FORMATO CON   *
      *           LA MISMA LOGICA DE NIVELES DEL MOTOR PROG768),       *
      *           ESCRIBE EL PLANO SUPERSOC.TXT E IMPRIME EL INFORME   *
      *           DE VALIDACION: CONCEPTOS REPORTADOS, CUENTAS CON     *
      *           SALDO QUE NINGUN MAPEO CUBRE (CLASES 1 A 7) Y LOS    *
      *           CRUCES ACTIVO = PASIVO + PATRIMONIO, RESULTADO DEL   *
      *           EJERCICIO = ESTADO DE RESULTADOS Y EFECTIVO AL       *
      *           CIERRE = EFECTIVO FINAL DEL FLUJO, EN AMBOS ANOS.    *
      * PLANO: NIT 12 / ANO 4 / ESTADO 1 / CONCEPTO 40 /               *
      *        ACTUAL Y ANTERIOR S15V99 CON SIGNO SEPARADO ADELANTE    *
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
               COPY "..\DYC\SUPERMAP.DYC".
               COPY "..\DYC\FORMATOS.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT SUPERSOC ASSIGN TO RANDOM "SUPERSOC"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS SUPERSOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\SUPERMAP.FD".
               COPY "..\FD\FORMATOS.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\INFORMES.FD".
       FD  SUPERSOC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-SUPERSOC.
       01  REG-SUPERSOC.
           03  SSX-NIT                  PIC 9(12).
           03  SSX-ANO                  PIC 9(04).
           03  SSX-ESTADO               PIC X(01).
           03  SSX-CONCEPTO             PIC X(40).
           03  SSX-ACTUAL               PIC S9(15)V99
                                        SIGN LEADING SEPARATE.
           03  SSX-ANTERIOR             PIC S9(15)V99
                                        SIGN LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG586".
       77      ID-PRG              PIC X(7)  VALUE "PROG586".
       77      LAB-SUPERSOC        PIC X(12) VALUE "SUPERSOC.TXT".
       77      SUPERSOC-STATUS     PIC X(02) VALUE "00".
       77      W-COL               PIC 9(01) VALUE ZEROS.
       77      W-MAP-IDX           PIC 9(03) VALUE ZEROS.
       77      W-MAP-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-MAP-OTRO          PIC 9(03) VALUE ZEROS.
       77      W-COB-IDX           PIC 9(03) VALUE ZEROS.
       77      W-COB-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-NIV-IDX           PIC 9(01) VALUE ZEROS.
       77      W-LIN-IDX           PIC 9(03) VALUE ZEROS.
       77      W-ROL-IDX           PIC 9(01) VALUE ZEROS.
       77      W-FORMATO           PIC X(02) VALUE SPACES.
       77      W-DESDE             PIC 9(10) VALUE ZEROS.
       77      W-HASTA             PIC 9(10) VALUE ZEROS.
       77      W-VALOR-RANGO       PIC S9(13)V99 VALUE ZEROS.
       77      W-VALOR-LINEA       PIC S9(13)V99 VALUE ZEROS.
       77      W-ACTUAL            PIC S9(15)V99 VALUE ZEROS.
       77      W-ANTERIOR          PIC S9(15)V99 VALUE ZEROS.
       77      W-LADO-1            PIC S9(15)V99 VALUE ZEROS.
       77      W-LADO-2            PIC S9(15)V99 VALUE ZEROS.
       77      SW-MAPA-LLENO       PIC 9(01) VALUE ZEROS.
       77      SW-COB-LLENA        PIC 9(01) VALUE ZEROS.
       77      SW-SIN-ACTUAL       PIC 9(01) VALUE ZEROS.
       77      SW-SIN-ANTERIOR     PIC 9(01) VALUE ZEROS.
       77      SW-CUBIERTA         PIC 9(01) VALUE ZEROS.
       77      T-CONCEPTOS         PIC 9(05) VALUE ZEROS.
       77      T-SIN-MAPEO         PIC 9(05) VALUE ZEROS.
       77      T-LINEA-MALA        PIC 9(05) VALUE ZEROS.
       77      T-CRUCE-MALO        PIC 9(05) VALUE ZEROS.
       77      W-RENGLON           PIC X(200) VALUE SPACES.
       01      NIVELES-TOTAL.
        03     NIV-TOTAL           PIC S9(13)V99 OCCURS 9 TIMES.
      *  VALOR DE CADA RENGLON DEL FORMATO EN EVALUACION
       01      TABLA-LINEAS.
        03     LIN-ENTRADA         OCCURS 999 TIMES.
         05    LIN-HAY             PIC 9(01).
         05    LIN-VALOR           PIC S9(13)V99.
       01      TABLA-MAPEO.
        03     MAP-ENTRADA         OCCURS 400 TIMES.
         05    MAP-ESTADO          PIC X(01).
         05    MAP-CONCEPTO        PIC X(40).
         05    MAP-FUENTE          PIC X(01).
         05    MAP-FORMATO         PIC X(02).
         05    MAP-LINEA           PIC 9(03).
         05    MAP-CTA-DESDE       PIC 9(10).
         05    MAP-CTA-HASTA       PIC 9(10).
         05    MAP-INVIERTE        PIC X(01).
         05    MAP-ROL             PIC X(01).
         05    MAP-HECHO           PIC 9(01).
         05    MAP-MALA            PIC 9(01).
         05    MAP-VALOR           PIC S9(13)V99 OCCURS 2 TIMES.
      *  RANGOS DE CUENTAS QUE ALGUN MAPEO CUBRE
       01      TABLA-COBERTURA.
        03     COB-ENTRADA         OCCURS 600 TIMES.
         05    COB-DESDE           PIC 9(10).
         05    COB-HASTA           PIC 9(10).
      *  TOTALES POR ROL DE CRUCE: A P T U G E C
       01      ROLES-CRUCE.
        03     FILLER              PIC X(07) VALUE "APTUGEC".
       01      FILLER              REDEFINES ROLES-CRUCE.
        03     ROL-LETRA           PIC X(01) OCCURS 7 TIMES.
       01      TABLA-ROLES.
        03     ROL-ENTRADA         OCCURS 7 TIMES.
         05    ROL-HAY             PIC 9(01).
         05    ROL-VALOR           PIC S9(15)V99 OCCURS 2 TIMES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\SUPERMAP.LBL".
               COPY "..\LBL\FORMATOS.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
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
         05    FILLER      PIC X(10)    VALUE SPACES.
         05    FILLER      PIC X(40)    VALUE
              "SUPERSOCIEDADES - VALIDACION DEL REPORTE".
         05    FILLER      PIC X(05)    VALUE " ANO ".
         05    I-ANO       PIC 9(04).
         05    FILLER      PIC X(05)    VALUE " PER ".
         05    I-PER       PIC 9(02).
         05    FILLER      PIC X(02)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(110)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(04)    VALUE " ES ".
         05    FILLER      PIC X(41)    VALUE
              "CONCEPTO DE LA TAXONOMIA".
         05    FILLER      PIC X(20)    VALUE "         ANO ACTUAL ".
         05    FILLER      PIC X(20)    VALUE "       ANO ANTERIOR ".
         05    FILLER      PIC X(20)    VALUE "  OBSERVACION".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(02).
         05    I-ESTADO    PIC X(01).
         05    FILLER      PIC X(01).
         05    I-CONCEPTO  PIC X(40).
         05    FILLER      PIC X(01).
         05    I-ACTUAL    PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-ANTERIOR  PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-OBS       PIC X(25).
        03     LINEA-CUENTA.
         05    FILLER      PIC X(04).
         05    I-MAYCTA    PIC 9(04).
         05    FILLER      PIC X(01)    VALUE "-".
         05    I-SUB       PIC 9(02).
         05    FILLER      PIC X(01)    VALUE "-".
         05    I-AUX       PIC 9(04).
         05    FILLER      PIC X(29)    VALUE
              "  CUENTA CON SALDO SIN MAPEO ".
         05    I-SALDO     PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-CRUCE.
         05    FILLER      PIC X(04).
         05    I-CRUCE     PIC X(40).
         05    FILLER      PIC X(01).
         05    I-LADO-1    PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-LADO-2    PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    FILLER      PIC X(01).
         05    I-COLUMNA   PIC X(08).
         05    FILLER      PIC X(01).
         05    I-RESULTADO PIC X(16).
        03     LINEA-DE-CANTIDAD.
         05    FILLER      PIC X(04).
         05    I-TEXTO-CAN PIC X(40).
         05    I-CANTIDAD  PIC ZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\SUPERMAP.DCL".
               COPY "..\DCL\FORMATOS.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
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
           PERFORM I-STATUS-SUPERMAP THRU F-STATUS-SUPERMAP
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* ESTADOS FINANCIEROS SUPERSOCIEDADES *"
                                       TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-ANO                TO  I-ANO.
           MOVE CON-COD-EMPRESA        TO  LAB-SUPERMAP-CIA
                                           LAB-FORMATOS-CIA.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 586                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-SUPERMAP.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT SUPERMAP.
           MOVE 1                      TO  SW-ABRE.
           IF  SUPERMAP-STATUS  =  "35"
               OPEN OUTPUT SUPERMAP.
           CLOSE SUPERMAP.
           OPEN INPUT FORMATOS.
           IF  FORMATOS-STATUS  =  "35"
               OPEN OUTPUT FORMATOS.
           CLOSE FORMATOS.
       F-STATUS-SUPERMAP.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "!  M  MAPEO A LA TAXONOMIA                 !"
                                       LINE 09 POSITION 18
           DISPLAY "!  G  GENERA PLANO E INFORME DE VALIDACION !"
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
           IF  W-OPCION  =  "M"
               PERFORM I-MAPEO         THRU F-MAPEO
                       UNTIL F2 OR ESC
               MOVE ZEROS              TO  WK-EXCEPTION.
           IF  W-OPCION  =  "G"
               PERFORM I-GENERA        THRU F-GENERA
               MOVE ZEROS              TO  WK-EXCEPTION.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  MAPEO DE UN CONCEPTO DE LA TAXONOMIA A UNA FUENTE             *
      ******************************************************************
       I-MAPEO.
           OPEN I-O SUPERMAP.
           OPEN INPUT FORMATOS.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "ESTADO (B/R/F/N):" LINE 08 POSITION 10.
           DISPLAY "CONCEPTO        :" LINE 09 POSITION 10.
           DISPLAY "FUENTE No.      :" LINE 10 POSITION 10.
           DISPLAY "FUENTE F=FORMATO R=RANGO :" LINE 12 POSITION 10.
           DISPLAY "FORMATO / LINEA :" LINE 13 POSITION 10.
           DISPLAY "CUENTA DESDE    :" LINE 14 POSITION 10.
           DISPLAY "CUENTA HASTA    :" LINE 15 POSITION 10.
           DISPLAY "INVIERTE (S/N)  :" LINE 16 POSITION 10.
           DISPLAY "ROL A/P/T/U/G/E/C :" LINE 17 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
       I-MAP-ESTADO.
           ACCEPT SSM-ESTADO           LINE 08 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO I-MAP-SALE.
           IF  SSM-ESTADO  NOT =  "B"  AND  SSM-ESTADO  NOT =  "R"
           AND SSM-ESTADO  NOT =  "F"  AND  SSM-ESTADO  NOT =  "N"
               GO TO I-MAP-ESTADO.
           ACCEPT SSM-CONCEPTO         LINE 09 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO I-MAP-SALE.
           IF  SSM-CONCEPTO  =  SPACES GO TO I-MAP-ESTADO.
           ACCEPT SSM-SEC              LINE 10 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO I-MAP-SALE.
           MOVE ZEROS                  TO  SW-1.
           READ SUPERMAP INVALID KEY
                MOVE 1                 TO  SW-1
                MOVE "R"               TO  SSM-FUENTE
                MOVE SPACES            TO  SSM-FORMATO  SSM-ROL
                MOVE "N"               TO  SSM-INVIERTE
                MOVE ZEROS             TO  SSM-LINEA  SSM-CTA-DESDE
                                           SSM-CTA-HASTA.
       I-MAP-FUENTE.
           DISPLAY SSM-FUENTE          LINE 12 POSITION 37.
           ACCEPT SSM-FUENTE           LINE 12 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO I-MAP-SALE.
           IF  SSM-FUENTE  =  "R"      GO TO I-MAP-RANGO.
           IF  SSM-FUENTE  NOT =  "F"  GO TO I-MAP-FUENTE.
           MOVE ZEROS                  TO  SSM-CTA-DESDE
                                           SSM-CTA-HASTA.
       I-MAP-FORMATO.
           DISPLAY SSM-FORMATO         LINE 13 POSITION 30.
           ACCEPT SSM-FORMATO          LINE 13 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-MAP-FUENTE.
           DISPLAY SSM-LINEA           LINE 13 POSITION 35.
           ACCEPT SSM-LINEA            LINE 13 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE SSM-FORMATO            TO  FORM-CODIGO.
           MOVE SSM-LINEA              TO  FORM-LINEA.
           READ FORMATOS WITH NO LOCK INVALID KEY
                DISPLAY "RENGLON DE FORMATO NO EXISTE (PROG560)"
                        LINE 24 POSITION 01 REVERSE BLINK
                GO TO I-MAP-FORMATO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY FORM-TITULO         LINE 13 POSITION 40.
           GO TO I-MAP-SIGNO.
       I-MAP-RANGO.
           MOVE SPACES                 TO  SSM-FORMATO.
           MOVE ZEROS                  TO  SSM-LINEA.
           DISPLAY SSM-CTA-DESDE       LINE 14 POSITION 30.
           ACCEPT SSM-CTA-DESDE        LINE 14 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  CUP                     GO TO I-MAP-FUENTE.
           DISPLAY SSM-CTA-HASTA       LINE 15 POSITION 30.
           ACCEPT SSM-CTA-HASTA        LINE 15 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  SSM-CTA-HASTA  <  SSM-CTA-DESDE
               DISPLAY "RANGO DE CUENTAS ERRADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-MAP-RANGO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       I-MAP-SIGNO.
           DISPLAY SSM-INVIERTE        LINE 16 POSITION 30.
           ACCEPT SSM-INVIERTE         LINE 16 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  SSM-INVIERTE  NOT =  "S"
               MOVE "N"                TO  SSM-INVIERTE.
       I-MAP-ROL.
           DISPLAY SSM-ROL             LINE 17 POSITION 30.
           ACCEPT SSM-ROL              LINE 17 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  SSM-ROL  NOT =  SPACES
           AND SSM-ROL  NOT =  "A"  AND  SSM-ROL  NOT =  "P"
           AND SSM-ROL  NOT =  "T"  AND  SSM-ROL  NOT =  "U"
           AND SSM-ROL  NOT =  "G"  AND  SSM-ROL  NOT =  "E"
           AND SSM-ROL  NOT =  "C"
               GO TO I-MAP-ROL.
           DISPLAY "[ G ] GRABAR  [ R ] RETIRA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  =  "R"  AND  SW-1  NOT =  1
               DELETE SUPERMAP INVALID KEY
                      DISPLAY "MAPEO NO EXISTE" LINE 24 POSITION 01.
           IF  W-TRUCO  =  "G"
               IF  SW-1  =  1
                   WRITE REG-SUPERMAP INVALID KEY
                         REWRITE REG-SUPERMAP
               ELSE
                   REWRITE REG-SUPERMAP INVALID KEY
                         WRITE REG-SUPERMAP.
       I-MAP-SALE.
           CLOSE SUPERMAP FORMATOS.
       F-MAPEO.
      *
      ******************************************************************
      *  GENERACION DEL PLANO Y DEL INFORME DE VALIDACION              *
      ******************************************************************
       I-GENERA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "PERIODO DE CORTE (1-14):"  LINE 10 POSITION 18.
           MOVE 12                     TO  W-PERIODO.
       I-GENERA-PERIODO.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-PERIODO            LINE 10 POSITION 44
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-GENERA.
           IF  W-PERIODO  <  1  OR  W-PERIODO  >  14
               GO TO I-GENERA-PERIODO.
           MOVE W-PERIODO              TO  I-PER.
           MOVE ZEROS                  TO  W-MAP-TOPE  W-COB-TOPE
                                           SW-MAPA-LLENO  SW-COB-LLENA
                                           SW-SIN-ACTUAL
                                           SW-SIN-ANTERIOR
                                           T-CONCEPTOS  T-SIN-MAPEO
                                           T-LINEA-MALA  T-CRUCE-MALO
                                           WK-PAGINA.
           INITIALIZE TABLA-ROLES.
           OPEN INPUT SUPERMAP FORMATOS.
           PERFORM I-CARGA-MAPEO       THRU F-CARGA-MAPEO.
           OPEN OUTPUT INFORMES SUPERSOC.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           IF  SW-MAPA-LLENO  =  1
               MOVE "** MAPEO CON MAS DE 400 FUENTES - NO SE GENERA **"
                                       TO  W-RENGLON
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON
               GO TO I-GENERA-CIERRA.
           MOVE 1                      TO  W-COL.
           PERFORM I-CALCULA-ANO       THRU F-CALCULA-ANO.
           MOVE 2                      TO  W-COL.
           PERFORM I-CALCULA-ANO       THRU F-CALCULA-ANO.
           PERFORM I-EMITE-CONCEPTOS   THRU F-EMITE-CONCEPTOS.
           PERFORM I-SIN-MAPEO         THRU F-SIN-MAPEO.
           PERFORM I-CRUCES            THRU F-CRUCES.
           PERFORM I-RESUMEN           THRU F-RESUMEN.
       I-GENERA-CIERRA.
           CLOSE SUPERMAP FORMATOS INFORMES SUPERSOC.
           IF  T-CRUCE-MALO  >  ZEROS  OR  T-SIN-MAPEO  >  ZEROS
           OR  SW-MAPA-LLENO  =  1     OR  SW-SIN-ACTUAL  =  1
               DISPLAY "SUPERSOC.TXT CON OBSERVACIONES - VEA EL INFORME"
                       LINE 24 POSITION 01 REVERSE BLINK
           ELSE
               DISPLAY "PLANO SUPERSOC.TXT GENERADO - VEA EL INFORME"
                       LINE 24 POSITION 01 REVERSE.
       F-GENERA.
      *
       I-CARGA-MAPEO.
           MOVE LOW-VALUES             TO  SSM-CLAVE.
           MOVE ZEROS                  TO  FIN-OK.
           START SUPERMAP KEY > SSM-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-CARGA-MAPEO-CICLO.
           IF  FIN-OK  =  1            GO TO F-CARGA-MAPEO.
           READ SUPERMAP NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-CARGA-MAPEO-CICLO.
           IF  W-MAP-TOPE  NOT <  400
               MOVE 1                  TO  SW-MAPA-LLENO  FIN-OK
               GO TO I-CARGA-MAPEO-CICLO.
           ADD 1                       TO  W-MAP-TOPE.
           MOVE SSM-ESTADO             TO  MAP-ESTADO(W-MAP-TOPE).
           MOVE SSM-CONCEPTO           TO  MAP-CONCEPTO(W-MAP-TOPE).
           MOVE SSM-FUENTE             TO  MAP-FUENTE(W-MAP-TOPE).
           MOVE SSM-FORMATO            TO  MAP-FORMATO(W-MAP-TOPE).
           MOVE SSM-LINEA              TO  MAP-LINEA(W-MAP-TOPE).
           MOVE SSM-CTA-DESDE          TO  MAP-CTA-DESDE(W-MAP-TOPE).
           MOVE SSM-CTA-HASTA          TO  MAP-CTA-HASTA(W-MAP-TOPE).
           MOVE SSM-INVIERTE           TO  MAP-INVIERTE(W-MAP-TOPE).
           MOVE SSM-ROL                TO  MAP-ROL(W-MAP-TOPE).
           MOVE ZEROS                  TO  MAP-HECHO(W-MAP-TOPE)
                                           MAP-MALA(W-MAP-TOPE)
                                           MAP-VALOR(W-MAP-TOPE, 1)
                                           MAP-VALOR(W-MAP-TOPE, 2).
           IF  SSM-FUENTE  =  "R"
               MOVE SSM-CTA-DESDE      TO  W-DESDE
               MOVE SSM-CTA-HASTA      TO  W-HASTA
               PERFORM I-AGREGA-COBERTURA THRU F-AGREGA-COBERTURA.
           GO TO I-CARGA-MAPEO-CICLO.
       F-CARGA-MAPEO.
      *
       I-AGREGA-COBERTURA.
           IF  W-COB-TOPE  NOT <  600
               MOVE 1                  TO  SW-COB-LLENA
               GO TO F-AGREGA-COBERTURA.
           ADD 1                       TO  W-COB-TOPE.
           MOVE W-DESDE                TO  COB-DESDE(W-COB-TOPE).
           MOVE W-HASTA                TO  COB-HASTA(W-COB-TOPE).
       F-AGREGA-COBERTURA.
      *
      ******************************************************************
      *  VALORES DE TODAS LAS FUENTES PARA UN ANO (W-COL 1 = ACTUAL,   *
      *  2 = ANTERIOR) CON LOS SALDOS DE ESE ANO AL PERIODO DE CORTE.  *
      *  SIN SALDOS DEL ANO ANTERIOR SU COLUMNA SALE EN CEROS.         *
      ******************************************************************
       I-CALCULA-ANO.
           MOVE CON-COD-EMPRESA        TO  LAB-CNDTACUM-CIA.
           IF  W-COL  =  1
               MOVE CON-ANO            TO  LAB-CNDTACUM-ANO
           ELSE
               COMPUTE LAB-CNDTACUM-ANO  =  CON-ANO  -  1.
           OPEN INPUT CNDTACUM.
           IF  CNDTACUM-STATUS  >  "00"
               IF  W-COL  =  1
                   MOVE 1              TO  SW-SIN-ACTUAL
               ELSE
                   MOVE 1              TO  SW-SIN-ANTERIOR
               END-IF
               GO TO F-CALCULA-ANO.
           MOVE ZEROS                  TO  W-MAP-IDX.
       I-CALCULA-MARCA.
           ADD 1                       TO  W-MAP-IDX.
           IF  W-MAP-IDX  >  W-MAP-TOPE
               GO TO I-CALCULA-FUENTES.
           MOVE ZEROS                  TO  MAP-HECHO(W-MAP-IDX).
           GO TO I-CALCULA-MARCA.
       I-CALCULA-FUENTES.
           MOVE ZEROS                  TO  W-MAP-IDX.
       I-CALCULA-CICLO.
           ADD 1                       TO  W-MAP-IDX.
           IF  W-MAP-IDX  >  W-MAP-TOPE
               GO TO I-CALCULA-FIN.
           IF  MAP-HECHO(W-MAP-IDX)  =  1
               GO TO I-CALCULA-CICLO.
           IF  MAP-FUENTE(W-MAP-IDX)  =  "F"
               PERFORM I-EVALUA-FORMATO THRU F-EVALUA-FORMATO
               GO TO I-CALCULA-CICLO.
           MOVE MAP-CTA-DESDE(W-MAP-IDX)  TO  W-DESDE.
           MOVE MAP-CTA-HASTA(W-MAP-IDX)  TO  W-HASTA.
           PERFORM I-SUMA-RANGO        THRU F-SUMA-RANGO.
           IF  MAP-INVIERTE(W-MAP-IDX)  =  "S"
               COMPUTE W-VALOR-RANGO  =  ZERO  -  W-VALOR-RANGO.
           MOVE W-VALOR-RANGO          TO  MAP-VALOR(W-MAP-IDX, W-COL).
           MOVE 1                      TO  MAP-HECHO(W-MAP-IDX).
           GO TO I-CALCULA-CICLO.
       I-CALCULA-FIN.
           CLOSE CNDTACUM.
       F-CALCULA-ANO.
      *
      ******************************************************************
      *  SALDO AL CORTE DE UN RANGO DE CUENTAS, CON LOS MISMOS FILTROS *
      *  DEL MOTOR PROG768 (NIVEL CUENTA, SIN TERCERO NI FACTURA, SIN  *
      *  LOS NIVELES RESUMEN DE CLASE Y GRUPO)                         *
      ******************************************************************
       I-SUMA-RANGO.
           MOVE ZEROS                  TO  W-VALOR-RANGO  SW-EOF
                                           CNDTACUM-CLAVE.
           MOVE W-DESDE                TO  CNDTACUM-CUA.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 MOVE 1                TO  SW-EOF.
       I-SUMA-RANGO-CICLO.
           IF  SW-EOF  =  1            GO TO F-SUMA-RANGO.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO I-SUMA-RANGO-CICLO.
           IF  CNDTACUM-CUA  >  W-HASTA
               MOVE 1                  TO  SW-EOF
               GO TO I-SUMA-RANGO-CICLO.
           IF  CNDTACUM-NIT  NOT =  ZEROS
           OR  CNDTACUM-FRA  NOT =  ZEROS
               GO TO I-SUMA-RANGO-CICLO.
           IF  CNDTACUM-SUB  =  ZEROS  AND  CNDTACUM-AUX  =  ZEROS
               GO TO I-SUMA-RANGO-CICLO.
           ADD CNDTACUM-SALDO(W-PERIODO)  TO  W-VALOR-RANGO.
           GO TO I-SUMA-RANGO-CICLO.
       F-SUMA-RANGO.
      *
      ******************************************************************
      *  EVALUA EL FORMATO DE LA FUENTE W-MAP-IDX COMO LO IMPRIME      *
      *  PROG768 (D SUMA SU RANGO Y ACUMULA NIVELES, S IMPRIME Y       *
      *  LIMPIA SU NIVEL, X IMPRIME SIN LIMPIAR) Y REPARTE EL VALOR    *
      *  DEL RENGLON A TODAS LAS FUENTES DE ESE MISMO FORMATO.  EN EL  *
      *  ANO ACTUAL LOS RANGOS DE SUS RENGLONES D QUEDAN CUBIERTOS.    *
      ******************************************************************
       I-EVALUA-FORMATO.
           MOVE MAP-FORMATO(W-MAP-IDX)  TO  W-FORMATO.
           INITIALIZE NIVELES-TOTAL  TABLA-LINEAS.
           MOVE W-FORMATO              TO  FORM-CODIGO.
           MOVE ZEROS                  TO  FORM-LINEA  FIN-OK.
           START FORMATOS KEY > FORM-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-EVALUA-LINEA.
           IF  FIN-OK  =  1            GO TO I-EVALUA-REPARTE.
           READ FORMATOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-EVALUA-LINEA.
           IF  FORM-CODIGO  NOT =  W-FORMATO
               MOVE 1                  TO  FIN-OK
               GO TO I-EVALUA-LINEA.
           MOVE ZEROS                  TO  W-VALOR-LINEA.
           IF  FORM-TIPO-LINEA  =  "D"
               MOVE FORM-CTA-DESDE     TO  W-DESDE
               MOVE FORM-CTA-HASTA     TO  W-HASTA
               PERFORM I-SUMA-RANGO    THRU F-SUMA-RANGO
               MOVE W-VALOR-RANGO      TO  W-VALOR-LINEA
               IF  FORM-INVIERTE  =  "S"
                   COMPUTE W-VALOR-LINEA  =  ZERO  -  W-VALOR-LINEA
               END-IF
               IF  FORM-NIVEL  >  ZEROS
                   PERFORM I-ACUMULA-NIVELES THRU F-ACUMULA-NIVELES
               END-IF
               IF  W-COL  =  1
                   PERFORM I-AGREGA-COBERTURA THRU F-AGREGA-COBERTURA.
           IF  (FORM-TIPO-LINEA  =  "S"  OR  FORM-TIPO-LINEA  =  "X")
           AND FORM-NIVEL  >  ZEROS
               MOVE NIV-TOTAL(FORM-NIVEL)  TO  W-VALOR-LINEA
               IF  FORM-TIPO-LINEA  =  "S"
                   MOVE ZEROS          TO  NIV-TOTAL(FORM-NIVEL).
           IF  FORM-LINEA  >  ZEROS
               MOVE 1                  TO  LIN-HAY(FORM-LINEA)
               MOVE W-VALOR-LINEA      TO  LIN-VALOR(FORM-LINEA).
           GO TO I-EVALUA-LINEA.
       I-EVALUA-REPARTE.
           MOVE W-MAP-IDX              TO  W-MAP-OTRO.
       I-EVALUA-REPARTE-CICLO.
           IF  W-MAP-OTRO  >  W-MAP-TOPE
               GO TO F-EVALUA-FORMATO.
           IF  MAP-FUENTE(W-MAP-OTRO)  NOT =  "F"
           OR  MAP-FORMATO(W-MAP-OTRO)  NOT =  W-FORMATO
               ADD 1                   TO  W-MAP-OTRO
               GO TO I-EVALUA-REPARTE-CICLO.
           MOVE 1                      TO  MAP-HECHO(W-MAP-OTRO).
           MOVE ZEROS                  TO  W-VALOR-LINEA.
           MOVE MAP-LINEA(W-MAP-OTRO)  TO  W-LIN-IDX.
           IF  W-LIN-IDX  =  ZEROS
               MOVE 1                  TO  MAP-MALA(W-MAP-OTRO)
           ELSE
               IF  LIN-HAY(W-LIN-IDX)  =  ZEROS
                   MOVE 1              TO  MAP-MALA(W-MAP-OTRO)
               ELSE
                   MOVE LIN-VALOR(W-LIN-IDX)  TO  W-VALOR-LINEA.
           IF  MAP-INVIERTE(W-MAP-OTRO)  =  "S"
               COMPUTE W-VALOR-LINEA  =  ZERO  -  W-VALOR-LINEA.
           MOVE W-VALOR-LINEA          TO  MAP-VALOR(W-MAP-OTRO, W-COL).
           ADD 1                       TO  W-MAP-OTRO.
           GO TO I-EVALUA-REPARTE-CICLO.
       F-EVALUA-FORMATO.
      *
       I-ACUMULA-NIVELES.
           MOVE ZEROS                  TO  W-NIV-IDX.
       I-ACUMULA-NIVEL.
           ADD 1                       TO  W-NIV-IDX.
           IF  W-NIV-IDX  >  FORM-NIVEL
               GO TO F-ACUMULA-NIVELES.
           ADD W-VALOR-LINEA           TO  NIV-TOTAL(W-NIV-IDX).
           GO TO I-ACUMULA-NIVEL.
       F-ACUMULA-NIVELES.
      *
      ******************************************************************
      *  CUENTAS DE LAS CLASES 1 A 7 CON SALDO AL CORTE QUE NINGUN     *
      *  RANGO MAPEADO NI RENGLON D DE UN FORMATO MAPEADO CUBRE        *
      ******************************************************************
       I-BUSCA-SIN-MAPEO.
           MOVE ZEROS                  TO  CNDTACUM-CLAVE  SW-EOF.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 MOVE 1                TO  SW-EOF.
       I-BUSCA-SIN-MAPEO-CICLO.
           IF  SW-EOF  =  1            GO TO F-BUSCA-SIN-MAPEO.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-EOF
                GO TO I-BUSCA-SIN-MAPEO-CICLO.
           IF  CNDTACUM-MAYOR  NOT <  8000
               MOVE 1                  TO  SW-EOF
               GO TO I-BUSCA-SIN-MAPEO-CICLO.
           IF  CNDTACUM-NIT  NOT =  ZEROS
           OR  CNDTACUM-FRA  NOT =  ZEROS
               GO TO I-BUSCA-SIN-MAPEO-CICLO.
           IF  CNDTACUM-SUB  =  ZEROS  AND  CNDTACUM-AUX  =  ZEROS
               GO TO I-BUSCA-SIN-MAPEO-CICLO.
           IF  CNDTACUM-SALDO(W-PERIODO)  =  ZEROS
               GO TO I-BUSCA-SIN-MAPEO-CICLO.
           MOVE ZEROS                  TO  SW-CUBIERTA  W-COB-IDX.
       I-BUSCA-COBERTURA.
           ADD 1                       TO  W-COB-IDX.
           IF  W-COB-IDX  >  W-COB-TOPE
               GO TO I-BUSCA-SIN-MAPEO-LISTA.
           IF  CNDTACUM-CUA  NOT <  COB-DESDE(W-COB-IDX)
           AND CNDTACUM-CUA  NOT >  COB-HASTA(W-COB-IDX)
               GO TO I-BUSCA-SIN-MAPEO-CICLO.
           GO TO I-BUSCA-COBERTURA.
       I-BUSCA-SIN-MAPEO-LISTA.
           IF  T-SIN-MAPEO  =  ZEROS
               MOVE SPACES             TO  W-RENGLON
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON
               MOVE "CUENTAS CON SALDO SIN MAPEO" TO W-RENGLON(5:)
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON.
           ADD 1                       TO  T-SIN-MAPEO.
           MOVE SPACES                 TO  LINEA-CUENTA.
           MOVE CNDTACUM-MAYOR         TO  I-MAYCTA.
           MOVE CNDTACUM-SUB           TO  I-SUB.
           MOVE CNDTACUM-AUX           TO  I-AUX.
           MOVE CNDTACUM-SALDO(W-PERIODO)  TO  I-SALDO.
           MOVE LINEA-CUENTA           TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           GO TO I-BUSCA-SIN-MAPEO-CICLO.
       F-BUSCA-SIN-MAPEO.
      *
      ******************************************************************
      *  UN REGISTRO DEL PLANO POR CONCEPTO (SUMA DE SUS FUENTES) Y    *
      *  SU LINEA EN EL INFORME; ACUMULA LOS ROLES DE CRUCE            *
      ******************************************************************
       I-EMITE-CONCEPTOS.
           MOVE SPACES                 TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE "CONCEPTOS REPORTADOS" TO  W-RENGLON(5:).
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE 1                      TO  W-MAP-IDX.
       I-EMITE-CONCEPTO.
           IF  W-MAP-IDX  >  W-MAP-TOPE
               GO TO F-EMITE-CONCEPTOS.
           MOVE ZEROS                  TO  W-ACTUAL  W-ANTERIOR  SW-1.
           MOVE W-MAP-IDX              TO  W-MAP-OTRO.
       I-EMITE-FUENTE.
           ADD MAP-VALOR(W-MAP-OTRO, 1)  TO  W-ACTUAL.
           ADD MAP-VALOR(W-MAP-OTRO, 2)  TO  W-ANTERIOR.
           IF  MAP-MALA(W-MAP-OTRO)  =  1
               MOVE 1                  TO  SW-1
               ADD 1                   TO  T-LINEA-MALA.
           IF  MAP-ROL(W-MAP-OTRO)  NOT =  SPACES
               PERFORM I-SUMA-ROL      THRU F-SUMA-ROL.
           ADD 1                       TO  W-MAP-OTRO.
           IF  W-MAP-OTRO  NOT >  W-MAP-TOPE
           AND MAP-ESTADO(W-MAP-OTRO)  =  MAP-ESTADO(W-MAP-IDX)
           AND MAP-CONCEPTO(W-MAP-OTRO)  =  MAP-CONCEPTO(W-MAP-IDX)
               GO TO I-EMITE-FUENTE.
           MOVE WIN-NIT                TO  SSX-NIT.
           MOVE CON-ANO                TO  SSX-ANO.
           MOVE MAP-ESTADO(W-MAP-IDX)  TO  SSX-ESTADO.
           MOVE MAP-CONCEPTO(W-MAP-IDX)  TO  SSX-CONCEPTO.
           MOVE W-ACTUAL               TO  SSX-ACTUAL.
           MOVE W-ANTERIOR             TO  SSX-ANTERIOR.
           WRITE REG-SUPERSOC.
           ADD 1                       TO  T-CONCEPTOS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE MAP-ESTADO(W-MAP-IDX)  TO  I-ESTADO.
           MOVE MAP-CONCEPTO(W-MAP-IDX)  TO  I-CONCEPTO.
           MOVE W-ACTUAL               TO  I-ACTUAL.
           MOVE W-ANTERIOR             TO  I-ANTERIOR.
           IF  SW-1  =  1
               MOVE "RENGLON DE FORMATO FALTA"  TO  I-OBS.
           MOVE LINEA-DE-DETALLE       TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE W-MAP-OTRO             TO  W-MAP-IDX.
           GO TO I-EMITE-CONCEPTO.
       F-EMITE-CONCEPTOS.
      *
       I-SUMA-ROL.
           MOVE ZEROS                  TO  W-ROL-IDX.
       I-SUMA-ROL-CICLO.
           ADD 1                       TO  W-ROL-IDX.
           IF  W-ROL-IDX  >  7         GO TO F-SUMA-ROL.
           IF  ROL-LETRA(W-ROL-IDX)  NOT =  MAP-ROL(W-MAP-OTRO)
               GO TO I-SUMA-ROL-CICLO.
           MOVE 1                      TO  ROL-HAY(W-ROL-IDX).
           ADD MAP-VALOR(W-MAP-OTRO, 1)  TO  ROL-VALOR(W-ROL-IDX, 1).
           ADD MAP-VALOR(W-MAP-OTRO, 2)  TO  ROL-VALOR(W-ROL-IDX, 2).
       F-SUMA-ROL.
      *
      ******************************************************************
      *  CUENTAS SIN MAPEO: SOBRE LOS SALDOS DEL ANO ACTUAL; EL TITULO *
      *  DE LA SECCION SOLO SALE SI HAY ALGUNA                         *
      ******************************************************************
       I-SIN-MAPEO.
           IF  SW-COB-LLENA  =  1
               MOVE "** MAS DE 600 RANGOS: SIN MAPEO INCOMPLETO **"
                                       TO  W-RENGLON(5:)
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON.
           IF  SW-SIN-ACTUAL  =  1     GO TO F-SIN-MAPEO.
           MOVE CON-ANO                TO  LAB-CNDTACUM-ANO.
           OPEN INPUT CNDTACUM.
           PERFORM I-BUSCA-SIN-MAPEO   THRU F-BUSCA-SIN-MAPEO.
           CLOSE CNDTACUM.
       F-SIN-MAPEO.
      *
      ******************************************************************
      *  CRUCES DE LOS ESTADOS EN CADA COLUMNA.  ROLES: 1 A  2 P  3 T  *
      *  4 U  5 G  6 E  7 C                                            *
      ******************************************************************
       I-CRUCES.
           MOVE SPACES                 TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE "CRUCES DE LOS ESTADOS" TO W-RENGLON(5:).
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           MOVE 1                      TO  W-COL.
       I-CRUCES-COLUMNA.
           IF  W-COL  >  2             GO TO F-CRUCES.
           IF  W-COL  =  1
               MOVE "ACTUAL"           TO  I-COLUMNA
           ELSE
               MOVE "ANTERIOR"         TO  I-COLUMNA.
           MOVE "ACTIVO = PASIVO + PATRIMONIO"  TO  I-CRUCE.
           MOVE ROL-VALOR(1, W-COL)    TO  W-LADO-1.
           COMPUTE W-LADO-2  =  ROL-VALOR(2, W-COL)
                             +  ROL-VALOR(3, W-COL).
           MOVE ZEROS                  TO  SW-1.
           IF  ROL-HAY(1)  =  ZEROS  OR  ROL-HAY(2)  =  ZEROS
           OR  ROL-HAY(3)  =  ZEROS
               MOVE 1                  TO  SW-1.
           PERFORM I-LINEA-CRUCE       THRU F-LINEA-CRUCE.
           MOVE "RESULTADO EJERCICIO = ESTADO RESULTADOS"  TO  I-CRUCE.
           MOVE ROL-VALOR(4, W-COL)    TO  W-LADO-1.
           MOVE ROL-VALOR(5, W-COL)    TO  W-LADO-2.
           MOVE ZEROS                  TO  SW-1.
           IF  ROL-HAY(4)  =  ZEROS  OR  ROL-HAY(5)  =  ZEROS
               MOVE 1                  TO  SW-1.
           PERFORM I-LINEA-CRUCE       THRU F-LINEA-CRUCE.
           MOVE "EFECTIVO AL CIERRE = FINAL DEL FLUJO"  TO  I-CRUCE.
           MOVE ROL-VALOR(6, W-COL)    TO  W-LADO-1.
           MOVE ROL-VALOR(7, W-COL)    TO  W-LADO-2.
           MOVE ZEROS                  TO  SW-1.
           IF  ROL-HAY(6)  =  ZEROS  OR  ROL-HAY(7)  =  ZEROS
               MOVE 1                  TO  SW-1.
           PERFORM I-LINEA-CRUCE       THRU F-LINEA-CRUCE.
           ADD 1                       TO  W-COL.
           GO TO I-CRUCES-COLUMNA.
       F-CRUCES.
      *
      *  SW-1 = 1: FALTA EL ROL DE ALGUNO DE LOS DOS LADOS
       I-LINEA-CRUCE.
           MOVE W-LADO-1               TO  I-LADO-1.
           MOVE W-LADO-2               TO  I-LADO-2.
           IF  SW-1  =  1
               MOVE "SIN ROL MAPEADO"  TO  I-RESULTADO
           ELSE
             IF  W-COL  =  2  AND  SW-SIN-ANTERIOR  =  1
                 MOVE "SIN SALDOS"     TO  I-RESULTADO
             ELSE
               IF  W-LADO-1  =  W-LADO-2
                   MOVE "CUADRA"       TO  I-RESULTADO
               ELSE
                   MOVE "** NO CUADRA **"  TO  I-RESULTADO
                   ADD 1               TO  T-CRUCE-MALO.
           MOVE LINEA-CRUCE            TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
       F-LINEA-CRUCE.
      *
       I-RESUMEN.
           MOVE SPACES                 TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
           IF  SW-SIN-ACTUAL  =  1
               MOVE "** SIN SALDOS DEL ANO ACTUAL **"
                                       TO  W-RENGLON(5:)
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON.
           IF  SW-SIN-ANTERIOR  =  1
               MOVE "** SIN SALDOS DEL ANO ANTERIOR: CEROS **"
                                       TO  W-RENGLON(5:)
               PERFORM I-ESCRIBE-RENGLON THRU F-ESCRIBE-RENGLON.
           MOVE "CONCEPTOS EN EL PLANO"  TO  I-TEXTO-CAN.
           MOVE T-CONCEPTOS            TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
           MOVE "FUENTES CON RENGLON DE FORMATO INEXISTENTE"
                                       TO  I-TEXTO-CAN.
           MOVE T-LINEA-MALA           TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
           MOVE "CUENTAS CON SALDO SIN MAPEO"  TO  I-TEXTO-CAN.
           MOVE T-SIN-MAPEO            TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
           MOVE "CRUCES QUE NO CUADRAN"  TO  I-TEXTO-CAN.
           MOVE T-CRUCE-MALO           TO  I-CANTIDAD.
           PERFORM I-LINEA-CANTIDAD    THRU F-LINEA-CANTIDAD.
       F-RESUMEN.
      *
       I-LINEA-CANTIDAD.
           MOVE LINEA-DE-CANTIDAD      TO  W-RENGLON.
           PERFORM I-ESCRIBE-RENGLON   THRU F-ESCRIBE-RENGLON.
       F-LINEA-CANTIDAD.
      *
       I-ESCRIBE-RENGLON.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM W-RENGLON AFTER 1.
           ADD 1                       TO  CON-LIN.
           MOVE SPACES                 TO  W-RENGLON.
       F-ESCRIBE-RENGLON.
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
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
