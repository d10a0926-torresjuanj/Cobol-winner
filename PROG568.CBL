       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG568.
      ******************************************************************
      * TURNOS: PROGRAMADO CONTRA MARCADO, APROBACION Y TRASLADO       *
      *                                          OCT-15-2026           *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * OPCION C: PARA UN RANGO DE FECHAS (Y UN CENTRO DE COSTOS O     *
      *           TODOS) COMPARA CADA DIA PROGRAMADO (PROGTURN CON SU  *
      *           PLANTILLA PLATURNO) CONTRA LAS MARCACIONES DEL DIA   *
      *           (MARCACIO) MINUTO A MINUTO:                          *
      *           - MINUTO DENTRO DEL HORARIO = ORDINARIO, FUERA DEL   *
      *             HORARIO = EXTRA; SIN PROGRAMACION TODO ES EXTRA.   *
      *           - NOCTURNO SI CAE EN LA FRANJA NOCTURNA DEL TURNO.   *
      *           - DOMINICAL/FESTIVO SI SU DIA CALENDARIO ES DOMINGO  *
      *             O ESTA EN FESTIVOS (UNA SALIDA MENOR O IGUAL A LA  *
      *             ENTRADA ES DEL DIA SIGUIENTE).                     *
      *           - EL DESCANSO SE DESCUENTA DE LO ORDINARIO.          *
      *           - TARD = ENTRADA DESPUES DE LA TOLERANCIA; AUSE =    *
      *             RESTO DE LO PROGRAMADO NO LABORADO; LAS EXTRAS     *
      *             QUE NO SUPERAN LA TOLERANCIA NO SE RECONOCEN.      *
      *           IMPRIME EL DIA A DIA Y DEJA CADA DIFERENCIA EN       *
      *           DIFTURNO PENDIENTE (P).  AL REPETIR EL RANGO SOLO SE *
      *           REEMPLAZAN LAS PENDIENTES; LAS YA DECIDIDAS SE       *
      *           CONSERVAN.                                           *
      * OPCION A: EL SUPERVISOR APRUEBA (A) O RECHAZA (R) CADA         *
      *           DIFERENCIA PENDIENTE; QUEDA QUIEN Y CUANDO.          *
      * OPCION N: TRASLADA LAS APROBADAS A NOMINOVE DEL PERIODO ACTIVO *
      *           CON ORIGEN "H": EL TIPO SE TRADUCE A CONCEPTO POR    *
      *           RELOJMAP Y LAS EXTRAS (FACTOR DE HORA > 1) SE        *
      *           VALIDAN CON NOMEXTRA COMO EN PROG335.                *
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
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\RELOJMAP.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\FESTIVOS.DYC".
               COPY "..\DYC\PLATURNO.DYC".
               COPY "..\DYC\PROGTURN.DYC".
               COPY "..\DYC\MARCACIO.DYC".
               COPY "..\DYC\DIFTURNO.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\RELOJMAP.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\FESTIVOS.FD".
               COPY "..\FD\PLATURNO.FD".
               COPY "..\FD\PROGTURN.FD".
               COPY "..\FD\MARCACIO.FD".
               COPY "..\FD\DIFTURNO.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG568".
       77      ID-PRG              PIC X(7)  VALUE "PROG568".
       77      W-DESDE             PIC 9(08) VALUE ZEROS.
       77      W-HASTA             PIC 9(08) VALUE ZEROS.
       77      W-CENCOS            PIC 9(03) VALUE ZEROS.
       77      W-FECHA-DIA         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-SIG         PIC 9(08) VALUE ZEROS.
       77      SW-RANGO-OK         PIC 9(01) VALUE ZEROS.
       77      SW-PROG             PIC 9(01) VALUE ZEROS.
       77      SW-MARCA            PIC 9(01) VALUE ZEROS.
       77      SW-FEST-HOY         PIC 9(01) VALUE ZEROS.
       77      SW-FEST-MANANA      PIC 9(01) VALUE ZEROS.
       77      SW-NOCHE            PIC 9(01) VALUE ZEROS.
       77      SW-FESTIVO          PIC 9(01) VALUE ZEROS.
       77      SW-FIN-DIF          PIC 9(01) VALUE ZEROS.
       77      W-HH                PIC 9(02) VALUE ZEROS.
       77      W-MM                PIC 9(02) VALUE ZEROS.
       77      W-S1                PIC 9(04) VALUE ZEROS.
       77      W-S2                PIC 9(04) VALUE ZEROS.
       77      W-N1                PIC 9(04) VALUE ZEROS.
       77      W-N2                PIC 9(04) VALUE ZEROS.
       77      W-C1                PIC 9(04) VALUE ZEROS.
       77      W-C2                PIC 9(04) VALUE ZEROS.
       77      W-T                 PIC 9(04) VALUE ZEROS.
       77      W-M                 PIC 9(04) VALUE ZEROS.
       77      W-DIA-T             PIC 9(01) VALUE ZEROS.
       77      W-PRIMERA           PIC 9(04) VALUE ZEROS.
       77      W-DESCANSO          PIC 9(04) VALUE ZEROS.
       77      W-TOLERANCIA        PIC 9(04) VALUE ZEROS.
       77      W-MIN-PROG          PIC 9(05) VALUE ZEROS.
       77      W-MIN-MARCA         PIC 9(05) VALUE ZEROS.
       77      W-MIN-ORD-DIU       PIC 9(05) VALUE ZEROS.
       77      W-MIN-ORDINARIO     PIC 9(05) VALUE ZEROS.
       77      W-MIN-EXTRA         PIC 9(05) VALUE ZEROS.
       77      W-FALTA             PIC 9(05) VALUE ZEROS.
       77      W-TIPO              PIC 9(02) VALUE ZEROS.
       77      W-DIFERENCIAS       PIC 9(06) VALUE ZEROS.
       77      W-PENDIENTES        PIC 9(06) VALUE ZEROS.
       77      W-APROBADAS         PIC 9(06) VALUE ZEROS.
       77      W-RECHAZADAS        PIC 9(06) VALUE ZEROS.
       77      W-TRASLADADAS       PIC 9(06) VALUE ZEROS.
       77      W-NO-TRASLADADAS    PIC 9(06) VALUE ZEROS.
       77      W-DECISION          PIC X(01) VALUE SPACES.
       77      W-SEC               PIC 9(03) VALUE ZEROS.
       77      W-MOTIVO            PIC X(32) VALUE SPACES.
       77      W-TITULO-INFORME    PIC X(46) VALUE SPACES.
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
      *  TIPOS DE DIFERENCIA EN EL ORDEN DEL LISTADO
       01      TABLA-TIPOS.
        03     FILLER              PIC X(36) VALUE
               "TARDAUSEHEDOHENOHEDFHENFRNOCRDFERNFE".
       01      FILLER              REDEFINES TABLA-TIPOS.
        03     TAB-TIPO            PIC X(04) OCCURS 9 TIMES.
       01      TABLA-MINUTOS.
        03     W-MIN-TIPO          PIC 9(05) OCCURS 9 TIMES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\RELOJMAP.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\FESTIVOS.LBL".
               COPY "..\LBL\PLATURNO.LBL".
               COPY "..\LBL\PROGTURN.LBL".
               COPY "..\LBL\MARCACIO.LBL".
               COPY "..\LBL\DIFTURNO.LBL".
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
       01      AREA-NOMEXTRA.
        03     EXT-LNK-EMPRESA     PIC 9(07).
        03     EXT-LNK-ANO         PIC 9(04).
        03     EXT-LNK-PERIODO     PIC 9(03).
        03     EXT-LNK-CEDULA      PIC 9(12).
        03     EXT-LNK-HORAS       PIC 9(03)V99.
        03     EXT-LNK-ACUMULADO   PIC 9(05)V99.
        03     EXT-LNK-TOPE        PIC 9(05)V99.
        03     EXT-LNK-ESTADO      PIC X(02).
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    I-TITULO    PIC X(46).
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    FILLER      PIC X(08)    VALUE "Desde: ".
         05    I-DESDE     PIC 9(08).
         05    FILLER      PIC X(10)    VALUE "  Hasta: ".
         05    I-HASTA     PIC 9(08).
         05    FILLER      PIC X(12)    VALUE "  C.Costo: ".
         05    I-CENCOS    PIC ZZ9.
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA".
         05    FILLER      PIC X(09)    VALUE "  FECHA".
         05    FILLER      PIC X(04)    VALUE "TUR".
         05    FILLER      PIC X(14)    VALUE "  PROG  MARCA".
         05    FILLER      PIC X(35)    VALUE
               "   TARD   AUSE   HEDO   HENO   HEDF".
         05    FILLER      PIC X(28)    VALUE
               "   HENF   RNOC   RDFE   RNFE".
        03     TITULO-B.
         05    FILLER      PIC X(14)    VALUE "   CEDULA".
         05    FILLER      PIC X(09)    VALUE "  FECHA".
         05    FILLER      PIC X(05)    VALUE "TIPO".
         05    FILLER      PIC X(08)    VALUE " HORAS".
         05    FILLER      PIC X(05)    VALUE "CPTO".
         05    FILLER      PIC X(32)    VALUE "  RESULTADO".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(01).
         05    I-FECHA-DIA PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-TURNO     PIC X(03).
         05    FILLER      PIC X(01).
         05    I-PROG      PIC ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-MARCA     PIC ZZ9.99.
         05    I-HORAS-TIPO          OCCURS 9 TIMES.
          07   FILLER      PIC X(01).
          07   I-HORAS     PIC ZZ9.99.
        03     LINEA-DE-TRASLADO.
         05    J-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(01).
         05    J-FECHA     PIC 9(08).
         05    FILLER      PIC X(01).
         05    J-TIPO      PIC X(04).
         05    FILLER      PIC X(01).
         05    J-HORAS     PIC ZZ9.99.
         05    FILLER      PIC X(01).
         05    J-CONCEPTO  PIC ZZ9.
         05    FILLER      PIC X(02).
         05    J-MOTIVO    PIC X(32).
         05    FILLER      PIC X(01).
         05    J-CANTIDAD  PIC ZZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\RELOJMAP.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\FESTIVOS.DCL".
               COPY "..\DCL\PLATURNO.DCL".
               COPY "..\DCL\PROGTURN.DCL".
               COPY "..\DCL\MARCACIO.DCL".
               COPY "..\DCL\DIFTURNO.DCL".
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
           MOVE "* TURNOS: PROGRAMADO VS MARCADO *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE 1                      TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONCPTOS-CIA
                                           LAB-NOMINOVE-CIA
                                           LAB-PLATURNO-CIA
                                           LAB-PROGTURN-CIA
                                           LAB-MARCACIO-CIA
                                           LAB-DIFTURNO-CIA.
           MOVE CON-ANO                TO  LAB-NOMINOVE-ANO.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 568                    TO  LAB-INFORMES-IDENT.
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
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT DIFTURNO.
           MOVE 1                      TO  SW-ABRE.
           IF  DIFTURNO-STATUS  =  "35"
               OPEN OUTPUT DIFTURNO.
           CLOSE DIFTURNO.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT FESTIVOS.
           MOVE 1                      TO  SW-ABRE.
           IF  FESTIVOS-STATUS  =  "35"
               OPEN OUTPUT FESTIVOS.
           CLOSE FESTIVOS.
           MOVE ZEROS                  TO  SW-ABRE.
           OPEN INPUT RELOJMAP.
           MOVE 1                      TO  SW-ABRE.
           IF  RELOJMAP-STATUS  =  "35"
               OPEN OUTPUT RELOJMAP.
           CLOSE RELOJMAP.
       F-STATUS-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 08 POSITION 18
           DISPLAY "!  C  COMPARA PROGRAMADO CONTRA MARCADO    !"
                                       LINE 09 POSITION 18
           DISPLAY "!  A  APRUEBA O RECHAZA DIFERENCIAS        !"
                                       LINE 10 POSITION 18
           DISPLAY "!  N  TRASLADA APROBADAS A NOVEDADES       !"
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
           IF  W-OPCION  =  "C"
               PERFORM I-COMPARA       THRU F-COMPARA.
           IF  W-OPCION  =  "A"
               PERFORM I-APRUEBA       THRU F-APRUEBA
               MOVE ZEROS              TO  WK-EXCEPTION.
           IF  W-OPCION  =  "N"
               PERFORM I-TRASLADA      THRU F-TRASLADA.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  RANGO DE FECHAS Y CENTRO DE COSTOS DE LA COMPARACION          *
      ******************************************************************
       I-CAPTURA-RANGO.
           MOVE ZEROS                  TO  SW-RANGO-OK  WK-EXCEPTION
                                           W-CENCOS.
           DISPLAY "FECHA DESDE (AAAAMMDD):"   LINE 17 POSITION 18.
           ACCEPT W-DESDE              LINE 17 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA-RANGO.
           DISPLAY "FECHA HASTA (AAAAMMDD):"   LINE 18 POSITION 18.
           ACCEPT W-HASTA              LINE 18 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA-RANGO.
           MOVE W-DESDE                TO  W-FECHA-PARTES.
           IF  W-PARTE-MES  <  01  OR  W-PARTE-MES  >  12
           OR  W-PARTE-DIA  <  01  OR  W-PARTE-DIA  >  31
           OR  W-DESDE  >  W-HASTA
               DISPLAY "RANGO DE FECHAS ERRADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-CAPTURA-RANGO.
           MOVE W-HASTA                TO  W-FECHA-PARTES.
           IF  W-PARTE-MES  <  01  OR  W-PARTE-MES  >  12
           OR  W-PARTE-DIA  <  01  OR  W-PARTE-DIA  >  31
               DISPLAY "RANGO DE FECHAS ERRADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-CAPTURA-RANGO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "C.COSTO (0 = TODOS)   :"   LINE 19 POSITION 18.
           ACCEPT W-CENCOS             LINE 19 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2 OR ESC               GO TO F-CAPTURA-RANGO.
           DISPLAY "[ C ] COMPARAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "C"     GO TO F-CAPTURA-RANGO.
           MOVE 1                      TO  SW-RANGO-OK.
       F-CAPTURA-RANGO.
      *
      ******************************************************************
      *  COMPARACION POR EMPLEADO ACTIVO Y DIA DEL RANGO               *
      ******************************************************************
       I-COMPARA.
           PERFORM I-CAPTURA-RANGO     THRU F-CAPTURA-RANGO.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           IF  SW-RANGO-OK  NOT =  1   GO TO F-COMPARA.
           DISPLAY "COMPARANDO PROGRAMADO CONTRA MARCADO ..."
                   LINE 24 POSITION 01 REVERSE.
           OPEN INPUT CONTRATO PLATURNO PROGTURN MARCACIO FESTIVOS.
           OPEN I-O DIFTURNO.
           OPEN OUTPUT INFORMES.
           MOVE "COMPARACION TURNO PROGRAMADO CONTRA MARCADO"
                                       TO  W-TITULO-INFORME.
           MOVE W-DESDE                TO  I-DESDE.
           MOVE W-HASTA                TO  I-HASTA.
           MOVE W-CENCOS               TO  I-CENCOS.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  W-DIFERENCIAS  SW-EOF.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ZEROS                  TO  CONTRATO-CEDULA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  SW-EOF.
       I-COMPARA-CICLO.
           IF  SW-EOF  =  1            GO TO I-COMPARA-FIN.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                GO TO I-COMPARA-FIN.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               GO TO I-COMPARA-FIN.
           IF  CONTRATO-ESTADO  =  "R"
               GO TO I-COMPARA-CICLO.
           IF  W-CENCOS  NOT =  ZEROS
           AND CONTRATO-CENCOS  NOT =  W-CENCOS
               GO TO I-COMPARA-CICLO.
           MOVE W-DESDE                TO  W-FECHA-DIA.
           PERFORM I-COMPARA-DIA       THRU F-COMPARA-DIA
                   UNTIL W-FECHA-DIA  >  W-HASTA.
           GO TO I-COMPARA-CICLO.
       I-COMPARA-FIN.
           MOVE SPACES                 TO  LINEA-DE-TRASLADO.
           MOVE "DIFERENCIAS PENDIENTES GRABADAS"  TO  J-MOTIVO.
           MOVE W-DIFERENCIAS          TO  J-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TRASLADO AFTER 2.
           CLOSE CONTRATO PLATURNO PROGTURN MARCACIO FESTIVOS
                 DIFTURNO INFORMES.
           DISPLAY "COMPARACION TERMINADA - VEA EL LISTADO"
                   LINE 24 POSITION 01 REVERSE.
       F-COMPARA.
      *
       I-COMPARA-DIA.
           INITIALIZE TABLA-MINUTOS.
           MOVE ZEROS                  TO  W-MIN-ORD-DIU  W-MIN-PROG
                                           W-MIN-MARCA  SW-MARCA
                                           W-S1  W-S2  W-DESCANSO
                                           W-TOLERANCIA.
           MOVE 9999                   TO  W-PRIMERA.
           PERFORM I-LEE-PROGRAMACION  THRU F-LEE-PROGRAMACION.
           PERFORM I-FESTIVOS-DIA      THRU F-FESTIVOS-DIA.
           PERFORM I-LEE-MARCACIONES   THRU F-LEE-MARCACIONES.
           IF  SW-PROG  =  ZEROS  AND  SW-MARCA  =  ZEROS
               GO TO I-COMPARA-DIA-SIGUIENTE.
           PERFORM I-CALCULA-DIFERENCIAS THRU F-CALCULA-DIFERENCIAS.
           PERFORM I-LINEA-COMPARA     THRU F-LINEA-COMPARA.
           MOVE 1                      TO  W-TIPO.
           PERFORM I-GRABA-DIFERENCIA  THRU F-GRABA-DIFERENCIA
                   UNTIL W-TIPO  >  9.
       I-COMPARA-DIA-SIGUIENTE.
           MOVE W-FECHA-DIA            TO  W-FECHA-CAP.
           PERFORM I-SUMA-UN-DIA       THRU F-SUMA-UN-DIA.
           MOVE W-FECHA-CAP            TO  W-FECHA-DIA.
       F-COMPARA-DIA.
      *
      *  HORARIO PROGRAMADO EN MINUTOS DESDE LA MEDIANOCHE DEL DIA; UNA
      *  SALIDA MENOR O IGUAL A LA ENTRADA TERMINA AL DIA SIGUIENTE
       I-LEE-PROGRAMACION.
           MOVE ZEROS                  TO  SW-PROG.
           MOVE SPACES                 TO  PGT-TURNO.
           MOVE CONTRATO-CEDULA        TO  PGT-CEDULA.
           MOVE W-FECHA-DIA            TO  PGT-FECHA.
           READ PROGTURN WITH NO LOCK INVALID KEY
                GO TO I-LEE-PROGRAMACION-NOCHE.
           MOVE PGT-TURNO              TO  TUR-CODIGO.
           READ PLATURNO WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  PGT-TURNO
                GO TO I-LEE-PROGRAMACION-NOCHE.
           MOVE 1                      TO  SW-PROG.
           DIVIDE TUR-ENTRADA  BY  100  GIVING  W-HH  REMAINDER  W-MM.
           COMPUTE W-S1  =  W-HH  *  60  +  W-MM.
           DIVIDE TUR-SALIDA  BY  100  GIVING  W-HH  REMAINDER  W-MM.
           COMPUTE W-S2  =  W-HH  *  60  +  W-MM.
           IF  W-S2  NOT >  W-S1
               ADD 1440                TO  W-S2.
           MOVE TUR-DESCANSO           TO  W-DESCANSO.
           MOVE TUR-TOLERANCIA         TO  W-TOLERANCIA.
           IF  W-DESCANSO  >  W-S2  -  W-S1
               COMPUTE W-DESCANSO  =  W-S2  -  W-S1.
           COMPUTE W-MIN-PROG  =  W-S2  -  W-S1  -  W-DESCANSO.
           DIVIDE TUR-NOCHE-DESDE  BY  100  GIVING  W-HH
                  REMAINDER  W-MM.
           COMPUTE W-N1  =  W-HH  *  60  +  W-MM.
           DIVIDE TUR-NOCHE-HASTA  BY  100  GIVING  W-HH
                  REMAINDER  W-MM.
           COMPUTE W-N2  =  W-HH  *  60  +  W-MM.
           GO TO F-LEE-PROGRAMACION.
      *  SIN PROGRAMACION LA FRANJA NOCTURNA ES LA LEGAL 21:00 A 06:00
       I-LEE-PROGRAMACION-NOCHE.
           MOVE 1260                   TO  W-N1.
           MOVE 0360                   TO  W-N2.
       F-LEE-PROGRAMACION.
      *
      *  DOMINGO O FESTIVO PARA EL DIA Y PARA EL DIA SIGUIENTE
       I-FESTIVOS-DIA.
           MOVE ZEROS                  TO  SW-FEST-HOY  SW-FEST-MANANA.
           MOVE W-FECHA-DIA            TO  W-FECHA-CAP.
           PERFORM I-DIA-SEMANA        THRU F-DIA-SEMANA.
           IF  W-DOW  =  1
               MOVE 1                  TO  SW-FEST-HOY.
           MOVE W-FECHA-CAP            TO  FES-FECHA.
           READ FESTIVOS WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  FES-FECHA.
           IF  FES-FECHA  =  W-FECHA-CAP
               MOVE 1                  TO  SW-FEST-HOY.
           PERFORM I-SUMA-UN-DIA       THRU F-SUMA-UN-DIA.
           MOVE W-FECHA-CAP            TO  W-FECHA-SIG.
           PERFORM I-DIA-SEMANA        THRU F-DIA-SEMANA.
           IF  W-DOW  =  1
               MOVE 1                  TO  SW-FEST-MANANA.
           MOVE W-FECHA-CAP            TO  FES-FECHA.
           READ FESTIVOS WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  FES-FECHA.
           IF  FES-FECHA  =  W-FECHA-CAP
               MOVE 1                  TO  SW-FEST-MANANA.
       F-FESTIVOS-DIA.
      *
       I-LEE-MARCACIONES.
           MOVE CONTRATO-CEDULA        TO  MAR-CEDULA.
           MOVE W-FECHA-DIA            TO  MAR-FECHA.
           MOVE ZEROS                  TO  MAR-SECUENCIA.
           START MARCACIO KEY NOT LESS MAR-CLAVE INVALID KEY
                 GO TO F-LEE-MARCACIONES.
       I-LEE-MARCACIONES-CICLO.
           READ MARCACIO NEXT RECORD WITH NO LOCK AT END
                GO TO F-LEE-MARCACIONES.
           IF  MAR-CEDULA  NOT =  CONTRATO-CEDULA
           OR  MAR-FECHA   NOT =  W-FECHA-DIA
               GO TO F-LEE-MARCACIONES.
           MOVE 1                      TO  SW-MARCA.
           DIVIDE MAR-ENTRADA  BY  100  GIVING  W-HH  REMAINDER  W-MM.
           COMPUTE W-C1  =  W-HH  *  60  +  W-MM.
           DIVIDE MAR-SALIDA  BY  100  GIVING  W-HH  REMAINDER  W-MM.
           COMPUTE W-C2  =  W-HH  *  60  +  W-MM.
           IF  W-C2  NOT >  W-C1
               ADD 1440                TO  W-C2.
           IF  W-C1  <  W-PRIMERA
               MOVE W-C1               TO  W-PRIMERA.
           MOVE W-C1                   TO  W-T.
           PERFORM I-CLASIFICA-MINUTO  THRU F-CLASIFICA-MINUTO
                   UNTIL W-T  NOT <  W-C2.
           GO TO I-LEE-MARCACIONES-CICLO.
       F-LEE-MARCACIONES.
      *
      *  UBICA EL MINUTO W-T EN UNO DE LOS OCHO GRUPOS: ORDINARIO O
      *  EXTRA, DIURNO O NOCTURNO, HABIL O DOMINICAL/FESTIVO
       I-CLASIFICA-MINUTO.
           ADD 1                       TO  W-MIN-MARCA.
           DIVIDE W-T  BY  1440  GIVING  W-DIA-T  REMAINDER  W-M.
           MOVE ZEROS                  TO  SW-NOCHE  SW-FESTIVO.
           IF  W-N1  >  W-N2
           AND (W-M  NOT <  W-N1  OR  W-M  <  W-N2)
               MOVE 1                  TO  SW-NOCHE.
           IF  W-N1  NOT >  W-N2
           AND W-M  NOT <  W-N1  AND  W-M  <  W-N2
               MOVE 1                  TO  SW-NOCHE.
           IF  (W-DIA-T  =  ZEROS  AND  SW-FEST-HOY  =  1)
           OR  (W-DIA-T  >  ZEROS  AND  SW-FEST-MANANA  =  1)
               MOVE 1                  TO  SW-FESTIVO.
           IF  SW-PROG  =  1  AND  W-T  NOT <  W-S1  AND  W-T  <  W-S2
               GO TO I-CLASIFICA-ORDINARIO.
           IF  SW-NOCHE  =  ZEROS  AND  SW-FESTIVO  =  ZEROS
               ADD 1                   TO  W-MIN-TIPO(3).
           IF  SW-NOCHE  =  1      AND  SW-FESTIVO  =  ZEROS
               ADD 1                   TO  W-MIN-TIPO(4).
           IF  SW-NOCHE  =  ZEROS  AND  SW-FESTIVO  =  1
               ADD 1                   TO  W-MIN-TIPO(5).
           IF  SW-NOCHE  =  1      AND  SW-FESTIVO  =  1
               ADD 1                   TO  W-MIN-TIPO(6).
           GO TO I-CLASIFICA-SIGUIENTE.
       I-CLASIFICA-ORDINARIO.
           IF  SW-NOCHE  =  ZEROS  AND  SW-FESTIVO  =  ZEROS
               ADD 1                   TO  W-MIN-ORD-DIU.
           IF  SW-NOCHE  =  1      AND  SW-FESTIVO  =  ZEROS
               ADD 1                   TO  W-MIN-TIPO(7).
           IF  SW-NOCHE  =  ZEROS  AND  SW-FESTIVO  =  1
               ADD 1                   TO  W-MIN-TIPO(8).
           IF  SW-NOCHE  =  1      AND  SW-FESTIVO  =  1
               ADD 1                   TO  W-MIN-TIPO(9).
       I-CLASIFICA-SIGUIENTE.
           ADD 1                       TO  W-T.
       F-CLASIFICA-MINUTO.
      *
      *  DESCANSO, LLEGADA TARDE, HORAS NO LABORADAS Y TOLERANCIA
       I-CALCULA-DIFERENCIAS.
           MOVE W-DESCANSO             TO  W-FALTA.
           IF  W-MIN-MARCA  <  W-FALTA
               MOVE W-MIN-MARCA        TO  W-FALTA.
           SUBTRACT W-FALTA          FROM  W-MIN-MARCA.
           PERFORM I-DESCUENTA-DESCANSO THRU F-DESCUENTA-DESCANSO.
           COMPUTE W-MIN-ORDINARIO  =  W-MIN-ORD-DIU  +  W-MIN-TIPO(7)
                                    +  W-MIN-TIPO(8)  +  W-MIN-TIPO(9).
           COMPUTE W-MIN-EXTRA  =  W-MIN-TIPO(3)  +  W-MIN-TIPO(4)
                                +  W-MIN-TIPO(5)  +  W-MIN-TIPO(6).
           IF  W-MIN-EXTRA  NOT >  W-TOLERANCIA
               MOVE ZEROS              TO  W-MIN-TIPO(3)  W-MIN-TIPO(4)
                                           W-MIN-TIPO(5)  W-MIN-TIPO(6).
           IF  SW-PROG  =  ZEROS       GO TO F-CALCULA-DIFERENCIAS.
           IF  SW-MARCA  =  ZEROS
               MOVE W-MIN-PROG         TO  W-MIN-TIPO(2)
               GO TO F-CALCULA-DIFERENCIAS.
           IF  W-PRIMERA  >  W-S1
           AND W-PRIMERA  -  W-S1  >  W-TOLERANCIA
               COMPUTE W-MIN-TIPO(1)  =  W-PRIMERA  -  W-S1.
           IF  W-MIN-TIPO(1)  >  W-MIN-PROG
               MOVE W-MIN-PROG         TO  W-MIN-TIPO(1).
           IF  W-MIN-ORDINARIO  NOT <  W-MIN-PROG
               GO TO F-CALCULA-DIFERENCIAS.
           COMPUTE W-FALTA  =  W-MIN-PROG  -  W-MIN-ORDINARIO.
           IF  W-FALTA  NOT >  W-MIN-TIPO(1)
               GO TO F-CALCULA-DIFERENCIAS.
           SUBTRACT W-MIN-TIPO(1)    FROM  W-FALTA.
           IF  W-FALTA  >  W-TOLERANCIA
               MOVE W-FALTA            TO  W-MIN-TIPO(2).
       F-CALCULA-DIFERENCIAS.
      *
      *  EL DESCANSO SALE PRIMERO DE LO DIURNO Y LUEGO DE LOS RECARGOS
       I-DESCUENTA-DESCANSO.
           IF  W-FALTA  =  ZEROS       GO TO F-DESCUENTA-DESCANSO.
           IF  W-MIN-ORD-DIU  NOT <  W-FALTA
               SUBTRACT W-FALTA      FROM  W-MIN-ORD-DIU
               GO TO F-DESCUENTA-DESCANSO.
           SUBTRACT W-MIN-ORD-DIU    FROM  W-FALTA.
           MOVE ZEROS                  TO  W-MIN-ORD-DIU.
           MOVE 7                      TO  W-TIPO.
       I-DESCUENTA-RECARGO.
           IF  W-FALTA  =  ZEROS  OR  W-TIPO  >  9
               GO TO F-DESCUENTA-DESCANSO.
           IF  W-MIN-TIPO(W-TIPO)  NOT <  W-FALTA
               SUBTRACT W-FALTA      FROM  W-MIN-TIPO(W-TIPO)
               GO TO F-DESCUENTA-DESCANSO.
           SUBTRACT W-MIN-TIPO(W-TIPO) FROM W-FALTA.
           MOVE ZEROS                  TO  W-MIN-TIPO(W-TIPO).
           ADD 1                       TO  W-TIPO.
           GO TO I-DESCUENTA-RECARGO.
       F-DESCUENTA-DESCANSO.
      *
       I-LINEA-COMPARA.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA.
           MOVE W-FECHA-DIA            TO  I-FECHA-DIA.
           MOVE PGT-TURNO              TO  I-TURNO.
           COMPUTE I-PROG  ROUNDED  =  W-MIN-PROG  /  60.
           COMPUTE I-MARCA ROUNDED  =  W-MIN-MARCA  /  60.
           MOVE 1                      TO  W-TIPO.
           PERFORM I-LINEA-COMPARA-TIPO THRU F-LINEA-COMPARA-TIPO
                   UNTIL W-TIPO  >  9.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-COMPARA.
      *
       I-LINEA-COMPARA-TIPO.
           COMPUTE I-HORAS(W-TIPO) ROUNDED  =  W-MIN-TIPO(W-TIPO) / 60.
           ADD 1                       TO  W-TIPO.
       F-LINEA-COMPARA-TIPO.
      *
      *  LA DIFERENCIA PENDIENTE SE REEMPLAZA; LA YA DECIDIDA (A, R, N)
      *  SE CONSERVA; UNA PENDIENTE QUE YA NO APLICA SE RETIRA
       I-GRABA-DIFERENCIA.
           MOVE CONTRATO-CEDULA        TO  DTU-CEDULA.
           MOVE W-FECHA-DIA            TO  DTU-FECHA.
           MOVE TAB-TIPO(W-TIPO)       TO  DTU-TIPO.
           MOVE ZEROS                  TO  SW-1.
           READ DIFTURNO INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS  AND  DTU-ESTADO  NOT =  "P"
               GO TO I-GRABA-DIFERENCIA-SIGUE.
           IF  W-MIN-TIPO(W-TIPO)  =  ZEROS
               GO TO I-GRABA-DIFERENCIA-RETIRA.
           INITIALIZE REG-DIFTURNO.
           MOVE CONTRATO-CEDULA        TO  DTU-CEDULA.
           MOVE W-FECHA-DIA            TO  DTU-FECHA.
           MOVE TAB-TIPO(W-TIPO)       TO  DTU-TIPO.
           MOVE PGT-TURNO              TO  DTU-TURNO.
           MOVE CONTRATO-CENCOS        TO  DTU-CENCOS.
           COMPUTE DTU-HORAS ROUNDED  =  W-MIN-TIPO(W-TIPO)  /  60.
           MOVE "P"                    TO  DTU-ESTADO.
           ADD 1                       TO  W-DIFERENCIAS.
           IF  SW-1  =  1
               WRITE REG-DIFTURNO INVALID KEY
                     REWRITE REG-DIFTURNO
           ELSE
               REWRITE REG-DIFTURNO INVALID KEY
                     WRITE REG-DIFTURNO.
           GO TO I-GRABA-DIFERENCIA-SIGUE.
       I-GRABA-DIFERENCIA-RETIRA.
           IF  SW-1  =  ZEROS
               DELETE DIFTURNO INVALID KEY
                      MOVE 1           TO  SW-1.
       I-GRABA-DIFERENCIA-SIGUE.
           ADD 1                       TO  W-TIPO.
       F-GRABA-DIFERENCIA.
      *
      ******************************************************************
      *  APROBACION DE LAS DIFERENCIAS PENDIENTES                      *
      ******************************************************************
       I-APRUEBA.
           OPEN INPUT HOJAVIDA.
           OPEN I-O DIFTURNO.
           MOVE ZEROS                  TO  W-APROBADAS  W-RECHAZADAS
                                           W-PENDIENTES  SW-FIN-DIF
                                           WK-EXCEPTION.
           MOVE ZEROS                  TO  DTU-CEDULA  DTU-FECHA.
           MOVE SPACES                 TO  DTU-TIPO.
           START DIFTURNO KEY NOT LESS DTU-CLAVE INVALID KEY
                 MOVE 1                TO  SW-FIN-DIF.
           PERFORM I-APRUEBA-UNA       THRU F-APRUEBA-UNA
                   UNTIL SW-FIN-DIF  =  1.
           CLOSE HOJAVIDA DIFTURNO.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "APROBADAS :"       LINE 10 POSITION 18.
           DISPLAY W-APROBADAS         LINE 10 POSITION 31.
           DISPLAY "RECHAZADAS:"       LINE 11 POSITION 18.
           DISPLAY W-RECHAZADAS        LINE 11 POSITION 31.
           DISPLAY "SIN DECIDIR:"      LINE 12 POSITION 18.
           DISPLAY W-PENDIENTES        LINE 12 POSITION 31.
           DISPLAY "[ENTER] SIGUE"     LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-APRUEBA.
      *
       I-APRUEBA-UNA.
           READ DIFTURNO NEXT RECORD AT END
                MOVE 1                 TO  SW-FIN-DIF
                GO TO F-APRUEBA-UNA.
           IF  DTU-ESTADO  NOT =  "P"  GO TO F-APRUEBA-UNA.
           MOVE DTU-CEDULA             TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE "** SIN HOJA DE VIDA **"  TO  HOJAVIDA-NOMBRE.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "EMPLEADO  :"       LINE 08 POSITION 10.
           DISPLAY DTU-CEDULA          LINE 08 POSITION 22.
           DISPLAY HOJAVIDA-NOMBRE     LINE 09 POSITION 22.
           DISPLAY "FECHA     :"       LINE 10 POSITION 10.
           DISPLAY DTU-FECHA           LINE 10 POSITION 22.
           DISPLAY "TURNO     :"       LINE 11 POSITION 10.
           DISPLAY DTU-TURNO           LINE 11 POSITION 22.
           DISPLAY "TIPO      :"       LINE 12 POSITION 10.
           DISPLAY DTU-TIPO            LINE 12 POSITION 22.
           DISPLAY "HORAS     :"       LINE 13 POSITION 10.
           DISPLAY DTU-HORAS           LINE 13 POSITION 22.
           DISPLAY "[ A ] APRUEBA  [ R ] RECHAZA  [ OTRA ] SIGUIENTE"
                   LINE 24 POSITION 10 REVERSE.
           DISPLAY "[ESC] TERMINA"     LINE 15 POSITION 10.
           MOVE SPACES                 TO  W-DECISION.
           ACCEPT W-DECISION           LINE 15 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  F2 OR ESC
               MOVE 1                  TO  SW-FIN-DIF
               GO TO F-APRUEBA-UNA.
           IF  W-DECISION  NOT =  "A"  AND  W-DECISION  NOT =  "R"
               ADD 1                   TO  W-PENDIENTES
               GO TO F-APRUEBA-UNA.
           MOVE W-DECISION             TO  DTU-ESTADO.
           MOVE CON-USERNAME           TO  DTU-APROBADOR.
           MOVE WK-FECHA-HOY           TO  DTU-FECHA-DECISION.
           REWRITE REG-DIFTURNO INVALID KEY
                   GO TO F-APRUEBA-UNA.
           IF  W-DECISION  =  "A"
               ADD 1                   TO  W-APROBADAS
           ELSE
               ADD 1                   TO  W-RECHAZADAS.
       F-APRUEBA-UNA.
      *
      ******************************************************************
      *  TRASLADO DE LAS APROBADAS A NOMINOVE DEL PERIODO ACTIVO       *
      ******************************************************************
       I-TRASLADA.
           DISPLAY "[ N ] TRASLADA AL PERIODO  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "N"     GO TO F-TRASLADA.
           OPEN INPUT CONCPTOS RELOJMAP.
           OPEN I-O DIFTURNO.
           OPEN I-O NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               CLOSE NOMINOVE
               OPEN OUTPUT NOMINOVE
               CLOSE NOMINOVE
               OPEN I-O NOMINOVE.
           OPEN OUTPUT INFORMES.
           MOVE "TRASLADO DE DIFERENCIAS DE TURNO A NOVEDADES "
                                       TO  W-TITULO-INFORME.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  W-TRASLADADAS  SW-FIN-DIF
                                           W-NO-TRASLADADAS.
           MOVE ZEROS                  TO  DTU-CEDULA  DTU-FECHA.
           MOVE SPACES                 TO  DTU-TIPO.
           START DIFTURNO KEY NOT LESS DTU-CLAVE INVALID KEY
                 MOVE 1                TO  SW-FIN-DIF.
           PERFORM I-TRASLADA-UNA      THRU F-TRASLADA-UNA
                   UNTIL SW-FIN-DIF  =  1.
           MOVE SPACES                 TO  LINEA-DE-TRASLADO.
           MOVE "DIFERENCIAS TRASLADADAS"  TO  J-MOTIVO.
           MOVE W-TRASLADADAS          TO  J-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TRASLADO AFTER 2.
           MOVE "APROBADAS NO TRASLADADAS"  TO  J-MOTIVO.
           MOVE W-NO-TRASLADADAS       TO  J-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TRASLADO AFTER 1.
           CLOSE CONCPTOS RELOJMAP DIFTURNO NOMINOVE INFORMES.
           DISPLAY "TRASLADO TERMINADO - VEA EL LISTADO"
                   LINE 24 POSITION 18 REVERSE.
       F-TRASLADA.
      *
       I-TRASLADA-UNA.
           READ DIFTURNO NEXT RECORD AT END
                MOVE 1                 TO  SW-FIN-DIF
                GO TO F-TRASLADA-UNA.
           IF  DTU-ESTADO  NOT =  "A"  GO TO F-TRASLADA-UNA.
           MOVE ZEROS                  TO  RMAP-CONCEPTO.
           MOVE DTU-TIPO               TO  RMAP-CODIGO.
           MOVE ZEROS                  TO  SW-EOF.
           READ RELOJMAP WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE ZEROS              TO  RMAP-CONCEPTO
               MOVE "TIPO SIN EQUIVALENCIA EN RELOJMAP"  TO  W-MOTIVO
               GO TO I-TRASLADA-RECHAZA.
           MOVE RMAP-CONCEPTO          TO  CONCPTOS-CODIGO-CONCEPTO.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  1
               MOVE "CONCEPTO NO EXISTE"  TO  W-MOTIVO
               GO TO I-TRASLADA-RECHAZA.
      *  HORAS EXTRAS (FACTOR DE HORA > 1): TOPE LEGAL AUTORIZADO
           IF  CONCPTOS-FACTOR-HORA  >  1
               PERFORM I-VALIDA-EXTRAS THRU F-VALIDA-EXTRAS
               IF  EXT-LNK-ESTADO  NOT =  "00"
                   GO TO I-TRASLADA-RECHAZA.
           MOVE ZEROS                  TO  W-SEC.
       I-TRASLADA-SECUENCIA.
           ADD 1                       TO  W-SEC.
           IF  W-SEC  >  998
               MOVE "SIN SECUENCIA LIBRE EN NOMINOVE"  TO  W-MOTIVO
               GO TO I-TRASLADA-RECHAZA.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE DTU-CEDULA             TO  NOV-CODIEMP.
           MOVE RMAP-CONCEPTO          TO  NOV-CONCEPTO.
           MOVE W-SEC                  TO  NOV-SECUENCIA.
           READ NOMINOVE WITH NO LOCK INVALID KEY
                GO TO I-TRASLADA-GRABA.
           GO TO I-TRASLADA-SECUENCIA.
       I-TRASLADA-GRABA.
           INITIALIZE REG-NOMINOVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE DTU-CEDULA             TO  NOV-CODIEMP.
           MOVE RMAP-CONCEPTO          TO  NOV-CONCEPTO.
           MOVE W-SEC                  TO  NOV-SECUENCIA.
           STRING "TURNO "  DTU-TURNO  " "  DTU-FECHA  " "  DTU-TIPO
                  DELIMITED BY SIZE  INTO  NOV-DESCRIPCION.
           MOVE DTU-HORAS              TO  NOV-HORAS.
           MOVE "H"                    TO  NOV-ORIGEN-NOVEDAD.
           WRITE REG-NOMINOVE INVALID KEY
                 MOVE "NO PUDO GRABAR EN NOMINOVE"  TO  W-MOTIVO
                 GO TO I-TRASLADA-RECHAZA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           MOVE "N"                    TO  DTU-ESTADO.
           MOVE CON-PERIODO            TO  DTU-PERIODO.
           MOVE RMAP-CONCEPTO          TO  DTU-CONCEPTO.
           REWRITE REG-DIFTURNO INVALID KEY
                   MOVE ZEROS          TO  SW-EOF.
           ADD 1                       TO  W-TRASLADADAS.
           MOVE "TRASLADADA A NOVEDADES"  TO  W-MOTIVO.
           PERFORM I-LINEA-TRASLADO    THRU F-LINEA-TRASLADO.
           GO TO F-TRASLADA-UNA.
      *  LA DIFERENCIA SIGUE APROBADA PARA UN NUEVO TRASLADO
       I-TRASLADA-RECHAZA.
           ADD 1                       TO  W-NO-TRASLADADAS.
           PERFORM I-LINEA-TRASLADO    THRU F-LINEA-TRASLADO.
       F-TRASLADA-UNA.
      *
       I-VALIDA-EXTRAS.
           MOVE CON-COD-EMPRESA        TO  EXT-LNK-EMPRESA.
           MOVE CON-ANO                TO  EXT-LNK-ANO.
           MOVE CON-PERIODO            TO  EXT-LNK-PERIODO.
           MOVE DTU-CEDULA             TO  EXT-LNK-CEDULA.
           MOVE DTU-HORAS              TO  EXT-LNK-HORAS.
           CALL "NOMEXTRA"          USING  AREA-NOMEXTRA.
           IF  EXT-LNK-ESTADO  =  "10"
               MOVE "SIN AUTORIZACION DE HORAS EXTRAS"  TO  W-MOTIVO.
           IF  EXT-LNK-ESTADO  =  "20"
               MOVE "EXCEDE TOPE DE HORAS EXTRAS"  TO  W-MOTIVO.
       F-VALIDA-EXTRAS.
      *
       I-LINEA-TRASLADO.
           MOVE SPACES                 TO  LINEA-DE-TRASLADO.
           MOVE DTU-CEDULA             TO  J-CEDULA.
           MOVE DTU-FECHA              TO  J-FECHA.
           MOVE DTU-TIPO               TO  J-TIPO.
           MOVE DTU-HORAS              TO  J-HORAS.
           MOVE RMAP-CONCEPTO          TO  J-CONCEPTO.
           MOVE W-MOTIVO               TO  J-MOTIVO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-TRASLADO AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-TRASLADO.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           MOVE W-TITULO-INFORME       TO  I-TITULO.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           IF  W-OPCION  =  "C"
               WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           IF  W-OPCION  =  "C"
               WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1
           ELSE
               WRITE REG-INFORMES  FROM  TITULO-B  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
      ******************************************************************
      *  DIA DE LA SEMANA DE W-FECHA-CAP (CONGRUENCIA DE ZELLER):      *
      *  W-DOW 0 = SABADO  1 = DOMINGO  2 = LUNES ... 6 = VIERNES      *
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
               COPY "..\PRO\TLGNOVE.PRO".
