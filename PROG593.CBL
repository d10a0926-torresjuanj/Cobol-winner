       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG593.
      ******************************************************************
      * BENEFICIOS DE CONVENCION POR ANTIGUEDAD (QUINQUENIOS,          *
      * BONIFICACIONES, DIAS ADICIONALES)              OCT-15-2026     *
      *                                                                *
      * LA TABLA BENEFANT DE CADA EMPRESA DEFINE EL BENEFICIO, LOS     *
      * HITOS DE ANTIGUEDAD EN ANOS (5, 10, 15, 20...) Y LO QUE SE     *
      * OTORGA EN CADA HITO: DIAS DE SALARIO, VALOR FIJO O DIAS        *
      * ADICIONALES DE VACACIONES.  LA ANTIGUEDAD SE MIDE DESDE        *
      * CONTRATO-FECHA-ANTIGUEDAD (LA PONE EL TRASLADO ENTRE EMPRESAS, *
      * PROG366) O, EN CEROS, DESDE EL INGRESO MAS ANTIGUO ENTRE EL    *
      * CONTRATO VIGENTE Y LOS ARCHIVADOS POR REINGRESO EN CONTRHIS.   *
      * OPCIONES:                                                      *
      *   T = ACTUALIZA LA TABLA DE BENEFICIOS DE LA EMPRESA           *
      *   G = GENERA LOS BENEFICIOS DE LOS EMPLEADOS ACTIVOS QUE       *
      *       CUMPLEN UN HITO DENTRO DEL PERIODO (FECHAS DE LA SERIE   *
      *       TE011): NOVEDAD ORIGEN "Q" EN NOMINOVE (DIAS DE SALARIO  *
      *       O VALOR FIJO) O MOVIMIENTO "C" EN VACACION (DIAS         *
      *       ADICIONALES).  LO OTORGADO QUEDA EN BENOTORG, QUE        *
      *       IMPIDE OTORGAR DOS VECES EL MISMO HITO; IMPRIME LO       *
      *       GENERADO                                                 *
      *   L = LISTA LA TABLA DE BENEFICIOS DE LA EMPRESA               *
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
               COPY "..\DYC\BENEFANT.DYC".
               COPY "..\DYC\BENOTORG.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\CONTRHIS.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\VACACION.DYC".
               COPY "..\DYC\TABLAEMP.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\BENEFANT.FD".
               COPY "..\FD\BENOTORG.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONTRHIS.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\VACACION.FD".
               COPY "..\FD\TABLAEMP.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG593".
       77      ID-PRG              PIC X(7)  VALUE "PROG593".
       77      W-OPCION-BEN        PIC X(01) VALUE SPACES.
       77      W-COD-BENEF         PIC 9(03) VALUE ZEROS.
       77      W-ANOS              PIC 9(02) VALUE ZEROS.
       77      W-DESCRIPCION       PIC X(30) VALUE SPACES.
       77      W-TIPO              PIC X(01) VALUE SPACES.
       77      W-CANTIDAD          PIC 9(09)V99 VALUE ZEROS.
       77      W-CONCEPTO          PIC 9(03) VALUE ZEROS.
       77      W-ESTADO            PIC X(01) VALUE SPACES.
       77      W-IND               PIC 9(03) VALUE ZEROS.
       77      W-NRO-BENEF         PIC 9(03) VALUE ZEROS.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HASTA       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-ANTIG       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HITO        PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-VALOR             PIC 9(11)V99 VALUE ZEROS.
       77      W-DIAS              PIC 9(03)V99 VALUE ZEROS.
       77      W-CONSEC-VAC        PIC 9(04) VALUE ZEROS.
       77      W-EMPLEADOS         PIC 9(05) VALUE ZEROS.
       77      W-GENERADAS         PIC 9(05) VALUE ZEROS.
       77      W-YA-OTORGADOS      PIC 9(05) VALUE ZEROS.
       77      W-TOT-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77      SW-NUEVO            PIC 9(01) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       77      FIN-HIS             PIC 9(01) VALUE ZEROS.
       77      FIN-VAC             PIC 9(01) VALUE ZEROS.
       77      FIN-BEN             PIC 9(01) VALUE ZEROS.
       01      W-FECHA-ING.
        03     W-ING-ANO           PIC 9(04).
        03     W-ING-MES           PIC 9(02).
        03     W-ING-DIA           PIC 9(02).
      *  BENEFICIOS ACTIVOS DE LA EMPRESA PARA LA CORRIDA DEL PERIODO
       01      W-TABLA-BENEFICIOS.
        03     W-TAB-BENEFICIO     OCCURS 100 TIMES.
         05    W-TAB-CODIGO        PIC 9(03).
         05    W-TAB-ANOS          PIC 9(02).
         05    W-TAB-DESCRIPCION   PIC X(30).
         05    W-TAB-TIPO          PIC X(01).
         05    W-TAB-CANTIDAD      PIC 9(09)V99.
         05    W-TAB-CONCEPTO      PIC 9(03).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\BENEFANT.LBL".
               COPY "..\LBL\BENOTORG.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONTRHIS.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\VACACION.LBL".
               COPY "..\LBL\TABLAEMP.LBL".
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
         05    FILLER      PIC X(20)    VALUE "PERIODO : ".
         05    I-PERIODO   PIC 999.
         05    FILLER      PIC X(10)    VALUE "   DESDE: ".
         05    I-DESDE     PIC 9(08).
         05    FILLER      PIC X(10)    VALUE "   HASTA: ".
         05    I-HASTA     PIC 9(08).
        03     TITULO-3.
         05    FILLER      PIC X(132)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE " CEDULA".
         05    FILLER      PIC X(26)    VALUE " NOMBRE".
         05    FILLER      PIC X(10)    VALUE "ANTIGUEDAD".
         05    FILLER      PIC X(10)    VALUE " HITO".
         05    FILLER      PIC X(05)    VALUE "ANOS".
         05    FILLER      PIC X(31)    VALUE "BENEFICIO".
         05    FILLER      PIC X(02)    VALUE "T".
         05    FILLER      PIC X(08)    VALUE "   DIAS".
         05    FILLER      PIC X(18)    VALUE "           VALOR".
         05    FILLER      PIC X(08)    VALUE " DESTINO".
        03     TITULO-B.
         05    FILLER      PIC X(05)    VALUE " COD".
         05    FILLER      PIC X(06)    VALUE "ANOS".
         05    FILLER      PIC X(31)    VALUE "BENEFICIO".
         05    FILLER      PIC X(05)    VALUE "TIPO".
         05    FILLER      PIC X(18)    VALUE "        CANTIDAD".
         05    FILLER      PIC X(10)    VALUE " CONCEPTO".
         05    FILLER      PIC X(07)    VALUE " ESTADO".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-CEDULA    PIC 9(12).
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(01).
         05    I-ANTIG     PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-HITO      PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-ANOS      PIC Z9.
         05    FILLER      PIC X(03).
         05    I-BENEFICIO PIC X(30).
         05    FILLER      PIC X(01).
         05    I-TIPO      PIC X(01).
         05    FILLER      PIC X(01).
         05    I-DIAS      PIC ZZ9.99.
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-DESTINO   PIC X(12).
        03     LINEA-DE-TABLA.
         05    FILLER      PIC X(01).
         05    I-COD       PIC 999.
         05    FILLER      PIC X(02).
         05    I-TAB-ANOS  PIC Z9.
         05    FILLER      PIC X(03).
         05    I-TAB-DESCR PIC X(30).
         05    FILLER      PIC X(02).
         05    I-TAB-TIPO  PIC X(01).
         05    FILLER      PIC X(02).
         05    I-CANTIDAD  PIC ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(04).
         05    I-CONCEPTO  PIC ZZ9.
         05    FILLER      PIC X(06).
         05    I-ESTADO    PIC X(01).
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(20)    VALUE " BENEFICIOS GRABADOS".
         05    I-GENERADAS PIC ZZ,ZZ9.
         05    FILLER      PIC X(20)    VALUE "   YA OTORGADOS:".
         05    I-YA-OTORG  PIC ZZ,ZZ9.
         05    FILLER      PIC X(69)    VALUE SPACES.
         05    I-TOT-VALOR PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\BENEFANT.DCL".
               COPY "..\DCL\BENOTORG.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONTRHIS.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\VACACION.DCL".
               COPY "..\DCL\TABLAEMP.DCL".
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
           MOVE "* BENEFICIOS DE CONVENCION POR ANTIGUEDAD *"
                                       TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <T> TABLA DE BENEFICIOS POR ANTIGUEDAD     !"
                                       LINE 07 POSITION 18
           DISPLAY "! <G> GENERAR BENEFICIOS DEL PERIODO         !"
                                       LINE 08 POSITION 18
           DISPLAY "! <L> LISTADO DE LA TABLA DE BENEFICIOS      !"
                                       LINE 09 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 10 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 11 POSITION 18.
           DISPLAY CON-PERIODO         LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-BEN.
           IF  W-OPCION-BEN  =  "T"
               PERFORM I-TABLA         THRU F-TABLA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-BEN  =  "G"
               PERFORM I-GENERA        THRU F-GENERA
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-BEN  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-PERIODO            TO  I-PERIODO.
           MOVE CON-COD-EMPRESA        TO  LAB-BENEFANT-CIA
                                           LAB-BENOTORG-CIA
                                           LAB-CONTRATO-CIA
                                           LAB-CONTRHIS-CIA
                                           LAB-CONCPTOS-CIA
                                           LAB-NOMINOVE-CIA
                                           LAB-VACACION-CIA
                                           LAB-TABLAEMP-CIA
                                           LAB-MAESCIA.
           MOVE CON-ANO                TO  LAB-NOMINOVE-ANO.
           MOVE WK-FECHA-HOY           TO  W-FECHA-HOY.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 593                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT BENEFANT.
           IF  BENEFANT-STATUS  =  "35"
               OPEN OUTPUT BENEFANT.
           CLOSE BENEFANT.
           OPEN INPUT BENOTORG.
           IF  BENOTORG-STATUS  =  "35"
               OPEN OUTPUT BENOTORG.
           CLOSE BENOTORG.
           OPEN INPUT CONTRHIS.
           IF  CONTRHIS-STATUS  =  "35"
               OPEN OUTPUT CONTRHIS.
           CLOSE CONTRHIS.
           OPEN INPUT VACACION.
           IF  VACACION-STATUS  =  "35"
               OPEN OUTPUT VACACION.
           CLOSE VACACION.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O BENEFANT BENOTORG VACACION NOMINOVE.
           IF  NOMINOVE-STATUS  =  "35"
               CLOSE NOMINOVE
               OPEN OUTPUT NOMINOVE
               CLOSE NOMINOVE
               OPEN I-O NOMINOVE.
           OPEN INPUT CONTRATO CONTRHIS HOJAVIDA CONCPTOS TABLAEMP.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION T: UN REGISTRO POR BENEFICIO Y HITO.  DIAS DE SALARIO  *
      *  Y VALOR FIJO VAN A NOMINOVE Y EXIGEN UN CONCEPTO DEVENGADO;   *
      *  LOS DIAS ADICIONALES VAN AL LIBRO DE VACACIONES               *
      ******************************************************************
       I-TABLA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CODIGO DEL BENEFICIO.............:"
                                       LINE 06 POSITION 10.
           DISPLAY "HITO DE ANTIGUEDAD (ANOS)........:"
                                       LINE 07 POSITION 10.
           DISPLAY "DESCRIPCION......................:"
                                       LINE 08 POSITION 10.
           DISPLAY "TIPO D=DIAS SAL V=VALOR X=DIAS VAC:"
                                       LINE 09 POSITION 10.
           DISPLAY "CANTIDAD (DIAS O PESOS)..........:"
                                       LINE 10 POSITION 10.
           DISPLAY "CONCEPTO DE NOMINA (D Y V).......:"
                                       LINE 11 POSITION 10.
           DISPLAY "ESTADO A=ACTIVO I=INACTIVO.......:"
                                       LINE 13 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                       LINE 15 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-COD-BENEF
                                           W-ANOS.
       I-TABLA-CLAVE.
           ACCEPT W-COD-BENEF          LINE 06 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-TABLA.
           IF  W-COD-BENEF  =  ZEROS   GO TO I-TABLA-CLAVE.
           ACCEPT W-ANOS               LINE 07 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-TABLA.
           IF  W-ANOS  =  ZEROS        GO TO I-TABLA-CLAVE.
           MOVE CON-COD-EMPRESA        TO  BEN-EMPRESA.
           MOVE W-COD-BENEF            TO  BEN-CODIGO.
           MOVE W-ANOS                 TO  BEN-ANOS.
           MOVE ZEROS                  TO  SW-NUEVO.
           READ BENEFANT INVALID KEY
                MOVE 1                 TO  SW-NUEVO.
           IF  SW-NUEVO  =  1
               MOVE SPACES             TO  W-DESCRIPCION
               MOVE "D"                TO  W-TIPO
               MOVE "A"                TO  W-ESTADO
               MOVE ZEROS              TO  W-CANTIDAD  W-CONCEPTO
               DISPLAY "BENEFICIO NUEVO "  LINE 06 POSITION 52 REVERSE
           ELSE
               MOVE BEN-DESCRIPCION    TO  W-DESCRIPCION
               MOVE BEN-TIPO           TO  W-TIPO
               MOVE BEN-CANTIDAD       TO  W-CANTIDAD
               MOVE BEN-CONCEPTO       TO  W-CONCEPTO
               MOVE BEN-ESTADO         TO  W-ESTADO
               DISPLAY "YA EXISTE       "  LINE 06 POSITION 52 REVERSE.
       I-TABLA-DATOS.
           ACCEPT W-DESCRIPCION        LINE 08 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-TABLA.
           IF  W-DESCRIPCION  =  SPACES
               GO TO I-TABLA-DATOS.
       I-TABLA-TIPO.
           ACCEPT W-TIPO               LINE 09 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-TABLA.
           IF  W-TIPO  NOT =  "D"  AND  W-TIPO  NOT =  "V"
           AND W-TIPO  NOT =  "X"
               GO TO I-TABLA-TIPO.
       I-TABLA-CANTIDAD.
           ACCEPT W-CANTIDAD           LINE 10 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-TABLA.
           IF  W-CANTIDAD  =  ZEROS    GO TO I-TABLA-CANTIDAD.
           IF  W-TIPO  NOT =  "V"  AND  W-CANTIDAD  >  999
               DISPLAY "MAXIMO 999 DIAS                         "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-TABLA-CANTIDAD.
           IF  W-TIPO  =  "X"
               MOVE ZEROS              TO  W-CONCEPTO
               DISPLAY W-CONCEPTO      LINE 11 POSITION 46
               DISPLAY WK-ESPACIOS     LINE 12 POSITION 46
               GO TO I-TABLA-ESTADO.
       I-TABLA-CONCEPTO.
           ACCEPT W-CONCEPTO           LINE 11 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-TABLA.
           MOVE W-CONCEPTO             TO  CONCPTOS-CODIGO-CONCEPTO.
           MOVE ZEROS                  TO  SW-1.
           READ CONCPTOS WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "CONCEPTO NO EXISTE                      "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-TABLA-CONCEPTO.
           IF  CONCPTOS-TIPO  NOT =  "D"
               DISPLAY "DEBE SER UN CONCEPTO DEVENGADO          "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-TABLA-CONCEPTO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY CONCPTOS-NOMBRE     LINE 12 POSITION 46 REVERSE.
       I-TABLA-ESTADO.
           ACCEPT W-ESTADO             LINE 13 POSITION 46
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-TABLA.
           IF  W-ESTADO  NOT =  "A"  AND  W-ESTADO  NOT =  "I"
               GO TO I-TABLA-ESTADO.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-TABLA.
           IF  W-TRUCO  NOT =  "C"     GO TO I-TABLA-DATOS.
           MOVE CON-COD-EMPRESA        TO  BEN-EMPRESA.
           MOVE W-COD-BENEF            TO  BEN-CODIGO.
           MOVE W-ANOS                 TO  BEN-ANOS.
           MOVE W-DESCRIPCION          TO  BEN-DESCRIPCION.
           MOVE W-TIPO                 TO  BEN-TIPO.
           MOVE W-CANTIDAD             TO  BEN-CANTIDAD.
           MOVE W-CONCEPTO             TO  BEN-CONCEPTO.
           MOVE W-ESTADO               TO  BEN-ESTADO.
           MOVE W-FECHA-HOY            TO  BEN-FECHA.
           MOVE CON-USERNAME           TO  BEN-USUARIO.
           IF  SW-NUEVO  =  1
               WRITE REG-BENEFANT
           ELSE
               REWRITE REG-BENEFANT.
           DISPLAY "BENEFICIO GRABADO                       "
                   LINE 24 POSITION 01 REVERSE.
           GO TO I-TABLA.
       F-TABLA.
      *
      ******************************************************************
      *  OPCION G: EMPLEADOS ACTIVOS QUE CUMPLEN UN HITO DE ANTIGUEDAD *
      *  DENTRO DE LAS FECHAS DEL PERIODO EN LA SERIE TE011            *
      ******************************************************************
       I-GENERA.
      *  FECHAS DEL PERIODO EN LA SERIE TE011
           MOVE SPACES                 TO  REC-TABLAEMP.
           MOVE "011"                  TO  TE011-CODIGO-TABLA.
           MOVE CON-COD-EMPRESA        TO  TE011-CODIGO-EMPRESA.
           MOVE CON-ANO                TO  TE011-CODIGO-ANO.
           MOVE CON-PERIODO            TO  TE011-CODIGO-PERIODO.
           MOVE ZEROS                  TO  TE011-CODIGO-FILLER  SW-1.
           READ TABLAEMP WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EL PERIODO NO ESTA EN LA SERIE TE011    "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-GENERA.
           MOVE TE011-FECHA-DESDE      TO  W-FECHA-DESDE  I-DESDE.
           MOVE TE011-FECHA-HASTA      TO  W-FECHA-HASTA  I-HASTA.
           PERFORM I-CARGA-BENEFICIOS  THRU F-CARGA-BENEFICIOS.
           IF  W-NRO-BENEF  =  ZEROS
               DISPLAY "NO HAY BENEFICIOS ACTIVOS EN LA TABLA   "
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-GENERA.
           DISPLAY "PERIODO DESDE:"    LINE 14 POSITION 18.
           DISPLAY W-FECHA-DESDE       LINE 14 POSITION 33 REVERSE.
           DISPLAY "HASTA:"            LINE 14 POSITION 43.
           DISPLAY W-FECHA-HASTA       LINE 14 POSITION 50 REVERSE.
           DISPLAY "[ G ] CONFIRMA LA GENERACION            "
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-GENERA.
           MOVE ZEROS                  TO  W-EMPLEADOS  W-GENERADAS
                                           W-YA-OTORGADOS  W-TOT-VALOR
                                           WK-PAGINA  FIN-CON.
           MOVE "BENEFICIOS POR ANTIGUEDAD OTORGADOS"  TO  I-TITULO.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ZEROS                  TO  CONTRATO-CEDULA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-GENERA-CICLO.
           IF  FIN-CON  =  1           GO TO I-GENERA-FIN.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-GENERA-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-GENERA-CICLO.
           IF  CONTRATO-ESTADO  =  "R" GO TO I-GENERA-CICLO.
           PERFORM I-FECHA-ANTIGUEDAD  THRU F-FECHA-ANTIGUEDAD.
           IF  W-FECHA-ANTIG  =  ZEROS GO TO I-GENERA-CICLO.
           ADD 1                       TO  W-EMPLEADOS.
           PERFORM I-EVALUA-BENEFICIO  THRU F-EVALUA-BENEFICIO
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-NRO-BENEF.
           GO TO I-GENERA-CICLO.
       I-GENERA-FIN.
           MOVE W-GENERADAS            TO  I-GENERADAS.
           MOVE W-YA-OTORGADOS         TO  I-YA-OTORG.
           MOVE W-TOT-VALOR            TO  I-TOT-VALOR.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "EMPLEADOS REVISADOS:"
                   LINE 16 POSITION 18.
           DISPLAY W-EMPLEADOS         LINE 16 POSITION 52 REVERSE.
           DISPLAY "BENEFICIOS GENERADOS:"
                   LINE 17 POSITION 18.
           DISPLAY W-GENERADAS         LINE 17 POSITION 52 REVERSE.
           DISPLAY "HITOS YA OTORGADOS ANTES:"
                   LINE 18 POSITION 18.
           DISPLAY W-YA-OTORGADOS      LINE 18 POSITION 52 REVERSE.
       F-GENERA.
      *
      *  BENEFICIOS ACTIVOS DE LA EMPRESA A LA TABLA DE LA CORRIDA
       I-CARGA-BENEFICIOS.
           MOVE ZEROS                  TO  W-NRO-BENEF  FIN-BEN.
           INITIALIZE W-TABLA-BENEFICIOS.
           MOVE CON-COD-EMPRESA        TO  BEN-EMPRESA.
           MOVE ZEROS                  TO  BEN-CODIGO  BEN-ANOS.
           START BENEFANT KEY NOT LESS BEN-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-BEN.
       I-CARGA-BENEFICIOS-LEE.
           IF  FIN-BEN  =  1           GO TO F-CARGA-BENEFICIOS.
           READ BENEFANT NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-BEN
                GO TO I-CARGA-BENEFICIOS-LEE.
           IF  BEN-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-BEN
               GO TO I-CARGA-BENEFICIOS-LEE.
           IF  BEN-ESTADO  NOT =  "A"  GO TO I-CARGA-BENEFICIOS-LEE.
           IF  W-NRO-BENEF  NOT <  100 GO TO I-CARGA-BENEFICIOS-LEE.
           ADD 1                       TO  W-NRO-BENEF.
           MOVE BEN-CODIGO             TO  W-TAB-CODIGO (W-NRO-BENEF).
           MOVE BEN-ANOS               TO  W-TAB-ANOS (W-NRO-BENEF).
           MOVE BEN-DESCRIPCION        TO  W-TAB-DESCRIPCION
                                           (W-NRO-BENEF).
           MOVE BEN-TIPO               TO  W-TAB-TIPO (W-NRO-BENEF).
           MOVE BEN-CANTIDAD           TO  W-TAB-CANTIDAD
                                           (W-NRO-BENEF).
           MOVE BEN-CONCEPTO           TO  W-TAB-CONCEPTO
                                           (W-NRO-BENEF).
           GO TO I-CARGA-BENEFICIOS-LEE.
       F-CARGA-BENEFICIOS.
      *
      ******************************************************************
      *  FECHA DE ANTIGUEDAD: LA DEL CONTRATO (TRASLADO ENTRE          *
      *  EMPRESAS) O EL INGRESO MAS ANTIGUO ENTRE EL CONTRATO VIGENTE  *
      *  Y LOS ARCHIVADOS POR REINGRESO (CONTRHIS CON NOVEDAD 00)      *
      ******************************************************************
       I-FECHA-ANTIGUEDAD.
           IF  CONTRATO-FECHA-ANTIGUEDAD  NUMERIC
           AND CONTRATO-FECHA-ANTIGUEDAD  >  ZEROS
               MOVE CONTRATO-FECHA-ANTIGUEDAD  TO  W-FECHA-ANTIG
               GO TO F-FECHA-ANTIGUEDAD.
           MOVE CONTRATO-ANO-ING       TO  W-ING-ANO.
           MOVE CONTRATO-MES-ING       TO  W-ING-MES.
           MOVE CONTRATO-DIA-ING       TO  W-ING-DIA.
           MOVE W-FECHA-ING            TO  W-FECHA-ANTIG.
           MOVE ZEROS                  TO  FIN-HIS.
           MOVE CONTRATO-CIA           TO  CHIS-CIA.
           MOVE CONTRATO-CEDULA        TO  CHIS-CEDULA.
           MOVE ZEROS                  TO  CHIS-SECUENCIA  CHIS-NOVEDAD.
           START CONTRHIS KEY NOT LESS CHIS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-HIS.
       I-FECHA-ANTIGUEDAD-CICLO.
           IF  FIN-HIS  =  1           GO TO F-FECHA-ANTIGUEDAD.
           READ CONTRHIS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-HIS
                GO TO I-FECHA-ANTIGUEDAD-CICLO.
           IF  CHIS-CIA     NOT =  CONTRATO-CIA
           OR  CHIS-CEDULA  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-HIS
               GO TO I-FECHA-ANTIGUEDAD-CICLO.
           IF  CHIS-NOVEDAD  NOT =  ZEROS
               GO TO I-FECHA-ANTIGUEDAD-CICLO.
           MOVE CHIS-ANO-ING           TO  W-ING-ANO.
           MOVE CHIS-MES-ING           TO  W-ING-MES.
           MOVE CHIS-DIA-ING           TO  W-ING-DIA.
           IF  W-FECHA-ING  =  ZEROS   GO TO I-FECHA-ANTIGUEDAD-CICLO.
           IF  W-FECHA-ANTIG  =  ZEROS
           OR  W-FECHA-ING  <  W-FECHA-ANTIG
               MOVE W-FECHA-ING        TO  W-FECHA-ANTIG.
           GO TO I-FECHA-ANTIGUEDAD-CICLO.
       F-FECHA-ANTIGUEDAD.
      *
      ******************************************************************
      *  UN BENEFICIO DE LA TABLA CONTRA EL EMPLEADO: EL HITO ES LA    *
      *  FECHA DE ANTIGUEDAD MAS LOS ANOS DEL BENEFICIO (UN 29 DE      *
      *  FEBRERO EN ANO NO BISIESTO CAE ENTRE EL 28 Y EL 1 DE MARZO,   *
      *  QUE ES COMO QUEDA EN EL RANGO DEL PERIODO)                    *
      ******************************************************************
       I-EVALUA-BENEFICIO.
           COMPUTE W-FECHA-HITO  =  W-FECHA-ANTIG
                   +  (W-TAB-ANOS (W-IND)  *  10000).
           IF  W-FECHA-HITO  <  W-FECHA-DESDE
           OR  W-FECHA-HITO  >  W-FECHA-HASTA
               GO TO F-EVALUA-BENEFICIO.
           MOVE CON-COD-EMPRESA        TO  BOT-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  BOT-CEDULA.
           MOVE W-TAB-CODIGO (W-IND)   TO  BOT-CODIGO.
           MOVE W-TAB-ANOS (W-IND)     TO  BOT-ANOS.
           MOVE ZEROS                  TO  SW-1.
           READ BENOTORG WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS
               ADD 1                   TO  W-YA-OTORGADOS
               GO TO F-EVALUA-BENEFICIO.
           MOVE ZEROS                  TO  W-VALOR  W-DIAS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           IF  W-TAB-TIPO (W-IND)  =  "X"
               MOVE W-TAB-CANTIDAD (W-IND)  TO  W-DIAS
               PERFORM I-GRABA-VACACION THRU F-GRABA-VACACION
               MOVE "VACACIONES"       TO  I-DESTINO
               GO TO I-EVALUA-OTORGADO.
           IF  W-TAB-TIPO (W-IND)  =  "D"
               MOVE W-TAB-CANTIDAD (W-IND)  TO  W-DIAS
               COMPUTE W-VALOR ROUNDED  =  CONTRATO-SALARIO  /  30
                       *  W-TAB-CANTIDAD (W-IND)
           ELSE
               MOVE W-TAB-CANTIDAD (W-IND)  TO  W-VALOR.
           PERFORM I-GRABA-NOVEDAD     THRU F-GRABA-NOVEDAD.
           MOVE "NOVEDAD"              TO  I-DESTINO.
       I-EVALUA-OTORGADO.
           INITIALIZE REG-BENOTORG.
           MOVE CON-COD-EMPRESA        TO  BOT-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  BOT-CEDULA.
           MOVE W-TAB-CODIGO (W-IND)   TO  BOT-CODIGO.
           MOVE W-TAB-ANOS (W-IND)     TO  BOT-ANOS.
           MOVE W-FECHA-ANTIG          TO  BOT-FECHA-ANTIGUEDAD.
           MOVE W-FECHA-HITO           TO  BOT-FECHA-HITO.
           MOVE CON-ANO                TO  BOT-ANO.
           MOVE CON-PERIODO            TO  BOT-PERIODO.
           MOVE W-TAB-TIPO (W-IND)     TO  BOT-TIPO.
           MOVE W-DIAS                 TO  BOT-DIAS.
           MOVE W-VALOR                TO  BOT-VALOR.
           MOVE W-TAB-CONCEPTO (W-IND) TO  BOT-CONCEPTO.
           MOVE W-FECHA-HOY            TO  BOT-FECHA.
           MOVE CON-USERNAME           TO  BOT-USUARIO.
           WRITE REG-BENOTORG.
           ADD 1                       TO  W-GENERADAS.
           ADD W-VALOR                 TO  W-TOT-VALOR.
           PERFORM I-LINEA-OTORGADO    THRU F-LINEA-OTORGADO.
       F-EVALUA-BENEFICIO.
      *
      *  NOVEDAD DEL PERIODO CON ORIGEN "Q"
       I-GRABA-NOVEDAD.
           INITIALIZE REG-NOMINOVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE CONTRATO-CEDULA        TO  NOV-CODIEMP.
           MOVE W-TAB-CONCEPTO (W-IND) TO  NOV-CONCEPTO.
           MOVE 1                      TO  NOV-SECUENCIA.
           MOVE W-TAB-DESCRIPCION (W-IND)  TO  NOV-DESCRIPCION.
           MOVE W-DIAS                 TO  NOV-DIAS.
           MOVE W-VALOR                TO  NOV-VLR.
           MOVE CONTRATO-SALARIO       TO  NOV-VLR-1.
           MOVE "Q"                    TO  NOV-ORIGEN-NOVEDAD.
       I-GRABA-NOVEDAD-REG.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-GRABA-NOVEDAD-REG.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
       F-GRABA-NOVEDAD.
      *
      *  DIAS ADICIONALES: MOVIMIENTO "C" AL FINAL DEL LIBRO DEL
      *  EMPLEADO
       I-GRABA-VACACION.
           MOVE ZEROS                  TO  W-CONSEC-VAC  FIN-VAC
                                           VAC-CLAVE.
           MOVE CON-COD-EMPRESA        TO  VAC-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  VAC-CEDULA.
           START VACACION KEY > VAC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-VAC.
       I-GRABA-VACACION-LEE.
           IF  FIN-VAC  =  1           GO TO I-GRABA-VACACION-MOV.
           READ VACACION NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-VAC
                GO TO I-GRABA-VACACION-LEE.
           IF  VAC-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  VAC-CEDULA   NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-VAC
               GO TO I-GRABA-VACACION-LEE.
           MOVE VAC-CONSEC             TO  W-CONSEC-VAC.
           GO TO I-GRABA-VACACION-LEE.
       I-GRABA-VACACION-MOV.
           MOVE SPACES                 TO  REG-VACACION.
           MOVE CON-COD-EMPRESA        TO  VAC-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  VAC-CEDULA.
           COMPUTE VAC-CONSEC  =  W-CONSEC-VAC  +  1.
           MOVE "C"                    TO  VAC-TIPO.
           MOVE W-DIAS                 TO  VAC-DIAS.
           MOVE ZEROS                  TO  VAC-VALOR.
           MOVE W-FECHA-HOY            TO  VAC-FECHA.
           MOVE CON-ANO                TO  VAC-ANO.
           MOVE CON-PERIODO            TO  VAC-PERIODO.
           MOVE CON-USERNAME           TO  VAC-USUARIO.
       I-GRABA-VACACION-REG.
           WRITE REG-VACACION INVALID KEY
                 ADD 1                 TO  VAC-CONSEC
                 GO TO I-GRABA-VACACION-REG.
       F-GRABA-VACACION.
      *
       I-LINEA-OTORGADO.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-EOF.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
           IF  SW-EOF  =  ZEROS
               MOVE HOJAVIDA-NOMBRE    TO  I-NOMBRE
           ELSE
               MOVE SPACES             TO  I-NOMBRE.
           MOVE W-FECHA-ANTIG          TO  I-ANTIG.
           MOVE W-FECHA-HITO           TO  I-HITO.
           MOVE W-TAB-ANOS (W-IND)     TO  I-ANOS.
           MOVE W-TAB-DESCRIPCION (W-IND)  TO  I-BENEFICIO.
           MOVE W-TAB-TIPO (W-IND)     TO  I-TIPO.
           MOVE W-DIAS                 TO  I-DIAS.
           MOVE W-VALOR                TO  I-VALOR.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-OTORGADO.
      *
      ******************************************************************
      *  OPCION L: TABLA DE BENEFICIOS DE LA EMPRESA                   *
      ******************************************************************
       I-LISTADO.
           MOVE "TABLA DE BENEFICIOS POR ANTIGUEDAD"  TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  FIN-BEN
                                           I-DESDE  I-HASTA.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-TABLA      THRU F-TITULO-TABLA.
           MOVE CON-COD-EMPRESA        TO  BEN-EMPRESA.
           MOVE ZEROS                  TO  BEN-CODIGO  BEN-ANOS.
           START BENEFANT KEY NOT LESS BEN-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-BEN.
       I-LISTADO-LEE.
           IF  FIN-BEN  =  1           GO TO I-LISTADO-FIN.
           READ BENEFANT NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-BEN
                GO TO I-LISTADO-LEE.
           IF  BEN-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-BEN
               GO TO I-LISTADO-LEE.
           MOVE SPACES                 TO  LINEA-DE-TABLA.
           MOVE BEN-CODIGO             TO  I-COD.
           MOVE BEN-ANOS               TO  I-TAB-ANOS.
           MOVE BEN-DESCRIPCION        TO  I-TAB-DESCR.
           MOVE BEN-TIPO               TO  I-TAB-TIPO.
           MOVE BEN-CANTIDAD           TO  I-CANTIDAD.
           MOVE BEN-CONCEPTO           TO  I-CONCEPTO.
           MOVE BEN-ESTADO             TO  I-ESTADO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-TABLA  THRU F-TITULO-TABLA.
           WRITE REG-INFORMES FROM LINEA-DE-TABLA AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-LISTADO-LEE.
       I-LISTADO-FIN.
           CLOSE INFORMES.
           DISPLAY "LISTADO DE LA TABLA GENERADO            "
                   LINE 24 POSITION 01 REVERSE.
       F-LISTADO.
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
       I-TITULO-TABLA.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-B  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 5                      TO  CON-LIN.
       F-TITULO-TABLA.
      *
       I-FIN-MODE.
           CLOSE BENEFANT BENOTORG CONTRATO CONTRHIS HOJAVIDA
                 CONCPTOS NOMINOVE VACACION TABLAEMP.
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
