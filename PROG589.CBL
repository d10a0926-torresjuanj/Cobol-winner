       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG589.
      ******************************************************************
      * DETECTOR DE FRAUDE EN NOMINA                 OCT-15-2026       *
      *                                                                *
      * PROG792 CUIDA LOS PAGOS A PROVEEDORES; ESTE CONTROL BARRE LA   *
      * NOMINA DEL PERIODO EN CURSO BUSCANDO LOS FRAUDES CLASICOS:     *
      *   C = CUENTA BANCARIA (HOJAVIDA) COMPARTIDA POR DOS O MAS      *
      *       EMPLEADOS                                                *
      *   P = CUENTA DE UN EMPLEADO IGUAL A UNA CUENTA DE PROVEEDOR    *
      *       (CTAPROVE) DE OTRO NIT                                   *
      *   R = EMPLEADO PAGADO (NETO DEL NOMIACUM) CON FECHA DE RETIRO  *
      *       ANTERIOR AL PERIODO, O SIN CONTRATO                      *
      *   S = EMPLEADO PAGADO SIN LINEA EN LA PLANILLA PILA DEL        *
      *       PERIODO (PILAOPER.TXT DE PROG330)                        *
      *   B = CUENTA CAMBIADA A POCOS DIAS DE LA FECHA DE PAGO (TE011) *
      *   L = SUELDO PAGADO DISTINTO DE CONTRATO-SALARIO POR LOS DIAS, *
      *       SIN RETROACTIVO (NOMINOVE ORIGEN "R", PROG340) NI CAMBIO *
      *       DE SALARIO EN CONTRHIS DENTRO DEL PERIODO (PROG391)      *
      * LA HOJA DE VIDA NO GUARDA CUANDO CAMBIO LA CUENTA: CADA        *
      * CORRIDA COMPARA CONTRA LA ULTIMA CUENTA VISTA (ALERTNOM TIPO   *
      * "0"), FECHA EL CAMBIO Y LO DEJA EN LA BITACORA AUDICAMP.  LA   *
      * PRIMERA CORRIDA SOLO TOMA LA BASE.                             *
      * CADA HALLAZGO QUEDA EN ALERTNOM PARA QUE UN REVISOR LE DE      *
      * DISPOSICION (A = ACLARADO, F = FRAUDE) CON SU MOTIVO; CON      *
      * DISPOSICION NO SE VUELVE A REPORTAR.  EL LISTADO DE HALLAZGOS  *
      * CON SUS DISPOSICIONES ES LA EVIDENCIA DEL CONTROL.             *
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
               COPY "..\DYC\CONTRHIS.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\TABLAEMP.DYC".
               COPY "..\DYC\CTAPROVE.DYC".
               COPY "..\DYC\AUDICAMP.DYC".
               COPY "..\DYC\ALERTNOM.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT PILAOPER ASSIGN TO RANDOM "PILAOPER"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS PILAOPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONTRHIS.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\TABLAEMP.FD".
               COPY "..\FD\CTAPROVE.FD".
               COPY "..\FD\AUDICAMP.FD".
               COPY "..\FD\ALERTNOM.FD".
               COPY "..\FD\INFORMES.FD".
       FD  PILAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-PILAOPER.
       01  REG-PILAOPER                 PIC X(90).
       01  REG-PILAOPER-E               REDEFINES REG-PILAOPER.
           03  POP-E-TIPO-REG           PIC X(01).
           03  POP-E-NIT                PIC 9(12).
           03  POP-E-ANO                PIC 9(04).
           03  POP-E-PERIODO            PIC 9(03).
           03  FILLER                   PIC X(70).
       01  REG-PILAOPER-D               REDEFINES REG-PILAOPER.
           03  POP-D-TIPO-REG           PIC X(01).
           03  POP-D-TIPO               PIC X(01).
           03  POP-D-ENTIDAD            PIC 9(03).
           03  POP-D-CEDULA             PIC 9(12).
           03  FILLER                   PIC X(73).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG589".
       77      ID-PRG              PIC X(7)  VALUE "PROG589".
       77      LAB-PILAOPER        PIC X(12) VALUE "PILAOPER.TXT".
       77      PILAOPER-STATUS     PIC X(02) VALUE "00".
       77      W-OPCION-NOM        PIC X(01) VALUE SPACES.
       77      W-DIAS-ANTES        PIC 9(02) VALUE ZEROS.
       77      W-TOLERANCIA        PIC 9(07) VALUE ZEROS.
       77      W-FECHA-DESDE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-HASTA       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-PAGO        PIC 9(08) VALUE ZEROS.
       77      W-FECHA-RET         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-PARAM       PIC 9(08) VALUE ZEROS.
       77      W-CPT-SUELDO        PIC 9(03) VALUE ZEROS.
       77      W-DIAS-DIF          PIC S9(05) VALUE ZEROS.
       77      W-CTA-TOPE          PIC 9(04) VALUE ZEROS.
       77      W-CTA-IDX           PIC 9(04) VALUE ZEROS.
       77      W-CTA-JDX           PIC 9(04) VALUE ZEROS.
       77      W-CTA-SOBRAN        PIC 9(05) VALUE ZEROS.
       77      W-PIL-TOPE          PIC 9(04) VALUE ZEROS.
       77      W-PIL-IDX           PIC 9(04) VALUE ZEROS.
       77      W-PIL-SOBRAN        PIC 9(05) VALUE ZEROS.
       77      W-NUEVOS            PIC 9(05) VALUE ZEROS.
       77      W-PENDIENTES        PIC 9(05) VALUE ZEROS.
       77      W-RESUELTOS         PIC 9(05) VALUE ZEROS.
       77      W-CEDULA-ACT        PIC 9(12) VALUE ZEROS.
       77      W-NETO              PIC S9(11)V99 VALUE ZEROS.
       77      W-SUELDO            PIC S9(11)V99 VALUE ZEROS.
       77      W-DIAS-SUELDO       PIC 9(05) VALUE ZEROS.
       77      W-ESPERADO          PIC S9(11)V99 VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(11)V99 VALUE ZEROS.
       77      W-BANCO-ANT         PIC 9(03) VALUE ZEROS.
       77      W-NUMERO-ANT        PIC 9(12) VALUE ZEROS.
       77      W-FECHA-CAMBIO      PIC 9(08) VALUE ZEROS.
       77      W-HAL-TIPO          PIC X(01) VALUE SPACES.
       77      W-HAL-CEDULA        PIC 9(12) VALUE ZEROS.
       77      W-HAL-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77      W-HAL-ESTADO        PIC X(09) VALUE SPACES.
       77      W-CEDULA-PEDIDA     PIC 9(12) VALUE ZEROS.
       77      W-TIPO-PEDIDO       PIC X(01) VALUE SPACES.
       77      W-DISPOSICION       PIC X(01) VALUE SPACES.
       77      W-MOTIVO            PIC X(40) VALUE SPACES.
       77      W-CAMPO             PIC X(20) VALUE SPACES.
       77      W-ANTES             PIC X(40) VALUE SPACES.
       77      W-DESPUES           PIC X(40) VALUE SPACES.
       77      SW-HAY-EMP          PIC 9(01) VALUE ZEROS.
       77      SW-CONTRATO         PIC 9(01) VALUE ZEROS.
       77      SW-PILA             PIC 9(01) VALUE ZEROS.
       77      SW-RASTRO           PIC 9(01) VALUE ZEROS.
       77      SW-ACUMULADOS       PIC 9(01) VALUE ZEROS.
       77      SW-NOVEDADES        PIC 9(01) VALUE ZEROS.
       77      SW-HISTORIA         PIC 9(01) VALUE ZEROS.
       77      SW-PROVEEDORES      PIC 9(01) VALUE ZEROS.
       77      FIN-SUB             PIC 9(01) VALUE ZEROS.
       77      SW-2                PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
      *  CUENTAS BANCARIAS DE LOS EMPLEADOS DE LA EMPRESA
       01      TABLA-CUENTAS.
        03     CTA-ENTRADA         OCCURS 3000 TIMES.
         05    CTA-BANCO           PIC 9(03).
         05    CTA-NUMERO          PIC 9(12).
         05    CTA-CEDULA          PIC 9(12).
         05    CTA-MARCA           PIC X(01).
      *  CEDULAS CON LINEA EN LA PLANILLA PILA DEL PERIODO
       01      TABLA-PILA.
        03     PIL-CEDULA          PIC 9(12) OCCURS 3000 TIMES.
       01      W-REFERENCIA.
        03     W-REF-BANCO         PIC 9(03).
        03     W-REF-NUMERO        PIC 9(12).
       01      W-REF-PERIODO       REDEFINES W-REFERENCIA.
        03     W-REF-ANO           PIC 9(04).
        03     W-REF-PER           PIC 9(03).
        03     FILLER              PIC X(08).
       01      W-HAL-DETALLE.
        03     W-DET-TEXTO         PIC X(34).
        03     W-DET-DATO          PIC X(26).
       01      W-DET-SALARIO       REDEFINES W-HAL-DETALLE.
        03     W-DET-PAGADO-TXT    PIC X(07).
        03     W-DET-PAGADO        PIC ZZZ,ZZZ,ZZ9.99.
        03     W-DET-ESPERA-TXT    PIC X(10).
        03     W-DET-ESPERADO      PIC ZZZ,ZZZ,ZZ9.99.
        03     FILLER              PIC X(15).
       01      W-DET-CAMBIO        REDEFINES W-HAL-DETALLE.
        03     FILLER              PIC X(34).
        03     W-DET-FECHA-CAMBIO  PIC 9(08).
        03     FILLER              PIC X(01).
        03     W-DET-CUENTA-ANT    PIC 9(12).
        03     FILLER              PIC X(05).
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
        03     W-PARTE-DIA         PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      W-OTRA-PARTES.
        03     W-OTRA-ANO          PIC 9(04).
        03     W-OTRA-MES          PIC 9(02).
        03     W-OTRA-DIA          PIC 9(02).
       01      W-OTRA-NUM          REDEFINES W-OTRA-PARTES
                                   PIC 9(08).
       01      W-LLAVE-LOG.
        03     LOG-EMPRESA         PIC 9(07).
        03     LOG-CEDULA          PIC 9(12).
        03     FILLER              PIC X(03).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONTRHIS.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\TABLAEMP.LBL".
               COPY "..\LBL\CTAPROVE.LBL".
               COPY "..\LBL\AUDICAMP.LBL".
               COPY "..\LBL\ALERTNOM.LBL".
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
         05    FILLER      PIC X(06)    VALUE SPACES.
         05    I-TITULO    PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(06)    VALUE "PER.: ".
         05    I-PERIODO   PIC 999.
         05    FILLER      PIC X(03)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(130)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(20)    VALUE " HALLAZGO           ".
         05    FILLER      PIC X(13)    VALUE " CEDULA      ".
         05    FILLER      PIC X(26)    VALUE
              " NOMBRE                   ".
         05    FILLER      PIC X(61)    VALUE " DETALLE".
         05    FILLER      PIC X(09)    VALUE "ESTADO   ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-TIPO-HAL  PIC X(19).
         05    FILLER      PIC X(01).
         05    I-CEDULA    PIC 9(12).
         05    FILLER      PIC X(01).
         05    I-NOMBRE    PIC X(25).
         05    FILLER      PIC X(01).
         05    I-DETALLE   PIC X(60).
         05    FILLER      PIC X(01).
         05    I-ESTADO    PIC X(09).
        03     LINEA-DISPOSICION.
         05    FILLER      PIC X(21)    VALUE SPACES.
         05    FILLER      PIC X(14)    VALUE "DISPOSICION : ".
         05    I-DIS-USUARIO
                           PIC X(03).
         05    FILLER      PIC X(01).
         05    I-DIS-FECHA PIC 9(08).
         05    FILLER      PIC X(01).
         05    I-DIS-MOTIVO
                           PIC X(40).
        03     LINEA-DE-NOTA.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-NOTA      PIC X(60).
         05    I-NOTA-CANT PIC ZZZZ9.
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONTRHIS.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\TABLAEMP.DCL".
               COPY "..\DCL\CTAPROVE.DCL".
               COPY "..\DCL\AUDICAMP.DCL".
               COPY "..\DCL\ALERTNOM.DCL".
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
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* DETECTOR DE FRAUDE EN NOMINA *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <D> DETECTAR EN EL PERIODO                 !"
                                       LINE 07 POSITION 18
           DISPLAY "! <R> REVISAR HALLAZGOS PENDIENTES           !"
                                       LINE 08 POSITION 18
           DISPLAY "! <L> LISTADO DE HALLAZGOS Y DISPOSICIONES   !"
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
           MOVE W-TRUCO                TO  W-OPCION-NOM.
           IF  W-OPCION-NOM  =  "D"
               PERFORM I-DETECTA       THRU F-DETECTA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-NOM  =  "R"
               PERFORM I-REVISION      THRU F-REVISION
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-NOM  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-PERIODO            TO  I-PERIODO.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-CONTRHIS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-NOMINOVE-CIA
                                           LAB-MAESCIA
                                           LAB-TABLAEMP-CIA
                                           LAB-CTAPROVE-CIA
                                           LAB-ALERTNOM-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO
                                           LAB-NOMINOVE-ANO.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 589                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
      *  LOS ARCHIVOS QUE FALTAN APAGAN EL CONTROL QUE LOS NECESITA
       I-ABRE-ARCHIVOS.
           OPEN I-O ALERTNOM.
           IF  ALERTNOM-STATUS  =  "35"
               CLOSE ALERTNOM
               OPEN OUTPUT ALERTNOM
               CLOSE ALERTNOM
               OPEN I-O ALERTNOM.
           OPEN I-O AUDICAMP.
           IF  AUDICAMP-STATUS  =  "35"
               CLOSE AUDICAMP
               OPEN OUTPUT AUDICAMP
               CLOSE AUDICAMP
               OPEN I-O AUDICAMP.
           OPEN INPUT HOJAVIDA CONTRATO TABLAEMP.
           MOVE 1                      TO  SW-ACUMULADOS  SW-NOVEDADES
                                           SW-HISTORIA  SW-PROVEEDORES.
           OPEN INPUT NOMIACUM.
           IF  NOMIACUM-STATUS  NOT =  "00"
               MOVE ZEROS              TO  SW-ACUMULADOS.
           OPEN INPUT NOMINOVE.
           IF  NOMINOVE-STATUS  NOT =  "00"
               MOVE ZEROS              TO  SW-NOVEDADES.
           OPEN INPUT CONTRHIS.
           IF  CONTRHIS-STATUS  NOT =  "00"
               MOVE ZEROS              TO  SW-HISTORIA.
           OPEN INPUT CTAPROVE.
           IF  CTAPROVE-STATUS  NOT =  "00"
               MOVE ZEROS              TO  SW-PROVEEDORES.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION D: CORRE LOS SEIS CONTROLES SOBRE EL PERIODO EN CURSO  *
      ******************************************************************
       I-DETECTA.
           DISPLAY "DIAS ANTES DEL PAGO (CAMBIO DE CUENTA):"
                                       LINE 13 POSITION 10.
           DISPLAY "TOLERANCIA EN EL SUELDO ($)...........:"
                                       LINE 14 POSITION 10.
           DISPLAY "<C> CONFIRMAR       [F2] REGRESAR"
                                       LINE 16 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE 5                      TO  W-DIAS-ANTES.
           ACCEPT W-DIAS-ANTES         LINE 13 POSITION 51
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-DETECTA.
           MOVE 1000                   TO  W-TOLERANCIA.
           ACCEPT W-TOLERANCIA         LINE 14 POSITION 51
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-DETECTA.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-DETECTA.
           IF  W-TRUCO  NOT =  "C"     GO TO I-DETECTA.
           PERFORM I-LEE-SERIE         THRU F-LEE-SERIE.
           IF  SW-1  =  1              GO TO F-DETECTA.
           MOVE "HALLAZGOS DEL DETECTOR DE FRAUDE EN NOMINA"
                                       TO  I-TITULO.
           MOVE ZEROS                  TO  W-NUEVOS  W-PENDIENTES
                                           W-RESUELTOS  WK-PAGINA.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           DISPLAY "CARGANDO LA PLANILLA PILA..."
                   LINE 24 POSITION 01 REVERSE.
           PERFORM I-CARGA-PILA        THRU F-CARGA-PILA.
           DISPLAY "REVISANDO CUENTAS BANCARIAS...  "
                   LINE 24 POSITION 01 REVERSE.
           PERFORM I-RECORRE-HOJAS     THRU F-RECORRE-HOJAS.
           PERFORM I-CUENTAS-COMPARTIDAS THRU F-CUENTAS-COMPARTIDAS.
           PERFORM I-CUENTAS-PROVEEDOR THRU F-CUENTAS-PROVEEDOR.
           DISPLAY "REVISANDO LOS PAGOS DEL PERIODO..."
                   LINE 24 POSITION 01 REVERSE.
           PERFORM I-RECORRE-PAGOS     THRU F-RECORRE-PAGOS.
           PERFORM I-TOTAL-DETECCION   THRU F-TOTAL-DETECCION.
           CLOSE INFORMES.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "HALLAZGOS NUEVOS:"  LINE 24 POSITION 01 REVERSE.
           MOVE W-NUEVOS               TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 19 REVERSE.
           DISPLAY "PENDIENTES:"       LINE 24 POSITION 27 REVERSE.
           MOVE W-PENDIENTES           TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 39 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-DETECTA.
      *
      *  FECHAS Y FECHA DE PAGO DEL PERIODO (SERIE TE011) Y CONCEPTO
      *  DE SUELDO (CPTSUELDO DE PARAMLEG, COMO EN PROG389)
       I-LEE-SERIE.
           MOVE SPACES                 TO  REC-TABLAEMP.
           MOVE "011"                  TO  TE011-CODIGO-TABLA.
           MOVE CON-COD-EMPRESA        TO  TE011-CODIGO-EMPRESA.
           MOVE CON-ANO                TO  TE011-CODIGO-ANO.
           MOVE CON-PERIODO            TO  TE011-CODIGO-PERIODO.
           MOVE ZEROS                  TO  TE011-CODIGO-FILLER  SW-1.
           READ TABLAEMP WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EL PERIODO NO ESTA EN LA SERIE TE011"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-LEE-SERIE.
           MOVE TE011-FECHA-DESDE      TO  W-FECHA-DESDE
                                           W-FECHA-PARAM.
           MOVE TE011-FECHA-HASTA      TO  W-FECHA-HASTA.
           MOVE TE011-FECHA-PAGO       TO  W-FECHA-PAGO.
           IF  W-FECHA-PAGO  =  ZEROS
               MOVE W-FECHA-HASTA      TO  W-FECHA-PAGO.
           MOVE "CPTSUELDO"            TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-PARAM          TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  NOT =  "00"
               MOVE ZEROS              TO  PRM-LNK-VALOR.
           MOVE PRM-LNK-VALOR          TO  W-CPT-SUELDO.
           IF  W-CPT-SUELDO  =  ZEROS
               MOVE 001                TO  W-CPT-SUELDO.
       F-LEE-SERIE.
      *
      ******************************************************************
      *  CEDULAS DEL PLANO DEL OPERADOR (PROG330); SOLO SIRVE SI EL    *
      *  ENCABEZADO ES DEL MISMO ANO Y PERIODO                         *
      ******************************************************************
       I-CARGA-PILA.
           MOVE ZEROS                  TO  SW-PILA  W-PIL-TOPE
                                           W-PIL-SOBRAN  FIN-SUB.
           OPEN INPUT PILAOPER.
           IF  PILAOPER-STATUS  NOT =  "00"
               MOVE "SIN PILAOPER.TXT: NO SE VERIFICA LA PLANILLA PILA"
                                       TO  I-NOTA
               PERFORM I-ESCRIBE-NOTA  THRU F-ESCRIBE-NOTA
               GO TO F-CARGA-PILA.
           READ PILAOPER AT END
                MOVE 1                 TO  FIN-SUB.
           IF  FIN-SUB  =  1
           OR  POP-E-TIPO-REG  NOT =  "E"
           OR  POP-E-ANO  NOT =  CON-ANO
           OR  POP-E-PERIODO  NOT =  CON-PERIODO
               MOVE "PILAOPER.TXT ES DE OTRO PERIODO: CORRA PROG330"
                                       TO  I-NOTA
               PERFORM I-ESCRIBE-NOTA  THRU F-ESCRIBE-NOTA
               CLOSE PILAOPER
               GO TO F-CARGA-PILA.
           MOVE 1                      TO  SW-PILA.
       I-CARGA-PILA-LEE.
           READ PILAOPER AT END
                CLOSE PILAOPER
                GO TO F-CARGA-PILA.
           IF  POP-D-TIPO-REG  NOT =  "D"
               GO TO I-CARGA-PILA-LEE.
      *  EL PLANO TRAE UNA LINEA POR ENTIDAD, SEGUIDAS POR EMPLEADO
           IF  W-PIL-TOPE  >  ZEROS
           AND PIL-CEDULA(W-PIL-TOPE)  =  POP-D-CEDULA
               GO TO I-CARGA-PILA-LEE.
           IF  W-PIL-TOPE  NOT <  3000
               ADD 1                   TO  W-PIL-SOBRAN
               GO TO I-CARGA-PILA-LEE.
           ADD 1                       TO  W-PIL-TOPE.
           MOVE POP-D-CEDULA           TO  PIL-CEDULA(W-PIL-TOPE).
           GO TO I-CARGA-PILA-LEE.
       F-CARGA-PILA.
      *
      ******************************************************************
      *  HOJAS DE VIDA: CARGA LA TABLA DE CUENTAS Y COMPARA CADA       *
      *  CUENTA CONTRA LA ULTIMA VISTA PARA FECHAR LOS CAMBIOS         *
      ******************************************************************
       I-RECORRE-HOJAS.
           MOVE ZEROS                  TO  W-CTA-TOPE  W-CTA-SOBRAN
                                           FIN-OK  HOJAVIDA-CLAVE.
           START HOJAVIDA KEY NOT LESS HOJAVIDA-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-RECORRE-HOJAS-LEE.
           IF  FIN-OK  =  1            GO TO I-RECORRE-HOJAS-FIN.
           READ HOJAVIDA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-RECORRE-HOJAS-LEE.
           IF  HOJAVIDA-HABEAS  =  "S"
               GO TO I-RECORRE-HOJAS-LEE.
           IF  HOJAVIDA-BANCO  =  ZEROS
           AND HOJAVIDA-CTA-BANCARIA  =  ZEROS
               GO TO I-RECORRE-HOJAS-LEE.
           IF  W-CTA-TOPE  NOT <  3000
               ADD 1                   TO  W-CTA-SOBRAN
           ELSE
               ADD 1                   TO  W-CTA-TOPE
               MOVE HOJAVIDA-BANCO     TO  CTA-BANCO(W-CTA-TOPE)
               MOVE HOJAVIDA-CTA-BANCARIA
                                       TO  CTA-NUMERO(W-CTA-TOPE)
               MOVE HOJAVIDA-CLAVE     TO  CTA-CEDULA(W-CTA-TOPE)
               MOVE SPACES             TO  CTA-MARCA(W-CTA-TOPE).
           PERFORM I-CUENTA-VISTA      THRU F-CUENTA-VISTA.
           GO TO I-RECORRE-HOJAS-LEE.
       I-RECORRE-HOJAS-FIN.
           IF  W-CTA-SOBRAN  >  ZEROS
               MOVE "CUENTAS NO COMPARADAS (MAS DE 3000 EMPLEADOS):"
                                       TO  I-NOTA
               MOVE W-CTA-SOBRAN       TO  I-NOTA-CANT
               PERFORM I-ESCRIBE-NOTA  THRU F-ESCRIBE-NOTA.
       F-RECORRE-HOJAS.
      *
       I-CUENTA-VISTA.
           MOVE CON-COD-EMPRESA        TO  ALN-EMPRESA.
           MOVE "0"                    TO  ALN-TIPO.
           MOVE HOJAVIDA-CLAVE         TO  ALN-CEDULA.
           MOVE SPACES                 TO  ALN-REFERENCIA.
           MOVE ZEROS                  TO  SW-2.
           READ ALERTNOM INVALID KEY
                MOVE 1                 TO  SW-2.
      *  PRIMERA VEZ QUE SE VE AL EMPLEADO: SOLO SE TOMA LA BASE
           IF  SW-2  =  1
               MOVE SPACES             TO  ALN-DATOS
               MOVE HOJAVIDA-BANCO     TO  ALN-CTA-BANCO
               MOVE HOJAVIDA-CTA-BANCARIA  TO  ALN-CTA-NUMERO
               MOVE ZEROS              TO  ALN-CTA-BANCO-ANT
                                           ALN-CTA-NUMERO-ANT
                                           ALN-CTA-FECHA-CAMBIO
               WRITE REG-ALERTNOM
               GO TO F-CUENTA-VISTA.
           IF  ALN-CTA-BANCO  NOT =  HOJAVIDA-BANCO
           OR  ALN-CTA-NUMERO  NOT =  HOJAVIDA-CTA-BANCARIA
               PERFORM I-CAMBIO-CUENTA THRU F-CAMBIO-CUENTA.
           MOVE ALN-CTA-FECHA-CAMBIO   TO  W-FECHA-CAMBIO.
           MOVE ALN-CTA-BANCO-ANT      TO  W-BANCO-ANT.
           MOVE ALN-CTA-NUMERO-ANT     TO  W-NUMERO-ANT.
           IF  W-FECHA-CAMBIO  =  ZEROS
               GO TO F-CUENTA-VISTA.
      *  CAMBIO DENTRO DE LOS DIAS ANTERIORES AL PAGO (MES DE 30)
           MOVE W-FECHA-CAMBIO         TO  W-FECHA-NUM.
           MOVE W-FECHA-PAGO           TO  W-OTRA-NUM.
           COMPUTE W-DIAS-DIF  =
                   ((W-OTRA-ANO  -  W-PARTE-ANO)  *  360)
                +  ((W-OTRA-MES  -  W-PARTE-MES)  *  30)
                +  W-OTRA-DIA  -  W-PARTE-DIA.
           IF  W-DIAS-DIF  <  ZEROS
           OR  W-DIAS-DIF  >  W-DIAS-ANTES
               GO TO F-CUENTA-VISTA.
           MOVE "B"                    TO  W-HAL-TIPO.
           MOVE HOJAVIDA-CLAVE         TO  W-HAL-CEDULA.
           MOVE HOJAVIDA-BANCO         TO  W-REF-BANCO.
           MOVE HOJAVIDA-CTA-BANCARIA  TO  W-REF-NUMERO.
           MOVE SPACES                 TO  W-HAL-DETALLE.
           MOVE "CUENTA CAMBIADA EL (ANTES CUENTA):"  TO  W-DET-TEXTO.
           MOVE W-FECHA-CAMBIO         TO  W-DET-FECHA-CAMBIO.
           MOVE W-NUMERO-ANT           TO  W-DET-CUENTA-ANT.
           MOVE ZEROS                  TO  W-HAL-VALOR.
           PERFORM I-HALLAZGO          THRU F-HALLAZGO.
       F-CUENTA-VISTA.
      *
      *  LA CUENTA ANTERIOR QUEDA EN EL REGISTRO Y EN AUDICAMP
       I-CAMBIO-CUENTA.
           MOVE ALN-CTA-BANCO          TO  ALN-CTA-BANCO-ANT.
           MOVE ALN-CTA-NUMERO         TO  ALN-CTA-NUMERO-ANT.
           MOVE HOJAVIDA-BANCO         TO  ALN-CTA-BANCO.
           MOVE HOJAVIDA-CTA-BANCARIA  TO  ALN-CTA-NUMERO.
           MOVE WK-FECHA-HOY           TO  ALN-CTA-FECHA-CAMBIO.
           REWRITE REG-ALERTNOM.
           IF  ALN-CTA-BANCO  NOT =  ALN-CTA-BANCO-ANT
               MOVE "HOJAVIDA-BANCO"   TO  W-CAMPO
               MOVE ALN-CTA-BANCO-ANT  TO  W-ANTES
               MOVE ALN-CTA-BANCO      TO  W-DESPUES
               PERFORM I-AUDITA-CAMBIO THRU F-AUDITA-CAMBIO.
           IF  ALN-CTA-NUMERO  NOT =  ALN-CTA-NUMERO-ANT
               MOVE "HOJAVIDA-CTA-BANC" TO  W-CAMPO
               MOVE ALN-CTA-NUMERO-ANT TO  W-ANTES
               MOVE ALN-CTA-NUMERO     TO  W-DESPUES
               PERFORM I-AUDITA-CAMBIO THRU F-AUDITA-CAMBIO.
       F-CAMBIO-CUENTA.
      *
       I-AUDITA-CAMBIO.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-FECHA-HOY           TO  AUDICAMP-FECHA.
           MOVE WK-HORA-HOY            TO  AUDICAMP-HORA.
           MOVE ZEROS                  TO  AUDICAMP-CONSEC.
           MOVE CON-USERNAME           TO  AUDICAMP-USUARIO.
           MOVE ID-PRG                 TO  AUDICAMP-PROGRAMA.
           MOVE "HOJAVIDA"             TO  AUDICAMP-ARCHIVO.
           MOVE CON-COD-EMPRESA        TO  LOG-EMPRESA.
           MOVE HOJAVIDA-CLAVE         TO  LOG-CEDULA.
           MOVE W-LLAVE-LOG            TO  AUDICAMP-LLAVE.
           MOVE W-CAMPO                TO  AUDICAMP-CAMPO.
           MOVE W-ANTES                TO  AUDICAMP-ANTES.
           MOVE W-DESPUES              TO  AUDICAMP-DESPUES.
       I-AUDITA-GRABA.
           WRITE REG-AUDICAMP INVALID KEY
                 ADD 1                 TO  AUDICAMP-CONSEC
                 GO TO I-AUDITA-GRABA.
       F-AUDITA-CAMBIO.
      *
      ******************************************************************
      *  C: CADA CUENTA CONTRA LAS SIGUIENTES DE LA TABLA; CADA        *
      *  EMPLEADO DE LA CUENTA SE REPORTA UNA SOLA VEZ                 *
      ******************************************************************
       I-CUENTAS-COMPARTIDAS.
           MOVE ZEROS                  TO  W-CTA-IDX.
       I-COMPARTIDAS-CICLO.
           ADD 1                       TO  W-CTA-IDX.
           IF  W-CTA-IDX  NOT <  W-CTA-TOPE
               GO TO F-CUENTAS-COMPARTIDAS.
           MOVE W-CTA-IDX              TO  W-CTA-JDX.
       I-COMPARTIDAS-PAREJA.
           ADD 1                       TO  W-CTA-JDX.
           IF  W-CTA-JDX  >  W-CTA-TOPE
               GO TO I-COMPARTIDAS-CICLO.
           IF  CTA-BANCO(W-CTA-IDX)   NOT =  CTA-BANCO(W-CTA-JDX)
           OR  CTA-NUMERO(W-CTA-IDX)  NOT =  CTA-NUMERO(W-CTA-JDX)
               GO TO I-COMPARTIDAS-PAREJA.
           MOVE "C"                    TO  W-HAL-TIPO.
           MOVE CTA-BANCO(W-CTA-IDX)   TO  W-REF-BANCO.
           MOVE CTA-NUMERO(W-CTA-IDX)  TO  W-REF-NUMERO.
           MOVE ZEROS                  TO  W-HAL-VALOR.
           MOVE SPACES                 TO  W-HAL-DETALLE.
           MOVE "CUENTA COMPARTIDA CON LA CEDULA:"  TO  W-DET-TEXTO.
           IF  CTA-MARCA(W-CTA-IDX)  =  SPACES
               MOVE "X"                TO  CTA-MARCA(W-CTA-IDX)
               MOVE CTA-CEDULA(W-CTA-IDX)  TO  W-HAL-CEDULA
               MOVE CTA-CEDULA(W-CTA-JDX)  TO  W-DET-DATO
               PERFORM I-HALLAZGO      THRU F-HALLAZGO.
           IF  CTA-MARCA(W-CTA-JDX)  =  SPACES
               MOVE "X"                TO  CTA-MARCA(W-CTA-JDX)
               MOVE CTA-CEDULA(W-CTA-JDX)  TO  W-HAL-CEDULA
               MOVE CTA-CEDULA(W-CTA-IDX)  TO  W-DET-DATO
               PERFORM I-HALLAZGO      THRU F-HALLAZGO.
           GO TO I-COMPARTIDAS-PAREJA.
       F-CUENTAS-COMPARTIDAS.
      *
      ******************************************************************
      *  P: CUENTAS DE PROVEEDORES (NO INACTIVAS) CONTRA LA TABLA; LA  *
      *  CUENTA DEL MISMO EMPLEADO COMO PROVEEDOR NO ES HALLAZGO       *
      ******************************************************************
       I-CUENTAS-PROVEEDOR.
           IF  SW-PROVEEDORES  =  ZEROS
               GO TO F-CUENTAS-PROVEEDOR.
           MOVE ZEROS                  TO  FIN-OK  CTP-CLAVE.
           START CTAPROVE KEY NOT LESS CTP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-PROVEEDOR-LEE.
           IF  FIN-OK  =  1            GO TO F-CUENTAS-PROVEEDOR.
           READ CTAPROVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-PROVEEDOR-LEE.
           IF  CTP-ESTADO  =  "I"
           OR  CTP-CUENTA  =  ZEROS
               GO TO I-PROVEEDOR-LEE.
           MOVE ZEROS                  TO  W-CTA-IDX.
       I-PROVEEDOR-BUSCA.
           ADD 1                       TO  W-CTA-IDX.
           IF  W-CTA-IDX  >  W-CTA-TOPE
               GO TO I-PROVEEDOR-LEE.
           IF  CTA-BANCO(W-CTA-IDX)   NOT =  CTP-BANCO
           OR  CTA-NUMERO(W-CTA-IDX)  NOT =  CTP-CUENTA
           OR  CTA-CEDULA(W-CTA-IDX)  =  CTP-NIT
               GO TO I-PROVEEDOR-BUSCA.
           MOVE "P"                    TO  W-HAL-TIPO.
           MOVE CTA-CEDULA(W-CTA-IDX)  TO  W-HAL-CEDULA.
           MOVE CTP-BANCO              TO  W-REF-BANCO.
           MOVE CTP-CUENTA             TO  W-REF-NUMERO.
           MOVE ZEROS                  TO  W-HAL-VALOR.
           MOVE SPACES                 TO  W-HAL-DETALLE.
           MOVE "CUENTA INSCRITA AL PROVEEDOR NIT:"  TO  W-DET-TEXTO.
           MOVE CTP-NIT                TO  W-DET-DATO.
           PERFORM I-HALLAZGO          THRU F-HALLAZGO.
           GO TO I-PROVEEDOR-BUSCA.
       F-CUENTAS-PROVEEDOR.
      *
      ******************************************************************
      *  PAGOS DEL PERIODO (NOMIACUM): POR EMPLEADO EL NETO (CONCEPTO  *
      *  000) Y EL SUELDO CON SUS DIAS                                 *
      ******************************************************************
       I-RECORRE-PAGOS.
           IF  SW-ACUMULADOS  =  ZEROS
               MOVE "SIN ACUMULADOS DEL ANO: NO SE REVISAN LOS PAGOS"
                                       TO  I-NOTA
               PERFORM I-ESCRIBE-NOTA  THRU F-ESCRIBE-NOTA
               GO TO F-RECORRE-PAGOS.
           MOVE ZEROS                  TO  FIN-OK  SW-HAY-EMP
                                           ACU-CLAVE.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           START NOMIACUM KEY NOT LESS ACU-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-RECORRE-PAGOS-LEE.
           IF  FIN-OK  =  1            GO TO I-RECORRE-PAGOS-FIN.
           READ NOMIACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-RECORRE-PAGOS-LEE.
           IF  ACU-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-RECORRE-PAGOS-LEE.
           IF  ACU-ANO  NOT =  CON-ANO
           OR  ACU-PERIODO  NOT =  CON-PERIODO
               GO TO I-RECORRE-PAGOS-LEE.
           IF  SW-HAY-EMP  =  1
           AND ACU-CEDULA  NOT =  W-CEDULA-ACT
               PERFORM I-EVALUA-EMPLEADO THRU F-EVALUA-EMPLEADO.
           IF  SW-HAY-EMP  =  ZEROS
           OR  ACU-CEDULA  NOT =  W-CEDULA-ACT
               MOVE 1                  TO  SW-HAY-EMP
               MOVE ACU-CEDULA         TO  W-CEDULA-ACT
               MOVE ZEROS              TO  W-NETO  W-SUELDO
                                           W-DIAS-SUELDO.
           IF  ACU-CONCEPTO  =  ZEROS
               ADD ACU-VALOR           TO  W-NETO.
           IF  ACU-CONCEPTO  =  W-CPT-SUELDO
               ADD ACU-VALOR           TO  W-SUELDO
               ADD ACU-DIAS            TO  W-DIAS-SUELDO.
           GO TO I-RECORRE-PAGOS-LEE.
       I-RECORRE-PAGOS-FIN.
           IF  SW-HAY-EMP  =  1
               PERFORM I-EVALUA-EMPLEADO THRU F-EVALUA-EMPLEADO.
       F-RECORRE-PAGOS.
      *
       I-EVALUA-EMPLEADO.
           IF  W-NETO  NOT >  ZEROS    GO TO F-EVALUA-EMPLEADO.
           MOVE W-CEDULA-ACT           TO  W-HAL-CEDULA.
           MOVE SPACES                 TO  W-REFERENCIA.
           MOVE CON-ANO                TO  W-REF-ANO.
           MOVE CON-PERIODO            TO  W-REF-PER.
           MOVE 1                      TO  SW-CONTRATO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA-ACT           TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  SW-CONTRATO.
      *  R: SIN CONTRATO O RETIRADO ANTES DEL PERIODO
           MOVE "R"                    TO  W-HAL-TIPO.
           MOVE W-NETO                 TO  W-HAL-VALOR.
           MOVE SPACES                 TO  W-HAL-DETALLE.
           IF  SW-CONTRATO  =  ZEROS
               MOVE "PAGADO SIN CONTRATO, NETO:"  TO  W-DET-TEXTO
               MOVE W-NETO             TO  WI-VALOR
               MOVE WI-VALOR           TO  W-DET-DATO
               PERFORM I-HALLAZGO      THRU F-HALLAZGO
           ELSE
               COMPUTE W-FECHA-RET  =  (CONTRATO-ANO-RET  *  10000)
                       +  (CONTRATO-MES-RET  *  100)
                       +  CONTRATO-DIA-RET
               IF  W-FECHA-RET  NOT =  ZEROS
               AND W-FECHA-RET  <  W-FECHA-DESDE
                   MOVE "PAGADO DESPUES DEL RETIRO DEL:"
                                       TO  W-DET-TEXTO
                   MOVE W-FECHA-RET    TO  W-DET-DATO
                   PERFORM I-HALLAZGO  THRU F-HALLAZGO.
      *  S: SIN LINEA EN LA PLANILLA PILA
           IF  SW-PILA  =  1
               PERFORM I-BUSCA-PILA    THRU F-BUSCA-PILA.
      *  L: SUELDO DISTINTO DEL CONTRATO POR LOS DIAS PAGADOS
           IF  SW-CONTRATO  =  ZEROS
           OR  W-DIAS-SUELDO  =  ZEROS
               GO TO F-EVALUA-EMPLEADO.
           COMPUTE W-ESPERADO ROUNDED  =  CONTRATO-SALARIO
                   *  W-DIAS-SUELDO  /  30.
           COMPUTE W-DIFERENCIA  =  W-SUELDO  -  W-ESPERADO.
           IF  W-DIFERENCIA  <  ZEROS
               COMPUTE W-DIFERENCIA  =  ZERO  -  W-DIFERENCIA.
           IF  W-DIFERENCIA  NOT >  W-TOLERANCIA
               GO TO F-EVALUA-EMPLEADO.
           PERFORM I-RASTRO-SALARIO    THRU F-RASTRO-SALARIO.
           IF  SW-RASTRO  =  1         GO TO F-EVALUA-EMPLEADO.
           MOVE "L"                    TO  W-HAL-TIPO.
           MOVE W-SUELDO               TO  W-HAL-VALOR.
           MOVE SPACES                 TO  W-HAL-DETALLE.
           MOVE "PAGADO"               TO  W-DET-PAGADO-TXT.
           MOVE W-SUELDO               TO  W-DET-PAGADO.
           MOVE " ESPERADO"            TO  W-DET-ESPERA-TXT.
           MOVE W-ESPERADO             TO  W-DET-ESPERADO.
           PERFORM I-HALLAZGO          THRU F-HALLAZGO.
       F-EVALUA-EMPLEADO.
      *
       I-BUSCA-PILA.
           MOVE ZEROS                  TO  W-PIL-IDX.
       I-BUSCA-PILA-CICLO.
           ADD 1                       TO  W-PIL-IDX.
           IF  W-PIL-IDX  >  W-PIL-TOPE
               GO TO I-BUSCA-PILA-FALTA.
           IF  PIL-CEDULA(W-PIL-IDX)  =  W-CEDULA-ACT
               GO TO F-BUSCA-PILA.
           GO TO I-BUSCA-PILA-CICLO.
       I-BUSCA-PILA-FALTA.
           MOVE "S"                    TO  W-HAL-TIPO.
           MOVE W-NETO                 TO  W-HAL-VALOR.
           MOVE SPACES                 TO  W-HAL-DETALLE.
           MOVE "PAGADO SIN LINEA EN PILA, NETO:"  TO  W-DET-TEXTO.
           MOVE W-NETO                 TO  WI-VALOR.
           MOVE WI-VALOR               TO  W-DET-DATO.
           PERFORM I-HALLAZGO          THRU F-HALLAZGO.
       F-BUSCA-PILA.
      *
      *  RASTRO VALIDO: RETROACTIVO DE PROG340 EN EL PERIODO, O UN
      *  CAMBIO DE SALARIO EN CONTRHIS VIGENTE O REGISTRADO EN EL
      *  PERIODO
       I-RASTRO-SALARIO.
           MOVE ZEROS                  TO  SW-RASTRO.
           IF  SW-NOVEDADES  =  ZEROS  GO TO I-RASTRO-HISTORIA.
           MOVE ZEROS                  TO  FIN-SUB  NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           MOVE W-CEDULA-ACT           TO  NOV-CODIEMP.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-RASTRO-NOVEDAD.
           IF  FIN-SUB  =  1           GO TO I-RASTRO-HISTORIA.
           READ NOMINOVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO I-RASTRO-HISTORIA.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
           OR  NOV-CODIEMP  NOT =  W-CEDULA-ACT
               GO TO I-RASTRO-HISTORIA.
           IF  NOV-ORIGEN-NOVEDAD  =  "R"
               MOVE 1                  TO  SW-RASTRO
               GO TO F-RASTRO-SALARIO.
           GO TO I-RASTRO-NOVEDAD.
       I-RASTRO-HISTORIA.
           IF  SW-HISTORIA  =  ZEROS   GO TO F-RASTRO-SALARIO.
           MOVE ZEROS                  TO  FIN-SUB  CHIS-CLAVE.
           MOVE CON-COD-EMPRESA        TO  CHIS-CIA.
           MOVE W-CEDULA-ACT           TO  CHIS-CEDULA.
           START CONTRHIS KEY NOT LESS CHIS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-SUB.
       I-RASTRO-HISTORIA-LEE.
           IF  FIN-SUB  =  1           GO TO F-RASTRO-SALARIO.
           READ CONTRHIS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-SUB
                GO TO F-RASTRO-SALARIO.
           IF  CHIS-CIA  NOT =  CON-COD-EMPRESA
           OR  CHIS-CEDULA  NOT =  W-CEDULA-ACT
               GO TO F-RASTRO-SALARIO.
           IF  CHIS-NOVEDAD  =  ZEROS
               GO TO I-RASTRO-HISTORIA-LEE.
           IF  CHIS-VIGENCIA  NOT <  W-FECHA-DESDE
           AND CHIS-VIGENCIA  NOT >  W-FECHA-HASTA
               MOVE 1                  TO  SW-RASTRO
               GO TO F-RASTRO-SALARIO.
           IF  CHIS-FECHA-ARCHIVO  NOT <  W-FECHA-DESDE
           AND CHIS-FECHA-ARCHIVO  NOT >  W-FECHA-HASTA
               MOVE 1                  TO  SW-RASTRO
               GO TO F-RASTRO-SALARIO.
           GO TO I-RASTRO-HISTORIA-LEE.
       F-RASTRO-SALARIO.
      *
      ******************************************************************
      *  REGISTRA EL HALLAZGO: NUEVO SE GRABA; PENDIENTE SE ACTUALIZA  *
      *  Y SE VUELVE A REPORTAR; CON DISPOSICION NO SE REPORTA         *
      ******************************************************************
       I-HALLAZGO.
           MOVE CON-COD-EMPRESA        TO  ALN-EMPRESA.
           MOVE W-HAL-TIPO             TO  ALN-TIPO.
           MOVE W-HAL-CEDULA           TO  ALN-CEDULA.
           MOVE W-REFERENCIA           TO  ALN-REFERENCIA.
           MOVE ZEROS                  TO  SW-2.
           READ ALERTNOM INVALID KEY
                MOVE 1                 TO  SW-2.
           IF  SW-2  =  1
               MOVE SPACES             TO  ALN-DATOS
               MOVE CON-ANO            TO  ALN-ANO
               MOVE CON-PERIODO        TO  ALN-PERIODO
               MOVE WK-FECHA-HOY       TO  ALN-FECHA-DETECTA
                                           ALN-ULTIMA-VEZ
               MOVE W-HAL-DETALLE      TO  ALN-DETALLE
               MOVE W-HAL-VALOR        TO  ALN-VALOR
               MOVE ZEROS              TO  ALN-FECHA-DISPOSICION
               WRITE REG-ALERTNOM
               ADD 1                   TO  W-NUEVOS
               MOVE "NUEVO"            TO  W-HAL-ESTADO
               GO TO I-HALLAZGO-IMPRIME.
           IF  ALN-ESTADO  NOT =  SPACES
               ADD 1                   TO  W-RESUELTOS
               GO TO F-HALLAZGO.
           MOVE WK-FECHA-HOY           TO  ALN-ULTIMA-VEZ.
           MOVE W-HAL-DETALLE          TO  ALN-DETALLE.
           MOVE W-HAL-VALOR            TO  ALN-VALOR.
           REWRITE REG-ALERTNOM.
           ADD 1                       TO  W-PENDIENTES.
           MOVE "PENDIENTE"            TO  W-HAL-ESTADO.
       I-HALLAZGO-IMPRIME.
           PERFORM I-LINEA-HALLAZGO    THRU F-LINEA-HALLAZGO.
       F-HALLAZGO.
      *
      *  DURANTE EL RECORRIDO DE HOJAVIDA EL EMPLEADO ES EL REGISTRO
      *  EN CURSO; FUERA DE EL SE LEE POR LLAVE
       I-LINEA-HALLAZGO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           PERFORM I-TEXTO-TIPO        THRU F-TEXTO-TIPO.
           MOVE ALN-CEDULA             TO  I-CEDULA.
           IF  HOJAVIDA-CLAVE  NOT =  ALN-CEDULA
               MOVE ALN-CEDULA         TO  HOJAVIDA-CLAVE
               READ HOJAVIDA WITH NO LOCK INVALID KEY
                    MOVE SPACES        TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE ALN-DETALLE            TO  I-DETALLE.
           MOVE W-HAL-ESTADO           TO  I-ESTADO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-LINEA-HALLAZGO.
      *
       I-TEXTO-TIPO.
           MOVE SPACES                 TO  I-TIPO-HAL.
           IF  ALN-TIPO  =  "C"
               MOVE "CUENTA COMPARTIDA"  TO  I-TIPO-HAL.
           IF  ALN-TIPO  =  "P"
               MOVE "CUENTA PROVEEDOR"   TO  I-TIPO-HAL.
           IF  ALN-TIPO  =  "R"
               MOVE "PAGO TRAS RETIRO"   TO  I-TIPO-HAL.
           IF  ALN-TIPO  =  "S"
               MOVE "PAGO SIN PILA"      TO  I-TIPO-HAL.
           IF  ALN-TIPO  =  "B"
               MOVE "CAMBIO DE CUENTA"   TO  I-TIPO-HAL.
           IF  ALN-TIPO  =  "L"
               MOVE "SALARIO SIN SOPORTE"  TO  I-TIPO-HAL.
       F-TEXTO-TIPO.
      *
       I-ESCRIBE-NOTA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-NOTA AFTER 1.
           ADD 1                       TO  CON-LIN.
           MOVE SPACES                 TO  I-NOTA.
           MOVE ZEROS                  TO  I-NOTA-CANT.
       F-ESCRIBE-NOTA.
      *
       I-TOTAL-DETECCION.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE "HALLAZGOS NUEVOS..................:"  TO  I-TEXTO.
           MOVE W-NUEVOS               TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "PENDIENTES DE CORRIDAS ANTERIORES.:"  TO  I-TEXTO.
           MOVE W-PENDIENTES           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "YA CON DISPOSICION (NO REPORTADOS):"  TO  I-TEXTO.
           MOVE W-RESUELTOS            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
       F-TOTAL-DETECCION.
      *
      ******************************************************************
      *  OPCION R: DISPOSICION DE LOS HALLAZGOS PENDIENTES, UNO A UNO  *
      ******************************************************************
       I-REVISION.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "CEDULA (0 = TODAS)..:"  LINE 05 POSITION 10.
           DISPLAY "TIPO (BLANCO=TODOS).:"  LINE 06 POSITION 10.
           DISPLAY "C P R S B L"            LINE 06 POSITION 36.
           MOVE ZEROS                  TO  WK-EXCEPTION
                                           W-CEDULA-PEDIDA.
           ACCEPT W-CEDULA-PEDIDA      LINE 05 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REVISION.
           MOVE SPACES                 TO  W-TIPO-PEDIDO.
           ACCEPT W-TIPO-PEDIDO        LINE 06 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REVISION.
           DISPLAY "HALLAZGO............:"  LINE 09 POSITION 10.
           DISPLAY "CEDULA..............:"  LINE 10 POSITION 10.
           DISPLAY "NOMBRE..............:"  LINE 11 POSITION 10.
           DISPLAY "DETALLE.............:"  LINE 12 POSITION 10.
           DISPLAY "PERIODO / DETECTADO.:"  LINE 13 POSITION 10.
           DISPLAY "VISTO POR ULTIMA VEZ:"  LINE 14 POSITION 10.
           DISPLAY "DISPOSICION.........:"  LINE 16 POSITION 10.
           DISPLAY "A=ACLARADO F=FRAUDE BLANCO=SIGUIENTE"
                                            LINE 16 POSITION 36.
           DISPLAY "MOTIVO..............:"  LINE 17 POSITION 10.
           MOVE ZEROS                  TO  FIN-OK  ALN-CLAVE.
           MOVE SPACES                 TO  ALN-TIPO  ALN-REFERENCIA.
           MOVE CON-COD-EMPRESA        TO  ALN-EMPRESA.
           START ALERTNOM KEY NOT LESS ALN-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-REVISION-LEE.
           IF  FIN-OK  =  1            GO TO I-REVISION-FIN.
           READ ALERTNOM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-REVISION-LEE.
           IF  ALN-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-REVISION-LEE.
           IF  ALN-TIPO  =  "0"
           OR  ALN-ESTADO  NOT =  SPACES
               GO TO I-REVISION-LEE.
           IF  W-CEDULA-PEDIDA  NOT =  ZEROS
           AND ALN-CEDULA  NOT =  W-CEDULA-PEDIDA
               GO TO I-REVISION-LEE.
           IF  W-TIPO-PEDIDO  NOT =  SPACES
           AND ALN-TIPO  NOT =  W-TIPO-PEDIDO
               GO TO I-REVISION-LEE.
           PERFORM I-MUESTRA-HALLAZGO  THRU F-MUESTRA-HALLAZGO.
       I-REVISION-DISPONE.
           MOVE SPACES                 TO  W-DISPOSICION.
           ACCEPT W-DISPOSICION        LINE 16 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-REVISION.
           IF  W-DISPOSICION  =  SPACES
               GO TO I-REVISION-LEE.
           IF  W-DISPOSICION  NOT =  "A"
           AND W-DISPOSICION  NOT =  "F"
               GO TO I-REVISION-DISPONE.
       I-REVISION-MOTIVO.
           MOVE SPACES                 TO  W-MOTIVO.
           ACCEPT W-MOTIVO             LINE 17 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO I-REVISION-DISPONE.
           IF  W-MOTIVO  =  SPACES
               DISPLAY "LA DISPOSICION EXIGE EL MOTIVO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-REVISION-MOTIVO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           READ ALERTNOM INVALID KEY
                GO TO I-REVISION-LEE.
           MOVE W-DISPOSICION          TO  ALN-ESTADO.
           MOVE CON-USERNAME           TO  ALN-USUARIO.
           MOVE WK-FECHA-HOY           TO  ALN-FECHA-DISPOSICION.
           MOVE W-MOTIVO               TO  ALN-MOTIVO.
           REWRITE REG-ALERTNOM.
           GO TO I-REVISION-LEE.
       I-REVISION-FIN.
           DISPLAY "NO HAY MAS HALLAZGOS PENDIENTES"
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-REVISION.
      *
       I-MUESTRA-HALLAZGO.
           DISPLAY WK-ESPACIOS         LINE 09 POSITION 32 SIZE 48.
           DISPLAY WK-ESPACIOS         LINE 11 POSITION 32 SIZE 48.
           DISPLAY WK-ESPACIOS         LINE 12 POSITION 32 SIZE 48.
           DISPLAY WK-ESPACIOS         LINE 17 POSITION 32 SIZE 40.
           PERFORM I-TEXTO-TIPO        THRU F-TEXTO-TIPO.
           DISPLAY I-TIPO-HAL          LINE 09 POSITION 32 REVERSE.
           DISPLAY ALN-CEDULA          LINE 10 POSITION 32 REVERSE.
           MOVE ALN-CEDULA             TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           DISPLAY HOJAVIDA-NOMBRE     LINE 11 POSITION 32 REVERSE.
           DISPLAY ALN-DETALLE         LINE 12 POSITION 20 REVERSE.
           DISPLAY ALN-PERIODO         LINE 13 POSITION 32 REVERSE.
           DISPLAY ALN-FECHA-DETECTA   LINE 13 POSITION 37 REVERSE.
           DISPLAY ALN-ULTIMA-VEZ      LINE 14 POSITION 32 REVERSE.
       F-MUESTRA-HALLAZGO.
      *
      ******************************************************************
      *  OPCION L: TODOS LOS HALLAZGOS CON SU DISPOSICION (EVIDENCIA   *
      *  DEL CONTROL PARA LA AUDITORIA)                                *
      ******************************************************************
       I-LISTADO.
           MOVE "HALLAZGOS DE NOMINA Y SU DISPOSICION"  TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  W-NUEVOS
                                           W-PENDIENTES  W-RESUELTOS.
           OPEN OUTPUT INFORMES.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  FIN-OK  ALN-CLAVE.
           MOVE SPACES                 TO  ALN-TIPO  ALN-REFERENCIA.
           MOVE CON-COD-EMPRESA        TO  ALN-EMPRESA.
           START ALERTNOM KEY NOT LESS ALN-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LISTADO-LEE.
           IF  FIN-OK  =  1            GO TO I-LISTADO-FIN.
           READ ALERTNOM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LISTADO-LEE.
           IF  ALN-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-LISTADO-LEE.
           IF  ALN-TIPO  =  "0"        GO TO I-LISTADO-LEE.
           MOVE "PENDIENTE"            TO  W-HAL-ESTADO.
           IF  ALN-ESTADO  =  "A"
               MOVE "ACLARADO"         TO  W-HAL-ESTADO.
           IF  ALN-ESTADO  =  "F"
               MOVE "FRAUDE"           TO  W-HAL-ESTADO.
           PERFORM I-LINEA-HALLAZGO    THRU F-LINEA-HALLAZGO.
           IF  ALN-ESTADO  =  SPACES
               ADD 1                   TO  W-PENDIENTES
               GO TO I-LISTADO-LEE.
           ADD 1                       TO  W-RESUELTOS.
           MOVE ALN-USUARIO            TO  I-DIS-USUARIO.
           MOVE ALN-FECHA-DISPOSICION  TO  I-DIS-FECHA.
           MOVE ALN-MOTIVO             TO  I-DIS-MOTIVO.
           WRITE REG-INFORMES FROM LINEA-DISPOSICION AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-LISTADO-LEE.
       I-LISTADO-FIN.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE "HALLAZGOS PENDIENTES DE REVISION..:"  TO  I-TEXTO.
           MOVE W-PENDIENTES           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "HALLAZGOS CON DISPOSICION.........:"  TO  I-TEXTO.
           MOVE W-RESUELTOS            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "LISTADO DE HALLAZGOS GENERADO"
                   LINE 24 POSITION 01 REVERSE.
       F-LISTADO.
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
           CLOSE ALERTNOM AUDICAMP HOJAVIDA CONTRATO TABLAEMP.
           IF  SW-ACUMULADOS  =  1     CLOSE NOMIACUM.
           IF  SW-NOVEDADES  =  1      CLOSE NOMINOVE.
           IF  SW-HISTORIA  =  1       CLOSE CONTRHIS.
           IF  SW-PROVEEDORES  =  1    CLOSE CTAPROVE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
