       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG388.
      ******************************************************************
      * FACTURACION ELECTRONICA DIAN: FACTURAS Y NOTAS CREDITO         *
      * OCT-15-2026                                                    *
      * OCT-15-2026 DOCUMENTO SOPORTE DE COMPRAS A NO OBLIGADOS A      *
      *             FACTURAR Y SU NOTA DE AJUSTE (PROG750 / PROG588)   *
      * OCT-15-2026 LOS REGENERADOS (Z) VAN EN UN PLANO PROPIO CON SU  *
      *             ENCABEZADO Y CONTROL (FEnnnppp.Rvv); EL PLANO YA   *
      *             ENVIADO NO SE TOCA                                 *
      *                                                                *
      * LAS FACTURAS DE LAS EMPRESAS CON WIN-GENERA-FACTURA (PROG387)  *
      * Y LAS NOTAS CREDITO A CLIENTES SON COMPROBANTES EN CNDOCTOS    *
      * BAJO SU TIPO (PARAMETROS DE ESTE PROGRAMA).  PARA CADA         *
      * DOCUMENTO DEL PERIODO SE ARMA EL REGISTRO ELECTRONICO CON EL   *
      * PREFIJO Y NUMERO DE LA RESOLUCION (RESOLFAC, PROG047), LOS     *
      * VALORES, EL ADQUIRIENTE Y LA CADENA DE CALCULO DEL CUFE (EL    *
      * CUDE EN LAS NOTAS, CON EL PIN DEL SOFTWARE) SEGUN EL ANEXO     *
      * TECNICO; EL PROVEEDOR TECNOLOGICO FIRMA, APLICA EL SHA-384 Y   *
      * TRANSMITE, Y SU ARCHIVO DE RESPUESTA DEVUELVE EL ESTADO Y EL   *
      * CUFE/CUDE VALIDADO.  FACELECT CONSERVA EL ESTADO POR           *
      * DOCUMENTO COMO NOMELECT EN LA NOMINA ELECTRONICA (PROG385).    *
      * UN RECHAZADO SE REGENERA CON EL MISMO NUMERO (VERSION + 1).    *
      * UNA NOTA CREDITO SOLO SE GENERA SI SU FACTURA YA FUE ACEPTADA. *
      * EL DOCUMENTO SOPORTE (CLASE S, CUDS CON EL PIN) ES LA COMPRA A *
      * UN NO OBLIGADO A FACTURAR QUE PROG750 CAUSA BAJO SU TIPO; EL   *
      * PROVEEDOR ES EL EMISOR Y LA EMPRESA EL ADQUIRIENTE.  SU NOTA   *
      * DE AJUSTE (CLASE N, PROG588) SOLO VIAJA CON EL SOPORTE YA      *
      * ACEPTADO, COMO LA NOTA CREDITO.                                *
      * OPCIONES:                                                      *
      *   P = PARAMETROS (TIPOS DE FACTURA, NOTA, DOCUMENTO SOPORTE Y  *
      *       NOTA DE AJUSTE, AMBIENTE, CLAVE TECNICA, PIN, PLAZO)     *
      *   G = GENERA LOS DOCUMENTOS DEL PERIODO (PLANO FEnnnppp.TXT)   *
      *   T = MARCA COMO ENVIADOS LOS GENERADOS                        *
      *   R = REGISTRA LA RESPUESTA DIAN DE UN DOCUMENTO               *
      *   I = IMPORTA LA RESPUESTA DEL PROVEEDOR (FRnnnppp.TXT)        *
      *   Z = REGENERA LOS RECHAZADOS CONSERVANDO EL NUMERO (PLANO     *
      *       FEnnnppp.Rvv, vv = 01 A 99 REGENERACION DEL PERIODO)     *
      *   L = LISTADO DE PENDIENTES DE TRANSMISION                     *
      * PLANO: E = NIT EMPRESA / AMBIENTE / ANO / PERIODO              *
      *        D = CLASE / PREFIJO / NUMERO / VERSION / FECHA / HORA / *
      *            NIT ADQUIRIENTE / BASE / IVA / TOTAL 11V99 /        *
      *            FACTURA REFERENCIADA / CADENA CUFE-CUDE 250 /       *
      *            RETENCION 11V99 (DOCUMENTO SOPORTE Y SU NOTA)       *
      *        C = DOCUMENTOS / TOTAL                                  *
      * RESPUESTA: CLASE 1 / TIPO 2 / NUMERO 6 / ESTADO 1 (A/R) /      *
      *            CAUSAL 30 / CUFE-CUDE 96                            *
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
               COPY "..\DYC\RESOLFAC.DYC".
               COPY "..\DYC\FACELECT.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT FELPLANO ASSIGN TO RANDOM "FELPLANO"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS FELPLANO-STATUS.
           SELECT FELRESPU ASSIGN TO RANDOM "FELRESPU"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS FELRESPU-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\RESOLFAC.FD".
               COPY "..\FD\FACELECT.FD".
               COPY "..\FD\INFORMES.FD".
       FD  FELPLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-FELPLANO.
       01  REG-FELPLANO                 PIC X(360).
       01  REG-FELPLANO-E               REDEFINES REG-FELPLANO.
           03  FPL-E-TIPO-REG           PIC X(01).
           03  FPL-E-NIT                PIC 9(12).
           03  FPL-E-AMBIENTE           PIC 9(01).
           03  FPL-E-ANO                PIC 9(04).
           03  FPL-E-PERIODO            PIC 9(03).
           03  FILLER                   PIC X(339).
       01  REG-FELPLANO-D               REDEFINES REG-FELPLANO.
           03  FPL-D-TIPO-REG           PIC X(01).
           03  FPL-D-CLASE              PIC X(01).
           03  FPL-D-PREFIJO            PIC X(04).
           03  FPL-D-NUMERO             PIC 9(06).
           03  FPL-D-VERSION            PIC 9(02).
           03  FPL-D-FECHA              PIC 9(08).
           03  FPL-D-HORA               PIC 9(06).
           03  FPL-D-NIT                PIC 9(12).
           03  FPL-D-BASE               PIC 9(11)V99.
           03  FPL-D-IVA                PIC 9(11)V99.
           03  FPL-D-TOTAL              PIC 9(11)V99.
           03  FPL-D-REF-PREFIJO        PIC X(04).
           03  FPL-D-REF-NUMERO         PIC 9(06).
           03  FPL-D-CADENA             PIC X(250).
           03  FPL-D-RETENCION          PIC 9(11)V99.
           03  FILLER                   PIC X(08).
       01  REG-FELPLANO-C               REDEFINES REG-FELPLANO.
           03  FPL-C-TIPO-REG           PIC X(01).
           03  FPL-C-DOCUMENTOS         PIC 9(06).
           03  FPL-C-TOTAL              PIC 9(13)V99.
           03  FILLER                   PIC X(338).
       FD  FELRESPU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-FELRESPU.
       01  REG-FELRESPU.
           03  FRS-CLASE                PIC X(01).
           03  FRS-TIPO                 PIC 9(02).
           03  FRS-NUMERO               PIC 9(06).
           03  FRS-ESTADO               PIC X(01).
           03  FRS-CAUSAL               PIC X(30).
           03  FRS-CUFE                 PIC X(96).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG388".
       77      ID-PRG              PIC X(7)  VALUE "PROG388".
       77      FELPLANO-STATUS     PIC X(02) VALUE "00".
       77      FELRESPU-STATUS     PIC X(02) VALUE "00".
       01      LAB-FELPLANO.
        03     FILLER              PIC X(02) VALUE "FE".
        03     LAB-FELP-CIA        PIC 9(03) VALUE ZEROS.
        03     LAB-FELP-PER        PIC 9(03) VALUE ZEROS.
        03     LAB-FELP-EXT        PIC X(04) VALUE ".TXT".
        03     LAB-FELP-REGEN      REDEFINES LAB-FELP-EXT.
         05    FILLER              PIC X(02).
         05    LAB-FELP-VEZ        PIC 9(02).
       01      LAB-FELRESPU.
        03     FILLER              PIC X(02) VALUE "FR".
        03     LAB-FELR-CIA        PIC 9(03) VALUE ZEROS.
        03     LAB-FELR-PER        PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
       77      W-OPCION-FEL        PIC X(01) VALUE SPACES.
       77      SW-PARAM            PIC 9(01) VALUE ZEROS.
       77      SW-EXISTE           PIC 9(01) VALUE ZEROS.
       77      SW-FIN-DOC          PIC 9(01) VALUE ZEROS.
       77      SW-DOC-ANULADO      PIC 9(01) VALUE ZEROS.
       77      W-TIPO-FACTURA      PIC 9(02) VALUE ZEROS.
       77      W-TIPO-NOTA         PIC 9(02) VALUE ZEROS.
       77      W-TIPO-SOPORTE      PIC 9(02) VALUE ZEROS.
       77      W-TIPO-AJUSTE       PIC 9(02) VALUE ZEROS.
       77      W-AMBIENTE          PIC 9(01) VALUE ZEROS.
       77      W-DIAS-PLAZO        PIC 9(02) VALUE ZEROS.
       77      W-CLAVE-TECNICA     PIC X(64) VALUE SPACES.
       77      W-PIN-SOFTWARE      PIC X(10) VALUE SPACES.
       77      W-PREFIJO-FAC       PIC X(04) VALUE SPACES.
       77      W-PREFIJO-NOTA      PIC X(04) VALUE SPACES.
       77      W-PREFIJO-SOP       PIC X(04) VALUE SPACES.
       77      W-PREFIJO-AJU       PIC X(04) VALUE SPACES.
       77      W-DOC-CLASE         PIC X(01) VALUE SPACES.
       77      W-DOC-TIPO          PIC 9(02) VALUE ZEROS.
       77      W-DOC-NUMERO        PIC 9(06) VALUE ZEROS.
       77      W-DOC-SIGUIENTE     PIC 9(07) VALUE ZEROS.
       77      W-DOC-LINEAS        PIC 9(05) VALUE ZEROS.
       77      W-DOC-NIT           PIC 9(12) VALUE ZEROS.
       77      W-DOC-REF           PIC 9(06) VALUE ZEROS.
       77      W-DOC-PERIODO       PIC 9(03) VALUE ZEROS.
       77      W-DOC-FECHA         PIC 9(08) VALUE ZEROS.
       77      W-DOC-BASE          PIC S9(11)V99 VALUE ZEROS.
       77      W-DOC-IVA           PIC S9(11)V99 VALUE ZEROS.
       77      W-DOC-TOTAL         PIC S9(11)V99 VALUE ZEROS.
       77      W-DOC-RETENCION     PIC S9(11)V99 VALUE ZEROS.
       77      W-DOC-CREDITOS      PIC S9(11)V99 VALUE ZEROS.
       77      W-DOC-MAYOR         PIC S9(11)V99 VALUE ZEROS.
       77      W-DOC-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77      W-DOCUMENTOS        PIC 9(06) VALUE ZEROS.
       77      W-OMITIDOS          PIC 9(06) VALUE ZEROS.
       77      W-SIN-FACTURA       PIC 9(06) VALUE ZEROS.
       77      W-MARCADOS          PIC 9(06) VALUE ZEROS.
       77      W-PENDIENTES        PIC 9(06) VALUE ZEROS.
       77      W-VENCIDOS          PIC 9(06) VALUE ZEROS.
       77      W-TOTAL-DOCS        PIC 9(13)V99 VALUE ZEROS.
       77      W-CLASE-CAP         PIC X(01) VALUE SPACES.
       77      W-NUMERO-CAP        PIC 9(06) VALUE ZEROS.
       77      W-ESTADO-CAP        PIC X(01) VALUE SPACES.
       77      W-CAUSAL-CAP        PIC X(30) VALUE SPACES.
       77      W-HORA-DOC          PIC 9(08) VALUE ZEROS.
       77      W-PUNTERO           PIC 9(03) VALUE ZEROS.
       77      W-ESPACIOS          PIC 9(02) VALUE ZEROS.
       77      W-CAMPO             PIC X(30) VALUE SPACES.
       77      W-VALOR-EDITADO     PIC Z(10)9.99.
       77      W-NUMERO-EDITADO    PIC Z(11)9.
       77      W-CADENA            PIC X(250) VALUE SPACES.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      W-HORA-PARTES.
        03     W-HP-HORA           PIC 9(02).
        03     W-HP-MINUTO         PIC 9(02).
        03     W-HP-SEGUNDO        PIC 9(02).
       01      W-HORA-NUM          REDEFINES W-HORA-PARTES
                                   PIC 9(06).
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
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\RESOLFAC.LBL".
               COPY "..\LBL\FACELECT.LBL".
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
              "FACTURACION ELECTRONICA - PENDIENTES DIAN     ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(120)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(04)    VALUE " CL ".
         05    FILLER      PIC X(14)    VALUE " DOCUMENTO    ".
         05    FILLER      PIC X(04)    VALUE " VR ".
         05    FILLER      PIC X(11)    VALUE " FECHA     ".
         05    FILLER      PIC X(14)    VALUE " NIT          ".
         05    FILLER      PIC X(17)    VALUE "      TOTAL      ".
         05    FILLER      PIC X(05)    VALUE " EST ".
         05    FILLER      PIC X(06)    VALUE " DIAS ".
         05    FILLER      PIC X(32)    VALUE
              " CAUSAL / OBSERVACION           ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(02).
         05    I-CLASE     PIC X(01).
         05    FILLER      PIC X(02).
         05    I-PREFIJO   PIC X(04).
         05    I-NUMERO    PIC 9(06).
         05    FILLER      PIC X(03).
         05    I-VERSION   PIC 9(02).
         05    FILLER      PIC X(02).
         05    I-FECHA-DOC PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-NIT       PIC 9(12).
         05    FILLER      PIC X(01).
         05    I-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(03).
         05    I-EST       PIC X(01).
         05    FILLER      PIC X(02).
         05    I-DIAS      PIC ZZZZ9.
         05    FILLER      PIC X(02).
         05    I-CAUSAL    PIC X(30).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\RESOLFAC.DCL".
               COPY "..\DCL\FACELECT.DCL".
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
           PERFORM I-STATUS-FACELECT THRU F-STATUS-FACELECT
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* FACTURACION ELECTRONICA DIAN *"  TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <P> PARAMETROS                             !"
                                       LINE 07 POSITION 18
           DISPLAY "! <G> GENERA DOCUMENTOS DEL PERIODO          !"
                                       LINE 08 POSITION 18
           DISPLAY "! <T> MARCA GENERADOS COMO ENVIADOS          !"
                                       LINE 09 POSITION 18
           DISPLAY "! <R> REGISTRA RESPUESTA DIAN                !"
                                       LINE 10 POSITION 18
           DISPLAY "! <I> IMPORTA RESPUESTA DEL PROVEEDOR        !"
                                       LINE 11 POSITION 18
           DISPLAY "! <Z> REGENERA RECHAZADOS (MISMO NUMERO)     !"
                                       LINE 12 POSITION 18
           DISPLAY "! <L> PENDIENTES DE ENVIO   [F2] TERMINAR    !"
                                       LINE 13 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 14 POSITION 18.
           DISPLAY CON-PERIODO         LINE 06 POSITION 66 REVERSE.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-FEL.
           IF  W-OPCION-FEL  =  "P"
               PERFORM I-PARAMETROS    THRU F-PARAMETROS
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-FEL  =  "L"
               PERFORM I-LISTADO       THRU F-LISTADO
               GO TO F-OPCIONES.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
           IF  SW-PARAM  =  ZEROS
               DISPLAY "FALTAN PARAMETROS DE FACTURACION ELECTRONICA"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-OPCIONES.
           IF  W-OPCION-FEL  =  "G"
               PERFORM I-GENERA        THRU F-GENERA
               GO TO F-OPCIONES.
           IF  W-OPCION-FEL  =  "T"
               PERFORM I-MARCA-ENVIADOS THRU F-MARCA-ENVIADOS
               GO TO F-OPCIONES.
           IF  W-OPCION-FEL  =  "R"
               PERFORM I-RESPUESTA     THRU F-RESPUESTA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               GO TO F-OPCIONES.
           IF  W-OPCION-FEL  =  "I"
               PERFORM I-IMPORTA       THRU F-IMPORTA
               GO TO F-OPCIONES.
           IF  W-OPCION-FEL  =  "Z"
               PERFORM I-REGENERA      THRU F-REGENERA.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-FACELECT-CIA
                                           LAB-FELP-CIA
                                           LAB-FELR-CIA.
           MOVE CON-PERIODO            TO  LAB-FELP-PER
                                           LAB-FELR-PER.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 388                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-FACELECT.
           OPEN INPUT FACELECT.
           IF  FACELECT-STATUS  =  "35"
               OPEN OUTPUT FACELECT.
           CLOSE FACELECT.
       F-STATUS-FACELECT.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNDOCTOS RESOLFAC.
           OPEN I-O FACELECT.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  PARAMETROS: REGISTRO DE FACELECT CON CLASE "0"                *
      ******************************************************************
       I-LEE-PARAMETROS.
           MOVE ZEROS                  TO  SW-PARAM  W-TIPO-FACTURA
                                           W-TIPO-NOTA  W-AMBIENTE
                                           W-DIAS-PLAZO  W-TIPO-SOPORTE
                                           W-TIPO-AJUSTE.
           MOVE SPACES                 TO  W-CLAVE-TECNICA
                                           W-PIN-SOFTWARE.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "0"                    TO  FEL-CLASE.
           MOVE ZEROS                  TO  FEL-TIPO  FEL-NUMERO.
           READ FACELECT WITH NO LOCK INVALID KEY
                GO TO F-LEE-PARAMETROS.
           MOVE FEL-TIPO-FACTURA       TO  W-TIPO-FACTURA.
           MOVE FEL-TIPO-NOTA          TO  W-TIPO-NOTA.
           MOVE FEL-AMBIENTE           TO  W-AMBIENTE.
           MOVE FEL-DIAS-PLAZO         TO  W-DIAS-PLAZO.
           MOVE FEL-CLAVE-TECNICA      TO  W-CLAVE-TECNICA.
           MOVE FEL-PIN-SOFTWARE       TO  W-PIN-SOFTWARE.
           IF  FEL-TIPO-SOPORTE  NUMERIC
               MOVE FEL-TIPO-SOPORTE   TO  W-TIPO-SOPORTE.
           IF  FEL-TIPO-AJUSTE  NUMERIC
               MOVE FEL-TIPO-AJUSTE    TO  W-TIPO-AJUSTE.
           IF  W-TIPO-FACTURA  NOT =  ZEROS
           AND W-AMBIENTE  NOT =  ZEROS
           AND W-CLAVE-TECNICA  NOT =  SPACES
               MOVE 1                  TO  SW-PARAM.
       F-LEE-PARAMETROS.
      *
       I-PARAMETROS.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
           IF  W-DIAS-PLAZO  =  ZEROS
               MOVE 2                  TO  W-DIAS-PLAZO.
           IF  W-AMBIENTE  =  ZEROS
               MOVE 2                  TO  W-AMBIENTE.
           DISPLAY "TIPO FACTURAS......:"  LINE 16 POSITION 05.
           DISPLAY "TIPO NOTAS CREDITO.:"  LINE 17 POSITION 05.
           DISPLAY "AMBIENTE 1=PR 2=PRU:"  LINE 18 POSITION 05.
           DISPLAY "DIAS PLAZO ENVIO...:"  LINE 19 POSITION 05.
           DISPLAY "CLAVE TECNICA......:"  LINE 20 POSITION 05.
           DISPLAY "PIN DEL SOFTWARE...:"  LINE 22 POSITION 05.
           DISPLAY "DOCUMENTO SOPORTE:"    LINE 16 POSITION 36.
           DISPLAY "NOTA DE AJUSTE...:"    LINE 17 POSITION 36.
       I-PARAM-FACTURA.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-TIPO-FACTURA       LINE 16 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-TIPO-FACTURA  =  ZEROS
               GO TO I-PARAM-FACTURA.
           ACCEPT W-TIPO-NOTA          LINE 17 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           ACCEPT W-TIPO-SOPORTE       LINE 16 POSITION 55
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           ACCEPT W-TIPO-AJUSTE        LINE 17 POSITION 55
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
       I-PARAM-AMBIENTE.
           ACCEPT W-AMBIENTE           LINE 18 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-AMBIENTE  NOT =  1  AND  W-AMBIENTE  NOT =  2
               GO TO I-PARAM-AMBIENTE.
           ACCEPT W-DIAS-PLAZO         LINE 19 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
       I-PARAM-CLAVE.
           ACCEPT W-CLAVE-TECNICA      LINE 21 POSITION 05
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-CLAVE-TECNICA  =  SPACES
               GO TO I-PARAM-CLAVE.
           ACCEPT W-PIN-SOFTWARE       LINE 22 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-PARAMETROS.
       I-PARAM-CONFIRMA.
           DISPLAY "<C> CONFIRMA LOS PARAMETROS"
                   LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-PARAMETROS.
           IF  W-TRUCO  NOT =  "C"     GO TO I-PARAM-CONFIRMA.
           MOVE ZEROS                  TO  SW-EXISTE.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "0"                    TO  FEL-CLASE.
           MOVE ZEROS                  TO  FEL-TIPO  FEL-NUMERO.
           READ FACELECT INVALID KEY
                MOVE 1                 TO  SW-EXISTE.
           MOVE SPACES                 TO  FEL-PARAMETROS.
           MOVE W-TIPO-FACTURA         TO  FEL-TIPO-FACTURA.
           MOVE W-TIPO-NOTA            TO  FEL-TIPO-NOTA.
           MOVE W-AMBIENTE             TO  FEL-AMBIENTE.
           MOVE W-DIAS-PLAZO           TO  FEL-DIAS-PLAZO.
           MOVE W-CLAVE-TECNICA        TO  FEL-CLAVE-TECNICA.
           MOVE W-PIN-SOFTWARE         TO  FEL-PIN-SOFTWARE.
           MOVE W-TIPO-SOPORTE         TO  FEL-TIPO-SOPORTE.
           MOVE W-TIPO-AJUSTE          TO  FEL-TIPO-AJUSTE.
           IF  SW-EXISTE  =  1
               MOVE CON-COD-EMPRESA    TO  FEL-EMPRESA
               MOVE "0"                TO  FEL-CLASE
               MOVE ZEROS              TO  FEL-TIPO  FEL-NUMERO
               WRITE REG-FACELECT
           ELSE
               REWRITE REG-FACELECT.
           DISPLAY "PARAMETROS ACTUALIZADOS      "
                   LINE 24 POSITION 01 REVERSE.
       F-PARAMETROS.
      *
      ******************************************************************
      *  OPCION G: RECORRE LOS COMPROBANTES DEL TIPO DE FACTURAS Y DEL *
      *  TIPO DE NOTAS CREDITO; CADA NUMERO DEL PERIODO SIN REGISTRO   *
      *  EN FACELECT SE GENERA.  LOS QUE YA TIENEN REGISTRO SE OMITEN  *
      *  (LOS RECHAZADOS SE REGENERAN CON LA OPCION Z).                *
      ******************************************************************
       I-GENERA.
           PERFORM I-PREFIJOS          THRU F-PREFIJOS.
           MOVE ".TXT"                 TO  LAB-FELP-EXT.
           OPEN OUTPUT FELPLANO.
           PERFORM I-PLANO-ENCABEZADO  THRU F-PLANO-ENCABEZADO.
           MOVE ZEROS                  TO  W-DOCUMENTOS  W-OMITIDOS
                                           W-SIN-FACTURA  W-TOTAL-DOCS.
           MOVE "F"                    TO  W-DOC-CLASE.
           MOVE W-TIPO-FACTURA         TO  W-DOC-TIPO.
           PERFORM I-GENERA-TIPO       THRU F-GENERA-TIPO.
           IF  W-TIPO-NOTA  NOT =  ZEROS
               MOVE "C"                TO  W-DOC-CLASE
               MOVE W-TIPO-NOTA        TO  W-DOC-TIPO
               PERFORM I-GENERA-TIPO   THRU F-GENERA-TIPO.
           IF  W-TIPO-SOPORTE  NOT =  ZEROS
               MOVE "S"                TO  W-DOC-CLASE
               MOVE W-TIPO-SOPORTE     TO  W-DOC-TIPO
               PERFORM I-GENERA-TIPO   THRU F-GENERA-TIPO.
           IF  W-TIPO-AJUSTE  NOT =  ZEROS
               MOVE "N"                TO  W-DOC-CLASE
               MOVE W-TIPO-AJUSTE      TO  W-DOC-TIPO
               PERFORM I-GENERA-TIPO   THRU F-GENERA-TIPO.
           PERFORM I-PLANO-CONTROL     THRU F-PLANO-CONTROL.
           CLOSE FELPLANO.
           DISPLAY "GENERADOS:"        LINE 24 POSITION 01 REVERSE.
           MOVE W-DOCUMENTOS           TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 12 REVERSE.
           DISPLAY "YA TENIAN:"        LINE 24 POSITION 20 REVERSE.
           MOVE W-OMITIDOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 31 REVERSE.
           DISPLAY "NOTAS SIN ORIGEN ACEPTADO: "
                                       LINE 24 POSITION 39 REVERSE.
           MOVE W-SIN-FACTURA          TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 67 REVERSE.
       F-GENERA.
      *
      *  ENCABEZADO (E) Y CONTROL (C) DEL PLANO: EL CONTROL CUENTA Y
      *  TOTALIZA SOLO LOS DOCUMENTOS (D) DE ESE MISMO PLANO
       I-PLANO-ENCABEZADO.
           MOVE SPACES                 TO  REG-FELPLANO.
           MOVE "E"                    TO  FPL-E-TIPO-REG.
           MOVE WIN-NIT                TO  FPL-E-NIT.
           MOVE W-AMBIENTE             TO  FPL-E-AMBIENTE.
           MOVE CON-ANO                TO  FPL-E-ANO.
           MOVE CON-PERIODO            TO  FPL-E-PERIODO.
           WRITE REG-FELPLANO.
       F-PLANO-ENCABEZADO.
      *
       I-PLANO-CONTROL.
           MOVE SPACES                 TO  REG-FELPLANO.
           MOVE "C"                    TO  FPL-C-TIPO-REG.
           MOVE W-DOCUMENTOS           TO  FPL-C-DOCUMENTOS.
           MOVE W-TOTAL-DOCS           TO  FPL-C-TOTAL.
           WRITE REG-FELPLANO.
       F-PLANO-CONTROL.
      *
       I-PREFIJOS.
           MOVE SPACES                 TO  W-PREFIJO-FAC
                                           W-PREFIJO-NOTA.
           MOVE CON-COD-EMPRESA        TO  REF-EMPRESA.
           MOVE W-TIPO-FACTURA         TO  REF-TIPO.
           READ RESOLFAC WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  REF-PREFIJO.
           MOVE REF-PREFIJO            TO  W-PREFIJO-FAC.
           IF  W-TIPO-NOTA  =  ZEROS   GO TO I-PREFIJOS-SOPORTE.
           MOVE CON-COD-EMPRESA        TO  REF-EMPRESA.
           MOVE W-TIPO-NOTA            TO  REF-TIPO.
           READ RESOLFAC WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  REF-PREFIJO.
           MOVE REF-PREFIJO            TO  W-PREFIJO-NOTA.
       I-PREFIJOS-SOPORTE.
           MOVE SPACES                 TO  W-PREFIJO-SOP
                                           W-PREFIJO-AJU.
           IF  W-TIPO-SOPORTE  =  ZEROS
               GO TO F-PREFIJOS.
           MOVE CON-COD-EMPRESA        TO  REF-EMPRESA.
           MOVE W-TIPO-SOPORTE         TO  REF-TIPO.
           READ RESOLFAC WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  REF-PREFIJO.
           MOVE REF-PREFIJO            TO  W-PREFIJO-SOP.
           IF  W-TIPO-AJUSTE  =  ZEROS GO TO F-PREFIJOS.
           MOVE CON-COD-EMPRESA        TO  REF-EMPRESA.
           MOVE W-TIPO-AJUSTE          TO  REF-TIPO.
           READ RESOLFAC WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  REF-PREFIJO.
           MOVE REF-PREFIJO            TO  W-PREFIJO-AJU.
       F-PREFIJOS.
      *
       I-GENERA-TIPO.
           MOVE ZEROS                  TO  W-DOC-NUMERO.
       I-GENERA-SIGUIENTE.
           COMPUTE W-DOC-SIGUIENTE  =  W-DOC-NUMERO  +  1.
           IF  W-DOC-SIGUIENTE  >  999999
               GO TO F-GENERA-TIPO.
           MOVE ZEROS                  TO  KEY00-DOCTOS.
           MOVE W-DOC-TIPO             TO  RADICTIP-DOCTOS.
           MOVE W-DOC-SIGUIENTE        TO  RADICDOC-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 GO TO F-GENERA-TIPO.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                GO TO F-GENERA-TIPO.
           IF  RADICTIP-DOCTOS  NOT =  W-DOC-TIPO
               GO TO F-GENERA-TIPO.
           MOVE RADICDOC-DOCTOS        TO  W-DOC-NUMERO.
           PERFORM I-LEE-DOCUMENTO     THRU F-LEE-DOCUMENTO.
           IF  W-DOC-PERIODO  NOT =  CON-PERIODO
           OR  SW-DOC-ANULADO  =  1
           OR  W-DOC-TOTAL  NOT >  ZEROS
               GO TO I-GENERA-SIGUIENTE.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE W-DOC-CLASE            TO  FEL-CLASE.
           MOVE W-DOC-TIPO             TO  FEL-TIPO.
           MOVE W-DOC-NUMERO           TO  FEL-NUMERO.
           READ FACELECT INVALID KEY
                GO TO I-GENERA-NUEVO.
           ADD 1                       TO  W-OMITIDOS.
           GO TO I-GENERA-SIGUIENTE.
       I-GENERA-NUEVO.
           IF  W-DOC-CLASE  =  "C"  OR  W-DOC-CLASE  =  "N"
               PERFORM I-FACTURA-ACEPTADA THRU F-FACTURA-ACEPTADA
               IF  SW-1  =  1
                   ADD 1               TO  W-SIN-FACTURA
                   GO TO I-GENERA-SIGUIENTE.
           MOVE SPACES                 TO  REG-FACELECT.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE W-DOC-CLASE            TO  FEL-CLASE.
           MOVE W-DOC-TIPO             TO  FEL-TIPO.
           MOVE W-DOC-NUMERO           TO  FEL-NUMERO.
           MOVE ZEROS                  TO  FEL-VERSION.
           PERFORM I-ARMA-DOCUMENTO    THRU F-ARMA-DOCUMENTO.
           WRITE REG-FACELECT.
           PERFORM I-ESCRIBE-PLANO     THRU F-ESCRIBE-PLANO.
           GO TO I-GENERA-SIGUIENTE.
       F-GENERA-TIPO.
      *
      ******************************************************************
      *  LEE TODAS LAS LINEAS DE UN COMPROBANTE Y ARMA SUS VALORES.    *
      *  FACTURA: TOTAL = DEBITOS (CARTERA), IVA = CREDITOS CON BASE.  *
      *  NOTA CREDITO: TOTAL = CREDITOS (CARTERA), IVA = DEBITOS CON   *
      *  BASE, Y LA FACTURA QUE AFECTA ES LA DE SU LINEA DE CARTERA.   *
      *  DOCUMENTO SOPORTE Y NOTA DE AJUSTE: VER I-LINEA-SOPORTE.      *
      ******************************************************************
       I-LEE-DOCUMENTO.
           MOVE ZEROS                  TO  W-DOC-LINEAS  W-DOC-NIT
                                           W-DOC-REF  W-DOC-PERIODO
                                           W-DOC-FECHA  W-DOC-BASE
                                           W-DOC-IVA  W-DOC-TOTAL
                                           SW-DOC-ANULADO  SW-FIN-DOC.
           MOVE ZEROS                  TO  W-DOC-RETENCION
                                           W-DOC-CREDITOS  W-DOC-MAYOR.
           MOVE ZEROS                  TO  KEY00-DOCTOS.
           MOVE W-DOC-TIPO             TO  RADICTIP-DOCTOS.
           MOVE W-DOC-NUMERO           TO  RADICDOC-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 GO TO F-LEE-DOCUMENTO.
       I-LEE-DOC-LINEA.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                GO TO I-LEE-DOC-FIN.
           IF  RADICTIP-DOCTOS  NOT =  W-DOC-TIPO
           OR  RADICDOC-DOCTOS  NOT =  W-DOC-NUMERO
               GO TO I-LEE-DOC-FIN.
           ADD 1                       TO  W-DOC-LINEAS.
           IF  W-DOC-LINEAS  =  1
               MOVE ALTPER-DOCTOS      TO  W-DOC-PERIODO
               COMPUTE W-DOC-FECHA  =  (AA-COMP-DOCTOS  *  10000)
                       +  (MM-COMP-DOCTOS  *  100)  +  DD-COMP-DOCTOS.
           IF  MOTANU-DOCTOS  NOT =  ZEROS
               MOVE 1                  TO  SW-DOC-ANULADO.
           IF  W-DOC-NIT  =  ZEROS  AND  ALTNIT-DOCTOS  NOT =  ZEROS
               MOVE ALTNIT-DOCTOS      TO  W-DOC-NIT.
           IF  W-DOC-CLASE  =  "F"
               IF  VALOR-DOCTOS  >  ZEROS
                   ADD VALOR-DOCTOS    TO  W-DOC-TOTAL
               ELSE
                   IF  VRBASE-DOCTOS  NOT =  ZEROS
                       SUBTRACT VALOR-DOCTOS FROM W-DOC-IVA.
           IF  W-DOC-CLASE  =  "C"
               IF  VALOR-DOCTOS  <  ZEROS
                   SUBTRACT VALOR-DOCTOS FROM W-DOC-TOTAL
                   IF  W-DOC-REF  =  ZEROS
                       MOVE ALTFRA-DOCTOS  TO  W-DOC-REF
                   ELSE
                       NEXT SENTENCE
               ELSE
                   IF  VRBASE-DOCTOS  NOT =  ZEROS
                       ADD VALOR-DOCTOS    TO  W-DOC-IVA.
           IF  W-DOC-CLASE  =  "S"  OR  W-DOC-CLASE  =  "N"
               PERFORM I-LINEA-SOPORTE THRU F-LINEA-SOPORTE.
           GO TO I-LEE-DOC-LINEA.
       I-LEE-DOC-FIN.
           COMPUTE W-DOC-BASE  =  W-DOC-TOTAL  -  W-DOC-IVA.
           COMPUTE W-DOC-RETENCION  =  W-DOC-CREDITOS  -  W-DOC-MAYOR.
       F-LEE-DOCUMENTO.
      *
      *  DOCUMENTO SOPORTE (PROG750): LO COMPRADO VA AL DEBITO Y EL
      *  IVA DESCONTABLE A LAS CUENTAS 2408.  DEL LADO CONTRARIO LA
      *  MAYOR PARTIDA ES LA CUENTA POR PAGAR Y LAS DEMAS SON LAS
      *  RETENCIONES PRACTICADAS.  LA NOTA DE AJUSTE (PROG588) ES EL
      *  ESPEJO Y TRAE EN CRUCEDOC EL NUMERO DEL SOPORTE QUE AJUSTA.
       I-LINEA-SOPORTE.
           MOVE VALOR-DOCTOS           TO  W-DOC-VALOR.
           IF  W-DOC-CLASE  =  "N"
               COMPUTE W-DOC-VALOR  =  ZERO  -  VALOR-DOCTOS
               MOVE CRUCEDOC-DOCTOS    TO  W-DOC-REF.
           IF  W-DOC-VALOR  NOT >  ZEROS
               GO TO I-LINEA-SOP-CONTRA.
           ADD W-DOC-VALOR             TO  W-DOC-TOTAL.
           IF  MAYCTA-DOCTOS  =  2408
               ADD W-DOC-VALOR         TO  W-DOC-IVA.
           GO TO F-LINEA-SOPORTE.
       I-LINEA-SOP-CONTRA.
           COMPUTE W-DOC-VALOR  =  ZERO  -  W-DOC-VALOR.
           ADD W-DOC-VALOR             TO  W-DOC-CREDITOS.
           IF  W-DOC-VALOR  >  W-DOC-MAYOR
               MOVE W-DOC-VALOR        TO  W-DOC-MAYOR.
       F-LINEA-SOPORTE.
      *
      *  LA NOTA CREDITO SOLO VIAJA SI LA FACTURA QUE AFECTA YA FUE
      *  VALIDADA POR LA DIAN (LA NOTA DE AJUSTE, SI LO FUE EL SOPORTE)
       I-FACTURA-ACEPTADA.
           MOVE ZEROS                  TO  SW-1.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "F"                    TO  FEL-CLASE.
           MOVE W-TIPO-FACTURA         TO  FEL-TIPO.
           IF  W-DOC-CLASE  =  "N"
               MOVE "S"                TO  FEL-CLASE
               MOVE W-TIPO-SOPORTE     TO  FEL-TIPO.
           MOVE W-DOC-REF              TO  FEL-NUMERO.
           READ FACELECT WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1
                GO TO F-FACTURA-ACEPTADA.
           IF  FEL-ESTADO  NOT =  "A"
               MOVE 1                  TO  SW-1.
       F-FACTURA-ACEPTADA.
      *
      *  DATOS DEL DOCUMENTO ELECTRONICO DESDE LOS VALORES LEIDOS;
      *  CLAVE Y VERSION LAS DEJA EL LLAMADOR
       I-ARMA-DOCUMENTO.
           IF  W-DOC-CLASE  =  "F"
               MOVE W-PREFIJO-FAC      TO  FEL-PREFIJO
               MOVE ZEROS              TO  FEL-REF-TIPO
                                           FEL-REF-NUMERO
           ELSE
               MOVE W-PREFIJO-NOTA     TO  FEL-PREFIJO
               MOVE W-TIPO-FACTURA     TO  FEL-REF-TIPO
               MOVE W-DOC-REF          TO  FEL-REF-NUMERO.
           IF  W-DOC-CLASE  =  "S"
               MOVE W-PREFIJO-SOP      TO  FEL-PREFIJO
               MOVE ZEROS              TO  FEL-REF-TIPO
                                           FEL-REF-NUMERO.
           IF  W-DOC-CLASE  =  "N"
               MOVE W-PREFIJO-AJU      TO  FEL-PREFIJO
               MOVE W-TIPO-SOPORTE     TO  FEL-REF-TIPO.
           MOVE W-DOC-RETENCION        TO  FEL-RETENCION.
           MOVE W-DOC-FECHA            TO  FEL-FECHA-DOC.
           ACCEPT W-HORA-DOC           FROM  TIME.
           DIVIDE W-HORA-DOC  BY  100  GIVING  FEL-HORA-DOC.
           MOVE W-DOC-NIT              TO  FEL-NIT.
           MOVE W-DOC-BASE             TO  FEL-BASE.
           MOVE W-DOC-IVA              TO  FEL-IVA.
           MOVE W-DOC-TOTAL            TO  FEL-TOTAL.
           MOVE CON-ANO                TO  FEL-ANO.
           MOVE W-DOC-PERIODO          TO  FEL-PERIODO.
           MOVE "G"                    TO  FEL-ESTADO.
           MOVE WK-FECHA-HOY           TO  FEL-FECHA-GEN
                                           FEL-FECHA-ESTADO.
           MOVE SPACES                 TO  FEL-CAUSAL  FEL-CUFE.
           MOVE CON-USERNAME           TO  FEL-USUARIO.
       F-ARMA-DOCUMENTO.
      *
       I-ESCRIBE-PLANO.
           MOVE SPACES                 TO  REG-FELPLANO.
           MOVE "D"                    TO  FPL-D-TIPO-REG.
           MOVE FEL-CLASE              TO  FPL-D-CLASE.
           MOVE FEL-PREFIJO            TO  FPL-D-PREFIJO.
           MOVE FEL-NUMERO             TO  FPL-D-NUMERO.
           MOVE FEL-VERSION            TO  FPL-D-VERSION.
           MOVE FEL-FECHA-DOC          TO  FPL-D-FECHA.
           MOVE FEL-HORA-DOC           TO  FPL-D-HORA.
           MOVE FEL-NIT                TO  FPL-D-NIT.
           MOVE FEL-BASE               TO  FPL-D-BASE.
           MOVE FEL-IVA                TO  FPL-D-IVA.
           MOVE FEL-TOTAL              TO  FPL-D-TOTAL.
           IF  FEL-CLASE  =  "C"
               MOVE W-PREFIJO-FAC      TO  FPL-D-REF-PREFIJO
           ELSE
               MOVE SPACES             TO  FPL-D-REF-PREFIJO.
           IF  FEL-CLASE  =  "N"
               MOVE W-PREFIJO-SOP      TO  FPL-D-REF-PREFIJO.
           MOVE FEL-REF-NUMERO         TO  FPL-D-REF-NUMERO.
           MOVE FEL-RETENCION          TO  FPL-D-RETENCION.
           PERFORM I-ARMA-CADENA       THRU F-ARMA-CADENA.
           MOVE W-CADENA               TO  FPL-D-CADENA.
           WRITE REG-FELPLANO.
           ADD 1                       TO  W-DOCUMENTOS.
           ADD FEL-TOTAL               TO  W-TOTAL-DOCS.
       F-ESCRIBE-PLANO.
      *
      ******************************************************************
      *  CADENA DEL CUFE (FACTURA) O CUDE (NOTA) EN EL ORDEN DEL ANEXO *
      *  TECNICO: NUMERO + FECHA + HORA + VALOR + 01 + IVA + 04 + INC  *
      *  + 03 + ICA + TOTAL + NIT EMISOR + NIT ADQUIRIENTE + CLAVE     *
      *  TECNICA (PIN DEL SOFTWARE EN LA NOTA) + AMBIENTE              *
      *  CUDS DEL DOCUMENTO SOPORTE Y SU NOTA: SOLO EL IVA (01), EL    *
      *  NIT DEL PROVEEDOR ANTES QUE EL DE LA EMPRESA Y EL PIN         *
      ******************************************************************
       I-ARMA-CADENA.
           MOVE SPACES                 TO  W-CADENA.
           MOVE 1                      TO  W-PUNTERO.
           STRING FEL-PREFIJO  DELIMITED BY SPACE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE FEL-NUMERO             TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE FEL-FECHA-DOC          TO  W-FECHA-NUM.
           STRING W-FP-ANO  "-"  W-FP-MES  "-"  W-FP-DIA
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE FEL-HORA-DOC           TO  W-HORA-NUM.
           STRING W-HP-HORA  ":"  W-HP-MINUTO  ":"  W-HP-SEGUNDO
                  "-05:00"
                  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE FEL-BASE               TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           STRING "01"  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE FEL-IVA                TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           IF  FEL-CLASE  =  "F"  OR  FEL-CLASE  =  "C"
               STRING "040.00030.00"  DELIMITED BY SIZE
                      INTO W-CADENA  WITH POINTER W-PUNTERO.
           MOVE FEL-TOTAL              TO  W-VALOR-EDITADO.
           MOVE W-VALOR-EDITADO        TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE WIN-NIT                TO  W-NUMERO-EDITADO.
           IF  FEL-CLASE  =  "S"  OR  FEL-CLASE  =  "N"
               MOVE FEL-NIT            TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           MOVE FEL-NIT                TO  W-NUMERO-EDITADO.
           IF  FEL-CLASE  =  "S"  OR  FEL-CLASE  =  "N"
               MOVE WIN-NIT            TO  W-NUMERO-EDITADO.
           MOVE W-NUMERO-EDITADO       TO  W-CAMPO.
           PERFORM I-AGREGA-CAMPO      THRU F-AGREGA-CAMPO.
           IF  FEL-CLASE  =  "F"
               STRING W-CLAVE-TECNICA  DELIMITED BY SPACE
                      INTO W-CADENA  WITH POINTER W-PUNTERO
           ELSE
               STRING W-PIN-SOFTWARE   DELIMITED BY SPACE
                      INTO W-CADENA  WITH POINTER W-PUNTERO.
           STRING W-AMBIENTE  DELIMITED BY SIZE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
       F-ARMA-CADENA.
      *
      *  AGREGA W-CAMPO A LA CADENA SIN LOS ESPACIOS DE LA IZQUIERDA
       I-AGREGA-CAMPO.
           MOVE ZEROS                  TO  W-ESPACIOS.
           INSPECT W-CAMPO TALLYING W-ESPACIOS FOR LEADING SPACES.
           IF  W-ESPACIOS  NOT <  30   GO TO F-AGREGA-CAMPO.
           STRING W-CAMPO(W-ESPACIOS + 1:)  DELIMITED BY SPACE
                  INTO W-CADENA  WITH POINTER W-PUNTERO.
       F-AGREGA-CAMPO.
      *
      ******************************************************************
      *  OPCION T: LOS GENERADOS PASAN A ENVIADOS (EL PLANO YA LO      *
      *  TOMO EL PROVEEDOR TECNOLOGICO)                                *
      ******************************************************************
       I-MARCA-ENVIADOS.
           MOVE ZEROS                  TO  W-MARCADOS  FIN-OK
                                           FEL-CLAVE.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "A"                    TO  FEL-CLASE.
           START FACELECT KEY NOT LESS FEL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-MARCA-CICLO.
           IF  FIN-OK  =  1            GO TO I-MARCA-FIN.
           READ FACELECT NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-MARCA-FIN.
           IF  FEL-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-MARCA-FIN.
           IF  FEL-ESTADO  =  "G"
               MOVE "E"                TO  FEL-ESTADO
               MOVE WK-FECHA-HOY       TO  FEL-FECHA-ESTADO
               MOVE CON-USERNAME       TO  FEL-USUARIO
               REWRITE REG-FACELECT
               ADD 1                   TO  W-MARCADOS.
           GO TO I-MARCA-CICLO.
       I-MARCA-FIN.
           DISPLAY "DOCUMENTOS MARCADOS ENVIADOS:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-MARCADOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 31 REVERSE.
       F-MARCA-ENVIADOS.
      *
      ******************************************************************
      *  OPCION R: RESPUESTA DE LA DIAN DE UN DOCUMENTO (A/R+CAUSAL)   *
      ******************************************************************
       I-RESPUESTA.
           DISPLAY "CLASE (F/C/S/N):"  LINE 16 POSITION 18.
           DISPLAY "NUMERO.........:"  LINE 17 POSITION 18.
           DISPLAY "ESTADO (A/R)...:"  LINE 18 POSITION 18.
           DISPLAY "CAUSAL.........:"  LINE 19 POSITION 18.
           MOVE SPACES                 TO  W-CLASE-CAP.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-CLASE-CAP          LINE 16 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-RESPUESTA.
           IF  W-CLASE-CAP  NOT =  "F"  AND  W-CLASE-CAP  NOT =  "C"
           AND W-CLASE-CAP  NOT =  "S"  AND  W-CLASE-CAP  NOT =  "N"
               GO TO I-RESPUESTA.
           MOVE ZEROS                  TO  W-NUMERO-CAP.
           ACCEPT W-NUMERO-CAP         LINE 17 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-RESPUESTA.
           IF  W-NUMERO-CAP  =  ZEROS  GO TO F-RESPUESTA.
           MOVE SPACES                 TO  W-ESTADO-CAP.
           ACCEPT W-ESTADO-CAP         LINE 18 POSITION 35
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-ESTADO-CAP  NOT =  "A"
           AND W-ESTADO-CAP  NOT =  "R"
               GO TO I-RESPUESTA.
           MOVE SPACES                 TO  W-CAUSAL-CAP.
           IF  W-ESTADO-CAP  =  "R"
               ACCEPT W-CAUSAL-CAP     LINE 19 POSITION 35
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE W-CLASE-CAP            TO  FEL-CLASE.
           IF  W-CLASE-CAP  =  "F"
               MOVE W-TIPO-FACTURA     TO  FEL-TIPO
           ELSE
               MOVE W-TIPO-NOTA        TO  FEL-TIPO.
           IF  W-CLASE-CAP  =  "S"
               MOVE W-TIPO-SOPORTE     TO  FEL-TIPO.
           IF  W-CLASE-CAP  =  "N"
               MOVE W-TIPO-AJUSTE      TO  FEL-TIPO.
           MOVE W-NUMERO-CAP           TO  FEL-NUMERO.
           MOVE ZEROS                  TO  SW-1.
           READ FACELECT INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "NO HAY DOCUMENTO ELECTRONICO CON ESE NUMERO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-RESPUESTA.
           MOVE W-ESTADO-CAP           TO  FEL-ESTADO.
           MOVE W-CAUSAL-CAP           TO  FEL-CAUSAL.
           MOVE WK-FECHA-HOY           TO  FEL-FECHA-ESTADO.
           MOVE CON-USERNAME           TO  FEL-USUARIO.
           REWRITE REG-FACELECT.
           DISPLAY "RESPUESTA REGISTRADA                       "
                   LINE 24 POSITION 01 REVERSE.
           GO TO I-RESPUESTA.
       F-RESPUESTA.
      *
      ******************************************************************
      *  OPCION I: ARCHIVO DE RESPUESTA DEL PROVEEDOR TECNOLOGICO CON  *
      *  EL ESTADO Y EL CUFE/CUDE VALIDADO DE CADA DOCUMENTO           *
      ******************************************************************
       I-IMPORTA.
           OPEN INPUT FELRESPU.
           IF  FELRESPU-STATUS  >  "00"
               DISPLAY "NO EXISTE EL ARCHIVO DE RESPUESTA FR"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO F-IMPORTA.
           MOVE ZEROS                  TO  W-MARCADOS  W-OMITIDOS.
       I-IMPORTA-CICLO.
           READ FELRESPU AT END
                GO TO I-IMPORTA-FIN.
           IF  FRS-ESTADO  NOT =  "A"  AND  FRS-ESTADO  NOT =  "R"
               ADD 1                   TO  W-OMITIDOS
               GO TO I-IMPORTA-CICLO.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE FRS-CLASE              TO  FEL-CLASE.
           MOVE FRS-TIPO               TO  FEL-TIPO.
           MOVE FRS-NUMERO             TO  FEL-NUMERO.
           MOVE ZEROS                  TO  SW-1.
           READ FACELECT INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               ADD 1                   TO  W-OMITIDOS
               GO TO I-IMPORTA-CICLO.
           MOVE FRS-ESTADO             TO  FEL-ESTADO.
           MOVE FRS-CAUSAL             TO  FEL-CAUSAL.
           IF  FRS-ESTADO  =  "A"
               MOVE FRS-CUFE           TO  FEL-CUFE.
           MOVE WK-FECHA-HOY           TO  FEL-FECHA-ESTADO.
           MOVE CON-USERNAME           TO  FEL-USUARIO.
           REWRITE REG-FACELECT.
           ADD 1                       TO  W-MARCADOS.
           GO TO I-IMPORTA-CICLO.
       I-IMPORTA-FIN.
           CLOSE FELRESPU.
           DISPLAY "RESPUESTAS APLICADAS:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-MARCADOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 23 REVERSE.
           DISPLAY "SIN DOCUMENTO:"    LINE 24 POSITION 31 REVERSE.
           MOVE W-OMITIDOS             TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 46 REVERSE.
       F-IMPORTA.
      *
      ******************************************************************
      *  OPCION Z: REGENERA LOS RECHAZADOS CON EL MISMO NUMERO.  LOS   *
      *  VALORES SE RELEEN DE CNDOCTOS (YA CORREGIDO) Y LA VERSION     *
      *  SUBE EN 1; EL DOCUMENTO VUELVE A GENERADO.  VAN EN UN PLANO   *
      *  PROPIO (FEnnnppp.Rvv, LA PRIMERA REGENERACION LIBRE DEL       *
      *  PERIODO) CON SU ENCABEZADO Y CONTROL: EL PLANO YA ENVIADO AL  *
      *  PROVEEDOR NO SE MODIFICA.                                     *
      ******************************************************************
       I-REGENERA.
           PERFORM I-PREFIJOS          THRU F-PREFIJOS.
           MOVE ".R00"                 TO  LAB-FELP-EXT.
       I-REGENERA-NOMBRE.
           IF  LAB-FELP-VEZ  =  99
               DISPLAY "YA HAY 99 REGENERACIONES DEL PERIODO"
                       LINE 24 POSITION 01 REVERSE BLINK
               MOVE ".TXT"             TO  LAB-FELP-EXT
               GO TO F-REGENERA.
           ADD 1                       TO  LAB-FELP-VEZ.
           OPEN INPUT FELPLANO.
           IF  FELPLANO-STATUS  NOT =  "35"
               CLOSE FELPLANO
               GO TO I-REGENERA-NOMBRE.
           OPEN OUTPUT FELPLANO.
           PERFORM I-PLANO-ENCABEZADO  THRU F-PLANO-ENCABEZADO.
           MOVE ZEROS                  TO  W-DOCUMENTOS  W-TOTAL-DOCS
                                           FIN-OK  FEL-CLAVE.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "A"                    TO  FEL-CLASE.
           START FACELECT KEY NOT LESS FEL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-REGENERA-CICLO.
           IF  FIN-OK  =  1            GO TO I-REGENERA-FIN.
           READ FACELECT NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-REGENERA-FIN.
           IF  FEL-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-REGENERA-FIN.
           IF  FEL-ESTADO  NOT =  "R"  GO TO I-REGENERA-CICLO.
           MOVE FEL-CLASE              TO  W-DOC-CLASE.
           MOVE FEL-TIPO               TO  W-DOC-TIPO.
           MOVE FEL-NUMERO             TO  W-DOC-NUMERO.
           MOVE FEL-VERSION            TO  W-NUMERO-CAP.
           PERFORM I-LEE-DOCUMENTO     THRU F-LEE-DOCUMENTO.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE W-DOC-CLASE            TO  FEL-CLASE.
           MOVE W-DOC-TIPO             TO  FEL-TIPO.
           MOVE W-DOC-NUMERO           TO  FEL-NUMERO.
           READ FACELECT INVALID KEY
                GO TO I-REGENERA-CICLO.
           PERFORM I-ARMA-DOCUMENTO    THRU F-ARMA-DOCUMENTO.
           COMPUTE FEL-VERSION  =  W-NUMERO-CAP  +  1.
           REWRITE REG-FACELECT.
           PERFORM I-ESCRIBE-PLANO     THRU F-ESCRIBE-PLANO.
           START FACELECT KEY > FEL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
           GO TO I-REGENERA-CICLO.
       I-REGENERA-FIN.
           PERFORM I-PLANO-CONTROL     THRU F-PLANO-CONTROL.
           CLOSE FELPLANO.
           DISPLAY "DOCUMENTOS REGENERADOS:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-DOCUMENTOS           TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 25 REVERSE.
           DISPLAY "PLANO:"            LINE 24 POSITION 33 REVERSE.
           DISPLAY LAB-FELPLANO        LINE 24 POSITION 40 REVERSE.
           MOVE ".TXT"                 TO  LAB-FELP-EXT.
       F-REGENERA.
      *
      ******************************************************************
      *  OPCION L: TODO DOCUMENTO NO ACEPTADO, CON LOS DIAS QUE LLEVA  *
      *  DESDE SU FECHA; LOS QUE PASAN EL PLAZO SE MARCAN VENCIDOS     *
      ******************************************************************
       I-LISTADO.
           PERFORM I-LEE-PARAMETROS    THRU F-LEE-PARAMETROS.
           IF  W-DIAS-PLAZO  =  ZEROS
               MOVE 2                  TO  W-DIAS-PLAZO.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  FIN-OK  FEL-CLAVE
                                           W-PENDIENTES  W-VENCIDOS.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "A"                    TO  FEL-CLASE.
           START FACELECT KEY NOT LESS FEL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-LISTADO-CICLO.
           IF  FIN-OK  =  1            GO TO I-LISTADO-FIN.
           READ FACELECT NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-LISTADO-FIN.
           IF  FEL-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-OK
               GO TO I-LISTADO-FIN.
           IF  FEL-ESTADO  =  "A"      GO TO I-LISTADO-CICLO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE FEL-CLASE              TO  I-CLASE.
           MOVE FEL-PREFIJO            TO  I-PREFIJO.
           MOVE FEL-NUMERO             TO  I-NUMERO.
           MOVE FEL-VERSION            TO  I-VERSION.
           MOVE FEL-FECHA-DOC          TO  I-FECHA-DOC.
           MOVE FEL-NIT                TO  I-NIT.
           MOVE FEL-TOTAL              TO  I-TOTAL.
           MOVE FEL-ESTADO             TO  I-EST.
           MOVE "D"                    TO  FEC-LNK-OPERACION.
           MOVE FEL-FECHA-DOC          TO  FEC-LNK-FECHA.
           MOVE WK-FECHA-HOY           TO  FEC-LNK-FECHA-2.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-DIAS  <  ZEROS
               MOVE ZEROS              TO  FEC-LNK-DIAS.
           MOVE FEC-LNK-DIAS           TO  I-DIAS.
           MOVE FEL-CAUSAL             TO  I-CAUSAL.
           IF  FEC-LNK-DIAS  >  W-DIAS-PLAZO
               ADD 1                   TO  W-VENCIDOS
               IF  FEL-ESTADO  NOT =  "R"
                   MOVE "*** PLAZO DE ENVIO VENCIDO ***"
                                       TO  I-CAUSAL.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN  W-PENDIENTES.
           GO TO I-LISTADO-CICLO.
       I-LISTADO-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "DOCUMENTOS PENDIENTES DE ACEPTACION:"  TO  I-TEXTO.
           MOVE W-PENDIENTES           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CON EL PLAZO VENCIDO:"  TO  I-TEXTO.
           MOVE W-VENCIDOS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "LISTADO DE PENDIENTES GENERADO"
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
           CLOSE CNDOCTOS RESOLFAC FACELECT.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
