       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG597.
      ******************************************************************
      * CONTRATACION MASIVA DESDE PLANO (CONTRMAS.TXT)  OCT-15-2026    *
      *                                                                *
      * EN LAS TEMPORADAS DE LAS EMPRESAS DE SERVICIOS TEMPORALES SE   *
      * VINCULAN DE 50 A 200 PERSONAS DE UNA VEZ.  ESTE PROGRAMA LEE   *
      * UN RENGLON POR CADA PERSONA NUEVA, VALIDA TODOS LOS CAMPOS     *
      * ANTES DE GRABAR NADA Y CREA LA HOJA DE VIDA (HOJAVIDA) Y EL    *
      * CONTRATO ACTIVO (CONTRATO, SECUENCIA 1) SOLO DE LOS RENGLONES  *
      * BUENOS, IGUAL QUE PROG520 CON LOS COMPROBANTES:                *
      *   V = SOLO VALIDA E IMPRIME EL LISTADO DE RECHAZOS             *
      *   G = VALIDA Y GRABA LOS RENGLONES BUENOS                      *
      * VALIDACIONES: CEDULA NUEVA (NI EN HOJAVIDA NI EN CONTRATO NI   *
      * REPETIDA EN EL PLANO), NACIONALIDAD (TIPONACI), FECHA DE       *
      * NACIMIENTO Y EDAD MINIMA DE 15 ANOS, SEXO, BANCO (NOMIBANK),   *
      * CUENTA Y TIPO DE CUENTA, CENTRO DE COSTOS (TE021), EPS         *
      * (NOMICORP), FONDO DE PENSIONES (FPENSION), FONDO DE CESANTIAS  *
      * (FONCESAN), CAJA (CJASUBSI), CLASE DE RIESGO (TARIESGO),       *
      * SALARIO CONTRA EL SMMLV DE LA FECHA DE INGRESO (INTEGRAL       *
      * CONTRA EL MULTIPLO MULTINTEG), VENCIMIENTO DEL TERMINO FIJO,   *
      * LISTAS SAGRILAFT (CNLISTCK) Y EXAMEN MEDICO DE INGRESO         *
      * (EXAMEDIC, PROG596).  EL SUPERVISOR PUEDE AUTORIZAR CON MOTIVO *
      * LOS INGRESOS SIN EXAMEN, QUE QUEDAN COMO EXAMEN "S" VENCIDO    *
      * COMO EN EL REINGRESO DE PROG117; LA AUTORIZACION SE GRABA      *
      * ANTES DEL CONTRATO Y SI NO QUEDA EL RENGLON SE RECHAZA Y SE    *
      * BORRA LO YA GRABADO DE ESA PERSONA.                            *
      * CADA ALTA QUEDA EN LA BITACORA AUDICAMP CON EL MOTIVO          *
      * "CONTRATACION MASIVA"; EL TERMINO FIJO QUEDA EN PRORROGA       *
      * (TERMINO INICIAL, PROG390).  LOS RENGLONES RECHAZADOS SALEN    *
      * EN EL LISTADO CON SU MOTIVO PARA CORREGIRLOS Y REENVIARLOS.    *
      *                                                                *
      * FORMATO DEL PLANO (222 POSICIONES):                            *
      *   CEDULA 12 / NOMBRE 40 / DIRECCION 40 / TELEFONO 15 /         *
      *   ESTADO CIVIL 2 / NACIONALIDAD 3 / NACIMIENTO AAAAMMDD 8 /    *
      *   SEXO 1 (M-F) / BANCO 3 / CUENTA 12 / TIPO CUENTA 1 (A-C) /   *
      *   CODIGO EMPLEADO 6 / TIPO CONTRATO 2 / CARGO 30 /             *
      *   SALARIO 11V99 / INGRESO DDMMAAAA 8 / VENCE AAAAMMDD 8 (SOLO  *
      *   TERMINO FIJO "TF") / CENTRO DE COSTOS 3 / INTEGRAL 1 (S-N) / *
      *   PENSION 3 / CESANTIAS 3 / EPS 3 / CAJA 3 / RIESGO 2          *
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
               COPY "..\DYC\TIPONACI.DYC".
               COPY "..\DYC\TABLAEMP.DYC".
               COPY "..\DYC\NOMICORP.DYC".
               COPY "..\DYC\FPENSION.DYC".
               COPY "..\DYC\FONCESAN.DYC".
               COPY "..\DYC\CJASUBSI.DYC".
               COPY "..\DYC\NOMIBANK.DYC".
               COPY "..\DYC\TARIESGO.DYC".
               COPY "..\DYC\EXAMEDIC.DYC".
               COPY "..\DYC\PRORROGA.DYC".
               COPY "..\DYC\AUDICAMP.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT CONTRMAS ASSIGN TO RANDOM "CONTRMAS"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS CONTRMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\TIPONACI.FD".
               COPY "..\FD\TABLAEMP.FD".
               COPY "..\FD\NOMICORP.FD".
               COPY "..\FD\FPENSION.FD".
               COPY "..\FD\FONCESAN.FD".
               COPY "..\FD\CJASUBSI.FD".
               COPY "..\FD\NOMIBANK.FD".
               COPY "..\FD\TARIESGO.FD".
               COPY "..\FD\EXAMEDIC.FD".
               COPY "..\FD\PRORROGA.FD".
               COPY "..\FD\AUDICAMP.FD".
               COPY "..\FD\INFORMES.FD".
       FD  CONTRMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-CONTRMAS.
       01  REG-CONTRMAS.
           03  IMP-CEDULA               PIC 9(12).
           03  IMP-NOMBRE               PIC X(40).
           03  IMP-DIR                  PIC X(40).
           03  IMP-TEL                  PIC X(15).
           03  IMP-ESTCIVIL             PIC 9(02).
           03  IMP-NACIONALIDAD         PIC 9(03).
           03  IMP-FECHA-NACE           PIC 9(08).
           03  IMP-SEXO                 PIC X(01).
           03  IMP-BANCO                PIC 9(03).
           03  IMP-CTA-BANCARIA         PIC 9(12).
           03  IMP-TIPO-CTA             PIC X(01).
           03  IMP-CODIEMP              PIC 9(06).
           03  IMP-TIPO                 PIC X(02).
           03  IMP-CARGO                PIC X(30).
           03  IMP-SALARIO              PIC 9(11)V99.
           03  IMP-FECHA-INGRESO.
               05  IMP-DIA-ING          PIC 9(02).
               05  IMP-MES-ING          PIC 9(02).
               05  IMP-ANO-ING          PIC 9(04).
           03  IMP-FECHA-VENCE          PIC 9(08).
           03  IMP-CENCOS               PIC 9(03).
           03  IMP-INTEGRAL             PIC X(01).
           03  IMP-FONDO-PENSION        PIC 9(03).
           03  IMP-FONDO-CESANTIA       PIC 9(03).
           03  IMP-EPS                  PIC 9(03).
           03  IMP-CAJA                 PIC 9(03).
           03  IMP-RIESGO               PIC 9(02).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG597".
       77      ID-PRG              PIC X(7)  VALUE "PROG597".
       77      LAB-CONTRMAS        PIC X(12) VALUE "CONTRMAS.TXT".
       77      CONTRMAS-STATUS     PIC X(02) VALUE "00".
       77      W-MODO              PIC X(01) VALUE SPACES.
       77      W-LEIDOS            PIC 9(06) VALUE ZEROS.
       77      W-VALIDOS           PIC 9(06) VALUE ZEROS.
       77      W-GRABADOS          PIC 9(06) VALUE ZEROS.
       77      W-RECHAZADOS        PIC 9(06) VALUE ZEROS.
       77      W-SIN-EXAMEN        PIC 9(06) VALUE ZEROS.
       77      W-MOTIVO            PIC X(45) VALUE SPACES.
       77      W-FILA              PIC 9(04) VALUE ZEROS.
       77      W-FIL-IDX           PIC 9(04) VALUE ZEROS.
       77      W-FIL-TOPE          PIC 9(04) VALUE ZEROS.
       77      W-FIL-REPETIDA      PIC 9(04) VALUE ZEROS.
       77      W-FECHA-ING         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-PARAM       PIC 9(08) VALUE ZEROS.
       77      W-SMMLV             PIC 9(11)V99 VALUE ZEROS.
       77      W-MULTIPLO-INT      PIC 9(03) VALUE ZEROS.
       77      W-PISO-INTEGRAL     PIC 9(13)V99 VALUE ZEROS.
       77      W-DIAS              PIC 9(05) VALUE ZEROS.
       77      WK-TIPO-USR         PIC X(01) VALUE SPACES.
       77      SW-AUTORIZA         PIC 9(01) VALUE ZEROS.
       77      SW-SIN-EXAMEN       PIC 9(01) VALUE ZEROS.
       77      W-MOTIVO-SUP        PIC X(60) VALUE SPACES.
       77      W-ARCHIVO-LOG       PIC X(08) VALUE SPACES.
       77      W-CAMPO             PIC X(20) VALUE SPACES.
       77      W-DESPUES           PIC X(40) VALUE SPACES.
       01      W-LLAVE-LOG.
        03     LOG-CIA             PIC 9(07).
        03     LOG-CEDULA          PIC 9(12).
        03     FILLER              PIC X(03) VALUE SPACES.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
       01      AREA-CNLISTCK.
        03     LST-LNK-EMPRESA     PIC 9(07) VALUE ZEROS.
        03     LST-LNK-ORIGEN      PIC X(01) VALUE SPACES.
        03     LST-LNK-DOCUMENTO   PIC 9(12) VALUE ZEROS.
        03     LST-LNK-NOMBRE      PIC X(43) VALUE SPACES.
        03     LST-LNK-PROGRAMA    PIC X(07) VALUE SPACES.
        03     LST-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     LST-LNK-COINCIDENCIAS
                                   PIC 9(03) VALUE ZEROS.
        03     LST-LNK-NUEVAS      PIC 9(03) VALUE ZEROS.
        03     LST-LNK-ESTADO      PIC X(01) VALUE SPACES.
      *  UNA ENTRADA POR RENGLON DEL PLANO: CEDULA Y MARCA DE RECHAZO
      *  (R = RECHAZADO, E = BUENO SIN EXAMEN AUTORIZADO)
       01      TABLA-FILAS.
        03     FIL-ENTRADA         OCCURS 1000 TIMES.
         05    FIL-CEDULA          PIC 9(12).
         05    FIL-MARCA           PIC X(01).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\TIPONACI.LBL".
               COPY "..\LBL\TABLAEMP.LBL".
               COPY "..\LBL\NOMICORP.LBL".
               COPY "..\LBL\FPENSION.LBL".
               COPY "..\LBL\FONCESAN.LBL".
               COPY "..\LBL\CJASUBSI.LBL".
               COPY "..\LBL\NOMIBANK.LBL".
               COPY "..\LBL\TARIESGO.LBL".
               COPY "..\LBL\EXAMEDIC.LBL".
               COPY "..\LBL\PRORROGA.LBL".
               COPY "..\LBL\AUDICAMP.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\EXAMENES.WRK".
      ******************************************************************
      *                       T  I  T  U  L  O  S                      *
      ******************************************************************
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(46)    VALUE
              "CONTRATACION MASIVA - LISTADO DE RECHAZOS     ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(110)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(06)    VALUE " FILA ".
         05    FILLER      PIC X(14)    VALUE "    CEDULA    ".
         05    FILLER      PIC X(41)    VALUE
              " NOMBRE                                  ".
         05    FILLER      PIC X(45)    VALUE " MOTIVO DEL RECHAZO".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    I-FILA      PIC ZZZ9.
         05    FILLER      PIC X(01).
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(40).
         05    FILLER      PIC X(01).
         05    I-MOTIVO    PIC X(45).
        03     LINEA-DE-TOTAL.
         05    FILLER      PIC X(20).
         05    I-TOT-TEXTO PIC X(40).
         05    I-TOT-VALOR PIC ZZZ,ZZ9.
      ******************************************************************
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\TIPONACI.DCL".
               COPY "..\DCL\TABLAEMP.DCL".
               COPY "..\DCL\NOMICORP.DCL".
               COPY "..\DCL\FPENSION.DCL".
               COPY "..\DCL\FONCESAN.DCL".
               COPY "..\DCL\CJASUBSI.DCL".
               COPY "..\DCL\NOMIBANK.DCL".
               COPY "..\DCL\TARIESGO.DCL".
               COPY "..\DCL\EXAMEDIC.DCL".
               COPY "..\DCL\PRORROGA.DCL".
               COPY "..\DCL\AUDICAMP.DCL".
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
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-CONFIRMA        THRU F-CONFIRMA
           PERFORM I-AUTORIZA-EXAMEN THRU F-AUTORIZA-EXAMEN
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           PERFORM I-PASO-VALIDA     THRU F-PASO-VALIDA
           IF  W-MODO  =  "G"
               PERFORM I-PASO-GRABA  THRU F-PASO-GRABA.
           PERFORM I-TOTAL-IMPORTA   THRU F-TOTAL-IMPORTA
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "* CONTRATACION MASIVA DESDE PLANO *"
                                       TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 10 POSITION 20
           DISPLAY "!  IMPORTA CONTRMAS.TXT A HOJAVIDA/CONTRATO  !"
                                       LINE 11 POSITION 20
           DISPLAY "!  <V> SOLO VALIDAR      <G> VALIDAR Y GRABAR!"
                                       LINE 12 POSITION 20
           DISPLAY "!                         [F2] TERMINAR      !"
                                       LINE 13 POSITION 20
           DISPLAY "+--------------------------------------------+"
                                       LINE 14 POSITION 20.
       F-PANTALLA-1B.
      *
       I-CONFIRMA.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "V"  AND  W-TRUCO  NOT =  "G"
               GO TO I-CONFIRMA.
           MOVE W-TRUCO                TO  W-MODO.
       F-CONFIRMA.
      *
      ******************************************************************
      *  SOLO EL SUPERVISOR (TIPO-USR "A") PUEDE AUTORIZAR, CON        *
      *  MOTIVO, LOS INGRESOS DEL PLANO QUE NO TIENEN EXAMEN MEDICO DE *
      *  INGRESO; SIN AUTORIZACION ESOS RENGLONES SE RECHAZAN          *
      ******************************************************************
       I-AUTORIZA-EXAMEN.
           MOVE ZEROS                  TO  SW-AUTORIZA.
           PERFORM I-VERIFICA-SUPER    THRU F-VERIFICA-SUPER.
           IF  WK-TIPO-USR  NOT =  "A" GO TO F-AUTORIZA-EXAMEN.
           DISPLAY "INGRESOS SIN EXAMEN MEDICO: [ S ] AUTORIZA"
                   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "S"     GO TO F-AUTORIZA-EXAMEN.
           DISPLAY "MOTIVO:"           LINE 22 POSITION 18.
           MOVE SPACES                 TO  W-MOTIVO-SUP.
           ACCEPT W-MOTIVO-SUP         LINE 22 POSITION 26 SIZE 50
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-MOTIVO-SUP  =  SPACES
               DISPLAY "SIN MOTIVO NO HAY AUTORIZACION"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-AUTORIZA-EXAMEN.
           MOVE 1                      TO  SW-AUTORIZA.
       F-AUTORIZA-EXAMEN.
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
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-TABLAEMP-CIA
                                           LAB-EXAMEDIC-CIA
                                           LAB-PRORROGA-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 597                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CONTRMAS.
           IF  CONTRMAS-STATUS  >  "00"
               DISPLAY "NO ENCUENTRA EL PLANO CONTRMAS.TXT"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           OPEN INPUT TIPONACI TABLAEMP NOMICORP FPENSION FONCESAN
                      CJASUBSI NOMIBANK TARIESGO.
           OPEN I-O HOJAVIDA.
           IF  HOJAVIDA-STATUS  =  "35"
               OPEN OUTPUT HOJAVIDA
               CLOSE HOJAVIDA
               OPEN I-O HOJAVIDA.
           OPEN I-O CONTRATO.
           IF  CONTRATO-STATUS  =  "35"
               OPEN OUTPUT CONTRATO
               CLOSE CONTRATO
               OPEN I-O CONTRATO.
           OPEN I-O EXAMEDIC.
           IF  EXAMEDIC-STATUS  =  "35"
               OPEN OUTPUT EXAMEDIC
               CLOSE EXAMEDIC
               OPEN I-O EXAMEDIC.
           OPEN I-O PRORROGA.
           IF  PRORROGA-STATUS  =  "35"
               OPEN OUTPUT PRORROGA
               CLOSE PRORROGA
               OPEN I-O PRORROGA.
           OPEN I-O AUDICAMP.
           IF  AUDICAMP-STATUS  =  "35"
               OPEN OUTPUT AUDICAMP
               CLOSE AUDICAMP
               OPEN I-O AUDICAMP.
           OPEN OUTPUT INFORMES.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
      *  PRIMER PASO: VALIDA CADA RENGLON Y LO ANOTA EN LA TABLA DE    *
      *  FILAS.  NO SE GRABA NADA: UN RENGLON MALO SALE EN EL LISTADO  *
      *  CON SU MOTIVO Y QUEDA MARCADO PARA QUE EL SEGUNDO PASO LO     *
      *  SALTE.  UNA CEDULA REPETIDA EN EL PLANO RECHAZA TODAS SUS     *
      *  FILAS: NO SE SABE CUAL DE ELLAS ES LA BUENA.                  *
      ******************************************************************
       I-PASO-VALIDA.
           MOVE ZEROS                  TO  FIN-OK  W-FIL-TOPE  W-FILA.
           PERFORM I-VALIDA-RENGLON    THRU F-VALIDA-RENGLON
                   UNTIL FIN-OK = 1.
           CLOSE CONTRMAS.
       F-PASO-VALIDA.
      *
       I-VALIDA-RENGLON.
           READ CONTRMAS AT END
                MOVE 1                 TO  FIN-OK
                GO TO F-VALIDA-RENGLON.
           ADD 1                       TO  W-LEIDOS  W-FILA.
           IF  W-FILA  >  1000
               MOVE "EL PLANO EXCEDE 1000 RENGLONES" TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-VALIDA-RENGLON.
           MOVE W-FILA                 TO  W-FIL-TOPE.
           MOVE SPACES                 TO  FIL-MARCA(W-FILA).
           MOVE ZEROS                  TO  FIL-CEDULA(W-FILA).
           IF  IMP-CEDULA  IS NUMERIC
               MOVE IMP-CEDULA         TO  FIL-CEDULA(W-FILA).
           PERFORM I-VALIDA-LINEA      THRU F-VALIDA-LINEA.
           IF  W-MOTIVO  NOT =  SPACES
               MOVE "R"                TO  FIL-MARCA(W-FILA)
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-VALIDA-RENGLON.
           IF  SW-SIN-EXAMEN  =  1
               MOVE "E"                TO  FIL-MARCA(W-FILA)
               ADD 1                   TO  W-SIN-EXAMEN.
           ADD 1                       TO  W-VALIDOS.
       F-VALIDA-RENGLON.
      *
       I-VALIDA-LINEA.
           MOVE SPACES                 TO  W-MOTIVO.
           MOVE ZEROS                  TO  SW-SIN-EXAMEN.
           PERFORM I-VALIDA-NUMEROS    THRU F-VALIDA-NUMEROS.
           IF  W-MOTIVO  NOT =  SPACES GO TO F-VALIDA-LINEA.
           IF  IMP-CEDULA  =  ZEROS
               MOVE "CEDULA EN CEROS"                  TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           IF  IMP-NOMBRE  =  SPACES
               MOVE "NOMBRE EN BLANCO"                 TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           PERFORM I-BUSCA-REPETIDA    THRU F-BUSCA-REPETIDA.
           IF  W-FIL-REPETIDA  >  ZEROS
               MOVE "CEDULA REPETIDA EN EL PLANO"      TO  W-MOTIVO
               PERFORM I-RECHAZA-PRIMERA THRU F-RECHAZA-PRIMERA
               GO TO F-VALIDA-LINEA.
           MOVE IMP-CEDULA             TO  HOJAVIDA-CLAVE.
           MOVE ZEROS                  TO  SW-1.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS
               MOVE "CEDULA YA EXISTE EN HOJAVIDA"     TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE IMP-CEDULA             TO  CONTRATO-CEDULA.
           MOVE ZEROS                  TO  SW-1.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS
               MOVE "CEDULA YA TIENE CONTRATO (PROG117)" TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           MOVE IMP-NACIONALIDAD       TO  COD-NAC.
           MOVE ZEROS                  TO  SW-1.
           READ TIPONACI WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               MOVE "NACIONALIDAD NO EXISTE (TIPONACI)" TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           PERFORM I-VALIDA-FECHAS     THRU F-VALIDA-FECHAS.
           IF  W-MOTIVO  NOT =  SPACES GO TO F-VALIDA-LINEA.
           IF  IMP-SEXO  NOT =  "M"  AND  IMP-SEXO  NOT =  "F"
               MOVE "SEXO DEBE SER M O F"              TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           PERFORM I-VALIDA-BANCO      THRU F-VALIDA-BANCO.
           IF  W-MOTIVO  NOT =  SPACES GO TO F-VALIDA-LINEA.
           IF  IMP-TIPO  =  SPACES
               MOVE "TIPO DE CONTRATO EN BLANCO"       TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           IF  IMP-CARGO  =  SPACES
               MOVE "CARGO EN BLANCO"                  TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           IF  IMP-INTEGRAL  NOT =  "S"  AND  IMP-INTEGRAL  NOT =  "N"
               MOVE "SALARIO INTEGRAL DEBE SER S O N"  TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           PERFORM I-VALIDA-CENTRO     THRU F-VALIDA-CENTRO.
           IF  SW-EOF  =  1
               MOVE "CENTRO DE COSTOS NO EXISTE (TE021)" TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           PERFORM I-VALIDA-ENTIDADES  THRU F-VALIDA-ENTIDADES.
           IF  W-MOTIVO  NOT =  SPACES GO TO F-VALIDA-LINEA.
           PERFORM I-VALIDA-SALARIO    THRU F-VALIDA-SALARIO.
           IF  W-MOTIVO  NOT =  SPACES GO TO F-VALIDA-LINEA.
      *  NO SE VINCULA A QUIEN ESTE EN LAS LISTAS RESTRICTIVAS
           PERFORM I-LISTAS            THRU F-LISTAS.
           IF  LST-LNK-ESTADO  =  "X"
               MOVE "CONFIRMADO EN LISTAS SAGRILAFT"   TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           IF  LST-LNK-ESTADO  =  "P"
               MOVE "COINCIDENCIA EN LISTAS PENDIENTE (PROG595)"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
      *  EXAMEN MEDICO DE INGRESO APTO, O AUTORIZACION DEL SUPERVISOR
           MOVE CON-COD-EMPRESA        TO  EXA-EMPRESA.
           MOVE IMP-CEDULA             TO  EXA-CEDULA.
           MOVE ZEROS                  TO  EXA-DESDE.
           PERFORM I-EXAMEN-INGRESO    THRU F-EXAMEN-INGRESO.
           IF  SW-EXA-HALLADO  =  1    GO TO F-VALIDA-LINEA.
           IF  SW-AUTORIZA  =  ZEROS
               MOVE "SIN EXAMEN MEDICO DE INGRESO APTO (PROG596)"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-LINEA.
           MOVE 1                      TO  SW-SIN-EXAMEN.
       F-VALIDA-LINEA.
      *
      *  UN CAMPO NUMERICO CON LETRAS O BLANCOS NO SE PUEDE VALIDAR
       I-VALIDA-NUMEROS.
           IF  IMP-CEDULA  NOT NUMERIC
               MOVE "CEDULA NO NUMERICA"               TO  W-MOTIVO
               GO TO F-VALIDA-NUMEROS.
           IF  IMP-ESTCIVIL  NOT NUMERIC
           OR  IMP-NACIONALIDAD  NOT NUMERIC
               MOVE "ESTADO CIVIL O NACIONALIDAD NO NUMERICO"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-NUMEROS.
           IF  IMP-FECHA-NACE  NOT NUMERIC
           OR  IMP-FECHA-INGRESO  NOT NUMERIC
           OR  IMP-FECHA-VENCE  NOT NUMERIC
               MOVE "FECHA NO NUMERICA"                TO  W-MOTIVO
               GO TO F-VALIDA-NUMEROS.
           IF  IMP-BANCO  NOT NUMERIC
           OR  IMP-CTA-BANCARIA  NOT NUMERIC
               MOVE "BANCO O CUENTA NO NUMERICOS"      TO  W-MOTIVO
               GO TO F-VALIDA-NUMEROS.
           IF  IMP-CODIEMP  NOT NUMERIC
           OR  IMP-SALARIO  NOT NUMERIC
           OR  IMP-CENCOS  NOT NUMERIC
               MOVE "CODIGO, SALARIO O CENTRO NO NUMERICOS"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-NUMEROS.
           IF  IMP-FONDO-PENSION  NOT NUMERIC
           OR  IMP-FONDO-CESANTIA  NOT NUMERIC
           OR  IMP-EPS  NOT NUMERIC
           OR  IMP-CAJA  NOT NUMERIC
           OR  IMP-RIESGO  NOT NUMERIC
               MOVE "CODIGO DE ENTIDAD O RIESGO NO NUMERICO"
                                                       TO  W-MOTIVO.
       F-VALIDA-NUMEROS.
      *
      *  BUSCA LA CEDULA EN LAS FILAS ANTERIORES DEL PLANO
       I-BUSCA-REPETIDA.
           MOVE ZEROS                  TO  W-FIL-REPETIDA  W-FIL-IDX.
       I-BUSCA-REPETIDA-CICLO.
           ADD 1                       TO  W-FIL-IDX.
           IF  W-FIL-IDX  NOT <  W-FILA
               GO TO F-BUSCA-REPETIDA.
           IF  FIL-CEDULA(W-FIL-IDX)  =  IMP-CEDULA
               MOVE W-FIL-IDX          TO  W-FIL-REPETIDA
               GO TO F-BUSCA-REPETIDA.
           GO TO I-BUSCA-REPETIDA-CICLO.
       F-BUSCA-REPETIDA.
      *
      *  LA PRIMERA FILA DE LA CEDULA REPETIDA, SI HABIA PASADO LA
      *  VALIDACION, TAMBIEN SE RECHAZA
       I-RECHAZA-PRIMERA.
           IF  FIL-MARCA(W-FIL-REPETIDA)  =  "R"
               GO TO F-RECHAZA-PRIMERA.
           IF  FIL-MARCA(W-FIL-REPETIDA)  =  "E"
               SUBTRACT 1            FROM  W-SIN-EXAMEN.
           MOVE "R"                    TO  FIL-MARCA(W-FIL-REPETIDA).
           SUBTRACT 1                FROM  W-VALIDOS.
           ADD 1                       TO  W-RECHAZADOS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-FIL-REPETIDA         TO  I-FILA.
           MOVE IMP-CEDULA             TO  I-CEDULA.
           MOVE W-MOTIVO               TO  I-MOTIVO.
           PERFORM I-IMPRIME-LINEA     THRU F-IMPRIME-LINEA.
       F-RECHAZA-PRIMERA.
      *
      *  NACIMIENTO AAAAMMDD E INGRESO DDMMAAAA DEBEN SER FECHAS REALES;
      *  EDAD MINIMA DE 15 ANOS AL INGRESO; EL TERMINO FIJO TRAE SU
      *  VENCIMIENTO POSTERIOR AL INGRESO
       I-VALIDA-FECHAS.
           MOVE "N"                    TO  FEC-LNK-OPERACION.
           MOVE IMP-FECHA-NACE         TO  FEC-LNK-FECHA.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"  OR  IMP-FECHA-NACE = ZEROS
               MOVE "FECHA DE NACIMIENTO INVALIDA"     TO  W-MOTIVO
               GO TO F-VALIDA-FECHAS.
           COMPUTE W-FECHA-ING  =  (IMP-ANO-ING  *  10000)
                   +  (IMP-MES-ING  *  100)  +  IMP-DIA-ING.
           MOVE W-FECHA-ING            TO  FEC-LNK-FECHA.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"  OR  W-FECHA-ING = ZEROS
               MOVE "FECHA DE INGRESO INVALIDA"        TO  W-MOTIVO
               GO TO F-VALIDA-FECHAS.
           IF  W-FECHA-ING  <  IMP-FECHA-NACE
           OR  (W-FECHA-ING  -  IMP-FECHA-NACE)  <  150000
               MOVE "MENOR DE 15 ANOS A LA FECHA DE INGRESO"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-FECHAS.
           IF  IMP-TIPO  NOT =  "TF"   GO TO F-VALIDA-FECHAS.
           MOVE "D"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-ING            TO  FEC-LNK-FECHA.
           MOVE IMP-FECHA-VENCE        TO  FEC-LNK-FECHA-2.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
           OR  FEC-LNK-DIAS  NOT >  ZEROS
               MOVE "TERMINO FIJO SIN VENCIMIENTO VALIDO" TO  W-MOTIVO
               GO TO F-VALIDA-FECHAS.
           COMPUTE W-DIAS  =  FEC-LNK-DIAS  +  1.
       F-VALIDA-FECHAS.
      *
       I-VALIDA-BANCO.
           MOVE IMP-BANCO              TO  BANC-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ NOMIBANK WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1  OR  IMP-BANCO  =  ZEROS
               MOVE "BANCO NO EXISTE (NOMIBANK)"       TO  W-MOTIVO
               GO TO F-VALIDA-BANCO.
           IF  IMP-CTA-BANCARIA  =  ZEROS
               MOVE "CUENTA BANCARIA EN CEROS"         TO  W-MOTIVO
               GO TO F-VALIDA-BANCO.
           IF  IMP-TIPO-CTA  NOT =  "A"  AND  IMP-TIPO-CTA  NOT =  "C"
               MOVE "TIPO DE CUENTA DEBE SER A O C"    TO  W-MOTIVO.
       F-VALIDA-BANCO.
      *
       I-VALIDA-CENTRO.
           MOVE ZEROS                  TO  SW-EOF  TAB-EMP-CLAVE.
           MOVE "021"                  TO  TAB-EMP-CODIGO-TABLA.
           MOVE SPACES                 TO  TAB-EMP-FILLER.
           MOVE "021"                  TO  TE021-CODIGO-TABLA.
           MOVE CON-COD-EMPRESA        TO  TE021-CODIGO-EMPRESA.
           MOVE SPACES                 TO  TE021-CODIGO-FILLER.
           MOVE IMP-CENCOS             TO  TE021-CODIGO-CENTRO-COSTO.
           READ TABLAEMP WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-EOF.
       F-VALIDA-CENTRO.
      *
      *  EPS Y RIESGO SIEMPRE; EL APRENDIZ ("AP") NO COTIZA PENSION NI
      *  CAJA Y EL INTEGRAL NO TIENE CESANTIAS: EN ESOS CASOS EL CODIGO
      *  PUEDE VENIR EN CEROS, PERO SI VIENE DEBE EXISTIR
       I-VALIDA-ENTIDADES.
           MOVE IMP-EPS                TO  CORP-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ NOMICORP WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1  OR  IMP-EPS  =  ZEROS
               MOVE "EPS NO EXISTE (NOMICORP)"         TO  W-MOTIVO
               GO TO F-VALIDA-ENTIDADES.
           IF  IMP-FONDO-PENSION  =  ZEROS  AND  IMP-TIPO  =  "AP"
               GO TO I-VALIDA-CESANTIAS.
           MOVE IMP-FONDO-PENSION      TO  FPEN-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ FPENSION WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1  OR  IMP-FONDO-PENSION  =  ZEROS
               MOVE "FONDO DE PENSIONES NO EXISTE (FPENSION)"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-ENTIDADES.
       I-VALIDA-CESANTIAS.
           IF  IMP-FONDO-CESANTIA  =  ZEROS
           AND (IMP-TIPO  =  "AP"  OR  IMP-INTEGRAL  =  "S")
               GO TO I-VALIDA-CAJA.
           MOVE IMP-FONDO-CESANTIA     TO  FONC-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ FONCESAN WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1  OR  IMP-FONDO-CESANTIA  =  ZEROS
               MOVE "FONDO DE CESANTIAS NO EXISTE (FONCESAN)"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-ENTIDADES.
       I-VALIDA-CAJA.
           IF  IMP-CAJA  =  ZEROS  AND  IMP-TIPO  =  "AP"
               GO TO I-VALIDA-RIESGO.
           MOVE IMP-CAJA               TO  CAJA-CODIGO.
           MOVE ZEROS                  TO  SW-1.
           READ CJASUBSI WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1  OR  IMP-CAJA  =  ZEROS
               MOVE "CAJA DE COMPENSACION NO EXISTE (CJASUBSI)"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-ENTIDADES.
       I-VALIDA-RIESGO.
           MOVE IMP-RIESGO             TO  TIPO-TARIESGO.
           MOVE ZEROS                  TO  SW-1.
           READ TARIESGO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               MOVE "CLASE DE RIESGO NO EXISTE (TARIESGO)"
                                                       TO  W-MOTIVO.
       F-VALIDA-ENTIDADES.
      *
      *  SMMLV VIGENTE A LA FECHA DE INGRESO; EL INTEGRAL CONTRA EL
      *  MULTIPLO LEGAL (MULTINTEG, 13 SI NO ESTA); EL APRENDIZ RECIBE
      *  APOYO DE SOSTENIMIENTO Y NO SE COMPARA CON EL MINIMO
       I-VALIDA-SALARIO.
           IF  IMP-SALARIO  =  ZEROS
               MOVE "SALARIO EN CEROS"                 TO  W-MOTIVO
               GO TO F-VALIDA-SALARIO.
           IF  IMP-TIPO  =  "AP"       GO TO F-VALIDA-SALARIO.
           MOVE W-FECHA-ING            TO  W-FECHA-PARAM.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-SMMLV.
           IF  W-SMMLV  =  ZEROS
               MOVE "SIN SMMLV VIGENTE A LA FECHA DE INGRESO"
                                                       TO  W-MOTIVO
               GO TO F-VALIDA-SALARIO.
           IF  IMP-SALARIO  <  W-SMMLV
               MOVE "SALARIO INFERIOR AL SMMLV"        TO  W-MOTIVO
               GO TO F-VALIDA-SALARIO.
           IF  IMP-INTEGRAL  NOT =  "S" GO TO F-VALIDA-SALARIO.
           MOVE "MULTINTEG"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-MULTIPLO-INT.
           IF  W-MULTIPLO-INT  =  ZEROS
               MOVE 13                 TO  W-MULTIPLO-INT.
           COMPUTE W-PISO-INTEGRAL  =  W-SMMLV  *  W-MULTIPLO-INT.
           IF  IMP-SALARIO  <  W-PISO-INTEGRAL
               MOVE "INTEGRAL INFERIOR AL MULTIPLO LEGAL DEL SMMLV"
                                                       TO  W-MOTIVO.
       F-VALIDA-SALARIO.
      *
       I-LEE-PARAMETRO.
           MOVE W-FECHA-PARAM          TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  NOT =  "00"
               MOVE ZEROS              TO  PRM-LNK-VALOR.
       F-LEE-PARAMETRO.
      *
       I-LISTAS.
           MOVE CON-COD-EMPRESA        TO  LST-LNK-EMPRESA.
           MOVE "E"                    TO  LST-LNK-ORIGEN.
           MOVE IMP-CEDULA             TO  LST-LNK-DOCUMENTO.
           MOVE IMP-NOMBRE             TO  LST-LNK-NOMBRE.
           MOVE W-PROGRAMA             TO  LST-LNK-PROGRAMA.
           MOVE WK-FECHA-HOY           TO  LST-LNK-FECHA.
           CALL "CNLISTCK"          USING  AREA-CNLISTCK.
       F-LISTAS.
      *
      ******************************************************************
      *  SEGUNDO PASO: GRABA HOJA DE VIDA Y CONTRATO ACTIVO DE LAS     *
      *  FILAS QUE PASARON TODA LA VALIDACION                          *
      ******************************************************************
       I-PASO-GRABA.
           OPEN INPUT CONTRMAS.
           MOVE ZEROS                  TO  FIN-OK  W-FILA.
           PERFORM I-GRABA-RENGLON     THRU F-GRABA-RENGLON
                   UNTIL FIN-OK = 1.
           CLOSE CONTRMAS.
       F-PASO-GRABA.
      *
       I-GRABA-RENGLON.
           READ CONTRMAS AT END
                MOVE 1                 TO  FIN-OK
                GO TO F-GRABA-RENGLON.
           ADD 1                       TO  W-FILA.
           IF  W-FILA  >  W-FIL-TOPE   GO TO F-GRABA-RENGLON.
           IF  FIL-MARCA(W-FILA)  =  "R"
               GO TO F-GRABA-RENGLON.
           PERFORM I-GRABA-HOJAVIDA    THRU F-GRABA-HOJAVIDA.
           IF  SW-1  =  1
               MOVE "CEDULA GRABADA POR OTRO USUARIO"  TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-GRABA-RENGLON.
      *  SIN LA AUTORIZACION DEL SUPERVISOR GRABADA NO HAY CONTRATO
           IF  FIL-MARCA(W-FILA)  =  "E"
               PERFORM I-GRABA-AUTORIZACION
                  THRU F-GRABA-AUTORIZACION
               IF  SW-1  =  1
                   PERFORM I-BORRA-HOJAVIDA THRU F-BORRA-HOJAVIDA
                   MOVE "NO SE GRABO LA AUTORIZACION DEL EXAMEN"
                                       TO  W-MOTIVO
                   PERFORM I-RECHAZA   THRU F-RECHAZA
                   GO TO F-GRABA-RENGLON.
           PERFORM I-GRABA-CONTRATO    THRU F-GRABA-CONTRATO.
           IF  SW-1  =  1
               PERFORM I-BORRA-HOJAVIDA THRU F-BORRA-HOJAVIDA
               IF  FIL-MARCA(W-FILA)  =  "E"
                   PERFORM I-BORRA-AUTORIZACION
                      THRU F-BORRA-AUTORIZACION.
           IF  SW-1  =  1
               MOVE "CONTRATO GRABADO POR OTRO USUARIO" TO  W-MOTIVO
               PERFORM I-RECHAZA       THRU F-RECHAZA
               GO TO F-GRABA-RENGLON.
           IF  IMP-TIPO  =  "TF"
               PERFORM I-GRABA-TERMINO THRU F-GRABA-TERMINO.
           MOVE "HOJAVIDA"             TO  W-ARCHIVO-LOG.
           MOVE "HOJAVIDA-CLAVE"       TO  W-CAMPO.
           MOVE "ALTA POR CONTRATACION MASIVA"
                                       TO  W-DESPUES.
           PERFORM I-AUDITA-ALTA       THRU F-AUDITA-ALTA.
           MOVE "CONTRATO"             TO  W-ARCHIVO-LOG.
           MOVE "CONTRATO-ESTADO"      TO  W-CAMPO.
           MOVE "A - CONTRATACION MASIVA"
                                       TO  W-DESPUES.
           PERFORM I-AUDITA-ALTA       THRU F-AUDITA-ALTA.
           ADD 1                       TO  W-GRABADOS.
       F-GRABA-RENGLON.
      *
       I-GRABA-HOJAVIDA.
           MOVE ZEROS                  TO  SW-1.
           INITIALIZE REG-HOJAVIDA.
           MOVE IMP-CEDULA             TO  HOJAVIDA-CLAVE
                                           HOJAVIDA-CEDULA.
           MOVE IMP-NOMBRE             TO  HOJAVIDA-NOMBRE.
           MOVE CON-COD-EMPRESA        TO  HOJAVIDA-EMPRESA.
           MOVE IMP-DIR                TO  HOJAVIDA-DIR.
           MOVE IMP-TEL                TO  HOJAVIDA-TEL.
           MOVE IMP-ESTCIVIL           TO  HOJAVIDA-ESTCIVIL.
           MOVE IMP-NACIONALIDAD       TO  HOJAVIDA-NACIONALIDAD.
           MOVE IMP-FECHA-NACE         TO  HOJAVIDA-FECHA-NACE.
           MOVE IMP-SEXO               TO  HOJAVIDA-SEXO.
           MOVE IMP-BANCO              TO  HOJAVIDA-BANCO.
           MOVE IMP-CTA-BANCARIA       TO  HOJAVIDA-CTA-BANCARIA.
           MOVE IMP-TIPO-CTA           TO  HOJAVIDA-TIPO-CTA.
           MOVE "N"                    TO  HOJAVIDA-HABEAS.
           WRITE REG-HOJAVIDA INVALID KEY
                 MOVE 1                TO  SW-1.
       F-GRABA-HOJAVIDA.
      *
       I-GRABA-CONTRATO.
           MOVE ZEROS                  TO  SW-1.
           INITIALIZE REG-CONTRATO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE IMP-CEDULA             TO  CONTRATO-CEDULA.
           MOVE IMP-CODIEMP            TO  CONTRATO-CODIEMP.
           MOVE IMP-TIPO               TO  CONTRATO-TIPO.
           MOVE IMP-CARGO              TO  CONTRATO-CARGO.
           MOVE IMP-SALARIO            TO  CONTRATO-SALARIO.
           MOVE IMP-FECHA-INGRESO      TO  CONTRATO-FECHA-INGRESO.
           MOVE ZEROS                  TO  CONTRATO-FECHA-RETIRO
                                           CONTRATO-FECHA-ANTIGUEDAD.
           MOVE IMP-CENCOS             TO  CONTRATO-CENCOS.
           MOVE "A"                    TO  CONTRATO-ESTADO.
           MOVE IMP-INTEGRAL           TO  CONTRATO-INTEGRAL.
           MOVE IMP-FONDO-PENSION      TO  CONTRATO-FONDO-PENSION.
           MOVE IMP-FONDO-CESANTIA     TO  CONTRATO-FONDO-CESANTIA.
           MOVE IMP-EPS                TO  CONTRATO-EPS.
           MOVE IMP-CAJA               TO  CONTRATO-CAJA.
           MOVE IMP-RIESGO             TO  CONTRATO-RIESGO.
           MOVE 1                      TO  CONTRATO-SECUENCIA.
           WRITE REG-CONTRATO INVALID KEY
                 MOVE 1                TO  SW-1.
       F-GRABA-CONTRATO.
      *
      *  SIN CONTRATO NO QUEDA LA HOJA DE VIDA RECIEN GRABADA
       I-BORRA-HOJAVIDA.
           MOVE IMP-CEDULA             TO  HOJAVIDA-CLAVE.
           DELETE HOJAVIDA RECORD INVALID KEY
                  MOVE 1               TO  SW-1.
       F-BORRA-HOJAVIDA.
      *
      *  TERMINO INICIAL DEL CONTRATO A TERMINO FIJO, COMO LA OPCION T
      *  DE PROG390
       I-GRABA-TERMINO.
           COMPUTE W-FECHA-ING  =  (IMP-ANO-ING  *  10000)
                   +  (IMP-MES-ING  *  100)  +  IMP-DIA-ING.
           MOVE "D"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-ING            TO  FEC-LNK-FECHA.
           MOVE IMP-FECHA-VENCE        TO  FEC-LNK-FECHA-2.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           COMPUTE W-DIAS  =  FEC-LNK-DIAS  +  1.
           INITIALIZE REG-PRORROGA.
           MOVE CON-COD-EMPRESA        TO  PRR-CIA.
           MOVE IMP-CEDULA             TO  PRR-CEDULA.
           MOVE 1                      TO  PRR-SECUENCIA.
           MOVE ZEROS                  TO  PRR-NUMERO
                                           PRR-PREAVISO-FECHA.
           MOVE "I"                    TO  PRR-TIPO.
           MOVE W-FECHA-ING            TO  PRR-FECHA-DESDE.
           MOVE IMP-FECHA-VENCE        TO  PRR-FECHA-HASTA.
           MOVE W-DIAS                 TO  PRR-DIAS.
           MOVE SPACES                 TO  PRR-PREAVISO-CLASE.
           MOVE "V"                    TO  PRR-ESTADO.
           MOVE WK-FECHA-HOY           TO  PRR-FECHA-REGISTRO.
           MOVE CON-USERNAME           TO  PRR-USUARIO.
           WRITE REG-PRORROGA INVALID KEY
                 REWRITE REG-PRORROGA.
       F-GRABA-TERMINO.
      *
      *  LA AUTORIZACION QUEDA COMO EXAMEN DE INGRESO "S" VENCIDO DESDE
      *  HOY, PARA QUE EL REPORTE DE PROG596 LO SIGA MOSTRANDO
       I-GRABA-AUTORIZACION.
           MOVE ZEROS                  TO  SW-1.
           INITIALIZE REG-EXAMEDIC.
           MOVE CON-COD-EMPRESA        TO  EXM-EMPRESA.
           MOVE IMP-CEDULA             TO  EXM-CEDULA.
           MOVE WK-FECHA-HOY           TO  EXM-FECHA  EXM-PROXIMO
                                           EXM-FECHA-GRABA.
           MOVE "I"                    TO  EXM-TIPO.
           MOVE "S"                    TO  EXM-RESULTADO.
           MOVE W-MOTIVO-SUP           TO  EXM-RESTRICCIONES.
           MOVE IMP-RIESGO             TO  EXM-RIESGO.
           MOVE CON-USERNAME           TO  EXM-USUARIO.
           WRITE REG-EXAMEDIC INVALID KEY
                 MOVE 1                TO  SW-1.
       F-GRABA-AUTORIZACION.
      *
      *  SIN CONTRATO TAMPOCO QUEDA LA AUTORIZACION RECIEN GRABADA
       I-BORRA-AUTORIZACION.
           MOVE CON-COD-EMPRESA        TO  EXM-EMPRESA.
           MOVE IMP-CEDULA             TO  EXM-CEDULA.
           MOVE WK-FECHA-HOY           TO  EXM-FECHA.
           MOVE "I"                    TO  EXM-TIPO.
           DELETE EXAMEDIC RECORD INVALID KEY
                  MOVE 1               TO  SW-1.
       F-BORRA-AUTORIZACION.
      *
      ******************************************************************
      *  BITACORA AUDICAMP DEL ALTA, CON EL MOTIVO                     *
      ******************************************************************
       I-AUDITA-ALTA.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-FECHA-HOY           TO  AUDICAMP-FECHA.
           MOVE WK-HORA-HOY            TO  AUDICAMP-HORA.
           MOVE ZEROS                  TO  AUDICAMP-CONSEC.
           MOVE CON-USERNAME           TO  AUDICAMP-USUARIO.
           MOVE ID-PRG                 TO  AUDICAMP-PROGRAMA.
           MOVE W-ARCHIVO-LOG          TO  AUDICAMP-ARCHIVO.
           MOVE CON-COD-EMPRESA        TO  LOG-CIA.
           MOVE IMP-CEDULA             TO  LOG-CEDULA.
           MOVE W-LLAVE-LOG            TO  AUDICAMP-LLAVE.
           MOVE W-CAMPO                TO  AUDICAMP-CAMPO.
           MOVE SPACES                 TO  AUDICAMP-ANTES.
           MOVE W-DESPUES              TO  AUDICAMP-DESPUES.
       I-AUDITA-GRABA.
           WRITE REG-AUDICAMP INVALID KEY
                 ADD 1                 TO  AUDICAMP-CONSEC
                 GO TO I-AUDITA-GRABA.
       F-AUDITA-ALTA.
      *
       I-RECHAZA.
           ADD 1                       TO  W-RECHAZADOS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-FILA                 TO  I-FILA.
           IF  IMP-CEDULA  IS NUMERIC
               MOVE IMP-CEDULA         TO  I-CEDULA.
           MOVE IMP-NOMBRE             TO  I-NOMBRE.
           MOVE W-MOTIVO               TO  I-MOTIVO.
           PERFORM I-IMPRIME-LINEA     THRU F-IMPRIME-LINEA.
       F-RECHAZA.
      *
       I-IMPRIME-LINEA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-IMPRIME-LINEA.
      *
       I-TOTAL-IMPORTA.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "RENGLONES LEIDOS"     TO  I-TOT-TEXTO.
           MOVE W-LEIDOS               TO  I-TOT-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "RENGLONES VALIDOS"    TO  I-TOT-TEXTO.
           MOVE W-VALIDOS              TO  I-TOT-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "VALIDOS SIN EXAMEN (AUTORIZADOS)"
                                       TO  I-TOT-TEXTO.
           MOVE W-SIN-EXAMEN           TO  I-TOT-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "RENGLONES RECHAZADOS" TO  I-TOT-TEXTO.
           MOVE W-RECHAZADOS           TO  I-TOT-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           IF  W-MODO  =  "G"
               MOVE "CONTRATOS ACTIVOS GRABADOS" TO  I-TOT-TEXTO
               MOVE W-GRABADOS         TO  I-TOT-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1
           ELSE
               MOVE "SOLO VALIDACION - NO SE GRABO NADA"
                                       TO  I-TOT-TEXTO
               MOVE ZEROS              TO  I-TOT-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           DISPLAY "PROCESO TERMINADO - VEA EL LISTADO DE RECHAZOS"
                   LINE 24 POSITION 01 REVERSE.
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
       I-FIN-MODE.
           CLOSE TIPONACI TABLAEMP NOMICORP FPENSION FONCESAN
                 CJASUBSI NOMIBANK TARIESGO HOJAVIDA CONTRATO
                 EXAMEDIC PRORROGA AUDICAMP INFORMES.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PRO\EXAMENES.PRO".
               COPY "..\PLB\INFORMES.PLB".
