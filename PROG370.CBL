      * PARTIDA DE GASTO/COSTO SE REPARTE SEGUN SUS PORCENTAJES        *
      * (EL RESIDUO DEL REDONDEO VA A LA ULTIMA LINEA); SIN            *
      * DISTRIBUCION TODO SIGUE EN EL CENCOS DEL ACUMULADO.            *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      * OCT-15-2026 PUNTO DE CONTROL (PUNTOCTL) CADA N PARTIDAS: LA    *
      * CORRIDA INTERRUMPIDA SE REANUDA DESDE EL PUNTO O SE DESHACE    *
      * (BORRA LAS LINEAS DEL COMPROBANTE); EN CADENA (PROG983) EL     *
      * TIPO SALE DE TIPONOMI, SE REANUDA SOLA Y DEJA EL RESULTADO     *
      * EN LOTERES                                                     *
      * OCT-15-2026 EL CONTROL DE CIERRE SE HACE TAMBIEN AL REANUDAR O *
      * DESHACER UNA CORRIDA INTERRUMPIDA                              *
      * OCT-15-2026 EL PERIODO Y LAS OPCIONES DE LA CORRIDA QUEDAN EN  *
      * EL ARCHIVO DE LISTADOS (CNREPORT)                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\DISTCENC.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\PUNTOCTL.DYC".
               COPY "..\DYC\LOTERES.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\DISTCENC.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\PUNTOCTL.FD".
               COPY "..\FD\LOTERES.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG370".
       77      W-DIS-ASIGNADO      PIC S9(11)V99 VALUE ZEROS.
       77      W-DIS-PARTE         PIC S9(11)V99 VALUE ZEROS.
       77      FIN-DIS             PIC 9(01) VALUE ZEROS.
       77      W-ACCION            PIC X(01) VALUE SPACES.
       77      W-FASE              PIC 9(01) VALUE ZEROS.
       77      W-ESTADO-PCT        PIC X(01) VALUE SPACES.
       77      W-CADA-PUNTO        PIC 9(04) VALUE ZEROS.
       77      W-DESDE-PUNTO       PIC 9(04) VALUE ZEROS.
       77      W-PCT-FECHA-INI     PIC 9(08) VALUE ZEROS.
       77      W-PCT-HORA-INI      PIC 9(08) VALUE ZEROS.
       77      W-PCT-REANUDA       PIC 9(02) VALUE ZEROS.
       77      W-PCT-PARTIDAS      PIC 9(08) VALUE ZEROS.
       77      W-DESDE-SEC         PIC 9(06) VALUE ZEROS.
       77      W-BORRADAS          PIC 9(06) VALUE ZEROS.
       77      W-NO-BORRADAS       PIC 9(06) VALUE ZEROS.
       77      SW-LOTE             PIC 9(01) VALUE ZEROS.
       77      W-LOTE-ESTADO       PIC X(02) VALUE "ER".
       01      TABLA-PARTIDAS.
        03     PAR-ENTRADA         OCCURS 300 TIMES.
         05    PAR-CUENTA          PIC 9(10).
        03     CIE-LNK-ANO         PIC 9(04) VALUE ZEROS.
        03     CIE-LNK-PERIODO     PIC 9(03) VALUE ZEROS.
        03     CIE-LNK-ESTADO      PIC X(01) VALUE SPACES.
       01      W-PARAMETROS.
        03     FILLER              PIC X(08) VALUE "PERIODO ".
        03     W-PAR-ANO           PIC 9(04) VALUE ZEROS.
        03     FILLER              PIC X(01) VALUE "/".
        03     W-PAR-PER           PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(06) VALUE " TIPO ".
        03     W-PAR-TIPO          PIC 9(02) VALUE ZEROS.
        03     FILLER              PIC X(08) VALUE " ACCION ".
        03     W-PAR-ACCION        PIC X(01) VALUE SPACES.
        03     FILLER              PIC X(27) VALUE SPACES.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\DISTCENC.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\PUNTOCTL.LBL".
               COPY "..\LBL\LOTERES.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
         05    FILLER      PIC X(02).
         05    I-VDEB      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-VCRE      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     LINEA-DE-CUENTA.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\DISTCENC.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\PUNTOCTL.DCL".
               COPY "..\DCL\LOTERES.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
       I-MAIN-PROCESS.
           COPY "..\PRO\CONTROLA.PRO".
           INITIALIZE WK-EXCEPTION
      *  CORRIDA POR CADENA (PROG983): SIN OPERADOR NI ACCEPT; EL
      *  RESULTADO DEL PASO QUEDA EN LOTERES
           IF  CON-USERNAME  =  "BAT"
               MOVE 1                TO  SW-LOTE  SW-IO-LOTE.
           IF  SW-LOTE  =  ZEROS
               PERFORM I-USUARIOS    THRU F-USUARIOS
               IF  SW-USER  =  1     EXIT PROGRAM.
           PERFORM I-PROCESO-AUDITE  THRU F-PROCESO-AUDITE
           IF  SW-LOTE  =  ZEROS
               PERFORM I-PANTALLA-1B THRU F-PANTALLA-1B.
      *  UNA CORRIDA INTERRUMPIDA DEL PERIODO YA TIENE TIPO Y NUMERO:
      *  SOLO SE REANUDA O SE DESHACE
           PERFORM I-PUNTO-CONTROL   THRU F-PUNTO-CONTROL
           PERFORM I-VERIFICA-CIERRE THRU F-VERIFICA-CIERRE
           IF  W-ACCION  =  "N"  AND  SW-LOTE  =  ZEROS
               PERFORM I-ACEPTA-DATOS THRU F-ACEPTA-DATOS.
           IF  W-ACCION  =  "N"  AND  SW-LOTE  =  1
               PERFORM I-TIPO-LOTE   THRU F-TIPO-LOTE.
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           IF  W-ACCION  =  "N"
               PERFORM I-YA-GENERADO THRU F-YA-GENERADO.
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           IF  W-ACCION  =  "D"
               PERFORM I-DESHACE     THRU F-DESHACE
           ELSE
               PERFORM I-CONTABILIZA THRU F-CONTABILIZA.
           MOVE "OK"                   TO  W-LOTE-ESTADO
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TIPO  =  ZEROS        GO TO I-ACEPTA-DATOS.
       I-CONFIRMA.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  NOT =  "C"
               GO TO I-CONFIRMA.
       F-ACEPTA-DATOS.
      *
      *  EL PERIODO EN CIERRE O CERRADO NO RECIBE MAS MOVIMIENTOS
       I-VERIFICA-CIERRE.
           MOVE CON-COD-EMPRESA        TO  CIE-LNK-EMPRESA.
           MOVE CON-ANO                TO  CIE-LNK-ANO.
           MOVE CON-PERIODO            TO  CIE-LNK-PERIODO.
               DISPLAY "PERIODO CERRADO (PROG028)"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
       F-VERIFICA-CIERRE.
      *
      ******************************************************************
      *  EN CADENA EL TIPO DE COMPROBANTE NO SE DIGITA: SALE DEL       *
      *  PARAMETRO TIPONOMI DE PARAMLEG (PROG126)                      *
      ******************************************************************
       I-TIPO-LOTE.
           MOVE "TIPONOMI"             TO  PRM-LNK-CODIGO.
           MOVE WK-FECHA-HOY           TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  NOT =  "00"
           OR  PRM-LNK-VALOR  =  ZEROS
               DISPLAY "FALTA TIPONOMI EN PARAMLEG (PROG126)"
                       LINE 24 POSITION 01 REVERSE
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           MOVE PRM-LNK-VALOR          TO  W-TIPO.
       F-TIPO-LOTE.
      *
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
           MOVE CON-ANO                TO  W-PAR-ANO.
           MOVE CON-PERIODO            TO  W-PAR-PER.
           MOVE W-TIPO                 TO  W-PAR-TIPO.
           MOVE W-ACCION               TO  W-PAR-ACCION.
           MOVE W-PARAMETROS           TO  REP-LNK-PARAMETROS.
           MOVE 370                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
           MOVE CNS-NUMERO             TO  W-NUMERO.
       F-TOMA-NUMERO.
      *
      *  W-CRE-IDX Y W-SECUENCIA VIENEN EN CERO O, AL REANUDAR, CON
      *  LA ULTIMA PARTIDA Y LA ULTIMA LINEA DEL PUNTO DE CONTROL
       I-GRABA-COMPROBANTE.
       I-GRABA-PARTIDA.
           ADD 1                       TO  W-CRE-IDX.
           IF  W-CRE-IDX  >  W-CRE-TOPE
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-REINTENTA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           IF  VALOR-DOCTOS  >  ZEROS
               ADD VALOR-DOCTOS        TO  W-TOPE-DEBITOS.
      *  SOPORTE DE TRAZABILIDAD CONCEPTO -> CUENTA
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           ADD 1                       TO  W-DESDE-PUNTO.
           IF  W-DESDE-PUNTO  NOT <  W-CADA-PUNTO
               PERFORM I-GRABA-PUNTO   THRU F-GRABA-PUNTO
               MOVE ZEROS              TO  W-DESDE-PUNTO.
           GO TO I-GRABA-PARTIDA.
       F-GRABA-COMPROBANTE.
      *
       I-FIN-MODE.
           CLOSE CONCPTOS NOMIACUM DISTCENC CNDOCTOS INFORMES.
       I-FIN-SALIR.
           PERFORM I-REPORTA-LOTE      THRU F-REPORTA-LOTE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
               GO TO I-MARCA-TOPE-LEE.
           MOVE "P"                    TO  APROBACION-DOCTOS.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           GO TO I-MARCA-TOPE-LEE.
       F-MARCA-TOPE.
      *
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
       F-VERIFICA-CUADRE.
      *
      ******************************************************************
      *  CONTABILIZACION CON PUNTO DE CONTROL EN PUNTOCTL: FASE 1      *
      *  GRABACION DE PARTIDAS (PUNTO CADA W-CADA-PUNTO), FASE 2 TOPE  *
      *  DE APROBACION.  LA TABLA DE PARTIDAS SE REARMA IGUAL DESDE    *
      *  NOMIACUM; AL REANUDAR SE BORRAN LAS LINEAS POSTERIORES AL     *
      *  PUNTO Y SE SIGUE CON LA PARTIDA SIGUIENTE                     *
      ******************************************************************
       I-CONTABILIZA.
           PERFORM I-ACUMULA-PARTIDAS  THRU F-ACUMULA-PARTIDAS.
      *  NINGUN COMPROBANTE SALE DESCUADRADO: CONCEPTOS CON CUENTAS
      *  INCOMPLETAS, TABLA LLENA O DEBITOS <> CREDITOS ABORTAN LA
      *  CORRIDA ANTES DE CONSUMIR CONSECUTIVO Y DE GRABAR
           PERFORM I-VERIFICA-CUADRE   THRU F-VERIFICA-CUADRE.
           MOVE "E"                    TO  W-ESTADO-PCT.
           IF  W-ACCION  =  "R"        GO TO I-CONTABILIZA-REANUDA.
           PERFORM I-TOMA-NUMERO       THRU F-TOMA-NUMERO.
           MOVE 1                      TO  W-FASE.
           MOVE ZEROS                  TO  W-SECUENCIA  W-CRE-IDX
                                           W-TOPE-DEBITOS.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
           GO TO I-CONTABILIZA-GRABA.
       I-CONTABILIZA-REANUDA.
      *  SI LOS ACUMULADOS CAMBIARON DESDE LA CORRIDA INTERRUMPIDA LA
      *  TABLA YA NO ES LA MISMA: SOLO QUEDA DESHACERLA
           IF  W-CRE-TOPE  NOT =  W-PCT-PARTIDAS
               DISPLAY "LOS ACUMULADOS CAMBIARON - DESHAGA LA CORRIDA"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM I-FIN-MODE      THRU F-FIN-MODE.
           IF  W-FASE  >  1            GO TO I-CONTABILIZA-TOPE.
           MOVE W-SECUENCIA            TO  W-DESDE-SEC.
           PERFORM I-REVIERTE-PARTIDAS THRU F-REVIERTE-PARTIDAS.
           MOVE SPACES                 TO  LINEA-DE-CUENTA.
           MOVE "REANUDADO DESPUES DE LA LINEA:"  TO  I-TEXTO.
           MOVE W-SECUENCIA            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-CUENTA AFTER 1.
           ADD 1                       TO  CON-LIN.
       I-CONTABILIZA-GRABA.
           MOVE ZEROS                  TO  W-DESDE-PUNTO.
           PERFORM I-GRABA-COMPROBANTE THRU F-GRABA-COMPROBANTE.
           MOVE 2                      TO  W-FASE.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
       I-CONTABILIZA-TOPE.
           PERFORM I-MARCA-TOPE        THRU F-MARCA-TOPE.
           PERFORM I-TOTAL-FINAL       THRU F-TOTAL-FINAL.
           MOVE "T"                    TO  W-ESTADO-PCT.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
       F-CONTABILIZA.
      *
      ******************************************************************
      *  SI LA ULTIMA CONTABILIZACION DEL PERIODO QUEDO EN CURSO (SE   *
      *  INTERRUMPIO) SE OFRECE REANUDARLA DESDE SU PUNTO DE CONTROL   *
      *  O DESHACERLA.  EN CADENA (PROG983) SE REANUDA SIN PREGUNTAR   *
      ******************************************************************
       I-PUNTO-CONTROL.
           MOVE "N"                    TO  W-ACCION.
           MOVE ZEROS                  TO  W-FASE  W-PCT-REANUDA.
           PERFORM I-CADA-PUNTO        THRU F-CADA-PUNTO.
           PERFORM I-LEE-PUNTO         THRU F-LEE-PUNTO.
           IF  SW-1  =  1              GO TO I-PUNTO-NUEVO.
           IF  PCT-ESTADO  NOT =  "E"  GO TO I-PUNTO-NUEVO.
           MOVE PCT-TIPO               TO  W-TIPO.
           MOVE PCT-NUMERO             TO  W-NUMERO.
           MOVE PCT-FECHA-INICIO       TO  W-PCT-FECHA-INI.
           MOVE PCT-HORA-INICIO        TO  W-PCT-HORA-INI.
           IF  SW-LOTE  =  1           GO TO I-PUNTO-REANUDA.
           DISPLAY W-TIPO              LINE 10 POSITION 46 REVERSE.
           DISPLAY "+--------------------------------------------+"
                                       LINE 14 POSITION 20
           DISPLAY "! CONTABILIZACION ANTERIOR INTERRUMPIDA      !"
                                       LINE 15 POSITION 20
           DISPLAY "! TIPO:       NUMERO:        LINEAS:         !"
                                       LINE 16 POSITION 20
           DISPLAY "! INICIADA EL:                               !"
                                       LINE 17 POSITION 20
           DISPLAY "!  <R> REANUDAR   <D> DESHACER   [F2] SALIR  !"
                                       LINE 18 POSITION 20
           DISPLAY "+--------------------------------------------+"
                                       LINE 19 POSITION 20.
           DISPLAY PCT-TIPO            LINE 16 POSITION 28 REVERSE.
           DISPLAY PCT-NUMERO          LINE 16 POSITION 42 REVERSE.
           DISPLAY PCT-SECUENCIA       LINE 16 POSITION 57 REVERSE.
           DISPLAY PCT-FECHA-INICIO    LINE 17 POSITION 35 REVERSE.
       I-PUNTO-OPCION.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-TRUCO  =  "D"
               MOVE "D"                TO  W-ACCION
               GO TO F-PUNTO-CONTROL.
           IF  W-TRUCO  NOT =  "R"
               GO TO I-PUNTO-OPCION.
       I-PUNTO-REANUDA.
           MOVE "R"                    TO  W-ACCION.
           MOVE PCT-FASE               TO  W-FASE.
           MOVE PCT-PARTIDA            TO  W-CRE-IDX.
           MOVE PCT-SECUENCIA          TO  W-SECUENCIA.
           MOVE PCT-VALOR              TO  W-TOPE-DEBITOS.
           MOVE PCT-LEIDOS             TO  W-PCT-PARTIDAS.
           COMPUTE W-PCT-REANUDA  =  PCT-REANUDACIONES  +  1.
           GO TO F-PUNTO-CONTROL.
       I-PUNTO-NUEVO.
           MOVE WK-FECHA-HOY           TO  W-PCT-FECHA-INI.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-HORA-HOY            TO  W-PCT-HORA-INI.
       F-PUNTO-CONTROL.
      *
      ******************************************************************
      *  CADA CUANTAS PARTIDAS SE GRABA EL PUNTO: PARAMETRO PUNTOCTL   *
      *  DE PARAMLEG (PROG126); SIN EL PARAMETRO, CADA 50              *
      ******************************************************************
       I-CADA-PUNTO.
           MOVE 50                     TO  W-CADA-PUNTO.
           MOVE "PUNTOCTL"             TO  PRM-LNK-CODIGO.
           MOVE WK-FECHA-HOY           TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"
           AND PRM-LNK-VALOR  >  ZEROS
           AND PRM-LNK-VALOR  <  10000
               MOVE PRM-LNK-VALOR      TO  W-CADA-PUNTO.
       F-CADA-PUNTO.
      *
       I-LEE-PUNTO.
           MOVE ZEROS                  TO  SW-1.
           MOVE CON-COD-EMPRESA        TO  LAB-PUNTOCTL-CIA.
           OPEN INPUT PUNTOCTL.
           IF  PUNTOCTL-STATUS  =  "35"
               MOVE 1                  TO  SW-1
               GO TO F-LEE-PUNTO.
           MOVE CON-COD-EMPRESA        TO  PCT-EMPRESA.
           MOVE W-PROGRAMA             TO  PCT-PROGRAMA.
           MOVE CON-ANO                TO  PCT-ANO.
           MOVE CON-PERIODO            TO  PCT-PERIODO.
           READ PUNTOCTL WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           CLOSE PUNTOCTL.
       F-LEE-PUNTO.
      *
      ******************************************************************
      *  GRABA EL PUNTO DE CONTROL CON EL COMPROBANTE, LA ULTIMA       *
      *  PARTIDA Y LA ULTIMA LINEA GRABADAS Y LOS DEBITOS QUE LLEVA    *
      ******************************************************************
       I-GRABA-PUNTO.
           MOVE CON-COD-EMPRESA        TO  LAB-PUNTOCTL-CIA.
           OPEN I-O PUNTOCTL.
           IF  PUNTOCTL-STATUS  =  "35"
               OPEN OUTPUT PUNTOCTL
               CLOSE PUNTOCTL
               OPEN I-O PUNTOCTL.
           MOVE SPACES                 TO  REG-PUNTOCTL.
           MOVE CON-COD-EMPRESA        TO  PCT-EMPRESA.
           MOVE W-PROGRAMA             TO  PCT-PROGRAMA.
           MOVE CON-ANO                TO  PCT-ANO.
           MOVE CON-PERIODO            TO  PCT-PERIODO.
           MOVE W-ESTADO-PCT           TO  PCT-ESTADO.
           MOVE W-FASE                 TO  PCT-FASE.
           MOVE W-CADA-PUNTO           TO  PCT-CADA.
           MOVE ZEROS                  TO  PCT-ULT-CEDULA  PCT-EMPLEADOS
                                           PCT-OMITIDOS  PCT-DIFERIDOS.
           MOVE W-CRE-TOPE             TO  PCT-LEIDOS.
           MOVE W-SECUENCIA            TO  PCT-PROCESADOS
                                           PCT-SECUENCIA.
           MOVE W-TOPE-DEBITOS         TO  PCT-VALOR.
           MOVE W-TIPO                 TO  PCT-TIPO.
           MOVE W-NUMERO               TO  PCT-NUMERO.
           MOVE W-CRE-IDX              TO  PCT-PARTIDA.
           MOVE W-PCT-FECHA-INI        TO  PCT-FECHA-INICIO.
           MOVE W-PCT-HORA-INI         TO  PCT-HORA-INICIO.
           MOVE WK-FECHA-HOY           TO  PCT-FECHA-PUNTO.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-HORA-HOY            TO  PCT-HORA-PUNTO.
           MOVE CON-USERNAME           TO  PCT-USUARIO.
           MOVE W-PCT-REANUDA          TO  PCT-REANUDACIONES.
           WRITE REG-PUNTOCTL INVALID KEY
                 REWRITE REG-PUNTOCTL.
           CLOSE PUNTOCTL.
       F-GRABA-PUNTO.
      *
      ******************************************************************
      *  BORRA LAS LINEAS DEL COMPROBANTE POSTERIORES A W-DESDE-SEC    *
      *  (CERO = TODAS).  UNA LINEA YA ACTUALIZADA EN SALDOS NO SE     *
      *  BORRA: SE CUENTA Y SE AVISA                                   *
      ******************************************************************
       I-REVIERTE-PARTIDAS.
           MOVE ZEROS                  TO  FIN-OK  W-BORRADAS
                                           W-NO-BORRADAS  KEY00-DOCTOS.
           MOVE W-TIPO                 TO  RADICTIP-DOCTOS.
           MOVE W-NUMERO               TO  RADICDOC-DOCTOS.
           COMPUTE RADIC-AUTOMATICA-DOCTOS  =  W-DESDE-SEC  +  1.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-REVIERTE-LEE.
           IF  FIN-OK  =  1            GO TO I-REVIERTE-AVISO.
           READ CNDOCTOS NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-REVIERTE-LEE.
           IF  RADICTIP-DOCTOS  NOT =  W-TIPO
           OR  RADICDOC-DOCTOS  NOT =  W-NUMERO
               MOVE 1                  TO  FIN-OK
               GO TO I-REVIERTE-LEE.
           IF  CONDICION-DOCTOS  NOT =  ZEROS
               ADD 1                   TO  W-NO-BORRADAS
               GO TO I-REVIERTE-LEE.
           DELETE CNDOCTOS RECORD.
           MOVE "D"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           ADD 1                       TO  W-BORRADAS.
           GO TO I-REVIERTE-LEE.
       I-REVIERTE-AVISO.
           IF  W-NO-BORRADAS  =  ZEROS GO TO F-REVIERTE-PARTIDAS.
           MOVE SPACES                 TO  LINEA-DE-CUENTA.
           MOVE "LINEAS YA ACTUALIZADAS (NO BORRADAS):"  TO  I-TEXTO.
           MOVE W-NO-BORRADAS          TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-CUENTA AFTER 1.
           ADD 1                       TO  CON-LIN.
           DISPLAY "HAY LINEAS YA ACTUALIZADAS EN SALDOS - VEA LISTADO"
                   LINE 23 POSITION 01 REVERSE.
       F-REVIERTE-PARTIDAS.
      *
      ******************************************************************
      *  DESHACE LA CONTABILIZACION INTERRUMPIDA: BORRA LAS LINEAS     *
      *  GRABADAS DEL COMPROBANTE.  EL NUMERO YA TOMADO DEL            *
      *  CONSECUTIVO (CNCONSEC) QUEDA SIN USAR                         *
      ******************************************************************
       I-DESHACE.
           MOVE ZEROS                  TO  W-DESDE-SEC.
           PERFORM I-REVIERTE-PARTIDAS THRU F-REVIERTE-PARTIDAS.
           MOVE "D"                    TO  W-ESTADO-PCT.
           MOVE ZEROS                  TO  W-FASE  W-CRE-IDX  W-CRE-TOPE
                                           W-SECUENCIA  W-TOPE-DEBITOS.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
           MOVE SPACES                 TO  LINEA-DE-CUENTA.
           MOVE "CONTABILIZACION INTERRUMPIDA DESHECHA"  TO  I-TEXTO.
           WRITE REG-INFORMES FROM LINEA-DE-CUENTA AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-CUENTA.
           MOVE "COMPROBANTE SIN USAR No:"  TO  I-TEXTO.
           MOVE W-NUMERO               TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-CUENTA AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-CUENTA.
           MOVE "LINEAS BORRADAS:"     TO  I-TEXTO.
           MOVE W-BORRADAS             TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-CUENTA AFTER 1.
           DISPLAY "CONTABILIZACION DESHECHA - CORRA DE NUEVO"
                   LINE 24 POSITION 01 REVERSE.
       F-DESHACE.
      *
      ******************************************************************
      *  EN CADENA DEJA EL RESULTADO DEL PASO EN LOTERES, DONDE EL     *
      *  EJECUTOR (PROG983) Y LA REVISION (PROG982) LO CONSULTAN       *
      ******************************************************************
       I-REPORTA-LOTE.
           IF  SW-LOTE  NOT =  1       GO TO F-REPORTA-LOTE.
           OPEN INPUT LOTERES.
           IF  LOTERES-STATUS  =  "35"
               CLOSE LOTERES
               OPEN OUTPUT LOTERES
               CLOSE LOTERES
           ELSE
               CLOSE LOTERES.
           OPEN I-O LOTERES.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-FECHA-HOY           TO  LOT-FECHA.
           MOVE WK-HORA-HOY            TO  LOT-HORA.
           MOVE CON-COD-EMPRESA        TO  LOT-EMPRESA-K.
           MOVE CON-ANO                TO  LOT-ANO.
           MOVE CON-PERIODO            TO  LOT-PER-DESDE
                                           LOT-PER-HASTA.
           MOVE "N"                    TO  LOT-SIMULACION.
           MOVE W-SECUENCIA            TO  LOT-MOVIMIENTOS.
           MOVE ZEROS                  TO  LOT-INCONSISTENCIAS.
           MOVE "PROG370"              TO  LOT-PROGRAMA.
           MOVE W-LOTE-ESTADO          TO  LOT-ESTADO.
           WRITE REG-LOTERES INVALID KEY
                 REWRITE REG-LOTERES.
           CLOSE LOTERES.
       F-REPORTA-LOTE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
