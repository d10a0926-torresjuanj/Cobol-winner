      ******************************************************************
      * CIERRE DE NOMINA DEL PERIODO: NOVEDADES A ACUMULADOS           *
      * AGO-23-2026                                                    *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      * OCT-15-2026 PUNTO DE CONTROL (PUNTOCTL) CADA N EMPLEADOS: LA   *
      * CORRIDA INTERRUMPIDA SE REANUDA DESDE EL PUNTO O SE DESHACE;   *
      * EN CADENA (PROG983) SE REANUDA SOLA Y DEJA EL RESULTADO EN     *
      * LOTERES                                                        *
      * OCT-15-2026 LA NOVEDAD DIFERIDA AL NOMINOVE DEL ANO SIGUIENTE  *
      * (NOVEDEST) TAMBIEN QUEDA EN EL DIARIO DE TRANSACCIONES         *
      * OCT-15-2026 EL PERIODO Y LAS OPCIONES DE LA CORRIDA QUEDAN EN  *
      * EL ARCHIVO DE LISTADOS (CNREPORT)                              *
      *                                                                *
      * UNA VEZ REVISADA LA PRELIQUIDACION (PROG310), ESTE PROCESO     *
      * PASA LAS NOVEDADES DEL PERIODO (NOMINOVE) AL ARCHIVO DE        *
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\ARRASTRE.DYC".
               COPY "..\DYC\PUNTOCTL.DYC".
               COPY "..\DYC\LOTERES.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT NOVEDEST ASSIGN TO RANDOM "NOVEDEST"
                  ORGANIZATION INDEXED
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\ARRASTRE.FD".
               COPY "..\FD\PUNTOCTL.FD".
               COPY "..\FD\LOTERES.FD".
               COPY "..\FD\INFORMES.FD".
      ******************************************************************
      *  NOVEDADES DEL ANO SIGUIENTE (MISMA ESTRUCTURA DE NOMINOVE):   *
       77      W-ULT-PERIODO       PIC 9(03) VALUE ZEROS.
       77      W-DEST-ABIERTO      PIC 9(01) VALUE ZEROS.
       77      NOVEDEST-STATUS     PIC X(02) VALUE "00".
       77      W-EMPLEADOS         PIC 9(06) VALUE ZEROS.
       77      W-TOTAL-NETO        PIC S9(13)V99 VALUE ZEROS.
       77      W-CEDULA-ACT        PIC 9(12) VALUE ZEROS.
       77      W-CEDULA-OK         PIC 9(12) VALUE ZEROS.
       77      W-DESDE-CEDULA      PIC 9(12) VALUE ZEROS.
       77      W-CEDULA-REV        PIC 9(12) VALUE ZEROS.
       77      W-REV-NOVEDADES     PIC 9(06) VALUE ZEROS.
       77      W-REV-ACUMULADOS    PIC 9(06) VALUE ZEROS.
       77      FIN-REV             PIC 9(01) VALUE ZEROS.
       77      FIN-ACU             PIC 9(01) VALUE ZEROS.
       77      W-ACCION            PIC X(01) VALUE SPACES.
       77      W-FASE              PIC 9(01) VALUE ZEROS.
       77      W-ESTADO-PCT        PIC X(01) VALUE SPACES.
       77      W-CADA-PUNTO        PIC 9(04) VALUE ZEROS.
       77      W-DESDE-PUNTO       PIC 9(04) VALUE ZEROS.
       77      W-PCT-FECHA-INI     PIC 9(08) VALUE ZEROS.
       77      W-PCT-HORA-INI      PIC 9(08) VALUE ZEROS.
       77      W-PCT-REANUDA       PIC 9(02) VALUE ZEROS.
       77      W-ARR-DE            PIC X(01) VALUE "P".
       77      W-ARR-A             PIC X(01) VALUE "R".
       77      SW-LOTE             PIC 9(01) VALUE ZEROS.
       77      W-LOTE-ESTADO       PIC X(02) VALUE "ER".
       01      W-PARAMETROS.
        03     FILLER              PIC X(08) VALUE "PERIODO ".
        03     W-PAR-ANO           PIC 9(04) VALUE ZEROS.
        03     FILLER              PIC X(01) VALUE "/".
        03     W-PAR-PER           PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(14) VALUE " PERIODICIDAD ".
        03     W-PAR-INDICA        PIC X(01) VALUE SPACES.
        03     FILLER              PIC X(29) VALUE SPACES.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      LAB-NOVEDEST.
        03     FILLER              PIC X(03) VALUE "NOV".
        03     LAB-NOVEDEST-CIA    PIC 9(03) VALUE ZEROS.
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\ARRASTRE.LBL".
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
        03     LINEA-DE-DETALLE.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZZ9.
        03     LINEA-DE-VALOR.
         05    I-TEXTO-V   PIC X(40).
         05    I-VALOR     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\ARRASTRE.DCL".
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
               PERFORM I-PANTALLA-1B THRU F-PANTALLA-1B
               PERFORM I-CONFIRMA    THRU F-CONFIRMA.
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-PUNTO-CONTROL   THRU F-PUNTO-CONTROL
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           IF  W-ACCION  =  "D"
               PERFORM I-DESHACE     THRU F-DESHACE
           ELSE
               PERFORM I-CIERRE      THRU F-CIERRE.
           MOVE "OK"                   TO  W-LOTE-ESTADO
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
           IF  WIN-INDICATIVO-PERIODO  =  "S"
               MOVE 52                 TO  W-ULT-PERIODO.
           MOVE 1                      TO  IND-INFORMES.
           MOVE CON-ANO                TO  W-PAR-ANO.
           MOVE CON-PERIODO            TO  W-PAR-PER.
           MOVE WIN-INDICATIVO-PERIODO TO  W-PAR-INDICA.
           MOVE W-PARAMETROS           TO  REP-LNK-PARAMETROS.
           MOVE 315                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      ******************************************************************
      *  RECORRE LAS NOVEDADES DEL PERIODO EN CURSO                    *
      ******************************************************************
      *  LOS CONTADORES LOS INICIA (O LOS RECUPERA DEL PUNTO DE
      *  CONTROL) I-PUNTO-CONTROL; LA REANUDACION ARRANCA EN EL
      *  EMPLEADO SIGUIENTE AL ULTIMO ACUMULADO COMPLETO
       I-PROCESO.
           MOVE ZEROS                  TO  FIN-OK  NOV-CLAVE
                                           W-CEDULA-ACT  W-DESDE-PUNTO.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           COMPUTE NOV-CODIEMP  =  W-DESDE-CEDULA  +  1.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
           PERFORM I-PROCESA-NOVEDAD   THRU F-PROCESA-NOVEDAD
                   UNTIL FIN-OK = 1.
           IF  W-CEDULA-ACT  NOT =  ZEROS
               ADD 1                   TO  W-EMPLEADOS
               MOVE W-CEDULA-ACT       TO  W-CEDULA-OK.
       F-PROCESO.
      *
       I-PROCESA-NOVEDAD.
           OR  NOV-PERIODO  NOT =  CON-PERIODO
               MOVE 1                  TO  FIN-OK
               GO TO F-PROCESA-NOVEDAD.
           IF  NOV-CODIEMP  NOT =  W-CEDULA-ACT
               PERFORM I-CAMBIO-EMPLEADO THRU F-CAMBIO-EMPLEADO.
           ADD 1                       TO  W-NOVEDADES.
      *  LA NOVEDAD YA ACUMULADA NO SE VUELVE A SUMAR
           IF  NOV-FLAG-ACUMULADOS  =  "S"
           PERFORM I-SUMA-NETO         THRU F-SUMA-NETO.
           MOVE "S"                    TO  NOV-FLAG-ACUMULADOS.
           REWRITE REG-NOMINOVE.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD 1                       TO  W-ACUMULADAS.
       F-PROCESA-NOVEDAD.
      *
      ******************************************************************
      *  CORTE DE EMPLEADO: EL ANTERIOR QUEDO ACUMULADO COMPLETO; CADA *
      *  W-CADA-PUNTO EMPLEADOS SE GRABA EL PUNTO DE CONTROL           *
      ******************************************************************
       I-CAMBIO-EMPLEADO.
           IF  W-CEDULA-ACT  =  ZEROS  GO TO I-CAMBIO-NUEVO.
           ADD 1                       TO  W-EMPLEADOS  W-DESDE-PUNTO.
           MOVE W-CEDULA-ACT           TO  W-CEDULA-OK.
           IF  W-DESDE-PUNTO  NOT <  W-CADA-PUNTO
               PERFORM I-GRABA-PUNTO   THRU F-GRABA-PUNTO
               MOVE ZEROS              TO  W-DESDE-PUNTO.
       I-CAMBIO-NUEVO.
           MOVE NOV-CODIEMP            TO  W-CEDULA-ACT.
       F-CAMBIO-EMPLEADO.
      *
       I-TIPO-CONCEPTO.
           MOVE SPACES                 TO  SW-TIPO-CONC.
               MOVE NOV-VLR            TO  W-NETO
           ELSE
               COMPUTE W-NETO  =  ZEROS  -  NOV-VLR.
           ADD W-NETO                  TO  W-TOTAL-NETO.
           MOVE ZEROS                  TO  SW-EOF.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           MOVE NOV-CODIEMP            TO  ACU-CEDULA.
           MOVE "ARRASTRES RECUPERADOS ESTE PERIODO:" TO  I-TEXTO.
           MOVE W-RECUPERADAS          TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "EMPLEADOS ACUMULADOS:"          TO  I-TEXTO.
           MOVE W-EMPLEADOS            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-VALOR.
           MOVE "NETO ACUMULADO DEL PERIODO:"    TO  I-TEXTO-V.
           MOVE W-TOTAL-NETO           TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-VALOR AFTER 1.
           IF  W-PCT-REANUDA  >  ZEROS
               MOVE SPACES             TO  LINEA-DE-DETALLE
               MOVE "CORRIDA REANUDADA (VECES):"  TO  I-TEXTO
               MOVE W-PCT-REANUDA      TO  I-CANT
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           DISPLAY "CIERRE DE NOMINA TERMINADO"
                   LINE 24 POSITION 01 REVERSE.
       F-TOTAL-FINAL.
           IF  W-DEST-ABIERTO  =  1
               CLOSE NOVEDEST.
       I-FIN-SALIR.
           PERFORM I-REPORTA-LOTE      THRU F-REPORTA-LOTE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
           ADD 1                       TO  W-DIFERIDAS.
           DELETE NOMINOVE INVALID KEY
                  NEXT SENTENCE.
           MOVE "D"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           GO TO I-DIFIERE-PAS-CICLO.
       F-DIFIERE-PASADA.
      *
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-GRABA-ARR-NOV.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
       I-GRABA-ARR-SIGUE.
      *  SE RESTAURA LA LLAVE ORIGINAL PARA EL DELETE DEL PERIODO
           MOVE W-DEL-NOV-CLAVE        TO  NOV-CLAVE.
           WRITE REG-NOVEDEST INVALID KEY
                 ADD 1                 TO  DES-SECUENCIA
                 GO TO I-GRABA-DEST-REG.
      *  ES UN NOMINOVE: VA AL DIARIO CON EL LABEL DEL ANO SIGUIENTE
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           MOVE "NOMINOVE"             TO  TLG-LNK-ARCHIVO.
           MOVE LAB-NOVEDEST           TO  TLG-LNK-LABEL.
           MOVE LAB-NOVEDEST-CIA       TO  TLG-LNK-EMPRESA.
           MOVE REG-NOVEDEST           TO  TLG-LNK-IMAGEN.
           MOVE CON-USERNAME           TO  TLG-LNK-USUARIO.
           MOVE W-PROGRAMA             TO  TLG-LNK-PROGRAMA.
           CALL "TRANSLOG"          USING  AREA-TRANSLOG.
       F-GRABA-NOV-DESTINO.
      *
       I-LINEA-ARRASTRE.
           OPEN I-O ARRASTRE.
       F-MARCA-RECUPERADOS.
      *
      *  W-ARR-DE / W-ARR-A: "P" A "R" AL CERRAR, "R" A "P" AL DESHACER
       I-MARCA-PASADA.
           MOVE ZEROS                  TO  FIN-ARR  ARR-CLAVE.
           MOVE CON-COD-EMPRESA        TO  ARR-EMPRESA.
           IF  ARR-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ARR
               GO TO I-MARCA-REC-CICLO.
           IF  ARR-ESTADO  =  W-ARR-DE
           AND ARR-ANO-DESTINO  =  CON-ANO
           AND ARR-PER-DESTINO  =  CON-PERIODO
               MOVE W-ARR-A            TO  ARR-ESTADO
               REWRITE REG-ARRASTRE
               ADD 1                   TO  W-RECUPERADAS.
           GO TO I-MARCA-REC-CICLO.
       F-MARCA-PASADA.
      *
      ******************************************************************
      *  CIERRE POR FASES CON PUNTO DE CONTROL EN PUNTOCTL:            *
      *  1 DIFERIDOS POR NETO NEGATIVO  2 ACUMULACION POR EMPLEADO     *
      *  3 MARCA DE ARRASTRES RECUPERADOS.  LA CORRIDA REANUDADA SALTA *
      *  LAS FASES YA TERMINADAS; EN LA FASE 2 DEVUELVE A PENDIENTES   *
      *  LO POSTERIOR AL ULTIMO EMPLEADO COMPLETO Y SIGUE DESDE AHI    *
      ******************************************************************
       I-CIERRE.
           MOVE "E"                    TO  W-ESTADO-PCT.
           IF  W-FASE  >  1            GO TO I-CIERRE-ACUMULA.
           MOVE 1                      TO  W-FASE.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
           PERFORM I-DIFIERE-NEGATIVOS THRU F-DIFIERE-NEGATIVOS.
           MOVE 2                      TO  W-FASE.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
           GO TO I-CIERRE-PROCESO.
       I-CIERRE-ACUMULA.
           IF  W-FASE  >  2            GO TO I-CIERRE-MARCA.
           PERFORM I-REVIERTE          THRU F-REVIERTE.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "REANUDADO DESPUES DE LA CEDULA:"  TO  I-TEXTO.
           MOVE W-DESDE-CEDULA         TO  I-TEXTO (29:12).
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "NOVEDADES DEVUELTAS A PENDIENTES:"  TO  I-TEXTO.
           MOVE W-REV-NOVEDADES        TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 2                       TO  CON-LIN.
       I-CIERRE-PROCESO.
           PERFORM I-PROCESO           THRU F-PROCESO.
           MOVE 3                      TO  W-FASE.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
       I-CIERRE-MARCA.
           MOVE "P"                    TO  W-ARR-DE.
           MOVE "R"                    TO  W-ARR-A.
           PERFORM I-MARCA-RECUPERADOS THRU F-MARCA-RECUPERADOS.
           PERFORM I-TOTAL-FINAL       THRU F-TOTAL-FINAL.
           MOVE "T"                    TO  W-ESTADO-PCT.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
       F-CIERRE.
      *
      ******************************************************************
      *  SI LA ULTIMA CORRIDA DEL PERIODO QUEDO EN CURSO (SE           *
      *  INTERRUMPIO) SE OFRECE REANUDARLA DESDE SU PUNTO DE CONTROL   *
      *  O DESHACERLA.  EN CADENA (PROG983) SE REANUDA SIN PREGUNTAR   *
      ******************************************************************
       I-PUNTO-CONTROL.
           MOVE "N"                    TO  W-ACCION.
           MOVE ZEROS                  TO  W-DESDE-CEDULA  W-FASE.
           PERFORM I-CADA-PUNTO        THRU F-CADA-PUNTO.
           PERFORM I-LEE-PUNTO         THRU F-LEE-PUNTO.
           IF  SW-1  =  1              GO TO I-PUNTO-NUEVO.
           IF  PCT-ESTADO  NOT =  "E"  GO TO I-PUNTO-NUEVO.
           IF  SW-LOTE  =  1           GO TO I-PUNTO-REANUDA.
           DISPLAY "+--------------------------------------------+"
                                       LINE 16 POSITION 20
           DISPLAY "! CIERRE ANTERIOR INTERRUMPIDO EN LA FASE:   !"
                                       LINE 17 POSITION 20
           DISPLAY "! ULTIMO EMPLEADO COMPLETO:                  !"
                                       LINE 18 POSITION 20
           DISPLAY "! EMPLEADOS:         INICIADO EL:            !"
                                       LINE 19 POSITION 20
           DISPLAY "!  <R> REANUDAR   <D> DESHACER   [F2] SALIR  !"
                                       LINE 20 POSITION 20
           DISPLAY "+--------------------------------------------+"
                                       LINE 21 POSITION 20.
           DISPLAY PCT-FASE            LINE 17 POSITION 63 REVERSE.
           DISPLAY PCT-ULT-CEDULA      LINE 18 POSITION 48 REVERSE.
           DISPLAY PCT-EMPLEADOS       LINE 19 POSITION 33 REVERSE.
           DISPLAY PCT-FECHA-INICIO    LINE 19 POSITION 54 REVERSE.
       I-PUNTO-OPCION.
           PERFORM ACEPTA-TRUCO.
           IF  F2  PERFORM I-FIN-MODE  THRU F-FIN-MODE.
           IF  W-TRUCO  =  "D"
               MOVE "D"                TO  W-ACCION
               GO TO I-PUNTO-DATOS.
           IF  W-TRUCO  NOT =  "R"
               GO TO I-PUNTO-OPCION.
       I-PUNTO-REANUDA.
           MOVE "R"                    TO  W-ACCION.
           MOVE PCT-FASE               TO  W-FASE.
           MOVE PCT-ULT-CEDULA         TO  W-DESDE-CEDULA  W-CEDULA-OK.
           MOVE PCT-EMPLEADOS          TO  W-EMPLEADOS.
           MOVE PCT-LEIDOS             TO  W-NOVEDADES.
           MOVE PCT-PROCESADOS         TO  W-ACUMULADAS.
           MOVE PCT-OMITIDOS           TO  W-OMITIDAS.
           MOVE PCT-DIFERIDOS          TO  W-DIFERIDAS.
           MOVE PCT-VALOR              TO  W-TOTAL-NETO.
           COMPUTE W-PCT-REANUDA  =  PCT-REANUDACIONES  +  1.
       I-PUNTO-DATOS.
           MOVE PCT-FECHA-INICIO       TO  W-PCT-FECHA-INI.
           MOVE PCT-HORA-INICIO        TO  W-PCT-HORA-INI.
           GO TO F-PUNTO-CONTROL.
       I-PUNTO-NUEVO.
           MOVE ZEROS                  TO  W-NOVEDADES  W-ACUMULADAS
                                           W-OMITIDAS  W-DIFERIDAS
                                           W-EMPLEADOS  W-TOTAL-NETO
                                           W-CEDULA-OK  W-PCT-REANUDA.
           MOVE WK-FECHA-HOY           TO  W-PCT-FECHA-INI.
           ACCEPT WK-HORA-HOY          FROM  TIME.
           MOVE WK-HORA-HOY            TO  W-PCT-HORA-INI.
       F-PUNTO-CONTROL.
      *
      ******************************************************************
      *  CADA CUANTOS EMPLEADOS SE GRABA EL PUNTO: PARAMETRO PUNTOCTL  *
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
      *  GRABA EL PUNTO DE CONTROL CON LA FASE, EL ULTIMO EMPLEADO     *
      *  COMPLETO Y LOS TOTALES QUE LLEVA LA CORRIDA                   *
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
           MOVE W-CEDULA-OK            TO  PCT-ULT-CEDULA.
           MOVE W-EMPLEADOS            TO  PCT-EMPLEADOS.
           MOVE W-NOVEDADES            TO  PCT-LEIDOS.
           MOVE W-ACUMULADAS           TO  PCT-PROCESADOS.
           MOVE W-OMITIDAS             TO  PCT-OMITIDOS.
           MOVE W-DIFERIDAS            TO  PCT-DIFERIDOS.
           MOVE W-TOTAL-NETO           TO  PCT-VALOR.
           MOVE ZEROS                  TO  PCT-TIPO  PCT-NUMERO
                                           PCT-PARTIDA  PCT-SECUENCIA.
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
      *  DEVUELVE A PENDIENTES LOS EMPLEADOS POSTERIORES A             *
      *  W-DESDE-CEDULA (CERO = TODOS): BORRA SUS ACUMULADOS DEL       *
      *  PERIODO Y DESMARCA SUS NOVEDADES.  LOS ACUMULADOS DEL PERIODO *
      *  SOLO LOS GRABA ESTE PROCESO, SUMANDO LAS NOVEDADES MARCADAS:  *
      *  AL VOLVER A ACUMULAR QUEDAN COMO SI NO SE HUBIERA CORTADO     *
      ******************************************************************
       I-REVIERTE.
           MOVE ZEROS                  TO  FIN-REV  W-CEDULA-REV
                                           W-REV-NOVEDADES
                                           W-REV-ACUMULADOS  NOV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  NOV-EMPRESA.
           MOVE CON-PERIODO            TO  NOV-PERIODO.
           COMPUTE NOV-CODIEMP  =  W-DESDE-CEDULA  +  1.
           START NOMINOVE KEY NOT LESS NOV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-REV.
       I-REVIERTE-CICLO.
           IF  FIN-REV  =  1           GO TO F-REVIERTE.
           READ NOMINOVE NEXT RECORD AT END
                MOVE 1                 TO  FIN-REV
                GO TO I-REVIERTE-CICLO.
           IF  NOV-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  NOV-PERIODO  NOT =  CON-PERIODO
               MOVE 1                  TO  FIN-REV
               GO TO I-REVIERTE-CICLO.
           IF  NOV-CODIEMP  NOT =  W-CEDULA-REV
               MOVE NOV-CODIEMP        TO  W-CEDULA-REV
               PERFORM I-BORRA-ACUMULADOS THRU F-BORRA-ACUMULADOS.
           IF  NOV-FLAG-ACUMULADOS  NOT =  "S"
               GO TO I-REVIERTE-CICLO.
           MOVE SPACES                 TO  NOV-FLAG-ACUMULADOS.
           REWRITE REG-NOMINOVE.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD 1                       TO  W-REV-NOVEDADES.
           GO TO I-REVIERTE-CICLO.
       F-REVIERTE.
      *
       I-BORRA-ACUMULADOS.
           MOVE ZEROS                  TO  FIN-ACU  ACU-CLAVE.
           MOVE CON-COD-EMPRESA        TO  ACU-EMPRESA.
           MOVE W-CEDULA-REV           TO  ACU-CEDULA.
           MOVE CON-ANO                TO  ACU-ANO.
           MOVE CON-PERIODO            TO  ACU-PERIODO.
           START NOMIACUM KEY NOT LESS ACU-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ACU.
       I-BORRA-ACU-CICLO.
           IF  FIN-ACU  =  1           GO TO F-BORRA-ACUMULADOS.
           READ NOMIACUM NEXT RECORD AT END
                MOVE 1                 TO  FIN-ACU
                GO TO I-BORRA-ACU-CICLO.
           IF  ACU-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  ACU-CEDULA   NOT =  W-CEDULA-REV
           OR  ACU-ANO      NOT =  CON-ANO
           OR  ACU-PERIODO  NOT =  CON-PERIODO
               MOVE 1                  TO  FIN-ACU
               GO TO I-BORRA-ACU-CICLO.
           DELETE NOMIACUM RECORD.
           ADD 1                       TO  W-REV-ACUMULADOS.
           GO TO I-BORRA-ACU-CICLO.
       F-BORRA-ACUMULADOS.
      *
      ******************************************************************
      *  DESHACE LA CORRIDA INTERRUMPIDA: TODOS LOS EMPLEADOS DEL      *
      *  PERIODO VUELVEN A PENDIENTES Y LOS ARRASTRES RECUPERADOS EN   *
      *  ESTE PERIODO VUELVEN A "P".  LAS DEDUCCIONES YA DIFERIDAS SE  *
      *  CONSERVAN: SU ARRASTRE Y SU NOVEDAD DEL PERIODO SIGUIENTE YA  *
      *  QUEDARON GRABADOS Y EL PROXIMO CIERRE LOS RESPETA             *
      ******************************************************************
       I-DESHACE.
           MOVE ZEROS                  TO  W-DESDE-CEDULA.
           PERFORM I-REVIERTE          THRU F-REVIERTE.
           MOVE "R"                    TO  W-ARR-DE.
           MOVE "P"                    TO  W-ARR-A.
           PERFORM I-MARCA-RECUPERADOS THRU F-MARCA-RECUPERADOS.
           MOVE "D"                    TO  W-ESTADO-PCT.
           MOVE ZEROS                  TO  W-FASE  W-EMPLEADOS
                                           W-NOVEDADES  W-ACUMULADAS
                                           W-OMITIDAS  W-DIFERIDAS
                                           W-TOTAL-NETO  W-CEDULA-OK.
           PERFORM I-GRABA-PUNTO       THRU F-GRABA-PUNTO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "CORRIDA INTERRUMPIDA DESHECHA"  TO  I-TEXTO.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 2.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "NOVEDADES DEVUELTAS A PENDIENTES:"  TO  I-TEXTO.
           MOVE W-REV-NOVEDADES        TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "ACUMULADOS BORRADOS DEL PERIODO:"  TO  I-TEXTO.
           MOVE W-REV-ACUMULADOS       TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "ARRASTRES DEVUELTOS A PENDIENTES:"  TO  I-TEXTO.
           MOVE W-RECUPERADAS          TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           DISPLAY "CORRIDA INTERRUMPIDA DESHECHA - CORRA DE NUEVO"
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
           MOVE W-ACUMULADAS           TO  LOT-MOVIMIENTOS.
           MOVE ZEROS                  TO  LOT-INCONSISTENCIAS.
           MOVE "PROG315"              TO  LOT-PROGRAMA.
           MOVE W-LOTE-ESTADO          TO  LOT-ESTADO.
           WRITE REG-LOTERES INVALID KEY
                 REWRITE REG-LOTERES.
           CLOSE LOTERES.
       F-REPORTA-LOTE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
