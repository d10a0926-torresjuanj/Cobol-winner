       PROGRAM-ID. PROG766.
      ******************************************************************
      * POSICION DIARIA DE TESORERIA (30 DIAS)     SEP-02-2026         *
      * OCT-15-2026 CUOTAS DE OBLIGACIONES FINANCIERAS (OBLIGCUO)      *
      * OCT-15-2026 VENCIMIENTOS DE INVERSIONES TEMPORALES (INVERTEM)  *
      *                                                                *
      * LA PREGUNTA DE CADA MANANA ("CUANTO TENEMOS DE VERDAD Y QUE    *
      * VIENE") SE RESPONDIA CON TRES LISTADOS.  ESTE INFORME ARMA,    *
      *   - LAS FECHAS DE PAGO DE NOMINA DE LA SERIE TE011 EN EL       *
      *     HORIZONTE, ESTIMADAS CON EL NETO DEL ULTIMO PERIODO        *
      *     (NOMIACUM CONCEPTO 000)                                    *
      *   - CUOTAS PENDIENTES DE CREDITOS Y LEASING (OBLIGCUO, PROG554)*
      *     EN SU FECHA DE VENCIMIENTO; LAS VENCIDAS SALEN HOY         *
      *   - CDT Y FIDUCIAS VIGENTES (INVERTEM, PROG556) COMO ENTRADA   *
      *     EN SU VENCIMIENTO: NOMINAL MAS RENDIMIENTO NETO            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\TABLAEMP.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\OBLIGCUO.DYC".
               COPY "..\DYC\INVERTEM.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\TABLAEMP.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\OBLIGCUO.FD".
               COPY "..\FD\INVERTEM.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG766".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\TABLAEMP.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\OBLIGCUO.LBL".
               COPY "..\LBL\INVERTEM.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\TABLAEMP.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\OBLIGCUO.DCL".
               COPY "..\DCL\INVERTEM.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
           PERFORM I-CHEQUES         THRU F-CHEQUES
           PERFORM I-CARTERA         THRU F-CARTERA
           PERFORM I-NOMINA          THRU F-NOMINA
           PERFORM I-OBLIGACIONES    THRU F-OBLIGACIONES
           PERFORM I-INVERSIONES     THRU F-INVERSIONES
           PERFORM I-TITULO-INFORME  THRU F-TITULO-INFORME
           PERFORM I-PROYECTA        THRU F-PROYECTA
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE W-FECHA-HOY            TO  W-HOY-PARTES.
           MOVE CON-COD-EMPRESA        TO  LAB-TABLAEMP-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-OBLIGCUO-CIA
                                           LAB-INVERTEM-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           MOVE 1                      TO  IND-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT OBLIGCUO.
           IF  OBLIGCUO-STATUS  =  "35"
               OPEN OUTPUT OBLIGCUO
               CLOSE OBLIGCUO
               OPEN INPUT OBLIGCUO.
           OPEN INPUT INVERTEM.
           IF  INVERTEM-STATUS  =  "35"
               OPEN OUTPUT INVERTEM
               CLOSE INVERTEM
               OPEN INPUT INVERTEM.
           OPEN INPUT NOMIBANK CHCONTRO CNDTACUM TABLAEMP NOMIACUM.
           OPEN OUTPUT INFORMES.
       F-ABRE-ARCHIVOS.
           ADD W-NETO-NOMINA           TO  FLU-EGRESOS(W-DIA).
           GO TO I-NOMINA-CICLO.
       F-NOMINA.
      *
      ******************************************************************
      *  CUOTAS PENDIENTES DE LAS OBLIGACIONES FINANCIERAS (PROG554)   *
      *  EN SU FECHA DE VENCIMIENTO; LAS YA VENCIDAS SALEN HOY         *
      ******************************************************************
       I-OBLIGACIONES.
           MOVE ZEROS                  TO  FIN-ARC  OBC-CLAVE.
           MOVE CON-COD-EMPRESA        TO  OBC-EMPRESA.
           START OBLIGCUO KEY NOT LESS OBC-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ARC.
       I-OBLIGACIONES-CICLO.
           IF  FIN-ARC  =  1           GO TO F-OBLIGACIONES.
           READ OBLIGCUO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ARC
                GO TO I-OBLIGACIONES-CICLO.
           IF  OBC-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ARC
               GO TO I-OBLIGACIONES-CICLO.
           IF  OBC-ESTADO  NOT =  "P"  GO TO I-OBLIGACIONES-CICLO.
           MOVE OBC-FECHA-VCTO         TO  W-FECHA-MOV.
           PERFORM I-DIA-OFFSET        THRU F-DIA-OFFSET.
           IF  W-DIA-OFF  <  ZEROS     MOVE ZEROS  TO  W-DIA-OFF.
           IF  W-DIA-OFF  >  30        GO TO I-OBLIGACIONES-CICLO.
           COMPUTE W-DIA  =  W-DIA-OFF  +  1.
           ADD OBC-VALOR               TO  FLU-EGRESOS(W-DIA).
           GO TO I-OBLIGACIONES-CICLO.
       F-OBLIGACIONES.
      *
      ******************************************************************
      *  INVERSIONES VIGENTES (PROG556) EN SU VENCIMIENTO: NOMINAL MAS *
      *  RENDIMIENTO NETO DE RETENCION; LAS VENCIDAS SIN LIQUIDAR HOY  *
      ******************************************************************
       I-INVERSIONES.
           MOVE ZEROS                  TO  FIN-ARC  INV-CLAVE.
           MOVE CON-COD-EMPRESA        TO  INV-EMPRESA.
           START INVERTEM KEY NOT LESS INV-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-ARC.
       I-INVERSIONES-CICLO.
           IF  FIN-ARC  =  1           GO TO F-INVERSIONES.
           READ INVERTEM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-ARC
                GO TO I-INVERSIONES-CICLO.
           IF  INV-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-ARC
               GO TO I-INVERSIONES-CICLO.
           IF  INV-ESTADO  NOT =  "A"  GO TO I-INVERSIONES-CICLO.
           MOVE INV-FECHA-VCTO         TO  W-FECHA-MOV.
           PERFORM I-DIA-OFFSET        THRU F-DIA-OFFSET.
           IF  W-DIA-OFF  <  ZEROS     MOVE ZEROS  TO  W-DIA-OFF.
           IF  W-DIA-OFF  >  30        GO TO I-INVERSIONES-CICLO.
           COMPUTE W-DIA  =  W-DIA-OFF  +  1.
           COMPUTE W-SALDO ROUNDED  =  INV-VALOR  +  INV-RENDIM-TOTAL
                   -  (INV-RENDIM-TOTAL  *  INV-PORC-RETENCION  /  100).
           ADD W-SALDO                 TO  FLU-INGRESOS(W-DIA).
           GO TO I-INVERSIONES-CICLO.
       F-INVERSIONES.
      *
       I-NETO-NOMINA.
           MOVE ZEROS                  TO  W-NETO-NOMINA  FIN-ARC
      *
       I-FIN-MODE.
           CLOSE NOMIBANK CHCONTRO CNDTACUM TABLAEMP NOMIACUM
                 OBLIGCUO INVERTEM
                 INFORMES.
       I-FIN-SALIR.
           EXIT PROGRAM.
