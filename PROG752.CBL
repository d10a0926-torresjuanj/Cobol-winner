       PROGRAM-ID. PROG752.
      ******************************************************************
      * RECIBOS DE CAJA CON APLICACION A FACTURAS  SEP-02-2026         *
      * OCT-15-2026 RETENCIONES DEL CLIENTE SEGUN PERFIL (NITPERFI)    *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LOS PAGOS DE CLIENTES ENTRABAN COMO CREDITOS SUELTOS AL 13XX   *
      * Y POR ESO PROG761 MOSTRABA FACTURAS FANTASMA.  AQUI SE DIGITA  *
      * AJUSTE.  GENERA EL COMPROBANTE CUADRADO EN CNDOCTOS CON EL     *
      * CRUCE ALTFRA CORRECTO E IMPRIME EL RECIBO NUMERADO (EL         *
      * NUMERO ES EL CONSECUTIVO DEL TIPO, VIA CNCONSEC).              *
      * LAS RETENCIONES QUE NOS PRACTICA EL CLIENTE SALEN DE LOS       *
      * PERFILES TRIBUTARIOS (NITPERFI, PROG562) DEL CLIENTE Y DE LA   *
      * EMPRESA: RETEFUENTE POR LA CATEGORIA DE RETENFTE SI EL CLIENTE *
      * NO ES DEL REGIMEN NO RESPONSABLE Y LA EMPRESA NO ES            *
      * AUTORRETENEDORA; RETEIVA Y RETEICA (TARIFA ICATARIF DEL        *
      * MUNICIPIO DEL CLIENTE Y LA ACTIVIDAD DE LA EMPRESA) SI EL      *
      * CLIENTE ES GRAN CONTRIBUYENTE.  SE DEBITAN A SUS CUENTAS DE    *
      * ANTICIPO Y SE SUMAN A LO QUE SE APLICA A LAS FACTURAS.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\NITPERFI.DYC".
               COPY "..\DYC\ICATARIF.DYC".
               COPY "..\DYC\RETENFTE.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\NITPERFI.FD".
               COPY "..\FD\ICATARIF.FD".
               COPY "..\FD\RETENFTE.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG752".
       77      W-APL-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77      W-BASE-RET          PIC 9(11)V99 VALUE ZEROS.
       77      W-IVA-RET           PIC 9(11)V99 VALUE ZEROS.
       77      W-CATEGORIA         PIC 9(03) VALUE ZEROS.
       77      W-RTE-FTE           PIC 9(11)V99 VALUE ZEROS.
       77      W-RTE-IVA           PIC 9(11)V99 VALUE ZEROS.
       77      W-RTE-ICA           PIC 9(11)V99 VALUE ZEROS.
       77      W-TOT-RETEN         PIC 9(11)V99 VALUE ZEROS.
       77      W-CTA-RTE-FTE       PIC 9(10) VALUE ZEROS.
       77      W-CTA-RTE-IVA       PIC 9(10) VALUE ZEROS.
       77      W-CTA-RTE-ICA       PIC 9(10) VALUE ZEROS.
       77      W-PORC-RETEIVA      PIC 9(02)V99 VALUE 15.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-EMP-REGIMEN       PIC X(01) VALUE "C".
       77      W-EMP-GRAN-CONTRIB  PIC X(01) VALUE "N".
       77      W-EMP-AUTORRET      PIC X(01) VALUE "N".
       77      W-EMP-ACTIVIDAD     PIC 9(05) VALUE ZEROS.
       77      SW-PERFIL           PIC 9(01) VALUE ZEROS.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      TABLA-APLICACION.
        03     APL-ENTRADA         OCCURS 100 TIMES.
         05    APL-CUENTA          PIC 9(10).
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\NITPERFI.LBL".
               COPY "..\LBL\ICATARIF.LBL".
               COPY "..\LBL\RETENFTE.LBL".
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
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\NITPERFI.DCL".
               COPY "..\DCL\ICATARIF.DCL".
               COPY "..\DCL\RETENFTE.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
           MOVE "* RECIBOS DE CAJA *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-NITPERFI-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT NITPERFI.
           IF  NITPERFI-STATUS  =  "35"
               OPEN OUTPUT NITPERFI
               CLOSE NITPERFI
               OPEN INPUT NITPERFI.
           OPEN INPUT CNDTACUM CNNITCED ICATARIF RETENFTE.
           OPEN I-O CNDOCTOS.
           PERFORM I-PERFIL-EMPRESA    THRU F-PERFIL-EMPRESA.
       F-ABRE-ARCHIVOS.
      *
      *  PERFIL DE LA PROPIA EMPRESA (SU NIT) Y PORCENTAJE DE RETEIVA
       I-PERFIL-EMPRESA.
           MOVE WIN-NIT                TO  NTP-NIT.
           READ NITPERFI WITH NO LOCK INVALID KEY
                MOVE "C"               TO  NTP-REGIMEN
                MOVE "N"               TO  NTP-GRAN-CONTRIB
                                           NTP-AUTORRETENEDOR
                MOVE ZEROS             TO  NTP-ACTIVIDAD-ICA.
           MOVE NTP-REGIMEN            TO  W-EMP-REGIMEN.
           MOVE NTP-GRAN-CONTRIB       TO  W-EMP-GRAN-CONTRIB.
           MOVE NTP-AUTORRETENEDOR     TO  W-EMP-AUTORRET.
           MOVE NTP-ACTIVIDAD-ICA      TO  W-EMP-ACTIVIDAD.
           MOVE "RETEIVA"              TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-HOY            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"  AND  PRM-LNK-VALOR  >  ZEROS
               MOVE PRM-LNK-VALOR      TO  W-PORC-RETEIVA.
       F-PERFIL-EMPRESA.
      *
      ******************************************************************
      *  UN RECIBO: NIT, TOTAL RECIBIDO, APLICACION FACTURA POR        *
      *  FACTURA, AJUSTE POR LA DIFERENCIA MENOR A LA TOLERANCIA       *
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-TIPO  =  ZEROS        GO TO I-RECIBO.
      *  RETENCIONES QUE PRACTICA EL CLIENTE (PERFIL TRIBUTARIO)
           PERFORM I-RETENCIONES       THRU F-RETENCIONES.
           IF  SW-1  =  1              GO TO I-RECIBO.
           PERFORM I-APLICA            THRU F-APLICA.
           IF  W-APL-TOPE  =  ZEROS
               DISPLAY "NADA APLICADO - RECIBO CANCELADO"
                       LINE 24 POSITION 10 REVERSE
               GO TO F-RECIBO.
      *  DIFERENCIA CONTRA LO RECIBIDO
           COMPUTE W-DIFERENCIA  =  W-RECIBIDO  +  W-TOT-RETEN
                                 -  W-APLICADO.
           MOVE W-DIFERENCIA           TO  W-DIF-ABS.
           IF  W-DIFERENCIA  <  ZEROS
               COMPUTE W-DIF-ABS  =  ZERO  -  W-DIFERENCIA.
       F-RECIBO.
      *
      ******************************************************************
      *  RETENCIONES DEL CLIENTE SEGUN LOS PERFILES DEL CLIENTE Y DE   *
      *  LA EMPRESA.  SIN PERFIL DEL CLIENTE NO SE CALCULA NINGUNA     *
      ******************************************************************
       I-RETENCIONES.
           MOVE ZEROS                  TO  SW-1  SW-PERFIL  W-RTE-FTE
                                           W-RTE-IVA  W-RTE-ICA
                                           W-TOT-RETEN.
           MOVE W-NIT                  TO  NTP-NIT.
           READ NITPERFI WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-PERFIL.
           IF  SW-PERFIL  =  1
               DISPLAY "CLIENTE SIN PERFIL TRIBUTARIO (PROG562)"
                       LINE 13 POSITION 10 REVERSE
               GO TO F-RETENCIONES.
           IF  NTP-REGIMEN  =  "S"
               DISPLAY "CLIENTE NO RESPONSABLE: SIN RETENCIONES"
                       LINE 13 POSITION 10 REVERSE
               GO TO F-RETENCIONES.
           DISPLAY "BASE FACTURADA.....:"  LINE 13 POSITION 10.
           DISPLAY "IVA FACTURADO......:"  LINE 14 POSITION 10.
           DISPLAY "CATEGORIA RETEFTE..:"  LINE 15 POSITION 10.
           DISPLAY "RETEFUENTE.........:"  LINE 16 POSITION 10.
           DISPLAY "RETEIVA............:"  LINE 17 POSITION 10.
           DISPLAY "RETEICA............:"  LINE 18 POSITION 10.
           DISPLAY "TOTAL RETENCIONES..:"  LINE 19 POSITION 10.
           DISPLAY "CUENTA:"               LINE 16 POSITION 52.
           DISPLAY "CUENTA:"               LINE 17 POSITION 52.
           DISPLAY "CUENTA:"               LINE 18 POSITION 52.
           ACCEPT W-BASE-RET           LINE 13 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-IVA-RET            LINE 14 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-EMP-AUTORRET  =  "S"
               DISPLAY "EMPRESA AUTORRETENEDORA"
                       LINE 15 POSITION 32 REVERSE
               GO TO I-RETENCIONES-IVA.
           ACCEPT W-CATEGORIA          LINE 15 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-CATEGORIA  =  ZEROS   GO TO I-RETENCIONES-IVA.
           MOVE W-CATEGORIA            TO  RETENFTE-CODIGO-CATEGORIA.
           READ RETENFTE WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "CATEGORIA NO EXISTE (PROG125)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-RETENCIONES.
           IF  W-BASE-RET  NOT <  RETENFTE-BASE-MINIMA
               COMPUTE W-RTE-FTE ROUNDED  =  W-BASE-RET
                       *  RETENFTE-PORCENTAJE  /  100.
       I-RETENCIONES-IVA.
           IF  NTP-GRAN-CONTRIB  NOT =  "S"
               GO TO I-RETENCIONES-CUENTAS.
           IF  W-EMP-REGIMEN  =  "C"
           AND W-EMP-GRAN-CONTRIB  NOT =  "S"
               COMPUTE W-RTE-IVA ROUNDED  =  W-IVA-RET
                       *  W-PORC-RETEIVA  /  100.
           IF  W-EMP-AUTORRET  =  "S"  OR  NTP-MUNICIPIO-ICA  =  ZEROS
               GO TO I-RETENCIONES-CUENTAS.
           MOVE NTP-MUNICIPIO-ICA      TO  ICA-MUNICIPIO.
           MOVE W-EMP-ACTIVIDAD        TO  ICA-ACTIVIDAD.
           READ ICATARIF WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  ICA-TARIFA.
           COMPUTE W-RTE-ICA ROUNDED  =  W-BASE-RET
                   *  ICA-TARIFA  /  1000.
       I-RETENCIONES-CUENTAS.
           MOVE W-RTE-FTE              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 16 POSITION 32.
           MOVE W-RTE-IVA              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 17 POSITION 32.
           MOVE W-RTE-ICA              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 18 POSITION 32.
           COMPUTE W-TOT-RETEN  =  W-RTE-FTE  +  W-RTE-IVA
                                +  W-RTE-ICA.
           MOVE W-TOT-RETEN            TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 19 POSITION 32 REVERSE.
           IF  W-RTE-FTE  NOT =  ZEROS
               ACCEPT W-CTA-RTE-FTE    LINE 16 POSITION 60
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-RTE-IVA  NOT =  ZEROS
               ACCEPT W-CTA-RTE-IVA    LINE 17 POSITION 60
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-RTE-ICA  NOT =  ZEROS
               ACCEPT W-CTA-RTE-ICA    LINE 18 POSITION 60
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  (W-RTE-FTE  NOT =  ZEROS  AND  W-CTA-RTE-FTE  =  ZEROS)
           OR  (W-RTE-IVA  NOT =  ZEROS  AND  W-CTA-RTE-IVA  =  ZEROS)
           OR  (W-RTE-ICA  NOT =  ZEROS  AND  W-CTA-RTE-ICA  =  ZEROS)
               MOVE 1                  TO  SW-1
               DISPLAY "FALTA LA CUENTA DE UNA RETENCION"
                       LINE 24 POSITION 10 REVERSE BLINK.
       F-RETENCIONES.
      *
      ******************************************************************
      *  MUESTRA LAS FACTURAS ABIERTAS DEL CLIENTE (13XX A NIVEL       *
      *  FACTURA) Y ACEPTA EL VALOR A APLICAR EN CADA UNA              *
      ******************************************************************
           MOVE 6                      TO  I-LINEA.
           MOVE ZEROS                  TO  W-APL-TOPE  W-APLICADO
                                           FIN-OK.
           COMPUTE W-RESTANTE  =  W-RECIBIDO  +  W-TOT-RETEN.
           MOVE 1300000000             TO  W-CTA-DESDE.
           MOVE 1399999999             TO  W-CTA-HASTA.
           MOVE ZEROS                  TO  CNDTACUM-CLAVE.
           MOVE W-RECIBIDO             TO  VALOR-DOCTOS.
           MOVE ZEROS                  TO  ALTFRA-DOCTOS.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
      *  DEBITO A LOS ANTICIPOS DE IMPUESTOS POR LO RETENIDO
           IF  W-RTE-FTE  NOT =  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE W-CTA-RTE-FTE      TO  CUENTA-DOCTOS
               MOVE W-RTE-FTE          TO  VALOR-DOCTOS
               MOVE W-BASE-RET         TO  VRBASE-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           IF  W-RTE-IVA  NOT =  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE W-CTA-RTE-IVA      TO  CUENTA-DOCTOS
               MOVE W-RTE-IVA          TO  VALOR-DOCTOS
               MOVE W-IVA-RET          TO  VRBASE-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           IF  W-RTE-ICA  NOT =  ZEROS
               INITIALIZE REG-DOCTOS
               MOVE W-CTA-RTE-ICA      TO  CUENTA-DOCTOS
               MOVE W-RTE-ICA          TO  VALOR-DOCTOS
               MOVE W-BASE-RET         TO  VRBASE-DOCTOS
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  CREDITO A CADA FACTURA APLICADA
           MOVE ZEROS                  TO  W-APL-IDX.
       I-GRABA-FACTURAS.
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-LIN-REG.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-GRABA-LINEA.
      *
       I-IMPRIME-RECIBO.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           GO TO I-IMPRIME-APL.
       I-IMPRIME-DIF.
           IF  W-RTE-FTE  NOT =  ZEROS
               MOVE SPACES             TO  LINEA-DE-DETALLE
               MOVE "RETENCION EN LA FUENTE"  TO  I-TEXTO
               MOVE W-RTE-FTE          TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           IF  W-RTE-IVA  NOT =  ZEROS
               MOVE SPACES             TO  LINEA-DE-DETALLE
               MOVE "RETENCION DE IVA"  TO  I-TEXTO
               MOVE W-RTE-IVA          TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           IF  W-RTE-ICA  NOT =  ZEROS
               MOVE SPACES             TO  LINEA-DE-DETALLE
               MOVE "RETENCION DE ICA"  TO  I-TEXTO
               MOVE W-RTE-ICA          TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           IF  W-DIFERENCIA  NOT =  ZEROS
               MOVE SPACES             TO  LINEA-DE-DETALLE
               MOVE "AJUSTE POR DIFERENCIA"  TO  I-TEXTO
      *
       I-FIN-MODE.
           CLOSE CNDTACUM CNNITCED CNDOCTOS.
           CLOSE NITPERFI ICATARIF RETENFTE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
