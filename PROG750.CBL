       PROGRAM-ID. PROG750.
      ******************************************************************
      * CAUSACION DE FACTURAS DE PROVEEDORES       SEP-02-2026         *
      * OCT-15-2026 CRUCE CON ORDEN DE COMPRA Y RECEPCION (ORDCOMPR)   *
      * OCT-15-2026 RETEIVA Y RETEICA SEGUN PERFIL DEL NIT (NITPERFI)  *
      * OCT-15-2026 CONTRATISTAS (CONTRATI): SOPORTE PILA DEL PERIODO  *
      *             Y RETENCION DEPURADA PARA INDEPENDIENTES           *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      * OCT-15-2026 FACTURAS ELECTRONICAS RECIBIDAS (FACRECIB)         *
      * OCT-15-2026 DOCUMENTO SOPORTE A NO OBLIGADOS A FACTURAR        *
      * OCT-15-2026 LIBERACIONES DE FACLIBER POR TIPO (O = ORDEN DE    *
      *             COMPRA, P = PILA); LA DADA EN UNA CAPTURA QUE NO   *
      *             SE GRABO QUEDA ANULADA                             *
      *                                                                *
      * LA PUERTA DE ENTRADA QUE LAS FACTURAS DE COMPRA NO TENIAN:     *
      * CAPTURA LA FACTURA (NIT VALIDADO EN CNNITCED, NUMERO, FECHA,   *
      * DEL SERVICIO CNCONSEC).  ASI LAS EDADES DE PROG762 Y LOS       *
      * CERTIFICADOS DE PROG572 QUEDAN BIEN ALIMENTADOS DESDE EL       *
      * PRIMER DIA.  RESPETA EL CIERRE DE PERIODO (CNCIERRE).          *
      * CRUCE DE TRES VIAS CON PROG559: LA FACTURA SE CAUSA CONTRA UNA *
      * ORDEN APROBADA DEL MISMO NIT, RENGLON POR RENGLON, SIN PASAR   *
      * DE LO RECIBIDO NI DEL PRECIO PACTADO MAS SU TOLERANCIA.  SIN   *
      * ORDEN O FUERA DE ESOS LIMITES EXIGE LIBERACION DEL SUPERVISOR  *
      * (FACLIBER).  LA BASE ES LA SUMA DE LOS RENGLONES FACTURADOS.   *
      * PERFIL TRIBUTARIO DEL PROVEEDOR (NITPERFI, PROG562):           *
      *   - AUTORRETENEDOR: NO SE LE PRACTICA RETEFUENTE NI RETEICA    *
      *   - RETEIVA (% RETEIVA DE PARAMLEG, 15 SI NO ESTA) CUANDO LA   *
      *     EMPRESA ES GRAN CONTRIBUYENTE Y EL PROVEEDOR ES            *
      *     RESPONSABLE DE IVA SIN SERLO                               *
      *   - RETEICA A LA TARIFA POR MIL DE ICATARIF (PROG574) DEL      *
      *     MUNICIPIO/ACTIVIDAD DEL PROVEEDOR, SI EL MUNICIPIO ES EL   *
      *     DE LA EMPRESA                                              *
      *   SIN PERFIL SOLO SE APLICA LA CATEGORIA DIGITADA Y SE AVISA.  *
      * CONTRATISTAS DE PRESTACION DE SERVICIOS (CONTRATI, PROG576):   *
      *   SI EL NIT TIENE CONTRATO VIGENTE EN EL MES DE LA FACTURA SE  *
      *   EXIGE EL SOPORTE PILA DE ESE PERIODO (PILAINDE) CON IBC NO   *
      *   MENOR AL 40% DE LOS HONORARIOS (ENTRE 1 Y 25 SALARIOS        *
      *   MINIMOS).  SIN SOPORTE O CON IBC CORTO SOLO LA CAUSA UN      *
      *   SUPERVISOR, QUE LA LIBERA AQUI MISMO (FACLIBER).  CON        *
      *   RETENCION D LA RETEFUENTE SE CALCULA CON LA TABLA DEPURADA   *
      *   (NOMRETE1) RESTANDO LOS APORTES DE SALUD Y PENSION PAGADOS.  *
      * FACTURA ELECTRONICA RECIBIDA (FACRECIB, PROG587): SI EL NIT Y  *
      *   EL NUMERO ESTAN EN EL BUZON, LA FACTURA SOLO SE CAUSA CUANDO *
      *   YA TIENE CUENTA Y CENTRO ASIGNADOS, Y NUNCA SI FUE RECLAMADA.*
      *   FECHAS, BASE, IVA, CUENTA DE GASTO Y CENTRO VIENEN           *
      *   PRECARGADOS; SI BASE O IVA SE CAMBIAN SE AVISA.  AL GRABAR   *
      *   QUEDA MARCADA CAUSADA CON EL COMPROBANTE.                    *
      * DOCUMENTO SOPORTE: SI EL PERFIL DEL NIT DICE NO OBLIGADO A     *
      *   FACTURAR, LA COMPRA SE GRABA BAJO EL TIPO DE DOCUMENTO       *
      *   SOPORTE DE LOS PARAMETROS DE PROG388 (FACELECT) Y SU NUMERO  *
      *   SALE DEL RANGO AUTORIZADO EN RESOLFAC (PROG047) VIA          *
      *   CNCONSEC.  LA RETENCION SE CALCULA IGUAL; PROG388 LO         *
      *   TRANSMITE Y LLEVA SU ESTADO.  ESE TIPO NO SE ADMITE PARA     *
      *   LOS DEMAS PROVEEDORES.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\RETENFTE.DYC".
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\ORDCOMPR.DYC".
               COPY "..\DYC\ORDCOLIN.DYC".
               COPY "..\DYC\FACLIBER.DYC".
               COPY "..\DYC\NITPERFI.DYC".
               COPY "..\DYC\ICATARIF.DYC".
               COPY "..\DYC\CONTRATI.DYC".
               COPY "..\DYC\PILAINDE.DYC".
               COPY "..\DYC\FACRECIB.DYC".
               COPY "..\DYC\FACELECT.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\RETENFTE.FD".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\ORDCOMPR.FD".
               COPY "..\FD\ORDCOLIN.FD".
               COPY "..\FD\FACLIBER.FD".
               COPY "..\FD\NITPERFI.FD".
               COPY "..\FD\ICATARIF.FD".
               COPY "..\FD\CONTRATI.FD".
               COPY "..\FD\PILAINDE.FD".
               COPY "..\FD\FACRECIB.FD".
               COPY "..\FD\FACELECT.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG750".
       77      ID-PRG              PIC X(7)  VALUE "PROG750".
       77      W-TOT-DEBITOS       PIC S9(13)V99 VALUE ZEROS.
       77      W-CTA-LIN           PIC 9(10) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77      WK-TIPO-USR         PIC X(01) VALUE SPACES.
       77      W-ORDEN             PIC 9(06) VALUE ZEROS.
       77      W-CENCOS            PIC 9(03) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-CANT-FRA          PIC 9(07)V99 VALUE ZEROS.
       77      W-PRECIO-FRA        PIC 9(09)V99 VALUE ZEROS.
       77      W-PRECIO-TOPE       PIC 9(09)V99 VALUE ZEROS.
       77      W-SIN-FACTURAR      PIC S9(07)V99 VALUE ZEROS.
       77      W-VALOR-OC          PIC S9(13)V99 VALUE ZEROS.
       77      W-OC-IND            PIC 9(03) COMP VALUE ZEROS.
       77      W-OC-TOTAL          PIC 9(03) COMP VALUE ZEROS.
       77      SW-LIBERADA         PIC 9(01) VALUE ZEROS.
       77      SW-LIBERA-PILA      PIC 9(01) VALUE ZEROS.
       77      SW-LIB-NUEVA-OC     PIC 9(01) VALUE ZEROS.
       77      SW-LIB-NUEVA-PILA   PIC 9(01) VALUE ZEROS.
       77      W-TIPO-LIB          PIC X(01) VALUE SPACES.
       77      W-ESTADO-LIB        PIC X(01) VALUE SPACES.
       77      SW-FUERA            PIC 9(01) VALUE ZEROS.
       77      SW-CERRADA          PIC 9(01) VALUE ZEROS.
       77      FIN-OCL             PIC 9(01) VALUE ZEROS.
       77      WI-CANTIDAD         PIC Z,ZZZ,ZZ9.99.
       77      WI-PRECIO           PIC ZZZ,ZZZ,ZZ9.99.
       77      W-RETEIVA           PIC 9(11)V99 VALUE ZEROS.
       77      W-RETEICA           PIC 9(11)V99 VALUE ZEROS.
       77      W-CTA-RETEIVA       PIC 9(10) VALUE ZEROS.
       77      W-CTA-RETEICA       PIC 9(10) VALUE ZEROS.
       77      W-PORC-RETEIVA      PIC 9(02)V99 VALUE 15.
       77      W-EMP-GRAN-CONTRIB  PIC X(01) VALUE "N".
       77      W-EMP-MUNICIPIO     PIC 9(05) VALUE ZEROS.
       77      SW-PERFIL           PIC 9(01) VALUE ZEROS.
       77      SW-CONTRATISTA      PIC 9(01) VALUE ZEROS.
       77      W-RETENCION-CTI     PIC X(01) VALUE SPACES.
       77      W-PER-COTIZA        PIC 9(06) VALUE ZEROS.
       77      W-PER-INICIO        PIC 9(06) VALUE ZEROS.
       77      W-PER-FIN           PIC 9(06) VALUE ZEROS.
       77      W-FECHA-REF         PIC 9(08) VALUE ZEROS.
       77      W-HONORARIOS        PIC 9(11)V99 VALUE ZEROS.
       77      W-IBC-REQ           PIC 9(11)V99 VALUE ZEROS.
       77      W-SMMLV             PIC 9(11)V99 VALUE ZEROS.
       77      W-TOPE-IBC          PIC 9(11)V99 VALUE ZEROS.
       77      W-APORTES-PILA      PIC 9(11)V99 VALUE ZEROS.
       77      SW-RECIBIDA         PIC 9(01) VALUE ZEROS.
       77      SW-SOPORTE          PIC 9(01) VALUE ZEROS.
       77      W-TIPO-SOPORTE      PIC 9(02) VALUE ZEROS.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      AREA-NOMRETE1.
        03     RT1-LNK-EMPRESA     PIC 9(07).
        03     RT1-LNK-CEDULA      PIC 9(12).
        03     RT1-LNK-FECHA       PIC 9(08).
        03     RT1-LNK-INGRESOS    PIC 9(11)V99.
        03     RT1-LNK-APORTES     PIC 9(11)V99.
        03     RT1-LNK-DEPENDIENTES
                                   PIC 9(11)V99.
        03     RT1-LNK-MEDICINA    PIC 9(11)V99.
        03     RT1-LNK-INTERESES   PIC 9(11)V99.
        03     RT1-LNK-VOLUNTARIOS PIC 9(11)V99.
        03     RT1-LNK-EXENTA-25   PIC 9(11)V99.
        03     RT1-LNK-BENEFICIOS  PIC 9(11)V99.
        03     RT1-LNK-BASE        PIC 9(11)V99.
        03     RT1-LNK-CATEGORIA   PIC 9(03).
        03     RT1-LNK-PORCENTAJE  PIC 9(02)V9(03).
        03     RT1-LNK-RETENCION   PIC 9(11)V99.
        03     RT1-LNK-ESTADO      PIC X(02).
      *  RENGLONES DE LA ORDEN QUE CUBRE ESTA FACTURA
       01      W-TABLA-OC.
        03     W-OC-RENGLON        OCCURS 50 TIMES.
         05    W-OC-LINEA          PIC 9(03).
         05    W-OC-CANTIDAD       PIC 9(07)V99.
         05    W-OC-PRECIO         PIC 9(09)V99.
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
               COPY "..\LBL\RETENFTE.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\ORDCOMPR.LBL".
               COPY "..\LBL\ORDCOLIN.LBL".
               COPY "..\LBL\FACLIBER.LBL".
               COPY "..\LBL\NITPERFI.LBL".
               COPY "..\LBL\ICATARIF.LBL".
               COPY "..\LBL\CONTRATI.LBL".
               COPY "..\LBL\PILAINDE.LBL".
               COPY "..\LBL\FACRECIB.LBL".
               COPY "..\LBL\FACELECT.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\RETENFTE.DCL".
               COPY "..\DCL\CNCATCTA.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\ORDCOMPR.DCL".
               COPY "..\DCL\ORDCOLIN.DCL".
               COPY "..\DCL\FACLIBER.DCL".
               COPY "..\DCL\NITPERFI.DCL".
               COPY "..\DCL\ICATARIF.DCL".
               COPY "..\DCL\CONTRATI.DCL".
               COPY "..\DCL\PILAINDE.DCL".
               COPY "..\DCL\FACRECIB.DCL".
               COPY "..\DCL\FACELECT.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
           IF      SW-USER = 1       EXIT PROGRAM.
           PERFORM I-PROCESO-AUDITE  THRU F-PROCESO-AUDITE
           PERFORM I-VALIDA-CIERRE   THRU F-VALIDA-CIERRE
           PERFORM I-VERIFICA-SUPER  THRU F-VERIFICA-SUPER
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-STATUS-ARCHIVOS THRU F-STATUS-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-CAPTURA         THRU F-CAPTURA
                   UNTIL F2.
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
       F-VALIDA-CIERRE.
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
           MOVE "* CAUSACION DE FACTURAS DE PROVEEDORES *"
                                       TO  WK-SISTEMA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-CNCATCTA-CIA
                                           LAB-ORDCOMPR-CIA
                                           LAB-ORDCOLIN-CIA
                                           LAB-FACLIBER-CIA
                                           LAB-NITPERFI-CIA
                                           LAB-CONTRATI-CIA
                                           LAB-PILAINDE-CIA
                                           LAB-FACRECIB-CIA
                                           LAB-FACELECT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT ORDCOMPR.
           IF  ORDCOMPR-STATUS  =  "35"
               OPEN OUTPUT ORDCOMPR.
           CLOSE ORDCOMPR.
           OPEN INPUT ORDCOLIN.
           IF  ORDCOLIN-STATUS  =  "35"
               OPEN OUTPUT ORDCOLIN.
           CLOSE ORDCOLIN.
           OPEN INPUT FACLIBER.
           IF  FACLIBER-STATUS  =  "35"
               OPEN OUTPUT FACLIBER.
           CLOSE FACLIBER.
           OPEN INPUT NITPERFI.
           IF  NITPERFI-STATUS  =  "35"
               OPEN OUTPUT NITPERFI.
           CLOSE NITPERFI.
           OPEN INPUT CONTRATI.
           IF  CONTRATI-STATUS  =  "35"
               OPEN OUTPUT CONTRATI.
           CLOSE CONTRATI.
           OPEN INPUT PILAINDE.
           IF  PILAINDE-STATUS  =  "35"
               OPEN OUTPUT PILAINDE.
           CLOSE PILAINDE.
           OPEN INPUT FACRECIB.
           IF  FACRECIB-STATUS  =  "35"
               OPEN OUTPUT FACRECIB.
           CLOSE FACRECIB.
           OPEN INPUT FACELECT.
           IF  FACELECT-STATUS  =  "35"
               OPEN OUTPUT FACELECT.
           CLOSE FACELECT.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CNNITCED RETENFTE CNCATCTA.
           OPEN I-O CNDOCTOS.
           OPEN I-O ORDCOMPR ORDCOLIN FACLIBER.
           OPEN INPUT NITPERFI ICATARIF CONTRATI PILAINDE.
           OPEN I-O FACRECIB.
           OPEN INPUT FACELECT.
           PERFORM I-PERFIL-EMPRESA    THRU F-PERFIL-EMPRESA.
       F-ABRE-ARCHIVOS.
      *
      *  PERFIL DE LA PROPIA EMPRESA (SU NIT) Y PORCENTAJE DE RETEIVA
       I-PERFIL-EMPRESA.
           MOVE WIN-NIT                TO  NTP-NIT.
           READ NITPERFI WITH NO LOCK INVALID KEY
                MOVE "N"               TO  NTP-GRAN-CONTRIB
                MOVE ZEROS             TO  NTP-MUNICIPIO-ICA.
           MOVE NTP-GRAN-CONTRIB       TO  W-EMP-GRAN-CONTRIB.
           MOVE NTP-MUNICIPIO-ICA      TO  W-EMP-MUNICIPIO.
           MOVE "RETEIVA"              TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-HOY            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"  AND  PRM-LNK-VALOR  >  ZEROS
               MOVE PRM-LNK-VALOR      TO  W-PORC-RETEIVA.
      *  TIPO DEL DOCUMENTO SOPORTE (PARAMETROS DE PROG388)
           MOVE ZEROS                  TO  W-TIPO-SOPORTE.
           MOVE CON-COD-EMPRESA        TO  FEL-EMPRESA.
           MOVE "0"                    TO  FEL-CLASE.
           MOVE ZEROS                  TO  FEL-TIPO  FEL-NUMERO.
           READ FACELECT WITH NO LOCK INVALID KEY
                GO TO F-PERFIL-EMPRESA.
           IF  FEL-TIPO-SOPORTE  NUMERIC
               MOVE FEL-TIPO-SOPORTE   TO  W-TIPO-SOPORTE.
       F-PERFIL-EMPRESA.
      *
      ******************************************************************
      *  CAPTURA DE LA FACTURA Y ARMADO DEL COMPROBANTE                *
      ******************************************************************
       I-CAPTURA.
           PERFORM I-ANULA-LIBERACION  THRU F-ANULA-LIBERACION.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "NIT PROVEEDOR......:"  LINE 06 POSITION 10.
           DISPLAY "FACTURA No.........:"  LINE 07 POSITION 10.
           DISPLAY "CUENTA IVA DESCONT.:"  LINE 14 POSITION 10.
           DISPLAY "CUENTA CXP (22XX)..:"  LINE 15 POSITION 10.
           DISPLAY "TIPO COMPROBANTE...:"  LINE 16 POSITION 10.
           DISPLAY "ORDEN COMPRA:"         LINE 07 POSITION 46.
           DISPLAY "RETEIVA....:"          LINE 12 POSITION 46.
           DISPLAY "RETEICA....:"          LINE 13 POSITION 46.
           DISPLAY "CTA RETEIVA:"          LINE 14 POSITION 46.
           DISPLAY "CTA RETEICA:"          LINE 15 POSITION 46.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT
                                           SW-RECIBIDA  SW-SOPORTE.
           ACCEPT W-NIT                LINE 06 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-CAPTURA.
           DISPLAY NOMBM               LINE 06 POSITION 46 REVERSE.
      *  PROVEEDOR NO OBLIGADO A FACTURAR: DOCUMENTO SOPORTE
           PERFORM I-NO-OBLIGADO       THRU F-NO-OBLIGADO.
           IF  SW-1  =  1              GO TO I-CAPTURA.
           ACCEPT W-FACTURA            LINE 07 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-FACTURA  =  ZEROS     GO TO I-CAPTURA.
      *  FACTURA ELECTRONICA DEL BUZON (PROG587)
           PERFORM I-FACTURA-RECIBIDA  THRU F-FACTURA-RECIBIDA.
           IF  SW-1  =  1              GO TO I-CAPTURA.
      *  NO SE CAUSA DOS VECES LA MISMA FACTURA DEL MISMO NIT
           PERFORM I-YA-CAUSADA        THRU F-YA-CAUSADA.
           IF  SW-EOF  =  1
               DISPLAY "FACTURA YA CAUSADA PARA ESE NIT"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-CAPTURA.
      *  CRUCE CON LA ORDEN DE COMPRA Y LO RECIBIDO (PROG559)
           PERFORM I-ORDEN-COMPRA      THRU F-ORDEN-COMPRA.
           IF  SW-1  =  1              GO TO I-CAPTURA.
           IF  SW-RECIBIDA  =  1
               PERFORM I-PRECARGA-RECIBIDA THRU F-PRECARGA-RECIBIDA.
           ACCEPT W-FECHA-FRA          LINE 08 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
      *  CONTRATISTA INDEPENDIENTE: SOPORTE PILA DEL PERIODO
           PERFORM I-CONTRATISTA       THRU F-CONTRATISTA.
           IF  SW-1  =  1              GO TO I-CAPTURA.
      *  CON ORDEN DE COMPRA LA BASE YA VIENE DE LOS RENGLONES
           IF  W-ORDEN  NOT =  ZEROS   GO TO I-CAPTURA-IVA.
           ACCEPT W-BASE               LINE 10 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-BASE  =  ZEROS        GO TO I-CAPTURA.
       I-CAPTURA-IVA.
           ACCEPT W-IVA                LINE 11 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  SW-RECIBIDA  =  1
           AND (W-BASE  NOT =  FRC-BASE  OR  W-IVA  NOT =  FRC-IVA)
               DISPLAY "BASE O IVA DIFIEREN DE LA FACTURA ELECTRONICA"
                       LINE 21 POSITION 10 REVERSE BLINK.
           ACCEPT W-CATEGORIA          LINE 12 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                   IF  W-BASE  NOT <  RETENFTE-BASE-MINIMA
                       COMPUTE W-RETENCION ROUNDED  =  W-BASE
                               *  RETENFTE-PORCENTAJE  /  100.
      *  CONTRATISTA CON RETENCION D: TABLA DEPURADA (NOMRETE1)
           IF  SW-CONTRATISTA  =  1  AND  W-RETENCION-CTI  =  "D"
               PERFORM I-RETENCION-DEPURADA THRU F-RETENCION-DEPURADA.
      *  RETEIVA, RETEICA Y AUTORRETENCION SEGUN EL PERFIL DEL NIT
           PERFORM I-RETENCIONES-PERFIL THRU F-RETENCIONES-PERFIL.
           MOVE W-RETENCION            TO  WI-VALOR.
           DISPLAY "RETENCION CALCULADA:"  LINE 18 POSITION 10.
           DISPLAY WI-VALOR            LINE 18 POSITION 32 REVERSE.
           COMPUTE W-NETO-CXP  =  W-BASE  +  W-IVA  -  W-RETENCION
                               -  W-RETEIVA  -  W-RETEICA.
           MOVE W-NETO-CXP             TO  WI-VALOR.
           DISPLAY "NETO A PAGAR (CXP).:"  LINE 19 POSITION 10.
           DISPLAY WI-VALOR            LINE 19 POSITION 32 REVERSE.
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-RETEIVA  NOT =  ZEROS
               ACCEPT W-CTA-RETEIVA    LINE 14 POSITION 59
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-RETEIVA  NOT =  ZEROS  AND  W-CTA-RETEIVA  =  ZEROS
               GO TO I-CAPTURA.
           IF  W-RETEICA  NOT =  ZEROS
               ACCEPT W-CTA-RETEICA    LINE 15 POSITION 59
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  W-RETEICA  NOT =  ZEROS  AND  W-CTA-RETEICA  =  ZEROS
               GO TO I-CAPTURA.
           ACCEPT W-CTA-CXP            LINE 15 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-CTA-CXP  =  ZEROS     GO TO I-CAPTURA.
           IF  SW-SOPORTE  =  1
               MOVE W-TIPO-SOPORTE     TO  W-TIPO
               DISPLAY W-TIPO          LINE 16 POSITION 32 REVERSE
               GO TO I-CAPTURA-GRABA.
           ACCEPT W-TIPO               LINE 16 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-TIPO  =  ZEROS        GO TO I-CAPTURA.
           IF  W-TIPO  =  W-TIPO-SOPORTE
               DISPLAY "TIPO RESERVADO AL DOCUMENTO SOPORTE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO I-CAPTURA.
       I-CAPTURA-GRABA.
           DISPLAY "[ G ] GRABA EL COMPROBANTE  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF  W-TRUCO  NOT =  "G"     GO TO F-CAPTURA.
           PERFORM I-GRABA-COMPROBANTE THRU F-GRABA-COMPROBANTE.
       F-CAPTURA.
      *
      ******************************************************************
      *  PERFIL TRIBUTARIO DEL PROVEEDOR (NITPERFI): AUTORRETENEDOR,   *
      *  RETEIVA Y RETEICA CON LA TARIFA DE ICATARIF                   *
      ******************************************************************
       I-RETENCIONES-PERFIL.
           MOVE ZEROS                  TO  W-RETEIVA  W-RETEICA
                                           SW-PERFIL.
           MOVE W-NIT                  TO  NTP-NIT.
           READ NITPERFI WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-PERFIL.
           IF  SW-PERFIL  =  1
               DISPLAY "NIT SIN PERFIL TRIBUTARIO (PROG562)"
                       LINE 16 POSITION 46 REVERSE
               GO TO I-RETENCIONES-MUESTRA.
           DISPLAY "REG:"              LINE 16 POSITION 46.
           DISPLAY NTP-REGIMEN         LINE 16 POSITION 50 REVERSE.
           DISPLAY "GC:"               LINE 16 POSITION 52.
           DISPLAY NTP-GRAN-CONTRIB    LINE 16 POSITION 55 REVERSE.
           DISPLAY "AUTORRET:"         LINE 16 POSITION 57.
           DISPLAY NTP-AUTORRETENEDOR  LINE 16 POSITION 66 REVERSE.
           IF  NTP-AUTORRETENEDOR  =  "S"
               MOVE ZEROS              TO  W-RETENCION
               GO TO I-RETENCIONES-MUESTRA.
           IF  W-IVA  NOT =  ZEROS
           AND W-EMP-GRAN-CONTRIB  =  "S"
           AND NTP-REGIMEN  =  "C"
           AND NTP-GRAN-CONTRIB  NOT =  "S"
               COMPUTE W-RETEIVA ROUNDED  =  W-IVA
                       *  W-PORC-RETEIVA  /  100.
           IF  NTP-MUNICIPIO-ICA  =  ZEROS
           OR  NTP-MUNICIPIO-ICA  NOT =  W-EMP-MUNICIPIO
               GO TO I-RETENCIONES-MUESTRA.
           MOVE NTP-MUNICIPIO-ICA      TO  ICA-MUNICIPIO.
           MOVE NTP-ACTIVIDAD-ICA      TO  ICA-ACTIVIDAD.
           READ ICATARIF WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  ICA-TARIFA.
           COMPUTE W-RETEICA ROUNDED  =  W-BASE  *  ICA-TARIFA  /  1000.
       I-RETENCIONES-MUESTRA.
           MOVE W-RETEIVA              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 12 POSITION 59 REVERSE.
           MOVE W-RETEICA              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 13 POSITION 59 REVERSE.
       F-RETENCIONES-PERFIL.
      *
      ******************************************************************
      *  CONTRATISTA: CONTRATOS DEL NIT VIGENTES EN EL MES DE LA       *
      *  FACTURA Y SOPORTE PILA DE ESE PERIODO CON EL IBC REQUERIDO.   *
      *  SW-1 = 1 SI NO SE PUEDE CAUSAR                                *
      ******************************************************************
       I-CONTRATISTA.
           MOVE ZEROS                  TO  SW-1  SW-CONTRATISTA
                                           SW-LIBERA-PILA
                                           W-HONORARIOS  W-APORTES-PILA.
           MOVE SPACES                 TO  W-RETENCION-CTI.
           DIVIDE W-FECHA-FRA  BY  100  GIVING  W-PER-COTIZA.
           MOVE CON-COD-EMPRESA        TO  CTI-EMPRESA.
           MOVE W-NIT                  TO  CTI-NIT.
           MOVE ZEROS                  TO  CTI-CONSEC.
           START CONTRATI KEY NOT LESS CTI-CLAVE INVALID KEY
                 GO TO F-CONTRATISTA.
       I-CONTRATISTA-LEE.
           READ CONTRATI NEXT RECORD WITH NO LOCK AT END
                GO TO I-CONTRATISTA-PILA.
           IF  CTI-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  CTI-NIT      NOT =  W-NIT
               GO TO I-CONTRATISTA-PILA.
           IF  CTI-ESTADO  =  "T"  AND  CTI-FECHA-FIN  =  ZEROS
               GO TO I-CONTRATISTA-LEE.
           DIVIDE CTI-FECHA-INICIO  BY  100  GIVING  W-PER-INICIO.
           DIVIDE CTI-FECHA-FIN     BY  100  GIVING  W-PER-FIN.
           IF  W-PER-INICIO  >  W-PER-COTIZA
               GO TO I-CONTRATISTA-LEE.
           IF  W-PER-FIN  NOT =  ZEROS  AND  W-PER-FIN  <  W-PER-COTIZA
               GO TO I-CONTRATISTA-LEE.
           ADD CTI-HONORARIO           TO  W-HONORARIOS.
           MOVE CTI-RETENCION          TO  W-RETENCION-CTI.
           GO TO I-CONTRATISTA-LEE.
       I-CONTRATISTA-PILA.
           IF  W-HONORARIOS  =  ZEROS  GO TO F-CONTRATISTA.
           MOVE 1                      TO  SW-CONTRATISTA.
           PERFORM I-IBC-REQUERIDO     THRU F-IBC-REQUERIDO.
           DISPLAY "IBC REQ:"          LINE 19 POSITION 52.
           MOVE W-IBC-REQ              TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 19 POSITION 60 REVERSE.
           MOVE CON-COD-EMPRESA        TO  PLI-EMPRESA.
           MOVE W-NIT                  TO  PLI-NIT.
           DIVIDE W-PER-COTIZA  BY  100  GIVING  PLI-ANO
                  REMAINDER  PLI-MES.
           READ PILAINDE WITH NO LOCK INVALID KEY
                DISPLAY "CONTRATISTA SIN SOPORTE PILA DEL PERIODO"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO I-CONTRATISTA-LIBERA.
           COMPUTE W-APORTES-PILA  =  PLI-SALUD  +  PLI-PENSION.
           IF  PLI-IBC  NOT <  W-IBC-REQ
               GO TO F-CONTRATISTA.
           DISPLAY "IBC PAGADO EN LA PILA MENOR AL REQUERIDO"
                   LINE 24 POSITION 10 REVERSE BLINK.
       I-CONTRATISTA-LIBERA.
           PERFORM I-LIBERA-PILA       THRU F-LIBERA-PILA.
       F-CONTRATISTA.
      *
      *  IBC = 40% DE LOS HONORARIOS, ENTRE 1 Y 25 SALARIOS MINIMOS
       I-IBC-REQUERIDO.
           COMPUTE W-IBC-REQ ROUNDED  =  W-HONORARIOS  *  40  /  100.
           COMPUTE W-FECHA-REF  =  (W-PER-COTIZA  *  100)  +  1.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-REF            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  NOT =  "00"  OR  PRM-LNK-VALOR  =  ZEROS
               GO TO F-IBC-REQUERIDO.
           MOVE PRM-LNK-VALOR          TO  W-SMMLV.
           COMPUTE W-TOPE-IBC  =  W-SMMLV  *  25.
           IF  W-IBC-REQ  <  W-SMMLV
               MOVE W-SMMLV            TO  W-IBC-REQ.
           IF  W-IBC-REQ  >  W-TOPE-IBC
               MOVE W-TOPE-IBC         TO  W-IBC-REQ.
       F-IBC-REQUERIDO.
      *
      *  SIN SOPORTE PILA VALIDO SOLO UN SUPERVISOR CAUSA LA FACTURA;
      *  LA LIBERACION QUEDA EN FACLIBER CON SU MOTIVO
       I-LIBERA-PILA.
           IF  WK-TIPO-USR  NOT =  "A"
               MOVE 1                  TO  SW-1
               DISPLAY "REQUIERE SOPORTE PILA (PROG576) O SUPERVISOR"
                       LINE 23 POSITION 10 REVERSE BLINK
               GO TO F-LIBERA-PILA.
           DISPLAY "[ L ] LIBERA SIN PILA  [ OTRA ] RECHAZA"
                   LINE 23 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "L"
               MOVE 1                  TO  SW-1
               GO TO F-LIBERA-PILA.
           INITIALIZE REG-FACLIBER.
           MOVE CON-COD-EMPRESA        TO  FLB-EMPRESA.
           MOVE W-NIT                  TO  FLB-NIT.
           MOVE W-FACTURA              TO  FLB-FACTURA.
           MOVE "P"                    TO  FLB-TIPO.
           MOVE W-ORDEN                TO  FLB-ORDEN.
           MOVE "CONTRATISTA SIN SOPORTE PILA VALIDO"  TO  FLB-MOTIVO.
           MOVE CON-USERNAME           TO  FLB-USUARIO.
           MOVE W-FECHA-HOY            TO  FLB-FECHA.
           MOVE "L"                    TO  FLB-ESTADO.
           WRITE REG-FACLIBER INVALID KEY
                 REWRITE REG-FACLIBER.
           MOVE 1                      TO  SW-LIBERA-PILA
                                           SW-LIB-NUEVA-PILA.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
       F-LIBERA-PILA.
      *
      ******************************************************************
      *  RETENCION DEL CONTRATISTA QUE NO CONTRATA DOS O MAS           *
      *  TRABAJADORES: TABLA DE RENTAS DE TRABAJO SOBRE LOS HONORARIOS *
      *  MENOS LOS APORTES OBLIGATORIOS DE LA PILA (NOMRETE1).  LA     *
      *  CUENTA ES LA DE LA CATEGORIA DIGITADA O, SIN ELLA, LA DEL     *
      *  RANGO DE LA TABLA                                             *
      ******************************************************************
       I-RETENCION-DEPURADA.
           INITIALIZE AREA-NOMRETE1.
           MOVE CON-COD-EMPRESA        TO  RT1-LNK-EMPRESA.
           MOVE W-NIT                  TO  RT1-LNK-CEDULA.
           MOVE W-FECHA-FRA            TO  RT1-LNK-FECHA.
           MOVE W-BASE                 TO  RT1-LNK-INGRESOS.
           MOVE W-APORTES-PILA         TO  RT1-LNK-APORTES.
           CALL "NOMRETE1"          USING  AREA-NOMRETE1.
           MOVE ZEROS                  TO  W-RETENCION.
           IF  RT1-LNK-ESTADO  =  "23"
           OR  RT1-LNK-RETENCION  =  ZEROS
               GO TO I-RETENCION-DEP-MUESTRA.
           MOVE RT1-LNK-RETENCION      TO  W-RETENCION.
           IF  W-CATEGORIA  NOT =  ZEROS
               GO TO I-RETENCION-DEP-MUESTRA.
           MOVE RT1-LNK-CATEGORIA      TO  W-CATEGORIA
                                           RETENFTE-CODIGO-CATEGORIA.
           READ RETENFTE WITH NO LOCK INVALID KEY
                MOVE ZEROS             TO  W-RETENCION.
       I-RETENCION-DEP-MUESTRA.
           DISPLAY "(TABLA DEPURADA)"  LINE 18 POSITION 52.
       F-RETENCION-DEPURADA.
      *
       I-VALIDA-CUENTA.
           MOVE ZEROS                  TO  SW-1.
       F-VALIDA-CUENTA.
      *
      ******************************************************************
      *  CRUCE DE TRES VIAS: ORDEN APROBADA DEL MISMO NIT, CANTIDAD    *
      *  FACTURADA NO MAYOR A LO RECIBIDO SIN FACTURAR Y PRECIO NO     *
      *  MAYOR AL PACTADO MAS LA TOLERANCIA.  ORDEN EN CEROS = SIN     *
      *  ORDEN.  LO QUE NO CUMPLE REQUIERE LIBERACION DEL SUPERVISOR   *
      ******************************************************************
       I-ORDEN-COMPRA.
           MOVE ZEROS                  TO  SW-1  SW-LIBERADA  W-ORDEN
                                           W-CENCOS  W-OC-TOTAL.
           ACCEPT W-ORDEN              LINE 07 POSITION 60
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-ORDEN-COMPRA.
           MOVE CON-COD-EMPRESA        TO  FLB-EMPRESA.
           MOVE W-NIT                  TO  FLB-NIT.
           MOVE W-FACTURA              TO  FLB-FACTURA.
           MOVE "O"                    TO  FLB-TIPO.
           READ FACLIBER WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  FLB-ESTADO.
           IF  FLB-ESTADO  =  "L"
               MOVE 1                  TO  SW-LIBERADA
               DISPLAY "FACTURA LIBERADA POR:"  LINE 17 POSITION 10
               DISPLAY FLB-USUARIO     LINE 17 POSITION 32 REVERSE
               DISPLAY FLB-MOTIVO      LINE 17 POSITION 36.
           IF  W-ORDEN  =  ZEROS
               DISPLAY "FACTURA SIN ORDEN DE COMPRA"
                       LINE 24 POSITION 10 REVERSE
               IF  SW-LIBERADA  =  ZEROS
                   PERFORM I-PIDE-LIBERACION THRU F-PIDE-LIBERACION
                   GO TO F-ORDEN-COMPRA
               ELSE
                   GO TO F-ORDEN-COMPRA.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           MOVE W-ORDEN                TO  ORC-NUMERO.
           READ ORDCOMPR WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1
                DISPLAY "ORDEN DE COMPRA NO EXISTE (PROG559)"
                        LINE 24 POSITION 10 REVERSE BLINK
                GO TO F-ORDEN-COMPRA.
           IF  ORC-NIT  NOT =  W-NIT
               MOVE 1                  TO  SW-1
               DISPLAY "LA ORDEN ES DE OTRO PROVEEDOR"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-ORDEN-COMPRA.
           IF  ORC-ESTADO  NOT =  "A"
               MOVE 1                  TO  SW-1
               DISPLAY "LA ORDEN NO ESTA APROBADA O YA SE CERRO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-ORDEN-COMPRA.
           MOVE ORC-CENCOS             TO  W-CENCOS.
           MOVE ORC-CTA-GASTO          TO  W-CTA-GASTO.
           MOVE ZEROS                  TO  W-BASE.
           DISPLAY "ORDEN:"            LINE 20 POSITION 10.
           MOVE ORC-VALOR-TOTAL        TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 20 POSITION 17 REVERSE.
           DISPLAY "RECEPCIONES:"      LINE 20 POSITION 36.
           DISPLAY ORC-ULT-RECIBO      LINE 20 POSITION 49 REVERSE.
           DISPLAY "TOLERANCIA %:"     LINE 20 POSITION 55.
           DISPLAY ORC-TOLERANCIA      LINE 20 POSITION 69 REVERSE.
           MOVE ZEROS                  TO  FIN-OCL.
           MOVE CON-COD-EMPRESA        TO  OCL-EMPRESA.
           MOVE W-ORDEN                TO  OCL-NUMERO.
           MOVE ZEROS                  TO  OCL-LINEA.
           START ORDCOLIN KEY NOT LESS OCL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OCL.
       I-ORDEN-COMPRA-LEE.
           IF  FIN-OCL  =  1           GO TO I-ORDEN-COMPRA-FIN.
           READ ORDCOLIN NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OCL
                GO TO I-ORDEN-COMPRA-LEE.
           IF  OCL-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OCL-NUMERO   NOT =  W-ORDEN
               MOVE 1                  TO  FIN-OCL
               GO TO I-ORDEN-COMPRA-LEE.
           IF  OCL-FACTURADO  NOT <  OCL-CANTIDAD
               GO TO I-ORDEN-COMPRA-LEE.
           IF  W-OC-TOTAL  NOT <  50
               GO TO I-ORDEN-COMPRA-FIN.
           PERFORM I-RENGLON-OC        THRU F-RENGLON-OC.
           IF  SW-1  =  1              GO TO F-ORDEN-COMPRA.
           GO TO I-ORDEN-COMPRA-LEE.
       I-ORDEN-COMPRA-FIN.
           IF  W-BASE  =  ZEROS
               MOVE 1                  TO  SW-1
               DISPLAY "NO SE FACTURO NINGUN RENGLON DE LA ORDEN"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-ORDEN-COMPRA.
           MOVE W-BASE                 TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 10 POSITION 32 REVERSE.
       F-ORDEN-COMPRA.
      *
       I-RENGLON-OC.
           COMPUTE W-SIN-FACTURAR  =  OCL-RECIBIDO  -  OCL-FACTURADO.
           IF  W-SIN-FACTURAR  <  ZEROS
               MOVE ZEROS              TO  W-SIN-FACTURAR.
           COMPUTE W-PRECIO-TOPE ROUNDED  =  OCL-PRECIO
                   *  (100  +  ORC-TOLERANCIA)  /  100.
           DISPLAY WK-ESPACIOS         LINE 21 POSITION 01.
           DISPLAY WK-ESPACIOS         LINE 22 POSITION 01.
           DISPLAY OCL-LINEA           LINE 21 POSITION 10.
           DISPLAY OCL-DESCRIPCION     LINE 21 POSITION 14 REVERSE.
           DISPLAY "RECIBIDO SIN FACT.:"  LINE 21 POSITION 46.
           MOVE W-SIN-FACTURAR         TO  WI-CANTIDAD.
           DISPLAY WI-CANTIDAD         LINE 21 POSITION 66.
           DISPLAY "CANTIDAD FACTURADA:"  LINE 22 POSITION 10.
           DISPLAY "PRECIO:"           LINE 22 POSITION 46.
           MOVE W-SIN-FACTURAR         TO  W-CANT-FRA.
           MOVE OCL-PRECIO             TO  W-PRECIO-FRA.
           ACCEPT W-CANT-FRA           LINE 22 POSITION 30
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-CANT-FRA  =  ZEROS    GO TO F-RENGLON-OC.
           ACCEPT W-PRECIO-FRA         LINE 22 POSITION 54
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE ZEROS                  TO  SW-FUERA.
           IF  W-CANT-FRA  >  W-SIN-FACTURAR
               MOVE 1                  TO  SW-FUERA
               DISPLAY "CANTIDAD MAYOR A LO RECIBIDO SIN FACTURAR"
                       LINE 24 POSITION 10 REVERSE BLINK.
           IF  W-PRECIO-FRA  >  W-PRECIO-TOPE
               MOVE 1                  TO  SW-FUERA
               DISPLAY "PRECIO POR ENCIMA DEL PACTADO + TOLERANCIA"
                       LINE 24 POSITION 10 REVERSE BLINK.
           IF  SW-FUERA  =  1  AND  SW-LIBERADA  =  ZEROS
               PERFORM I-PIDE-LIBERACION THRU F-PIDE-LIBERACION.
           IF  SW-1  =  1              GO TO F-RENGLON-OC.
           ADD 1                       TO  W-OC-TOTAL.
           MOVE OCL-LINEA              TO  W-OC-LINEA (W-OC-TOTAL).
           MOVE W-CANT-FRA             TO  W-OC-CANTIDAD (W-OC-TOTAL).
           MOVE W-PRECIO-FRA           TO  W-OC-PRECIO (W-OC-TOTAL).
           COMPUTE W-VALOR-OC ROUNDED  =  W-CANT-FRA  *  W-PRECIO-FRA.
           ADD W-VALOR-OC              TO  W-BASE.
       F-RENGLON-OC.
      *
      *  SOLO UN SUPERVISOR LIBERA AQUI MISMO; LOS DEMAS USUARIOS
      *  PIDEN LA LIBERACION POR PROG559 OPCION B
       I-PIDE-LIBERACION.
           IF  WK-TIPO-USR  NOT =  "A"
               MOVE 1                  TO  SW-1
               DISPLAY "REQUIERE LIBERACION DEL SUPERVISOR (PROG559 B)"
                       LINE 23 POSITION 10 REVERSE BLINK
               GO TO F-PIDE-LIBERACION.
           DISPLAY "[ L ] LIBERA (SUPERVISOR)  [ OTRA ] RECHAZA"
                   LINE 23 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "L"
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-LIBERACION.
           INITIALIZE REG-FACLIBER.
           MOVE CON-COD-EMPRESA        TO  FLB-EMPRESA.
           MOVE W-NIT                  TO  FLB-NIT.
           MOVE W-FACTURA              TO  FLB-FACTURA.
           MOVE "O"                    TO  FLB-TIPO.
           MOVE W-ORDEN                TO  FLB-ORDEN.
           MOVE "LIBERADA EN LA CAUSACION (PROG750)"  TO  FLB-MOTIVO.
           MOVE CON-USERNAME           TO  FLB-USUARIO.
           MOVE W-FECHA-HOY            TO  FLB-FECHA.
           MOVE "L"                    TO  FLB-ESTADO.
           WRITE REG-FACLIBER INVALID KEY
                 REWRITE REG-FACLIBER.
           MOVE 1                      TO  SW-LIBERADA
                                           SW-LIB-NUEVA-OC.
       F-PIDE-LIBERACION.
      *
      ******************************************************************
      *  CONTROL DE DOBLE CAUSACION: MISMO NIT + MISMA FACTURA         *
      ******************************************************************
       I-YA-CAUSADA.
           MOVE CON-COD-EMPRESA        TO  CNS-EMPRESA.
           MOVE W-TIPO                 TO  CNS-TIPO.
           CALL "CNCONSEC"          USING  AREA-CNCONSEC.
           IF  CNS-ESTADO  =  "45"
               DISPLAY "RESOLUCION VENCIDA O RANGO AGOTADO (PROG047)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GRABA-COMPROBANTE.
           IF  CNS-ESTADO  NOT =  "00"
               DISPLAY "TIPO DE COMPROBANTE NO DISPONIBLE"
                       LINE 24 POSITION 10 REVERSE BLINK
               MOVE RETENFTE-CTA-CONTABLE  TO  W-CTA-LIN
               COMPUTE W-VALOR-LIN  =  ZERO  -  W-RETENCION
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  CREDITO AL RETEIVA Y AL RETEICA POR PAGAR
           IF  W-RETEIVA  NOT =  ZEROS
               MOVE W-CTA-RETEIVA      TO  W-CTA-LIN
               COMPUTE W-VALOR-LIN  =  ZERO  -  W-RETEIVA
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
           IF  W-RETEICA  NOT =  ZEROS
               MOVE W-CTA-RETEICA      TO  W-CTA-LIN
               COMPUTE W-VALOR-LIN  =  ZERO  -  W-RETEICA
               PERFORM I-GRABA-LINEA   THRU F-GRABA-LINEA.
      *  CREDITO A LA CUENTA POR PAGAR
           MOVE W-CTA-CXP              TO  W-CTA-LIN.
           COMPUTE W-VALOR-LIN  =  ZERO  -  W-NETO-CXP.
           PERFORM I-GRABA-LINEA       THRU F-GRABA-LINEA.
           IF  W-ORDEN  NOT =  ZEROS
               PERFORM I-ACTUALIZA-ORDEN THRU F-ACTUALIZA-ORDEN.
           MOVE "U"                    TO  W-ESTADO-LIB.
           IF  SW-LIBERADA  =  1
               MOVE "O"                TO  W-TIPO-LIB
               PERFORM I-MARCA-LIBERACION THRU F-MARCA-LIBERACION.
           IF  SW-LIBERA-PILA  =  1
               MOVE "P"                TO  W-TIPO-LIB
               PERFORM I-MARCA-LIBERACION THRU F-MARCA-LIBERACION.
           MOVE ZEROS                  TO  SW-LIB-NUEVA-OC
                                           SW-LIB-NUEVA-PILA.
           IF  SW-RECIBIDA  =  1
               PERFORM I-MARCA-RECIBIDA THRU F-MARCA-RECIBIDA.
           IF  SW-SOPORTE  =  1
               DISPLAY "DOCUMENTO SOPORTE    No:"
                       LINE 24 POSITION 10 REVERSE
           ELSE
               DISPLAY "CAUSADA - COMPROBANTE No:"
                       LINE 24 POSITION 10 REVERSE.
           DISPLAY W-NUMERO            LINE 24 POSITION 36 REVERSE.
       F-GRABA-COMPROBANTE.
      *
           ADD 1                       TO  W-SECUENCIA.
           MOVE W-SECUENCIA            TO  RADIC-AUTOMATICA-DOCTOS.
           MOVE W-CTA-LIN              TO  CUENTA-DOCTOS.
           IF  W-CTA-LIN  =  W-CTA-GASTO
               MOVE W-CENCOS           TO  CENCOS-DOCTOS.
           MOVE W-NIT                  TO  ALTNIT-DOCTOS.
           MOVE W-FACTURA              TO  ALTFRA-DOCTOS
                                           NUMFRA-DOCTOS.
           MOVE W-VALOR-LIN            TO  VALOR-DOCTOS.
           MOVE W-BASE                 TO  VRBASE-DOCTOS.
           IF  W-RETEIVA  NOT =  ZEROS  AND  W-CTA-LIN  =  W-CTA-RETEIVA
               MOVE W-IVA              TO  VRBASE-DOCTOS.
           MOVE "CAUSACION FACTURA PROVEEDOR"  TO  CONCEPTO-DOCTOS.
           IF  SW-SOPORTE  =  1
               MOVE "DOCUMENTO SOPORTE NO OBLIGADO A FACTURAR"
                                       TO  CONCEPTO-DOCTOS.
           MOVE CON-PERIODO            TO  ALTMES-DOCTOS
                                           ALTPER-DOCTOS.
           MOVE CON-COD-EMPRESA        TO  ALTEMP-DOCTOS.
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-LIN-REG.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-GRABA-LINEA.
      *
      ******************************************************************
      *  LO FACTURADO SE LLEVA A LOS RENGLONES DE LA ORDEN; CUANDO     *
      *  TODOS QUEDAN FACTURADOS LA ORDEN SE CIERRA                    *
      ******************************************************************
       I-ACTUALIZA-ORDEN.
           MOVE ZEROS                  TO  W-OC-IND.
       I-ACTUALIZA-ORD-REN.
           ADD 1                       TO  W-OC-IND.
           IF  W-OC-IND  >  W-OC-TOTAL GO TO I-ACTUALIZA-ORD-CIERRE.
           MOVE CON-COD-EMPRESA        TO  OCL-EMPRESA.
           MOVE W-ORDEN                TO  OCL-NUMERO.
           MOVE W-OC-LINEA (W-OC-IND)  TO  OCL-LINEA.
           READ ORDCOLIN INVALID KEY
                GO TO I-ACTUALIZA-ORD-REN.
           ADD W-OC-CANTIDAD (W-OC-IND)  TO  OCL-FACTURADO.
           COMPUTE OCL-VALOR-FACTURADO ROUNDED  =  OCL-VALOR-FACTURADO
                   +  W-OC-CANTIDAD (W-OC-IND)
                   *  W-OC-PRECIO (W-OC-IND).
           REWRITE REG-ORDCOLIN.
           GO TO I-ACTUALIZA-ORD-REN.
       I-ACTUALIZA-ORD-CIERRE.
           MOVE 1                      TO  SW-CERRADA.
           MOVE ZEROS                  TO  FIN-OCL.
           MOVE CON-COD-EMPRESA        TO  OCL-EMPRESA.
           MOVE W-ORDEN                TO  OCL-NUMERO.
           MOVE ZEROS                  TO  OCL-LINEA.
           START ORDCOLIN KEY NOT LESS OCL-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OCL.
       I-ACTUALIZA-ORD-LEE.
           IF  FIN-OCL  =  1           GO TO I-ACTUALIZA-ORD-FIN.
           READ ORDCOLIN NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OCL
                GO TO I-ACTUALIZA-ORD-LEE.
           IF  OCL-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  OCL-NUMERO   NOT =  W-ORDEN
               MOVE 1                  TO  FIN-OCL
               GO TO I-ACTUALIZA-ORD-LEE.
           IF  OCL-FACTURADO  <  OCL-CANTIDAD
               MOVE ZEROS              TO  SW-CERRADA
               MOVE 1                  TO  FIN-OCL.
           GO TO I-ACTUALIZA-ORD-LEE.
       I-ACTUALIZA-ORD-FIN.
           IF  SW-CERRADA  =  ZEROS    GO TO F-ACTUALIZA-ORDEN.
           MOVE CON-COD-EMPRESA        TO  ORC-EMPRESA.
           MOVE W-ORDEN                TO  ORC-NUMERO.
           READ ORDCOMPR INVALID KEY
                GO TO F-ACTUALIZA-ORDEN.
           MOVE "C"                    TO  ORC-ESTADO.
           REWRITE REG-ORDCOMPR.
       F-ACTUALIZA-ORDEN.
      *
      *  LA LIBERACION SIRVE PARA UNA SOLA CAUSACION: AL GRABAR QUEDA
      *  USADA (W-ESTADO-LIB "U") Y SI LA CAPTURA NO SE GRABO, ANULADA
      *  ("A").  SOLO SE MARCA LA QUE SIGUE LIBERADA
       I-MARCA-LIBERACION.
           MOVE CON-COD-EMPRESA        TO  FLB-EMPRESA.
           MOVE W-NIT                  TO  FLB-NIT.
           MOVE W-FACTURA              TO  FLB-FACTURA.
           MOVE W-TIPO-LIB             TO  FLB-TIPO.
           READ FACLIBER INVALID KEY
                GO TO F-MARCA-LIBERACION.
           IF  FLB-ESTADO  NOT =  "L"  GO TO F-MARCA-LIBERACION.
           MOVE W-ESTADO-LIB           TO  FLB-ESTADO.
           REWRITE REG-FACLIBER.
       F-MARCA-LIBERACION.
      *
      *  LA LIBERACION DADA EN ESTA PANTALLA PARA UNA CAPTURA QUE NO SE
      *  GRABO NO QUEDA VIGENTE PARA LA SIGUIENTE CAPTURA DE LA FACTURA
       I-ANULA-LIBERACION.
           MOVE "A"                    TO  W-ESTADO-LIB.
           IF  SW-LIB-NUEVA-OC  =  1
               MOVE "O"                TO  W-TIPO-LIB
               PERFORM I-MARCA-LIBERACION THRU F-MARCA-LIBERACION.
           IF  SW-LIB-NUEVA-PILA  =  1
               MOVE "P"                TO  W-TIPO-LIB
               PERFORM I-MARCA-LIBERACION THRU F-MARCA-LIBERACION.
           MOVE ZEROS                  TO  SW-LIB-NUEVA-OC
                                           SW-LIB-NUEVA-PILA.
       F-ANULA-LIBERACION.
      *
      ******************************************************************
      *  FACTURA ELECTRONICA RECIBIDA (FACRECIB): SOLO SE CAUSA LA     *
      *  QUE YA TIENE CUENTA Y CENTRO (ESTADO L).  LA QUE NO ESTA EN   *
      *  EL BUZON SE CAPTURA COMO SIEMPRE.                             *
      ******************************************************************
       I-FACTURA-RECIBIDA.
           MOVE ZEROS                  TO  SW-1  SW-RECIBIDA.
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           MOVE W-NIT                  TO  FRC-NIT.
           MOVE W-FACTURA              TO  FRC-NUMERO.
           READ FACRECIB WITH NO LOCK INVALID KEY
                GO TO F-FACTURA-RECIBIDA.
           IF  FRC-ESTADO  =  "P"
               MOVE 1                  TO  SW-1
               DISPLAY "FACTURA ELECTRONICA SIN CUENTA NI CENTRO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-FACTURA-RECIBIDA.
           IF  FRC-ESTADO  =  "X"
               MOVE 1                  TO  SW-1
               DISPLAY "FACTURA ELECTRONICA RECLAMADA (EVENTO 031)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-FACTURA-RECIBIDA.
           IF  FRC-ESTADO  =  "C"
               MOVE 1                  TO  SW-1
               DISPLAY "FACTURA YA CAUSADA PARA ESE NIT"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-FACTURA-RECIBIDA.
           MOVE 1                      TO  SW-RECIBIDA.
           DISPLAY "FACTURA ELECTRONICA:"  LINE 21 POSITION 10.
           DISPLAY FRC-PREFIJO         LINE 21 POSITION 32 REVERSE.
           DISPLAY FRC-NUMERO          LINE 21 POSITION 37 REVERSE.
       F-FACTURA-RECIBIDA.
      *
      *  FECHAS, VALORES, CUENTA Y CENTRO DEL BUZON.  CON ORDEN DE
      *  COMPRA LA BASE, LA CUENTA Y EL CENTRO SON LOS DE LA ORDEN.
       I-PRECARGA-RECIBIDA.
           MOVE FRC-FECHA-FRA          TO  W-FECHA-FRA.
           MOVE FRC-FECHA-VCTO         TO  W-FECHA-VCTO.
           MOVE FRC-IVA                TO  W-IVA.
           IF  W-ORDEN  NOT =  ZEROS   GO TO F-PRECARGA-RECIBIDA.
           MOVE FRC-BASE               TO  W-BASE.
           MOVE FRC-CTA-GASTO          TO  W-CTA-GASTO.
           MOVE FRC-CENCOS             TO  W-CENCOS.
       F-PRECARGA-RECIBIDA.
      *
       I-MARCA-RECIBIDA.
           MOVE CON-COD-EMPRESA        TO  FRC-EMPRESA.
           MOVE W-NIT                  TO  FRC-NIT.
           MOVE W-FACTURA              TO  FRC-NUMERO.
           READ FACRECIB INVALID KEY
                GO TO F-MARCA-RECIBIDA.
           MOVE "C"                    TO  FRC-ESTADO.
           MOVE W-TIPO                 TO  FRC-TIPO-COMP.
           MOVE W-NUMERO               TO  FRC-NUM-COMP.
           MOVE CON-USERNAME           TO  FRC-USUARIO.
           REWRITE REG-FACRECIB.
       F-MARCA-RECIBIDA.
      *
      *  EL PERFIL DEL NIT DECIDE SI LA COMPRA LLEVA DOCUMENTO SOPORTE
       I-NO-OBLIGADO.
           MOVE ZEROS                  TO  SW-1  SW-SOPORTE.
           MOVE W-NIT                  TO  NTP-NIT.
           READ NITPERFI WITH NO LOCK INVALID KEY
                GO TO F-NO-OBLIGADO.
           IF  NTP-NO-OBLIGADO  NOT =  "S"
               GO TO F-NO-OBLIGADO.
           IF  W-TIPO-SOPORTE  =  ZEROS
               MOVE 1                  TO  SW-1
               DISPLAY "NO OBLIGADO: FALTA TIPO DE DOCUMENTO SOPORTE"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-NO-OBLIGADO.
           MOVE 1                      TO  SW-SOPORTE.
           DISPLAY "NO OBLIGADO A FACTURAR: SE EXPIDE DOCUMENTO SOPORTE"
                   LINE 21 POSITION 10 REVERSE.
       F-NO-OBLIGADO.
      *
       I-FIN-MODE.
           PERFORM I-ANULA-LIBERACION  THRU F-ANULA-LIBERACION.
           CLOSE CNNITCED RETENFTE CNCATCTA CNDOCTOS.
           CLOSE ORDCOMPR ORDCOLIN FACLIBER NITPERFI ICATARIF.
           CLOSE CONTRATI PILAINDE FACRECIB FACELECT.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
