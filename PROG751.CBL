       PROGRAM-ID. PROG751.
      ******************************************************************
      * PROPUESTA DE PAGOS A PROVEEDORES           SEP-02-2026         *
      * OCT-15-2026 UN PLANO POR BANCO (PPNNN.TXT, FORMATO DE PROG320) *
      *             CON LA CUENTA PREFERIDA APROBADA EN CTAPROVE       *
      *             (PROG392); PPAGOS.TXT QUEDA SOLO CON LOS GIROS     *
      *             SIN CUENTA APROBADA, QUE SE PAGAN A MANO           *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PROG762 MUESTRA LAS EDADES DE CXP; AQUI LA PROPUESTA SE        *
      * VUELVE PAGO: PARA UNA FECHA DE CORTE RECORRE LOS SALDOS        *
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\NOMIBANK.DYC".
               COPY "..\DYC\CTAPROVE.DYC".
               COPY "..\SEL\INFORMES.SEL".
           SELECT PPAGOS ASSIGN TO RANDOM "PPAGOS"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS PPAGOS-STATUS.
           SELECT PLANOPRV ASSIGN TO RANDOM "PLANOPRV"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS PLANOPRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\NOMIBANK.FD".
               COPY "..\FD\CTAPROVE.FD".
               COPY "..\FD\INFORMES.FD".
       FD  PPAGOS
           LABEL RECORD STANDARD
           03  PPG-NOMBRE               PIC X(40).
           03  PPG-VALOR                PIC 9(11)V99.
           03  PPG-CONSEC               PIC 9(06).
       FD  PLANOPRV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-PLANOPRV.
       01  REG-PLANOPRV.
           03  PLP-TIPO-REG             PIC X(01).
           03  PLP-CUENTA               PIC 9(12).
           03  PLP-TIPO-CTA             PIC X(01).
           03  PLP-NIT                  PIC 9(12).
           03  PLP-VALOR                PIC 9(11)V99.
           03  PLP-CONSEC               PIC 9(06).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG751".
       77      ID-PRG              PIC X(7)  VALUE "PROG751".
       77      LAB-PPAGOS          PIC X(12) VALUE "PPAGOS.TXT".
       77      PPAGOS-STATUS       PIC X(02) VALUE "00".
       77      PLANOPRV-STATUS     PIC X(02) VALUE "00".
       77      W-FECHA-CORTE       PIC 9(08) VALUE ZEROS.
       77      W-CTA-DESDE         PIC 9(10) VALUE ZEROS.
       77      W-CTA-HASTA         PIC 9(10) VALUE ZEROS.
       77      W-GIROS             PIC 9(05) VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77      W-GIR-IDX           PIC 9(03) VALUE ZEROS.
       77      W-GIR-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-BANCO-ACT         PIC 9(03) VALUE ZEROS.
       77      W-DETALLES          PIC 9(06) VALUE ZEROS.
       77      W-TOTAL-BANCO       PIC S9(13)V99 VALUE ZEROS.
       77      W-MANUALES          PIC 9(05) VALUE ZEROS.
       77      W-PLANOS            PIC 9(03) VALUE ZEROS.
       77      SW-CUENTA           PIC 9(01) VALUE ZEROS.
       77      FIN-CTP             PIC 9(01) VALUE ZEROS.
       01      LAB-PLANOPRV.
        03     FILLER              PIC X(02) VALUE "PP".
        03     LAB-PLANO-BANCO     PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".TXT".
       01      TABLA-GIROS.
        03     GIR-ENTRADA         OCCURS 300 TIMES.
         05    GIR-NIT             PIC 9(12).
         05    GIR-BANCO           PIC 9(03).
         05    GIR-CUENTA          PIC 9(12).
         05    GIR-TIPO-CTA        PIC X(01).
         05    GIR-VALOR           PIC 9(11)V99.
       01      TABLA-SELECCION.
        03     SEL-ENTRADA         OCCURS 300 TIMES.
         05    SEL-NIT             PIC 9(12).
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\NOMIBANK.LBL".
               COPY "..\LBL\CTAPROVE.LBL".
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
               COPY "..\DCL\NOMIBANK.DCL".
               COPY "..\DCL\CTAPROVE.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
       I-LABEL-ARCHIVOS.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-CTAPROVE-CIA.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 1                      TO  IND-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CTAPROVE.
           IF  CTAPROVE-STATUS  =  "35"
               OPEN OUTPUT CTAPROVE.
           CLOSE CTAPROVE.
           OPEN INPUT CNDTACUM CNNITCED NOMIBANK CTAPROVE.
           OPEN I-O CNDOCTOS.
           OPEN OUTPUT INFORMES PPAGOS.
       F-ABRE-ARCHIVOS.
      ******************************************************************
       I-GENERA-PAGOS.
           MOVE ZEROS                  TO  W-TOTAL-GIRO  W-GIROS
                                           W-SEL-IDX  W-GIR-TOPE
                                           W-MANUALES.
       I-GENERA-NIT.
           ADD 1                       TO  W-SEL-IDX.
           IF  W-SEL-IDX  >  W-SEL-TOPE
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GENERA-BANCO.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
      *  GIRO A LA CUENTA PREFERIDA APROBADA (PLANO DEL BANCO); SIN
      *  ELLA EL GIRO VA A PPAGOS.TXT PARA PAGARLO A MANO
           PERFORM I-BUSCA-CUENTA      THRU F-BUSCA-CUENTA.
           IF  SW-CUENTA  =  1  AND  W-GIR-TOPE  <  300
               ADD 1                   TO  W-GIR-TOPE
               MOVE W-NIT-ACT          TO  GIR-NIT(W-GIR-TOPE)
               MOVE CTP-BANCO          TO  GIR-BANCO(W-GIR-TOPE)
               MOVE CTP-CUENTA         TO  GIR-CUENTA(W-GIR-TOPE)
               MOVE CTP-TIPO-CTA       TO  GIR-TIPO-CTA(W-GIR-TOPE)
               MOVE W-TOTAL-NIT        TO  GIR-VALOR(W-GIR-TOPE)
           ELSE
               MOVE ZEROS              TO  SW-CUENTA
               PERFORM I-GIRO-MANUAL   THRU F-GIRO-MANUAL.
           ADD 1                       TO  W-GIROS.
           ADD W-TOTAL-NIT             TO  W-TOTAL-GIRO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "TOTAL PROVEEDOR"      TO  I-NOMBRE.
           IF  SW-CUENTA  =  ZEROS
               MOVE "TOTAL PROVEEDOR - PAGO MANUAL"
                                       TO  I-NOMBRE.
           MOVE W-TOTAL-NIT            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE "TOTAL GIRADO"         TO  I-NOMBRE.
           MOVE W-TOTAL-GIRO           TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 2.
           PERFORM I-PLANOS-BANCOS     THRU F-PLANOS-BANCOS.
           IF  W-MANUALES  >  ZEROS
               MOVE SPACES             TO  LINEA-DE-DETALLE
               MOVE "GIROS MANUALES EN PPAGOS.TXT"  TO  I-NOMBRE
               MOVE W-MANUALES         TO  I-FRA
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           DISPLAY "PROPUESTA GENERADA - GIROS:"
                   LINE 24 POSITION 01 REVERSE.
           MOVE W-GIROS                TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 29 REVERSE.
       F-GENERA-PAGOS.
      *
      ******************************************************************
      *  CUENTA PREFERIDA Y APROBADA DEL PROVEEDOR (SW-CUENTA = 1)     *
      ******************************************************************
       I-BUSCA-CUENTA.
           MOVE ZEROS                  TO  SW-CUENTA  FIN-CTP.
           MOVE W-NIT-ACT              TO  CTP-NIT.
           MOVE ZEROS                  TO  CTP-SECUENCIA.
           START CTAPROVE KEY NOT LESS CTP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTP.
       I-BUSCA-CICLO.
           IF  FIN-CTP  =  1           GO TO F-BUSCA-CUENTA.
           READ CTAPROVE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTP
                GO TO I-BUSCA-CICLO.
           IF  CTP-NIT  NOT =  W-NIT-ACT
               MOVE 1                  TO  FIN-CTP
               GO TO I-BUSCA-CICLO.
           IF  CTP-ESTADO  NOT =  "A"
           OR  CTP-PREFERIDA  NOT =  "S"
               GO TO I-BUSCA-CICLO.
           MOVE 1                      TO  SW-CUENTA.
       F-BUSCA-CUENTA.
      *
       I-GIRO-MANUAL.
           MOVE W-NIT-ACT              TO  PPG-NIT  CODIM.
           MOVE ZEROS                  TO  SW-1.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  ZEROS
               MOVE NOMBM              TO  PPG-NOMBRE
           ELSE
               MOVE SPACES             TO  PPG-NOMBRE.
           MOVE W-TOTAL-NIT            TO  PPG-VALOR.
           MOVE W-NUMERO               TO  PPG-CONSEC.
           WRITE REG-PPAGOS.
           ADD 1                       TO  W-MANUALES.
       F-GIRO-MANUAL.
      *
      ******************************************************************
      *  UN PLANO POR CADA BANCO DE LA TABLA NOMIBANK CON GIROS, EN    *
      *  EL FORMATO DE LA DISPERSION DE NOMINA (PROG320)               *
      ******************************************************************
       I-PLANOS-BANCOS.
           MOVE ZEROS                  TO  BANC-CODIGO  FIN-OK
                                           W-PLANOS.
           IF  W-GIR-TOPE  =  ZEROS    GO TO F-PLANOS-BANCOS.
           START NOMIBANK KEY > BANC-CODIGO INVALID KEY
                 MOVE 1                TO  FIN-OK.
           PERFORM I-PLANO-BANCO       THRU F-PLANO-BANCO
                   UNTIL FIN-OK = 1.
       F-PLANOS-BANCOS.
      *
       I-PLANO-BANCO.
           READ NOMIBANK NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO F-PLANO-BANCO.
           MOVE BANC-CODIGO            TO  W-BANCO-ACT
                                           LAB-PLANO-BANCO.
           MOVE ZEROS                  TO  W-DETALLES  W-TOTAL-BANCO
                                           W-GIR-IDX.
       I-PLANO-CICLO.
           ADD 1                       TO  W-GIR-IDX.
           IF  W-GIR-IDX  >  W-GIR-TOPE
               GO TO I-PLANO-COLA.
           IF  GIR-BANCO(W-GIR-IDX)  NOT =  W-BANCO-ACT
               GO TO I-PLANO-CICLO.
           IF  W-DETALLES  =  ZEROS
               PERFORM I-PLANO-CABEZA  THRU F-PLANO-CABEZA.
           ADD 1                       TO  W-DETALLES.
           ADD GIR-VALOR(W-GIR-IDX)    TO  W-TOTAL-BANCO.
           MOVE "D"                    TO  PLP-TIPO-REG.
           MOVE GIR-CUENTA(W-GIR-IDX)  TO  PLP-CUENTA.
           MOVE GIR-TIPO-CTA(W-GIR-IDX) TO PLP-TIPO-CTA.
           MOVE GIR-NIT(W-GIR-IDX)     TO  PLP-NIT.
           MOVE GIR-VALOR(W-GIR-IDX)   TO  PLP-VALOR.
           MOVE W-DETALLES             TO  PLP-CONSEC.
           WRITE REG-PLANOPRV.
           GO TO I-PLANO-CICLO.
       I-PLANO-COLA.
           IF  W-DETALLES  =  ZEROS    GO TO F-PLANO-BANCO.
           MOVE "C"                    TO  PLP-TIPO-REG.
           MOVE ZEROS                  TO  PLP-CUENTA  PLP-NIT.
           MOVE SPACES                 TO  PLP-TIPO-CTA.
           MOVE W-TOTAL-BANCO          TO  PLP-VALOR.
           MOVE W-DETALLES             TO  PLP-CONSEC.
           WRITE REG-PLANOPRV.
           CLOSE PLANOPRV.
           ADD 1                       TO  W-PLANOS.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE BANC-NOMBRE            TO  I-NOMBRE.
           MOVE W-BANCO-ACT            TO  I-NIT.
           MOVE W-DETALLES             TO  I-FRA.
           MOVE W-TOTAL-BANCO          TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-PLANO-BANCO.
      *
       I-PLANO-CABEZA.
           OPEN OUTPUT PLANOPRV.
           MOVE "E"                    TO  PLP-TIPO-REG.
           MOVE ZEROS                  TO  PLP-CUENTA  PLP-VALOR
                                           PLP-CONSEC.
           MOVE SPACES                 TO  PLP-TIPO-CTA.
           MOVE WIN-NIT                TO  PLP-NIT.
           WRITE REG-PLANOPRV.
       F-PLANO-CABEZA.
      *
       I-GENERA-FACTURAS.
           MOVE ZEROS                  TO  W-FRA-IDX.
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GENERA-FRA-REG.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           ADD SEL-VALOR(W-FRA-IDX)    TO  W-TOTAL-NIT.
           MOVE "X"                    TO  SEL-MARCA(W-FRA-IDX).
      *  LINEA DE LA RELACION DE PAGO
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CNDTACUM CNNITCED CNDOCTOS INFORMES PPAGOS
                 NOMIBANK CTAPROVE.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
