       PROGRAM-ID. PROG378.
      ******************************************************************
      * CONCILIACION DE PROVISIONES CONTRA LIQUIDACIONES  SEP-02-2026  *
      * OCT-15-2026 ANTICIPOS DE CESANTIAS GIRADOS (RETIRCES, PROG577) *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PROG375 PROVISIONA CESANTIAS, PRIMA Y VACACIONES MES A MES Y   *
      * PROG350/PROG355/PROG345 PAGAN LO REAL, PERO NADIE CERRABA EL   *
      * AJUSTE EN CNDOCTOS (PASIVO CONTRA GASTO POR LA DIFERENCIA      *
      * NETA DE CADA PRESTACION) PARA QUE EL BALANCE QUEDE AJUSTADO    *
      * AL MENOS CADA JUNIO Y DICIEMBRE.                               *
      * EN CESANTIAS, LOS ANTICIPOS QUE LA EMPRESA GIRO EN EL ANO POR  *
      * RETIRO PARCIAL (RETIRCES ORIGEN E, FUERA DE NOMINA) CUENTAN    *
      * COMO LIQUIDADO Y SE MUESTRAN EN SU PROPIA COLUMNA.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\RETIRCES.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\RETIRCES.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG378".
       77      W-CTA-GASTO         PIC 9(10) VALUE ZEROS.
       77      W-PROVISION         PIC S9(13)V99 VALUE ZEROS.
       77      W-LIQUIDADO         PIC S9(13)V99 VALUE ZEROS.
       77      W-ANTICIPO-CES      PIC S9(13)V99 VALUE ZEROS.
       77      W-ANO-GIRO          PIC 9(04) VALUE ZEROS.
       77      FIN-RCE             PIC 9(01) VALUE ZEROS.
       77      W-DIFERENCIA        PIC S9(13)V99 VALUE ZEROS.
       77      T-DIFERENCIA        PIC S9(13)V99 VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\RETIRCES.LBL".
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
         05    FILLER      PIC X(14)    VALUE " CEDULA       ".
         05    FILLER      PIC X(19)    VALUE "    PROVISIONADO   ".
         05    FILLER      PIC X(19)    VALUE "    LIQUIDADO      ".
         05    FILLER      PIC X(19)    VALUE "  ANTICIPO CESANT. ".
         05    FILLER      PIC X(19)    VALUE "    DIFERENCIA     ".
        03     LINEA-DE-DETALLE.
         05    FILLER      PIC X(01).
         05    FILLER      PIC X(02).
         05    I-PROV      PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-LIQ       PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-ANT       PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
         05    I-DIF       PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\RETIRCES.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONCPTOS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-RETIRCES-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CONCPTOS NOMIACUM CNDTACUM.
           OPEN INPUT RETIRCES.
           IF  RETIRCES-STATUS  =  "35"
               OPEN OUTPUT RETIRCES
               CLOSE RETIRCES
               OPEN INPUT RETIRCES.
           IF  SW-AJUSTA  =  1
               OPEN I-O CNDOCTOS.
           OPEN OUTPUT INFORMES.
           MOVE W-NIT-ACT              TO  I-CEDULA.
           MOVE W-PROVISION            TO  I-PROV.
           MOVE W-LIQUIDADO            TO  I-LIQ.
           MOVE W-ANTICIPO-CES         TO  I-ANT.
           MOVE W-DIFERENCIA           TO  I-DIF.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
               ADD ACU-VALOR           TO  W-LIQUIDADO.
           GO TO I-SUMA-LIQ-CICLO.
       I-SUMA-LIQ-REPOS.
           MOVE ZEROS                  TO  W-ANTICIPO-CES.
           IF  W-PRESTA  =  1
               PERFORM I-SUMA-ANTICIPOS THRU F-SUMA-ANTICIPOS
               ADD W-ANTICIPO-CES      TO  W-LIQUIDADO.
       F-SUMA-LIQUIDADO.
      *
      ******************************************************************
      *  ANTICIPOS DE CESANTIAS QUE LA EMPRESA GIRO EN EL ANO POR      *
      *  RETIRO PARCIAL (PROG577, ORIGEN E, ESTADO G)                  *
      ******************************************************************
       I-SUMA-ANTICIPOS.
           MOVE ZEROS                  TO  FIN-RCE  RCE-CONSEC.
           MOVE CON-COD-EMPRESA        TO  RCE-EMPRESA.
           MOVE W-NIT-ACT              TO  RCE-CEDULA.
           START RETIRCES KEY NOT LESS RCE-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-RCE.
       I-SUMA-ANT-CICLO.
           IF  FIN-RCE  =  1           GO TO F-SUMA-ANTICIPOS.
           READ RETIRCES NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-RCE
                GO TO I-SUMA-ANT-CICLO.
           IF  RCE-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  RCE-CEDULA   NOT =  W-NIT-ACT
               MOVE 1                  TO  FIN-RCE
               GO TO I-SUMA-ANT-CICLO.
           DIVIDE RCE-FECHA-GIRO  BY  10000  GIVING  W-ANO-GIRO.
           IF  RCE-ORIGEN  =  "E"  AND  RCE-ESTADO  =  "G"
           AND W-ANO-GIRO  =  CON-ANO
               ADD RCE-VALOR-GIRADO    TO  W-ANTICIPO-CES.
           GO TO I-SUMA-ANT-CICLO.
       F-SUMA-ANTICIPOS.
      *
      ******************************************************************
      *  COMPROBANTE DE AJUSTE: POR CADA PRESTACION CON DIFERENCIA     *
      *  NETA, PASIVO CONTRA GASTO (SOBRE-PROVISION DEBITA EL PASIVO;  *
      *  SUB-PROVISION LO ACREDITA)                                    *
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-PAR-REG.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-GRABA-PARTIDA.
      *
       I-TITULO-INFORME.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CONCPTOS NOMIACUM CNDTACUM INFORMES RETIRCES.
           IF  SW-AJUSTA  =  1
               CLOSE CNDOCTOS.
       I-FIN-SALIR.
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
