       PROGRAM-ID. PROG981.
      ******************************************************************
      * ACTUALIZACION DE SALDOS DESATENDIDA (MODO LOTE)  AGO-23-2026   *
      * OCT-15-2026 CNDOCTOS Y SALDOS AL DIARIO (TRANSLOG)             *
      *                                                                *
      * VERSION SIN PANTALLAS DE LA ACTUALIZACION DE SALDOS (PROG781)  *
      * PARA LA OPERACION NOCTURNA: LEE EL PLANO DE PARAMETROS         *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\NO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
           ADD 1                       TO  W-MOVIMIENTOS.
           IF  SW-SIMULACION  NOT =  1
               MOVE 1                  TO  CONDICION-DOCTOS
               REWRITE REG-DOCTOS
               MOVE "R"                TO  TLG-LNK-OPERACION
               PERFORM I-TRANSLOG-DOCTOS THRU F-TRANSLOG-DOCTOS.
       F-ACUMULA-MVTO.
      *
       I-RECALCULA-SALDOS.
       I-RECALCULA-PER.
           IF  W-LONG  >  PRM-PER-HASTA
               REWRITE REG-CNDTACUM
               MOVE "R"                TO  TLG-LNK-OPERACION
               PERFORM I-TRANSLOG-CNDTACUM THRU F-TRANSLOG-CNDTACUM
               GO TO I-RECALCULA-REG.
           IF  W-LONG  =  1
               MOVE 14                 TO  MESW
               COPY "..\PRO\NO-ERROR.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
               COPY "..\PRO\TLGACUM.PRO".
