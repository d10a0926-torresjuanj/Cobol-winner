       PROGRAM-ID. PROG754.
      ******************************************************************
      * REVISION OPERATIVA DE COMPROBANTES         AGO-23-2026         *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * EL REVISOR RECORRE LOS COMPROBANTES DEL PERIODO QUE NADIE HA   *
      * REVISADO (REVISION-DOCTOS PENDIENTE), VE SU TOTAL Y LOS MARCA  *
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
           IF  W-TRUCO  =  "O"
               MOVE W-OBSERVACION      TO  OBSERVA-DOCTOS.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-APRUEBA-RENGLON.
      *
       I-ACEPTA-OBSERVA.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
