       PROGRAM-ID. PROG530.
      ******************************************************************
      * GENERADOR DE COMPROBANTE DE REVERSION      AGO-23-2026         *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * SE DIGITA EL TIPO Y NUMERO DE UN COMPROBANTE YA GRABADO EN     *
      * CNDOCTOS Y EL PROGRAMA GENERA SU ESPEJO COMPLETO (DEBITOS Y    *
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
           MOVE W-NUMERO-REV           TO  CRUCEDOC-DOCTOS.
           MOVE W-MOTIVO               TO  MOTANU-DOCTOS.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
      *  GRABA EL RENGLON ESPEJO CON EL VALOR INVERTIDO
           MOVE REG-DOCTOS             TO  W-REG-ORIGEN.
           MOVE W-NUMERO-REV           TO  RADICDOC-DOCTOS.
           WRITE REG-DOCTOS INVALID KEY
                 ADD 1                 TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-ESPEJO-GRABA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
      *  RETOMA LA POSICION DE LECTURA EN EL COMPROBANTE ORIGEN
           MOVE W-REG-ORIGEN           TO  REG-DOCTOS.
           READ CNDOCTOS INVALID KEY
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
