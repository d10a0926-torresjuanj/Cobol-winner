       PROGRAM-ID. PROG535.
      ******************************************************************
      * APROBACION DE COMPROBANTES DE ALTO VALOR   AGO-23-2026         *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * SOLO PARA SUPERVISORES (TIPO-USR = "A" EN USER-ACT).           *
      * RECORRE LOS COMPROBANTES DE CNDOCTOS EN ESTADO PENDIENTE DE    *
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
           IF  APROBACION-DOCTOS  =  "P"
               MOVE "A"                TO  APROBACION-DOCTOS
               MOVE CON-USERNAME       TO  APROBADOR-DOCTOS
               REWRITE REG-DOCTOS
               MOVE "R"                TO  TLG-LNK-OPERACION
               PERFORM I-TRANSLOG-DOCTOS THRU F-TRANSLOG-DOCTOS.
       F-APRUEBA-RENGLON.
      *
       I-CAMBIA-TOPE.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
