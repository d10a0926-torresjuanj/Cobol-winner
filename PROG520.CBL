      ******************************************************************
      * INTERFAZ DE COMPROBANTES DESDE FACTURACION (CNIMPORT.TXT)      *
      * AGO-23-2026                                                    *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LEE EL PLANO DE FORMATO FIJO QUE PRODUCE EL SISTEMA DE         *
      * FACTURACION, VALIDA CADA LINEA CONTRA CNCATCTA (EXISTE Y       *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
      ******************************************************************
      *                       T  I  T  U  L  O  S                      *
      ******************************************************************
                 MOVE CMP-SECUENCIA(W-CMP-HALLADO)
                                       TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-REINTENTA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-GRABA-CNDOCTOS.
      *
       I-RECHAZA.
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
