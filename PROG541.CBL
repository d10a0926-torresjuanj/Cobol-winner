      ******************************************************************
      * REVALUACION DE CIERRE DE MES - DIFERENCIA EN CAMBIO            *
      * AGO-23-2026                                                    *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PARA LAS CUENTAS MARCADAS EN MONEDA EXTRANJERA (MONEXT-CTA)    *
      * ACUMULA DEL CNDOCTOS DEL ANO EL SALDO EN PESOS (VALOR) Y EN    *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
      ******************************************************************
      *                       T  I  T  U  L  O  S                      *
      ******************************************************************
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-RENGLON.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           IF  VALOR-DOCTOS  >  ZEROS
               ADD VALOR-DOCTOS        TO  W-TOPE-DEBITOS.
       F-GRABA-RENGLON.
               GO TO I-MARCA-TOPE-LEE.
           MOVE "P"                    TO  APROBACION-DOCTOS.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           GO TO I-MARCA-TOPE-LEE.
       F-MARCA-TOPE.
      *
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
