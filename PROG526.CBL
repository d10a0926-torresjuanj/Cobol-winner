       PROGRAM-ID. PROG526.
      ******************************************************************
      * GENERADOR DE COMPROBANTES RECURRENTES      AGO-23-2026         *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PARA EL ANO/PERIODO FIRMADOS EN PROG000 (CON-ANO/CON-PERIODO)  *
      * RECORRE LAS PLANTILLAS ACTIVAS DE CNRECURR CUYO MES APLICA Y   *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
      ******************************************************************
      *                       T  I  T  U  L  O  S                      *
      ******************************************************************
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-REINTENTA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-GRABA-CNDOCTOS.
      *
       I-TOTAL-FINAL.
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
