      ******************************************************************
      * ARCHIVADOR DE ANOS CERRADOS (CNDOCTOS -> CNDOCHIS)             *
      * AGO-23-2026                                                    *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PASA TODOS LOS COMPROBANTES DEL ANO DIGITADO (QUE DEBE ESTAR   *
      * CERRADO: NO POSTERIOR A WIN-ANOSAL-ACT) AL HISTORICO ANUAL     *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
                GO TO F-BORRA-REG.
           DELETE CNDOCTOS INVALID KEY
                  MOVE 1               TO  FIN-OK.
           MOVE "D"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           ADD 1                       TO  W-BORRADOS.
       F-BORRA-REG.
      *
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
