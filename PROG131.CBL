       PROGRAM-ID. PROG131.
      ******************************************************************
      * IMPORTACION Y CRUCE DEL EXTRACTO BANCARIO  SEP-02-2026         *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LA CONCILIACION DE PROG130 DIGITABA EL EXTRACTO A MANO: UN     *
      * EXTRACTO DE 600 LINEAS ERAN DOS DIAS.  ESTE PROCESO LEE EL     *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
               GO TO I-CASA-DOC-CICLO.
           MOVE "S"                    TO  CONCILIA-DOCTOS.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           MOVE 1                      TO  SW-CASADO.
           ADD 1                       TO  W-CASADOS-DOC.
           MOVE 1                      TO  FIN-DOC.
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
