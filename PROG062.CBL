       PROGRAM-ID. PROG062.
      ******************************************************************
      * FUSION DE NITS DUPLICADOS                  SEP-02-2026         *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PROG061 ENCUENTRA LOS NITS DUPLICADOS PERO ARREGLAR UNO ERA    *
      * UNA SEMANA DE RECLASIFICACIONES.  DADO EL NIT ERRADO Y EL      *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
               MOVE "NITAUX"           TO  I-D-CAMPO
               PERFORM I-LINEA-DOCTO   THRU F-LINEA-DOCTO.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           ADD 1                       TO  W-DOCTOS.
           GO TO I-REAPUNTA-DOC-CICLO.
       F-REAPUNTA-DOCTOS.
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
