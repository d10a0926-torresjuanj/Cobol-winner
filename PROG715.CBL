      ******************************************************************
      *      CONVERSION MOVTO DE CONDICION 1 A CONDICION  0
      *       E INICIALIZACION EN CEROS DEL HISTORICO   ABR-27-2002    *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\NO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
      ******************************************************************
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
                   GO F-LEE-CNDOCTOS.
            MOVE 0                TO   CONDICION-DOCTOS.
            REWRITE REG-DOCTOS.
            MOVE "R"                    TO  TLG-LNK-OPERACION.
            PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-LEE-CNDOCTOS.
      *
       I-LECTURA-EMPRESA.

               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".


