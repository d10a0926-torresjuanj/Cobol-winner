       PROGRAM-ID. PROG781.
      ******************************************************************
      * ACTUALIZACION DE SALDOS         ABR-27-2002                    *
      * OCT-15-2026 CNDOCTOS Y SALDOS AL DIARIO (TRANSLOG)             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\WRK\NO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".

      *******************************************************************
      *                       T  I  T  U  L  O  S                       *
           IF FIN-OK = 1   GO F-BUSCA-CNDTACUM.
           PERFORM I-SALDO-NUEVO    THRU F-SALDO-NUEVO
           IF  SW-SIMULACION  NOT =  1
               PERFORM I-GRABA-CNDTACUM THRU F-GRABA-CNDTACUM
               MOVE "R"                TO  TLG-LNK-OPERACION
               PERFORM I-TRANSLOG-CNDTACUM THRU F-TRANSLOG-CNDTACUM.
       F-BUSCA-CNDTACUM.
      *
       I-SALDO-NUEVO.
       I-ACTUALIZE-CNDOCTOS.
           MOVE  1          TO CONDICION-DOCTOS.
           WRITE REG-DOCTOS INVALID KEY REWRITE REG-DOCTOS.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-ACTUALIZE-CNDOCTOS.
      *
       I-LEE-CNDOCTOS.
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\STA\CNDTACUM.STA".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
               COPY "..\PRO\TLGACUM.PRO".


