      ******************************************************************
      *  COMPTE DE CIERRE DE A�O                                       *
      *  CANCELACION DE CUENTAS DE RESULTADO    ABR-27-2002            *
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
           DISPLAY NOMCTA                 LINE 21 POSITION 16.
           DISPLAY CNDTACUM-NIT           LINE 22 POSITION 27.
           WRITE REG-DOCTOS.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-GRABA-DOCTOS.

      ***************************************************************

               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".

