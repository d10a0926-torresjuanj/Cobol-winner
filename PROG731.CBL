      ******************************************************************
      *      Traspaso del CNDTACUM a un cndt-ano-14                    *
      *               para el a�o anterior  ABR-27-2002                *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\WRK\NO-ERROR.WRK".
               COPY "..\WRK\RUTMONTO.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
         03     AREA-WORKING-INFORME.
         05    I-CODIGO-EMPRESA          PIC 9(07)      VALUE ZEROS.
                                       CONSIGNACION-DOCTOS.
            MOVE WK-FECHA-HOY      TO  FECHOY-DOCTOS.
            WRITE  REG-DOCTOS.
            MOVE "W"                    TO  TLG-LNK-OPERACION.
            PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-MVTO-DOCTOS.
      *
      *  ���������������������������������������������������������������
               COPY "..\PLB\CNDTACNU.PLB".
               COPY "..\PLB\REPORTES.PLB".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".



