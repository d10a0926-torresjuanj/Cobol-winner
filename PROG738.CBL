      ******************************************************************
      * actualizaci�n de saldos de todo un aNo                         *
      *    desde el periodo 14 hasta el periodo 12     ABR-27-2002     *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\NO-ERROR.WRK".
               COPY "..\WRK\RUTMONTO.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
         03     AREA-WORKING-INFORME.
           05    I-CODIGO-EMPRESA        PIC 9(07)    VALUE ZEROS.
                                       CHEQUE-BENEF-DOCTOS
                                       CONSIGNACION-DOCTOS.
            WRITE  REG-DOCTOS.
            MOVE "W"                    TO  TLG-LNK-OPERACION.
            PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-MVTO-DOCTOS.
      *
      *  ���������������������������������������������������������������
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\CNDTACNU.PLB".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".



