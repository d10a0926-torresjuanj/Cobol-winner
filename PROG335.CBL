      *           AUTORIZADO DEL EMPLEADO (AUTEXTRA, PROG337); SIN     *
      *           AUTORIZACION VIGENTE O EXCEDIDO EL TOPE LA LINEA     *
      *           SE RECHAZA CON SU MOTIVO.                            *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
           MOVE "I"                    TO  NOV-ORIGEN-NOVEDAD.
           WRITE REG-NOMINOVE INVALID KEY
                 NEXT SENTENCE.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD 1                       TO  W-ACEPTADAS.
           MOVE "ACEPTADA"             TO  W-MOTIVO.
           PERFORM I-LINEA-LISTADO     THRU F-LINEA-LISTADO.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
