       PROGRAM-ID. PROG355.
      ******************************************************************
      * INTERESES A LAS CESANTIAS (12% ANUAL)          AGO-23-2026     *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LIQUIDA EL INTERES LEGAL DEL 12% SOBRE LA CESANTIA DEL ANO     *
      * DE CADA EMPLEADO: LA BASE SON LOS CONCEPTOS CONSTITUTIVOS DE   *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-LIQUIDA-GRABA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-CEDULA-ACT           TO  I-CEDULA.
           MOVE W-BASE                 TO  I-BASE.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
