       PROGRAM-ID. PROG347.
      ******************************************************************
      * PROGRAMACION DE VACACIONES                 SEP-02-2026         *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PROG345 REGISTRA LO QUE YA PASO; AQUI SE PLANEA LO QUE VA A    *
      * PASAR.  PROGRAMACION POR EMPLEADO (RANGOS FUTUROS, QUIEN       *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-GENERA-NOV.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           MOVE "T"                    TO  VPR-ESTADO.
           REWRITE REG-VACAPROG.
           ADD 1                       TO  W-GENERADAS.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
