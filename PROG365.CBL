       PROGRAM-ID. PROG365.
      ******************************************************************
      * INCAPACIDADES Y CARTERA CON LAS EPS        AGO-23-2026         *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * OPCION R: REGISTRA LA INCAPACIDAD DEL EMPLEADO (ENTIDAD EPS,   *
      *           CLASE, FECHAS, PORCENTAJE PAGADO) Y GENERA           *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-REGISTRA-NOV.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           DISPLAY "INCAPACIDAD Y NOVEDAD GRABADAS"
                   LINE 24 POSITION 18 REVERSE.
       F-REGISTRA.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
