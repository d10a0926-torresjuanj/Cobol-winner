       PROGRAM-ID. PROG092.
      ******************************************************************
      * RECAUDO DE PRESTAMOS POR NOMINA            AGO-23-2026         *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * OPCION G: POR CADA PRESTAMO ACTIVO TOMA LA CUOTA SIGUIENTE DE  *
      *           LA TABLA DE AMORTIZACION (PRESTCUO) Y LA CONVIERTE   *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-GRABA-NOV-REG.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
       F-GRABA-NOVEDAD.
      *
      ******************************************************************
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-ANTICIPADA-NOV.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
      *  ANULA LAS CUOTAS PENDIENTES
           MOVE ZEROS                  TO  SW-EOF.
           START PRESTCUO KEY > CUO-CLAVE INVALID KEY
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
