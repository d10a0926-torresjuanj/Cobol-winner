       PROGRAM-ID. PROG093.
      ******************************************************************
      * EMBARGOS JUDICIALES SOBRE NOMINA           SEP-02-2026         *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * LAS ORDENES DE LOS JUZGADOS DEJAN DE SER NOVEDADES MANUALES:   *
      * CADA EMBARGO QUEDA REGISTRADO (JUZGADO, RADICADO, NIT DEL      *
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
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
