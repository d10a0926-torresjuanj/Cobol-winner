       PROGRAM-ID. PROG375.
      ******************************************************************
      * PROVISION MENSUAL DE PRESTACIONES SOCIALES     AGO-23-2026     *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * SOBRE LA BASE SALARIAL DEL PERIODO (NOMIACUM, CONCEPTOS        *
      * SALARIALES) CALCULA LA PROVISION DE CADA PRESTACION CON LOS    *
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
                 ADD 1                 TO  W-SECUENCIA
                 MOVE W-SECUENCIA      TO  RADIC-AUTOMATICA-DOCTOS
                 GO TO I-GRABA-RENGLON.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           IF  VALOR-DOCTOS  >  ZEROS
               ADD VALOR-DOCTOS        TO  W-TOPE-DEBITOS.
       F-GRABA-RENGLON.
               GO TO I-MARCA-TOPE-LEE.
           MOVE "P"                    TO  APROBACION-DOCTOS.
           REWRITE REG-DOCTOS.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           GO TO I-MARCA-TOPE-LEE.
       F-MARCA-TOPE.
      *
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
