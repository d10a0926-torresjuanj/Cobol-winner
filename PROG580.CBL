       PROGRAM-ID. PROG580.
      ******************************************************************
      * GENERADOR DE CRUCES ENTRE EMPRESAS        AGO-23-2026          *
      * OCT-15-2026 CNDOCTOS AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      *                                                                *
      * PARA LOS CARGOS COMPARTIDOS ENTRE EMPRESAS DE LA MISMA         *
      * INSTALACION (ARRIENDOS, NOMINA DE PERSONAL COMPARTIDO).        *
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
                 DISPLAY "ERROR GRABANDO ESPEJO - CRUCE INCOMPLETO "
                         LINE 20 POSITION 10 REVERSE BLINK
                 GO TO I-CIERRA-ESPEJO.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
           GO TO I-ESCRIBE-ESPEJO.
       I-CIERRA-ESPEJO.
           CLOSE CNDOCTOS.
           MOVE W-CRUCE                TO  INTERREF-DOCTOS.
           REWRITE REG-DOCTOS INVALID KEY
                   MOVE 1              TO  FIN-OK.
           MOVE "R"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-DOCTOS   THRU F-TRANSLOG-DOCTOS.
       F-MARCA-RENGLON.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PRO\TLGDOCTO.PRO".
