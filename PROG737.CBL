      ******************************************************************
      *        IMPRESION DE TODOS LOS LISTADOS DESDE EL PROGRAMA       *
      *               CAPTURANDO LA COLA DE IMPRESION  ABR-27-2002     *
      * OCT-15-2026 REENVIO DE LISTADOS DEL ARCHIVO DE LISTADOS        *
      *             (PROG592); YA TRAEN SUS SALTOS DE HOJA             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 MOVE "I"                TO  I-LETRA
                 MOVE "NFF"              TO  I-PAGINA.

            IF CON-PROGRAMA = 592
                 MOVE CON-ANO            TO  I-DIRECT-1
                 MOVE "091_2X11"            TO  I-DIRECT-2
                 MOVE "I"                TO  I-LETRA
                 MOVE "NFF"              TO  I-PAGINA.

            IF CON-PROGRAMA = 661
                 MOVE CON-ANO            TO  I-DIRECT-1
                 MOVE "091_2X11"            TO  I-DIRECT-2
