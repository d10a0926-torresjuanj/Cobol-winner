       PROGRAM-ID. PROG050.
      ******************************************************************
      *           CREACION DE BANCOS  MAY 1 DE 2002                    *
      * OCT-15-2026 CUENTA EXENTA DE GMF (S/N) POR CUENTA, PROG591     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE 53 TO  M-LINEA.
           MOVE    BANC-CONS-CHEQUE  (K) TO   WI-Z10
           DISPLAY WI-Z10         LINE K-LINEA POSITION M-LINEA .
           MOVE 65 TO  M-LINEA.
           DISPLAY BANC-GMF-EXENTA (K) LINE K-LINEA POSITION M-LINEA .
           ADD   1 TO  K-LINEA.
           ADD   1 TO  K.
       F-MUESTRA-CTAS.
           IF CUP
              MOVE 37 TO J-LINEA
              GO I-CONT.
         I-EXENTA.
           MOVE    65   TO J-LINEA.
           PERFORM I-GMF-EXENTA THRU  F-GMF-EXENTA.
           IF CUP
              MOVE 53 TO J-LINEA
              GO I-CONS.
           ADD   1 TO I-LINEA.
           MOVE 23 TO J-LINEA.
       F-CUENTAS.
           MOVE BANC-CTA-CTE      (K) TO BANC-CTA-CTE      (J)
           MOVE BANC-CTA-CONTABLE (K) TO BANC-CTA-CONTABLE (J)
           MOVE BANC-CONS-CHEQUE  (K) TO BANC-CONS-CHEQUE  (J)
           MOVE BANC-GMF-EXENTA   (K) TO BANC-GMF-EXENTA   (J)
           MOVE "N"                   TO BANC-GMF-EXENTA   (K)
           MOVE ZEROS                 TO BANC-CTA-CTE      (K)
           MOVE ZEROS                 TO BANC-CTA-CONTABLE (K)
           MOVE ZEROS                 TO BANC-CONS-CHEQUE  (K).
           DISPLAY WI-Z10         LINE I-LINEA POSITION J-LINEA
           IF  F2 PERFORM I-FIN-MODE THRU F-FIN-MODE.
       F-CONS-CHEQ.
      *
      *  CUENTA MARCADA EXENTA DEL GRAVAMEN A LOS MOVIMIENTOS
      *  FINANCIEROS: PROG591 NO LE CALCULA GMF A SUS RETIROS
       I-GMF-EXENTA.
           MOVE ZEROS                  TO  WK-EXCEPTION
           IF BANC-GMF-EXENTA (I) NOT = "S"
              MOVE "N"                 TO  BANC-GMF-EXENTA (I).
           DISPLAY BANC-GMF-EXENTA (I) LINE I-LINEA POSITION J-LINEA
           ACCEPT  BANC-GMF-EXENTA (I) LINE I-LINEA POSITION J-LINEA
                   UPDATE TAB NO BEEP PROMPT ECHO
                   ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION.
           IF  F2 PERFORM I-FIN-MODE THRU F-FIN-MODE.
           IF  CUP GO F-GMF-EXENTA.
           IF  BANC-GMF-EXENTA (I) NOT = "S" AND
               BANC-GMF-EXENTA (I) NOT = "N"
               GO I-GMF-EXENTA.
       F-GMF-EXENTA.
      *
       I-ACEPTA-MES.
           MOVE ZEROS                  TO  WK-EXCEPTION
           "บ TELEFONO  :                FECHA-MILENIO:               บ"
                                               LINE 13 POSITION 10 .
           DISPLAY
           "บ            No. Cuenta   Cod.Contable    Cta.Bco.Pop GMF บ"
                                               LINE 14 POSITION 10 .
           DISPLAY
           "บ                                                         บ"
