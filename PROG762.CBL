      * 31-60 / 61-90 / MAS DE 90) Y PRONOSTICO DE PAGOS DE LAS        *
      * PROXIMAS CUATRO SEMANAS PARA TESORERIA.                        *
      * LAS EDADES SE CALCULAN EN DIAS COMERCIALES (ANO DE 360).       *
      * OCT-15-2026 SE PUEDE PEDIR UN SOLO NIT: EN CADA CUENTA DEL     *
      *             RANGO SE POSICIONA DIRECTO EN CUENTA + NIT Y SALTA *
      *             A LA CUENTA SIGUIENTE, SIN LEER LOS DEMAS TERCEROS *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77      SW-DESBORDE         PIC 9(01) VALUE ZEROS.
       77      W-CTA-DESDE         PIC 9(10) VALUE ZEROS.
       77      W-CTA-HASTA         PIC 9(10) VALUE ZEROS.
       77      W-NIT-PEDIDO        PIC 9(12) VALUE ZEROS.
       77      W-CUA-SIGUIENTE     PIC 9(10) VALUE ZEROS.
       77      W-SALDO             PIC S9(13)V99 VALUE ZEROS.
       77      W-DIAS-HOY          PIC S9(08) VALUE ZEROS.
       77      W-DIAS-VCTO         PIC S9(08) VALUE ZEROS.
                                       LINE 11 POSITION 20
           DISPLAY "! CUENTA PASIVO HASTA:                       !"
                                       LINE 12 POSITION 20
           DISPLAY "! NIT (0 = TODOS)....:                       !"
                                       LINE 13 POSITION 20
           DISPLAY "!              [F2] TERMINAR                 !"
                                       LINE 14 POSITION 20
           DISPLAY "+--------------------------------------------+"
                                       LINE 15 POSITION 20.
       F-PANTALLA-1B.
      *
       I-ACEPTA-RANGO.
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           ACCEPT W-NIT-PEDIDO         LINE 13 POSITION 43
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  PERFORM I-FIN-SALIR THRU F-FIN-MODE.
           IF  W-CTA-HASTA  <  W-CTA-DESDE
           OR  W-CTA-DESDE  =  ZEROS
               DISPLAY "RANGO DE CUENTAS ERRADO...DIGITE NUEVAMENTE"
           IF  CNDTACUM-CUA  >  W-CTA-HASTA
               MOVE 1                  TO  FIN-OK
               GO TO F-ACUMULA-REG.
           IF  W-NIT-PEDIDO  NOT =  ZEROS
           AND CNDTACUM-NIT  NOT =  W-NIT-PEDIDO
               PERFORM I-POSICIONA-NIT THRU F-POSICIONA-NIT
               GO TO F-ACUMULA-REG.
           IF  CNDTACUM-NIT  =  ZEROS  GO TO F-ACUMULA-REG.
           IF  CON-PERIODO  <  1  OR  CON-PERIODO  >  14
               GO TO F-ACUMULA-REG.
               ADD W-SALDO  TO  PRV-SEMANA(W-NIT-HALLADO W-BUCKET)
                                T-SEMANA(W-BUCKET).
       F-ACUMULA-REG.
      *
      *  CON UN SOLO NIT: ANTES DE EL EN LA CUENTA SE SALTA A CUENTA +
      *  NIT; DESPUES DE EL, A LA CUENTA SIGUIENTE
       I-POSICIONA-NIT.
           IF  CNDTACUM-NIT  <  W-NIT-PEDIDO
               MOVE W-NIT-PEDIDO       TO  CNDTACUM-NIT
               MOVE ZEROS              TO  CNDTACUM-FRA
               GO TO I-POSICIONA-START.
           IF  CNDTACUM-CUA  NOT <  W-CTA-HASTA
               MOVE 1                  TO  FIN-OK
               GO TO F-POSICIONA-NIT.
           MOVE CNDTACUM-CUA           TO  W-CUA-SIGUIENTE.
           ADD 1                       TO  W-CUA-SIGUIENTE.
           MOVE W-CUA-SIGUIENTE        TO  CNDTACUM-CUA.
           MOVE ZEROS                  TO  CNDTACUM-NIT  CNDTACUM-FRA.
       I-POSICIONA-START.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       F-POSICIONA-NIT.
      *
       I-BUSCA-NIT.
           MOVE ZEROS                  TO  W-NIT-HALLADO  W-NIT-IDX.
