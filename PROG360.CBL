       PROGRAM-ID. PROG360.
      ******************************************************************
      * LIQUIDACION DEFINITIVA DE CONTRATO         AGO-23-2026         *
      * OCT-15-2026 AVISO DE ANTICIPOS SIN LEGALIZAR (ANTICIPO)        *
      * OCT-15-2026 RETIROS PARCIALES DE CESANTIAS GIRADOS (RETIRCES)  *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      * OCT-15-2026 AVISO DE EXAMEN MEDICO DE EGRESO (EXAMEDIC)        *
      *                                                                *
      * DADOS EL EMPLEADO Y SU FECHA DE RETIRO, EN UNA SOLA CORRIDA:   *
      *   - TOMA FECHAS Y SALARIO DEL CONTRATO                         *
      *   - PRIMA PROPORCIONAL DEL SEMESTRE EN CURSO                   *
      *   - CESANTIAS DEL ANO E INTERESES AL 12% A LA FECHA            *
      *   - MENOS EL SALDO DE PRESTAMOS VIGENTES (PRESTAMO)            *
      *   - AVISA LOS ANTICIPOS SIN LEGALIZAR DEL EMPLEADO (ANTICIPO,  *
      *     PROG558) PARA COBRARLOS CON SU AUTORIZACION                *
      *   - DESCUENTA DE LAS CESANTIAS DEL ANO LOS ANTICIPOS YA        *
      *     GIRADOS POR LA EMPRESA (RETIRCES ORIGEN E, PROG577) Y      *
      *     MUESTRA LOS RETIROS PARCIALES QUE GIRO EL FONDO (ORIGEN F) *
      *   - SI NO HAY EXAMEN DE EGRESO DESDE EL INGRESO (PROG596)      *
      *     RECUERDA ORDENARLO, EN PANTALLA Y EN EL DOCUMENTO          *
      * IMPRIME EL DOCUMENTO DE LIQUIDACION PARA FIRMA, GENERA LAS     *
      * NOVEDADES (ORIGEN "L") Y MARCA EL CONTRATO RETIRADO.           *
      * FORMULAS LEGALES SOBRE ANO COMERCIAL DE 360 DIAS.              *
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\VACACION.DYC".
               COPY "..\DYC\PRESTAMO.DYC".
               COPY "..\DYC\ANTICIPO.DYC".
               COPY "..\DYC\RETIRCES.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\DYC\EXAMEDIC.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\VACACION.FD".
               COPY "..\FD\PRESTAMO.FD".
               COPY "..\FD\ANTICIPO.FD".
               COPY "..\FD\RETIRCES.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\EXAMEDIC.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG360".
       77      W-CESANTIAS         PIC S9(11)V99 VALUE ZEROS.
       77      W-INTERESES         PIC S9(11)V99 VALUE ZEROS.
       77      W-PRESTAMOS         PIC S9(11)V99 VALUE ZEROS.
       77      W-ANTICIPOS         PIC S9(11)V99 VALUE ZEROS.
       77      W-ANTICIPO-CES      PIC S9(11)V99 VALUE ZEROS.
       77      W-RETIRO-FONDO      PIC S9(11)V99 VALUE ZEROS.
       77      W-ANO-GIRO          PIC 9(04) VALUE ZEROS.
       77      W-NETO              PIC S9(11)V99 VALUE ZEROS.
       77      W-CONCEPTO-PAGO     PIC 9(03) VALUE ZEROS.
       77      SW-FIN-VAC          PIC 9(01) VALUE ZEROS.
       77      SW-SIN-EGRESO       PIC 9(01) VALUE ZEROS.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\VACACION.LBL".
               COPY "..\LBL\PRESTAMO.LBL".
               COPY "..\LBL\ANTICIPO.LBL".
               COPY "..\LBL\RETIRCES.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\EXAMEDIC.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\WRK\EXAMENES.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\VACACION.DCL".
               COPY "..\DCL\PRESTAMO.DCL".
               COPY "..\DCL\ANTICIPO.DCL".
               COPY "..\DCL\RETIRCES.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\EXAMEDIC.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
           MOVE 1                      TO  LAB-CONTRATO-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-VACACION-CIA
                                           LAB-PRESTAMO-CIA
                                           LAB-ANTICIPO-CIA
                                           LAB-RETIRCES-CIA
                                           LAB-EXAMEDIC-CIA
                                           LAB-NOMINOVE-CIA.
           MOVE CON-ANO                TO  LAB-NOMINOVE-ANO.
           MOVE 1                      TO  IND-INFORMES.
               CLOSE NOMINOVE
               OPEN I-O NOMINOVE.
           OPEN INPUT VACACION PRESTAMO.
           OPEN INPUT ANTICIPO.
           IF  ANTICIPO-STATUS  =  "35"
               OPEN OUTPUT ANTICIPO
               CLOSE ANTICIPO
               OPEN INPUT ANTICIPO.
           OPEN INPUT RETIRCES.
           IF  RETIRCES-STATUS  =  "35"
               OPEN OUTPUT RETIRCES
               CLOSE RETIRCES
               OPEN INPUT RETIRCES.
           OPEN INPUT EXAMEDIC.
           IF  EXAMEDIC-STATUS  =  "35"
               OPEN OUTPUT EXAMEDIC
               CLOSE EXAMEDIC
               OPEN INPUT EXAMEDIC.
       F-ABRE-ARCHIVOS.
      *
       I-LIQUIDACION.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-LIQUIDACION.
           PERFORM I-GRABA-NOVEDADES   THRU F-GRABA-NOVEDADES.
           PERFORM I-EXAMEN-RETIRO     THRU F-EXAMEN-RETIRO.
           PERFORM I-IMPRIME-DOC       THRU F-IMPRIME-DOC.
      *  EL CONTRATO QUEDA RETIRADO CON SU FECHA
           COMPUTE CONTRATO-ANO-RET  =  W-FECHA-RETIRO  /  10000.
           REWRITE REG-CONTRATO.
           DISPLAY "LIQUIDACION GRABADA E IMPRESA"
                   LINE 24 POSITION 10 REVERSE.
           IF  SW-SIN-EGRESO  =  1
               DISPLAY "ORDENE EL EXAMEN MEDICO DE EGRESO (PROG596)"
                       LINE 23 POSITION 10 REVERSE BLINK.
       F-LIQUIDACION.
      *
      *  EXAMEN DE EGRESO YA PRACTICADO DESDE EL INGRESO DEL CONTRATO
       I-EXAMEN-RETIRO.
           MOVE ZEROS                  TO  SW-SIN-EGRESO.
           MOVE CON-COD-EMPRESA        TO  EXA-EMPRESA.
           MOVE W-CEDULA               TO  EXA-CEDULA.
           COMPUTE EXA-DESDE  =  (CONTRATO-ANO-ING  *  10000)
                   +  (CONTRATO-MES-ING  *  100)  +  CONTRATO-DIA-ING.
           PERFORM I-EXAMEN-EGRESO     THRU F-EXAMEN-EGRESO.
           IF  SW-EXA-HALLADO  =  ZEROS
               MOVE 1                  TO  SW-SIN-EGRESO.
       F-EXAMEN-RETIRO.
      *
      ******************************************************************
      *  CALCULO DE LOS RUBROS SOBRE ANO COMERCIAL DE 360 DIAS         *
      ******************************************************************
                   W-CESANTIAS  *  0.12  *  W-DIAS-ANO  /  360.
      *  PRESTAMOS VIGENTES
           PERFORM I-SALDO-PRESTAMOS   THRU F-SALDO-PRESTAMOS.
           PERFORM I-SALDO-ANTICIPOS   THRU F-SALDO-ANTICIPOS.
           PERFORM I-RETIROS-CESANTIAS THRU F-RETIROS-CESANTIAS.
           COMPUTE W-NETO  =  W-SALARIO-PEND  +  W-VACACIONES
                           +  W-PRIMA  +  W-CESANTIAS
                           -  W-ANTICIPO-CES
                           +  W-INTERESES  -  W-PRESTAMOS.
       F-CALCULA.
      *
               ADD PRESTAMO-SALDO      TO  W-PRESTAMOS.
           GO TO I-SALDO-PRE-REG.
       F-SALDO-PRESTAMOS.
      *
      *  ANTICIPOS ABIERTOS O CON SALDO A CARGO (PROG558): SOLO SE
      *  AVISAN; EL COBRO EXIGE LA AUTORIZACION ESCRITA DEL EMPLEADO
       I-SALDO-ANTICIPOS.
           MOVE ZEROS                  TO  W-ANTICIPOS  SW-FIN-VAC.
           MOVE CON-COD-EMPRESA        TO  ANT-EMPRESA.
           MOVE W-CEDULA               TO  ANT-CEDULA.
           MOVE ZEROS                  TO  ANT-NUMERO.
           START ANTICIPO KEY > ANT-CLAVE INVALID KEY
                 MOVE 1                TO  SW-FIN-VAC.
       I-SALDO-ANT-REG.
           IF  SW-FIN-VAC  =  1        GO TO F-SALDO-ANTICIPOS.
           READ ANTICIPO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-FIN-VAC
                GO TO I-SALDO-ANT-REG.
           IF  ANT-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  ANT-CEDULA   NOT =  W-CEDULA
               MOVE 1                  TO  SW-FIN-VAC
               GO TO I-SALDO-ANT-REG.
           IF  ANT-ESTADO  =  "A"  OR  ANT-ESTADO  =  "P"
               COMPUTE W-ANTICIPOS  =  W-ANTICIPOS  +  ANT-VALOR
                       -  ANT-SOPORTADO  -  ANT-RECUPERADO.
           GO TO I-SALDO-ANT-REG.
       F-SALDO-ANTICIPOS.
      *
      *  RETIROS PARCIALES GIRADOS (PROG577): LOS ANTICIPOS QUE PAGO LA
      *  EMPRESA EN EL ANO DEL RETIRO (ORIGEN E) YA SALIERON DE LAS
      *  CESANTIAS DEL ANO; LO QUE GIRO EL FONDO (ORIGEN F) SOLO SE
      *  MUESTRA, PUES SALIO DEL SALDO CONSIGNADO
       I-RETIROS-CESANTIAS.
           MOVE ZEROS                  TO  W-ANTICIPO-CES
                                           W-RETIRO-FONDO  SW-FIN-VAC.
           MOVE CON-COD-EMPRESA        TO  RCE-EMPRESA.
           MOVE W-CEDULA               TO  RCE-CEDULA.
           MOVE ZEROS                  TO  RCE-CONSEC.
           START RETIRCES KEY NOT LESS RCE-CLAVE INVALID KEY
                 MOVE 1                TO  SW-FIN-VAC.
       I-RETIROS-CES-REG.
           IF  SW-FIN-VAC  =  1        GO TO F-RETIROS-CESANTIAS.
           READ RETIRCES NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-FIN-VAC
                GO TO I-RETIROS-CES-REG.
           IF  RCE-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  RCE-CEDULA   NOT =  W-CEDULA
               MOVE 1                  TO  SW-FIN-VAC
               GO TO I-RETIROS-CES-REG.
           IF  RCE-ESTADO  NOT =  "G"  GO TO I-RETIROS-CES-REG.
           DIVIDE RCE-FECHA-GIRO  BY  10000  GIVING  W-ANO-GIRO.
           IF  RCE-ORIGEN  =  "E"  AND  W-ANO-GIRO  =  W-ANO-RET
               ADD RCE-VALOR-GIRADO    TO  W-ANTICIPO-CES.
           IF  RCE-ORIGEN  =  "F"
               ADD RCE-VALOR-GIRADO    TO  W-RETIRO-FONDO.
           GO TO I-RETIROS-CES-REG.
       F-RETIROS-CESANTIAS.
           IF  W-ANTICIPO-CES  >  W-CESANTIAS
               MOVE W-CESANTIAS        TO  W-ANTICIPO-CES.
      *
       I-MUESTRA.
           MOVE W-SALARIO-PEND         TO  I-VALOR.
           MOVE W-PRESTAMOS            TO  I-VALOR.
           DISPLAY "MENOS PRESTAMOS   :"  LINE 14 POSITION 10.
           DISPLAY I-VALOR             LINE 14 POSITION 32 REVERSE.
           MOVE W-ANTICIPO-CES         TO  I-VALOR.
           DISPLAY "MENOS ANTICIPO CES:"  LINE 15 POSITION 10.
           DISPLAY I-VALOR             LINE 15 POSITION 32 REVERSE.
           MOVE W-NETO                 TO  I-VALOR.
           DISPLAY "NETO A PAGAR      :"  LINE 16 POSITION 10.
           DISPLAY I-VALOR             LINE 16 POSITION 32 REVERSE.
           IF  W-ANTICIPOS  >  ZEROS
               MOVE W-ANTICIPOS        TO  I-VALOR
               DISPLAY "ANTICIPOS SIN LEGALIZAR (PROG558):"
                       LINE 17 POSITION 10 REVERSE BLINK
               DISPLAY I-VALOR         LINE 17 POSITION 46 REVERSE.
           IF  W-RETIRO-FONDO  >  ZEROS
               MOVE W-RETIRO-FONDO     TO  I-VALOR
               DISPLAY "RETIROS PARCIALES GIRADOS POR EL FONDO:"
                       LINE 18 POSITION 10 REVERSE
               DISPLAY I-VALOR         LINE 18 POSITION 50 REVERSE.
       F-MUESTRA.
      *
       I-GRABA-NOVEDADES.
           MOVE W-NETO                 TO  NOV-VLR.
           MOVE W-SALARIO-PEND         TO  NOV-VLR-1.
           MOVE W-PRIMA                TO  NOV-VLR-2.
           COMPUTE NOV-VLR-3  =  W-CESANTIAS  -  W-ANTICIPO-CES.
           MOVE "L"                    TO  NOV-ORIGEN-NOVEDAD.
       I-UNA-NOV-GRABA.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-UNA-NOV-GRABA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
       F-UNA-NOVEDAD.
      *
       I-IMPRIME-DOC.
           MOVE "CESANTIAS"            TO  I-CONCEPTO.
           MOVE W-CESANTIAS            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           IF  W-ANTICIPO-CES  >  ZEROS
               MOVE "MENOS ANTICIPO DE CESANTIAS (PROG577)"
                                       TO  I-CONCEPTO
               COMPUTE I-VALOR  =  ZERO  -  W-ANTICIPO-CES
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE "INTERESES A LAS CESANTIAS"  TO  I-CONCEPTO.
           MOVE W-INTERESES            TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE "NETO A PAGAR"         TO  I-CONCEPTO.
           MOVE W-NETO                 TO  I-VALOR.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           IF  W-ANTICIPOS  >  ZEROS
               MOVE "** ANTICIPOS SIN LEGALIZAR (PROG558)"
                                       TO  I-CONCEPTO
               MOVE W-ANTICIPOS        TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 2.
           IF  W-RETIRO-FONDO  >  ZEROS
               MOVE "** RETIROS PARCIALES GIRADOS POR EL FONDO"
                                       TO  I-CONCEPTO
               MOVE W-RETIRO-FONDO     TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 2.
           IF  SW-SIN-EGRESO  =  1
               MOVE "** ORDENAR EXAMEN MEDICO DE EGRESO"
                                       TO  I-CONCEPTO
               MOVE ZEROS              TO  I-VALOR
               WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 2.
           MOVE "FIRMA DEL EMPLEADO ____________________"
                                       TO  I-CONCEPTO.
           MOVE ZEROS                  TO  I-VALOR.
       F-IMPRIME-DOC.
      *
       I-FIN-MODE.
           CLOSE CONTRATO VACACION PRESTAMO NOMINOVE ANTICIPO
                 RETIRCES EXAMEDIC.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
               COPY "..\PRO\EXAMENES.PRO".
