      * EN CADENA (PROG983, CON-USERNAME "BAT") CORRE SIN OPERADOR LA  *
      * COPIA COMPLETA CON VERIFICACION Y DEJA EL RESULTADO DEL PASO   *
      * EN LOTERES.                                                    *
      * OCT-15-2026 LA COPIA VERIFICADA CORTA EL DIARIO DE TRANSACCIO- *
      *             NES (TRANSLOG); TRAS RESTAURAR SE REAPLICA LO      *
      *             POSTERIOR CON PROG583                              *
      * OCT-15-2026 AL RESTAURAR CNDOCTOS SE RECREA SU INDICE POR NIT  *
      *             (CNDOCNIT)                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\CNDOCNIT.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\CNDOCNIT.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
       77      SW-TODO-OK          PIC 9(01) VALUE ZEROS.
       77      W-FECHA-RESTAURA    PIC 9(08) VALUE ZEROS.
       77      W-CONSEC-RESTAURA   PIC 9(03) VALUE ZEROS.
       77      W-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77      SW-LOTE             PIC 9(01) VALUE ZEROS.
       77      W-LOTE-ESTADO       PIC X(02) VALUE "ER".
       01      LAB-RESPALDO.
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\CNDOCNIT.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
           MOVE 1                      TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           PERFORM I-LABEL-CNDOCNIT    THRU F-LABEL-CNDOCNIT.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           MOVE CON-COD-EMPRESA        TO  LAB-NOMINOVE-CIA.
           MOVE CON-ANO                TO  LAB-NOMINOVE-ANO.
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-COPIA-TODO.
           MOVE 1                      TO  SW-TODO-OK.
           ACCEPT W-HORA-INICIO        FROM  TIME.
           MOVE ZEROS                  TO  W-TOTAL-REGS  W-ARCHIVOS-OK.
           MOVE WK-FECHA-HOY           TO  LAB-RESP-FECHA.
           MOVE 01  TO  W-ARCHIVO-ACT.
           MOVE 08  TO  W-ARCHIVO-ACT.
           PERFORM I-COPIA-NOMINOVE    THRU F-COPIA-NOMINOVE.
           PERFORM I-GRABA-CATALOGO    THRU F-GRABA-CATALOGO.
           PERFORM I-CORTA-DIARIO      THRU F-CORTA-DIARIO.
           IF  SW-TODO-OK  =  1
               DISPLAY "COPIA COMPLETA Y VERIFICADA"
                       LINE 24 POSITION 18 REVERSE
       F-COPIA-TODO.
      *
      ******************************************************************
      *  CON LA COPIA VERIFICADA SE ARCHIVA EL DIARIO DE TRANSACCIONES *
      *  Y ARRANCA UNO NUEVO; LO ANOTADO DESDE LA HORA DE INICIO DE LA *
      *  COPIA PASA AL NUEVO (VER TRANSLOG)                            *
      ******************************************************************
       I-CORTA-DIARIO.
           IF  SW-TODO-OK  NOT =  1    GO TO F-CORTA-DIARIO.
           MOVE SPACES                 TO  AREA-TRANSLOG.
           MOVE "C"                    TO  TLG-LNK-OPERACION.
           MOVE WK-FECHA-HOY           TO  TLG-LNK-FECHA.
           MOVE W-HORA-INICIO          TO  TLG-LNK-HORA.
           MOVE ZEROS                  TO  TLG-LNK-REGISTROS.
           MOVE CON-COD-EMPRESA        TO  TLG-LNK-EMPRESA.
           MOVE CON-USERNAME           TO  TLG-LNK-USUARIO.
           MOVE W-PROGRAMA             TO  TLG-LNK-PROGRAMA.
           CALL "TRANSLOG"             USING  AREA-TRANSLOG.
           IF  TLG-LNK-ESTADO  >  "00"
               DISPLAY "NO SE PUDO CORTAR EL DIARIO - STATUS "
                       LINE 23 POSITION 18 REVERSE BLINK
               DISPLAY TLG-LNK-ESTADO  LINE 23 POSITION 55 REVERSE.
       F-CORTA-DIARIO.
      *
      ******************************************************************
      *  COPIA Y VERIFICACION POR ARCHIVO (PATRON COMUN)               *
      ******************************************************************
       I-COPIA-CNCATCTA.
           PERFORM I-RESTAURA-CNDTACUM THRU F-RESTAURA-CNDTACUM.
           DISPLAY "RESTAURACION TERMINADA"
                   LINE 24 POSITION 18 REVERSE.
           DISPLAY "REAPLIQUE LO POSTERIOR A LA COPIA CON PROG583"
                   LINE 23 POSITION 18 REVERSE.
       F-RESTAURA.
      *
       I-RESTAURA-CNDOCTOS.
           OPEN INPUT RESPALDO.
           IF  RESPALDO-STATUS  >  "00"
               GO TO F-RESTAURA-CNDOCTOS.
           OPEN OUTPUT CNDOCTOS CNDOCNIT.
       I-RESTAURA-DOC-REG.
           READ RESPALDO AT END
                MOVE 1                 TO  SW-EOF
           MOVE REG-RESPALDO           TO  REG-DOCTOS.
           WRITE REG-DOCTOS INVALID KEY
                 REWRITE REG-DOCTOS.
           PERFORM I-ARMA-CNDOCNIT     THRU F-ARMA-CNDOCNIT.
           IF  SW-DNT-CON-NIT  =  1
               WRITE REG-CNDOCNIT INVALID KEY
                     REWRITE REG-CNDOCNIT.
           GO TO I-RESTAURA-DOC-REG.
       I-RESTAURA-DOC-FIN.
           CLOSE RESPALDO CNDOCTOS CNDOCNIT.
       F-RESTAURA-CNDOCTOS.
      *
       I-RESTAURA-CNDTACUM.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDOCNIT.PLB".
               COPY "..\PRO\CNDOCNIT.PRO".
               COPY "..\PLB\CNDTACUM.PLB".
