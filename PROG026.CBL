      *           RECARGA, DEJANDO EN CONERROR (VIA CONERRLOG) LA      *
      *           CONSTANCIA DE REGISTROS RECUPERADOS/PERDIDOS PARA    *
      *           QUE EL OPERADOR SE RECUPERE SIN AYUDA EXTERNA.       *
      * OCT-15-2026 INDICE DE MOVIMIENTO POR NIT (CNDOCNIT): D AVISA   *
      *             SI NO CUADRA CON LAS LINEAS CON NIT DE CNDOCTOS; R *
      *             5 LO RECREA DESDE CNDOCTOS (TAMBIEN TRAS R 3)      *
      * OCT-15-2026 R 6 CONVIERTE UNA SOLA VEZ LA HISTORIA DE          *
      *             CONTRATOS (CONTRHIS) GRABADA CON LA LLAVE ANTERIOR *
      *             (CIA+CEDULA+SECUENCIA) A LA LLAVE CON CHIS-NOVEDAD:*
      *             CADA REGISTRO QUEDA CON NOVEDAD 00 (ARCHIVO POR    *
      *             REINGRESO) Y VIGENCIA EN CEROS                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\CNCATCTA.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\CNDOCNIT.DYC".
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\CONTRHIS.DYC".
      *  CONTRHIS CON LA LLAVE ANTERIOR, SOLO PARA LA CONVERSION R 6
           SELECT CONTRHIA ASSIGN TO RANDOM "CONTRHIA"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY CHIA-CLAVE
                  FILE STATUS CONTRHIA-STATUS.
           SELECT SALVADO ASSIGN TO RANDOM "SALVADO"
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS SALVADO-STATUS.
               COPY "..\FD\CNCATCTA.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\CNDOCNIT.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CONTRHIS.FD".
       FD  CONTRHIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-CONTRHIS.
       01  REG-CONTRHIA.
           03  CHIA-CLAVE               PIC X(21).
           03  CHIA-DATOS               PIC X(97).
           03  FILLER                   PIC X(10).
       FD  SALVADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-SALVADO.
       77      W-LEIDOS            PIC 9(08) VALUE ZEROS.
       77      W-RECUPERADOS       PIC 9(08) VALUE ZEROS.
       77      W-PERDIDOS          PIC 9(08) VALUE ZEROS.
       77      W-CON-NIT           PIC 9(08) VALUE ZEROS.
       77      W-INDEXADOS         PIC 9(08) VALUE ZEROS.
       77      W-STATUS-DIAG       PIC X(02) VALUE SPACES.
       77      CONTRHIA-STATUS     PIC X(02) VALUE "00".
      *  REGISTRO DE CONTRHIS CON LA LLAVE ACTUAL, ARMADO DESDE EL
      *  ANTERIOR: LLAVE + NOVEDAD 00 + DATOS + VIGENCIA EN CEROS
       01      W-CHIS-NUEVO.
        03     W-CHN-CLAVE         PIC X(21).
        03     W-CHN-NOVEDAD       PIC 9(02).
        03     W-CHN-DATOS         PIC X(97).
        03     W-CHN-VIGENCIA      PIC 9(08).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNCATCTA.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\CNDOCNIT.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CONTRHIS.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
       I-LABEL-ARCHIVOS.
           MOVE "* DIAGNOSTICO DE ARCHIVOS *"  TO  WK-SISTEMA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNCATCTA-CIA
                                           LAB-CNNITCED-CIA
                                           LAB-CONTRHIS-CIA.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           PERFORM I-LABEL-CNDOCNIT    THRU F-LABEL-CNDOCNIT.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
       F-LABEL-ARCHIVOS.
      *
                                       LINE 09 POSITION 18
           DISPLAY "!     3=CNDOCTOS  4=CNDTACUM               !"
                                       LINE 10 POSITION 18
           DISPLAY "!     5=CNDOCNIT (INDICE POR NIT)          !"
                                       LINE 11 POSITION 18
           DISPLAY "!     6=CONTRHIS (CONVIERTE LLAVE ANTERIOR)!"
                                       LINE 12 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 13 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 14 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 15 POSITION 18.
           ACCEPT W-OPCION                 LINE 15 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           DISPLAY "CNDTACUM"          LINE 20 POSITION 18.
           DISPLAY W-LEIDOS            LINE 20 POSITION 29.
           DISPLAY W-STATUS-DIAG       LINE 20 POSITION 42.
           MOVE 5                      TO  W-ARCHIVO.
           PERFORM I-DIAGNOSTICA-UNO   THRU F-DIAGNOSTICA-UNO.
           DISPLAY "CNDOCNIT"          LINE 21 POSITION 18.
           DISPLAY W-LEIDOS            LINE 21 POSITION 29.
           DISPLAY W-STATUS-DIAG       LINE 21 POSITION 42.
      *  EL INDICE DEBE TENER UNA ENTRADA POR CADA LINEA CON NIT
           IF  W-LEIDOS  NOT =  W-CON-NIT
               DISPLAY "INDICE POR NIT NO CUADRA CON CNDOCTOS - R 5"
                       LINE 22 POSITION 18 REVERSE BLINK.
           DISPLAY "[ENTER] REGRESA"   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-DIAGNOSTICO.
               PERFORM I-SALVA-CNDOCTOS THRU F-SALVA-CNDOCTOS.
           IF  W-ARCHIVO  =  4
               PERFORM I-SALVA-CNDTACUM THRU F-SALVA-CNDTACUM.
           IF  W-ARCHIVO  =  5
               PERFORM I-SALVA-CNDOCNIT THRU F-SALVA-CNDOCNIT.
           IF  W-ARCHIVO  =  6
               PERFORM I-SALVA-CONTRHIA THRU F-SALVA-CONTRHIA.
           CLOSE SALVADO.
       F-SALVA-ARCHIVO.
      *
       F-SALVA-CNNITCED.
      *
       I-SALVA-CNDOCTOS.
           MOVE ZEROS                  TO  W-CON-NIT.
           OPEN INPUT CNDOCTOS.
           IF  CNDOCTOS-STATUS  >  "00"
               MOVE CNDOCTOS-STATUS    TO  W-STATUS-DIAG
               GO TO I-SALVA-DOC-REG.
           WRITE REG-SALVADO FROM REG-DOCTOS.
           ADD 1                       TO  W-LEIDOS.
           IF  ALTNIT-DOCTOS  NOT =  ZEROS
               ADD 1                   TO  W-CON-NIT.
           GO TO I-SALVA-DOC-REG.
       I-SALVA-DOC-FIN.
           CLOSE CNDOCTOS.
       I-SALVA-ACU-FIN.
           CLOSE CNDTACUM.
       F-SALVA-CNDTACUM.
      *
       I-SALVA-CNDOCNIT.
           OPEN INPUT CNDOCNIT.
           IF  CNDOCNIT-STATUS  >  "00"
               MOVE CNDOCNIT-STATUS    TO  W-STATUS-DIAG
               GO TO F-SALVA-CNDOCNIT.
           MOVE ZEROS                  TO  DNT-CLAVE.
           START CNDOCNIT KEY NOT LESS DNT-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-SALVA-DNT-REG.
           IF  FIN-OK  =  1            GO TO I-SALVA-DNT-FIN.
           READ CNDOCNIT NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-SALVA-DNT-REG.
           IF  CNDOCNIT-STATUS  >  "00"
               MOVE CNDOCNIT-STATUS    TO  W-STATUS-DIAG
               MOVE 1                  TO  FIN-OK
               GO TO I-SALVA-DNT-REG.
           WRITE REG-SALVADO FROM REG-CNDOCNIT.
           ADD 1                       TO  W-LEIDOS.
           GO TO I-SALVA-DNT-REG.
       I-SALVA-DNT-FIN.
           CLOSE CNDOCNIT.
       F-SALVA-CNDOCNIT.
      *
      *  LEE CONTRHIS CON LA LLAVE ANTERIOR Y SALVA CADA REGISTRO YA
      *  EN EL FORMATO ACTUAL
       I-SALVA-CONTRHIA.
           OPEN INPUT CONTRHIA.
           IF  CONTRHIA-STATUS  >  "00"
               MOVE CONTRHIA-STATUS    TO  W-STATUS-DIAG
               GO TO F-SALVA-CONTRHIA.
           MOVE LOW-VALUES             TO  CHIA-CLAVE.
           START CONTRHIA KEY NOT LESS CHIA-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-SALVA-CHI-REG.
           IF  FIN-OK  =  1            GO TO I-SALVA-CHI-FIN.
           READ CONTRHIA NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-SALVA-CHI-REG.
           IF  CONTRHIA-STATUS  >  "00"
               MOVE CONTRHIA-STATUS    TO  W-STATUS-DIAG
               MOVE 1                  TO  FIN-OK
               GO TO I-SALVA-CHI-REG.
           MOVE CHIA-CLAVE             TO  W-CHN-CLAVE.
           MOVE ZEROS                  TO  W-CHN-NOVEDAD
                                           W-CHN-VIGENCIA.
           MOVE CHIA-DATOS             TO  W-CHN-DATOS.
           WRITE REG-SALVADO FROM W-CHIS-NUEVO.
           ADD 1                       TO  W-LEIDOS.
           GO TO I-SALVA-CHI-REG.
       I-SALVA-CHI-FIN.
           CLOSE CONTRHIA.
       F-SALVA-CONTRHIA.
      *
      ******************************************************************
      *  RECONSTRUCCION: SALVA, RECREA EL ARCHIVO Y RECARGA            *
      ******************************************************************
       I-RECONSTRUYE.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "ARCHIVO (1-6):"    LINE 16 POSITION 18.
           ACCEPT W-ARCHIVO            LINE 16 POSITION 33
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-ARCHIVO  <  1  OR  W-ARCHIVO  >  6
               GO TO F-RECONSTRUYE.
      *  LA CONVERSION SOLO SE HACE SI CONTRHIS NO ABRE CON LA LLAVE
      *  ACTUAL: UNA HISTORIA YA CONVERTIDA O NUEVA NO SE TOCA
           IF  W-ARCHIVO  =  6
               PERFORM I-FORMATO-CONTRHIS THRU F-FORMATO-CONTRHIS
               IF  SW-1  =  1
                   GO TO F-RECONSTRUYE.
           DISPLAY "[ R ] CONFIRMA RECONSTRUCCION"
                   LINE 24 POSITION 18 REVERSE BLINK.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "R"     GO TO F-RECONSTRUYE.
      *  EL INDICE POR NIT NO SE SALVA: SE RECREA DESDE CNDOCTOS
           IF  W-ARCHIVO  =  5
               PERFORM I-RECREA-INDICE THRU F-RECREA-INDICE
               GO TO I-RECONSTRUYE-CONSTANCIA.
           MOVE ZEROS                  TO  W-LEIDOS  FIN-OK.
           MOVE "00"                   TO  W-STATUS-DIAG.
           DISPLAY "SALVANDO LO RECUPERABLE..."
           DISPLAY W-RECUPERADOS       LINE 20 POSITION 31.
           DISPLAY "PERDIDOS   :"      LINE 21 POSITION 18.
           DISPLAY W-PERDIDOS          LINE 21 POSITION 31.
           IF  W-ARCHIVO  =  3
               PERFORM I-RECREA-INDICE THRU F-RECREA-INDICE.
      *  CONSTANCIA EN CONERROR PARA LA CONSOLA PROG024
       I-RECONSTRUYE-CONSTANCIA.
           MOVE ID-PRG                 TO  IO-CON-PROGRAMA.
           IF  W-ARCHIVO  =  1  MOVE "CNCATCTA"  TO  IO-CON-ARCHIVO.
           IF  W-ARCHIVO  =  2  MOVE "CNNITCED"  TO  IO-CON-ARCHIVO.
           IF  W-ARCHIVO  =  3  MOVE "CNDOCTOS"  TO  IO-CON-ARCHIVO.
           IF  W-ARCHIVO  =  4  MOVE "CNDTACUM"  TO  IO-CON-ARCHIVO.
           IF  W-ARCHIVO  =  5  MOVE "CNDOCNIT"  TO  IO-CON-ARCHIVO.
           IF  W-ARCHIVO  =  6  MOVE "CONTRHIS"  TO  IO-CON-ARCHIVO.
           MOVE "98"                   TO  IO-CON-ESTADO.
           MOVE CON-USERNAME           TO  IO-CON-USUARIO.
           CALL "CONERRLOG"         USING  IO-AREA-CONERROR.
           DISPLAY "[ENTER] REGRESA"   LINE 24 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-RECONSTRUYE.
      *
      *  SW-1 = 1 SI CONTRHIS YA ABRE CON LA LLAVE ACTUAL, NO EXISTE O
      *  NO ABRE CON NINGUNA DE LAS DOS LLAVES
       I-FORMATO-CONTRHIS.
           MOVE ZEROS                  TO  SW-1.
           OPEN INPUT CONTRHIS.
           IF  CONTRHIS-STATUS  =  "00"
               CLOSE CONTRHIS
               MOVE 1                  TO  SW-1
               DISPLAY "CONTRHIS YA ESTA EN EL FORMATO ACTUAL"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-FORMATO-CONTRHIS.
           IF  CONTRHIS-STATUS  =  "35"
               MOVE 1                  TO  SW-1
               DISPLAY "LA EMPRESA NO TIENE HISTORIA DE CONTRATOS"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-FORMATO-CONTRHIS.
      *  SI TAMPOCO ABRE CON LA LLAVE ANTERIOR NO SE RECREA NADA
           OPEN INPUT CONTRHIA.
           IF  CONTRHIA-STATUS  >  "00"
               MOVE 1                  TO  SW-1
               DISPLAY "CONTRHIS NO ABRE - STATUS"
                       LINE 24 POSITION 18 REVERSE BLINK
               DISPLAY CONTRHIA-STATUS LINE 24 POSITION 44 REVERSE
               GO TO F-FORMATO-CONTRHIS.
           CLOSE CONTRHIA.
       F-FORMATO-CONTRHIS.
      *
      ******************************************************************
      *  RECREA EL INDICE POR NIT CON LAS LINEAS CON NIT DE CNDOCTOS   *
      ******************************************************************
       I-RECREA-INDICE.
           DISPLAY "RECREANDO EL INDICE POR NIT..."
                   LINE 22 POSITION 18.
           MOVE ZEROS                  TO  W-INDEXADOS  FIN-OK.
           OPEN INPUT CNDOCTOS.
           IF  CNDOCTOS-STATUS  >  "00"
               GO TO F-RECREA-INDICE.
           OPEN OUTPUT CNDOCNIT.
           MOVE ZEROS                  TO  KEY00-DOCTOS.
           START CNDOCTOS KEY NOT LESS KEY00-DOCTOS INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-RECREA-INDICE-REG.
           IF  FIN-OK  =  1            GO TO I-RECREA-INDICE-FIN.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-RECREA-INDICE-REG.
           IF  CNDOCTOS-STATUS  >  "00"
               MOVE 1                  TO  FIN-OK
               GO TO I-RECREA-INDICE-REG.
           PERFORM I-ARMA-CNDOCNIT     THRU F-ARMA-CNDOCNIT.
           IF  SW-DNT-CON-NIT  =  ZEROS
               GO TO I-RECREA-INDICE-REG.
           WRITE REG-CNDOCNIT INVALID KEY
                 GO TO I-RECREA-INDICE-REG.
           ADD 1                       TO  W-INDEXADOS.
           GO TO I-RECREA-INDICE-REG.
       I-RECREA-INDICE-FIN.
           CLOSE CNDOCTOS CNDOCNIT.
           DISPLAY "LINEAS CON NIT EN EL INDICE:"
                                       LINE 22 POSITION 18.
           DISPLAY W-INDEXADOS         LINE 22 POSITION 47.
       F-RECREA-INDICE.
      *
       I-RECARGA-ARCHIVO.
           OPEN INPUT SALVADO.
               OPEN OUTPUT CNDTACUM
               PERFORM I-RECARGA-CNDTACUM THRU F-RECARGA-CNDTACUM
               CLOSE CNDTACUM.
           IF  W-ARCHIVO  =  6
               OPEN OUTPUT CONTRHIS
               PERFORM I-RECARGA-CONTRHIS THRU F-RECARGA-CONTRHIS
               CLOSE CONTRHIS.
           CLOSE SALVADO.
       F-RECARGA-ARCHIVO.
      *
           ADD 1                       TO  W-LEIDOS.
           GO TO I-RECARGA-ACU-REG.
       F-RECARGA-CNDTACUM.
      *
       I-RECARGA-CONTRHIS.
           MOVE ZEROS                  TO  SW-EOF.
       I-RECARGA-CHI-REG.
           READ SALVADO AT END
                MOVE 1                 TO  SW-EOF
                GO TO F-RECARGA-CONTRHIS.
           MOVE REG-SALVADO            TO  REG-CONTRHIS.
           WRITE REG-CONTRHIS INVALID KEY
                 GO TO I-RECARGA-CHI-REG.
           ADD 1                       TO  W-LEIDOS.
           GO TO I-RECARGA-CHI-REG.
       F-RECARGA-CONTRHIS.
      *
       I-FIN-MODE.
           EXIT PROGRAM.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDOCNIT.PLB".
               COPY "..\PRO\CNDOCNIT.PRO".
               COPY "..\PLB\CNDTACUM.PLB".
