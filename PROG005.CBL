       PROGRAM-ID. PROG005.
      ******************************************************************
      * ACTUALIZACION DE CLAVES DE USUARIO         AGO-23-2026         *
      * OCT-15-2026 OTORGA RESPETA LOS PARES EN CONFLICTO (SODPARES)   *
      *                                                                *
      * OPCION C: EL USUARIO FIRMADO CAMBIA SU PROPIA CLAVE (CON       *
      *           VALIDACION CONTRA EL HISTORIAL CLAVHIST).            *
      *           REINICIA EL CONTADOR.                                *
      * OPCION B: EL SUPERVISOR CONSULTA EN PANTALLA LA BITACORA DE    *
      *           INTENTOS FALLIDOS (CLAVELOG).                        *
      * OPCION O: EL SUPERVISOR OTORGA LAS OPCIONES NUEVAS; OMITE LAS  *
      *           QUE CHOCAN CON UN PROGRAMA QUE EL USUARIO YA TIENE   *
      *           (SODPARES).  ESAS SOLO SE DAN EN PROG003 CON         *
      *           AUTORIZACION REGISTRADA.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\AUDITE.DYC".
               COPY "..\DYC\CLAVHIST.DYC".
               COPY "..\DYC\CLAVELOG.DYC".
               COPY "..\DYC\SODPARES.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CLAVHIST.FD".
               COPY "..\FD\CLAVELOG.FD".
               COPY "..\FD\SODPARES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG005".
       77      ID-PRG              PIC X(7)  VALUE "PROG005".
       77      W-USR-OTORGA        PIC X(03) VALUE SPACES.
       77      W-OTO-IDX           PIC 9(03) VALUE ZEROS.
       77      W-OTORGADAS         PIC 9(03) VALUE ZEROS.
       77      W-OMITIDAS          PIC 9(03) VALUE ZEROS.
       01      TABLA-OPCIONES-NUEVAS.
           03 FILLER PIC X(8) VALUE "PROG005".
           03 FILLER PIC X(8) VALUE "PROG024".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CLAVHIST.LBL".
               COPY "..\LBL\CLAVELOG.LBL".
               COPY "..\LBL\SODPARES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\SODCHEQ.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CLAVHIST.DCL".
               COPY "..\DCL\CLAVELOG.DCL".
               COPY "..\DCL\SODPARES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
      *  OTORGA A UN USUARIO LOS DERECHOS SOBRE TODAS LAS OPCIONES     *
      *  NUEVAS (LAS MISMAS QUE SIEMBRA PROG995 EN EL MENU).  EL       *
      *  DETALLE FINO POR PROGRAMA SE SIGUE AJUSTANDO EN PROG003.      *
      *  LA OPCION QUE CREA UN CONFLICTO DE SODPARES NO SE OTORGA AQUI *
      ******************************************************************
       I-OTORGA.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-OTORGADAS
                                           W-OMITIDAS.
           DISPLAY "USUARIO A OTORGAR: [   ]"
                   LINE 17 POSITION 18.
           ACCEPT W-USR-OTORGA         LINE 17 POSITION 38
                DISPLAY "USUARIO NO EXISTE"
                        LINE 24 POSITION 01 REVERSE BLINK
                GO TO F-OTORGA.
           PERFORM I-STATUS-SODPARES   THRU F-STATUS-SODPARES.
           PERFORM I-CARGA-SODPARES    THRU F-CARGA-SODPARES.
           MOVE ZEROS                  TO  W-OTO-IDX.
       I-OTORGA-CICLO.
           ADD 1                       TO  W-OTO-IDX.
               DISPLAY "OPCIONES OTORGADAS:"
                       LINE 24 POSITION 01 REVERSE
               DISPLAY W-OTORGADAS  LINE 24 POSITION 21 REVERSE
               DISPLAY "OMITIDAS POR CONFLICTO:"
                       LINE 24 POSITION 26 REVERSE
               DISPLAY W-OMITIDAS   LINE 24 POSITION 50 REVERSE
               GO TO F-OTORGA.
           MOVE W-USR-OTORGA           TO  COD-USR.
           MOVE OPC-NUEVA(W-OTO-IDX)   TO  COD-PRG.
           READ USUARIOS WITH NO LOCK INVALID KEY
                PERFORM I-OTORGA-NUEVA THRU F-OTORGA-NUEVA.
           GO TO I-OTORGA-CICLO.
       F-OTORGA.
      *
       I-OTORGA-NUEVA.
           MOVE W-USR-OTORGA           TO  SOD-USR.
           MOVE OPC-NUEVA(W-OTO-IDX)   TO  SOD-PRG.
           MOVE ZEROS                  TO  SOD-IDX.
           PERFORM I-CONFLICTO-SOD     THRU F-CONFLICTO-SOD.
           IF  SW-SOD-CONFLICTO  =  1
               ADD 1                   TO  W-OMITIDAS
               GO TO F-OTORGA-NUEVA.
           INITIALIZE REG-USER.
           MOVE W-USR-OTORGA           TO  COD-USR.
           MOVE OPC-NUEVA(W-OTO-IDX)   TO  COD-PRG.
           MOVE "S"                    TO  DER-A-USR  DER-M-USR
                                           DER-C-USR  DER-R-USR.
           WRITE REG-USER INVALID KEY
                 NEXT SENTENCE
           END-WRITE.
           ADD 1                       TO  W-OTORGADAS.
       F-OTORGA-NUEVA.
      *
       I-DESBLOQUEA.
           MOVE ZEROS                  TO  WK-EXCEPTION.
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PRO\SODCHEQ.PRO".
