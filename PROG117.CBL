      * LOS PROGRAMAS QUE LEEN CONTRATO SIGUEN VIENDO EL VIGENTE SIN   *
      * NINGUN CAMBIO.  CADA CONSULTA DE DATOS DEL EMPLEADO DEJA SU    *
      * RASTRO DE HABEAS DATA (SERVICIO HABEAS, LEY 1581).             *
      * OCT-15-2026  LA HISTORIA TAMBIEN LISTA LOS SALARIOS ANTERIORES *
      * A CADA AUMENTO (CHIS-NOVEDAD > 0, PROG391) CON ESTADO "S" Y LA *
      * FECHA DE VIGENCIA DEL AUMENTO EN LA COLUMNA DE RETIRO.         *
      * OCT-15-2026  EL REINGRESO CONSULTA AL EMPLEADO EN LAS LISTAS   *
      * SAGRILAFT (CNLISTCK) Y NO SE HACE CON COINCIDENCIA PENDIENTE   *
      * O CONFIRMADA.                                                  *
      * OCT-15-2026  EL CONTRATO NUEVO NO QUEDA ACTIVO SIN EXAMEN      *
      * MEDICO DE INGRESO APTO POSTERIOR AL RETIRO (EXAMEDIC, PROG596),*
      * SALVO AUTORIZACION DEL SUPERVISOR CON MOTIVO, QUE QUEDA COMO   *
      * EXAMEN DE INGRESO "S" VENCIDO HASTA QUE SE REGISTRE EL REAL.   *
      * OCT-15-2026  LA AUTORIZACION SE GRABA ANTES DEL CONTRATO: SI   *
      * NO QUEDA GRABADA EL REINGRESO SE CANCELA.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\CONTRHIS.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\EXAMEDIC.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONTRHIS.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\EXAMEDIC.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG117".
       77      ID-PRG              PIC X(7)  VALUE "PROG117".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-SEC-NUEVA         PIC 9(02) VALUE ZEROS.
       77      WK-TIPO-USR         PIC X(01) VALUE SPACES.
       77      SW-SIN-EXAMEN       PIC 9(01) VALUE ZEROS.
       77      W-MOTIVO-SUP        PIC X(60) VALUE SPACES.
       01      AREA-HABEAS.
        03     HAB-LNK-USUARIO     PIC X(03).
        03     HAB-LNK-PROGRAMA    PIC X(08).
        03     HAB-LNK-EMPRESA     PIC 9(07).
        03     HAB-LNK-CEDULA      PIC 9(12).
       01      AREA-CNLISTCK.
        03     LST-LNK-EMPRESA     PIC 9(07) VALUE ZEROS.
        03     LST-LNK-ORIGEN      PIC X(01) VALUE SPACES.
        03     LST-LNK-DOCUMENTO   PIC 9(12) VALUE ZEROS.
        03     LST-LNK-NOMBRE      PIC X(43) VALUE SPACES.
        03     LST-LNK-PROGRAMA    PIC X(07) VALUE SPACES.
        03     LST-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     LST-LNK-COINCIDENCIAS
                                   PIC 9(03) VALUE ZEROS.
        03     LST-LNK-NUEVAS      PIC 9(03) VALUE ZEROS.
        03     LST-LNK-ESTADO      PIC X(01) VALUE SPACES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONTRHIS.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\EXAMEDIC.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\EXAMENES.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
         05    I-RET       PIC X(10).
         05    FILLER      PIC X(03).
         05    I-EST       PIC X(01).
       01      W-FECHA-PARTES.
        03     W-FP-ANO    PIC 9(04).
        03     W-FP-MES    PIC 9(02).
        03     W-FP-DIA    PIC 9(02).
       01      W-FECHA-NUM REDEFINES W-FECHA-PARTES
                           PIC 9(08).
       01      W-FECHA-EDIT.
        03     W-FE-DIA    PIC 9(02).
        03     FILLER      PIC X(01)    VALUE "/".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONTRHIS.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\EXAMEDIC.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-CONTRHIS-CIA
                                           LAB-EXAMEDIC-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 117                    TO  LAB-INFORMES-IDENT.
       I-ABRE-ARCHIVOS.
           OPEN I-O CONTRATO CONTRHIS.
           OPEN INPUT HOJAVIDA.
           OPEN I-O EXAMEDIC.
           IF  EXAMEDIC-STATUS  =  "35"
               OPEN OUTPUT EXAMEDIC
               CLOSE EXAMEDIC
               OPEN I-O EXAMEDIC.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
               DISPLAY "EL CONTRATO VIGENTE NO ESTA RETIRADO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-REINGRESO.
      *  NO SE REENGANCHA A QUIEN ESTE EN LAS LISTAS RESTRICTIVAS
           PERFORM I-LISTAS            THRU F-LISTAS.
           IF  LST-LNK-ESTADO  =  "X"
               DISPLAY "EMPLEADO CONFIRMADO EN LISTAS SAGRILAFT"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-REINGRESO.
           IF  LST-LNK-ESTADO  =  "P"
               DISPLAY "COINCIDENCIA EN LISTAS PENDIENTE (PROG595)"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-REINGRESO.
      *  EXAMEN MEDICO DE INGRESO POSTERIOR AL RETIRO, O AUTORIZACION
           PERFORM I-EXAMEN-REINGRESO  THRU F-EXAMEN-REINGRESO.
           IF  SW-1  =  1              GO TO F-REINGRESO.
      *  ARCHIVA EL CONTRATO ANTERIOR CON SU SECUENCIA
           MOVE CONTRATO-CIA           TO  CHIS-CIA.
           MOVE CONTRATO-CEDULA        TO  CHIS-CEDULA.
               MOVE 1                  TO  CHIS-SECUENCIA
           ELSE
               MOVE CONTRATO-SECUENCIA TO  CHIS-SECUENCIA.
           MOVE ZEROS                  TO  CHIS-NOVEDAD  CHIS-VIGENCIA.
           MOVE CONTRATO-CODIEMP       TO  CHIS-CODIEMP.
           MOVE CONTRATO-TIPO          TO  CHIS-TIPO.
           MOVE CONTRATO-CARGO         TO  CHIS-CARGO.
           MOVE W-SEC-NUEVA            TO  CONTRATO-SECUENCIA.
           MOVE "A"                    TO  CONTRATO-ESTADO.
           MOVE ZEROS                  TO  CONTRATO-FECHA-RETIRO.
      *  SIN LA AUTORIZACION GRABADA EL CONTRATO NO QUEDA ACTIVO
           IF  SW-SIN-EXAMEN  =  1
               PERFORM I-GRABA-AUTORIZACION THRU F-GRABA-AUTORIZACION
               IF  SW-1  =  1
                   DISPLAY "NO SE GRABO LA AUTORIZACION - CANCELADO"
                           LINE 24 POSITION 18 REVERSE BLINK
                   GO TO F-REINGRESO.
           REWRITE REG-CONTRATO.
           DISPLAY "REINGRESO GRABADO - CONTRATO SECUENCIA:"
                   LINE 24 POSITION 18 REVERSE.
       F-REINGRESO.
      *
      ******************************************************************
      *  SIN EXAMEN DE INGRESO APTO SOLO EL SUPERVISOR (TIPO-USR "A")  *
      *  PUEDE AUTORIZAR EL REINGRESO, CON MOTIVO.  SW-1 = 1 NIEGA     *
      ******************************************************************
       I-EXAMEN-REINGRESO.
           MOVE ZEROS                  TO  SW-1  SW-SIN-EXAMEN.
           MOVE CON-COD-EMPRESA        TO  EXA-EMPRESA.
           MOVE W-CEDULA               TO  EXA-CEDULA.
           COMPUTE EXA-DESDE  =  (CONTRATO-ANO-RET  *  10000)
                   +  (CONTRATO-MES-RET  *  100)  +  CONTRATO-DIA-RET.
           PERFORM I-EXAMEN-INGRESO    THRU F-EXAMEN-INGRESO.
           IF  SW-EXA-HALLADO  =  1    GO TO F-EXAMEN-REINGRESO.
           MOVE 1                      TO  SW-1.
           PERFORM I-VERIFICA-SUPER    THRU F-VERIFICA-SUPER.
           IF  WK-TIPO-USR  NOT =  "A"
               DISPLAY "SIN EXAMEN MEDICO DE INGRESO APTO (PROG596)"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-EXAMEN-REINGRESO.
           DISPLAY "SIN EXAMEN DE INGRESO: [ S ] AUTORIZA SUPERVISOR"
                   LINE 24 POSITION 18 REVERSE BLINK.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "S"     GO TO F-EXAMEN-REINGRESO.
           DISPLAY "MOTIVO:"           LINE 22 POSITION 18.
           MOVE SPACES                 TO  W-MOTIVO-SUP.
           ACCEPT W-MOTIVO-SUP         LINE 22 POSITION 26 SIZE 50
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-MOTIVO-SUP  =  SPACES
               DISPLAY "LA AUTORIZACION EXIGE EL MOTIVO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-EXAMEN-REINGRESO.
           MOVE ZEROS                  TO  SW-1.
           MOVE 1                      TO  SW-SIN-EXAMEN.
       F-EXAMEN-REINGRESO.
      *
       I-VERIFICA-SUPER.
           MOVE CON-USERNAME           TO  COD-USR.
           MOVE SPACES                 TO  COD-PRG.
           OPEN INPUT USUARIOS.
           READ USUARIOS WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  TIPO-USR.
           MOVE TIPO-USR               TO  WK-TIPO-USR.
           CLOSE USUARIOS.
       F-VERIFICA-SUPER.
      *
      *  LA AUTORIZACION QUEDA COMO EXAMEN DE INGRESO "S" VENCIDO DESDE
      *  HOY, PARA QUE EL REPORTE DE PROG596 LO SIGA MOSTRANDO.  SI YA
      *  HAY EXAMEN DE INGRESO DE HOY: UNA AUTORIZACION ANTERIOR (DE UN
      *  REINGRESO CANCELADO) SE ACTUALIZA; UN EXAMEN REAL NO SE TOCA Y
      *  QUEDA SW-1 = 1
       I-GRABA-AUTORIZACION.
           MOVE ZEROS                  TO  SW-1.
           INITIALIZE REG-EXAMEDIC.
           MOVE CON-COD-EMPRESA        TO  EXM-EMPRESA.
           MOVE W-CEDULA               TO  EXM-CEDULA.
           MOVE WK-FECHA-HOY           TO  EXM-FECHA  EXM-PROXIMO
                                           EXM-FECHA-GRABA.
           MOVE "I"                    TO  EXM-TIPO.
           MOVE "S"                    TO  EXM-RESULTADO.
           MOVE W-MOTIVO-SUP           TO  EXM-RESTRICCIONES.
           MOVE CONTRATO-RIESGO        TO  EXM-RIESGO.
           MOVE CON-USERNAME           TO  EXM-USUARIO.
           WRITE REG-EXAMEDIC INVALID KEY
                 MOVE 1                TO  SW-1.
           IF  SW-1  =  ZEROS          GO TO F-GRABA-AUTORIZACION.
           READ EXAMEDIC INVALID KEY
                GO TO F-GRABA-AUTORIZACION.
           IF  EXM-RESULTADO  NOT =  "S"
               GO TO F-GRABA-AUTORIZACION.
           MOVE WK-FECHA-HOY           TO  EXM-PROXIMO  EXM-FECHA-GRABA.
           MOVE W-MOTIVO-SUP           TO  EXM-RESTRICCIONES.
           MOVE CONTRATO-RIESGO        TO  EXM-RIESGO.
           MOVE CON-USERNAME           TO  EXM-USUARIO.
           REWRITE REG-EXAMEDIC INVALID KEY
                   GO TO F-GRABA-AUTORIZACION.
           MOVE ZEROS                  TO  SW-1.
       F-GRABA-AUTORIZACION.
      *
       I-LISTAS.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE CON-COD-EMPRESA        TO  LST-LNK-EMPRESA.
           MOVE "E"                    TO  LST-LNK-ORIGEN.
           MOVE W-CEDULA               TO  LST-LNK-DOCUMENTO.
           MOVE HOJAVIDA-NOMBRE        TO  LST-LNK-NOMBRE.
           MOVE W-PROGRAMA             TO  LST-LNK-PROGRAMA.
           MOVE WK-FECHA-HOY           TO  LST-LNK-FECHA.
           CALL "CNLISTCK"          USING  AREA-CNLISTCK.
       F-LISTAS.
      *
      ******************************************************************
      *  HISTORIA IMPRESA: CONTRATOS ARCHIVADOS MAS EL VIGENTE         *
      ******************************************************************
       I-HISTORIA.
           MOVE CHIS-ANO-RET           TO  W-FE-ANO.
           MOVE W-FECHA-EDIT           TO  I-RET.
           MOVE CHIS-ESTADO            TO  I-EST.
           IF  CHIS-NOVEDAD  >  ZEROS
               MOVE CHIS-VIGENCIA      TO  W-FECHA-NUM
               MOVE W-FP-DIA           TO  W-FE-DIA
               MOVE W-FP-MES           TO  W-FE-MES
               MOVE W-FP-ANO           TO  W-FE-ANO
               MOVE W-FECHA-EDIT       TO  I-RET
               MOVE "S"                TO  I-EST.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CONTRATO CONTRHIS HOJAVIDA EXAMEDIC.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PRO\EXAMENES.PRO".
               COPY "..\PLB\INFORMES.PLB".
