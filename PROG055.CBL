       PROGRAM-ID. PROG055.
      ******************************************************************
      *  FONDOS DE CESANTIAS   ABR-27-2002                             *
      *  OCT-15-2026 RETIROS PARCIALES GIRADOS POR FONDO (RETIRCES)    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\FONCESAN.DYC".
               COPY "..\DYC\USER-ACT.DYC".
               COPY "..\DYC\REMESAFC.DYC".
               COPY "..\DYC\RETIRCES.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\FONCESAN.FD".
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\REMESAFC.FD".
               COPY "..\FD\RETIRCES.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG055".
               COPY "..\LBL\FONCESAN.LBL".
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\REMESAFC.LBL".
               COPY "..\LBL\RETIRCES.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\TABLAMES.WRK".
      * FONDOS DE CESANTIAS (FONCESAN).  POR CADA ENTIDAD SE ACUMULA,
      * INDEXANDO DIRECTAMENTE POR COD-FONCESAN, LO ESPERADO Y LO
      * REALMENTE REMESADO EN TODOS LOS PERIODOS GRABADOS EN REMESAFC.
      * TR-RETIRADO LLEVA LOS RETIROS PARCIALES QUE CADA FONDO YA GIRO
      * A LOS EMPLEADOS (RETIRCES ORIGEN F, ESTADO G, PROG577).
      *
       01  TABLA-REMESAS.
           03  TR-ESPERADO         OCCURS 99 TIMES
                                    PIC S9(09)V99.
           03  TR-REMESADO         OCCURS 99 TIMES
                                    PIC S9(09)V99.
           03  TR-RETIRADO         OCCURS 99 TIMES
                                    PIC S9(09)V99.
       77  WK-IND-FONCESAN         PIC 99      VALUE ZEROS.
       77  WK-TOT-ESPERADO         PIC S9(11)V99 VALUE ZEROS.
       77  WK-TOT-REMESADO         PIC S9(11)V99 VALUE ZEROS.
       77  WK-TOT-DIFERENCIA       PIC S9(11)V99 VALUE ZEROS.
       77  WK-TOT-RETIRADO         PIC S9(11)V99 VALUE ZEROS.
       77  WK-DIFERENCIA           PIC S9(09)V99 VALUE ZEROS.
      ******************************************************************
      *   I N F O R M E   D E   C O N C I L I A C I O N   R E M E S A S*
         05    FILLER        PIC X(17)    VALUE "VLR. ESPERADO".
         05    FILLER        PIC X(17)    VALUE "VLR. REMESADO".
         05    FILLER        PIC X(17)    VALUE "DIFERENCIA".
         05    FILLER        PIC X(17)    VALUE "RETIROS GIRADOS".
        03  LIN-REM.
         05    FILLER        PIC X(03)    VALUE SPACES.
         05    I-REM-COD     PIC Z9.
         05    FILLER        PIC X(02)    VALUE SPACES.
         05    I-REM-DIF     PIC ---,---,--9.99.
         05    I-REM-MARCA   PIC X(03)    VALUE SPACES.
         05    I-REM-RET     PIC ---,---,--9.99.
        03  LIN-REM-TOTAL.
         05    FILLER        PIC X(09)    VALUE SPACES.
         05    FILLER        PIC X(20)    VALUE "TOTALES :".
         05    I-REM-TOT-RTA PIC ---,---,---,--9.99.
         05    FILLER        PIC X(01)    VALUE SPACES.
         05    I-REM-TOT-DIF PIC ---,---,---,--9.99.
         05    FILLER        PIC X(01)    VALUE SPACES.
         05    I-REM-TOT-RET PIC ---,---,---,--9.99.
        03  LIN-REM-NINGUNO.
         05    FILLER        PIC X(03)    VALUE SPACES.
         05    FILLER        PIC X(40)    VALUE
               COPY "..\DCL\FONCESAN.DCL".
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\REMESAFC.DCL".
               COPY "..\DCL\RETIRCES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
               MOVE "ถ"                    TO  WK-RAYA-U
               MOVE "ว"                    TO  WK-RAYA-P.
               MOVE 16                     TO  POS-DOWN.
               MOVE CON-COD-EMPRESA        TO  LAB-RETIRCES-CIA.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
                OPEN I-O   FONCESAN.
                OPEN I-O   REMESAFC.
                OPEN INPUT RETIRCES.
                IF  RETIRCES-STATUS = "35"
                    OPEN OUTPUT RETIRCES
                    CLOSE RETIRCES
                    OPEN INPUT RETIRCES.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           INITIALIZE TABLA-REMESAS.
           MOVE ZEROS               TO  WK-TOT-ESPERADO
                                         WK-TOT-REMESADO
                                         WK-TOT-DIFERENCIA
                                         WK-TOT-RETIRADO.
           PERFORM I-CARGA-REMESAS  THRU F-CARGA-REMESAS.
           PERFORM I-CARGA-RETIROS  THRU F-CARGA-RETIROS.
           MOVE    1                TO  IND-INFORMES.
           PERFORM I-LABEL-INFORMES THRU F-LABEL-INFORMES.
           OPEN OUTPUT INFORMES.
               MOVE WK-TOT-ESPERADO   TO I-REM-TOT-ESP
               MOVE WK-TOT-REMESADO   TO I-REM-TOT-RTA
               MOVE WK-TOT-DIFERENCIA TO I-REM-TOT-DIF
               MOVE WK-TOT-RETIRADO   TO I-REM-TOT-RET
               WRITE REG-INFORMES FROM TIT-REM-1     AFTER 1
               WRITE REG-INFORMES FROM LIN-REM-TOTAL AFTER 1.
           MOVE SPACES               TO  REG-INFORMES.
               ADD   ESPERADO-REMESAFC TO  TR-ESPERADO (WK-IND-FONCESAN)
               ADD   REMESADO-REMESAFC TO  TR-REMESADO (WK-IND-FONCESAN).
       F-CARGA-REMESAS-SIGUIENTE. EXIT.
      *
      * ACUMULA POR FONDO LOS RETIROS PARCIALES YA GIRADOS (RETIRCES).
      *
       I-CARGA-RETIROS.
           MOVE ZEROS TO SW-1 RCE-CEDULA RCE-CONSEC.
           MOVE CON-COD-EMPRESA TO RCE-EMPRESA.
           START RETIRCES KEY NOT LESS RCE-CLAVE
                 INVALID KEY MOVE 1 TO SW-1.
           PERFORM I-CARGA-RETIROS-SIGUIENTE
              THRU F-CARGA-RETIROS-SIGUIENTE
                   UNTIL SW-1 = 1.
       F-CARGA-RETIROS.
      *
       I-CARGA-RETIROS-SIGUIENTE.
           READ RETIRCES NEXT RECORD WITH NO LOCK AT END
                MOVE 1 TO SW-1.
           IF  SW-1 = 1  GO F-CARGA-RETIROS-SIGUIENTE.
           IF  RCE-EMPRESA NOT = CON-COD-EMPRESA
               MOVE 1 TO SW-1
               GO F-CARGA-RETIROS-SIGUIENTE.
           IF  RCE-ORIGEN = "F" AND RCE-ESTADO = "G"
           AND RCE-FONDO > ZEROS AND RCE-FONDO < 100
               MOVE  RCE-FONDO         TO  WK-IND-FONCESAN
               ADD   RCE-VALOR-GIRADO
                 TO  TR-RETIRADO (WK-IND-FONCESAN).
       F-CARGA-RETIROS-SIGUIENTE. EXIT.
      *
       I-TITULO-REMESAS.
           MOVE SPACES               TO  REG-INFORMES
           MOVE  TR-ESPERADO (WK-IND-FONCESAN) TO  I-REM-ESP
           MOVE  TR-REMESADO (WK-IND-FONCESAN) TO  I-REM-RTA
           MOVE  WK-DIFERENCIA            TO  I-REM-DIF
           MOVE  TR-RETIRADO (WK-IND-FONCESAN) TO  I-REM-RET
           ADD   TR-RETIRADO (WK-IND-FONCESAN) TO  WK-TOT-RETIRADO
           MOVE  SPACES                   TO  I-REM-MARCA
           IF  WK-DIFERENCIA         NOT =  ZEROS
               MOVE "***"                 TO  I-REM-MARCA.
               COPY "..\PRO\USUARIOS.PRO".
      *
       I-FIN-MODE.
           CLOSE FONCESAN RETIRCES.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
