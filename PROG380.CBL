      *     CON FLAG SEGSOC)                                           *
      * IMPRIME EL FORMATO OFICIAL UNO A UNO O LA CORRIDA COMPLETA,    *
      * CON NUMERACION Y BITACORA DE EMISION EN CERTINGR.              *
      * OCT-15-2026 PENSION VOLUNTARIA, AFC, MEDICINA PREPAGADA,       *
      *   INTERESES DE VIVIENDA Y DEPENDIENTES DE LOS CERTIFICADOS     *
      *   DEL ANO EN DEDURETE (PROG396); RETENCION = DEDUCCIONES CON   *
      *   FLAG-RETEFTE (LOS DEVENGADOS CON FLAG SON INGRESO GRAVADO)   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\CERTINGR.DYC".
               COPY "..\DYC\DEDURETE.DYC".
               COPY "..\DYC\DEPENDIE.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\CERTINGR.FD".
               COPY "..\FD\DEDURETE.FD".
               COPY "..\FD\DEPENDIE.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG380".
       77      W-RETENIDO          PIC S9(11)V99 VALUE ZEROS.
       77      W-APORTES           PIC S9(11)V99 VALUE ZEROS.
       77      W-EMITIDOS          PIC 9(05) VALUE ZEROS.
       77      W-VOLUNTARIOS       PIC S9(11)V99 VALUE ZEROS.
       77      W-AFC               PIC S9(11)V99 VALUE ZEROS.
       77      W-MEDICINA          PIC S9(11)V99 VALUE ZEROS.
       77      W-INTERESES         PIC S9(11)V99 VALUE ZEROS.
       77      W-VALOR-ANO         PIC S9(11)V99 VALUE ZEROS.
       77      W-MESES             PIC S9(03) VALUE ZEROS.
       77      W-MES-INI           PIC 9(02) VALUE ZEROS.
       77      SW-DEDURETE         PIC 9(01) VALUE ZEROS.
       77      SW-DEPENDIE         PIC 9(01) VALUE ZEROS.
       77      FIN-DDR             PIC 9(01) VALUE ZEROS.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      AREA-CERTIFICADO.
        03     CER-LINEA-1.
         05    FILLER      PIC X(22)    VALUE SPACES.
         05    FILLER      PIC X(30)    VALUE
              "RETENCION EN LA FUENTE      : ".
         05    CER-RETEN   PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     CER-LINEA-10.
         05    FILLER      PIC X(30)    VALUE
              "APORTES VOLUNTARIOS PENSION : ".
         05    CER-VOLUNT  PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     CER-LINEA-11.
         05    FILLER      PIC X(30)    VALUE
              "AHORRO AFC / AVC            : ".
         05    CER-AFC     PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     CER-LINEA-12.
         05    FILLER      PIC X(30)    VALUE
              "MEDICINA PREPAGADA          : ".
         05    CER-MEDICINA
                           PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     CER-LINEA-13.
         05    FILLER      PIC X(30)    VALUE
              "INTERESES CREDITO VIVIENDA  : ".
         05    CER-INTERES PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.
        03     CER-LINEA-14.
         05    FILLER      PIC X(30)    VALUE
              "DEPENDIENTE                 : ".
         05    CER-DEP-TIPO
                           PIC X(02).
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    CER-DEP-DOC PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(01)    VALUE SPACES.
         05    CER-DEP-NOMBRE
                           PIC X(30).
         05    FILLER      PIC X(04)    VALUE " PA:".
         05    CER-DEP-PAREN
                           PIC X(01).
        03     CER-RAYA.
         05    FILLER      PIC X(80)    VALUE ALL "=".
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\CERTINGR.LBL".
               COPY "..\LBL\DEDURETE.LBL".
               COPY "..\LBL\DEPENDIE.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\CERTINGR.DCL".
               COPY "..\DCL\DEDURETE.DCL".
               COPY "..\DCL\DEPENDIE.DCL".
               COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
           MOVE 1                      TO  LAB-MAESCIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONCPTOS-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-CERTINGR-CIA
                                           LAB-DEPENDIE-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 380                    TO  LAB-INFORMES-IDENT.
               OPEN OUTPUT CERTINGR
               CLOSE CERTINGR
               OPEN I-O CERTINGR.
      *  SIN CERTIFICADOS O SIN DEPENDIENTES REGISTRADOS EL FORMATO
      *  SALE CON ESAS CASILLAS EN CERO
           MOVE ZEROS                  TO  SW-DEDURETE  SW-DEPENDIE.
           OPEN INPUT DEDURETE.
           IF  DEDURETE-STATUS  >  "00"
               MOVE 1                  TO  SW-DEDURETE.
           OPEN INPUT DEPENDIE.
           IF  DEPENDIE-STATUS  >  "00"
               MOVE 1                  TO  SW-DEPENDIE.
           OPEN OUTPUT INFORMES.
       F-ABRE-ARCHIVOS.
      *
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1              GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-FLAG-RETEFTE  =  "S"
           AND CONCPTOS-TIPO  =  "E"
               ADD ACU-VALOR           TO  W-RETENIDO
               GO TO F-LEE-ACUMULADO.
           IF  CONCPTOS-TIPO  =  "E"
           MOVE W-OTROS                TO  CER-OTROS.
           MOVE W-APORTES              TO  CER-APORTES.
           MOVE W-RETENIDO             TO  CER-RETEN.
           PERFORM I-SUMA-DEDUCCIONES  THRU F-SUMA-DEDUCCIONES.
           MOVE W-VOLUNTARIOS          TO  CER-VOLUNT.
           MOVE W-AFC                  TO  CER-AFC.
           MOVE W-MEDICINA             TO  CER-MEDICINA.
           MOVE W-INTERESES            TO  CER-INTERES.
           WRITE REG-INFORMES FROM CER-RAYA AFTER PAGE.
           WRITE REG-INFORMES FROM CER-LINEA-1 AFTER 2.
           WRITE REG-INFORMES FROM CER-LINEA-2 AFTER 2.
           WRITE REG-INFORMES FROM CER-LINEA-6 AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-7 AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-8 AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-10 AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-11 AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-12 AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-13 AFTER 1.
           WRITE REG-INFORMES FROM CER-LINEA-9 AFTER 1.
           PERFORM I-IMPRIME-DEPENDIENTES THRU F-IMPRIME-DEPENDIENTES.
           WRITE REG-INFORMES FROM CER-RAYA AFTER 2.
           ADD 1                       TO  W-EMITIDOS.
           MOVE ZEROS                  TO  W-SALARIOS  W-PRESTACIONES
                                           W-OTROS  W-RETENIDO
                                           W-APORTES  W-HAY-EMP.
       F-EMITE-CERT.
      *
      ******************************************************************
      *  CERTIFICADOS ACTIVOS DEL EMPLEADO EN EL ANO (DEDURETE): VALOR *
      *  MENSUAL POR LOS MESES DEL ANO DENTRO DE SU VIGENCIA           *
      ******************************************************************
       I-SUMA-DEDUCCIONES.
           MOVE ZEROS                  TO  W-VOLUNTARIOS  W-AFC
                                           W-MEDICINA  W-INTERESES
                                           FIN-DDR.
           IF  SW-DEDURETE  =  1       GO TO F-SUMA-DEDUCCIONES.
           MOVE CON-COD-EMPRESA        TO  DDR-EMPRESA.
           MOVE W-CEDULA-ACT           TO  DDR-CEDULA.
           MOVE CON-ANO                TO  DDR-ANO.
           MOVE ZEROS                  TO  DDR-CONSEC.
           START DEDURETE KEY NOT LESS DDR-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DDR.
       I-SUMA-DEDUCCIONES-CICLO.
           IF  FIN-DDR  =  1           GO TO F-SUMA-DEDUCCIONES.
           READ DEDURETE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DDR
                GO TO I-SUMA-DEDUCCIONES-CICLO.
           IF  DDR-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  DDR-CEDULA  NOT =  W-CEDULA-ACT
           OR  DDR-ANO  NOT =  CON-ANO
               MOVE 1                  TO  FIN-DDR
               GO TO I-SUMA-DEDUCCIONES-CICLO.
           IF  DDR-ESTADO  NOT =  "A"  OR  DDR-TIPO  =  "D"
               GO TO I-SUMA-DEDUCCIONES-CICLO.
           MOVE DDR-FECHA-DESDE        TO  W-FECHA-NUM.
           MOVE W-FP-MES               TO  W-MES-INI.
           IF  W-FP-ANO  <  CON-ANO
               MOVE 1                  TO  W-MES-INI.
           MOVE DDR-FECHA-HASTA        TO  W-FECHA-NUM.
           IF  DDR-FECHA-HASTA  =  ZEROS  OR  W-FP-ANO  >  CON-ANO
               MOVE 12                 TO  W-FP-MES.
           COMPUTE W-MESES  =  W-FP-MES  -  W-MES-INI  +  1.
           IF  W-MESES  <  1           GO TO I-SUMA-DEDUCCIONES-CICLO.
           COMPUTE W-VALOR-ANO  =  DDR-VALOR-MES  *  W-MESES.
           IF  DDR-TIPO  =  "V"
               ADD W-VALOR-ANO         TO  W-VOLUNTARIOS.
           IF  DDR-TIPO  =  "A"
               ADD W-VALOR-ANO         TO  W-AFC.
           IF  DDR-TIPO  =  "M"
               ADD W-VALOR-ANO         TO  W-MEDICINA.
           IF  DDR-TIPO  =  "I"
               ADD W-VALOR-ANO         TO  W-INTERESES.
           GO TO I-SUMA-DEDUCCIONES-CICLO.
       F-SUMA-DEDUCCIONES.
      *
      ******************************************************************
      *  UNA LINEA POR DEPENDIENTE CERTIFICADO EN EL ANO, CON SU       *
      *  DOCUMENTO, NOMBRE Y PARENTESCO DE DEPENDIE (PROG395)          *
      ******************************************************************
       I-IMPRIME-DEPENDIENTES.
           MOVE ZEROS                  TO  FIN-DDR.
           IF  SW-DEDURETE  =  1       GO TO F-IMPRIME-DEPENDIENTES.
           MOVE CON-COD-EMPRESA        TO  DDR-EMPRESA.
           MOVE W-CEDULA-ACT           TO  DDR-CEDULA.
           MOVE CON-ANO                TO  DDR-ANO.
           MOVE ZEROS                  TO  DDR-CONSEC.
           START DEDURETE KEY NOT LESS DDR-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DDR.
       I-IMPRIME-DEP-CICLO.
           IF  FIN-DDR  =  1           GO TO F-IMPRIME-DEPENDIENTES.
           READ DEDURETE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DDR
                GO TO I-IMPRIME-DEP-CICLO.
           IF  DDR-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  DDR-CEDULA  NOT =  W-CEDULA-ACT
           OR  DDR-ANO  NOT =  CON-ANO
               MOVE 1                  TO  FIN-DDR
               GO TO I-IMPRIME-DEP-CICLO.
           IF  DDR-ESTADO  NOT =  "A"  OR  DDR-TIPO  NOT =  "D"
               GO TO I-IMPRIME-DEP-CICLO.
           MOVE SPACES                 TO  CER-DEP-TIPO  CER-DEP-PAREN.
           MOVE DDR-DESCRIPCION        TO  CER-DEP-NOMBRE.
           MOVE ZEROS                  TO  CER-DEP-DOC.
           IF  SW-DEPENDIE  =  1       GO TO I-IMPRIME-DEP-LINEA.
           MOVE DDR-EMPRESA            TO  DEP-EMPRESA.
           MOVE DDR-CEDULA             TO  DEP-CEDULA.
           MOVE DDR-DEP-CONSEC         TO  DEP-CONSEC.
           READ DEPENDIE WITH NO LOCK INVALID KEY
                GO TO I-IMPRIME-DEP-LINEA.
           MOVE DEP-TIPO-DOC           TO  CER-DEP-TIPO.
           MOVE DEP-DOCUMENTO          TO  CER-DEP-DOC.
           MOVE DEP-NOMBRE             TO  CER-DEP-NOMBRE.
           MOVE DEP-PARENTESCO         TO  CER-DEP-PAREN.
       I-IMPRIME-DEP-LINEA.
           WRITE REG-INFORMES FROM CER-LINEA-14 AFTER 1.
           GO TO I-IMPRIME-DEP-CICLO.
       F-IMPRIME-DEPENDIENTES.
      *
       I-NUMERA-CERT.
           MOVE CON-ANO                TO  CING-ANO.
      *
       I-FIN-MODE.
           CLOSE HOJAVIDA CONCPTOS NOMIACUM CERTINGR INFORMES.
           IF  SW-DEDURETE  =  ZEROS
               CLOSE DEDURETE.
           IF  SW-DEPENDIE  =  ZEROS
               CLOSE DEPENDIE.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
