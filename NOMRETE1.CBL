       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMRETE1.
      ******************************************************************
      * SERVICIO DE RETENCION - PROCEDIMIENTO 1        OCT-15-2026     *
      *                                                                *
      * DEPURA LA BASE DE RETENCION EN LA FUENTE DEL MES CON LOS       *
      * CERTIFICADOS DEL EMPLEADO VIGENTES A LA FECHA (DEDURETE,       *
      * PROG396) Y UBICA LA BASE EN LA TABLA DE RANGOS DE PROG125:     *
      *   INGRESO LABORAL DEL MES                                      *
      *   - APORTES OBLIGATORIOS (SALUD, PENSION, SOLIDARIDAD)         *
      *   - DEPENDIENTES: 10% DEL INGRESO, MAXIMO 32 UVT               *
      *   - MEDICINA PREPAGADA: MAXIMO 16 UVT                          *
      *   - INTERESES DE VIVIENDA: MAXIMO 100 UVT                      *
      *   - PENSION VOLUNTARIA Y AFC: 30% DEL INGRESO, MAXIMO 3.800    *
      *     UVT AL ANO                                                 *
      *   - RENTA EXENTA DEL 25% SOBRE EL SALDO, MAXIMO 790 UVT AL ANO *
      *   LAS DEDUCCIONES Y RENTAS EXENTAS JUNTAS NO PUEDEN PASAR DEL  *
      *   40% DEL INGRESO NETO DE APORTES NI DE 1.340 UVT AL ANO.      *
      * LA UVT SE TOMA DE PARAMLEG (CODIGO UVT) A LA FECHA PEDIDA.     *
      *   RT1-LNK-EMPRESA     ENTRADA: EMPRESA                         *
      *   RT1-LNK-CEDULA      ENTRADA: CEDULA DEL EMPLEADO             *
      *   RT1-LNK-FECHA       ENTRADA: FECHA DE LIQUIDACION (AAAAMMDD) *
      *   RT1-LNK-INGRESOS    ENTRADA: INGRESO LABORAL DEL MES         *
      *   RT1-LNK-APORTES     ENTRADA: APORTES OBLIGATORIOS DEL MES    *
      *   RT1-LNK-DEPENDIENTES ... RT1-LNK-EXENTA-25                   *
      *                       SALIDA : CADA BENEFICIO YA LIMITADO      *
      *   RT1-LNK-BENEFICIOS  SALIDA : TOTAL DESPUES DEL TOPE DEL 40%  *
      *   RT1-LNK-BASE        SALIDA : BASE DEPURADA                   *
      *   RT1-LNK-RETENCION   SALIDA : VALOR A RETENER                 *
      *   RT1-LNK-ESTADO      SALIDA : 00 OK / 23 BASE SIN CATEGORIA   *
      *                       24 SIN UVT: NO SE APLICAN BENEFICIOS     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\DEDURETE.DYC".
               COPY "..\DYC\RETENFTE.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\DEDURETE.FD".
               COPY "..\FD\RETENFTE.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(8)  VALUE "NOMRETE1".
       77      ID-PRG              PIC X(8)  VALUE "NOMRETE1".
      *  LIMITES LEGALES EN UVT (MENSUALES SALVO LOS ANUALES / 12)
       77      K-UVT-DEPENDIENTE   PIC 9(05)V99 VALUE 32.
       77      K-UVT-MEDICINA      PIC 9(05)V99 VALUE 16.
       77      K-UVT-INTERESES     PIC 9(05)V99 VALUE 100.
       77      K-UVT-VOLUNTARIO    PIC 9(05)V99 VALUE 3800.
       77      K-UVT-EXENTA-25     PIC 9(05)V99 VALUE 790.
       77      K-UVT-TOPE-TOTAL    PIC 9(05)V99 VALUE 1340.
       77      W-ANO               PIC 9(04) VALUE ZEROS.
       77      W-UVT               PIC 9(11)V99 VALUE ZEROS.
       77      W-NETO              PIC S9(11)V99 VALUE ZEROS.
       77      W-SALDO             PIC S9(11)V99 VALUE ZEROS.
       77      W-MEDICINA          PIC 9(11)V99 VALUE ZEROS.
       77      W-INTERESES         PIC 9(11)V99 VALUE ZEROS.
       77      W-VOLUNTARIOS       PIC 9(11)V99 VALUE ZEROS.
       77      W-LIMITE            PIC 9(11)V99 VALUE ZEROS.
       77      W-TOPE              PIC 9(11)V99 VALUE ZEROS.
       77      W-EXCESO            PIC S9(11)V99 VALUE ZEROS.
       77      SW-DEPENDIENTE      PIC 9(01) VALUE ZEROS.
       77      SW-FIN              PIC 9(01) VALUE ZEROS.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
               COPY "..\LBL\DEDURETE.LBL".
               COPY "..\LBL\RETENFTE.LBL".
       LINKAGE SECTION.
       01  AREA-NOMRETE1.
           03  RT1-LNK-EMPRESA          PIC 9(07).
           03  RT1-LNK-CEDULA           PIC 9(12).
           03  RT1-LNK-FECHA            PIC 9(08).
           03  RT1-LNK-INGRESOS         PIC 9(11)V99.
           03  RT1-LNK-APORTES          PIC 9(11)V99.
           03  RT1-LNK-DEPENDIENTES     PIC 9(11)V99.
           03  RT1-LNK-MEDICINA         PIC 9(11)V99.
           03  RT1-LNK-INTERESES        PIC 9(11)V99.
           03  RT1-LNK-VOLUNTARIOS      PIC 9(11)V99.
           03  RT1-LNK-EXENTA-25        PIC 9(11)V99.
           03  RT1-LNK-BENEFICIOS       PIC 9(11)V99.
           03  RT1-LNK-BASE             PIC 9(11)V99.
           03  RT1-LNK-CATEGORIA        PIC 9(03).
           03  RT1-LNK-PORCENTAJE       PIC 9(02)V9(03).
           03  RT1-LNK-RETENCION        PIC 9(11)V99.
           03  RT1-LNK-ESTADO           PIC X(02).
       PROCEDURE DIVISION            USING  AREA-NOMRETE1.
       PROGRAMA-PRINCIPAL SECTION.
       I-MAIN-PROCESS.
           MOVE ZEROS               TO  RT1-LNK-DEPENDIENTES
                                        RT1-LNK-MEDICINA
                                        RT1-LNK-INTERESES
                                        RT1-LNK-VOLUNTARIOS
                                        RT1-LNK-EXENTA-25
                                        RT1-LNK-BENEFICIOS
                                        RT1-LNK-BASE
                                        RT1-LNK-CATEGORIA
                                        RT1-LNK-PORCENTAJE
                                        RT1-LNK-RETENCION.
           MOVE "00"                TO  RT1-LNK-ESTADO.
           COMPUTE W-NETO  =  RT1-LNK-INGRESOS  -  RT1-LNK-APORTES.
           IF  W-NETO  <  ZEROS
               MOVE ZEROS           TO  W-NETO.
           MOVE "UVT"               TO  PRM-LNK-CODIGO.
           MOVE RT1-LNK-FECHA       TO  PRM-LNK-FECHA.
           MOVE ZEROS               TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"       USING  AREA-NOMPARAM.
           MOVE PRM-LNK-VALOR       TO  W-UVT.
           IF  PRM-LNK-ESTADO  NOT =  "00"  OR  W-UVT  =  ZEROS
               MOVE "24"            TO  RT1-LNK-ESTADO
               GO TO I-BASE.
           PERFORM I-CERTIFICADOS   THRU F-CERTIFICADOS.
      *  DEPENDIENTES: 10% DEL INGRESO BRUTO, MAXIMO 32 UVT
           IF  SW-DEPENDIENTE  =  1
               COMPUTE RT1-LNK-DEPENDIENTES ROUNDED
                       =  RT1-LNK-INGRESOS  *  10  /  100
               COMPUTE W-LIMITE  =  W-UVT  *  K-UVT-DEPENDIENTE
               IF  RT1-LNK-DEPENDIENTES  >  W-LIMITE
                   MOVE W-LIMITE    TO  RT1-LNK-DEPENDIENTES.
      *  MEDICINA PREPAGADA E INTERESES DE VIVIENDA
           COMPUTE W-LIMITE  =  W-UVT  *  K-UVT-MEDICINA.
           MOVE W-MEDICINA          TO  RT1-LNK-MEDICINA.
           IF  RT1-LNK-MEDICINA  >  W-LIMITE
               MOVE W-LIMITE        TO  RT1-LNK-MEDICINA.
           COMPUTE W-LIMITE  =  W-UVT  *  K-UVT-INTERESES.
           MOVE W-INTERESES         TO  RT1-LNK-INTERESES.
           IF  RT1-LNK-INTERESES  >  W-LIMITE
               MOVE W-LIMITE        TO  RT1-LNK-INTERESES.
      *  PENSION VOLUNTARIA Y AFC: 30% DEL INGRESO, 3.800 UVT AL ANO
           MOVE W-VOLUNTARIOS       TO  RT1-LNK-VOLUNTARIOS.
           COMPUTE W-LIMITE ROUNDED
                   =  RT1-LNK-INGRESOS  *  30  /  100.
           IF  RT1-LNK-VOLUNTARIOS  >  W-LIMITE
               MOVE W-LIMITE        TO  RT1-LNK-VOLUNTARIOS.
           COMPUTE W-LIMITE ROUNDED
                   =  W-UVT  *  K-UVT-VOLUNTARIO  /  12.
           IF  RT1-LNK-VOLUNTARIOS  >  W-LIMITE
               MOVE W-LIMITE        TO  RT1-LNK-VOLUNTARIOS.
      *  RENTA EXENTA DEL 25% SOBRE EL SALDO DEPURADO
           COMPUTE W-SALDO  =  W-NETO  -  RT1-LNK-DEPENDIENTES
                   -  RT1-LNK-MEDICINA  -  RT1-LNK-INTERESES
                   -  RT1-LNK-VOLUNTARIOS.
           IF  W-SALDO  >  ZEROS
               COMPUTE RT1-LNK-EXENTA-25 ROUNDED
                       =  W-SALDO  *  25  /  100.
           COMPUTE W-LIMITE ROUNDED
                   =  W-UVT  *  K-UVT-EXENTA-25  /  12.
           IF  RT1-LNK-EXENTA-25  >  W-LIMITE
               MOVE W-LIMITE        TO  RT1-LNK-EXENTA-25.
      *  TOPE CONJUNTO: 40% DEL NETO Y 1.340 UVT AL ANO
           COMPUTE RT1-LNK-BENEFICIOS  =  RT1-LNK-DEPENDIENTES
                   +  RT1-LNK-MEDICINA  +  RT1-LNK-INTERESES
                   +  RT1-LNK-VOLUNTARIOS  +  RT1-LNK-EXENTA-25.
           COMPUTE W-TOPE ROUNDED  =  W-NETO  *  40  /  100.
           COMPUTE W-LIMITE ROUNDED
                   =  W-UVT  *  K-UVT-TOPE-TOTAL  /  12.
           IF  W-TOPE  >  W-LIMITE
               MOVE W-LIMITE        TO  W-TOPE.
           IF  RT1-LNK-BENEFICIOS  >  W-TOPE
               MOVE W-TOPE          TO  RT1-LNK-BENEFICIOS.
       I-BASE.
           COMPUTE RT1-LNK-BASE  =  W-NETO  -  RT1-LNK-BENEFICIOS.
           PERFORM I-BUSCA-CATEGORIA THRU F-BUSCA-CATEGORIA.
       I-FIN-SERVICIO.
           EXIT PROGRAM.
           STOP RUN.
       F-MAIN-PROCESS.
      *
      ******************************************************************
      *  CERTIFICADOS ACTIVOS DEL ANO VIGENTES A LA FECHA PEDIDA       *
      ******************************************************************
       I-CERTIFICADOS.
           MOVE ZEROS               TO  W-MEDICINA  W-INTERESES
                                        W-VOLUNTARIOS  SW-DEPENDIENTE
                                        SW-FIN.
           DIVIDE RT1-LNK-FECHA  BY  10000  GIVING  W-ANO.
           OPEN INPUT DEDURETE.
           IF  DEDURETE-STATUS  >  "00"
               GO TO F-CERTIFICADOS.
           MOVE RT1-LNK-EMPRESA     TO  DDR-EMPRESA.
           MOVE RT1-LNK-CEDULA      TO  DDR-CEDULA.
           MOVE W-ANO               TO  DDR-ANO.
           MOVE ZEROS               TO  DDR-CONSEC.
           START DEDURETE KEY NOT LESS DDR-CLAVE INVALID KEY
                 MOVE 1             TO  SW-FIN.
       I-CERTIFICADOS-CICLO.
           IF  SW-FIN  =  1         GO TO I-CERTIFICADOS-FIN.
           READ DEDURETE NEXT RECORD WITH NO LOCK AT END
                MOVE 1              TO  SW-FIN
                GO TO I-CERTIFICADOS-CICLO.
           IF  DDR-EMPRESA  NOT =  RT1-LNK-EMPRESA
           OR  DDR-CEDULA   NOT =  RT1-LNK-CEDULA
           OR  DDR-ANO      NOT =  W-ANO
               MOVE 1               TO  SW-FIN
               GO TO I-CERTIFICADOS-CICLO.
           IF  DDR-ESTADO  NOT =  "A"
           OR  DDR-FECHA-DESDE  >  RT1-LNK-FECHA
               GO TO I-CERTIFICADOS-CICLO.
           IF  DDR-FECHA-HASTA  NOT =  ZEROS
           AND DDR-FECHA-HASTA  <  RT1-LNK-FECHA
               GO TO I-CERTIFICADOS-CICLO.
           IF  DDR-TIPO  =  "D"
               MOVE 1               TO  SW-DEPENDIENTE.
           IF  DDR-TIPO  =  "M"
               ADD DDR-VALOR-MES    TO  W-MEDICINA.
           IF  DDR-TIPO  =  "I"
               ADD DDR-VALOR-MES    TO  W-INTERESES.
           IF  DDR-TIPO  =  "V"  OR  DDR-TIPO  =  "A"
               ADD DDR-VALOR-MES    TO  W-VOLUNTARIOS.
           GO TO I-CERTIFICADOS-CICLO.
       I-CERTIFICADOS-FIN.
           CLOSE DEDURETE.
       F-CERTIFICADOS.
      *
      ******************************************************************
      *  CATEGORIA DE PROG125 PARA LA BASE DEPURADA Y VALOR A RETENER  *
      *  (APORTE FIJO DE LA CATEGORIA MAS EL % SOBRE EL EXCESO)        *
      ******************************************************************
       I-BUSCA-CATEGORIA.
           MOVE ZEROS               TO  SW-FIN
                                        RETENFTE-CODIGO-CATEGORIA.
           OPEN INPUT RETENFTE.
           IF  RETENFTE-STATUS  >  "00"
               MOVE "23"            TO  RT1-LNK-ESTADO
               GO TO F-BUSCA-CATEGORIA.
           START RETENFTE KEY NOT LESS RETENFTE-KEY00 INVALID KEY
                 MOVE 1             TO  SW-FIN.
       I-BUSCA-CAT-CICLO.
           IF  SW-FIN  =  1
               MOVE "23"            TO  RT1-LNK-ESTADO
               GO TO I-BUSCA-CAT-FIN.
           READ RETENFTE NEXT RECORD WITH NO LOCK AT END
                MOVE 1              TO  SW-FIN
                GO TO I-BUSCA-CAT-CICLO.
           IF  RT1-LNK-BASE  <  RETENFTE-VALOR-MINIMO
               GO TO I-BUSCA-CAT-CICLO.
           IF  RETENFTE-VALOR-MAXIMO  >  ZEROS
           AND RT1-LNK-BASE  >  RETENFTE-VALOR-MAXIMO
               GO TO I-BUSCA-CAT-CICLO.
           MOVE RETENFTE-CODIGO-CATEGORIA  TO  RT1-LNK-CATEGORIA.
           MOVE RETENFTE-PORCENTAJE TO  RT1-LNK-PORCENTAJE.
           COMPUTE W-EXCESO  =  RT1-LNK-BASE  -  RETENFTE-VALOR-MINIMO.
           COMPUTE RT1-LNK-RETENCION ROUNDED  =  RETENFTE-VALOR-APORTE
                   +  (W-EXCESO  *  RETENFTE-PORCENTAJE  /  100).
       I-BUSCA-CAT-FIN.
           CLOSE RETENFTE.
       F-BUSCA-CATEGORIA.
