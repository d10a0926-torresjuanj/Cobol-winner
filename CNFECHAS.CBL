      ******************************************************************
      * This application was written by Juan Jose Torres
      * and is protected under copyrigth and trademarks.
      * Licensed under MIT to be public at github for demostration
      * purposes.
      * Winner Financial (r) - 1997-2003                  *

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFECHAS.
      ******************************************************************
      * SERVICIO DE ARITMETICA DE FECHAS               OCT-15-2026     *
      *                                                                *
      * LOS PROGRAMAS QUE CONTROLAN PLAZOS (VENCIMIENTOS, ALERTAS,     *
      * ANTIGUEDADES) NECESITAN DIAS EXACTOS ENTRE DOS FECHAS Y        *
      * FECHAS MAS N DIAS, RESPETANDO MESES Y BISIESTOS.  AQUI SE      *
      * CONVIERTE LA FECHA A NUMERO ABSOLUTO DE DIA (DIAS DESDE EL     *
      * 01/01/0001) Y DE VUELTA, SIN DEPENDER DEL COMPILADOR.          *
      *   FEC-LNK-OPERACION ENTRADA: N = NUMERO DE DIA DE LA FECHA     *
      *                              S = FECHA MAS (O MENOS) DIAS      *
      *                              D = DIAS DE FECHA A FECHA-2       *
      *   FEC-LNK-FECHA     ENTRADA: FECHA BASE (AAAAMMDD)            *
      *   FEC-LNK-FECHA-2   ENTRADA: FECHA FINAL (OPERACION D)        *
      *   FEC-LNK-DIAS      ENTRADA: DIAS A SUMAR (OPERACION S)       *
      *                     SALIDA : DIAS ENTRE FECHAS (OPERACION D)  *
      *   FEC-LNK-NUMERO    SALIDA : NUMERO DE DIA (OPERACION N)      *
      *   FEC-LNK-RESULTADO SALIDA : FECHA RESULTANTE (OPERACION S)   *
      *   FEC-LNK-ESTADO    SALIDA : 00 OK / 10 FECHA INVALIDA        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(8)  VALUE "CNFECHAS".
       77      ID-PRG              PIC X(8)  VALUE "CNFECHAS".
       77      W-ANO               PIC 9(04) VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      W-DIA               PIC 9(02) VALUE ZEROS.
       77      W-ANO-ANT           PIC 9(04) VALUE ZEROS.
       77      W-COCIENTE          PIC 9(07) VALUE ZEROS.
       77      W-RESTO             PIC 9(04) VALUE ZEROS.
       77      W-BISIESTO          PIC 9(01) VALUE ZEROS.
       77      W-DIA-FIN           PIC 9(02) VALUE ZEROS.
       77      W-NUMERO            PIC 9(07) VALUE ZEROS.
       77      W-NUMERO-1          PIC 9(07) VALUE ZEROS.
       77      W-OBJETIVO          PIC S9(07) VALUE ZEROS.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      TABLA-ACUMULADO-R.
        03     FILLER              PIC X(36)  VALUE
               "000031059090120151181212243273304334".
       01      TABLA-ACUMULADO     REDEFINES TABLA-ACUMULADO-R.
        03     W-DIAS-ANTES        PIC 9(03)  OCCURS 12 TIMES.
       01      TABLA-DIAS-R.
        03     FILLER              PIC X(24)  VALUE
               "312831303130313130313031".
       01      TABLA-DIAS          REDEFINES TABLA-DIAS-R.
        03     W-DIAS-DEL-MES      PIC 9(02)  OCCURS 12 TIMES.
       LINKAGE SECTION.
       01  AREA-CNFECHAS.
           03  FEC-LNK-OPERACION        PIC X(01).
           03  FEC-LNK-FECHA            PIC 9(08).
           03  FEC-LNK-FECHA-2          PIC 9(08).
           03  FEC-LNK-DIAS             PIC S9(05).
           03  FEC-LNK-NUMERO           PIC 9(07).
           03  FEC-LNK-RESULTADO        PIC 9(08).
           03  FEC-LNK-ESTADO           PIC X(02).
       PROCEDURE DIVISION            USING  AREA-CNFECHAS.
       PROGRAMA-PRINCIPAL SECTION.
       I-MAIN-PROCESS.
           MOVE "00"                TO  FEC-LNK-ESTADO.
           MOVE FEC-LNK-FECHA       TO  W-FECHA-NUM.
           PERFORM I-NUMERO-DIA     THRU F-NUMERO-DIA.
           IF  FEC-LNK-ESTADO  NOT =  "00"
               GO TO I-FIN-SERVICIO.
           MOVE W-NUMERO            TO  FEC-LNK-NUMERO  W-NUMERO-1.
           IF  FEC-LNK-OPERACION  =  "S"
               COMPUTE W-OBJETIVO  =  W-NUMERO-1  +  FEC-LNK-DIAS
               PERFORM I-FECHA-DE-NUMERO THRU F-FECHA-DE-NUMERO
               MOVE W-FECHA-NUM     TO  FEC-LNK-RESULTADO
               GO TO I-FIN-SERVICIO.
           IF  FEC-LNK-OPERACION  =  "D"
               MOVE FEC-LNK-FECHA-2 TO  W-FECHA-NUM
               PERFORM I-NUMERO-DIA THRU F-NUMERO-DIA
               IF  FEC-LNK-ESTADO  =  "00"
                   COMPUTE FEC-LNK-DIAS  =  W-NUMERO  -  W-NUMERO-1.
       I-FIN-SERVICIO.
           EXIT PROGRAM.
           STOP RUN.
       F-MAIN-PROCESS.
      *
      *  NUMERO ABSOLUTO DEL DIA DE W-FECHA-PARTES EN W-NUMERO
       I-NUMERO-DIA.
           MOVE ZEROS               TO  W-NUMERO.
           MOVE W-FP-ANO            TO  W-ANO.
           MOVE W-FP-MES            TO  W-MES.
           MOVE W-FP-DIA            TO  W-DIA.
           IF  W-ANO  =  ZEROS
           OR  W-MES  <  1  OR  W-MES  >  12
           OR  W-DIA  <  1
               MOVE "10"            TO  FEC-LNK-ESTADO
               GO TO F-NUMERO-DIA.
           PERFORM I-ES-BISIESTO    THRU F-ES-BISIESTO.
           MOVE W-DIAS-DEL-MES(W-MES)  TO  W-DIA-FIN.
           IF  W-MES  =  2  AND  W-BISIESTO  =  1
               MOVE 29              TO  W-DIA-FIN.
           IF  W-DIA  >  W-DIA-FIN
               MOVE "10"            TO  FEC-LNK-ESTADO
               GO TO F-NUMERO-DIA.
           COMPUTE W-ANO-ANT  =  W-ANO  -  1.
           COMPUTE W-NUMERO  =  W-ANO-ANT  *  365.
           DIVIDE W-ANO-ANT  BY  4    GIVING  W-COCIENTE.
           ADD W-COCIENTE           TO  W-NUMERO.
           DIVIDE W-ANO-ANT  BY  100  GIVING  W-COCIENTE.
           SUBTRACT W-COCIENTE      FROM  W-NUMERO.
           DIVIDE W-ANO-ANT  BY  400  GIVING  W-COCIENTE.
           ADD W-COCIENTE           TO  W-NUMERO.
           ADD W-DIAS-ANTES(W-MES)  W-DIA  TO  W-NUMERO.
           IF  W-MES  >  2  AND  W-BISIESTO  =  1
               ADD 1                TO  W-NUMERO.
       F-NUMERO-DIA.
      *
       I-ES-BISIESTO.
           MOVE ZEROS               TO  W-BISIESTO.
           DIVIDE W-ANO  BY  4    GIVING  W-COCIENTE
                  REMAINDER  W-RESTO.
           IF  W-RESTO  NOT =  ZEROS
               GO TO F-ES-BISIESTO.
           MOVE 1                   TO  W-BISIESTO.
           DIVIDE W-ANO  BY  100  GIVING  W-COCIENTE
                  REMAINDER  W-RESTO.
           IF  W-RESTO  NOT =  ZEROS
               GO TO F-ES-BISIESTO.
           DIVIDE W-ANO  BY  400  GIVING  W-COCIENTE
                  REMAINDER  W-RESTO.
           IF  W-RESTO  NOT =  ZEROS
               MOVE ZEROS           TO  W-BISIESTO.
       F-ES-BISIESTO.
      *
      *  FECHA (W-FECHA-PARTES) DEL NUMERO DE DIA W-OBJETIVO: SE
      *  UBICA EL ANO POR DEBAJO Y SE AVANZA ANO A ANO Y MES A MES
       I-FECHA-DE-NUMERO.
           IF  W-OBJETIVO  <  1
               MOVE "10"            TO  FEC-LNK-ESTADO
               MOVE ZEROS           TO  W-FECHA-NUM
               GO TO F-FECHA-DE-NUMERO.
           DIVIDE W-OBJETIVO  BY  366  GIVING  W-COCIENTE.
           IF  W-COCIENTE  =  ZEROS
               MOVE 1               TO  W-COCIENTE.
           MOVE W-COCIENTE          TO  W-FP-ANO.
           MOVE 1                   TO  W-FP-MES  W-FP-DIA.
       I-FECHA-BUSCA-ANO.
           ADD 1                    TO  W-FP-ANO.
           PERFORM I-NUMERO-DIA     THRU F-NUMERO-DIA.
           IF  W-NUMERO  NOT >  W-OBJETIVO
               GO TO I-FECHA-BUSCA-ANO.
           SUBTRACT 1               FROM  W-FP-ANO.
           MOVE 12                  TO  W-FP-MES.
       I-FECHA-BUSCA-MES.
           PERFORM I-NUMERO-DIA     THRU F-NUMERO-DIA.
           IF  W-NUMERO  >  W-OBJETIVO
               SUBTRACT 1           FROM  W-FP-MES
               GO TO I-FECHA-BUSCA-MES.
           COMPUTE W-FP-DIA  =  W-OBJETIVO  -  W-NUMERO  +  1.
       F-FECHA-DE-NUMERO.
