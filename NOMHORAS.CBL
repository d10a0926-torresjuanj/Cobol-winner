      ******************************************************************
      * This application was written by Juan Jose Torres
      * and is protected under copyrigth and trademarks.
      * Licensed under MIT to be public at github for demostration
      * purposes.
      * Winner Financial (r) - 1997-2003                  *

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMHORAS.
      ******************************************************************
      * SERVICIO DE JORNADA LEGAL Y VALOR HORA         OCT-15-2026     *
      *                                                                *
      * LA JORNADA MAXIMA SEMANAL BAJA POR ESCALONES EN FECHAS FIJAS   *
      * (LEY 2101 DE 2021).  LAS HORAS SEMANALES VIGENTES SE GUARDAN   *
      * EN PARAMLEG (PROG126) CON FECHA DE VIGENCIA:                   *
      *   HORASEMANA  JORNADA LEGAL DE TODA LA INSTALACION             *
      *   HORASEMccc  JORNADA PROPIA DE LA EMPRESA ccc (SI PACTO UNA   *
      *               MENOR); UN VALOR 0 DEVUELVE LA EMPRESA A LA      *
      *               JORNADA LEGAL DESDE ESA VIGENCIA                 *
      * SIN NINGUNA VIGENCIA SE ASUMEN 48 HORAS (DIVISOR 240).         *
      * EL DIVISOR MENSUAL ES HORAS SEMANALES * 5 (48 -> 240,          *
      * 42 -> 210).  PARA UN RANGO DE FECHAS EL FACTOR HORA ES EL      *
      * PROMEDIO DIA A DIA DE 1 / DIVISOR, ASI UN PERIODO QUE CRUZA    *
      * UN CAMBIO DE JORNADA SE LIQUIDA POR PARTES.                    *
      * VALOR HORA = SALARIO MENSUAL * HOR-LNK-FACTOR.                 *
      *   HOR-LNK-EMPRESA     ENTRADA: EMPRESA                         *
      *   HOR-LNK-FECHA-DESDE ENTRADA: FECHA (O INICIO DEL RANGO)      *
      *   HOR-LNK-FECHA-HASTA ENTRADA: FIN DEL RANGO (0 = UN DIA)      *
      *   HOR-LNK-SEMANAL     SALIDA : HORAS SEMANALES A FECHA-DESDE   *
      *   HOR-LNK-SEMANAL-FIN SALIDA : HORAS SEMANALES A FECHA-HASTA   *
      *   HOR-LNK-DIVISOR     SALIDA : DIVISOR MENSUAL A FECHA-DESDE   *
      *   HOR-LNK-FACTOR      SALIDA : FACTOR HORA DEL RANGO           *
      *   HOR-LNK-CAMBIOS     SALIDA : CAMBIOS DE JORNADA EN EL RANGO  *
      *   HOR-LNK-ESTADO      SALIDA : 00 OK / 23 SIN VIGENCIA (48)    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\PARAMLEG.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\PARAMLEG.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(8)  VALUE "NOMHORAS".
       77      ID-PRG              PIC X(8)  VALUE "NOMHORAS".
       77      SW-FIN              PIC 9(01) VALUE ZEROS.
       77      W-LEGALES           PIC 9(02) VALUE ZEROS.
       77      W-PROPIAS           PIC 9(02) VALUE ZEROS.
       77      W-IND               PIC 9(02) VALUE ZEROS.
       77      W-FECHA-DIA         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-FIN         PIC 9(08) VALUE ZEROS.
       77      W-SEMANAL           PIC 9(02)V99 VALUE ZEROS.
       77      W-SEMANAL-ANT       PIC 9(02)V99 VALUE ZEROS.
       77      W-DIVISOR           PIC 9(03)V99 VALUE ZEROS.
       77      W-DIAS              PIC 9(05) VALUE ZEROS.
       77      W-SUMA-FACTOR       PIC 9(05)V9(09) VALUE ZEROS.
       77      W-CIA               PIC 9(03) VALUE ZEROS.
       01      W-CODIGO-PROPIO.
        03     FILLER              PIC X(07) VALUE "HORASEM".
        03     W-CODIGO-CIA        PIC 9(03) VALUE ZEROS.
       01      TABLA-LEGALES.
        03     TAB-LEGAL           OCCURS 40 TIMES.
         05    TAB-LEGAL-FECHA     PIC 9(08).
         05    TAB-LEGAL-HORAS     PIC 9(02)V99.
       01      TABLA-PROPIAS.
        03     TAB-PROPIA          OCCURS 40 TIMES.
         05    TAB-PROPIA-FECHA    PIC 9(08).
         05    TAB-PROPIA-HORAS    PIC 9(02)V99.
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
               COPY "..\LBL\PARAMLEG.LBL".
       LINKAGE SECTION.
       01  AREA-NOMHORAS.
           03  HOR-LNK-EMPRESA          PIC 9(07).
           03  HOR-LNK-FECHA-DESDE      PIC 9(08).
           03  HOR-LNK-FECHA-HASTA      PIC 9(08).
           03  HOR-LNK-SEMANAL          PIC 9(02)V99.
           03  HOR-LNK-SEMANAL-FIN      PIC 9(02)V99.
           03  HOR-LNK-DIVISOR          PIC 9(03)V99.
           03  HOR-LNK-FACTOR           PIC 9(01)V9(09).
           03  HOR-LNK-CAMBIOS          PIC 9(02).
           03  HOR-LNK-ESTADO           PIC X(02).
       PROCEDURE DIVISION            USING  AREA-NOMHORAS.
       PROGRAMA-PRINCIPAL SECTION.
       I-MAIN-PROCESS.
           MOVE ZEROS               TO  HOR-LNK-SEMANAL
                                        HOR-LNK-SEMANAL-FIN
                                        HOR-LNK-DIVISOR
                                        HOR-LNK-FACTOR
                                        HOR-LNK-CAMBIOS.
           MOVE "00"                TO  HOR-LNK-ESTADO.
           PERFORM I-CARGA-VIGENCIAS THRU F-CARGA-VIGENCIAS.
           IF  W-LEGALES  =  ZEROS  AND  W-PROPIAS  =  ZEROS
               MOVE "23"            TO  HOR-LNK-ESTADO.
           MOVE HOR-LNK-FECHA-HASTA TO  W-FECHA-FIN.
           IF  W-FECHA-FIN  <  HOR-LNK-FECHA-DESDE
               MOVE HOR-LNK-FECHA-DESDE  TO  W-FECHA-FIN.
           MOVE HOR-LNK-FECHA-DESDE TO  W-FECHA-DIA.
           PERFORM I-HORAS-DEL-DIA  THRU F-HORAS-DEL-DIA.
           MOVE W-SEMANAL           TO  HOR-LNK-SEMANAL
                                        W-SEMANAL-ANT.
           COMPUTE HOR-LNK-DIVISOR  =  W-SEMANAL  *  5.
           MOVE ZEROS               TO  W-DIAS  W-SUMA-FACTOR.
       I-RECORRE-RANGO.
           PERFORM I-HORAS-DEL-DIA  THRU F-HORAS-DEL-DIA.
           IF  W-SEMANAL  NOT =  W-SEMANAL-ANT
               ADD 1                TO  HOR-LNK-CAMBIOS
               MOVE W-SEMANAL       TO  W-SEMANAL-ANT.
           COMPUTE W-DIVISOR  =  W-SEMANAL  *  5.
           COMPUTE W-SUMA-FACTOR  =  W-SUMA-FACTOR
                                  +  (1  /  W-DIVISOR).
           ADD 1                    TO  W-DIAS.
           IF  W-FECHA-DIA  NOT <  W-FECHA-FIN  OR  W-DIAS  >  400
               GO TO I-TERMINA.
           MOVE "S"                 TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-DIA         TO  FEC-LNK-FECHA.
           MOVE 1                   TO  FEC-LNK-DIAS.
           CALL "CNFECHAS"       USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  NOT =  "00"
               GO TO I-TERMINA.
           MOVE FEC-LNK-RESULTADO   TO  W-FECHA-DIA.
           GO TO I-RECORRE-RANGO.
       I-TERMINA.
           MOVE W-SEMANAL           TO  HOR-LNK-SEMANAL-FIN.
           COMPUTE HOR-LNK-FACTOR ROUNDED  =  W-SUMA-FACTOR  /  W-DIAS.
       I-FIN-SERVICIO.
           EXIT PROGRAM.
           STOP RUN.
       F-MAIN-PROCESS.
      *
      ******************************************************************
      *  CARGA LAS VIGENCIAS LEGALES Y LAS PROPIAS DE LA EMPRESA       *
      ******************************************************************
       I-CARGA-VIGENCIAS.
           MOVE ZEROS               TO  W-LEGALES  W-PROPIAS.
           INITIALIZE TABLA-LEGALES  TABLA-PROPIAS.
           MOVE HOR-LNK-EMPRESA     TO  W-CIA.
           MOVE W-CIA               TO  W-CODIGO-CIA.
           OPEN INPUT PARAMLEG.
           IF  PARAMLEG-STATUS  >  "00"
               GO TO F-CARGA-VIGENCIAS.
           MOVE "HORASEMANA"        TO  PLEG-CODIGO.
           MOVE ZEROS               TO  PLEG-VIGENCIA  SW-FIN.
           START PARAMLEG KEY NOT LESS PLEG-CLAVE INVALID KEY
                 MOVE 1             TO  SW-FIN.
       I-CARGA-LEGALES.
           IF  SW-FIN  =  1         GO TO I-CARGA-PROPIAS-INICIO.
           READ PARAMLEG NEXT RECORD WITH NO LOCK AT END
                GO TO I-CARGA-PROPIAS-INICIO.
           IF  PLEG-CODIGO  NOT =  "HORASEMANA"
           OR  W-LEGALES  NOT <  40
               GO TO I-CARGA-PROPIAS-INICIO.
           IF  PLEG-VALOR  =  ZEROS GO TO I-CARGA-LEGALES.
           ADD 1                    TO  W-LEGALES.
           MOVE PLEG-VIGENCIA       TO  TAB-LEGAL-FECHA(W-LEGALES).
           MOVE PLEG-VALOR          TO  TAB-LEGAL-HORAS(W-LEGALES).
           GO TO I-CARGA-LEGALES.
       I-CARGA-PROPIAS-INICIO.
           MOVE W-CODIGO-PROPIO     TO  PLEG-CODIGO.
           MOVE ZEROS               TO  PLEG-VIGENCIA  SW-FIN.
           START PARAMLEG KEY NOT LESS PLEG-CLAVE INVALID KEY
                 MOVE 1             TO  SW-FIN.
       I-CARGA-PROPIAS.
           IF  SW-FIN  =  1         GO TO I-CARGA-CIERRA.
           READ PARAMLEG NEXT RECORD WITH NO LOCK AT END
                GO TO I-CARGA-CIERRA.
           IF  PLEG-CODIGO  NOT =  W-CODIGO-PROPIO
           OR  W-PROPIAS  NOT <  40
               GO TO I-CARGA-CIERRA.
           ADD 1                    TO  W-PROPIAS.
           MOVE PLEG-VIGENCIA       TO  TAB-PROPIA-FECHA(W-PROPIAS).
           MOVE PLEG-VALOR          TO  TAB-PROPIA-HORAS(W-PROPIAS).
           GO TO I-CARGA-PROPIAS.
       I-CARGA-CIERRA.
           CLOSE PARAMLEG.
       F-CARGA-VIGENCIAS.
      *
      ******************************************************************
      *  HORAS SEMANALES VIGENTES A W-FECHA-DIA: LA VIGENCIA PROPIA    *
      *  MAS RECIENTE SI TIENE VALOR; SI NO LA LEGAL; SI NO 48         *
      ******************************************************************
       I-HORAS-DEL-DIA.
           MOVE ZEROS               TO  W-SEMANAL.
           MOVE 1                   TO  W-IND.
       I-HORAS-PROPIA.
           IF  W-IND  >  W-PROPIAS  GO TO I-HORAS-LEGAL-INICIO.
           IF  TAB-PROPIA-FECHA(W-IND)  >  W-FECHA-DIA
               GO TO I-HORAS-LEGAL-INICIO.
           MOVE TAB-PROPIA-HORAS(W-IND)  TO  W-SEMANAL.
           ADD 1                    TO  W-IND.
           GO TO I-HORAS-PROPIA.
       I-HORAS-LEGAL-INICIO.
           IF  W-SEMANAL  >  ZEROS  GO TO F-HORAS-DEL-DIA.
           MOVE 48                  TO  W-SEMANAL.
           MOVE 1                   TO  W-IND.
       I-HORAS-LEGAL.
           IF  W-IND  >  W-LEGALES  GO TO F-HORAS-DEL-DIA.
           IF  TAB-LEGAL-FECHA(W-IND)  >  W-FECHA-DIA
               GO TO F-HORAS-DEL-DIA.
           MOVE TAB-LEGAL-HORAS(W-IND)  TO  W-SEMANAL.
           ADD 1                    TO  W-IND.
           GO TO I-HORAS-LEGAL.
       F-HORAS-DEL-DIA.
