      * DISTRIBUCION CONTABLE GASTOS/COSTOS QUE SE CONTABILIZARIA.     *
      * UN CAMBIO DE PARAMETROS SE PRUEBA EN MINUTOS, NO EN LA NOMINA  *
      * DE PRODUCCION.                                                 *
      * OCT-15-2026 VALOR HORA CON LA JORNADA LEGAL VIGENTE (NOMHORAS) *
      *             EN LUGAR DEL DIVISOR FIJO 240                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      AREA-NOMHORAS.
        03     HOR-LNK-EMPRESA     PIC 9(07).
        03     HOR-LNK-FECHA-DESDE PIC 9(08).
        03     HOR-LNK-FECHA-HASTA PIC 9(08).
        03     HOR-LNK-SEMANAL     PIC 9(02)V99.
        03     HOR-LNK-SEMANAL-FIN PIC 9(02)V99.
        03     HOR-LNK-DIVISOR     PIC 9(03)V99.
        03     HOR-LNK-FACTOR      PIC 9(01)V9(09).
        03     HOR-LNK-CAMBIOS     PIC 9(02).
        03     HOR-LNK-ESTADO      PIC X(02).
       77      WI-HORAS            PIC Z9.99.
       77      W-SALARIO           PIC 9(11)V99 VALUE ZEROS.
       77      W-BASE              PIC 9(11)V99 VALUE ZEROS.
       77      W-RESULTADO         PIC S9(11)V99 VALUE ZEROS.
           DISPLAY W-SALMINIMO         LINE 19 POSITION 23 REVERSE
           DISPLAY "AUX.TRANS:"        LINE 19 POSITION 40
           DISPLAY W-AUXTRANSP         LINE 19 POSITION 51 REVERSE.
      *  JORNADA LEGAL SEMANAL VIGENTE AL PERIODO: DEFINE EL DIVISOR
      *  DEL VALOR HORA (48 -> 240, 42 -> 210 ...)
           MOVE CON-COD-EMPRESA        TO  HOR-LNK-EMPRESA.
           MOVE W-FECHA-PARAM          TO  HOR-LNK-FECHA-DESDE.
           MOVE ZEROS                  TO  HOR-LNK-FECHA-HASTA.
           CALL "NOMHORAS"          USING  AREA-NOMHORAS.
           MOVE HOR-LNK-SEMANAL        TO  WI-HORAS.
           DISPLAY "HORAS/SEMANA:"     LINE 20 POSITION 16
           DISPLAY WI-HORAS            LINE 20 POSITION 30 REVERSE.
       F-PANTALLA.
      *
       I-PRUEBA.
       I-CALCULA.
           MOVE W-SALARIO              TO  W-BASE.
           IF  CONCPTOS-BASE  =  "H"
               COMPUTE W-BASE ROUNDED  =  W-SALARIO  *  HOR-LNK-FACTOR.
           IF  CONCPTOS-BASE  =  "D"
               COMPUTE W-BASE ROUNDED  =  W-SALARIO  /  30.
           IF  CONCPTOS-VALOR-FIJO  NOT =  ZEROS
