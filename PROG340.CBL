      * SALARIAL EN PROG120), GENERA LAS NOVEDADES DE AJUSTE EN EL     *
      * PERIODO EN CURSO (NOMINOVE, ORIGEN "R") E IMPRIME EL DETALLE   *
      * DEL RETROACTIVO POR EMPLEADO PARA EL SOBRE DE PAGO.            *
      * OCT-15-2026 CONCEPTOS POR HORAS (BASE "H"): LA DIFERENCIA SE   *
      *   RECALCULA CON EL VALOR HORA DE LA JORNADA LEGAL QUE REGIA EN *
      *   CADA PERIODO (NOMHORAS, FECHAS TE011):                       *
      *   HORAS * SALARIO DEL CONTRATO * (1 + % AUMENTO) * FACTOR HORA *
      *   * PORCENTAJE * FACTOR-HORA DEL CONCEPTO - VALOR PAGADO.      *
      *   SE ASUME QUE EL SALARIO DEL CONTRATO ES AUN EL ANTERIOR AL   *
      *   AUMENTO (ESTA CORRIDA VA ANTES DE ACTUALIZAR LOS SALARIOS)   *
      * OCT-15-2026 NOMINOVE AL DIARIO DE TRANSACCIONES (TRANSLOG)     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\EMPRESAS.DYC".
               COPY "..\DYC\AUDITE.DYC".
               COPY "..\DYC\CONCPTOS.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\TABLAEMP.DYC".
               COPY "..\DYC\NOMIACUM.DYC".
               COPY "..\DYC\NOMINOVE.DYC".
               COPY "..\SEL\INFORMES.SEL".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONCPTOS.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\TABLAEMP.FD".
               COPY "..\FD\NOMIACUM.FD".
               COPY "..\FD\NOMINOVE.FD".
               COPY "..\FD\INFORMES.FD".
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
       77      W-VALOR-HORAS       PIC S9(11)V99 VALUE ZEROS.
       77      W-PER-EFECTIVO      PIC 9(03) VALUE ZEROS.
       77      W-PORCENTAJE        PIC 9(03)V9(04) VALUE ZEROS.
       77      W-CEDULA-PEDIDA     PIC 9(12) VALUE ZEROS.
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONCPTOS.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\TABLAEMP.LBL".
               COPY "..\LBL\NOMIACUM.LBL".
               COPY "..\LBL\NOMINOVE.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
               COPY "..\WRK\TRANSLOG.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CONCPTOS.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\TABLAEMP.DCL".
               COPY "..\DCL\NOMIACUM.DCL".
               COPY "..\DCL\NOMINOVE.DCL".
               COPY "..\DCL\INFORMES.DCL".
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONCPTOS-CIA
                                           LAB-CONTRATO-CIA
                                           LAB-TABLAEMP-CIA
                                           LAB-NOMIACUM-CIA
                                           LAB-NOMINOVE-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT CONCPTOS CONTRATO TABLAEMP NOMIACUM.
      *  EL ANO PUDO HABER SIDO ARCHIVADO POR PROG382: SE REINTENTA
      *  SOBRE EL HISTORICO (PREFIJO "ACH") DE FORMA TRANSPARENTE
           IF  NOMIACUM-STATUS  =  "35"
               GO TO F-LEE-ACUMULADO.
           COMPUTE W-DIFERENCIA ROUNDED  =  ACU-VALOR
                   *  W-PORCENTAJE  /  100.
           IF  CONCPTOS-BASE  =  "H"  AND  ACU-HORAS  >  ZEROS
               PERFORM I-DIFERENCIA-HORAS THRU F-DIFERENCIA-HORAS.
           IF  W-DIFERENCIA  =  ZEROS  GO TO F-LEE-ACUMULADO.
           ADD W-DIFERENCIA            TO  W-TOTAL-EMP  T-RETROACTIVO.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
       F-LEE-ACUMULADO.
      *
      ******************************************************************
      *  DIFERENCIA DE UN CONCEPTO POR HORAS CON EL VALOR HORA DE LA   *
      *  JORNADA LEGAL DEL PERIODO ACUMULADO.  SIN CONTRATO SE DEJA LA *
      *  DIFERENCIA PORCENTUAL SOBRE LO PAGADO; SIN FECHAS TE011 SE    *
      *  TOMA EL PRIMER DIA DEL PERIODO                                *
      ******************************************************************
       I-DIFERENCIA-HORAS.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE ACU-CEDULA             TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                GO TO F-DIFERENCIA-HORAS.
           IF  CONTRATO-SALARIO  =  ZEROS
               GO TO F-DIFERENCIA-HORAS.
           COMPUTE HOR-LNK-FECHA-DESDE  =  (ACU-ANO  *  10000)
                                  +  (ACU-PERIODO  *  100)  +  1.
           MOVE ZEROS                  TO  HOR-LNK-FECHA-HASTA.
           MOVE SPACES                 TO  REC-TABLAEMP.
           MOVE "011"                  TO  TE011-CODIGO-TABLA.
           MOVE CON-COD-EMPRESA        TO  TE011-CODIGO-EMPRESA.
           MOVE ACU-ANO                TO  TE011-CODIGO-ANO.
           MOVE ACU-PERIODO            TO  TE011-CODIGO-PERIODO.
           MOVE ZEROS                  TO  TE011-CODIGO-FILLER.
           READ TABLAEMP WITH NO LOCK INVALID KEY
                GO TO I-DIFERENCIA-CALCULA.
           MOVE TE011-FECHA-DESDE      TO  HOR-LNK-FECHA-DESDE.
           MOVE TE011-FECHA-HASTA      TO  HOR-LNK-FECHA-HASTA.
       I-DIFERENCIA-CALCULA.
           MOVE CON-COD-EMPRESA        TO  HOR-LNK-EMPRESA.
           CALL "NOMHORAS"          USING  AREA-NOMHORAS.
           COMPUTE W-VALOR-HORAS ROUNDED  =  ACU-HORAS
                   *  CONTRATO-SALARIO
                   *  (1  +  (W-PORCENTAJE  /  100))
                   *  HOR-LNK-FACTOR  *  CONCPTOS-PORCENTAJE  /  100.
           IF  CONCPTOS-FACTOR-HORA  NOT =  ZEROS
               COMPUTE W-VALOR-HORAS ROUNDED  =  W-VALOR-HORAS
                       *  CONCPTOS-FACTOR-HORA.
           COMPUTE W-DIFERENCIA  =  W-VALOR-HORAS  -  ACU-VALOR.
       F-DIFERENCIA-HORAS.
      *
      ******************************************************************
      *  UNA NOVEDAD DE AJUSTE POR EMPLEADO EN EL PERIODO EN CURSO     *
      ******************************************************************
       I-CIERRA-EMPLEADO.
           WRITE REG-NOMINOVE INVALID KEY
                 ADD 1                 TO  NOV-SECUENCIA
                 GO TO I-CIERRA-GRABA.
           MOVE "W"                    TO  TLG-LNK-OPERACION.
           PERFORM I-TRANSLOG-NOMINOVE THRU F-TRANSLOG-NOMINOVE.
           ADD 1                       TO  W-NOVEDADES.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE W-CEDULA-ACT           TO  I-CEDULA.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CONCPTOS CONTRATO TABLAEMP NOMIACUM NOMINOVE
                 INFORMES.
       I-FIN-SALIR.
           EXIT PROGRAM.
           STOP RUN.
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
               COPY "..\PRO\TLGNOVE.PRO".
