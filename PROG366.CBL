      *   - TRASLADA LOS PRESTAMOS ACTIVOS CON SUS CUOTAS PENDIENTES   *
      *     (EN EL ORIGEN QUEDAN TERMINADOS Y LAS CUOTAS ANULADAS)     *
      * E IMPRIME EL ACTA DE TRASLADO CON TODO LO LLEVADO.             *
      * OCT-15-2026 EL CONTRATO DEL DESTINO LLEVA LA FECHA DE          *
      * ANTIGUEDAD: LA YA FIJADA O EL INGRESO MAS ANTIGUO ENTRE EL     *
      * CONTRATO DE ORIGEN Y SUS REINGRESOS EN CONTRHIS.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COPY "..\DYC\INTEREMP.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\CONTRHIS.DYC".
               COPY "..\DYC\VACACION.DYC".
               COPY "..\DYC\PRESTAMO.DYC".
               COPY "..\DYC\PRESTCUO.DYC".
               COPY "..\FD\INTEREMP.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\CONTRHIS.FD".
               COPY "..\FD\VACACION.FD".
               COPY "..\FD\PRESTAMO.FD".
               COPY "..\FD\PRESTCUO.FD".
       77      W-CUOTAS            PIC 9(04) VALUE ZEROS.
       77      FIN-DET             PIC 9(01) VALUE ZEROS.
       77      FIN-CUO             PIC 9(01) VALUE ZEROS.
       77      FIN-HIS             PIC 9(01) VALUE ZEROS.
       77      W-FECHA-ANTIG       PIC 9(08) VALUE ZEROS.
       01      W-FECHA-ING.
        03     W-ING-ANO           PIC 9(04).
        03     W-ING-MES           PIC 9(02).
        03     W-ING-DIA           PIC 9(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\INTEREMP.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\CONTRHIS.LBL".
               COPY "..\LBL\VACACION.LBL".
               COPY "..\LBL\PRESTAMO.LBL".
               COPY "..\LBL\PRESTCUO.LBL".
               COPY "..\DCL\INTEREMP.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\CONTRHIS.DCL".
               COPY "..\DCL\VACACION.DCL".
               COPY "..\DCL\PRESTAMO.DCL".
               COPY "..\DCL\PRESTCUO.DCL".
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-MAESCIA
                                           LAB-CONTRATO-CIA
                                           LAB-CONTRHIS-CIA
                                           LAB-VACACION-CIA
                                           LAB-PRESTAMO-CIA
                                           LAB-PRESTCUO-CIA.
       I-ABRE-ARCHIVOS.
           OPEN INPUT HOJAVIDA.
           OPEN I-O CONTRATO VACACION PRESTAMO PRESTCUO.
           OPEN INPUT CONTRHIS.
           IF  CONTRHIS-STATUS  =  "35"
               OPEN OUTPUT CONTRHIS
               CLOSE CONTRHIS
               OPEN INPUT CONTRHIS.
           OPEN I-O HOJAVDES.
           IF  HOJAVDES-STATUS  =  "35"
               CLOSE HOJAVDES
       F-TRASLADA-HOJA.
      *
      ******************************************************************
      *  EL CONTRATO NUEVO CONSERVA LA FECHA DE INGRESO ORIGINAL Y     *
      *  LLEVA LA FECHA DE ANTIGUEDAD; EL DE ORIGEN QUEDA RETIRADO     *
      *  CON FECHA DE HOY                                              *
      ******************************************************************
       I-TRASLADA-CONTRATO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
               DISPLAY "EMPLEADO SIN CONTRATO"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM I-FIN-SALIR     THRU F-FIN-MODE.
           PERFORM I-FECHA-ANTIGUEDAD  THRU F-FECHA-ANTIGUEDAD.
           MOVE W-FECHA-ANTIG          TO  CONTRATO-FECHA-ANTIGUEDAD.
           MOVE REG-CONTRATO           TO  REG-CONTRDES.
           MOVE W-EMP-DESTINO          TO  DES-CON-CIA.
           WRITE REG-CONTRDES INVALID KEY
           MOVE "CONTRATO CREADO EN DESTINO (ANTIGUEDAD)"
                                       TO  I-TEXTO.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE "FECHA DE ANTIGUEDAD (AAAAMMDD)"  TO  I-TEXTO.
           MOVE W-FECHA-ANTIG          TO  I-DATO.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
       F-TRASLADA-CONTRATO.
      *
      ******************************************************************
      *  FECHA DE ANTIGUEDAD: LA YA FIJADA POR UN TRASLADO ANTERIOR    *
      *  SE CONSERVA; SI NO HAY, ES EL INGRESO MAS ANTIGUO ENTRE EL    *
      *  CONTRATO VIGENTE Y LOS ARCHIVADOS POR REINGRESO (CONTRHIS     *
      *  CON NOVEDAD 00)                                               *
      ******************************************************************
       I-FECHA-ANTIGUEDAD.
           IF  CONTRATO-FECHA-ANTIGUEDAD  NUMERIC
           AND CONTRATO-FECHA-ANTIGUEDAD  >  ZEROS
               MOVE CONTRATO-FECHA-ANTIGUEDAD  TO  W-FECHA-ANTIG
               GO TO F-FECHA-ANTIGUEDAD.
           MOVE CONTRATO-ANO-ING       TO  W-ING-ANO.
           MOVE CONTRATO-MES-ING       TO  W-ING-MES.
           MOVE CONTRATO-DIA-ING       TO  W-ING-DIA.
           MOVE W-FECHA-ING            TO  W-FECHA-ANTIG.
           MOVE ZEROS                  TO  FIN-HIS.
           MOVE CONTRATO-CIA           TO  CHIS-CIA.
           MOVE CONTRATO-CEDULA        TO  CHIS-CEDULA.
           MOVE ZEROS                  TO  CHIS-SECUENCIA  CHIS-NOVEDAD.
           START CONTRHIS KEY NOT LESS CHIS-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-HIS.
       I-FECHA-ANTIGUEDAD-CICLO.
           IF  FIN-HIS  =  1           GO TO F-FECHA-ANTIGUEDAD.
           READ CONTRHIS NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-HIS
                GO TO I-FECHA-ANTIGUEDAD-CICLO.
           IF  CHIS-CIA     NOT =  CONTRATO-CIA
           OR  CHIS-CEDULA  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-HIS
               GO TO I-FECHA-ANTIGUEDAD-CICLO.
           IF  CHIS-NOVEDAD  NOT =  ZEROS
               GO TO I-FECHA-ANTIGUEDAD-CICLO.
           MOVE CHIS-ANO-ING           TO  W-ING-ANO.
           MOVE CHIS-MES-ING           TO  W-ING-MES.
           MOVE CHIS-DIA-ING           TO  W-ING-DIA.
           IF  W-FECHA-ING  =  ZEROS   GO TO I-FECHA-ANTIGUEDAD-CICLO.
           IF  W-FECHA-ANTIG  =  ZEROS
           OR  W-FECHA-ING  <  W-FECHA-ANTIG
               MOVE W-FECHA-ING        TO  W-FECHA-ANTIG.
           GO TO I-FECHA-ANTIGUEDAD-CICLO.
       F-FECHA-ANTIGUEDAD.
      *
      ******************************************************************
      *  SALDO DE VACACIONES: UN MOVIMIENTO "C" EN EL DESTINO POR EL   *
      *  SALDO Y SU CONTRAPARTIDA "D" EN EL ORIGEN                     *
      ******************************************************************
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE HOJAVIDA CONTRATO CONTRHIS VACACION PRESTAMO PRESTCUO
                 HOJAVDES CONTRDES VACADES PRESDES CUOTDES
                 INFORMES.
       I-FIN-SALIR.
