       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSLOG.
      ******************************************************************
      * DIARIO DE TRANSACCIONES (IMAGENES POSTERIORES)  OCT-15-2026    *
      *                                                                *
      * PROG025 SACA COPIAS VERIFICADAS, PERO AL RESTAURAR UNA SE      *
      * PERDIA TODO LO DIGITADO DESDE LA COPIA.  LOS PROGRAMAS QUE     *
      * GRABAN, REGRABAN O BORRAN EN CNDOCTOS Y NOMINOVE (Y PROG781    *
      * EN LOS SALDOS DE CNDTACUM) LLAMAN ESTE SERVICIO, COMO HABEAS   *
      * O CONERRLOG, CON EL REGISTRO COMO QUEDO; AQUI SE AGREGA AL     *
      * DIARIO DE LA EMPRESA CON FECHA, HORA, USUARIO Y PROGRAMA.      *
      * PROG583 LO VUELVE A APLICAR HASTA LA HORA QUE SE ESCOJA.       *
      *   TLG-LNK-OPERACION W/R/D  IMAGEN DE UN REGISTRO (TLG*.PRO)    *
      *                     C      CORTE: PROG025 AL TERMINAR UNA      *
      *                            COPIA VERIFICADA.  ARCHIVA EL       *
      *                            DIARIO VIVO COMO TLGccc...JRN Y     *
      *                            ARRANCA UNO NUEVO CON UN REGISTRO   *
      *                            DE CORTE.  LO ANOTADO DESDE QUE     *
      *                            EMPEZO LA COPIA (TLG-LNK-FECHA Y    *
      *                            HORA) PASA TAMBIEN AL DIARIO NUEVO, *
      *                            PORQUE PUDO NO ALCANZAR A QUEDAR EN *
      *                            ELLA; REAPLICARLO NO HACE DANO.     *
      *   TLG-LNK-ESTADO    SALIDA: 00 O EL STATUS DEL DIARIO          *
      *   TLG-LNK-LABEL     SALIDA DEL CORTE: NOMBRE DEL ARCHIVADO     *
      *   TLG-LNK-REGISTROS SALIDA DEL CORTE: REGISTROS ARCHIVADOS     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\TRANSLOG.DYC".
           SELECT TRANSHIS ASSIGN TO RANDOM "TRANSHIS"
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS TRANSHIS-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\TRANSLOG.FD".
       FD  TRANSHIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-TRANSLOG-HIS.
       01  REG-TRANSHIS                 PIC X(780).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(8)  VALUE "TRANSLOG".
       77      ID-PRG              PIC X(8)  VALUE "TRANSLOG".
       01      W-FECHA-AMD.
        03     W-AMD-ANO           PIC 9(02).
        03     W-AMD-MES           PIC 9(02).
        03     W-AMD-DIA           PIC 9(02).
       77      W-FECHA             PIC 9(08) VALUE ZEROS.
       77      W-HORA              PIC 9(08) VALUE ZEROS.
       77      W-HHMM              PIC 9(04) VALUE ZEROS.
       77      W-SELLO             PIC 9(16) VALUE ZEROS.
       77      W-SELLO-INICIO      PIC 9(16) VALUE ZEROS.
       77      W-ARCHIVADOS        PIC 9(08) VALUE ZEROS.
       77      TRANSHIS-STATUS     PIC X(02) VALUE "00".
               COPY "..\LBL\TRANSLOG.LBL".
       LINKAGE SECTION.
       01  AREA-TRANSLOG.
           03  TLG-LNK-OPERACION        PIC X(01).
           03  TLG-LNK-ARCHIVO          PIC X(08).
           03  TLG-LNK-LABEL            PIC X(22).
           03  TLG-LNK-USUARIO          PIC X(03).
           03  TLG-LNK-PROGRAMA         PIC X(08).
           03  TLG-LNK-EMPRESA          PIC 9(07).
           03  TLG-LNK-FECHA            PIC 9(08).
           03  TLG-LNK-HORA             PIC 9(08).
           03  TLG-LNK-REGISTROS        PIC 9(08).
           03  TLG-LNK-ESTADO           PIC X(02).
           03  TLG-LNK-IMAGEN           PIC X(700).
       PROCEDURE DIVISION            USING  AREA-TRANSLOG.
       PROGRAMA-PRINCIPAL SECTION.
       I-MAIN-PROCESS.
           MOVE "00"                TO  TLG-LNK-ESTADO.
           MOVE TLG-LNK-EMPRESA     TO  LAB-TRANSLOG-CIA.
           ACCEPT W-FECHA-AMD       FROM  DATE.
           COMPUTE W-FECHA  =  ((W-AMD-ANO  +  2000)  *  10000)
                   +  (W-AMD-MES  *  100)  +  W-AMD-DIA.
           ACCEPT W-HORA            FROM  TIME.
           IF  TLG-LNK-OPERACION  =  "C"
               PERFORM I-CORTE      THRU F-CORTE
               GO TO I-FIN-SERVICIO.
           OPEN EXTEND TRANSLOG.
           IF  TRANSLOG-STATUS  =  "35"
               OPEN OUTPUT TRANSLOG.
           IF  TRANSLOG-STATUS  >  "00"
               MOVE TRANSLOG-STATUS TO  TLG-LNK-ESTADO
               GO TO I-FIN-SERVICIO.
           MOVE SPACES              TO  REG-TRANSLOG.
           MOVE "M"                 TO  TLG-TIPO.
           MOVE W-FECHA             TO  TLG-FECHA.
           MOVE W-HORA              TO  TLG-HORA.
           MOVE TLG-LNK-USUARIO     TO  TLG-USUARIO.
           MOVE TLG-LNK-PROGRAMA    TO  TLG-PROGRAMA.
           MOVE TLG-LNK-EMPRESA     TO  TLG-EMPRESA.
           MOVE TLG-LNK-ARCHIVO     TO  TLG-ARCHIVO.
           MOVE TLG-LNK-LABEL       TO  TLG-LABEL.
           MOVE TLG-LNK-OPERACION   TO  TLG-OPERACION.
           MOVE TLG-LNK-IMAGEN      TO  TLG-IMAGEN.
           WRITE REG-TRANSLOG.
           IF  TRANSLOG-STATUS  >  "00"
               MOVE TRANSLOG-STATUS TO  TLG-LNK-ESTADO.
           CLOSE TRANSLOG.
       I-FIN-SERVICIO.
           EXIT PROGRAM.
           STOP RUN.
       F-MAIN-PROCESS.
      *
      ******************************************************************
      *  CORTE DEL DIARIO AL TERMINAR UNA COPIA VERIFICADA             *
      ******************************************************************
       I-CORTE.
           MOVE ZEROS               TO  W-ARCHIVADOS.
           DIVIDE W-HORA  BY  10000 GIVING  W-HHMM.
           MOVE TLG-LNK-EMPRESA     TO  LAB-TLGHIS-CIA.
           MOVE W-FECHA             TO  LAB-TLGHIS-FECHA.
           MOVE W-HHMM              TO  LAB-TLGHIS-HORA.
           COMPUTE W-SELLO-INICIO  =  (TLG-LNK-FECHA  *  100000000)
                                   +  TLG-LNK-HORA.
           OPEN INPUT TRANSLOG.
           IF  TRANSLOG-STATUS  =  "35"
               MOVE SPACES          TO  TLG-LNK-LABEL
               GO TO I-CORTE-NUEVO.
           IF  TRANSLOG-STATUS  >  "00"
               MOVE TRANSLOG-STATUS TO  TLG-LNK-ESTADO
               GO TO F-CORTE.
           OPEN OUTPUT TRANSHIS.
           IF  TRANSHIS-STATUS  >  "00"
               MOVE TRANSHIS-STATUS TO  TLG-LNK-ESTADO
               CLOSE TRANSLOG
               GO TO F-CORTE.
       I-CORTE-ARCHIVA.
           READ TRANSLOG AT END
                GO TO I-CORTE-ARCHIVADO.
           WRITE REG-TRANSHIS FROM REG-TRANSLOG.
           ADD 1                    TO  W-ARCHIVADOS.
           GO TO I-CORTE-ARCHIVA.
       I-CORTE-ARCHIVADO.
           CLOSE TRANSLOG TRANSHIS.
           MOVE LAB-TRANSLOG-HIS    TO  TLG-LNK-LABEL.
      *  EL DIARIO NUEVO EMPIEZA CON EL CORTE Y LO ANOTADO DESDE QUE
      *  EMPEZO LA COPIA
       I-CORTE-NUEVO.
           OPEN OUTPUT TRANSLOG.
           IF  TRANSLOG-STATUS  >  "00"
               MOVE TRANSLOG-STATUS TO  TLG-LNK-ESTADO
               GO TO F-CORTE.
           MOVE SPACES              TO  REG-TRANSLOG.
           MOVE "C"                 TO  TLG-TIPO.
           MOVE TLG-LNK-FECHA       TO  TLG-FECHA.
           MOVE TLG-LNK-HORA        TO  TLG-HORA.
           MOVE TLG-LNK-USUARIO     TO  TLG-USUARIO.
           MOVE TLG-LNK-PROGRAMA    TO  TLG-PROGRAMA.
           MOVE TLG-LNK-EMPRESA     TO  TLG-EMPRESA.
           MOVE TLG-LNK-LABEL       TO  TLG-LABEL.
           WRITE REG-TRANSLOG.
           IF  W-ARCHIVADOS  =  ZEROS
               GO TO I-CORTE-FIN.
           OPEN INPUT TRANSHIS.
       I-CORTE-PASA.
           READ TRANSHIS AT END
                GO TO I-CORTE-PASADO.
           MOVE REG-TRANSHIS        TO  REG-TRANSLOG.
           IF  TLG-TIPO  NOT =  "M"
               GO TO I-CORTE-PASA.
           COMPUTE W-SELLO  =  (TLG-FECHA  *  100000000)  +  TLG-HORA.
           IF  W-SELLO  <  W-SELLO-INICIO
               GO TO I-CORTE-PASA.
           WRITE REG-TRANSLOG.
           GO TO I-CORTE-PASA.
       I-CORTE-PASADO.
           CLOSE TRANSHIS.
       I-CORTE-FIN.
           CLOSE TRANSLOG.
           MOVE W-ARCHIVADOS        TO  TLG-LNK-REGISTROS.
       F-CORTE.
