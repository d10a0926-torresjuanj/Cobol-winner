      ******************************************************************
      * This application was written by Juan Jose Torres
      * and is protected under copyrigth and trademarks.
      * Licensed under MIT to be public at github for demostration
      * purposes.
      * Winner Financial (r) - 1997-2003                  *

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNREPORT.
      ******************************************************************
      * SERVICIO DEL ARCHIVO DE LISTADOS                               *
      * OCT-15-2026                                                    *
      *                                                                *
      * TODO PROGRAMA QUE IMPRIME PASA POR EL PUNTO DE LABEL DE SU     *
      * ARCHIVO DE IMPRESION (PLB/INFORMES, PLB/REPORTES) Y DESDE      *
      * ALLI LLAMA ESTE SERVICIO CON LA OPERACION "R".  EL LISTADO     *
      * QUEDA REGISTRADO EN REPCATAL COMO PENDIENTE (PROGRAMA,         *
      * EMPRESA, PERIODO, USUARIO, FECHA, HORA Y PARAMETROS) Y SUS     *
      * LINEAS SE CAPTURAN A REPLINEA CUANDO EL PROGRAMA YA TERMINO:   *
      * AL REGISTRAR OTRO LISTADO SOBRE EL MISMO ARCHIVO DE IMPRESION  *
      * (ANTES DE QUE SE SOBREESCRIBA) O CUANDO PROG592 PIDE LA        *
      * OPERACION "C".  SI AL CAPTURAR EL ARCHIVO NO EXISTE, ESTA      *
      * VACIO O ES IGUAL AL LISTADO ANTERIOR (EL PROGRAMA NO IMPRIMIO) *
      * EL REGISTRO SE DESCARTA.  LO QUE EL ARCHIVO DE IMPRESION TENIA *
      * ANTES DE EXISTIR ESTE SERVICIO SE GUARDA UNA VEZ, EN ESTADO B. *
      * LA CLASE (LIBRO OFICIAL / CIERRE / NORMAL) SALE DE LA TABLA    *
      * DE LISTADOS PERMANENTES; PROG592 NUNCA DEPURA LOS PERMANENTES. *
      *                                                                *
      * AREA DE ENLACE (LBL/INFORMES.LBL):                             *
      *   REP-LNK-OPERACION   ENTRADA: R REGISTRA / C CAPTURA          *
      *                                PENDIENTES                      *
      *   REP-LNK-ARCHIVO     ENTRADA: LABEL DEL ARCHIVO DE IMPRESION  *
      *   REP-LNK-PROGRAMA    ENTRADA: PROGRAMA QUE IMPRIME            *
      *   REP-LNK-EMPRESA, ANO, PERIODO, USUARIO, PAPEL, PARAMETROS    *
      *                       ENTRADA: DATOS DEL LISTADO               *
      *   REP-LNK-CAPTURADOS  SALIDA : LISTADOS CAPTURADOS             *
      *   REP-LNK-ESTADO      SALIDA : 00 OK / 99 EN USO / OTRO:       *
      *                                STATUS DEL ARCHIVO              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\REPCATAL.DYC".
               COPY "..\DYC\REPLINEA.DYC".
               COPY "..\DYC\REPULTIM.DYC".
           SELECT REPFUENT ASSIGN TO RANDOM "REPFUENT"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS REPFUENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\REPCATAL.FD".
               COPY "..\FD\REPLINEA.FD".
               COPY "..\FD\REPULTIM.FD".
      ******************************************************************
      *  ARCHIVO DE IMPRESION QUE SE CAPTURA (LABEL DEL LLAMADOR)      *
      ******************************************************************
       FD  REPFUENT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LAB-REPFUENT.
       01  REG-REPFUENT                 PIC X(200).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(8)  VALUE "CNREPORT".
       77      ID-PRG              PIC X(8)  VALUE "CNREPORT".
       77      W-INTENTOS          PIC 9(02) VALUE ZEROS.
       77      W-ESPERA            PIC 9(05) VALUE ZEROS.
       77      W-NUMERO            PIC 9(08) VALUE ZEROS.
       77      W-BASE              PIC 9(08) VALUE ZEROS.
       77      W-RESULTADO         PIC 9(08) VALUE ZEROS.
       77      W-LINEA             PIC 9(06) VALUE ZEROS.
       77      W-IND               PIC 9(06) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-HORA-SIS          PIC 9(08) VALUE ZEROS.
       77      W-HORA-HOY          PIC 9(06) VALUE ZEROS.
       77      W-CLASE             PIC X(01) VALUE "N".
       77      SW-NUEVO-ULT        PIC 9(01) VALUE ZEROS.
       77      SW-FUENTE           PIC 9(01) VALUE ZEROS.
       77      SW-DIFERENTE        PIC 9(01) VALUE ZEROS.
       77      REPFUENT-STATUS     PIC X(02) VALUE "00".
       77      LAB-REPFUENT        PIC X(25) VALUE SPACES.
       01      W-FECHA-AMD-REP.
        03     W-AMD-ANO           PIC 9(02).
        03     W-AMD-MES           PIC 9(02).
        03     W-AMD-DIA           PIC 9(02).
      *
      *  LISTADOS PERMANENTES: PROGRAMA Y CLASE (O LIBRO OFICIAL,
      *  C CIERRE).  LOS DEMAS SON CLASE N Y SE DEPURAN POR RETENCION.
      *
       01      TABLA-PERMANENTES-R.
        03     FILLER              PIC X(20) VALUE
               "746O759O773O774O786O".
        03     FILLER              PIC X(20) VALUE
               "775O776O768O345O552O".
        03     FILLER              PIC X(20) VALUE
               "028C315C541C783C784C".
       01      TABLA-PERMANENTES   REDEFINES TABLA-PERMANENTES-R.
        03     PER-ENTRADA         OCCURS 15 TIMES.
         05    PER-PROGRAMA        PIC 9(03).
         05    PER-CLASE           PIC X(01).
               COPY "..\LBL\REPCATAL.LBL".
               COPY "..\LBL\REPLINEA.LBL".
               COPY "..\LBL\REPULTIM.LBL".
       LINKAGE SECTION.
       01  AREA-CNREPORT.
           03  REP-LNK-OPERACION        PIC X(01).
           03  REP-LNK-ARCHIVO          PIC X(25).
           03  REP-LNK-PROGRAMA         PIC 9(03).
           03  REP-LNK-EMPRESA          PIC 9(07).
           03  REP-LNK-ANO              PIC 9(04).
           03  REP-LNK-PERIODO          PIC 9(03).
           03  REP-LNK-USUARIO          PIC X(03).
           03  REP-LNK-PAPEL            PIC X(08).
           03  REP-LNK-PARAMETROS       PIC X(60).
           03  REP-LNK-CAPTURADOS       PIC 9(05).
           03  REP-LNK-ESTADO           PIC X(02).
       PROCEDURE DIVISION            USING  AREA-CNREPORT.
       PROGRAMA-PRINCIPAL SECTION.
       I-MAIN-PROCESS.
           MOVE ZEROS               TO  REP-LNK-CAPTURADOS  W-INTENTOS.
           MOVE "00"                TO  REP-LNK-ESTADO.
           ACCEPT W-FECHA-AMD-REP   FROM  DATE.
           COMPUTE W-FECHA-HOY  =  ((W-AMD-ANO  +  2000)  *  10000)
                   +  (W-AMD-MES  *  100)  +  W-AMD-DIA.
           ACCEPT W-HORA-SIS        FROM  TIME.
           COMPUTE W-HORA-HOY  =  W-HORA-SIS  /  100.
           PERFORM I-ABRE-ARCHIVOS  THRU F-ABRE-ARCHIVOS.
           IF  REP-LNK-ESTADO  >  "00"
               GO TO I-FIN-SERVICIO.
           IF  REP-LNK-OPERACION  =  "C"
               PERFORM I-CAPTURA-PENDIENTES THRU F-CAPTURA-PENDIENTES
           ELSE
               PERFORM I-REGISTRA       THRU F-REGISTRA.
       I-CIERRA.
           CLOSE REPCATAL  REPLINEA  REPULTIM.
       I-FIN-SERVICIO.
           EXIT PROGRAM.
           STOP RUN.
       F-MAIN-PROCESS.
      *
      ******************************************************************
      *  ABRE EL ARCHIVO DE LISTADOS; LA PRIMERA VEZ LO CREA           *
      ******************************************************************
       I-ABRE-ARCHIVOS.
           OPEN I-O REPCATAL.
           IF  REPCATAL-STATUS  =  "35"
               OPEN OUTPUT REPCATAL
               CLOSE REPCATAL
               OPEN I-O REPCATAL.
           IF  REPCATAL-STATUS  >  "00"
               MOVE REPCATAL-STATUS TO  REP-LNK-ESTADO
               GO TO F-ABRE-ARCHIVOS.
           OPEN I-O REPLINEA.
           IF  REPLINEA-STATUS  =  "35"
               OPEN OUTPUT REPLINEA
               CLOSE REPLINEA
               OPEN I-O REPLINEA.
           IF  REPLINEA-STATUS  >  "00"
               MOVE REPLINEA-STATUS TO  REP-LNK-ESTADO
               CLOSE REPCATAL
               GO TO F-ABRE-ARCHIVOS.
           OPEN I-O REPULTIM.
           IF  REPULTIM-STATUS  =  "35"
               OPEN OUTPUT REPULTIM
               CLOSE REPULTIM
               OPEN I-O REPULTIM.
           IF  REPULTIM-STATUS  >  "00"
               MOVE REPULTIM-STATUS TO  REP-LNK-ESTADO
               CLOSE REPCATAL  REPLINEA.
       F-ABRE-ARCHIVOS. EXIT.
      *
      ******************************************************************
      *  REGISTRA UN LISTADO: PRIMERO CAPTURA LO QUE EL ARCHIVO DE     *
      *  IMPRESION TIENE (EL LISTADO PENDIENTE ANTERIOR, O EL          *
      *  CONTENIDO PREVIO AL ARCHIVO DE LISTADOS) Y LUEGO DEJA EL      *
      *  NUEVO COMO PENDIENTE                                          *
      ******************************************************************
       I-REGISTRA.
           MOVE ZEROS               TO  SW-NUEVO-ULT.
           MOVE REP-LNK-ARCHIVO     TO  RPU-ARCHIVO.
           READ REPULTIM INVALID KEY
                MOVE 1              TO  SW-NUEVO-ULT
                MOVE REP-LNK-ARCHIVO TO RPU-ARCHIVO
                MOVE ZEROS          TO  RPU-ULTIMO  RPU-PENDIENTE.
           IF  REPULTIM-STATUS  =  "99"
               ADD 1                TO  W-INTENTOS
               IF  W-INTENTOS  <  20
                   PERFORM I-ESPERA THRU F-ESPERA
                   GO TO I-REGISTRA
               ELSE
                   MOVE "99"        TO  REP-LNK-ESTADO
                   GO TO F-REGISTRA.
           IF  RPU-PENDIENTE  >  ZEROS
               MOVE RPU-PENDIENTE   TO  W-NUMERO
               MOVE RPU-ULTIMO      TO  W-BASE
               PERFORM I-CAPTURA    THRU F-CAPTURA
               MOVE W-RESULTADO     TO  RPU-ULTIMO
               MOVE ZEROS           TO  RPU-PENDIENTE
           ELSE
               IF  RPU-ULTIMO  =  ZEROS
                   PERFORM I-CAPTURA-ANTERIOR THRU F-CAPTURA-ANTERIOR
                   MOVE W-RESULTADO TO  RPU-ULTIMO.
           PERFORM I-NUEVO-NUMERO   THRU F-NUEVO-NUMERO.
           IF  REP-LNK-ESTADO  >  "00"
               GO TO I-REGISTRA-ULTIMO.
           PERFORM I-BUSCA-CLASE    THRU F-BUSCA-CLASE.
           MOVE W-NUMERO            TO  RPC-NUMERO.
           MOVE "P"                 TO  RPC-ESTADO.
           MOVE REP-LNK-ARCHIVO     TO  RPC-ARCHIVO.
           MOVE REP-LNK-PROGRAMA    TO  RPC-PROGRAMA.
           MOVE REP-LNK-EMPRESA     TO  RPC-EMPRESA.
           MOVE REP-LNK-ANO         TO  RPC-ANO.
           MOVE REP-LNK-PERIODO     TO  RPC-PERIODO.
           MOVE REP-LNK-USUARIO     TO  RPC-USUARIO.
           MOVE W-FECHA-HOY         TO  RPC-FECHA.
           MOVE W-HORA-HOY          TO  RPC-HORA.
           MOVE REP-LNK-PAPEL       TO  RPC-PAPEL.
           MOVE REP-LNK-PARAMETROS  TO  RPC-PARAMETROS.
           MOVE W-CLASE             TO  RPC-CLASE.
           MOVE RPU-ULTIMO          TO  RPC-BASE.
           MOVE ZEROS               TO  RPC-LINEAS  RPC-FECHA-CAPTURA
                                        RPC-HORA-CAPTURA
                                        RPC-REIMPRESIONES.
           WRITE REG-REPCATAL INVALID KEY
                 MOVE "22"          TO  REP-LNK-ESTADO
                 GO TO I-REGISTRA-ULTIMO.
           MOVE W-NUMERO            TO  RPU-PENDIENTE.
       I-REGISTRA-ULTIMO.
           IF  SW-NUEVO-ULT  =  1
               WRITE REG-REPULTIM INVALID KEY
                     MOVE "22"      TO  REP-LNK-ESTADO
           ELSE
               REWRITE REG-REPULTIM INVALID KEY
                     MOVE "23"      TO  REP-LNK-ESTADO.
       F-REGISTRA. EXIT.
      *
      ******************************************************************
      *  CAPTURA LOS PENDIENTES DE DIAS ANTERIORES Y LOS DEL USUARIO   *
      *  QUE LO PIDE; LOS DE HOY DE OTROS USUARIOS PUEDEN ESTAR AUN    *
      *  IMPRIMIENDOSE Y SE DEJAN PARA DESPUES                         *
      ******************************************************************
       I-CAPTURA-PENDIENTES.
           MOVE LOW-VALUES          TO  RPU-ARCHIVO.
           START REPULTIM KEY NOT LESS RPU-ARCHIVO INVALID KEY
                 GO TO F-CAPTURA-PENDIENTES.
       I-CAPTURA-PEND-LEE.
           READ REPULTIM NEXT RECORD AT END
                GO TO F-CAPTURA-PENDIENTES.
           IF  REPULTIM-STATUS  =  "99"
               GO TO I-CAPTURA-PEND-LEE.
           IF  RPU-PENDIENTE  =  ZEROS
               GO TO I-CAPTURA-PEND-LEE.
           MOVE RPU-PENDIENTE       TO  RPC-NUMERO.
           READ REPCATAL WITH NO LOCK INVALID KEY
                MOVE ZEROS          TO  RPU-PENDIENTE
                REWRITE REG-REPULTIM
                GO TO I-CAPTURA-PEND-LEE.
           IF  RPC-FECHA  NOT <  W-FECHA-HOY
           AND RPC-USUARIO  NOT =  REP-LNK-USUARIO
               GO TO I-CAPTURA-PEND-LEE.
           MOVE RPU-PENDIENTE       TO  W-NUMERO.
           MOVE RPU-ULTIMO          TO  W-BASE.
           PERFORM I-CAPTURA        THRU F-CAPTURA.
           MOVE W-RESULTADO         TO  RPU-ULTIMO.
           MOVE ZEROS               TO  RPU-PENDIENTE.
           REWRITE REG-REPULTIM.
           GO TO I-CAPTURA-PEND-LEE.
       F-CAPTURA-PENDIENTES. EXIT.
      *
      ******************************************************************
      *  CAPTURA EL LISTADO PENDIENTE W-NUMERO CONTRA SU BASE W-BASE   *
      *  Y DEJA EN W-RESULTADO EL LISTADO IGUAL AL ARCHIVO ACTUAL      *
      ******************************************************************
       I-CAPTURA.
           MOVE W-BASE              TO  W-RESULTADO.
           MOVE W-NUMERO            TO  RPC-NUMERO.
           READ REPCATAL INVALID KEY
                GO TO F-CAPTURA.
           IF  RPC-ESTADO  NOT =  "P"
               GO TO F-CAPTURA.
           MOVE RPC-ARCHIVO         TO  LAB-REPFUENT.
           PERFORM I-COPIA-LINEAS   THRU F-COPIA-LINEAS.
           IF  SW-FUENTE  =  0
               MOVE ZEROS           TO  W-RESULTADO.
           IF  SW-FUENTE  =  0  OR  SW-DIFERENTE  =  0
               PERFORM I-DESCARTA   THRU F-DESCARTA
               GO TO F-CAPTURA.
           MOVE W-NUMERO            TO  RPC-NUMERO.
           MOVE "C"                 TO  RPC-ESTADO.
           MOVE W-LINEA             TO  RPC-LINEAS.
           MOVE W-FECHA-HOY         TO  RPC-FECHA-CAPTURA.
           MOVE W-HORA-HOY          TO  RPC-HORA-CAPTURA.
           REWRITE REG-REPCATAL INVALID KEY
                   GO TO F-CAPTURA.
           MOVE W-NUMERO            TO  W-RESULTADO.
           ADD 1                    TO  REP-LNK-CAPTURADOS.
       F-CAPTURA. EXIT.
      *
      *  EL PROGRAMA NO IMPRIMIO NADA NUEVO: SE BORRA EL PENDIENTE
      *
       I-DESCARTA.
           PERFORM I-BORRA-LINEA    THRU F-BORRA-LINEA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  W-LINEA.
           MOVE W-NUMERO            TO  RPC-NUMERO.
           DELETE REPCATAL RECORD INVALID KEY
                  GO TO F-DESCARTA.
       F-DESCARTA. EXIT.
      *
      ******************************************************************
      *  EL ARCHIVO DE IMPRESION TRAE CONTENIDO DE ANTES DEL ARCHIVO   *
      *  DE LISTADOS: SE GUARDA UNA VEZ EN ESTADO B PARA QUE NO SE     *
      *  PIERDA AL SOBREESCRIBIRLO                                     *
      ******************************************************************
       I-CAPTURA-ANTERIOR.
           MOVE ZEROS               TO  W-RESULTADO  SW-FUENTE.
           MOVE REP-LNK-ARCHIVO     TO  LAB-REPFUENT.
           OPEN INPUT REPFUENT.
           IF  REPFUENT-STATUS  >  "00"
               GO TO F-CAPTURA-ANTERIOR.
           READ REPFUENT AT END
                CLOSE REPFUENT
                GO TO F-CAPTURA-ANTERIOR.
           CLOSE REPFUENT.
           PERFORM I-NUEVO-NUMERO   THRU F-NUEVO-NUMERO.
           IF  REP-LNK-ESTADO  >  "00"
               GO TO F-CAPTURA-ANTERIOR.
           MOVE ZEROS               TO  W-BASE.
           PERFORM I-COPIA-LINEAS   THRU F-COPIA-LINEAS.
           IF  SW-FUENTE  =  0
               GO TO F-CAPTURA-ANTERIOR.
           PERFORM I-BUSCA-CLASE    THRU F-BUSCA-CLASE.
           MOVE W-NUMERO            TO  RPC-NUMERO.
           MOVE "B"                 TO  RPC-ESTADO.
           MOVE REP-LNK-ARCHIVO     TO  RPC-ARCHIVO.
           MOVE REP-LNK-PROGRAMA    TO  RPC-PROGRAMA.
           MOVE REP-LNK-EMPRESA     TO  RPC-EMPRESA.
           MOVE REP-LNK-ANO         TO  RPC-ANO.
           MOVE ZEROS               TO  RPC-PERIODO  RPC-HORA
                                        RPC-BASE  RPC-REIMPRESIONES.
           MOVE SPACES              TO  RPC-USUARIO.
           MOVE W-FECHA-HOY         TO  RPC-FECHA  RPC-FECHA-CAPTURA.
           MOVE W-HORA-HOY          TO  RPC-HORA-CAPTURA.
           MOVE REP-LNK-PAPEL       TO  RPC-PAPEL.
           MOVE "CONTENIDO ANTERIOR AL ARCHIVO DE LISTADOS"
                                    TO  RPC-PARAMETROS.
           MOVE W-CLASE             TO  RPC-CLASE.
           MOVE W-LINEA             TO  RPC-LINEAS.
           WRITE REG-REPCATAL INVALID KEY
                 GO TO F-CAPTURA-ANTERIOR.
           MOVE W-NUMERO            TO  W-RESULTADO.
       F-CAPTURA-ANTERIOR. EXIT.
      *
      ******************************************************************
      *  COPIA EL ARCHIVO DE IMPRESION LAB-REPFUENT A REPLINEA BAJO    *
      *  W-NUMERO, COMPARANDO CADA LINEA CON LAS DEL LISTADO W-BASE    *
      *  SW-FUENTE = 0: NO EXISTE O ESTA VACIO                         *
      *  SW-DIFERENTE = 1: NO ES IGUAL AL LISTADO BASE                 *
      ******************************************************************
       I-COPIA-LINEAS.
           MOVE ZEROS               TO  W-LINEA  SW-FUENTE.
           MOVE ZEROS               TO  SW-DIFERENTE.
           IF  W-BASE  =  ZEROS
               MOVE 1               TO  SW-DIFERENTE.
           OPEN INPUT REPFUENT.
           IF  REPFUENT-STATUS  >  "00"
               GO TO F-COPIA-LINEAS.
       I-COPIA-LEE.
           READ REPFUENT AT END
                GO TO I-COPIA-FIN.
           ADD 1                    TO  W-LINEA.
           IF  SW-DIFERENTE  =  0
               PERFORM I-COMPARA-LINEA THRU F-COMPARA-LINEA.
           MOVE W-NUMERO            TO  RPL-NUMERO.
           MOVE W-LINEA             TO  RPL-LINEA.
           MOVE REG-REPFUENT        TO  RPL-TEXTO.
           WRITE REG-REPLINEA INVALID KEY
                 REWRITE REG-REPLINEA.
           GO TO I-COPIA-LEE.
       I-COPIA-FIN.
           CLOSE REPFUENT.
           IF  W-LINEA  =  ZEROS
               GO TO F-COPIA-LINEAS.
           MOVE 1                   TO  SW-FUENTE.
           IF  SW-DIFERENTE  =  1
               GO TO F-COPIA-LINEAS.
      *  EL LISTADO BASE NO PUEDE TENER MAS LINEAS QUE EL ACTUAL
           MOVE W-BASE              TO  RPL-NUMERO.
           COMPUTE RPL-LINEA  =  W-LINEA  +  1.
           READ REPLINEA WITH NO LOCK INVALID KEY
                GO TO F-COPIA-LINEAS.
           MOVE 1                   TO  SW-DIFERENTE.
       F-COPIA-LINEAS. EXIT.
      *
       I-COMPARA-LINEA.
           MOVE W-BASE              TO  RPL-NUMERO.
           MOVE W-LINEA             TO  RPL-LINEA.
           READ REPLINEA WITH NO LOCK INVALID KEY
                MOVE 1              TO  SW-DIFERENTE
                GO TO F-COMPARA-LINEA.
           IF  RPL-TEXTO  NOT =  REG-REPFUENT
               MOVE 1               TO  SW-DIFERENTE.
       F-COMPARA-LINEA. EXIT.
      *
       I-BORRA-LINEA.
           MOVE W-NUMERO            TO  RPL-NUMERO.
           MOVE W-IND               TO  RPL-LINEA.
           DELETE REPLINEA RECORD INVALID KEY
                  GO TO F-BORRA-LINEA.
       F-BORRA-LINEA. EXIT.
      *
      ******************************************************************
      *  ASIGNA EL NUMERO SIGUIENTE DEL CATALOGO CON EL REGISTRO DE    *
      *  CONTROL BLOQUEADO, COMO CNCONSEC CON LOS COMPROBANTES         *
      ******************************************************************
       I-NUEVO-NUMERO.
           MOVE ZEROS               TO  W-INTENTOS  W-NUMERO.
       I-NUEVO-NUMERO-LEE.
           MOVE ZEROS               TO  RPC-NUMERO.
           READ REPCATAL INVALID KEY
                GO TO I-NUEVO-NUMERO-CREA.
           IF  REPCATAL-STATUS  =  "99"
               ADD 1                TO  W-INTENTOS
               IF  W-INTENTOS  <  20
                   PERFORM I-ESPERA THRU F-ESPERA
                   GO TO I-NUEVO-NUMERO-LEE
               ELSE
                   MOVE "99"        TO  REP-LNK-ESTADO
                   GO TO F-NUEVO-NUMERO.
           ADD 1                    TO  RPC-ULTIMO-NUMERO.
           MOVE RPC-ULTIMO-NUMERO   TO  W-NUMERO.
           REWRITE REG-REPCATAL INVALID KEY
                   MOVE "23"        TO  REP-LNK-ESTADO.
           GO TO F-NUEVO-NUMERO.
      *  PRIMER LISTADO: SE CREA EL REGISTRO DE CONTROL
       I-NUEVO-NUMERO-CREA.
           ADD 1                    TO  W-INTENTOS.
           IF  W-INTENTOS  >  20
               MOVE REPCATAL-STATUS TO  REP-LNK-ESTADO
               GO TO F-NUEVO-NUMERO.
           INITIALIZE REG-REPCATAL.
           MOVE ZEROS               TO  RPC-NUMERO  RPC-ULTIMO-NUMERO.
           WRITE REG-REPCATAL INVALID KEY
                 GO TO I-NUEVO-NUMERO-LEE.
           GO TO I-NUEVO-NUMERO-LEE.
       F-NUEVO-NUMERO. EXIT.
      *
      ******************************************************************
      *  CLASE DEL LISTADO SEGUN LA TABLA DE PERMANENTES               *
      ******************************************************************
       I-BUSCA-CLASE.
           MOVE "N"                 TO  W-CLASE.
           PERFORM I-BUSCA-CLASE-UNA THRU F-BUSCA-CLASE-UNA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND  >  15.
       F-BUSCA-CLASE. EXIT.
      *
       I-BUSCA-CLASE-UNA.
           IF  PER-PROGRAMA(W-IND)  =  REP-LNK-PROGRAMA
               MOVE PER-CLASE(W-IND) TO  W-CLASE.
       F-BUSCA-CLASE-UNA. EXIT.
      *
      ******************************************************************
      *  ESPERA CORTA ANTES DE REINTENTAR UN REGISTRO EN USO           *
      ******************************************************************
       I-ESPERA.
           MOVE ZEROS               TO  W-ESPERA.
       I-ESPERA-CICLO.
           ADD 1                    TO  W-ESPERA.
           IF  W-ESPERA  <  20000
               GO TO I-ESPERA-CICLO.
       F-ESPERA. EXIT.
