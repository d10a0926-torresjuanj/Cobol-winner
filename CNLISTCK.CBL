       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNLISTCK.
      ******************************************************************
      * SERVICIO DE CONSULTA EN LISTAS RESTRICTIVAS    OCT-15-2026     *
      *                                                                *
      * COMPARA UN TERCERO (DOCUMENTO Y NOMBRE) CONTRA TODAS LAS       *
      * ENTRADAS DE LISTREST (CARGADAS POR PROG595) Y CALIFICA CADA    *
      * COINCIDENCIA:                                                  *
      *   D = EL DOCUMENTO PUBLICADO ES EL DEL TERCERO                 *
      *   N = MISMAS PALABRAS DEL NOMBRE EN EL MISMO ORDEN             *
      *   F = NOMBRE APROXIMADO: EL PORCENTAJE DE PALABRAS DE LA       *
      *       LISTA QUE APARECEN EN EL NOMBRE DEL TERCERO (EN CUALQUIER*
      *       ORDEN, ADMITIENDO UNA LETRA DISTINTA EN PALABRAS DE CINCO*
      *       O MAS) LLEGA AL UMBRAL (PARAMLEG UMBRALSAG; 75 SI NO     *
      *       ESTA).  SOLO PARA NOMBRES DE LISTA DE DOS O MAS PALABRAS.*
      * CADA COINCIDENCIA NUEVA ENTRA A LA COLA LISTAREV PENDIENTE DE  *
      * REVISION; LAS YA REGISTRADAS CONSERVAN SU DISPOSICION.         *
      * DEVUELVE EN LST-LNK-ESTADO:                                    *
      *   O = SIN COINCIDENCIAS O TODAS ACLARADAS (PUEDE SEGUIR)       *
      *   P = HAY COINCIDENCIAS PENDIENTES DE REVISION (BLOQUEADO)     *
      *   X = COINCIDENCIA CONFIRMADA POR CUMPLIMIENTO (BLOQUEADO)     *
      * SIN LISTAS CARGADAS NO HAY CONTRA QUE COMPARAR Y DEVUELVE O.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\LISTREST.DYC".
               COPY "..\DYC\LISTAREV.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\LISTREST.FD".
               COPY "..\FD\LISTAREV.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(8)  VALUE "CNLISTCK".
       77      ID-PRG              PIC X(8)  VALUE "CNLISTCK".
       77      SW-FIN              PIC 9     VALUE ZEROS.
       77      SW-PENDIENTE        PIC 9     VALUE ZEROS.
       77      SW-CONFIRMADA       PIC 9     VALUE ZEROS.
       77      SW-HALLADA          PIC 9     VALUE ZEROS.
       77      W-UMBRAL            PIC 9(03) VALUE ZEROS.
       77      W-PUNTAJE           PIC 9(03) VALUE ZEROS.
       77      W-ACIERTOS          PIC 9(02) VALUE ZEROS.
       77      W-DIFERENCIAS       PIC 9(02) VALUE ZEROS.
       77      W-COINCIDENCIA      PIC X(01) VALUE SPACES.
       77      W-IDX-L             PIC 9(02) VALUE ZEROS.
       77      W-IDX-T             PIC 9(02) VALUE ZEROS.
       77      W-IDX-C             PIC 9(02) VALUE ZEROS.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
      *  PALABRAS DEL NOMBRE DEL TERCERO
       01      W-TERCERO.
        03     W-TER-NRO           PIC 9(01).
        03     W-TER-PALABRA       PIC X(15) OCCURS 8 TIMES.
      *  PALABRAS EN COMPARACION, LETRA POR LETRA
       01      W-PAL-LISTA.
        03     W-LET-LISTA         PIC X(01) OCCURS 15 TIMES.
       01      W-PAL-TERCERO.
        03     W-LET-TERCERO       PIC X(01) OCCURS 15 TIMES.
               COPY "..\LBL\LISTREST.LBL".
               COPY "..\LBL\LISTAREV.LBL".
               COPY "..\WRK\NORMANOM.WRK".
       LINKAGE SECTION.
       01  AREA-CNLISTCK.
           03  LST-LNK-EMPRESA          PIC 9(07).
           03  LST-LNK-ORIGEN           PIC X(01).
           03  LST-LNK-DOCUMENTO        PIC 9(12).
           03  LST-LNK-NOMBRE           PIC X(43).
           03  LST-LNK-PROGRAMA         PIC X(07).
           03  LST-LNK-FECHA            PIC 9(08).
           03  LST-LNK-COINCIDENCIAS    PIC 9(03).
           03  LST-LNK-NUEVAS           PIC 9(03).
           03  LST-LNK-ESTADO           PIC X(01).
       PROCEDURE DIVISION            USING  AREA-CNLISTCK.
       PROGRAMA-PRINCIPAL SECTION.
       I-MAIN-PROCESS.
           MOVE "O"                 TO  LST-LNK-ESTADO.
           MOVE ZEROS               TO  LST-LNK-COINCIDENCIAS
                                        LST-LNK-NUEVAS
                                        SW-PENDIENTE  SW-CONFIRMADA.
           IF  LST-LNK-DOCUMENTO  =  ZEROS
           AND LST-LNK-NOMBRE  =  SPACES
               GO TO I-FIN-SERVICIO.
           MOVE LST-LNK-NOMBRE      TO  NRM-NOMBRE.
           PERFORM I-NORMALIZA-NOMBRE THRU F-NORMALIZA-NOMBRE.
           MOVE NRM-NRO-PALABRAS    TO  W-TER-NRO.
           PERFORM I-COPIA-PALABRA  THRU F-COPIA-PALABRA
                   VARYING W-IDX-T FROM 1 BY 1 UNTIL W-IDX-T  >  8.
           MOVE 75                  TO  W-UMBRAL.
           MOVE "UMBRALSAG"         TO  PRM-LNK-CODIGO.
           MOVE LST-LNK-FECHA       TO  PRM-LNK-FECHA.
           MOVE ZEROS               TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"       USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"
           AND PRM-LNK-VALOR  >  ZEROS  AND  PRM-LNK-VALOR  <  101
               MOVE PRM-LNK-VALOR   TO  W-UMBRAL.
           OPEN INPUT LISTREST.
           IF  LISTREST-STATUS  >  "00"
               GO TO I-FIN-SERVICIO.
           MOVE LST-LNK-EMPRESA     TO  LAB-LISTAREV-CIA.
           OPEN I-O LISTAREV.
           IF  LISTAREV-STATUS  =  "35"
               OPEN OUTPUT LISTAREV
               CLOSE LISTAREV
               OPEN I-O LISTAREV.
           IF  LISTAREV-STATUS  >  "00"
               CLOSE LISTREST
               GO TO I-FIN-SERVICIO.
           MOVE ZEROS               TO  SW-FIN.
       I-LEE-LISTA.
           IF  SW-FIN  =  1         GO TO I-CIERRA.
           READ LISTREST NEXT RECORD WITH NO LOCK AT END
                MOVE 1              TO  SW-FIN
                GO TO I-LEE-LISTA.
           PERFORM I-COMPARA        THRU F-COMPARA.
           IF  W-COINCIDENCIA  NOT =  SPACES
               PERFORM I-REGISTRA   THRU F-REGISTRA.
           GO TO I-LEE-LISTA.
       I-CIERRA.
           CLOSE LISTREST LISTAREV.
           IF  SW-CONFIRMADA  =  1
               MOVE "X"             TO  LST-LNK-ESTADO
           ELSE
               IF  SW-PENDIENTE  =  1
                   MOVE "P"         TO  LST-LNK-ESTADO.
       I-FIN-SERVICIO.
           EXIT PROGRAM.
           STOP RUN.
       F-MAIN-PROCESS.
      *
       I-COPIA-PALABRA.
           MOVE NRM-PALABRA (W-IDX-T)  TO  W-TER-PALABRA (W-IDX-T).
       F-COPIA-PALABRA.
      *
      ******************************************************************
      *  CALIFICA LA ENTRADA LEIDA DE LISTREST CONTRA EL TERCERO       *
      ******************************************************************
       I-COMPARA.
           MOVE SPACES              TO  W-COINCIDENCIA.
           MOVE ZEROS               TO  W-PUNTAJE.
           IF  LRS-DOCUMENTO  >  ZEROS
           AND LRS-DOCUMENTO  =  LST-LNK-DOCUMENTO
               MOVE "D"             TO  W-COINCIDENCIA
               MOVE 100             TO  W-PUNTAJE
               GO TO F-COMPARA.
           IF  LRS-NRO-PALABRAS  =  ZEROS
           OR  W-TER-NRO  =  ZEROS
               GO TO F-COMPARA.
      *  MISMO NOMBRE: MISMAS PALABRAS EN EL MISMO ORDEN
           IF  LRS-NRO-PALABRAS  =  W-TER-NRO
           AND LRS-PALABRAS  =  W-TERCERO
               MOVE "N"             TO  W-COINCIDENCIA
               MOVE 100             TO  W-PUNTAJE
               GO TO F-COMPARA.
           IF  LRS-NRO-PALABRAS  <  2
               GO TO F-COMPARA.
      *  NOMBRE APROXIMADO: PALABRAS DE LA LISTA HALLADAS EN EL TERCERO
           MOVE ZEROS               TO  W-ACIERTOS.
           PERFORM I-BUSCA-PALABRA  THRU F-BUSCA-PALABRA
                   VARYING W-IDX-L FROM 1 BY 1
                   UNTIL W-IDX-L  >  LRS-NRO-PALABRAS.
           COMPUTE W-PUNTAJE  =  W-ACIERTOS  *  100
                                 /  LRS-NRO-PALABRAS.
           IF  W-PUNTAJE  NOT <  W-UMBRAL
               MOVE "F"             TO  W-COINCIDENCIA.
       F-COMPARA.
      *
       I-BUSCA-PALABRA.
           MOVE ZEROS               TO  SW-HALLADA.
           MOVE LRS-PALABRA (W-IDX-L)  TO  W-PAL-LISTA.
           PERFORM I-PRUEBA-PALABRA THRU F-PRUEBA-PALABRA
                   VARYING W-IDX-T FROM 1 BY 1
                   UNTIL W-IDX-T  >  W-TER-NRO  OR  SW-HALLADA  =  1.
           IF  SW-HALLADA  =  1
               ADD 1                TO  W-ACIERTOS.
       F-BUSCA-PALABRA.
      *
      *  IGUAL, O UNA SOLA LETRA DISTINTA EN PALABRAS DE 5 O MAS
       I-PRUEBA-PALABRA.
           MOVE W-TER-PALABRA (W-IDX-T)  TO  W-PAL-TERCERO.
           IF  W-PAL-TERCERO  =  W-PAL-LISTA
               MOVE 1               TO  SW-HALLADA
               GO TO F-PRUEBA-PALABRA.
           IF  W-LET-LISTA (5)  =  SPACE
           OR  W-LET-TERCERO (5)  =  SPACE
               GO TO F-PRUEBA-PALABRA.
           MOVE ZEROS               TO  W-DIFERENCIAS.
           PERFORM I-CUENTA-LETRA   THRU F-CUENTA-LETRA
                   VARYING W-IDX-C FROM 1 BY 1
                   UNTIL W-IDX-C  >  15  OR  W-DIFERENCIAS  >  1.
           IF  W-DIFERENCIAS  =  1
               MOVE 1               TO  SW-HALLADA.
       F-PRUEBA-PALABRA.
      *
       I-CUENTA-LETRA.
           IF  W-LET-LISTA (W-IDX-C)  NOT =  W-LET-TERCERO (W-IDX-C)
               ADD 1                TO  W-DIFERENCIAS.
       F-CUENTA-LETRA.
      *
      ******************************************************************
      *  COLA DE REVISION: LA COINCIDENCIA NUEVA ENTRA PENDIENTE; LA   *
      *  YA CONOCIDA SOLO ACTUALIZA LA FECHA EN QUE SE VOLVIO A VER    *
      ******************************************************************
       I-REGISTRA.
           ADD 1                    TO  LST-LNK-COINCIDENCIAS.
           MOVE LST-LNK-EMPRESA     TO  LRV-EMPRESA.
           MOVE LST-LNK-DOCUMENTO   TO  LRV-DOCUMENTO.
           MOVE LRS-LISTA           TO  LRV-LISTA.
           MOVE LRS-ENTRADA         TO  LRV-ENTRADA.
           READ LISTAREV INVALID KEY
                GO TO I-REGISTRA-NUEVA.
           MOVE LST-LNK-FECHA       TO  LRV-ULTIMA-VEZ.
           REWRITE REG-LISTAREV.
           IF  LRV-ESTADO  =  "C"
               MOVE 1               TO  SW-CONFIRMADA.
           IF  LRV-ESTADO  =  SPACES
               MOVE 1               TO  SW-PENDIENTE.
           GO TO F-REGISTRA.
       I-REGISTRA-NUEVA.
           MOVE LST-LNK-ORIGEN      TO  LRV-ORIGEN.
           MOVE LST-LNK-NOMBRE      TO  LRV-NOMBRE.
           MOVE LRS-NOMBRE          TO  LRV-NOMBRE-LISTA.
           MOVE W-COINCIDENCIA      TO  LRV-COINCIDENCIA.
           MOVE W-PUNTAJE           TO  LRV-PUNTAJE.
           MOVE LST-LNK-PROGRAMA    TO  LRV-PROGRAMA.
           MOVE LST-LNK-FECHA       TO  LRV-FECHA-DETECTA
                                        LRV-ULTIMA-VEZ.
           MOVE SPACES              TO  LRV-ESTADO  LRV-USUARIO
                                        LRV-MOTIVO.
           MOVE ZEROS               TO  LRV-FECHA-DISPOSICION.
           WRITE REG-LISTAREV INVALID KEY
                 GO TO F-REGISTRA.
           ADD 1                    TO  LST-LNK-NUEVAS.
           MOVE 1                   TO  SW-PENDIENTE.
       F-REGISTRA.
      *
               COPY "..\PRO\NORMANOM.PRO".
