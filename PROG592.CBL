       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG592.
      ******************************************************************
      * ARCHIVO DE LISTADOS: CONSULTA, REIMPRESION Y DEPURACION        *
      *                                                OCT-15-2026     *
      *                                                                *
      * TODO LISTADO QUE PASA POR EL PUNTO DE LABEL DE INFORMES O DE   *
      * REPORTES QUEDA EN EL ARCHIVO DE LISTADOS (CNREPORT: REPCATAL   *
      * Y REPLINEA) CON PROGRAMA, EMPRESA, ANO, PERIODO, USUARIO,      *
      * FECHA, HORA Y PARAMETROS.  AL ENTRAR SE CAPTURAN LOS LISTADOS  *
      * PENDIENTES DE DIAS ANTERIORES Y LOS DEL USUARIO.               *
      * OPCIONES:                                                      *
      *   C = CAPTURA LOS LISTADOS PENDIENTES                          *
      *   L = LISTA LOS ARCHIVADOS FILTRANDO POR PROGRAMA, EMPRESA,    *
      *       ANO, PERIODO, USUARIO Y RANGO DE FECHAS; EL ESCOGIDO SE  *
      *       VE EN PANTALLA O SE REIMPRIME TAL COMO SALIO: SUS LINEAS *
      *       VAN A <ANO>\091_2X11\I<EMPRESA>.592 Y PROG737 LO ENVIA   *
      *       A IMPRESORA, PDF O CORREO                                *
      *   D = DEPURA LO MAS VIEJO QUE LA RETENCION DE CADA PROGRAMA:   *
      *       PARAMLEG RETREPnnn (MESES DEL PROGRAMA nnn) O RETREPORT  *
      *       (MESES POR DEFECTO); SIN RETENCION NO SE DEPURA.  LOS    *
      *       LIBROS OFICIALES Y LOS LISTADOS DE CIERRE (CLASE O Y C)  *
      *       NUNCA SE DEPURAN                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\USER-ACT.DYC".
               COPY "..\DYC\EMPRESAS.DYC".
               COPY "..\DYC\AUDITE.DYC".
               COPY "..\DYC\REPCATAL.DYC".
               COPY "..\DYC\REPLINEA.DYC".
           SELECT REIMPRES ASSIGN TO RANDOM "REIMPRES"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS REIMPRES-STATUS.
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\REPCATAL.FD".
               COPY "..\FD\REPLINEA.FD".
      ******************************************************************
      *  LISTADO ARCHIVADO QUE SE REIMPRIME POR PROG737                *
      ******************************************************************
       FD  REIMPRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS W-LAB-REIMPRES.
       01  REG-REIMPRES                 PIC X(200).
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG592".
       77      ID-PRG              PIC X(7)  VALUE "PROG592".
       77      W-OPCION-REP        PIC X(01) VALUE SPACES.
       77      W-ACCION            PIC X(01) VALUE SPACES.
       77      W-SELECCION         PIC 9(08) VALUE ZEROS.
       77      W-ULTIMO-PAG        PIC 9(08) VALUE ZEROS.
       77      W-INICIO-PAG        PIC 9(08) VALUE ZEROS.
       77      W-IND               PIC 9(04) VALUE ZEROS.
       77      W-IND-PAG           PIC 9(02) VALUE ZEROS.
       77      W-IND-LIN           PIC 9(06) VALUE ZEROS.
       77      W-PRIMERA           PIC 9(06) VALUE ZEROS.
       77      W-TOTAL-LINEAS      PIC 9(06) VALUE ZEROS.
       77      W-SEGMENTO          PIC 9(01) VALUE ZEROS.
       77      W-FIL-PROGRAMA      PIC 9(03) VALUE ZEROS.
       77      W-FIL-EMPRESA       PIC 9(07) VALUE ZEROS.
       77      W-FIL-ANO           PIC 9(04) VALUE ZEROS.
       77      W-FIL-PERIODO       PIC 9(03) VALUE ZEROS.
       77      W-FIL-USUARIO       PIC X(03) VALUE SPACES.
       77      W-FIL-DESDE         PIC 9(08) VALUE ZEROS.
       77      W-FIL-HASTA         PIC 9(08) VALUE ZEROS.
       77      W-PROGRAMA-ANT      PIC 9(03) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-CORTE             PIC 9(08) VALUE ZEROS.
       77      W-MESES             PIC 9(03) VALUE ZEROS.
       77      W-DEPURADOS         PIC 9(06) VALUE ZEROS.
       77      W-PERMANENTES       PIC 9(06) VALUE ZEROS.
       77      W-LINEAS-BORRADAS   PIC 9(09) VALUE ZEROS.
       77      SW-FIN-LISTA        PIC 9(01) VALUE ZEROS.
       77      REIMPRES-STATUS     PIC X(02) VALUE "00".
       77      WI-CANTIDAD         PIC ZZZ,ZZ9.
       77      WI-LINEAS           PIC ZZZ,ZZZ,ZZ9.
       77      WI-NUMERO           PIC ZZZZZZZ9.
       01      W-LAB-REIMPRES.
        03     W-REI-ANO           PIC 9(04) VALUE ZEROS.
        03     FILLER              PIC X(11) VALUE "\091_2X11\I".
        03     W-REI-EMPRESA       PIC 9(07) VALUE ZEROS.
        03     FILLER              PIC X(04) VALUE ".592".
       01      W-CORTE-PARTES.
        03     W-CORTE-ANO         PIC 9(04).
        03     W-CORTE-MES         PIC 9(02).
        03     W-CORTE-DIA         PIC 9(02).
       01      W-HORA-PARTES.
        03     W-HORA-HH           PIC 9(02).
        03     W-HORA-MI           PIC 9(02).
        03     W-HORA-SS           PIC 9(02).
       01      W-HORA-NUM          REDEFINES W-HORA-PARTES
                                   PIC 9(06).
      *  CODIGO PARAMLEG DE LA RETENCION DEL PROGRAMA
       01      W-COD-RETENCION.
        03     FILLER              PIC X(06) VALUE "RETREP".
        03     W-COD-RET-PROG      PIC 9(03) VALUE ZEROS.
        03     FILLER              PIC X(01) VALUE SPACES.
      *  CORTE DE DEPURACION POR PROGRAMA (POSICION = PROGRAMA + 1),
      *  PARA LLAMAR NOMPARAM UNA SOLA VEZ POR PROGRAMA
       01      W-TABLA-CORTES.
        03     W-TAB-CORTE         OCCURS 1000 TIMES.
         05    W-TAB-CARGADO       PIC X(01).
         05    W-TAB-FECHA         PIC 9(08).
      *  NUMEROS DE LA PAGINA DE LA CONSULTA EN PANTALLA
       01      W-TABLA-PAGINA.
        03     W-PAG-NUMERO        OCCURS 14 TIMES
                                   PIC 9(08).
      *  LINEA ARCHIVADA PARTIDA EN TRES TRAMOS DE PANTALLA
       01      W-TEXTO-VISTA       PIC X(240) VALUE SPACES.
       01      W-TEXTO-TRAMOS      REDEFINES W-TEXTO-VISTA.
        03     W-TRAMO             OCCURS 3 TIMES
                                   PIC X(80).
       01      W-LINEA-PANTALLA.
        03     L-NUMERO            PIC ZZZZZZZ9.
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-PROGRAMA          PIC 9(03).
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-EMPRESA           PIC 9(07).
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-ANO               PIC 9(04).
        03     FILLER              PIC X(01) VALUE "/".
        03     L-PERIODO           PIC 9(03).
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-USUARIO           PIC X(03).
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-FECHA             PIC 9999/99/99.
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-HORA-HH           PIC 9(02).
        03     FILLER              PIC X(01) VALUE ":".
        03     L-HORA-MI           PIC 9(02).
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-LINEAS            PIC ZZZZZ9.
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-CLASE             PIC X(01).
        03     FILLER              PIC X(01) VALUE SPACES.
        03     L-PARAMETROS        PIC X(14).
       01      AREA-CNREPORT.
        03     REP-LNK-OPERACION   PIC X(01) VALUE "C".
        03     REP-LNK-ARCHIVO     PIC X(25) VALUE SPACES.
        03     REP-LNK-PROGRAMA    PIC 9(03) VALUE ZEROS.
        03     REP-LNK-EMPRESA     PIC 9(07) VALUE ZEROS.
        03     REP-LNK-ANO         PIC 9(04) VALUE ZEROS.
        03     REP-LNK-PERIODO     PIC 9(03) VALUE ZEROS.
        03     REP-LNK-USUARIO     PIC X(03) VALUE SPACES.
        03     REP-LNK-PAPEL       PIC X(08) VALUE SPACES.
        03     REP-LNK-PARAMETROS  PIC X(60) VALUE SPACES.
        03     REP-LNK-CAPTURADOS  PIC 9(05) VALUE ZEROS.
        03     REP-LNK-ESTADO      PIC X(02) VALUE SPACES.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\REPCATAL.LBL".
               COPY "..\LBL\REPLINEA.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\REPCATAL.DCL".
               COPY "..\DCL\REPLINEA.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-MAIN-PROCESS.
           COPY "..\PRO\CONTROLA.PRO".
           INITIALIZE WK-EXCEPTION
           PERFORM I-USUARIOS        THRU F-USUARIOS.
           IF      SW-USER = 1       EXIT PROGRAM.
           PERFORM I-PROCESO-AUDITE  THRU F-PROCESO-AUDITE
           PERFORM I-LABEL-ARCHIVOS  THRU F-LABEL-ARCHIVOS
           PERFORM I-PANTALLA-1B     THRU F-PANTALLA-1B
           PERFORM I-CAPTURA         THRU F-CAPTURA
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-OPCIONES        THRU F-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-PANTALLA-1B.
           MOVE "*** ARCHIVO DE LISTADOS ***"
                                       TO  WK-SISTEMA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+--------------------------------------------+"
                                       LINE 06 POSITION 18
           DISPLAY "! <C> CAPTURAR LISTADOS PENDIENTES           !"
                                       LINE 07 POSITION 18
           DISPLAY "! <L> CONSULTAR / REIMPRIMIR LISTADOS        !"
                                       LINE 08 POSITION 18
           DISPLAY "! <D> DEPURAR SEGUN LA RETENCION             !"
                                       LINE 09 POSITION 18
           DISPLAY "!                           [F2] TERMINAR    !"
                                       LINE 10 POSITION 18
           DISPLAY "+--------------------------------------------+"
                                       LINE 11 POSITION 18.
       F-PANTALLA-1B.
      *
       I-OPCIONES.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-OPCIONES.
           MOVE W-TRUCO                TO  W-OPCION-REP.
           IF  W-OPCION-REP  =  "C"
               PERFORM I-CIERRA-ARCHIVOS THRU F-CIERRA-ARCHIVOS
               PERFORM I-CAPTURA       THRU F-CAPTURA
               PERFORM I-ABRE-ARCHIVOS THRU F-ABRE-ARCHIVOS
               GO TO F-OPCIONES.
           IF  W-OPCION-REP  =  "L"
               PERFORM I-CONSULTA      THRU F-CONSULTA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION
               GO TO F-OPCIONES.
           IF  W-OPCION-REP  =  "D"
               PERFORM I-DEPURA        THRU F-DEPURA
               PERFORM I-PANTALLA-1B   THRU F-PANTALLA-1B
               MOVE ZEROS              TO  WK-EXCEPTION.
       F-OPCIONES.
      *
       I-LABEL-ARCHIVOS.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-ANO                TO  W-REI-ANO.
           MOVE CON-COD-EMPRESA        TO  W-REI-EMPRESA.
           INITIALIZE W-TABLA-CORTES.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O REPCATAL REPLINEA.
       F-ABRE-ARCHIVOS.
      *
       I-CIERRA-ARCHIVOS.
           CLOSE REPCATAL REPLINEA.
       F-CIERRA-ARCHIVOS.
      *
      ******************************************************************
      *  OPCION C: CAPTURA LOS LISTADOS PENDIENTES (CNREPORT)          *
      ******************************************************************
       I-CAPTURA.
           MOVE "C"                    TO  REP-LNK-OPERACION.
           MOVE CON-USERNAME           TO  REP-LNK-USUARIO.
           CALL "CNREPORT"          USING  AREA-CNREPORT.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  REP-LNK-ESTADO  NOT =  "00"
               DISPLAY "ARCHIVO DE LISTADOS NO DISPONIBLE - STATUS:"
                       LINE 24 POSITION 01 REVERSE BLINK
               DISPLAY REP-LNK-ESTADO  LINE 24 POSITION 45 REVERSE
               GO TO F-CAPTURA.
           MOVE REP-LNK-CAPTURADOS     TO  WI-CANTIDAD.
           DISPLAY "LISTADOS CAPTURADOS:" LINE 24 POSITION 01 REVERSE.
           DISPLAY WI-CANTIDAD         LINE 24 POSITION 22 REVERSE.
       F-CAPTURA.
      *
      ******************************************************************
      *  OPCION L: FILTROS DE LA CONSULTA Y PAGINAS DE 14 LISTADOS     *
      ******************************************************************
       I-CONSULTA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "PROGRAMA (0 = TODOS)..........:"
                                       LINE 06 POSITION 10.
           DISPLAY "EMPRESA (0 = TODAS)...........:"
                                       LINE 07 POSITION 10.
           DISPLAY "ANO (0 = TODOS)...............:"
                                       LINE 08 POSITION 10.
           DISPLAY "PERIODO (0 = TODOS)...........:"
                                       LINE 09 POSITION 10.
           DISPLAY "USUARIO (BLANCO = TODOS)......:"
                                       LINE 10 POSITION 10.
           DISPLAY "FECHA DESDE AAAAMMDD (0 = ..).:"
                                       LINE 11 POSITION 10.
           DISPLAY "FECHA HASTA AAAAMMDD (0 = ..).:"
                                       LINE 12 POSITION 10.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-FIL-PROGRAMA
                                           W-FIL-PERIODO  W-FIL-DESDE
                                           W-FIL-HASTA.
           MOVE CON-COD-EMPRESA        TO  W-FIL-EMPRESA.
           MOVE CON-ANO                TO  W-FIL-ANO.
           MOVE SPACES                 TO  W-FIL-USUARIO.
           ACCEPT W-FIL-PROGRAMA       LINE 06 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           ACCEPT W-FIL-EMPRESA        LINE 07 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           ACCEPT W-FIL-ANO            LINE 08 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           ACCEPT W-FIL-PERIODO        LINE 09 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           ACCEPT W-FIL-USUARIO        LINE 10 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           ACCEPT W-FIL-DESDE          LINE 11 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           ACCEPT W-FIL-HASTA          LINE 12 POSITION 42
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           MOVE ZEROS                  TO  W-ULTIMO-PAG.
       I-CONSULTA-PAGINA.
           MOVE W-ULTIMO-PAG           TO  W-INICIO-PAG.
           PERFORM I-PANTALLA-CONSULTA THRU F-PANTALLA-CONSULTA.
           PERFORM I-CARGA-PAGINA      THRU F-CARGA-PAGINA.
           IF  W-IND-PAG  =  ZEROS  AND  W-INICIO-PAG  =  ZEROS
               DISPLAY "NO HAY LISTADOS ARCHIVADOS CON ESOS FILTROS"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               GO TO F-CONSULTA.
           IF  W-IND-PAG  =  ZEROS
               MOVE ZEROS              TO  W-ULTIMO-PAG
               GO TO I-CONSULTA-PAGINA.
       I-CONSULTA-SELECCION.
           DISPLAY "NUMERO (0 = SIGUIENTE PAGINA):"
                                       LINE 23 POSITION 01.
           MOVE ZEROS                  TO  W-SELECCION  WK-EXCEPTION.
           ACCEPT W-SELECCION          LINE 23 POSITION 32
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2                      GO TO F-CONSULTA.
           IF  W-SELECCION  =  ZEROS
               IF  SW-FIN-LISTA  =  1
                   MOVE ZEROS          TO  W-ULTIMO-PAG
                   GO TO I-CONSULTA-PAGINA
               ELSE
                   GO TO I-CONSULTA-PAGINA.
           MOVE W-SELECCION            TO  RPC-NUMERO.
           READ REPCATAL WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  RPC-ESTADO.
           IF  RPC-ESTADO  NOT =  "C"  AND  RPC-ESTADO  NOT =  "B"
               DISPLAY "LISTADO NO ARCHIVADO"
                       LINE 24 POSITION 01 REVERSE BLINK
               GO TO I-CONSULTA-SELECCION.
           MOVE RPC-LINEAS             TO  W-TOTAL-LINEAS.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY "<V> VER EN PANTALLA  <R> REIMPRIMIR / ENVIAR"
                                       LINE 24 POSITION 01 REVERSE.
           PERFORM ACEPTA-TRUCO.
           MOVE W-TRUCO                TO  W-ACCION.
           IF  F2                      GO TO I-CONSULTA-REPITE.
           IF  W-ACCION  =  "V"
               PERFORM I-VER           THRU F-VER.
           IF  W-ACCION  =  "R"
               PERFORM I-REIMPRIME     THRU F-REIMPRIME.
       I-CONSULTA-REPITE.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE W-INICIO-PAG           TO  W-ULTIMO-PAG.
           GO TO I-CONSULTA-PAGINA.
       F-CONSULTA.
      *
       I-PANTALLA-CONSULTA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY
           "  NUMERO PRG EMPRESA ANO/PER  USR FECHA      HORA  LINEAS C"
                                       LINE 06 POSITION 01 REVERSE.
           DISPLAY "PARAMETROS"        LINE 06 POSITION 61 REVERSE.
       F-PANTALLA-CONSULTA.
      *
      *  LEE HASTA 14 LISTADOS QUE PASAN LOS FILTROS DESPUES DE
      *  W-ULTIMO-PAG Y LOS MUESTRA DESDE LA LINEA 08
       I-CARGA-PAGINA.
           MOVE ZEROS                  TO  W-IND-PAG  SW-FIN-LISTA.
           INITIALIZE W-TABLA-PAGINA.
           MOVE W-ULTIMO-PAG           TO  RPC-NUMERO.
           START REPCATAL KEY GREATER RPC-NUMERO INVALID KEY
                 MOVE 1                TO  SW-FIN-LISTA
                 GO TO F-CARGA-PAGINA.
       I-CARGA-PAGINA-LEE.
           IF  W-IND-PAG  =  14        GO TO F-CARGA-PAGINA.
           READ REPCATAL NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  SW-FIN-LISTA
                GO TO F-CARGA-PAGINA.
           PERFORM I-FILTRA            THRU F-FILTRA.
           IF  SW-1  =  1              GO TO I-CARGA-PAGINA-LEE.
           ADD 1                       TO  W-IND-PAG.
           MOVE RPC-NUMERO             TO  W-PAG-NUMERO (W-IND-PAG)
                                           W-ULTIMO-PAG.
           MOVE RPC-NUMERO             TO  L-NUMERO.
           MOVE RPC-PROGRAMA           TO  L-PROGRAMA.
           MOVE RPC-EMPRESA            TO  L-EMPRESA.
           MOVE RPC-ANO                TO  L-ANO.
           MOVE RPC-PERIODO            TO  L-PERIODO.
           MOVE RPC-USUARIO            TO  L-USUARIO.
           MOVE RPC-FECHA              TO  L-FECHA.
           MOVE RPC-HORA               TO  W-HORA-NUM.
           MOVE W-HORA-HH              TO  L-HORA-HH.
           MOVE W-HORA-MI              TO  L-HORA-MI.
           MOVE RPC-LINEAS             TO  L-LINEAS.
           MOVE RPC-CLASE              TO  L-CLASE.
           MOVE RPC-PARAMETROS         TO  L-PARAMETROS.
           COMPUTE I-LINEA  =  W-IND-PAG  +  7.
           DISPLAY W-LINEA-PANTALLA    LINE I-LINEA POSITION 01.
           GO TO I-CARGA-PAGINA-LEE.
       F-CARGA-PAGINA.
      *
      *  SW-1 = 1: EL LISTADO NO PASA LOS FILTROS (O NO ESTA CAPTURADO)
       I-FILTRA.
           MOVE 1                      TO  SW-1.
           IF  RPC-ESTADO  NOT =  "C"  AND  RPC-ESTADO  NOT =  "B"
               GO TO F-FILTRA.
           IF  W-FIL-PROGRAMA  >  ZEROS
           AND RPC-PROGRAMA  NOT =  W-FIL-PROGRAMA
               GO TO F-FILTRA.
           IF  W-FIL-EMPRESA  >  ZEROS
           AND RPC-EMPRESA  NOT =  W-FIL-EMPRESA
               GO TO F-FILTRA.
           IF  W-FIL-ANO  >  ZEROS
           AND RPC-ANO  NOT =  W-FIL-ANO
               GO TO F-FILTRA.
           IF  W-FIL-PERIODO  >  ZEROS
           AND RPC-PERIODO  NOT =  W-FIL-PERIODO
               GO TO F-FILTRA.
           IF  W-FIL-USUARIO  NOT =  SPACES
           AND RPC-USUARIO  NOT =  W-FIL-USUARIO
               GO TO F-FILTRA.
           IF  W-FIL-DESDE  >  ZEROS
           AND RPC-FECHA  <  W-FIL-DESDE
               GO TO F-FILTRA.
           IF  W-FIL-HASTA  >  ZEROS
           AND RPC-FECHA  >  W-FIL-HASTA
               GO TO F-FILTRA.
           MOVE ZEROS                  TO  SW-1.
       F-FILTRA.
      *
      ******************************************************************
      *  VER EN PANTALLA: 19 LINEAS POR HOJA, TRES TRAMOS DE 80        *
      *  COLUMNAS                                                      *
      ******************************************************************
       I-VER.
           MOVE 1                      TO  W-PRIMERA  W-SEGMENTO.
       I-VER-PAGINA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           PERFORM I-VER-LINEA         THRU F-VER-LINEA
                   VARYING W-IND FROM 0 BY 1
                   UNTIL W-IND  >  18.
           MOVE W-SELECCION            TO  WI-NUMERO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           DISPLAY WI-NUMERO           LINE 24 POSITION 01 REVERSE.
           DISPLAY
           "<ENTER> SIGUE <A> ATRAS <D>/<I> DERECHA/IZQUIERDA [F2]"
                                       LINE 24 POSITION 11 REVERSE.
           PERFORM ACEPTA-TRUCO.
           IF  F2                      GO TO F-VER.
           IF  W-TRUCO  =  "D"  AND  W-SEGMENTO  <  3
               ADD 1                   TO  W-SEGMENTO.
           IF  W-TRUCO  =  "I"  AND  W-SEGMENTO  >  1
               SUBTRACT 1            FROM  W-SEGMENTO.
           IF  W-TRUCO  =  "D"  OR  W-TRUCO  =  "I"
               GO TO I-VER-PAGINA.
           IF  W-TRUCO  =  "A"  AND  W-PRIMERA  >  19
               SUBTRACT 19           FROM  W-PRIMERA
               GO TO I-VER-PAGINA.
           IF  W-TRUCO  =  "A"
               MOVE 1                  TO  W-PRIMERA
               GO TO I-VER-PAGINA.
           IF  W-PRIMERA  +  19  NOT >  W-TOTAL-LINEAS
               ADD 19                  TO  W-PRIMERA.
           GO TO I-VER-PAGINA.
       F-VER.
      *
       I-VER-LINEA.
           MOVE W-SELECCION            TO  RPL-NUMERO.
           COMPUTE RPL-LINEA  =  W-PRIMERA  +  W-IND.
           MOVE SPACES                 TO  W-TEXTO-VISTA.
           IF  RPL-LINEA  >  W-TOTAL-LINEAS
               GO TO I-VER-LINEA-MUESTRA.
           READ REPLINEA WITH NO LOCK INVALID KEY
                GO TO I-VER-LINEA-MUESTRA.
           MOVE RPL-TEXTO              TO  W-TEXTO-VISTA.
       I-VER-LINEA-MUESTRA.
           COMPUTE I-LINEA  =  W-IND  +  4.
           DISPLAY W-TRAMO (W-SEGMENTO) LINE I-LINEA POSITION 01.
       F-VER-LINEA.
      *
      ******************************************************************
      *  REIMPRESION: LAS LINEAS ARCHIVADAS, TAL COMO SALIERON, AL     *
      *  ARCHIVO DE PROG737, QUE LAS ENVIA A IMPRESORA, PDF O CORREO   *
      ******************************************************************
       I-REIMPRIME.
           OPEN OUTPUT REIMPRES.
           IF  REIMPRES-STATUS  >  "00"
               DISPLAY "NO SE PUEDE CREAR EL ARCHIVO DE REIMPRESION"
                       LINE 24 POSITION 01 REVERSE BLINK
               PERFORM ACEPTA-TRUCO
               GO TO F-REIMPRIME.
           PERFORM I-REIMPRIME-LINEA   THRU F-REIMPRIME-LINEA
                   VARYING W-IND-LIN FROM 1 BY 1
                   UNTIL W-IND-LIN  >  W-TOTAL-LINEAS.
           CLOSE REIMPRES.
           MOVE W-SELECCION            TO  RPC-NUMERO.
           READ REPCATAL INVALID KEY
                GO TO I-REIMPRIME-ENVIA.
           IF  RPC-REIMPRESIONES  <  999
               ADD 1                   TO  RPC-REIMPRESIONES.
           REWRITE REG-REPCATAL.
       I-REIMPRIME-ENVIA.
           MOVE CON-PROGRAMA           TO  W-PROGRAMA-ANT.
           MOVE 592                    TO  CON-PROGRAMA.
           CALL "PROG737.COB"       USING  AREA-LINK-NOMINA.
           CANCEL "PROG737.COB".
           MOVE W-PROGRAMA-ANT         TO  CON-PROGRAMA.
       F-REIMPRIME.
      *
       I-REIMPRIME-LINEA.
           MOVE W-SELECCION            TO  RPL-NUMERO.
           MOVE W-IND-LIN              TO  RPL-LINEA.
           READ REPLINEA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  RPL-TEXTO.
           WRITE REG-REIMPRES        FROM  RPL-TEXTO.
       F-REIMPRIME-LINEA.
      *
      ******************************************************************
      *  OPCION D: DEPURACION SEGUN LA RETENCION DE CADA PROGRAMA      *
      ******************************************************************
       I-DEPURA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "SE BORRAN LOS LISTADOS MAS VIEJOS QUE LA RETENCION"
                                       LINE 06 POSITION 10.
           DISPLAY "DE SU PROGRAMA (PARAMLEG RETREPnnn O RETREPORT)."
                                       LINE 07 POSITION 10.
           DISPLAY "LIBROS OFICIALES Y CIERRES SE CONSERVAN SIEMPRE."
                                       LINE 08 POSITION 10.
           DISPLAY "CONFIRMA LA DEPURACION <S/N>:"
                                       LINE 10 POSITION 10.
           MOVE "N"                    TO  W-OPCION.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           ACCEPT W-OPCION             LINE 10 POSITION 40
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-OPCION  NOT =  "S"
               GO TO F-DEPURA.
           MOVE ZEROS                  TO  W-DEPURADOS  W-PERMANENTES
                                           W-LINEAS-BORRADAS  FIN-OK.
           MOVE ZEROS                  TO  RPC-NUMERO.
           START REPCATAL KEY GREATER RPC-NUMERO INVALID KEY
                 MOVE 1                TO  FIN-OK.
       I-DEPURA-LEE.
           IF  FIN-OK  =  1            GO TO I-DEPURA-FIN.
           READ REPCATAL NEXT RECORD AT END
                MOVE 1                 TO  FIN-OK
                GO TO I-DEPURA-LEE.
           IF  RPC-ESTADO  NOT =  "C"  AND  RPC-ESTADO  NOT =  "B"
               GO TO I-DEPURA-LEE.
           IF  RPC-CLASE  NOT =  "N"
               ADD 1                   TO  W-PERMANENTES
               GO TO I-DEPURA-LEE.
           PERFORM I-CORTE-PROGRAMA    THRU F-CORTE-PROGRAMA.
           IF  W-CORTE  =  ZEROS  OR  RPC-FECHA  NOT <  W-CORTE
               GO TO I-DEPURA-LEE.
           MOVE RPC-NUMERO             TO  W-SELECCION.
           PERFORM I-BORRA-LINEA       THRU F-BORRA-LINEA
                   VARYING W-IND-LIN FROM 1 BY 1
                   UNTIL W-IND-LIN  >  RPC-LINEAS.
           DELETE REPCATAL RECORD INVALID KEY
                  GO TO I-DEPURA-LEE.
           ADD 1                       TO  W-DEPURADOS.
           GO TO I-DEPURA-LEE.
       I-DEPURA-FIN.
           MOVE W-DEPURADOS            TO  WI-CANTIDAD.
           DISPLAY "LISTADOS DEPURADOS........:" LINE 12 POSITION 10.
           DISPLAY WI-CANTIDAD         LINE 12 POSITION 40 REVERSE.
           MOVE W-LINEAS-BORRADAS      TO  WI-LINEAS.
           DISPLAY "LINEAS BORRADAS...........:" LINE 13 POSITION 10.
           DISPLAY WI-LINEAS           LINE 13 POSITION 36 REVERSE.
           MOVE W-PERMANENTES          TO  WI-CANTIDAD.
           DISPLAY "PERMANENTES CONSERVADOS...:" LINE 14 POSITION 10.
           DISPLAY WI-CANTIDAD         LINE 14 POSITION 40 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-DEPURA.
      *
       I-BORRA-LINEA.
           MOVE W-SELECCION            TO  RPL-NUMERO.
           MOVE W-IND-LIN              TO  RPL-LINEA.
           DELETE REPLINEA RECORD INVALID KEY
                  GO TO F-BORRA-LINEA.
           ADD 1                       TO  W-LINEAS-BORRADAS.
       F-BORRA-LINEA.
      *
      *  CORTE = HOY MENOS LOS MESES DE RETENCION DEL PROGRAMA; CERO
      *  SI NO TIENE RETENCION
       I-CORTE-PROGRAMA.
           COMPUTE W-IND  =  RPC-PROGRAMA  +  1.
           IF  W-TAB-CARGADO (W-IND)  =  "S"
               MOVE W-TAB-FECHA (W-IND) TO W-CORTE
               GO TO F-CORTE-PROGRAMA.
           MOVE ZEROS                  TO  W-CORTE  W-MESES.
           MOVE RPC-PROGRAMA           TO  W-COD-RET-PROG.
           MOVE W-COD-RETENCION        TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-HOY            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"
               MOVE PRM-LNK-VALOR      TO  W-MESES.
           IF  W-MESES  >  ZEROS       GO TO I-CORTE-INICIO.
           MOVE "RETREPORT"            TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-HOY            TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  =  "00"
               MOVE PRM-LNK-VALOR      TO  W-MESES.
           IF  W-MESES  =  ZEROS       GO TO I-CORTE-GUARDA.
       I-CORTE-INICIO.
           MOVE WK-ANO                 TO  W-CORTE-ANO.
           MOVE WK-MES                 TO  W-CORTE-MES.
           MOVE 1                      TO  W-CORTE-DIA.
       I-CORTE-RESTA.
           IF  W-MESES  =  ZEROS       GO TO I-CORTE-ARMA.
           SUBTRACT 1                FROM  W-MESES.
           IF  W-CORTE-MES  >  1
               SUBTRACT 1            FROM  W-CORTE-MES
           ELSE
               MOVE 12                 TO  W-CORTE-MES
               SUBTRACT 1            FROM  W-CORTE-ANO.
           GO TO I-CORTE-RESTA.
       I-CORTE-ARMA.
           COMPUTE W-CORTE  =  (W-CORTE-ANO  *  10000)
                   +  (W-CORTE-MES  *  100)  +  W-CORTE-DIA.
       I-CORTE-GUARDA.
           MOVE "S"                    TO  W-TAB-CARGADO (W-IND).
           MOVE W-CORTE                TO  W-TAB-FECHA (W-IND).
       F-CORTE-PROGRAMA.
      *
       I-FIN-MODE.
           CLOSE REPCATAL REPLINEA.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
