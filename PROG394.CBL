       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG394.
      ******************************************************************
      * DOTACION: DERECHO Y CONTROL DE ENTREGAS                        *
      * OCT-15-2026                                                    *
      *                                                                *
      * EL EMPLEADO QUE DEVENGA HASTA DOS SALARIOS MINIMOS TIENE TRES  *
      * ENTREGAS DE VESTIDO Y CALZADO AL ANO (30 DE ABRIL, 31 DE       *
      * AGOSTO, 20 DE DICIEMBRE) SI AL CORTE LLEVA TRES MESES DE       *
      * SERVICIO.  LA PRUEBA ANTE LA INSPECCION ES EL REGISTRO DE      *
      * ENTREGAS (DOTACION) CON PRENDAS, TALLAS, FECHA Y FIRMA:        *
      *   R = REGISTRA UNA ENTREGA                                     *
      *   F = REGISTRA LA FIRMA DE RECIBIDO DE UNA ENTREGA             *
      *   C = CONSULTA LAS ENTREGAS DE UN EMPLEADO                     *
      *   P = ANTES DE CADA CORTE, LISTA LOS EMPLEADOS CON DERECHO SIN *
      *       ENTREGA REGISTRADA O SIN FIRMA                           *
      * EL DERECHO SE TOMA DE CONTRATO-SALARIO CONTRA PARAMLEG:        *
      * SALMINIMO POR TOPEDOTA (2 SI NO ESTA PARAMETRIZADO) A LA FECHA *
      * DEL CORTE.  EL SALARIO INTEGRAL NO TIENE DOTACION.             *
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
               COPY "..\DYC\CONTRATO.DYC".
               COPY "..\DYC\HOJAVIDA.DYC".
               COPY "..\DYC\DOTACION.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CONTRATO.FD".
               COPY "..\FD\HOJAVIDA.FD".
               COPY "..\FD\DOTACION.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG394".
       77      ID-PRG              PIC X(7)  VALUE "PROG394".
       77      W-CEDULA            PIC 9(12) VALUE ZEROS.
       77      W-ANO               PIC 9(04) VALUE ZEROS.
       77      W-ENTREGA           PIC 9(01) VALUE ZEROS.
       77      W-FECHA-ENTREGA     PIC 9(08) VALUE ZEROS.
       77      W-FECHA-CORTE       PIC 9(08) VALUE ZEROS.
       77      W-FECHA-PARAM       PIC 9(08) VALUE ZEROS.
       77      W-SMMLV             PIC 9(11)V99 VALUE ZEROS.
       77      W-MULTIPLO          PIC 9(03)V99 VALUE ZEROS.
       77      W-TOPE              PIC 9(11)V99 VALUE ZEROS.
       77      W-MESES             PIC S9(05) VALUE ZEROS.
       77      W-CONSEC            PIC 9(04) VALUE ZEROS.
       77      W-IDX               PIC 9(01) VALUE ZEROS.
       77      W-FIRMA             PIC X(01) VALUE SPACES.
       77      W-OBSERVA           PIC X(30) VALUE SPACES.
       77      W-PENDIENTES        PIC 9(05) VALUE ZEROS.
       77      W-SIN-FIRMA         PIC 9(05) VALUE ZEROS.
       77      W-ELEGIBLES         PIC 9(05) VALUE ZEROS.
       77      SW-ELEGIBLE         PIC 9(01) VALUE ZEROS.
       77      SW-ENTREGADA        PIC 9(01) VALUE ZEROS.
       77      FIN-CON             PIC 9(01) VALUE ZEROS.
       77      FIN-DOT             PIC 9(01) VALUE ZEROS.
       01      W-ENTREGA-CLAVE     PIC X(23) VALUE SPACES.
       01      W-FECHA-PARTES.
        03     W-FP-ANO            PIC 9(04).
        03     W-FP-MES            PIC 9(02).
        03     W-FP-DIA            PIC 9(02).
       01      W-FECHA-NUM         REDEFINES W-FECHA-PARTES
                                   PIC 9(08).
       01      TABLA-CORTES-R.
        03     FILLER              PIC X(04) VALUE "0430".
        03     FILLER              PIC X(04) VALUE "0831".
        03     FILLER              PIC X(04) VALUE "1220".
       01      TABLA-CORTES        REDEFINES TABLA-CORTES-R.
        03     CORTE-MMDD          PIC 9(04) OCCURS 3 TIMES.
       01      W-ITEMS-CAPTURA.
        03     W-ITEM              OCCURS 5 TIMES.
         05    W-ITEM-DESCRIPCION  PIC X(20).
         05    W-ITEM-TALLA        PIC X(04).
         05    W-ITEM-CANTIDAD     PIC 9(02).
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      AREA-HABEAS.
        03     HAB-LNK-USUARIO     PIC X(03).
        03     HAB-LNK-PROGRAMA    PIC X(08).
        03     HAB-LNK-EMPRESA     PIC 9(07).
        03     HAB-LNK-CEDULA      PIC 9(12).
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CONTRATO.LBL".
               COPY "..\LBL\HOJAVIDA.LBL".
               COPY "..\LBL\DOTACION.LBL".
               COPY "..\LBL\INFORMES.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\WRK\VARIABLE.WRK".
               COPY "..\WRK\WK-RAYAS.WRK".
               COPY "..\WRK\IO-ERROR.WRK".
               COPY "..\WRK\TABLAMES.WRK".
               COPY "..\WRK\LISTADOS.WRK".
       01      AREA-INFORME.
        03     TITULO-0.
         05    TIT-CIA     PIC X(40)    VALUE SPACES.
        03     TITULO-1.
         05    FILLER      PIC X(08)    VALUE "Fecha : ".
         05    I-FECHA     PIC X(11).
         05    FILLER      PIC X(12)    VALUE SPACES.
         05    FILLER      PIC X(46)    VALUE
              "DOTACION: EMPLEADOS CON DERECHO PENDIENTES    ".
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-2.
         05    FILLER      PIC X(14)    VALUE "CORTE........ ".
         05    I-CORTE     PIC 9(08).
         05    FILLER      PIC X(12)    VALUE "   ENTREGA: ".
         05    I-ENTREGA   PIC 9(01).
         05    FILLER      PIC X(17)    VALUE "   TOPE SALARIO: ".
         05    I-TOPE      PIC ZZ,ZZZ,ZZZ,ZZ9.
        03     TITULO-3.
         05    FILLER      PIC X(110)   VALUE ALL "=".
        03     TITULO-A.
         05    FILLER      PIC X(14)    VALUE "   CEDULA     ".
         05    FILLER      PIC X(32)    VALUE
              " NOMBRE                         ".
         05    FILLER      PIC X(11)    VALUE " INGRESO   ".
         05    FILLER      PIC X(16)    VALUE "        SALARIO ".
         05    FILLER      PIC X(06)    VALUE " MESES".
         05    FILLER      PIC X(31)    VALUE
              "  OBSERVACION                  ".
        03     LINEA-DE-DETALLE.
         05    I-CEDULA    PIC ZZZZZZZZZZZ9.
         05    FILLER      PIC X(02).
         05    I-NOMBRE    PIC X(30).
         05    FILLER      PIC X(02).
         05    I-INGRESO   PIC 9(08).
         05    FILLER      PIC X(02).
         05    I-SALARIO   PIC ZZ,ZZZ,ZZZ,ZZ9.
         05    FILLER      PIC X(02).
         05    I-MESES     PIC ZZZZ9.
         05    FILLER      PIC X(02).
         05    I-OBSERVA   PIC X(30).
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANT      PIC ZZZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CONTRATO.DCL".
               COPY "..\DCL\HOJAVIDA.DCL".
               COPY "..\DCL\DOTACION.DCL".
               COPY "..\DCL\INFORMES.DCL".
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
           PERFORM I-STATUS-DOTACION THRU F-STATUS-DOTACION
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* DOTACION DE VESTIDO Y CALZADO *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CONTRATO-CIA
                                           LAB-DOTACION-CIA
                                           LAB-MAESCIA.
           MOVE 1                      TO  IND-INFORMES.
           MOVE 394                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-DOTACION.
           OPEN INPUT DOTACION.
           IF  DOTACION-STATUS  =  "35"
               OPEN OUTPUT DOTACION.
           CLOSE DOTACION.
       F-STATUS-DOTACION.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O DOTACION.
           OPEN INPUT CONTRATO HOJAVIDA.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  R  REGISTRA UNA ENTREGA DE DOTACION     !"
                                       LINE 06 POSITION 18
           DISPLAY "!  F  FIRMA DE RECIBIDO DE UNA ENTREGA     !"
                                       LINE 07 POSITION 18
           DISPLAY "!  C  CONSULTA ENTREGAS DE UN EMPLEADO     !"
                                       LINE 08 POSITION 18
           DISPLAY "!  P  PENDIENTES ANTES DEL CORTE           !"
                                       LINE 09 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 10 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 11 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 12 POSITION 18.
           ACCEPT W-OPCION                 LINE 12 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "R"
               PERFORM I-REGISTRA      THRU F-REGISTRA.
           IF  W-OPCION  =  "F"
               PERFORM I-FIRMA         THRU F-FIRMA.
           IF  W-OPCION  =  "C"
               PERFORM I-CONSULTA      THRU F-CONSULTA.
           IF  W-OPCION  =  "P"
               PERFORM I-PENDIENTES    THRU F-PENDIENTES.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  CEDULA CON CONTRATO (SW-1 = 1 SI NO SE PUEDE SEGUIR)          *
      ******************************************************************
       I-PIDE-EMPLEADO.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-CEDULA  SW-1.
           DISPLAY "CEDULA.........:"  LINE 14 POSITION 10.
           ACCEPT W-CEDULA             LINE 14 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-CEDULA  =  ZEROS
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-EMPLEADO.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           MOVE W-CEDULA               TO  CONTRATO-CEDULA.
           READ CONTRATO WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "EMPLEADO SIN CONTRATO"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PIDE-EMPLEADO.
           PERFORM I-REGISTRA-HABEAS   THRU F-REGISTRA-HABEAS.
           MOVE W-CEDULA               TO  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           DISPLAY HOJAVIDA-NOMBRE     LINE 14 POSITION 42 REVERSE.
       F-PIDE-EMPLEADO.
      *
      ******************************************************************
      *  ANO Y NUMERO DE ENTREGA (1 ABRIL, 2 AGOSTO, 3 DICIEMBRE);     *
      *  DEJA EN W-FECHA-CORTE LA FECHA LIMITE DE LA ENTREGA           *
      ******************************************************************
       I-PIDE-ENTREGA.
           MOVE ZEROS                  TO  SW-1.
           IF  W-ANO  =  ZEROS
               MOVE WK-ANO             TO  W-ANO.
           DISPLAY "ANO............:"  LINE 15 POSITION 10.
           ACCEPT W-ANO                LINE 15 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-ENTREGA.
           DISPLAY "ENTREGA (1/2/3):"  LINE 16 POSITION 10.
           DISPLAY "1=30-ABR  2=31-AGO  3=20-DIC"
                                       LINE 16 POSITION 34.
           ACCEPT W-ENTREGA            LINE 16 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-ENTREGA.
           IF  W-ENTREGA  <  1  OR  W-ENTREGA  >  3
               DISPLAY "LA ENTREGA ES 1, 2 O 3"
                       LINE 24 POSITION 18 REVERSE BLINK
               MOVE 1                  TO  SW-1
               GO TO F-PIDE-ENTREGA.
           COMPUTE W-FECHA-CORTE  =  (W-ANO  *  10000)
                   +  CORTE-MMDD(W-ENTREGA).
       F-PIDE-ENTREGA.
      *
      ******************************************************************
      *  DERECHO A LA ENTREGA AL CORTE (SW-ELEGIBLE = 1): CONTRATO     *
      *  VIGENTE, NO INTEGRAL, SALARIO HASTA EL TOPE Y TRES MESES DE   *
      *  SERVICIO CUMPLIDOS A LA FECHA DEL CORTE                       *
      ******************************************************************
       I-ELEGIBLE.
           MOVE ZEROS                  TO  SW-ELEGIBLE.
           MOVE SPACES                 TO  W-OBSERVA.
           MOVE W-FECHA-CORTE          TO  W-FECHA-NUM.
           COMPUTE W-MESES  =  ((W-FP-ANO  *  12)  +  W-FP-MES)
                   -  ((CONTRATO-ANO-ING  *  12)  +  CONTRATO-MES-ING).
           IF  W-FP-DIA  <  CONTRATO-DIA-ING
               SUBTRACT 1              FROM  W-MESES.
           IF  CONTRATO-ESTADO  =  "R"
               MOVE "CONTRATO RETIRADO"  TO  W-OBSERVA
               GO TO F-ELEGIBLE.
           IF  CONTRATO-INTEGRAL  =  "S"
               MOVE "SALARIO INTEGRAL"   TO  W-OBSERVA
               GO TO F-ELEGIBLE.
           IF  CONTRATO-SALARIO  >  W-TOPE
               MOVE "SALARIO SUPERA EL TOPE"  TO  W-OBSERVA
               GO TO F-ELEGIBLE.
           IF  W-MESES  <  3
               MOVE "MENOS DE TRES MESES AL CORTE"  TO  W-OBSERVA
               GO TO F-ELEGIBLE.
           MOVE 1                      TO  SW-ELEGIBLE.
       F-ELEGIBLE.
      *
       I-PARAMETROS.
           MOVE W-FECHA-CORTE          TO  W-FECHA-PARAM.
           MOVE "SALMINIMO"            TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-SMMLV.
           MOVE "TOPEDOTA"             TO  PRM-LNK-CODIGO.
           PERFORM I-LEE-PARAMETRO     THRU F-LEE-PARAMETRO.
           MOVE PRM-LNK-VALOR          TO  W-MULTIPLO.
           IF  W-MULTIPLO  =  ZEROS
               MOVE 2                  TO  W-MULTIPLO.
           COMPUTE W-TOPE  =  W-SMMLV  *  W-MULTIPLO.
       F-PARAMETROS.
      *
       I-LEE-PARAMETRO.
           MOVE W-FECHA-PARAM          TO  PRM-LNK-FECHA.
           MOVE ZEROS                  TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"          USING  AREA-NOMPARAM.
           IF  PRM-LNK-ESTADO  NOT =  "00"
               MOVE ZEROS              TO  PRM-LNK-VALOR.
       F-LEE-PARAMETRO.
      *
      ******************************************************************
      *  BUSCA LA ENTREGA W-ANO / W-ENTREGA DEL EMPLEADO DEL CONTRATO  *
      *  (SW-ENTREGADA = 1, QUEDA EN EL REGISTRO) Y EL ULTIMO          *
      *  CONSECUTIVO USADO EN W-CONSEC                                 *
      ******************************************************************
       I-BUSCA-ENTREGA.
           MOVE ZEROS                  TO  SW-ENTREGADA  W-CONSEC
                                           FIN-DOT.
           MOVE SPACES                 TO  W-ENTREGA-CLAVE.
           MOVE CONTRATO-CIA           TO  DOT-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  DOT-CEDULA.
           MOVE ZEROS                  TO  DOT-CONSEC.
           START DOTACION KEY NOT LESS DOT-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DOT.
       I-BUSCA-CICLO.
           IF  FIN-DOT  =  1           GO TO I-BUSCA-FIN.
           READ DOTACION NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DOT
                GO TO I-BUSCA-CICLO.
           IF  DOT-EMPRESA  NOT =  CONTRATO-CIA
           OR  DOT-CEDULA  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-DOT
               GO TO I-BUSCA-CICLO.
           MOVE DOT-CONSEC             TO  W-CONSEC.
           IF  DOT-ANO  =  W-ANO  AND  DOT-ENTREGA  =  W-ENTREGA
               MOVE 1                  TO  SW-ENTREGADA
               MOVE DOT-CLAVE          TO  W-ENTREGA-CLAVE.
           GO TO I-BUSCA-CICLO.
       I-BUSCA-FIN.
           IF  SW-ENTREGADA  =  1
               MOVE W-ENTREGA-CLAVE    TO  DOT-CLAVE
               READ DOTACION INVALID KEY
                    MOVE ZEROS         TO  SW-ENTREGADA.
       F-BUSCA-ENTREGA.
      *
      ******************************************************************
      *  R: REGISTRO DE LA ENTREGA CON PRENDAS, TALLAS Y FIRMA         *
      ******************************************************************
       I-REGISTRA.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-REGISTRA.
           PERFORM I-PIDE-ENTREGA      THRU F-PIDE-ENTREGA.
           IF  SW-1  =  1              GO TO F-REGISTRA.
           PERFORM I-BUSCA-ENTREGA     THRU F-BUSCA-ENTREGA.
           IF  SW-ENTREGADA  =  1
               DISPLAY "ESA ENTREGA YA ESTA REGISTRADA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-REGISTRA.
           PERFORM I-PARAMETROS        THRU F-PARAMETROS.
           PERFORM I-ELEGIBLE          THRU F-ELEGIBLE.
           IF  SW-ELEGIBLE  =  ZEROS
               DISPLAY "SIN DERECHO:"  LINE 22 POSITION 10 REVERSE
               DISPLAY W-OBSERVA       LINE 22 POSITION 23 REVERSE
               DISPLAY "[ S ] REGISTRA DE TODAS FORMAS"
                       LINE 23 POSITION 10 REVERSE
               PERFORM ACEPTA-TRUCO
               DISPLAY WK-ESPACIOS     LINE 22 POSITION 01
               DISPLAY WK-ESPACIOS     LINE 23 POSITION 01
               IF  W-TRUCO  NOT =  "S"
                   GO TO F-REGISTRA.
           MOVE WK-FECHA-HOY           TO  W-FECHA-ENTREGA.
           DISPLAY "FECHA ENTREGA..:"  LINE 17 POSITION 10.
           ACCEPT W-FECHA-ENTREGA      LINE 17 POSITION 28
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-FECHA-ENTREGA  =  ZEROS
               GO TO F-REGISTRA.
           MOVE SPACES                 TO  W-ITEMS-CAPTURA.
           MOVE ZEROS                  TO  W-IDX.
           DISPLAY "PRENDA               TALLA CANT"
                                       LINE 18 POSITION 10 REVERSE.
           PERFORM I-PIDE-ITEM         THRU F-PIDE-ITEM.
           IF  W-ITEM-DESCRIPCION(1)  =  SPACES
               DISPLAY "DEBE REGISTRAR AL MENOS UNA PRENDA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-REGISTRA.
           MOVE "N"                    TO  W-FIRMA.
           DISPLAY "FIRMADO S/N:"      LINE 18 POSITION 50.
           ACCEPT W-FIRMA              LINE 18 POSITION 63
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-FIRMA  NOT =  "S"
               MOVE "N"                TO  W-FIRMA.
           DISPLAY "[ G ] GRABA LA ENTREGA"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-REGISTRA.
           INITIALIZE REG-DOTACION.
           MOVE CONTRATO-CIA           TO  DOT-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  DOT-CEDULA.
           ADD 1                       TO  W-CONSEC.
           MOVE W-CONSEC               TO  DOT-CONSEC.
           MOVE W-ANO                  TO  DOT-ANO.
           MOVE W-ENTREGA              TO  DOT-ENTREGA.
           MOVE W-FECHA-ENTREGA        TO  DOT-FECHA.
           MOVE W-ITEMS-CAPTURA        TO  DOT-PRENDAS.
           MOVE W-FIRMA                TO  DOT-FIRMA.
           MOVE CONTRATO-SALARIO       TO  DOT-SALARIO.
           MOVE CON-USERNAME           TO  DOT-USUARIO.
           MOVE WK-FECHA-HOY           TO  DOT-FECHA-REGISTRO.
       I-REGISTRA-GRABA.
           WRITE REG-DOTACION INVALID KEY
                 ADD 1                 TO  DOT-CONSEC
                 GO TO I-REGISTRA-GRABA.
           DISPLAY "ENTREGA REGISTRADA"  LINE 24 POSITION 18 REVERSE.
       F-REGISTRA.
      *
       I-PIDE-ITEM.
           ADD 1                       TO  W-IDX.
           IF  W-IDX  >  5             GO TO F-PIDE-ITEM.
           COMPUTE I-LINEA  =  18  +  W-IDX.
           ACCEPT W-ITEM-DESCRIPCION(W-IDX)  LINE I-LINEA POSITION 10
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-ITEM-DESCRIPCION(W-IDX)  =  SPACES
               MOVE SPACES             TO  W-ITEM(W-IDX)
               GO TO F-PIDE-ITEM.
           ACCEPT W-ITEM-TALLA(W-IDX)  LINE I-LINEA POSITION 31
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           MOVE 1                      TO  W-ITEM-CANTIDAD(W-IDX).
           ACCEPT W-ITEM-CANTIDAD(W-IDX)  LINE I-LINEA POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           GO TO I-PIDE-ITEM.
       F-PIDE-ITEM.
      *
      ******************************************************************
      *  F: FIRMA DE RECIBIDO DE UNA ENTREGA YA REGISTRADA             *
      ******************************************************************
       I-FIRMA.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-FIRMA.
           PERFORM I-PIDE-ENTREGA      THRU F-PIDE-ENTREGA.
           IF  SW-1  =  1              GO TO F-FIRMA.
           PERFORM I-BUSCA-ENTREGA     THRU F-BUSCA-ENTREGA.
           IF  SW-ENTREGADA  =  ZEROS
               DISPLAY "ESA ENTREGA NO ESTA REGISTRADA"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-FIRMA.
           IF  DOT-FIRMA  =  "S"
               DISPLAY "LA ENTREGA YA ESTA FIRMADA"
                       LINE 24 POSITION 18 REVERSE
               GO TO F-FIRMA.
           DISPLAY "[ G ] REGISTRA LA FIRMA DE RECIBIDO"
                   LINE 23 POSITION 18 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 23 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-FIRMA.
           MOVE "S"                    TO  DOT-FIRMA.
           MOVE CON-USERNAME           TO  DOT-USUARIO.
           REWRITE REG-DOTACION.
           DISPLAY "FIRMA REGISTRADA"  LINE 24 POSITION 18 REVERSE.
       F-FIRMA.
      *
      ******************************************************************
      *  C: ENTREGAS DEL EMPLEADO EN PANTALLA                          *
      ******************************************************************
       I-CONSULTA.
           PERFORM I-PIDE-EMPLEADO     THRU F-PIDE-EMPLEADO.
           IF  SW-1  =  1              GO TO F-CONSULTA.
           DISPLAY "ANO  E  FECHA     F  PRENDAS"
                                       LINE 15 POSITION 10 REVERSE.
           MOVE 15                     TO  I-LINEA.
           MOVE ZEROS                  TO  FIN-DOT.
           MOVE CONTRATO-CIA           TO  DOT-EMPRESA.
           MOVE CONTRATO-CEDULA        TO  DOT-CEDULA.
           MOVE ZEROS                  TO  DOT-CONSEC.
           START DOTACION KEY NOT LESS DOT-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DOT.
       I-CONSULTA-CICLO.
           IF  FIN-DOT  =  1           GO TO I-CONSULTA-FIN.
           READ DOTACION NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DOT
                GO TO I-CONSULTA-CICLO.
           IF  DOT-EMPRESA  NOT =  CONTRATO-CIA
           OR  DOT-CEDULA  NOT =  CONTRATO-CEDULA
               MOVE 1                  TO  FIN-DOT
               GO TO I-CONSULTA-CICLO.
           ADD 1                       TO  I-LINEA.
           IF  I-LINEA  >  22
               DISPLAY "[ENTER] CONTINUA"  LINE 23 POSITION 10
               PERFORM ACEPTA-TRUCO
               PERFORM I-LIMPIA-CONSULTA THRU F-LIMPIA-CONSULTA
               MOVE 16                 TO  I-LINEA.
           DISPLAY DOT-ANO             LINE I-LINEA POSITION 10.
           DISPLAY DOT-ENTREGA         LINE I-LINEA POSITION 15.
           DISPLAY DOT-FECHA           LINE I-LINEA POSITION 18.
           DISPLAY DOT-FIRMA           LINE I-LINEA POSITION 28.
           DISPLAY DOT-ITEM-DESCRIPCION(1)  LINE I-LINEA POSITION 31.
           DISPLAY DOT-ITEM-TALLA(1)   LINE I-LINEA POSITION 52.
           DISPLAY DOT-ITEM-DESCRIPCION(2)  LINE I-LINEA POSITION 57.
           GO TO I-CONSULTA-CICLO.
       I-CONSULTA-FIN.
           DISPLAY "[ENTER] TERMINA"   LINE 23 POSITION 10.
           PERFORM ACEPTA-TRUCO.
       F-CONSULTA.
      *
       I-LIMPIA-CONSULTA.
           MOVE 16                     TO  I-LINEA.
       I-LIMPIA-CICLO.
           DISPLAY WK-ESPACIOS         LINE I-LINEA POSITION 01.
           ADD 1                       TO  I-LINEA.
           IF  I-LINEA  <  24          GO TO I-LIMPIA-CICLO.
       F-LIMPIA-CONSULTA.
      *
      ******************************************************************
      *  P: EMPLEADOS CON DERECHO AL CORTE SIN ENTREGA REGISTRADA O    *
      *  CON LA ENTREGA SIN FIRMA DE RECIBIDO                          *
      ******************************************************************
       I-PENDIENTES.
           PERFORM I-PIDE-ENTREGA      THRU F-PIDE-ENTREGA.
           IF  SW-1  =  1              GO TO F-PENDIENTES.
           PERFORM I-PARAMETROS        THRU F-PARAMETROS.
           IF  W-SMMLV  =  ZEROS
               DISPLAY "NO HAY SALMINIMO EN PARAMLEG PARA EL CORTE"
                       LINE 24 POSITION 18 REVERSE BLINK
               GO TO F-PENDIENTES.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  WK-PAGINA  W-PENDIENTES
                                           W-SIN-FIRMA  W-ELEGIBLES
                                           FIN-CON  CONTRATO-CEDULA.
           MOVE W-FECHA-CORTE          TO  I-CORTE.
           MOVE W-ENTREGA              TO  I-ENTREGA.
           MOVE W-TOPE                 TO  I-TOPE.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  CONTRATO-CIA.
           START CONTRATO KEY NOT LESS CONTRATO-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CON.
       I-PENDIENTES-CICLO.
           IF  FIN-CON  =  1           GO TO I-PENDIENTES-FIN.
           READ CONTRATO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CON
                GO TO I-PENDIENTES-CICLO.
           IF  CONTRATO-CIA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CON
               GO TO I-PENDIENTES-CICLO.
           PERFORM I-ELEGIBLE          THRU F-ELEGIBLE.
           IF  SW-ELEGIBLE  =  ZEROS   GO TO I-PENDIENTES-CICLO.
           ADD 1                       TO  W-ELEGIBLES.
           PERFORM I-BUSCA-ENTREGA     THRU F-BUSCA-ENTREGA.
           IF  SW-ENTREGADA  =  1  AND  DOT-FIRMA  =  "S"
               GO TO I-PENDIENTES-CICLO.
           IF  SW-ENTREGADA  =  1
               MOVE "ENTREGADA SIN FIRMA DE RECIBIDO"  TO  W-OBSERVA
               ADD 1                   TO  W-SIN-FIRMA
           ELSE
               MOVE "SIN ENTREGA REGISTRADA"  TO  W-OBSERVA
               ADD 1                   TO  W-PENDIENTES.
           MOVE SPACES                 TO  LINEA-DE-DETALLE.
           MOVE CONTRATO-CEDULA        TO  I-CEDULA  HOJAVIDA-CLAVE.
           READ HOJAVIDA WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  HOJAVIDA-NOMBRE.
           MOVE HOJAVIDA-NOMBRE        TO  I-NOMBRE.
           MOVE CONTRATO-ANO-ING       TO  W-FP-ANO.
           MOVE CONTRATO-MES-ING       TO  W-FP-MES.
           MOVE CONTRATO-DIA-ING       TO  W-FP-DIA.
           MOVE W-FECHA-NUM            TO  I-INGRESO.
           MOVE CONTRATO-SALARIO       TO  I-SALARIO.
           MOVE W-MESES                TO  I-MESES.
           MOVE W-OBSERVA              TO  I-OBSERVA.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-DE-DETALLE AFTER 1.
           ADD 1                       TO  CON-LIN.
           GO TO I-PENDIENTES-CICLO.
       I-PENDIENTES-FIN.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "EMPLEADOS CON DERECHO AL CORTE"  TO  I-TEXTO.
           MOVE W-ELEGIBLES            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 2.
           MOVE "SIN ENTREGA REGISTRADA"  TO  I-TEXTO.
           MOVE W-PENDIENTES           TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE "ENTREGADAS SIN FIRMA"  TO  I-TEXTO.
           MOVE W-SIN-FIRMA            TO  I-CANT.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "PENDIENTES DE ENTREGA:"
                   LINE 24 POSITION 18 REVERSE.
           MOVE W-PENDIENTES           TO  WI-Z6.
           DISPLAY WI-Z6               LINE 24 POSITION 41 REVERSE.
       F-PENDIENTES.
      *
      ******************************************************************
      *  RASTRO DE HABEAS DATA (LEY 1581): QUIEN CONSULTO A QUIEN      *
      ******************************************************************
       I-REGISTRA-HABEAS.
           MOVE CON-USERNAME           TO  HAB-LNK-USUARIO.
           MOVE W-PROGRAMA             TO  HAB-LNK-PROGRAMA.
           MOVE CON-COD-EMPRESA        TO  HAB-LNK-EMPRESA.
           MOVE W-CEDULA               TO  HAB-LNK-CEDULA.
           CALL "HABEAS"            USING  AREA-HABEAS.
       F-REGISTRA-HABEAS.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-2  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-A  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 6                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE CONTRATO HOJAVIDA DOTACION.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\INFORMES.PLB".
