       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG579.
      ******************************************************************
      * GESTION DE COBRANZA                          OCT-15-2026       *
      *                                                                *
      * LA GESTION DE CARTERA SE LLEVABA EN HOJAS SUELTAS Y NADIE      *
      * SABIA A QUIEN SE HABIA LLAMADO NI QUE HABIA PROMETIDO.  ESTE   *
      * PROGRAMA LLEVA LA BITACORA POR NIT Y FACTURA (GESCOBRO) Y LAS  *
      * CARTAS DE COBRO ENVIADAS (CARTACOB):                           *
      *   G = REGISTRA UN CONTACTO SOBRE UNA FACTURA DE CARTERA 13XX   *
      *       (CNDTACUM): PERSONA, CANAL, RESULTADO, PROMESA DE PAGO   *
      *       (FECHA Y VALOR) Y PROXIMO SEGUIMIENTO.                   *
      *   A = AGENDA DEL DIA: CIERRA LAS PROMESAS VENCIDAS CONTRA LOS  *
      *       RECIBOS DE CAJA DE PROG752 (CNDOCTOS POR CUENTA/NIT/FRA) *
      *       Y LISTA LAS INCUMPLIDAS, LAS QUE VENCEN HOY Y LOS        *
      *       SEGUIMIENTOS PENDIENTES CON SALDO.                       *
      *   C = CARTAS DE COBRO POR ETAPA SEGUN LA MORA MAYOR DEL        *
      *       CLIENTE EN LA CUENTA: RECORDATORIO, REQUERIMIENTO FORMAL *
      *       Y AVISO PREJURIDICO.  NO REPITE LA MISMA ETAPA ANTES DE  *
      *       LOS DIAS INDICADOS ENTRE CARTAS.                         *
      *   L = RELACION DE CARTAS ENVIADAS (A QUIEN, CUANDO Y CUAL).    *
      *   E = EFECTIVIDAD POR COBRADOR: CONTACTOS, PROMESAS Y LO       *
      *       RECIBIDO SOBRE LAS PROMESAS YA VENCIDAS (CORRER ANTES LA *
      *       AGENDA PARA QUE QUEDEN CERRADAS).                        *
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
               COPY "..\DYC\CNDTACUM.DYC".
               COPY "..\DYC\CNNITCED.DYC".
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\GESCOBRO.DYC".
               COPY "..\DYC\CARTACOB.DYC".
               COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\EMPRESAS.FD".
               COPY "..\FD\AUDITE.FD".
               COPY "..\FD\CNDTACUM.FD".
               COPY "..\FD\CNNITCED.FD".
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\GESCOBRO.FD".
               COPY "..\FD\CARTACOB.FD".
               COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG579".
       77      ID-PRG              PIC X(7)  VALUE "PROG579".
       77      W-NIT               PIC 9(12) VALUE ZEROS.
       77      W-FRA               PIC 9(06) VALUE ZEROS.
       77      W-CUENTA            PIC 9(10) VALUE ZEROS.
       77      W-ULTIMO            PIC 9(03) VALUE ZEROS.
       77      W-FECHA-HOY         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-FRA         PIC 9(08) VALUE ZEROS.
       77      W-FECHA-VCTO        PIC 9(08) VALUE ZEROS.
       77      W-FECHA-DOC         PIC 9(08) VALUE ZEROS.
       77      W-DESDE             PIC 9(08) VALUE ZEROS.
       77      W-HASTA             PIC 9(08) VALUE ZEROS.
       77      W-CTA-DESDE         PIC 9(10) VALUE 1300000000.
       77      W-CTA-HASTA         PIC 9(10) VALUE 1399999999.
       77      W-SALDO             PIC S9(13)V99 VALUE ZEROS.
       77      W-MES               PIC 9(02) VALUE ZEROS.
       77      W-DIAS-MORA         PIC S9(05) VALUE ZEROS.
       77      W-RECIBIDO          PIC 9(13)V99 VALUE ZEROS.
       77      W-COBRADOR          PIC X(03) VALUE SPACES.
       77      W-MOTIVO            PIC X(18) VALUE SPACES.
       77      W-LIM-ETAPA-1       PIC 9(03) VALUE 1.
       77      W-LIM-ETAPA-2       PIC 9(03) VALUE 31.
       77      W-LIM-ETAPA-3       PIC 9(03) VALUE 61.
       77      W-DIAS-REENVIO      PIC 9(03) VALUE 30.
       77      W-ETAPA             PIC 9(01) VALUE ZEROS.
       77      W-ULT-ETAPA         PIC 9(01) VALUE ZEROS.
       77      W-ULT-FECHA         PIC 9(08) VALUE ZEROS.
       77      W-DIAS-MAX          PIC S9(05) VALUE ZEROS.
       77      W-TOTAL-CARTA       PIC S9(13)V99 VALUE ZEROS.
       77      W-NUM-FACTURAS      PIC 9(03) VALUE ZEROS.
       77      W-GRP-CUENTA        PIC 9(10) VALUE ZEROS.
       77      W-GRP-NIT           PIC 9(12) VALUE ZEROS.
       77      W-GRP-FRA           PIC 9(06) VALUE ZEROS.
       77      W-FAC-IDX           PIC 9(03) VALUE ZEROS.
       77      W-FAC-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-COB-IDX           PIC 9(03) VALUE ZEROS.
       77      W-COB-TOPE          PIC 9(03) VALUE ZEROS.
       77      W-PORCENTAJE        PIC 9(03)V99 VALUE ZEROS.
       77      W-INFORME           PIC 9(01) VALUE ZEROS.
       77      T-LISTADOS          PIC 9(05) VALUE ZEROS.
       77      T-CUMPLIDAS         PIC 9(05) VALUE ZEROS.
       77      T-INCUMPLIDAS       PIC 9(05) VALUE ZEROS.
       77      T-CARTAS            PIC 9(05) VALUE ZEROS.
       77      T-OMITIDAS          PIC 9(05) VALUE ZEROS.
       77      T-SALDO             PIC S9(13)V99 VALUE ZEROS.
       77      SW-LISTADO          PIC 9(01) VALUE ZEROS.
       77      FIN-GCB             PIC 9(01) VALUE ZEROS.
       77      FIN-CCB             PIC 9(01) VALUE ZEROS.
       77      FIN-DOC             PIC 9(01) VALUE ZEROS.
       77      FIN-CTA             PIC 9(01) VALUE ZEROS.
       77      WI-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77      WI-DIAS             PIC ZZ,ZZ9-.
       77      WI-CANTIDAD         PIC ZZ,ZZ9.
       01      W-SALVA-GCB         PIC X(207).
       01      W-ACTUAL-GCB        PIC X(207).
       01      AREA-CNFECHAS.
        03     FEC-LNK-OPERACION   PIC X(01) VALUE SPACES.
        03     FEC-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-FECHA-2     PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-DIAS        PIC S9(05) VALUE ZEROS.
        03     FEC-LNK-NUMERO      PIC 9(07) VALUE ZEROS.
        03     FEC-LNK-RESULTADO   PIC 9(08) VALUE ZEROS.
        03     FEC-LNK-ESTADO      PIC X(02) VALUE SPACES.
      *  FACTURAS VENCIDAS DEL CLIENTE QUE VAN EN LA CARTA
       01      TABLA-FACTURAS.
        03     TFC-ENTRADA         OCCURS 50 TIMES.
         05    TFC-FRA             PIC 9(06).
         05    TFC-FECHA           PIC 9(08).
         05    TFC-VCTO            PIC 9(08).
         05    TFC-DIAS            PIC 9(05).
         05    TFC-SALDO           PIC S9(13)V99.
      *  ACUMULADOS POR COBRADOR; LA ENTRADA 51 ES EL TOTAL
       01      TABLA-COBRADORES.
        03     TCB-ENTRADA         OCCURS 51 TIMES.
         05    TCB-USUARIO         PIC X(03).
         05    TCB-CONTACTOS       PIC 9(05).
         05    TCB-PROMESAS        PIC 9(05).
         05    TCB-PROMETIDO       PIC 9(13)V99.
         05    TCB-CUMPLIDAS       PIC 9(05).
         05    TCB-INCUMPLIDAS     PIC 9(05).
         05    TCB-PENDIENTES      PIC 9(05).
         05    TCB-CERRADO         PIC 9(13)V99.
         05    TCB-RECIBIDO        PIC 9(13)V99.
      *  TEXTOS DE LA CARTA POR ETAPA: REFERENCIA, DOS RENGLONES DE
      *  INTRODUCCION Y TRES DE CIERRE
       01      TABLA-TEXTOS.
        03     FILLER              PIC X(56) VALUE
               "REF.: RECORDATORIO DE PAGO".
        03     FILLER              PIC X(56) VALUE
               "LE RECORDAMOS QUE A LA FECHA SU CUENTA PRESENTA LAS".
        03     FILLER              PIC X(56) VALUE
               "SIGUIENTES FACTURAS VENCIDAS PENDIENTES DE PAGO:".
        03     FILLER              PIC X(56) VALUE
               "SI YA REALIZO EL PAGO, POR FAVOR HAGA CASO OMISO DE".
        03     FILLER              PIC X(56) VALUE
               "ESTA COMUNICACION Y ENVIENOS EL SOPORTE RESPECTIVO.".
        03     FILLER              PIC X(56) VALUE SPACES.
        03     FILLER              PIC X(56) VALUE
               "REF.: REQUERIMIENTO FORMAL DE PAGO".
        03     FILLER              PIC X(56) VALUE
               "PESE A NUESTROS RECORDATORIOS ANTERIORES, A LA FECHA".
        03     FILLER              PIC X(56) VALUE
               "SU CUENTA PRESENTA LAS SIGUIENTES FACTURAS VENCIDAS:".
        03     FILLER              PIC X(56) VALUE
               "LE SOLICITAMOS CANCELAR EL SALDO DENTRO DE LOS CINCO".
        03     FILLER              PIC X(56) VALUE
               "(5) DIAS HABILES SIGUIENTES AL RECIBO DE ESTA CARTA.".
        03     FILLER              PIC X(56) VALUE SPACES.
        03     FILLER              PIC X(56) VALUE
               "REF.: AVISO PREJURIDICO".
        03     FILLER              PIC X(56) VALUE
               "SU OBLIGACION CON NUESTRA EMPRESA SUPERA LOS PLAZOS".
        03     FILLER              PIC X(56) VALUE
               "CONCEDIDOS Y PRESENTA LAS SIGUIENTES FACTURAS EN MORA:".
        03     FILLER              PIC X(56) VALUE
               "DE NO RECIBIR EL PAGO O UN ACUERDO DENTRO DE LOS CINCO".
        03     FILLER              PIC X(56) VALUE
               "(5) DIAS SIGUIENTES, EL CASO SERA TRASLADADO A COBRO".
        03     FILLER              PIC X(56) VALUE
               "JURIDICO CON LOS COSTOS E INTERESES QUE ELLO GENERE.".
       01      FILLER              REDEFINES TABLA-TEXTOS.
        03     TXT-ETAPA           OCCURS 3 TIMES.
         05    TXT-REFERENCIA      PIC X(56).
         05    TXT-INTRO           PIC X(56) OCCURS 2 TIMES.
         05    TXT-CIERRE          PIC X(56) OCCURS 3 TIMES.
       01      TABLA-ETAPAS.
        03     FILLER              PIC X(20) VALUE "RECORDATORIO".
        03     FILLER              PIC X(20) VALUE
               "REQUERIMIENTO FORMAL".
        03     FILLER              PIC X(20) VALUE "AVISO PREJURIDICO".
       01      FILLER              REDEFINES TABLA-ETAPAS.
        03     NOMBRE-ETAPA        PIC X(20) OCCURS 3 TIMES.
               COPY "..\LBL\USER-ACT.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\CNDTACUM.LBL".
               COPY "..\LBL\CNNITCED.LBL".
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\GESCOBRO.LBL".
               COPY "..\LBL\CARTACOB.LBL".
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
         05    I-TITULO    PIC X(46)    VALUE SPACES.
         05    FILLER      PIC X(08)    VALUE "Pagina: ".
         05    I-PAGINA    PIC ZZZZ     VALUE ZEROS.
        03     TITULO-3.
         05    FILLER      PIC X(174)   VALUE ALL "=".
        03     TITULO-4A.
         05    FILLER      PIC X(16)    VALUE "NIT             ".
         05    FILLER      PIC X(31)    VALUE "NOMBRE".
         05    FILLER      PIC X(07)    VALUE "FRA    ".
         05    FILLER      PIC X(19)    VALUE "             SALDO ".
         05    FILLER      PIC X(19)    VALUE "MOTIVO".
         05    FILLER      PIC X(11)    VALUE "FECHA      ".
         05    FILLER      PIC X(18)    VALUE "        PROMETIDO ".
         05    FILLER      PIC X(18)    VALUE "         RECIBIDO ".
         05    FILLER      PIC X(05)    VALUE "COB  ".
         05    FILLER      PIC X(30)    VALUE "CONTACTO".
        03     TITULO-4L.
         05    FILLER      PIC X(16)    VALUE "NIT             ".
         05    FILLER      PIC X(36)    VALUE "DESTINATARIO".
         05    FILLER      PIC X(11)    VALUE "FECHA      ".
         05    FILLER      PIC X(11)    VALUE "CUENTA     ".
         05    FILLER      PIC X(21)    VALUE "CARTA".
         05    FILLER      PIC X(04)    VALUE "FRA ".
         05    FILLER      PIC X(07)    VALUE "  MORA ".
         05    FILLER      PIC X(22)    VALUE
              "                SALDO ".
         05    FILLER      PIC X(03)    VALUE "USU".
        03     TITULO-4E.
         05    FILLER      PIC X(07)    VALUE "COBR.  ".
         05    FILLER      PIC X(08)    VALUE "CONTAC  ".
         05    FILLER      PIC X(08)    VALUE "PROMES  ".
         05    FILLER      PIC X(20)    VALUE
              "   VALOR PROMETIDO  ".
         05    FILLER      PIC X(08)    VALUE "CUMPLI  ".
         05    FILLER      PIC X(08)    VALUE "INCUMP  ".
         05    FILLER      PIC X(08)    VALUE "PENDIE  ".
         05    FILLER      PIC X(20)    VALUE
              " PROMETIDO VENCIDO  ".
         05    FILLER      PIC X(20)    VALUE
              "    VALOR RECIBIDO  ".
         05    FILLER      PIC X(06)    VALUE "EFECT%".
        03     LINEA-AGENDA.
         05    I-AG-NIT    PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-AG-NOMBRE PIC X(30).
         05    FILLER      PIC X(01).
         05    I-AG-FRA    PIC ZZZZZ9.
         05    FILLER      PIC X(01).
         05    I-AG-SALDO  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         05    FILLER      PIC X(01).
         05    I-AG-MOTIVO PIC X(18).
         05    FILLER      PIC X(01).
         05    I-AG-FECHA  PIC 9999/99/99.
         05    FILLER      PIC X(01).
         05    I-AG-PROMETIDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-AG-RECIBIDO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER      PIC X(01).
         05    I-AG-COBRADOR  PIC X(03).
         05    FILLER      PIC X(02).
         05    I-AG-CONTACTO  PIC X(30).
        03     LINEA-CARTAS-ENV.
         05    I-CE-NIT    PIC ZZZ,ZZZ,ZZZ,ZZZ.
         05    FILLER      PIC X(01).
         05    I-CE-NOMBRE PIC X(35).
         05    FILLER      PIC X(01).
         05    I-CE-FECHA  PIC 9999/99/99.
         05    FILLER      PIC X(01).
         05    I-CE-CUENTA PIC 9(10).
         05    FILLER      PIC X(01).
         05    I-CE-ETAPA  PIC X(20).
         05    FILLER      PIC X(01).
         05    I-CE-FACTURAS PIC ZZ9.
         05    FILLER      PIC X(01).
         05    I-CE-DIAS   PIC ZZ,ZZ9.
         05    FILLER      PIC X(01).
         05    I-CE-SALDO  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
         05    FILLER      PIC X(01).
         05    I-CE-USUARIO PIC X(03).
        03     LINEA-EFECTIVIDAD.
         05    I-EF-USUARIO     PIC X(05).
         05    FILLER           PIC X(02).
         05    I-EF-CONTACTOS   PIC ZZ,ZZ9.
         05    FILLER           PIC X(02).
         05    I-EF-PROMESAS    PIC ZZ,ZZ9.
         05    FILLER           PIC X(02).
         05    I-EF-PROMETIDO   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER           PIC X(02).
         05    I-EF-CUMPLIDAS   PIC ZZ,ZZ9.
         05    FILLER           PIC X(02).
         05    I-EF-INCUMPLIDAS PIC ZZ,ZZ9.
         05    FILLER           PIC X(02).
         05    I-EF-PENDIENTES  PIC ZZ,ZZ9.
         05    FILLER           PIC X(02).
         05    I-EF-CERRADO     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER           PIC X(02).
         05    I-EF-RECIBIDO    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05    FILLER           PIC X(02).
         05    I-EF-PORCENTAJE  PIC ZZ9.99.
        03     LINEA-DE-TOTAL.
         05    I-TEXTO     PIC X(40).
         05    I-CANTIDAD  PIC ZZ,ZZ9.
         05    FILLER      PIC X(03).
         05    I-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        03     LINEA-CARTA.
         05    FILLER      PIC X(08).
         05    I-RENGLON   PIC X(72).
        03     LINEA-FACTURA.
         05    FILLER      PIC X(08).
         05    I-CF-FRA    PIC ZZZZZ9.
         05    FILLER      PIC X(03).
         05    I-CF-FECHA  PIC 9999/99/99.
         05    FILLER      PIC X(02).
         05    I-CF-VCTO   PIC 9999/99/99.
         05    FILLER      PIC X(02).
         05    I-CF-DIAS   PIC ZZ,ZZ9.
         05    FILLER      PIC X(03).
         05    I-CF-SALDO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        03     LINEA-TOTAL-CARTA.
         05    FILLER      PIC X(08).
         05    I-CT-TEXTO  PIC X(42).
         05    I-CT-SALDO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        03     W-EDITA-FECHA.
         05    W-EDITA-F   PIC 9999/99/99.
        03     W-EDITA-NUM PIC ZZZ,ZZZ,ZZZ,ZZ9.
               COPY "..\LNK\CONTROLA.LNK".
       PROCEDURE DIVISION               USING  AREA-LINK-NOMINA.
       DECLARATIVES.
               COPY "..\DCL\USER-ACT.DCL".
               COPY "..\DCL\EMPRESAS.DCL".
               COPY "..\DCL\AUDITE.DCL".
               COPY "..\DCL\CNDTACUM.DCL".
               COPY "..\DCL\CNNITCED.DCL".
               COPY "..\DCL\CNDOCTOS.DCL".
               COPY "..\DCL\GESCOBRO.DCL".
               COPY "..\DCL\CARTACOB.DCL".
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
           PERFORM I-STATUS-ARCHIVOS THRU F-STATUS-ARCHIVOS
           PERFORM I-ABRE-ARCHIVOS   THRU F-ABRE-ARCHIVOS
           PERFORM I-MENU-OPCIONES   THRU F-MENU-OPCIONES
                   UNTIL F2.
           PERFORM I-FIN-MODE        THRU F-FIN-MODE.
       F-MAIN-PROCESS.
      *
       I-LABEL-ARCHIVOS.
           MOVE "* GESTION DE COBRANZA *"  TO  WK-SISTEMA.
           MOVE WK-MASCARA-FECHA       TO  I-FECHA.
           MOVE WEMPRESA               TO  TIT-CIA.
           COMPUTE W-FECHA-HOY  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  WK-DIA.
           MOVE CON-COD-EMPRESA        TO  LAB-CNNITCED-CIA
                                           LAB-GESCOBRO-CIA
                                           LAB-CARTACOB-CIA.
           PERFORM I-LABEL-CNDTACUM    THRU F-LABEL-CNDTACUM.
           PERFORM I-LABEL-CNDOCTOS    THRU F-LABEL-CNDOCTOS.
           MOVE 3                      TO  IND-INFORMES.
           MOVE 579                    TO  LAB-INFORMES-IDENT.
           PERFORM I-LABEL-INFORMES    THRU F-LABEL-INFORMES.
       F-LABEL-ARCHIVOS.
      *
       I-STATUS-ARCHIVOS.
           OPEN INPUT GESCOBRO.
           IF  GESCOBRO-STATUS  =  "35"
               OPEN OUTPUT GESCOBRO.
           CLOSE GESCOBRO.
           OPEN INPUT CARTACOB.
           IF  CARTACOB-STATUS  =  "35"
               OPEN OUTPUT CARTACOB.
           CLOSE CARTACOB.
       F-STATUS-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN I-O GESCOBRO CARTACOB.
           OPEN INPUT CNDTACUM CNNITCED CNDOCTOS.
       F-ABRE-ARCHIVOS.
      *
       I-MENU-OPCIONES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "+------------------------------------------+"
                                       LINE 05 POSITION 18
           DISPLAY "!  G  REGISTRO DE GESTION / PROMESA        !"
                                       LINE 06 POSITION 18
           DISPLAY "!  A  AGENDA DEL DIA                       !"
                                       LINE 07 POSITION 18
           DISPLAY "!  C  CARTAS DE COBRO POR ETAPA            !"
                                       LINE 08 POSITION 18
           DISPLAY "!  L  RELACION DE CARTAS ENVIADAS          !"
                                       LINE 09 POSITION 18
           DISPLAY "!  E  EFECTIVIDAD POR COBRADOR             !"
                                       LINE 10 POSITION 18
           DISPLAY "!        [F2] TERMINAR                     !"
                                       LINE 11 POSITION 18
           DISPLAY "+------------------------------------------+"
                                       LINE 12 POSITION 18.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           DISPLAY "OPCION [ ]"            LINE 14 POSITION 18.
           ACCEPT W-OPCION                 LINE 14 POSITION 26
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-MENU-OPCIONES.
           IF  W-OPCION  =  "G"
               PERFORM I-GESTION       THRU F-GESTION.
           IF  W-OPCION  =  "A"
               PERFORM I-AGENDA        THRU F-AGENDA.
           IF  W-OPCION  =  "C"
               PERFORM I-CARTAS        THRU F-CARTAS.
           IF  W-OPCION  =  "L"
               PERFORM I-RELACION      THRU F-RELACION.
           IF  W-OPCION  =  "E"
               PERFORM I-EFECTIVIDAD   THRU F-EFECTIVIDAD.
       F-MENU-OPCIONES.
      *
      ******************************************************************
      *  REGISTRO DE UN CONTACTO SOBRE UNA FACTURA DEL CLIENTE.  LA    *
      *  PROMESA (RESULTADO P) EXIGE FECHA NO ANTERIOR AL CONTACTO Y   *
      *  VALOR QUE NO SUPERE EL SALDO; EL PROXIMO SEGUIMIENTO QUEDA    *
      *  POR OMISION EN LA FECHA PROMETIDA                             *
      ******************************************************************
       I-GESTION.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT  W-FRA.
           DISPLAY "NIT CLIENTE......:"  LINE 05 POSITION 10.
           DISPLAY "FACTURA..........:"  LINE 06 POSITION 10.
           ACCEPT W-NIT                LINE 05 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-NIT  =  ZEROS
               GO TO F-GESTION.
           MOVE W-NIT                  TO  CODIM.
           MOVE ZEROS                  TO  SW-1.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE 1                 TO  SW-1.
           IF  SW-1  =  1
               DISPLAY "NIT NO EXISTE EN CNNITCED"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           DISPLAY NOMBM               LINE 05 POSITION 44 REVERSE.
           ACCEPT W-FRA                LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  OR  W-FRA  =  ZEROS
               GO TO F-GESTION.
           PERFORM I-BUSCA-FACTURA     THRU F-BUSCA-FACTURA.
           IF  SW-1  =  1
               DISPLAY "FACTURA NO EXISTE EN CARTERA (13XX)"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           DISPLAY "CUENTA...........:"  LINE 07 POSITION 10.
           DISPLAY W-CUENTA            LINE 07 POSITION 29.
           DISPLAY "SALDO:"            LINE 07 POSITION 44.
           MOVE W-SALDO                TO  WI-VALOR.
           DISPLAY WI-VALOR            LINE 07 POSITION 51 REVERSE.
           DISPLAY "VENCIMIENTO......:"  LINE 08 POSITION 10.
           MOVE W-FECHA-VCTO           TO  W-EDITA-F.
           DISPLAY W-EDITA-FECHA       LINE 08 POSITION 29.
           DISPLAY "DIAS MORA:"        LINE 08 POSITION 44.
           MOVE W-DIAS-MORA            TO  WI-DIAS.
           DISPLAY WI-DIAS             LINE 08 POSITION 55 REVERSE.
           PERFORM I-ULTIMA-GESTION    THRU F-ULTIMA-GESTION.
           DISPLAY "FECHA CONTACTO...:"  LINE 11 POSITION 10.
           DISPLAY "PERSONA CONTACTO.:"  LINE 12 POSITION 10.
           DISPLAY "CANAL............:"  LINE 13 POSITION 10.
           DISPLAY "T=TELEFONO C=CORREO V=VISITA M=MENSAJE E=ESCRITO"
                                         LINE 13 POSITION 32.
           DISPLAY "RESULTADO........:"  LINE 14 POSITION 10.
           DISPLAY "P=PROMESA N=NO CONTESTA R=NIEGA D=RECLAMO O=OTRO"
                                         LINE 14 POSITION 32.
           DISPLAY "DETALLE..........:"  LINE 15 POSITION 10.
           DISPLAY "FECHA PROMESA....:"  LINE 16 POSITION 10.
           DISPLAY "VALOR PROMESA....:"  LINE 17 POSITION 10.
           DISPLAY "PROXIMO SEGUIMTO.:"  LINE 18 POSITION 10.
           INITIALIZE REG-GESCOBRO.
           MOVE CON-COD-EMPRESA        TO  GCB-EMPRESA.
           MOVE W-NIT                  TO  GCB-NIT.
           MOVE W-FRA                  TO  GCB-FRA.
           COMPUTE GCB-CONSEC  =  W-ULTIMO  +  1.
           MOVE W-CUENTA               TO  GCB-CUENTA.
           MOVE W-SALDO                TO  GCB-SALDO.
           MOVE W-FECHA-HOY            TO  GCB-FECHA.
           MOVE "T"                    TO  GCB-CANAL.
           ACCEPT GCB-FECHA            LINE 11 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT GCB-CONTACTO         LINE 12 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT GCB-CANAL            LINE 13 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT GCB-RESULTADO        LINE 14 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT GCB-DETALLE          LINE 15 POSITION 29 SIZE 50
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  GCB-RESULTADO  =  "P"
               ACCEPT GCB-PROM-FECHA   LINE 16 POSITION 29
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION
               ACCEPT GCB-PROM-VALOR   LINE 17 POSITION 29
                      UPDATE PROMPT
                      ON EXCEPTION WK-EX
                      PERFORM 999-EXCEPTION
               MOVE GCB-PROM-FECHA     TO  GCB-PROXIMO.
           ACCEPT GCB-PROXIMO          LINE 18 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  GCB-FECHA  =  ZEROS  OR  GCB-FECHA  >  W-FECHA-HOY
               DISPLAY "FECHA DE CONTACTO INVALIDA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           IF  GCB-CONTACTO  =  SPACES
               DISPLAY "INDIQUE LA PERSONA CONTACTADA"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           IF  GCB-CANAL  NOT =  "T"  AND  GCB-CANAL  NOT =  "C"
           AND GCB-CANAL  NOT =  "V"  AND  GCB-CANAL  NOT =  "M"
           AND GCB-CANAL  NOT =  "E"
               DISPLAY "CANAL T, C, V, M O E"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           IF  GCB-RESULTADO  NOT =  "P"  AND  GCB-RESULTADO  NOT =  "N"
           AND GCB-RESULTADO  NOT =  "R"  AND  GCB-RESULTADO  NOT =  "D"
           AND GCB-RESULTADO  NOT =  "O"
               DISPLAY "RESULTADO P, N, R, D U O"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           IF  GCB-RESULTADO  =  "P"
           AND GCB-PROM-FECHA  <  GCB-FECHA
               DISPLAY "LA PROMESA NO PUEDE SER ANTERIOR AL CONTACTO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           IF  GCB-RESULTADO  =  "P"
           AND (GCB-PROM-VALOR  =  ZEROS
           OR   GCB-PROM-VALOR  >  W-SALDO)
               DISPLAY "VALOR PROMETIDO EN CEROS O MAYOR AL SALDO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           IF  GCB-PROXIMO  NOT =  ZEROS
           AND GCB-PROXIMO  <  GCB-FECHA
               DISPLAY "SEGUIMIENTO ANTERIOR AL CONTACTO"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-GESTION.
           IF  GCB-RESULTADO  =  "P"
               MOVE "P"                TO  GCB-PROM-ESTADO
           ELSE
               MOVE ZEROS              TO  GCB-PROM-FECHA
                                           GCB-PROM-VALOR
               MOVE SPACES             TO  GCB-PROM-ESTADO.
           DISPLAY "[ G ] GRABAR  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "G"     GO TO F-GESTION.
           MOVE CON-USERNAME           TO  GCB-COBRADOR.
           PERFORM I-GRABA-GESTION     THRU F-GRABA-GESTION.
           DISPLAY "GESTION GRABADA"   LINE 24 POSITION 10 REVERSE.
       F-GESTION.
      *
       I-GRABA-GESTION.
           WRITE REG-GESCOBRO INVALID KEY
                 ADD 1                 TO  GCB-CONSEC
                 GO TO I-GRABA-GESTION.
       F-GRABA-GESTION.
      *
      ******************************************************************
      *  BUSCA LA FACTURA DEL CLIENTE EN LAS CUENTAS DE CARTERA (13XX) *
      *  SW-1 = 1 SI NO EXISTE.  DEJA CUENTA, SALDO Y DIAS DE MORA     *
      ******************************************************************
       I-BUSCA-FACTURA.
           MOVE 1                      TO  SW-1.
           MOVE ZEROS                  TO  FIN-CTA  CNDTACUM-CLAVE.
           MOVE W-CTA-DESDE            TO  CNDTACUM-CUA.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 GO TO F-BUSCA-FACTURA.
       I-BUSCA-FACTURA-CICLO.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                GO TO F-BUSCA-FACTURA.
           IF  CNDTACUM-CUA  >  W-CTA-HASTA
               GO TO F-BUSCA-FACTURA.
           IF  CNDTACUM-NIT  NOT =  W-NIT
           OR  CNDTACUM-FRA  NOT =  W-FRA
               GO TO I-BUSCA-FACTURA-CICLO.
           MOVE ZEROS                  TO  SW-1.
           MOVE CNDTACUM-CUA           TO  W-CUENTA.
           PERFORM I-SALDO-FACTURA     THRU F-SALDO-FACTURA.
           PERFORM I-DIAS-MORA         THRU F-DIAS-MORA.
       F-BUSCA-FACTURA.
      *
      *  LEE LA FACTURA DE LA GESTION EN CURSO; SIN ELLA, SALDO CERO
       I-LEE-FACTURA.
           MOVE ZEROS                  TO  W-SALDO  W-DIAS-MORA.
           MOVE GCB-CUENTA             TO  CNDTACUM-CUA.
           MOVE GCB-NIT                TO  CNDTACUM-NIT.
           MOVE GCB-FRA                TO  CNDTACUM-FRA.
           READ CNDTACUM WITH NO LOCK INVALID KEY
                GO TO F-LEE-FACTURA.
           PERFORM I-SALDO-FACTURA     THRU F-SALDO-FACTURA.
           PERFORM I-DIAS-MORA         THRU F-DIAS-MORA.
       F-LEE-FACTURA.
      *
      *  SALDO ABIERTO DE LA FACTURA: DEBITOS MENOS CREDITOS 1 A 14
       I-SALDO-FACTURA.
           MOVE ZEROS                  TO  W-SALDO  W-MES.
       I-SALDO-FACTURA-MES.
           ADD 1                       TO  W-MES.
           IF  W-MES  NOT >  14
               COMPUTE W-SALDO  =  W-SALDO
                       +  CNDTACUM-MOVDEB(W-MES)
                       -  CNDTACUM-MOVCRE(W-MES)
               GO TO I-SALDO-FACTURA-MES.
       F-SALDO-FACTURA.
      *
      *  DIAS DE MORA A HOY DESDE EL VENCIMIENTO (SIN VENCIMIENTO,
      *  DESDE LA FECHA DE LA FACTURA); NEGATIVO = AUN NO VENCE
       I-DIAS-MORA.
           MOVE ZEROS                  TO  W-DIAS-MORA.
           COMPUTE W-FECHA-FRA  =  (CNDTACUM-ANOFRA  *  10000)
                   +  (CNDTACUM-MESFRA  *  100)  +  CNDTACUM-DIAFRA.
           COMPUTE W-FECHA-VCTO  =  (CNDTACUM-ANOVCT  *  10000)
                   +  (CNDTACUM-MESVCT  *  100)  +  CNDTACUM-DIAVCT.
           IF  W-FECHA-VCTO  =  ZEROS
               MOVE W-FECHA-FRA        TO  W-FECHA-VCTO.
           IF  W-FECHA-VCTO  =  ZEROS  GO TO F-DIAS-MORA.
           MOVE "D"                    TO  FEC-LNK-OPERACION.
           MOVE W-FECHA-VCTO           TO  FEC-LNK-FECHA.
           MOVE W-FECHA-HOY            TO  FEC-LNK-FECHA-2.
           MOVE ZEROS                  TO  FEC-LNK-DIAS.
           CALL "CNFECHAS"          USING  AREA-CNFECHAS.
           IF  FEC-LNK-ESTADO  =  "00"
               MOVE FEC-LNK-DIAS       TO  W-DIAS-MORA.
       F-DIAS-MORA.
      *
      *  ULTIMO CONSECUTIVO DE LA FACTURA Y SU GESTION EN PANTALLA
       I-ULTIMA-GESTION.
           MOVE ZEROS                  TO  W-ULTIMO.
           MOVE CON-COD-EMPRESA        TO  GCB-EMPRESA.
           MOVE W-NIT                  TO  GCB-NIT.
           MOVE W-FRA                  TO  GCB-FRA.
           MOVE ZEROS                  TO  GCB-CONSEC.
           MOVE SPACES                 TO  W-SALVA-GCB.
           START GESCOBRO KEY NOT LESS GCB-CLAVE INVALID KEY
                 GO TO I-ULTIMA-MUESTRA.
       I-ULTIMA-CICLO.
           READ GESCOBRO NEXT RECORD WITH NO LOCK AT END
                GO TO I-ULTIMA-MUESTRA.
           IF  GCB-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  GCB-NIT      NOT =  W-NIT
           OR  GCB-FRA      NOT =  W-FRA
               GO TO I-ULTIMA-MUESTRA.
           MOVE GCB-CONSEC             TO  W-ULTIMO.
           MOVE REG-GESCOBRO           TO  W-SALVA-GCB.
           GO TO I-ULTIMA-CICLO.
       I-ULTIMA-MUESTRA.
           IF  W-ULTIMO  =  ZEROS
               DISPLAY "SIN GESTIONES ANTERIORES"
                       LINE 09 POSITION 10 REVERSE
               GO TO F-ULTIMA-GESTION.
           MOVE W-SALVA-GCB            TO  REG-GESCOBRO.
           DISPLAY "ULTIMA GESTION...:"  LINE 09 POSITION 10.
           MOVE GCB-FECHA              TO  W-EDITA-F.
           DISPLAY W-EDITA-FECHA       LINE 09 POSITION 29.
           DISPLAY GCB-RESULTADO       LINE 09 POSITION 41.
           DISPLAY GCB-CONTACTO        LINE 09 POSITION 44.
           IF  GCB-PROM-ESTADO  =  "I"
               DISPLAY "PROMESA INCUMPLIDA"
                       LINE 08 POSITION 62 REVERSE BLINK.
           DISPLAY GCB-DETALLE         LINE 10 POSITION 29.
       F-ULTIMA-GESTION.
      *
      ******************************************************************
      *  AGENDA DEL DIA.  LAS PROMESAS PENDIENTES YA VENCIDAS SE       *
      *  CIERRAN CONTRA LOS RECIBOS (C = CUMPLIDA SI LO RECIBIDO DESDE *
      *  EL CONTACTO CUBRE LO PROMETIDO, I = INCUMPLIDA).  DE CADA     *
      *  FACTURA SIN OTRA PARTIDA EN LA AGENDA SE MIRA LA ULTIMA       *
      *  GESTION: SI QUEDO INCUMPLIDA O SU SEGUIMIENTO YA LLEGO Y LA   *
      *  FACTURA TIENE SALDO, SE LISTA PARA VOLVER A LLAMAR            *
      ******************************************************************
       I-AGENDA.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           MOVE SPACES                 TO  W-COBRADOR.
           DISPLAY "COBRADOR (BLANCO = TODOS):"  LINE 05 POSITION 10.
           ACCEPT W-COBRADOR           LINE 05 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-AGENDA.
           DISPLAY "[ I ] GENERA LA AGENDA  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "I"     GO TO F-AGENDA.
           OPEN OUTPUT INFORMES.
           MOVE 1                      TO  W-INFORME.
           MOVE "AGENDA DE COBRANZA DEL DIA"  TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  T-LISTADOS
                                           T-CUMPLIDAS  T-INCUMPLIDAS
                                           T-SALDO.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE ZEROS                  TO  W-GRP-NIT  W-GRP-FRA
                                           SW-LISTADO  FIN-GCB.
           MOVE CON-COD-EMPRESA        TO  GCB-EMPRESA.
           MOVE ZEROS                  TO  GCB-NIT  GCB-FRA
                                           GCB-CONSEC.
           START GESCOBRO KEY NOT LESS GCB-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-GCB.
       I-AGENDA-CICLO.
           IF  FIN-GCB  =  1           GO TO I-AGENDA-TOTAL.
           READ GESCOBRO NEXT RECORD AT END
                MOVE 1                 TO  FIN-GCB
                GO TO I-AGENDA-CICLO.
           IF  GCB-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-GCB
               GO TO I-AGENDA-CICLO.
           IF  GCB-NIT  NOT =  W-GRP-NIT
           OR  GCB-FRA  NOT =  W-GRP-FRA
               PERFORM I-AGENDA-GRUPO  THRU F-AGENDA-GRUPO
               MOVE GCB-NIT            TO  W-GRP-NIT
               MOVE GCB-FRA            TO  W-GRP-FRA
               MOVE ZEROS              TO  SW-LISTADO.
           IF  GCB-PROM-ESTADO  =  "P"
           AND GCB-PROM-FECHA  <  W-FECHA-HOY
               PERFORM I-CIERRA-PROMESA THRU F-CIERRA-PROMESA.
           IF  GCB-PROM-ESTADO  =  "P"
           AND GCB-PROM-FECHA  =  W-FECHA-HOY
               MOVE "PROMESA VENCE HOY"  TO  W-MOTIVO
               PERFORM I-AGENDA-LINEA  THRU F-AGENDA-LINEA.
           MOVE REG-GESCOBRO           TO  W-SALVA-GCB.
           GO TO I-AGENDA-CICLO.
       I-AGENDA-TOTAL.
           PERFORM I-AGENDA-GRUPO      THRU F-AGENDA-GRUPO.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PARTIDAS EN LA AGENDA"  TO  I-TEXTO.
           MOVE T-LISTADOS             TO  I-CANTIDAD.
           MOVE T-SALDO                TO  I-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PROMESAS CERRADAS HOY COMO CUMPLIDAS"  TO  I-TEXTO.
           MOVE T-CUMPLIDAS            TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "PROMESAS CERRADAS HOY COMO INCUMPLIDAS"  TO  I-TEXTO.
           MOVE T-INCUMPLIDAS          TO  I-CANTIDAD.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "AGENDA GENERADA"   LINE 24 POSITION 10 REVERSE.
       F-AGENDA.
      *
      *  ULTIMA GESTION DE LA FACTURA ANTERIOR (QUEDO EN W-SALVA-GCB);
      *  EL REGISTRO LEIDO SE GUARDA Y SE RECUPERA AL SALIR
       I-AGENDA-GRUPO.
           IF  W-GRP-NIT  =  ZEROS  OR  SW-LISTADO  =  1
               GO TO F-AGENDA-GRUPO.
           MOVE REG-GESCOBRO           TO  W-ACTUAL-GCB.
           MOVE W-SALVA-GCB            TO  REG-GESCOBRO.
           IF  GCB-PROM-ESTADO  =  "I"
           OR (GCB-PROXIMO  NOT =  ZEROS
           AND GCB-PROXIMO  NOT >  W-FECHA-HOY)
               MOVE "SEGUIMIENTO"      TO  W-MOTIVO
               PERFORM I-AGENDA-LINEA  THRU F-AGENDA-LINEA.
           MOVE W-ACTUAL-GCB           TO  REG-GESCOBRO.
       F-AGENDA-GRUPO.
      *
      *  SUMA LOS RECIBOS DE CAJA A LA FACTURA DESDE EL CONTACTO
       I-CIERRA-PROMESA.
           PERFORM I-RECIBOS           THRU F-RECIBOS.
           MOVE W-RECIBIDO             TO  GCB-PROM-RECIBIDO.
           IF  W-RECIBIDO  NOT <  GCB-PROM-VALOR
               MOVE "C"                TO  GCB-PROM-ESTADO
               ADD 1                   TO  T-CUMPLIDAS
           ELSE
               MOVE "I"                TO  GCB-PROM-ESTADO
               ADD 1                   TO  T-INCUMPLIDAS.
           REWRITE REG-GESCOBRO.
           IF  GCB-PROM-ESTADO  =  "I"
               MOVE "PROMESA INCUMPLIDA"  TO  W-MOTIVO
               PERFORM I-AGENDA-LINEA  THRU F-AGENDA-LINEA.
       F-CIERRA-PROMESA.
      *
      *  RECIBOS DE PROG752: CREDITO A LA CUENTA/NIT/FACTURA CON
      *  CONCEPTO "RECIBO DE CAJA", ENTRE EL CONTACTO Y HOY
       I-RECIBOS.
           MOVE ZEROS                  TO  W-RECIBIDO  FIN-DOC.
           MOVE GCB-CUENTA             TO  CUENTA-DOCTOS.
           MOVE GCB-NIT                TO  ALTNIT-DOCTOS.
           MOVE GCB-FRA                TO  ALTFRA-DOCTOS.
           START CNDOCTOS KEY NOT LESS ALT01-DOCTOS INVALID KEY
                 GO TO F-RECIBOS.
       I-RECIBOS-CICLO.
           READ CNDOCTOS NEXT RECORD WITH NO LOCK AT END
                GO TO F-RECIBOS.
           IF  CUENTA-DOCTOS  NOT =  GCB-CUENTA
           OR  ALTNIT-DOCTOS  NOT =  GCB-NIT
           OR  ALTFRA-DOCTOS  NOT =  GCB-FRA
               GO TO F-RECIBOS.
           COMPUTE W-FECHA-DOC  =  (AA-COMP-DOCTOS  *  10000)
                   +  (MM-COMP-DOCTOS  *  100)  +  DD-COMP-DOCTOS.
           IF  VALOR-DOCTOS  <  ZEROS
           AND CONCEPTO-DOCTOS(1:14)  =  "RECIBO DE CAJA"
           AND W-FECHA-DOC  NOT <  GCB-FECHA
           AND W-FECHA-DOC  NOT >  W-FECHA-HOY
               SUBTRACT VALOR-DOCTOS  FROM  W-RECIBIDO.
           GO TO I-RECIBOS-CICLO.
       F-RECIBOS.
      *
       I-AGENDA-LINEA.
           MOVE 1                      TO  SW-LISTADO.
           IF  W-COBRADOR  NOT =  SPACES
           AND GCB-COBRADOR  NOT =  W-COBRADOR
               GO TO F-AGENDA-LINEA.
           PERFORM I-LEE-FACTURA       THRU F-LEE-FACTURA.
           IF  W-MOTIVO  =  "SEGUIMIENTO"
           AND W-SALDO  NOT >  ZEROS
               GO TO F-AGENDA-LINEA.
           MOVE SPACES                 TO  LINEA-AGENDA.
           MOVE GCB-NIT                TO  I-AG-NIT  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM.
           MOVE NOMBM                  TO  I-AG-NOMBRE.
           MOVE GCB-FRA                TO  I-AG-FRA.
           MOVE W-SALDO                TO  I-AG-SALDO.
           MOVE W-MOTIVO               TO  I-AG-MOTIVO.
           IF  GCB-PROM-FECHA  NOT =  ZEROS
           AND W-MOTIVO  NOT =  "SEGUIMIENTO"
               MOVE GCB-PROM-FECHA     TO  I-AG-FECHA
           ELSE
               MOVE GCB-PROXIMO        TO  I-AG-FECHA.
           MOVE GCB-PROM-VALOR         TO  I-AG-PROMETIDO.
           MOVE GCB-PROM-RECIBIDO      TO  I-AG-RECIBIDO.
           MOVE GCB-COBRADOR           TO  I-AG-COBRADOR.
           MOVE GCB-CONTACTO           TO  I-AG-CONTACTO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-AGENDA AFTER 1.
           ADD 1                       TO  CON-LIN  T-LISTADOS.
           ADD W-SALDO                 TO  T-SALDO.
       F-AGENDA-LINEA.
      *
      ******************************************************************
      *  CARTAS DE COBRO.  RECORRE LA CARTERA 13XX POR CUENTA Y NIT,   *
      *  JUNTA LAS FACTURAS CON SALDO Y MORA DESDE EL LIMITE DE LA     *
      *  ETAPA 1; LA MORA MAYOR DEFINE LA ETAPA.  SI AL CLIENTE YA SE  *
      *  LE ENVIO UNA CARTA DE IGUAL O MAYOR ETAPA HACE MENOS DE LOS   *
      *  DIAS ENTRE CARTAS, NO SE REPITE                               *
      ******************************************************************
       I-CARTAS.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION  W-NIT.
           DISPLAY "NIT (0 = TODOS)..........:"  LINE 05 POSITION 10.
           DISPLAY "RECORDATORIO DESDE (DIAS):"  LINE 07 POSITION 10.
           DISPLAY "REQUERIMIENTO DESDE.....:"   LINE 08 POSITION 10.
           DISPLAY "PREJURIDICO DESDE.......:"   LINE 09 POSITION 10.
           DISPLAY "DIAS ENTRE CARTAS.......:"   LINE 10 POSITION 10.
           ACCEPT W-NIT                LINE 05 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2  GO TO F-CARTAS.
           ACCEPT W-LIM-ETAPA-1        LINE 07 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-LIM-ETAPA-2        LINE 08 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-LIM-ETAPA-3        LINE 09 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           ACCEPT W-DIAS-REENVIO       LINE 10 POSITION 37
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-LIM-ETAPA-1  =  ZEROS
           OR  W-LIM-ETAPA-2  NOT >  W-LIM-ETAPA-1
           OR  W-LIM-ETAPA-3  NOT >  W-LIM-ETAPA-2
               DISPLAY "LOS LIMITES DEBEN SER CRECIENTES Y MAYORES A 0"
                       LINE 24 POSITION 10 REVERSE BLINK
               GO TO F-CARTAS.
           DISPLAY "[ I ] IMPRIME LAS CARTAS  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "I"     GO TO F-CARTAS.
           OPEN OUTPUT INFORMES.
           MOVE ZEROS                  TO  T-CARTAS  T-OMITIDAS
                                           W-GRP-CUENTA  W-GRP-NIT
                                           W-FAC-TOPE  W-NUM-FACTURAS
                                           W-TOTAL-CARTA  W-DIAS-MAX
                                           FIN-CTA  CNDTACUM-CLAVE.
           MOVE W-CTA-DESDE            TO  CNDTACUM-CUA.
           START CNDTACUM KEY NOT LESS CNDTACUM-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CTA.
       I-CARTAS-CICLO.
           IF  FIN-CTA  =  1           GO TO I-CARTAS-FIN.
           READ CNDTACUM NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CTA
                GO TO I-CARTAS-CICLO.
           IF  CNDTACUM-CUA  >  W-CTA-HASTA
               MOVE 1                  TO  FIN-CTA
               GO TO I-CARTAS-CICLO.
           IF  CNDTACUM-FRA  =  ZEROS
               GO TO I-CARTAS-CICLO.
           IF  W-NIT  NOT =  ZEROS
           AND CNDTACUM-NIT  NOT =  W-NIT
               GO TO I-CARTAS-CICLO.
           IF  CNDTACUM-CUA  NOT =  W-GRP-CUENTA
           OR  CNDTACUM-NIT  NOT =  W-GRP-NIT
               PERFORM I-CARTA-CLIENTE THRU F-CARTA-CLIENTE
               MOVE CNDTACUM-CUA       TO  W-GRP-CUENTA
               MOVE CNDTACUM-NIT       TO  W-GRP-NIT
               MOVE ZEROS              TO  W-FAC-TOPE  W-NUM-FACTURAS
                                           W-TOTAL-CARTA  W-DIAS-MAX.
           PERFORM I-SALDO-FACTURA     THRU F-SALDO-FACTURA.
           IF  W-SALDO  NOT >  ZEROS   GO TO I-CARTAS-CICLO.
           PERFORM I-DIAS-MORA         THRU F-DIAS-MORA.
           IF  W-DIAS-MORA  <  W-LIM-ETAPA-1
               GO TO I-CARTAS-CICLO.
           ADD 1                       TO  W-NUM-FACTURAS.
           ADD W-SALDO                 TO  W-TOTAL-CARTA.
           IF  W-DIAS-MORA  >  W-DIAS-MAX
               MOVE W-DIAS-MORA        TO  W-DIAS-MAX.
           IF  W-FAC-TOPE  <  50
               ADD 1                   TO  W-FAC-TOPE
               MOVE CNDTACUM-FRA       TO  TFC-FRA(W-FAC-TOPE)
               MOVE W-FECHA-FRA        TO  TFC-FECHA(W-FAC-TOPE)
               MOVE W-FECHA-VCTO       TO  TFC-VCTO(W-FAC-TOPE)
               MOVE W-DIAS-MORA        TO  TFC-DIAS(W-FAC-TOPE)
               MOVE W-SALDO            TO  TFC-SALDO(W-FAC-TOPE).
           GO TO I-CARTAS-CICLO.
       I-CARTAS-FIN.
           PERFORM I-CARTA-CLIENTE     THRU F-CARTA-CLIENTE.
           CLOSE INFORMES.
           DISPLAY "CARTAS IMPRESAS:"  LINE 24 POSITION 10 REVERSE.
           MOVE T-CARTAS               TO  WI-CANTIDAD.
           DISPLAY WI-CANTIDAD         LINE 24 POSITION 27 REVERSE.
           DISPLAY "OMITIDAS POR ENVIO RECIENTE:"
                   LINE 24 POSITION 36 REVERSE.
           MOVE T-OMITIDAS             TO  WI-CANTIDAD.
           DISPLAY WI-CANTIDAD         LINE 24 POSITION 65 REVERSE.
       F-CARTAS.
      *
      *  CIERRA EL CLIENTE ANTERIOR: ETAPA, CONTROL DE REENVIO,
      *  CARTA Y REGISTRO EN CARTACOB
       I-CARTA-CLIENTE.
           IF  W-NUM-FACTURAS  =  ZEROS
               GO TO F-CARTA-CLIENTE.
           MOVE 1                      TO  W-ETAPA.
           IF  W-DIAS-MAX  NOT <  W-LIM-ETAPA-2
               MOVE 2                  TO  W-ETAPA.
           IF  W-DIAS-MAX  NOT <  W-LIM-ETAPA-3
               MOVE 3                  TO  W-ETAPA.
           PERFORM I-ULTIMA-CARTA      THRU F-ULTIMA-CARTA.
           IF  W-ULT-FECHA  NOT =  ZEROS
           AND W-ULT-ETAPA  NOT <  W-ETAPA
               MOVE "D"                TO  FEC-LNK-OPERACION
               MOVE W-ULT-FECHA        TO  FEC-LNK-FECHA
               MOVE W-FECHA-HOY        TO  FEC-LNK-FECHA-2
               MOVE ZEROS              TO  FEC-LNK-DIAS
               CALL "CNFECHAS"      USING  AREA-CNFECHAS
               IF  FEC-LNK-DIAS  <  W-DIAS-REENVIO
                   ADD 1               TO  T-OMITIDAS
                   GO TO F-CARTA-CLIENTE.
           MOVE W-GRP-NIT              TO  CODIM.
           READ CNNITCED WITH NO LOCK INVALID KEY
                MOVE SPACES            TO  NOMBM  DIREM  TELEM.
           PERFORM I-IMPRIME-CARTA     THRU F-IMPRIME-CARTA.
           INITIALIZE REG-CARTACOB.
           MOVE CON-COD-EMPRESA        TO  CCB-EMPRESA.
           MOVE W-GRP-NIT              TO  CCB-NIT.
           MOVE W-FECHA-HOY            TO  CCB-FECHA.
           MOVE W-GRP-CUENTA           TO  CCB-CUENTA.
           MOVE W-ETAPA                TO  CCB-ETAPA.
           MOVE NOMBM                  TO  CCB-DESTINATARIO.
           MOVE DIREM                  TO  CCB-DIRECCION.
           MOVE W-NUM-FACTURAS         TO  CCB-FACTURAS.
           MOVE W-TOTAL-CARTA          TO  CCB-SALDO.
           MOVE W-DIAS-MAX             TO  CCB-DIAS-MORA.
           MOVE CON-USERNAME           TO  CCB-USUARIO.
           WRITE REG-CARTACOB INVALID KEY
                 REWRITE REG-CARTACOB.
           ADD 1                       TO  T-CARTAS.
       F-CARTA-CLIENTE.
      *
      *  ULTIMA CARTA ENVIADA AL CLIENTE POR LA MISMA CUENTA
       I-ULTIMA-CARTA.
           MOVE ZEROS                  TO  W-ULT-ETAPA  W-ULT-FECHA.
           MOVE CON-COD-EMPRESA        TO  CCB-EMPRESA.
           MOVE W-GRP-NIT              TO  CCB-NIT.
           MOVE ZEROS                  TO  CCB-FECHA  CCB-CUENTA.
           START CARTACOB KEY NOT LESS CCB-CLAVE INVALID KEY
                 GO TO F-ULTIMA-CARTA.
       I-ULTIMA-CARTA-CICLO.
           READ CARTACOB NEXT RECORD WITH NO LOCK AT END
                GO TO F-ULTIMA-CARTA.
           IF  CCB-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  CCB-NIT      NOT =  W-GRP-NIT
               GO TO F-ULTIMA-CARTA.
           IF  CCB-CUENTA  =  W-GRP-CUENTA
               MOVE CCB-ETAPA          TO  W-ULT-ETAPA
               MOVE CCB-FECHA          TO  W-ULT-FECHA.
           GO TO I-ULTIMA-CARTA-CICLO.
       F-ULTIMA-CARTA.
      *
       I-IMPRIME-CARTA.
           MOVE SPACES                 TO  LINEA-CARTA.
           WRITE REG-INFORMES FROM LINEA-CARTA AFTER PAGE.
           MOVE W-FECHA-HOY            TO  W-EDITA-F.
           STRING "FECHA: "  W-EDITA-FECHA
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 3                      TO  CON-LIN.
           MOVE "SENORES"              TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE NOMBM                  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE W-GRP-NIT              TO  W-EDITA-NUM.
           STRING "NIT "  W-EDITA-NUM
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE DIREM                  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           STRING "TEL. "  TELEM
                  DELIMITED BY SIZE  INTO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE TXT-REFERENCIA(W-ETAPA)  TO  I-RENGLON.
           MOVE 3                      TO  CON-LIN.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE "APRECIADOS SENORES:"  TO  I-RENGLON.
           MOVE 2                      TO  CON-LIN.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE TXT-INTRO(W-ETAPA, 1)  TO  I-RENGLON.
           MOVE 2                      TO  CON-LIN.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE TXT-INTRO(W-ETAPA, 2)  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE "FACTURA  FECHA       VENCE         MORA"
                                       TO  I-RENGLON.
           MOVE "SALDO"                TO  I-RENGLON(55:5).
           MOVE 2                      TO  CON-LIN.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE ZEROS                  TO  W-FAC-IDX.
       I-IMPRIME-CARTA-FRA.
           ADD 1                       TO  W-FAC-IDX.
           IF  W-FAC-IDX  >  W-FAC-TOPE
               GO TO I-IMPRIME-CARTA-TOTAL.
           MOVE SPACES                 TO  LINEA-FACTURA.
           MOVE TFC-FRA(W-FAC-IDX)     TO  I-CF-FRA.
           MOVE TFC-FECHA(W-FAC-IDX)   TO  I-CF-FECHA.
           MOVE TFC-VCTO(W-FAC-IDX)    TO  I-CF-VCTO.
           MOVE TFC-DIAS(W-FAC-IDX)    TO  I-CF-DIAS.
           MOVE TFC-SALDO(W-FAC-IDX)   TO  I-CF-SALDO.
           WRITE REG-INFORMES FROM LINEA-FACTURA AFTER 1.
           GO TO I-IMPRIME-CARTA-FRA.
       I-IMPRIME-CARTA-TOTAL.
           IF  W-NUM-FACTURAS  >  W-FAC-TOPE
               COMPUTE W-FAC-IDX  =  W-NUM-FACTURAS  -  W-FAC-TOPE
               MOVE W-FAC-IDX          TO  WI-CANTIDAD
               STRING "MAS "  WI-CANTIDAD
                      " FACTURAS VENCIDAS INCLUIDAS EN EL TOTAL"
                      DELIMITED BY SIZE  INTO  I-RENGLON
               PERFORM I-CARTA-LINEA   THRU F-CARTA-LINEA.
           MOVE SPACES                 TO  LINEA-TOTAL-CARTA.
           MOVE "TOTAL VENCIDO"        TO  I-CT-TEXTO.
           MOVE W-TOTAL-CARTA          TO  I-CT-SALDO.
           WRITE REG-INFORMES FROM LINEA-TOTAL-CARTA AFTER 2.
           MOVE TXT-CIERRE(W-ETAPA, 1)  TO  I-RENGLON.
           MOVE 2                      TO  CON-LIN.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE TXT-CIERRE(W-ETAPA, 2)  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE TXT-CIERRE(W-ETAPA, 3)  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 2                      TO  CON-LIN.
           MOVE "ATENTAMENTE,"         TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE 4                      TO  CON-LIN.
           MOVE "______________________________"  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE WIN-RESPONSABLE-1      TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE WIN-EMPRESA            TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
           MOVE "DEPARTAMENTO DE CARTERA"  TO  I-RENGLON.
           PERFORM I-CARTA-LINEA       THRU F-CARTA-LINEA.
       F-IMPRIME-CARTA.
      *
      *  CON-LIN TRAE LOS RENGLONES A SALTAR ANTES DE LA LINEA
       I-CARTA-LINEA.
           IF  CON-LIN  <  1
               MOVE 1                  TO  CON-LIN.
           WRITE REG-INFORMES FROM LINEA-CARTA AFTER CON-LIN.
           MOVE SPACES                 TO  LINEA-CARTA.
           MOVE 1                      TO  CON-LIN.
       F-CARTA-LINEA.
      *
      ******************************************************************
      *  RELACION DE CARTAS ENVIADAS EN UN RANGO DE FECHAS             *
      ******************************************************************
       I-RELACION.
           PERFORM I-PIDE-FECHAS       THRU F-PIDE-FECHAS.
           IF  W-DESDE  =  ZEROS       GO TO F-RELACION.
           OPEN OUTPUT INFORMES.
           MOVE 2                      TO  W-INFORME.
           MOVE "RELACION DE CARTAS DE COBRO ENVIADAS"  TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  T-CARTAS
                                           T-SALDO  FIN-CCB.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
           MOVE CON-COD-EMPRESA        TO  CCB-EMPRESA.
           MOVE ZEROS                  TO  CCB-NIT  CCB-FECHA
                                           CCB-CUENTA.
           START CARTACOB KEY NOT LESS CCB-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-CCB.
       I-RELACION-CICLO.
           IF  FIN-CCB  =  1           GO TO I-RELACION-TOTAL.
           READ CARTACOB NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-CCB
                GO TO I-RELACION-CICLO.
           IF  CCB-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-CCB
               GO TO I-RELACION-CICLO.
           IF  CCB-FECHA  <  W-DESDE  OR  CCB-FECHA  >  W-HASTA
               GO TO I-RELACION-CICLO.
           MOVE SPACES                 TO  LINEA-CARTAS-ENV.
           MOVE CCB-NIT                TO  I-CE-NIT.
           MOVE CCB-DESTINATARIO       TO  I-CE-NOMBRE.
           MOVE CCB-FECHA              TO  I-CE-FECHA.
           MOVE CCB-CUENTA             TO  I-CE-CUENTA.
           IF  CCB-ETAPA  >  ZEROS  AND  CCB-ETAPA  <  4
               MOVE NOMBRE-ETAPA(CCB-ETAPA)  TO  I-CE-ETAPA.
           MOVE CCB-FACTURAS           TO  I-CE-FACTURAS.
           MOVE CCB-DIAS-MORA          TO  I-CE-DIAS.
           MOVE CCB-SALDO              TO  I-CE-SALDO.
           MOVE CCB-USUARIO            TO  I-CE-USUARIO.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-CARTAS-ENV AFTER 1.
           ADD 1                       TO  CON-LIN  T-CARTAS.
           ADD CCB-SALDO               TO  T-SALDO.
           GO TO I-RELACION-CICLO.
       I-RELACION-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE SPACES                 TO  LINEA-DE-TOTAL.
           MOVE "CARTAS ENVIADAS"      TO  I-TEXTO.
           MOVE T-CARTAS               TO  I-CANTIDAD.
           MOVE T-SALDO                TO  I-TOTAL.
           WRITE REG-INFORMES FROM LINEA-DE-TOTAL AFTER 1.
           CLOSE INFORMES.
           DISPLAY "RELACION DE CARTAS GENERADA"
                   LINE 24 POSITION 10 REVERSE.
       F-RELACION.
      *
      *  RANGO DE FECHAS; POR OMISION DEL PRIMERO DEL MES A HOY.
      *  W-DESDE EN CEROS = CANCELADO
       I-PIDE-FECHAS.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           MOVE ZEROS                  TO  WK-EXCEPTION.
           COMPUTE W-DESDE  =  (WK-ANO  *  10000)
                   +  (WK-MES  *  100)  +  1.
           MOVE W-FECHA-HOY            TO  W-HASTA.
           DISPLAY "DESDE (AAAAMMDD).:"  LINE 05 POSITION 10.
           DISPLAY "HASTA (AAAAMMDD).:"  LINE 06 POSITION 10.
           ACCEPT W-DESDE              LINE 05 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  F2
               MOVE ZEROS              TO  W-DESDE
               GO TO F-PIDE-FECHAS.
           ACCEPT W-HASTA              LINE 06 POSITION 29
                  UPDATE PROMPT
                  ON EXCEPTION WK-EX
                  PERFORM 999-EXCEPTION.
           IF  W-DESDE  =  ZEROS  OR  W-HASTA  <  W-DESDE
               DISPLAY "RANGO DE FECHAS INVALIDO"
                       LINE 24 POSITION 10 REVERSE BLINK
               MOVE ZEROS              TO  W-DESDE
               GO TO F-PIDE-FECHAS.
           DISPLAY "[ I ] IMPRIME  [ OTRA ] CANCELA"
                   LINE 24 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS         LINE 24 POSITION 01.
           IF  W-TRUCO  NOT =  "I"
               MOVE ZEROS              TO  W-DESDE.
       F-PIDE-FECHAS.
      *
      ******************************************************************
      *  EFECTIVIDAD POR COBRADOR SOBRE LAS GESTIONES DEL RANGO:       *
      *  CONTACTOS, PROMESAS Y SU VALOR, CUMPLIDAS / INCUMPLIDAS /     *
      *  PENDIENTES.  EFECTIVIDAD = RECIBIDO / PROMETIDO DE LAS        *
      *  PROMESAS YA CERRADAS POR LA AGENDA                            *
      ******************************************************************
       I-EFECTIVIDAD.
           PERFORM I-PIDE-FECHAS       THRU F-PIDE-FECHAS.
           IF  W-DESDE  =  ZEROS       GO TO F-EFECTIVIDAD.
           INITIALIZE TABLA-COBRADORES.
           MOVE ZEROS                  TO  W-COB-TOPE  FIN-GCB.
           MOVE CON-COD-EMPRESA        TO  GCB-EMPRESA.
           MOVE ZEROS                  TO  GCB-NIT  GCB-FRA
                                           GCB-CONSEC.
           START GESCOBRO KEY NOT LESS GCB-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-GCB.
       I-EFECTIVIDAD-CICLO.
           IF  FIN-GCB  =  1           GO TO I-EFECTIVIDAD-INFORME.
           READ GESCOBRO NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-GCB
                GO TO I-EFECTIVIDAD-CICLO.
           IF  GCB-EMPRESA  NOT =  CON-COD-EMPRESA
               MOVE 1                  TO  FIN-GCB
               GO TO I-EFECTIVIDAD-CICLO.
           IF  GCB-FECHA  <  W-DESDE  OR  GCB-FECHA  >  W-HASTA
               GO TO I-EFECTIVIDAD-CICLO.
           PERFORM I-BUSCA-COBRADOR    THRU F-BUSCA-COBRADOR.
           IF  W-COB-IDX  <  51
               PERFORM I-ACUMULA-COBRADOR THRU F-ACUMULA-COBRADOR.
           MOVE 51                     TO  W-COB-IDX.
           PERFORM I-ACUMULA-COBRADOR  THRU F-ACUMULA-COBRADOR.
           GO TO I-EFECTIVIDAD-CICLO.
       I-EFECTIVIDAD-INFORME.
           OPEN OUTPUT INFORMES.
           MOVE 3                      TO  W-INFORME.
           MOVE "EFECTIVIDAD DE LA GESTION DE COBRANZA"  TO  I-TITULO.
           MOVE ZEROS                  TO  WK-PAGINA  W-COB-IDX.
           PERFORM I-TITULO-INFORME    THRU F-TITULO-INFORME.
       I-EFECTIVIDAD-LINEAS.
           ADD 1                       TO  W-COB-IDX.
           IF  W-COB-IDX  >  W-COB-TOPE
               GO TO I-EFECTIVIDAD-TOTAL.
           MOVE TCB-USUARIO(W-COB-IDX) TO  I-EF-USUARIO.
           PERFORM I-EFECTIVIDAD-LINEA THRU F-EFECTIVIDAD-LINEA.
           GO TO I-EFECTIVIDAD-LINEAS.
       I-EFECTIVIDAD-TOTAL.
           WRITE REG-INFORMES FROM TITULO-3 AFTER 1.
           MOVE 51                     TO  W-COB-IDX.
           MOVE "TOTAL"                TO  I-EF-USUARIO.
           PERFORM I-EFECTIVIDAD-LINEA THRU F-EFECTIVIDAD-LINEA.
           CLOSE INFORMES.
           DISPLAY "INFORME DE EFECTIVIDAD GENERADO"
                   LINE 24 POSITION 10 REVERSE.
       F-EFECTIVIDAD.
      *
      *  UBICA (O ABRE) LA ENTRADA DEL COBRADOR; SIN CUPO VA AL TOTAL
       I-BUSCA-COBRADOR.
           MOVE ZEROS                  TO  W-COB-IDX.
       I-BUSCA-COBRADOR-CICLO.
           ADD 1                       TO  W-COB-IDX.
           IF  W-COB-IDX  >  W-COB-TOPE
               GO TO I-BUSCA-COBRADOR-NUEVO.
           IF  TCB-USUARIO(W-COB-IDX)  =  GCB-COBRADOR
               GO TO F-BUSCA-COBRADOR.
           GO TO I-BUSCA-COBRADOR-CICLO.
       I-BUSCA-COBRADOR-NUEVO.
           IF  W-COB-TOPE  <  50
               ADD 1                   TO  W-COB-TOPE
               MOVE W-COB-TOPE         TO  W-COB-IDX
               MOVE GCB-COBRADOR       TO  TCB-USUARIO(W-COB-IDX)
           ELSE
               MOVE 51                 TO  W-COB-IDX.
       F-BUSCA-COBRADOR.
      *
       I-ACUMULA-COBRADOR.
           ADD 1                       TO  TCB-CONTACTOS(W-COB-IDX).
           IF  GCB-RESULTADO  NOT =  "P"
               GO TO F-ACUMULA-COBRADOR.
           ADD 1                       TO  TCB-PROMESAS(W-COB-IDX).
           ADD GCB-PROM-VALOR          TO  TCB-PROMETIDO(W-COB-IDX).
           IF  GCB-PROM-ESTADO  =  "P"
               ADD 1                   TO  TCB-PENDIENTES(W-COB-IDX)
               GO TO F-ACUMULA-COBRADOR.
           IF  GCB-PROM-ESTADO  =  "C"
               ADD 1                   TO  TCB-CUMPLIDAS(W-COB-IDX)
           ELSE
               ADD 1                   TO  TCB-INCUMPLIDAS(W-COB-IDX).
           ADD GCB-PROM-VALOR          TO  TCB-CERRADO(W-COB-IDX).
           ADD GCB-PROM-RECIBIDO       TO  TCB-RECIBIDO(W-COB-IDX).
       F-ACUMULA-COBRADOR.
      *
       I-EFECTIVIDAD-LINEA.
           MOVE TCB-CONTACTOS(W-COB-IDX)    TO  I-EF-CONTACTOS.
           MOVE TCB-PROMESAS(W-COB-IDX)     TO  I-EF-PROMESAS.
           MOVE TCB-PROMETIDO(W-COB-IDX)    TO  I-EF-PROMETIDO.
           MOVE TCB-CUMPLIDAS(W-COB-IDX)    TO  I-EF-CUMPLIDAS.
           MOVE TCB-INCUMPLIDAS(W-COB-IDX)  TO  I-EF-INCUMPLIDAS.
           MOVE TCB-PENDIENTES(W-COB-IDX)   TO  I-EF-PENDIENTES.
           MOVE TCB-CERRADO(W-COB-IDX)      TO  I-EF-CERRADO.
           MOVE TCB-RECIBIDO(W-COB-IDX)     TO  I-EF-RECIBIDO.
           MOVE ZEROS                  TO  W-PORCENTAJE.
           IF  TCB-CERRADO(W-COB-IDX)  >  ZEROS
               COMPUTE W-PORCENTAJE ROUNDED  =
                       TCB-RECIBIDO(W-COB-IDX)  *  100
                       /  TCB-CERRADO(W-COB-IDX)
                       ON SIZE ERROR
                       MOVE 999.99     TO  W-PORCENTAJE.
           MOVE W-PORCENTAJE           TO  I-EF-PORCENTAJE.
           IF  CON-LIN  >  55
               PERFORM I-TITULO-INFORME THRU F-TITULO-INFORME.
           WRITE REG-INFORMES FROM LINEA-EFECTIVIDAD AFTER 1.
           ADD 1                       TO  CON-LIN.
       F-EFECTIVIDAD-LINEA.
      *
       I-TITULO-INFORME.
           ADD 1                       TO  WK-PAGINA.
           MOVE WK-PAGINA              TO  I-PAGINA.
           WRITE REG-INFORMES  FROM  TITULO-0  AFTER PAGE.
           WRITE REG-INFORMES  FROM  TITULO-1  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           IF  W-INFORME  =  1
               WRITE REG-INFORMES  FROM  TITULO-4A  AFTER 1.
           IF  W-INFORME  =  2
               WRITE REG-INFORMES  FROM  TITULO-4L  AFTER 1.
           IF  W-INFORME  =  3
               WRITE REG-INFORMES  FROM  TITULO-4E  AFTER 1.
           WRITE REG-INFORMES  FROM  TITULO-3  AFTER 1.
           MOVE 5                      TO  CON-LIN.
       F-TITULO-INFORME.
      *
       I-FIN-MODE.
           CLOSE GESCOBRO CARTACOB CNDTACUM CNNITCED CNDOCTOS.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
      *
               COPY "..\PRO\USUARIOS.PRO".
               COPY "..\PRO\TRUQUITO.PRO".
               COPY "..\PRO\PANTALLAS.PRO".
               COPY "..\PRO\AUDITE.PRO".
               COPY "..\PLB\CNDOCTOS.PLB".
               COPY "..\PLB\CNDTACUM.PLB".
               COPY "..\PLB\INFORMES.PLB".
