       PROGRAM-ID. PROG003.
      *----------------------------------------------------------------*
      * DERECHOS DE ACCESO POR PAQUETE WINNER FINANCIAL�               *
      * OCT-15-2026 DERECHOS POR USUARIO Y PROGRAMA CON SEGREGACION DE *
      *             FUNCIONES (SODPARES/SODBITAC)                      *
      * EN A/M/R EL OPERADOR ESCOGE NIT O DERECHOS DE USUARIO (D).  EL *
      * DERECHO QUE CHOCA CON OTRO PROGRAMA QUE EL USUARIO YA TIENE    *
      * (PARES DE SODPARES) SE RECHAZA, SALVO QUE UN SUPERVISOR LO     *
      * AUTORICE CON SU CLAVE; CADA AUTORIZACION QUEDA EN SODBITAC.    *
      * PARES, FIRMAS E INFORME DE CONFLICTOS EN PROG565.              *
      * OCT-15-2026 PERFILES DE ACCESO (PERFILES/PERFIUSR)             *
      * EN A/M/R, P MANTIENE PERFILES (PROGRAMAS CON DERECHOS A/M/C/R) *
      * Y U ASIGNA O RETIRA PERFILES A UN USUARIO (EN M LO SINCRONIZA).*
      * CADA CAMBIO SE PROPAGA A USER-ACT DE LOS USUARIOS DEL PERFIL   *
      * (UNION DE SUS PERFILES) RESPETANDO LOS PARES DE SODPARES.  EN  *
      * L, OPCION P: REVISION DE DERECHOS REALES CONTRA PERFILES.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "..\DYC\USER-ACT.DYC".
           COPY "..\DYC\EMPRESAS.DYC".
           COPY "..\DYC\TCNITEMP.DYC".
           COPY "..\DYC\SODPARES.DYC".
           COPY "..\DYC\SODBITAC.DYC".
           COPY "..\DYC\PERFILES.DYC".
           COPY "..\DYC\PERFIUSR.DYC".
           COPY "..\SEL\INFORMES.SEL".
       DATA DIVISION.
       FILE SECTION.
           COPY "..\FD\USER-ACT.FD".
           COPY "..\FD\EMPRESAS.FD".
           COPY "..\FD\TCNITEMP.FD".
           COPY "..\FD\SODPARES.FD".
           COPY "..\FD\SODBITAC.FD".
           COPY "..\FD\PERFILES.FD".
           COPY "..\FD\PERFIUSR.FD".
           COPY "..\FD\INFORMES.FD".
       WORKING-STORAGE SECTION.
       77  W-PROGRAMA          PIC X(07)   VALUE "PROG003".
      *
       77  W-TIPO-MATRIZ       PIC X     VALUE SPACE.
           88  WM-DERECHOS               VALUE "D" "d".
           88  WM-REVISION               VALUE "P" "p".
       77  SW-EOF-USR          PIC 9     VALUE ZEROS.
       77  SW-FIN-GRUPO        PIC 9     VALUE ZEROS.
       77  WK-NUM-PRG          PIC 99    VALUE ZEROS.
       77  WK-I-PRG            PIC 99    VALUE ZEROS.
       77  WK-USR-ACTUAL       PIC X(03) VALUE SPACES.
       77  SW-PRG-OMITIDOS     PIC 9     VALUE ZEROS.
      *
      * DERECHOS POR USUARIO/PROGRAMA (OPCION D DENTRO DE A/M/R) Y
      * AUTORIZACION DEL SUPERVISOR PARA LOS CONFLICTOS DE SODPARES.
      *
       77  W-TIPO-MANT         PIC X     VALUE SPACE.
           88  WM-MANT-DERECHOS          VALUE "D" "d".
           88  WM-MANT-PERFILES          VALUE "P" "p".
           88  WM-MANT-ASIGNA            VALUE "U" "u".
           88  WM-MANT-ACCESOS           VALUE "D" "d" "P" "p"
                                               "U" "u".
           88  WM-MANT-CANCELA           VALUE "X".
       77  W-DER-USR           PIC X(03) VALUE SPACES.
       77  W-DER-PRG           PIC X(08) VALUE SPACES.
       77  W-DER-NOMBRE        PIC X(30) VALUE SPACES.
       77  W-DER-A             PIC X     VALUE SPACE.
       77  W-DER-M             PIC X     VALUE SPACE.
       77  W-DER-C             PIC X     VALUE SPACE.
       77  W-DER-R             PIC X     VALUE SPACE.
       77  SW-DER-NUEVO        PIC 9     VALUE ZEROS.
       77  SW-SUP-OK           PIC 9     VALUE ZEROS.
       77  W-SUP-USR           PIC X(03) VALUE SPACES.
       77  W-SUP-CLAVE         PIC X(08) VALUE SPACES.
       77  W-SUP-MOTIVO        PIC X(40) VALUE SPACES.
      *
      * PERFILES DE ACCESO (OPCIONES P Y U DENTRO DE A/M/R), SU
      * PROPAGACION A USER-ACT Y LA REVISION CONTRA PERFILES (L - P).
      *
       77  W-PRF-CODIGO        PIC X(10) VALUE SPACES.
       77  W-PRF-NOMBRE        PIC X(30) VALUE SPACES.
       77  W-PRF-PRG           PIC X(08) VALUE SPACES.
       77  SW-PRF-NUEVO        PIC 9     VALUE ZEROS.
       77  SW-PRF-LINEA        PIC 9     VALUE ZEROS.
       77  W-PRP-USR           PIC X(03) VALUE SPACES.
       77  W-PRP-PRG           PIC X(08) VALUE SPACES.
       77  W-UNI-A             PIC X     VALUE SPACE.
       77  W-UNI-M             PIC X     VALUE SPACE.
       77  W-UNI-C             PIC X     VALUE SPACE.
       77  W-UNI-R             PIC X     VALUE SPACE.
       77  SW-UNI-HAY          PIC 9     VALUE ZEROS.
       77  SW-PRP-TENIA        PIC 9     VALUE ZEROS.
       77  SW-PRP-RECHAZO      PIC 9     VALUE ZEROS.
       77  W-PRP-I             PIC 9(03) VALUE ZEROS.
       77  W-PRP-IDX           PIC 9(03) VALUE ZEROS.
       77  W-PRP-NUM           PIC 9(03) VALUE ZEROS.
       77  W-NUM-PRP-USR       PIC 9(03) VALUE ZEROS.
       77  W-PRP-APLICADOS     PIC 9(03) VALUE ZEROS.
       77  W-PRP-OMITIDOS      PIC 9(03) VALUE ZEROS.
       77  W-REV-PRG           PIC X(08) VALUE SPACES.
       77  W-REV-ACTUAL        PIC X(04) VALUE SPACES.
       77  W-REV-IDX           PIC 9(03) VALUE ZEROS.
       77  W-REV-I             PIC 9(03) VALUE ZEROS.
       77  W-REV-NUM           PIC 9(03) VALUE ZEROS.
       77  W-REV-NUM-PRF       PIC 9(03) VALUE ZEROS.
       77  W-REV-INDIV         PIC 9(03) VALUE ZEROS.
       77  W-REV-USUARIOS      PIC 9(04) VALUE ZEROS.
       77  W-REV-SIN-PERFIL    PIC 9(04) VALUE ZEROS.
       77  W-REV-DIFS          PIC 9(05) VALUE ZEROS.
       77  SW-REV-EOF          PIC 9     VALUE ZEROS.
       01  TABLA-PRP-USR.
           03  TPU-USUARIO     OCCURS 500 TIMES.
               05  TPU-COD-USR PIC X(03).
               05  TPU-NOMBRE  PIC X(30).
       01  TABLA-PRP-PRG.
           03  TPP-PRG         OCCURS 300 TIMES PIC X(08).
       01  TABLA-REV-PRG.
           03  TRV-PROGRAMA    OCCURS 300 TIMES.
               05  TRV-PRG     PIC X(08).
               05  TRV-DER.
                   07  TRV-DER-A PIC X(01).
                   07  TRV-DER-M PIC X(01).
                   07  TRV-DER-C PIC X(01).
                   07  TRV-DER-R PIC X(01).
               05  TRV-VISTO   PIC 9(01).
       01  W-REV-PERFILES.
           03  WRP-PERFILES    OCCURS 8 TIMES.
               05  WRP-COD     PIC X(10).
               05  FILLER      PIC X(01).
       01  W-REV-SIN-PRF.
           03  FILLER          PIC X(23)
                               VALUE "(SIN PERFIL ASIGNADO - ".
           03  WRS-CANTIDAD    PIC ZZ9.
           03  FILLER          PIC X(24)
                               VALUE " PROGRAMAS INDIVIDUALES)".
       01  LINEA-REV-USR       PIC X(132) VALUE SPACES.
       01  DET-REV-USR REDEFINES LINEA-REV-USR.
           03  LRU-COD-USR     PIC X(03).
           03  FILLER          PIC X(01).
           03  LRU-NOMBRE      PIC X(30).
           03  FILLER          PIC X(01).
           03  LRU-TITULO      PIC X(09).
           03  LRU-PERFILES    PIC X(88).
       01  LINEA-REV-DIF       PIC X(132) VALUE SPACES.
       01  DET-REV-DIF REDEFINES LINEA-REV-DIF.
           03  FILLER          PIC X(06).
           03  LRD-PRG         PIC X(08).
           03  FILLER          PIC X(02).
           03  LRD-NOVEDAD     PIC X(20).
           03  LRD-TIT-PERFIL  PIC X(08).
           03  LRD-ESPERADO    PIC X(04).
           03  FILLER          PIC X(03).
           03  LRD-TIT-ACTUAL  PIC X(08).
           03  LRD-ACTUAL      PIC X(04).
           03  FILLER          PIC X(69).
       01  LINEA-REV-TOT       PIC X(132) VALUE SPACES.
       01  DET-REV-TOT REDEFINES LINEA-REV-TOT.
           03  LRT-TIT-USR     PIC X(20).
           03  LRT-USUARIOS    PIC ZZZ9.
           03  FILLER          PIC X(04).
           03  LRT-TIT-SIN     PIC X(12).
           03  LRT-SIN-PERFIL  PIC ZZZ9.
           03  FILLER          PIC X(04).
           03  LRT-TIT-DIF     PIC X(13).
           03  LRT-DIFERENCIAS PIC ZZZZ9.
           03  FILLER          PIC X(66).
       01  TABLA-PRG-MATRIZ.
           03  TP-COD-PRG      OCCURS 12 TIMES PIC X(07).
       01  LINEA-MATRIZ-ENC    PIC X(132) VALUE SPACES.
           COPY "..\LBL\USER-ACT.LBL".
           COPY "..\LBL\EMPRESAS.LBL".
           COPY "..\LBL\TCNITEMP.LBL".
           COPY "..\LBL\SODPARES.LBL".
           COPY "..\LBL\SODBITAC.LBL".
           COPY "..\LBL\PERFILES.LBL".
           COPY "..\LBL\PERFIUSR.LBL".
           COPY "..\LBL\INFORMES.LBL".
      *
           COPY "..\WRK\VARIABLE.WRK".
           COPY "..\WRK\LISTADOS.WRK".
           COPY "..\WRK\INFOR012.WRK".
           COPY "..\WRK\091_2X11.WRK".
           COPY "..\WRK\SODCHEQ.WRK".
      *
           COPY "..\LNK\CONTROLA.LNK".
      *
           COPY "..\DCL\USER-ACT.DCL".
           COPY "..\DCL\EMPRESAS.DCL".
           COPY "..\DCL\TCNITEMP.DCL".
           COPY "..\DCL\SODPARES.DCL".
           COPY "..\DCL\SODBITAC.DCL".
           COPY "..\DCL\PERFILES.DCL".
           COPY "..\DCL\PERFIUSR.DCL".
           COPY "..\DCL\INFORMES.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
       I-ABRE-ARCHIVOS.
           PERFORM I-STATUS-TCNITEMP THRU F-STATUS-TCNITEMP.
           PERFORM I-STATUS-SODPARES THRU F-STATUS-SODPARES.
           PERFORM I-STATUS-PERFILES THRU F-STATUS-PERFILES.
           OPEN I-O TCNITEMP.
       F-ABRE-ARCHIVOS. EXIT.
      *
       I-STATUS-PERFILES.
           OPEN INPUT PERFILES.
           IF  PERFILES-STATUS = "35"
               OPEN OUTPUT PERFILES.
           CLOSE PERFILES.
           OPEN INPUT PERFIUSR.
           IF  PERFIUSR-STATUS = "35"
               OPEN OUTPUT PERFIUSR.
           CLOSE PERFIUSR.
       F-STATUS-PERFILES. EXIT.
      *
       I-MENU-OPCIONES.
           MOVE  W-LINEA  TO  I-LINEA
           PERFORM I-SELECCIONA THRU F-SELECCIONA UNTIL SALIDA OR ESC.
           DISPLAY "[ ESC ] TERMINA" LINE 24 POSITION 01 REVERSE
           DISPLAY SPACE LINE 24 POSITION 01 SIZE 80.
           IF NOT ESC
              IF W-OPCION = "A" OR W-OPCION = "M" OR W-OPCION = "R"
                 PERFORM I-TIPO-MANT THRU F-TIPO-MANT
                 IF WM-MANT-CANCELA
                    GO F-MENU-OPCIONES
                 ELSE
                    IF WM-MANT-ACCESOS
                       PERFORM I-DISPLAY-OPCION THRU F-DISPLAY-OPCION
                       PERFORM I-MANT-ACCESOS THRU F-MANT-ACCESOS
                       MOVE ZEROS TO WK-EXCEPTION
                       DISPLAY SPACES SIZE 80 LINE 25 POSITION 01
                       GO F-MENU-OPCIONES.
           IF ESC
              MOVE 19 TO I-LINEA
              MOVE 999             TO   WK-EXCEPTION
       I-LISTA.
           MOVE SPACE TO W-TIPO-MATRIZ.
           DISPLAY SPACES SIZE 80  LINE 24 POSITION 01.
           DISPLAY "NIT (ENTER), MATRIZ (D) O REVISION PERFILES (P) ? "
                                    LINE 24 POSITION 01 REVERSE.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-TIPO-MATRIZ    LINE 24 POSITION 52
           IF  WM-DERECHOS
               PERFORM I-INICIO-MATRIZ THRU F-INICIO-MATRIZ
               GO F-LISTA.
           IF  WM-REVISION
               PERFORM I-INICIO-REVISION THRU F-INICIO-REVISION
               GO F-LISTA.

           PERFORM I-WINDOW-DATOS THRU F-WINDOW-DATOS.
           MOVE ZEROS TO TCNITEMP-KEY00.
           IF COD-USR NOT = WK-USR-ACTUAL
              MOVE 1 TO SW-FIN-GRUPO.
       F-MARCA-PRG-USUARIO. EXIT.
      *
      *----------------------------------------------------------------
      * REVISION DE ACCESOS CONTRA PERFILES.  POR CADA USUARIO UNA
      * LINEA CON SUS PERFILES Y DEBAJO SOLO LAS DIFERENCIAS ENTRE LO
      * QUE LE DAN SUS PERFILES Y LO QUE REALMENTE TIENE EN USER-ACT:
      *   FALTA EN USER-ACT    EL PERFIL LO DA Y EL USUARIO NO LO TIENE
      *   FUERA DE PERFIL      LO TIENE Y NINGUN PERFIL LO DA
      *   DERECHOS DIFERENTES  A/M/C/R NO COINCIDEN
      * EL USUARIO SIN PERFIL SALE EN UNA SOLA LINEA CON EL NUMERO DE
      * PROGRAMAS QUE TIENE ASIGNADOS EN FORMA INDIVIDUAL.
      *----------------------------------------------------------------
       I-INICIO-REVISION.
           OPEN OUTPUT INFORMES.
           OPEN INPUT USUARIOS PERFILES PERFIUSR.
           MOVE ZEROS TO WK-LINEAS WK-PAGINA W-NUM-PRP-USR SW-REV-EOF
                         W-REV-USUARIOS W-REV-SIN-PERFIL W-REV-DIFS
                         W-PRP-IDX.
           PERFORM I-CARGA-USR-REVISION THRU F-CARGA-USR-REVISION
                   UNTIL SW-REV-EOF = 1.
           PERFORM I-REVISA-USUARIO THRU F-REVISA-USUARIO
                   UNTIL W-PRP-IDX NOT < W-NUM-PRP-USR.
           CLOSE USUARIOS PERFILES PERFIUSR.
           IF  WK-LINEAS = ZEROS OR WK-LINEAS > 55
               PERFORM I-TITULOS-REVISION THRU F-TITULOS-REVISION.
           MOVE SPACES                TO LINEA-REV-TOT.
           MOVE "USUARIOS REVISADOS:" TO LRT-TIT-USR.
           MOVE W-REV-USUARIOS        TO LRT-USUARIOS.
           MOVE "SIN PERFIL:"         TO LRT-TIT-SIN.
           MOVE W-REV-SIN-PERFIL      TO LRT-SIN-PERFIL.
           MOVE "DIFERENCIAS:"        TO LRT-TIT-DIF.
           MOVE W-REV-DIFS            TO LRT-DIFERENCIAS.
           WRITE REG-INFORMES FROM LINEA-REV-TOT AFTER 2.
           MOVE SPACES TO REG-INFORMES.
           WRITE REG-INFORMES BEFORE PAGE.
           CLOSE INFORMES.
       F-INICIO-REVISION. EXIT.
      *
       I-CARGA-USR-REVISION.
           READ USUARIOS NEXT RECORD WITH NO LOCK
                AT END MOVE 1 TO SW-REV-EOF
                GO F-CARGA-USR-REVISION.
           IF  COD-PRG = SPACES AND W-NUM-PRP-USR < 500
               ADD 1 TO W-NUM-PRP-USR
               MOVE COD-USR     TO TPU-COD-USR(W-NUM-PRP-USR)
               MOVE NOM-USUARIO TO TPU-NOMBRE(W-NUM-PRP-USR).
       F-CARGA-USR-REVISION. EXIT.
      *
       I-REVISA-USUARIO.
           ADD 1 TO W-PRP-IDX W-REV-USUARIOS.
           MOVE TPU-COD-USR(W-PRP-IDX) TO W-PRP-USR.
           MOVE ZEROS  TO W-REV-NUM W-REV-NUM-PRF W-REV-INDIV.
           MOVE SPACES TO W-REV-PERFILES.
           MOVE W-PRP-USR  TO PFU-COD-USR.
           MOVE LOW-VALUES TO PFU-PERFIL.
           START PERFIUSR KEY NOT LESS PFU-LLAVE INVALID KEY
                 GO REVISA-REALES-INICIO.
         REVISA-PERFILES.
           READ PERFIUSR NEXT RECORD WITH NO LOCK AT END
                GO REVISA-REALES-INICIO.
           IF  PFU-COD-USR NOT = W-PRP-USR  GO REVISA-REALES-INICIO.
           ADD 1 TO W-REV-NUM-PRF.
           IF  W-REV-NUM-PRF NOT > 8
               MOVE PFU-PERFIL TO WRP-COD(W-REV-NUM-PRF).
           PERFORM I-ESPERADO-PERFIL THRU F-ESPERADO-PERFIL.
           GO REVISA-PERFILES.
         REVISA-REALES-INICIO.
           IF  W-REV-NUM-PRF > ZEROS
               PERFORM I-ENCABEZA-REV-USR THRU F-ENCABEZA-REV-USR.
           MOVE W-PRP-USR TO COD-USR.
           MOVE SPACES    TO COD-PRG.
           START USUARIOS KEY GREATER LLAVE-USR INVALID KEY
                 GO REVISA-FALTANTES.
         REVISA-REALES.
           READ USUARIOS NEXT RECORD WITH NO LOCK AT END
                GO REVISA-FALTANTES.
           IF  COD-USR NOT = W-PRP-USR  GO REVISA-FALTANTES.
           IF  W-REV-NUM-PRF = ZEROS
               ADD 1 TO W-REV-INDIV
               GO REVISA-REALES.
           MOVE DERECHOS-USR TO W-REV-ACTUAL.
           IF  W-REV-ACTUAL = SPACES
               MOVE "SSSS" TO W-REV-ACTUAL.
           MOVE COD-PRG TO W-REV-PRG.
           PERFORM I-BUSCA-REV THRU F-BUSCA-REV.
           MOVE SPACES       TO LINEA-REV-DIF.
           MOVE COD-PRG      TO LRD-PRG.
           MOVE W-REV-ACTUAL TO LRD-ACTUAL.
           MOVE "ACTUAL:"    TO LRD-TIT-ACTUAL.
           IF  W-REV-IDX = ZEROS
               MOVE "FUERA DE PERFIL" TO LRD-NOVEDAD
               PERFORM I-LINEA-DIFERENCIA THRU F-LINEA-DIFERENCIA
               GO REVISA-REALES.
           MOVE 1 TO TRV-VISTO(W-REV-IDX).
           IF  TRV-DER(W-REV-IDX) NOT = W-REV-ACTUAL
               MOVE "DERECHOS DIFERENTES"  TO LRD-NOVEDAD
               MOVE "PERFIL:"              TO LRD-TIT-PERFIL
               MOVE TRV-DER(W-REV-IDX)     TO LRD-ESPERADO
               PERFORM I-LINEA-DIFERENCIA THRU F-LINEA-DIFERENCIA.
           GO REVISA-REALES.
         REVISA-FALTANTES.
           IF  W-REV-NUM-PRF = ZEROS
               ADD 1 TO W-REV-SIN-PERFIL
               PERFORM I-ENCABEZA-REV-USR THRU F-ENCABEZA-REV-USR
               GO F-REVISA-USUARIO.
           MOVE ZEROS TO W-REV-IDX.
         REVISA-FALTA-SIGUE.
           ADD 1 TO W-REV-IDX.
           IF  W-REV-IDX > W-REV-NUM  GO F-REVISA-USUARIO.
           IF  TRV-VISTO(W-REV-IDX) = 1  GO REVISA-FALTA-SIGUE.
           MOVE SPACES                 TO LINEA-REV-DIF.
           MOVE TRV-PRG(W-REV-IDX)     TO LRD-PRG.
           MOVE "FALTA EN USER-ACT"    TO LRD-NOVEDAD.
           MOVE "PERFIL:"              TO LRD-TIT-PERFIL.
           MOVE TRV-DER(W-REV-IDX)     TO LRD-ESPERADO.
           PERFORM I-LINEA-DIFERENCIA THRU F-LINEA-DIFERENCIA.
           GO REVISA-FALTA-SIGUE.
       F-REVISA-USUARIO. EXIT.
      *
       I-ESPERADO-PERFIL.
           MOVE PFU-PERFIL TO PRF-CODIGO.
           MOVE SPACES     TO PRF-PRG.
           START PERFILES KEY GREATER PRF-LLAVE INVALID KEY
                 GO F-ESPERADO-PERFIL.
         ESPERADO-LEE.
           READ PERFILES NEXT RECORD WITH NO LOCK AT END
                GO F-ESPERADO-PERFIL.
           IF  PRF-CODIGO NOT = PFU-PERFIL  GO F-ESPERADO-PERFIL.
           MOVE PRF-PRG TO W-REV-PRG.
           PERFORM I-BUSCA-REV THRU F-BUSCA-REV.
           IF  W-REV-IDX = ZEROS AND W-REV-NUM NOT < 300
               GO ESPERADO-LEE.
           IF  W-REV-IDX = ZEROS
               ADD 1 TO W-REV-NUM
               MOVE W-REV-NUM TO W-REV-IDX
               MOVE PRF-PRG   TO TRV-PRG(W-REV-IDX)
               MOVE "NNNN"    TO TRV-DER(W-REV-IDX)
               MOVE ZEROS     TO TRV-VISTO(W-REV-IDX).
           IF  PRF-DER-A = "S"  MOVE "S" TO TRV-DER-A(W-REV-IDX).
           IF  PRF-DER-M = "S"  MOVE "S" TO TRV-DER-M(W-REV-IDX).
           IF  PRF-DER-C = "S"  MOVE "S" TO TRV-DER-C(W-REV-IDX).
           IF  PRF-DER-R = "S"  MOVE "S" TO TRV-DER-R(W-REV-IDX).
           GO ESPERADO-LEE.
       F-ESPERADO-PERFIL. EXIT.
      *
       I-BUSCA-REV.
           MOVE ZEROS TO W-REV-IDX W-REV-I.
         BUSCA-REV-SIGUE.
           ADD 1 TO W-REV-I.
           IF  W-REV-I > W-REV-NUM  GO F-BUSCA-REV.
           IF  TRV-PRG(W-REV-I) = W-REV-PRG
               MOVE W-REV-I TO W-REV-IDX
               GO F-BUSCA-REV.
           GO BUSCA-REV-SIGUE.
       F-BUSCA-REV. EXIT.
      *
       I-ENCABEZA-REV-USR.
           MOVE SPACES                 TO LINEA-REV-USR.
           MOVE W-PRP-USR              TO LRU-COD-USR.
           MOVE TPU-NOMBRE(W-PRP-IDX)  TO LRU-NOMBRE.
           MOVE "PERFILES:"            TO LRU-TITULO.
           IF  W-REV-NUM-PRF = ZEROS
               MOVE W-REV-INDIV        TO WRS-CANTIDAD
               MOVE W-REV-SIN-PRF      TO LRU-PERFILES
           ELSE
               MOVE W-REV-PERFILES     TO LRU-PERFILES.
           IF  WK-LINEAS > 55 OR WK-LINEAS = 0
               PERFORM I-TITULOS-REVISION THRU F-TITULOS-REVISION.
           WRITE REG-INFORMES FROM LINEA-REV-USR AFTER 2.
           ADD 2 TO WK-LINEAS.
       F-ENCABEZA-REV-USR. EXIT.
      *
       I-LINEA-DIFERENCIA.
           IF  WK-LINEAS > 58
               PERFORM I-TITULOS-REVISION THRU F-TITULOS-REVISION.
           WRITE REG-INFORMES FROM LINEA-REV-DIF AFTER 1.
           ADD 1 TO WK-LINEAS W-REV-DIFS.
       F-LINEA-DIFERENCIA. EXIT.
      *
       I-TITULOS-REVISION.
           ADD 1 TO WK-PAGINA.
           MOVE SPACES TO LINEA-MATRIZ-ENC.
           WRITE REG-INFORMES FROM LINEA-MATRIZ-ENC AFTER PAGE.
           MOVE "REVISION DE ACCESOS: DERECHOS REALES CONTRA PERFILES"
                                TO LINEA-MATRIZ-ENC.
           WRITE REG-INFORMES FROM LINEA-MATRIZ-ENC AFTER 1.
           MOVE SPACES TO LINEA-MATRIZ-ENC.
           WRITE REG-INFORMES FROM LINEA-MATRIZ-ENC AFTER 1.
           MOVE SPACES                 TO LINEA-REV-USR.
           MOVE "USR"                  TO LRU-COD-USR.
           MOVE "NOMBRE / PROGRAMA Y NOVEDAD" TO LRU-NOMBRE.
           MOVE "PERFILES"             TO LRU-TITULO.
           MOVE "(DERECHOS EN ORDEN A M C R)" TO LRU-PERFILES.
           WRITE REG-INFORMES FROM LINEA-REV-USR AFTER 1.
           MOVE 4 TO WK-LINEAS.
       F-TITULOS-REVISION. EXIT.
      *
      *----------------------------------------------------------------
      * DERECHOS DE UN USUARIO SOBRE UN PROGRAMA (REGISTROS DE USER-ACT
      * CON COD-PRG).  A CREA, M MODIFICA Y R RETIRA EL DERECHO.  ANTES
      * DE GRABAR UN DERECHO QUE NO ES SOLO DE CONSULTA SE BUSCAN LOS
      * PARES DE SODPARES: SI EL USUARIO YA TIENE EL OTRO PROGRAMA DEL
      * PAR SE EXIGE CODIGO Y CLAVE DE UN SUPERVISOR (TIPO-USR = "A"),
      * DIFERENTE DEL USUARIO, Y EL MOTIVO; CADA CONFLICTO AUTORIZADO
      * QUEDA EN SODBITAC.  SIN AUTORIZACION EL DERECHO NO SE GRABA.
      *----------------------------------------------------------------
       I-TIPO-MANT.
           MOVE SPACE TO W-TIPO-MANT.
           DISPLAY SPACES SIZE 80  LINE 24 POSITION 01.
           DISPLAY
               "NIT (ENTER), DERECHOS (D), PERFILES (P), ASIGNA (U) ? "
                                    LINE 24 POSITION 01 REVERSE.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-TIPO-MANT      LINE 24 POSITION 56
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           DISPLAY SPACES SIZE 80  LINE 24 POSITION 01.
           IF  F2   PERFORM I-FIN-MODE  THRU  F-FIN-MODE.
           IF  ESC OR CUP
               MOVE ZEROS TO WK-EXCEPTION
               MOVE "X"   TO W-TIPO-MANT.
       F-TIPO-MANT. EXIT.
      *
       I-DERECHOS.
           OPEN I-O USUARIOS.
           PERFORM I-CARGA-SODPARES THRU F-CARGA-SODPARES.
           MOVE ZEROS TO WK-EXCEPTION.
           PERFORM I-DERECHO-USUARIO THRU F-DERECHO-USUARIO UNTIL ESC.
           CLOSE USUARIOS.
       F-DERECHOS. EXIT.
      *
       I-DERECHO-USUARIO.
           PERFORM I-VENTANA-DERECHOS THRU F-VENTANA-DERECHOS.
         DER-USUARIO.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-DER-USR        LINE 14 POSITION 28
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           IF  F2
               CLOSE USUARIOS
               PERFORM I-FIN-MODE  THRU  F-FIN-MODE.
           IF  CUP  MOVE 27 TO WK-EXCEPTION.
           IF  ESC  GO F-DERECHO-USUARIO.
           IF  W-DER-USR = SPACES  GO DER-USUARIO.
           MOVE W-DER-USR TO COD-USR.
           MOVE SPACES    TO COD-PRG.
           READ USUARIOS WITH NO LOCK INVALID KEY
                DISPLAY "USUARIO NO EXISTE" LINE 25 POSITION 01 REVERSE
                GO DER-USUARIO.
           MOVE NOM-USUARIO TO W-DER-NOMBRE.
           DISPLAY W-DER-NOMBRE     LINE 14 POSITION 33.
         DER-PROGRAMA.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-DER-PRG        LINE 15 POSITION 28
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  F2
               CLOSE USUARIOS
               PERFORM I-FIN-MODE  THRU  F-FIN-MODE.
           IF  ESC  GO F-DERECHO-USUARIO.
           IF  CUP  GO DER-USUARIO.
           IF  W-DER-PRG = SPACES  GO DER-PROGRAMA.
           MOVE W-DER-USR TO COD-USR.
           MOVE W-DER-PRG TO COD-PRG.
           MOVE ZEROS     TO SW-DER-NUEVO.
           READ USUARIOS WITH NO LOCK INVALID KEY
                MOVE 1 TO SW-DER-NUEVO.
           IF  SW-DER-NUEVO = 1 AND W-OPCION NOT = "A"
               DISPLAY "DERECHO NO EXISTE" LINE 25 POSITION 01 REVERSE
               GO DER-PROGRAMA.
           IF  SW-DER-NUEVO = ZEROS AND W-OPCION = "A"
               DISPLAY "DERECHO YA EXISTE" LINE 25 POSITION 01 REVERSE
               GO DER-PROGRAMA.
           IF  SW-DER-NUEVO = 1 OR DERECHOS-USR = SPACES
               MOVE "S" TO W-DER-A W-DER-M W-DER-C W-DER-R
           ELSE
               MOVE DER-A-USR TO W-DER-A
               MOVE DER-M-USR TO W-DER-M
               MOVE DER-C-USR TO W-DER-C
               MOVE DER-R-USR TO W-DER-R.
           PERFORM I-MUESTRA-DERECHOS THRU F-MUESTRA-DERECHOS.
           IF  W-OPCION = "R"
               PERFORM I-RETIRA-DERECHO THRU F-RETIRA-DERECHO
               GO F-DERECHO-USUARIO.
         DER-LETRAS.
           PERFORM I-ACEPTA-LETRAS THRU F-ACEPTA-LETRAS.
           IF  ESC  GO F-DERECHO-USUARIO.
           IF  CUP  GO DER-PROGRAMA.
           MOVE ZEROS TO WK-EXCEPTION.
           MOVE SPACES TO W-TRUCO.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01
           DISPLAY "[ G ]  GRABAR DERECHO     [F1]  CANCELAR"
                   LINE 25 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO UNTIL W-TRUCO = "G" OR F1.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  W-TRUCO NOT = "G"
               MOVE ZEROS TO WK-EXCEPTION
               GO F-DERECHO-USUARIO.
           MOVE ZEROS TO SW-SUP-OK.
           IF  W-DER-A NOT = "N" OR W-DER-M NOT = "N"
           OR  W-DER-R NOT = "N"
               PERFORM I-VALIDA-SOD THRU F-VALIDA-SOD.
           IF  SW-SUP-OK = 2
               DISPLAY "DERECHO RECHAZADO: CONFLICTO DE FUNCIONES"
                       LINE 25 POSITION 01 REVERSE
               GO F-DERECHO-USUARIO.
           PERFORM I-GRABA-DERECHO THRU F-GRABA-DERECHO.
       F-DERECHO-USUARIO. EXIT.
      *
       I-VENTANA-DERECHOS.
           MOVE 12 TO I-LINEA.
           PERFORM I-LIMPIA-RENGLON THRU F-LIMPIA-RENGLON
                   UNTIL I-LINEA > 22.
           DISPLAY " DERECHOS DE USUARIO POR PROGRAMA "
                                    LINE 12 POSITION 05 REVERSE.
           DISPLAY "USUARIO.........:" LINE 14 POSITION 10.
           DISPLAY "PROGRAMA........:" LINE 15 POSITION 10.
           DISPLAY "DERECHOS (S/N)..:" LINE 17 POSITION 10.
           DISPLAY "A:   M:   C:   R:" LINE 17 POSITION 28.
       F-VENTANA-DERECHOS. EXIT.
      *
       I-LIMPIA-RENGLON.
           DISPLAY SPACES SIZE 80 LINE I-LINEA POSITION 01.
           ADD 1 TO I-LINEA.
       F-LIMPIA-RENGLON. EXIT.
      *
       I-MUESTRA-DERECHOS.
           DISPLAY W-DER-A LINE 17 POSITION 31
                   W-DER-M LINE 17 POSITION 36
                   W-DER-C LINE 17 POSITION 41
                   W-DER-R LINE 17 POSITION 46.
       F-MUESTRA-DERECHOS. EXIT.
      *
       I-ACEPTA-LETRAS.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-DER-A          LINE 17 POSITION 31
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           ACCEPT  W-DER-M          LINE 17 POSITION 36
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           ACCEPT  W-DER-C          LINE 17 POSITION 41
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           ACCEPT  W-DER-R          LINE 17 POSITION 46
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           IF  ESC OR CUP  GO F-ACEPTA-LETRAS.
           IF  (W-DER-A NOT = "S" AND W-DER-A NOT = "N")
           OR  (W-DER-M NOT = "S" AND W-DER-M NOT = "N")
           OR  (W-DER-C NOT = "S" AND W-DER-C NOT = "N")
           OR  (W-DER-R NOT = "S" AND W-DER-R NOT = "N")
               DISPLAY "DIGITE S O N EN CADA DERECHO"
                       LINE 25 POSITION 01 REVERSE
               GO I-ACEPTA-LETRAS.
       F-ACEPTA-LETRAS. EXIT.
      *
       I-VALIDA-SOD.
           MOVE ZEROS     TO SOD-IDX.
           MOVE W-DER-USR TO SOD-USR.
           MOVE W-DER-PRG TO SOD-PRG.
         VALIDA-SOD-SIGUE.
           PERFORM I-CONFLICTO-SOD THRU F-CONFLICTO-SOD.
           IF  SW-SOD-CONFLICTO NOT = 1  GO F-VALIDA-SOD.
           IF  SW-SUP-OK = ZEROS
               PERFORM I-AUTORIZA-SUPER THRU F-AUTORIZA-SUPER.
           IF  SW-SUP-OK NOT = 1  GO F-VALIDA-SOD.
           PERFORM I-GRABA-SODBITAC THRU F-GRABA-SODBITAC.
           GO VALIDA-SOD-SIGUE.
       F-VALIDA-SOD. EXIT.
      *
       I-AUTORIZA-SUPER.
           MOVE 2 TO SW-SUP-OK.
           MOVE SPACES TO W-SUP-USR W-SUP-CLAVE W-SUP-MOTIVO.
           DISPLAY "CONFLICTO CON"  LINE 19 POSITION 05 REVERSE
                   SOD-PRG-OTRO     LINE 19 POSITION 19 REVERSE
                   SOD-DESC-PAR     LINE 19 POSITION 28 REVERSE.
           DISPLAY "SUPERVISOR QUE AUTORIZA:"  LINE 20 POSITION 05
                   "CLAVE:"                    LINE 20 POSITION 35
                   "MOTIVO:"                   LINE 21 POSITION 05.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-SUP-USR        LINE 20 POSITION 30
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           IF  ESC OR CUP OR W-SUP-USR = SPACES
               MOVE ZEROS TO WK-EXCEPTION
               GO F-AUTORIZA-SUPER.
           ACCEPT  W-SUP-CLAVE      LINE 20 POSITION 42 OFF
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           DISPLAY "********"       LINE 20 POSITION 42.
           IF  ESC OR CUP
               MOVE ZEROS TO WK-EXCEPTION
               GO F-AUTORIZA-SUPER.
           IF  W-SUP-USR = W-DER-USR
               DISPLAY "EL SUPERVISOR NO AUTORIZA SUS PROPIOS DERECHOS"
                       LINE 25 POSITION 01 REVERSE
               PERFORM ACEPTA-TRUCO
               GO F-AUTORIZA-SUPER.
           MOVE W-SUP-USR TO COD-USR.
           MOVE SPACES    TO COD-PRG.
           READ USUARIOS WITH NO LOCK INVALID KEY
                MOVE SPACES TO TIPO-USR CLAVE-USR.
           IF  TIPO-USR NOT = "A" OR BLOQUEO-USR = "S"
           OR  CLAVE-USR NOT = W-SUP-CLAVE
               DISPLAY "AUTORIZACION NO VALIDA"
                       LINE 25 POSITION 01 REVERSE
               PERFORM ACEPTA-TRUCO
               GO F-AUTORIZA-SUPER.
           ACCEPT  W-SUP-MOTIVO     LINE 21 POSITION 13
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           IF  ESC OR CUP OR W-SUP-MOTIVO = SPACES
               MOVE ZEROS TO WK-EXCEPTION
               GO F-AUTORIZA-SUPER.
           MOVE 1 TO SW-SUP-OK.
       F-AUTORIZA-SUPER. EXIT.
      *
       I-GRABA-SODBITAC.
           ACCEPT WK-HORA-HOY FROM TIME.
           OPEN I-O SODBITAC.
           IF  SODBITAC-STATUS = "35"
               CLOSE SODBITAC
               OPEN OUTPUT SODBITAC
               CLOSE SODBITAC
               OPEN I-O SODBITAC.
           MOVE WK-FECHA-HOY   TO SDB-FECHA.
           MOVE WK-HORA-HOY    TO SDB-HORA.
           MOVE ZEROS          TO SDB-CONSEC.
           MOVE W-DER-USR      TO SDB-COD-USR.
           MOVE W-DER-PRG      TO SDB-PRG-OTORGADO.
           MOVE SOD-PRG-OTRO   TO SDB-PRG-CONFLICTO.
           MOVE W-SUP-USR      TO SDB-SUPERVISOR.
           MOVE CON-USERNAME   TO SDB-OPERADOR.
           MOVE W-SUP-MOTIVO   TO SDB-MOTIVO.
         GRABA-SODBITAC.
           WRITE REG-SODBITAC INVALID KEY
                 ADD 1 TO SDB-CONSEC
                 GO GRABA-SODBITAC.
           CLOSE SODBITAC.
       F-GRABA-SODBITAC. EXIT.
      *
       I-GRABA-DERECHO.
           MOVE W-DER-USR TO COD-USR.
           MOVE W-DER-PRG TO COD-PRG.
           IF  SW-DER-NUEVO = 1
               INITIALIZE REG-USER
               MOVE W-DER-USR TO COD-USR
               MOVE W-DER-PRG TO COD-PRG
           ELSE
               READ USUARIOS INVALID KEY
                    MOVE 1 TO SW-DER-NUEVO.
           MOVE W-DER-A TO DER-A-USR.
           MOVE W-DER-M TO DER-M-USR.
           MOVE W-DER-C TO DER-C-USR.
           MOVE W-DER-R TO DER-R-USR.
           IF  SW-DER-NUEVO = 1
               WRITE REG-USER
           ELSE
               REWRITE REG-USER.
           DISPLAY "DERECHO GRABADO" LINE 25 POSITION 01 REVERSE.
       F-GRABA-DERECHO. EXIT.
      *
       I-RETIRA-DERECHO.
           MOVE ZEROS TO WK-EXCEPTION.
           MOVE SPACES TO W-TRUCO.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01
           DISPLAY "[ E ]  BORRA DERECHO     [F1]  CANCELAR"
                   LINE 25 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO UNTIL W-TRUCO = "E" OR F1.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           MOVE ZEROS TO WK-EXCEPTION.
           IF  W-TRUCO NOT = "E"  GO F-RETIRA-DERECHO.
           MOVE W-DER-USR TO COD-USR.
           MOVE W-DER-PRG TO COD-PRG.
           DELETE USUARIOS INVALID KEY
                  DISPLAY " NO PUEDE BORRAR ... OJO <ENTER> "
                          LINE 25 POSITION 01
                  PERFORM ACEPTA-TRUCO
                  GO F-RETIRA-DERECHO.
           DISPLAY "DERECHO RETIRADO" LINE 25 POSITION 01 REVERSE.
       F-RETIRA-DERECHO. EXIT.
      *
      *----------------------------------------------------------------
      * PERFILES DE ACCESO (ROLES).  UN PERFIL (PERFILES) AGRUPA
      * PROGRAMAS CON SUS DERECHOS A/M/C/R Y SE ASIGNA A UNO O VARIOS
      * USUARIOS (PERFIUSR).  EL DERECHO DE UN USUARIO SOBRE UN PROGRAMA
      * ES LA UNION DE LOS DERECHOS QUE LE DAN SUS PERFILES: AL GRABAR
      * O ELIMINAR UN PROGRAMA DEL PERFIL SE RECALCULA EN USER-ACT PARA
      * TODOS LOS USUARIOS DEL PERFIL, Y AL ASIGNAR O RETIRAR UN PERFIL
      * SE RECALCULAN LOS PROGRAMAS DE ESE PERFIL PARA EL USUARIO.  SI
      * NINGUN PERFIL DEJA EL PROGRAMA, EL DERECHO SE BORRA DE USER-ACT.
      * CUANDO EL RECALCULO DA ACCESO DE ACTUALIZACION A UN PROGRAMA QUE
      * EL USUARIO NO TENIA SE VALIDAN LOS PARES DE SODPARES; UN SOLO
      * SUPERVISOR AUTORIZA LOS CONFLICTOS DE LA OPERACION (CADA UNO
      * QUEDA EN SODBITAC) Y SIN AUTORIZACION ESE PROGRAMA SE OMITE.
      *----------------------------------------------------------------
       I-MANT-ACCESOS.
           IF  WM-MANT-DERECHOS
               PERFORM I-DERECHOS THRU F-DERECHOS.
           IF  WM-MANT-PERFILES
               PERFORM I-PERFILES THRU F-PERFILES.
           IF  WM-MANT-ASIGNA
               PERFORM I-ASIGNA   THRU F-ASIGNA.
       F-MANT-ACCESOS. EXIT.
      *
       I-PERFILES.
           OPEN I-O USUARIOS PERFILES PERFIUSR.
           PERFORM I-CARGA-SODPARES THRU F-CARGA-SODPARES.
           MOVE ZEROS TO WK-EXCEPTION.
           PERFORM I-PERFIL-CABEZA THRU F-PERFIL-CABEZA UNTIL ESC.
           CLOSE USUARIOS PERFILES PERFIUSR.
       F-PERFILES. EXIT.
      *
       I-PERFIL-CABEZA.
           PERFORM I-VENTANA-PERFIL THRU F-VENTANA-PERFIL.
         PRF-CODIGO-CAP.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-PRF-CODIGO     LINE 14 POSITION 28
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  F2
               CLOSE USUARIOS PERFILES PERFIUSR
               PERFORM I-FIN-MODE  THRU  F-FIN-MODE.
           IF  CUP  MOVE 27 TO WK-EXCEPTION.
           IF  ESC  GO F-PERFIL-CABEZA.
           IF  W-PRF-CODIGO = SPACES  GO PRF-CODIGO-CAP.
           MOVE W-PRF-CODIGO TO PRF-CODIGO.
           MOVE SPACES       TO PRF-PRG.
           MOVE ZEROS        TO SW-PRF-NUEVO.
           READ PERFILES INVALID KEY
                MOVE 1 TO SW-PRF-NUEVO.
           IF  SW-PRF-NUEVO = 1 AND W-OPCION NOT = "A"
               DISPLAY "PERFIL NO EXISTE" LINE 25 POSITION 01 REVERSE
               GO PRF-CODIGO-CAP.
           IF  SW-PRF-NUEVO = ZEROS AND W-OPCION = "A"
               DISPLAY "PERFIL YA EXISTE" LINE 25 POSITION 01 REVERSE
               GO PRF-CODIGO-CAP.
           IF  SW-PRF-NUEVO = 1
               MOVE SPACES     TO W-PRF-NOMBRE
           ELSE
               MOVE PRF-NOMBRE TO W-PRF-NOMBRE.
           DISPLAY W-PRF-NOMBRE     LINE 15 POSITION 28.
           IF  W-OPCION = "R"
               PERFORM I-RETIRA-PERFIL THRU F-RETIRA-PERFIL
               GO F-PERFIL-CABEZA.
         PRF-NOMBRE-CAP.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-PRF-NOMBRE     LINE 15 POSITION 28
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           IF  ESC  GO F-PERFIL-CABEZA.
           IF  CUP  GO PRF-CODIGO-CAP.
           IF  W-PRF-NOMBRE = SPACES  GO PRF-NOMBRE-CAP.
           IF  SW-PRF-NUEVO = 1
               INITIALIZE REG-PERFILES
               MOVE W-PRF-CODIGO TO PRF-CODIGO
               MOVE SPACES       TO PRF-PRG.
           MOVE W-PRF-NOMBRE TO PRF-NOMBRE.
           MOVE CON-USERNAME TO PRF-USUARIO.
           MOVE WK-FECHA-HOY TO PRF-FECHA.
           IF  SW-PRF-NUEVO = 1
               WRITE REG-PERFILES
           ELSE
               REWRITE REG-PERFILES.
           MOVE ZEROS TO WK-EXCEPTION.
           PERFORM I-PERFIL-RENGLON THRU F-PERFIL-RENGLON UNTIL ESC.
           MOVE ZEROS TO WK-EXCEPTION.
       F-PERFIL-CABEZA. EXIT.
      *
       I-PERFIL-RENGLON.
           MOVE ZEROS  TO WK-EXCEPTION.
           MOVE SPACES TO W-PRF-PRG W-DER-A W-DER-M W-DER-C W-DER-R.
           PERFORM I-MUESTRA-DERECHOS THRU F-MUESTRA-DERECHOS.
           ACCEPT  W-PRF-PRG        LINE 16 POSITION 28
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  F2
               CLOSE USUARIOS PERFILES PERFIUSR
               PERFORM I-FIN-MODE  THRU  F-FIN-MODE.
           IF  CUP  MOVE 27 TO WK-EXCEPTION.
           IF  ESC  GO F-PERFIL-RENGLON.
           IF  W-PRF-PRG = SPACES  GO I-PERFIL-RENGLON.
           MOVE W-PRF-CODIGO TO PRF-CODIGO.
           MOVE W-PRF-PRG    TO PRF-PRG.
           MOVE ZEROS        TO SW-PRF-LINEA.
           READ PERFILES INVALID KEY
                MOVE 1 TO SW-PRF-LINEA.
           IF  SW-PRF-LINEA = 1
               MOVE "S" TO W-DER-A W-DER-M W-DER-C W-DER-R
           ELSE
               MOVE PRF-DER-A TO W-DER-A
               MOVE PRF-DER-M TO W-DER-M
               MOVE PRF-DER-C TO W-DER-C
               MOVE PRF-DER-R TO W-DER-R.
           PERFORM I-MUESTRA-DERECHOS THRU F-MUESTRA-DERECHOS.
           PERFORM I-ACEPTA-LETRAS    THRU F-ACEPTA-LETRAS.
           IF  ESC OR CUP
               MOVE ZEROS TO WK-EXCEPTION
               GO F-PERFIL-RENGLON.
           MOVE ZEROS  TO WK-EXCEPTION.
           MOVE SPACES TO W-TRUCO.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  SW-PRF-LINEA = 1
               DISPLAY "[ G ] GRABA Y APLICA A USUARIOS  [F1] CANCELA"
                       LINE 25 POSITION 10 REVERSE
               PERFORM ACEPTA-TRUCO UNTIL W-TRUCO = "G" OR F1
           ELSE
               DISPLAY "[G] GRABA  [E] ELIMINA DEL PERFIL  [F1] CANCELA"
                       LINE 25 POSITION 10 REVERSE
               PERFORM ACEPTA-TRUCO
                       UNTIL W-TRUCO = "G" OR W-TRUCO = "E" OR F1.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  W-TRUCO NOT = "G" AND W-TRUCO NOT = "E"
               MOVE ZEROS TO WK-EXCEPTION
               GO F-PERFIL-RENGLON.
           MOVE W-PRF-CODIGO TO PRF-CODIGO.
           MOVE W-PRF-PRG    TO PRF-PRG.
           IF  W-TRUCO = "E"
               DELETE PERFILES
               GO PERFIL-RENGLON-PROPAGA.
           IF  SW-PRF-LINEA = 1
               INITIALIZE REG-PERFILES
               MOVE W-PRF-CODIGO TO PRF-CODIGO
               MOVE W-PRF-PRG    TO PRF-PRG.
           MOVE W-DER-A      TO PRF-DER-A.
           MOVE W-DER-M      TO PRF-DER-M.
           MOVE W-DER-C      TO PRF-DER-C.
           MOVE W-DER-R      TO PRF-DER-R.
           MOVE CON-USERNAME TO PRF-USUARIO.
           MOVE WK-FECHA-HOY TO PRF-FECHA.
           IF  SW-PRF-LINEA = 1
               WRITE REG-PERFILES
           ELSE
               REWRITE REG-PERFILES.
         PERFIL-RENGLON-PROPAGA.
           PERFORM I-PROPAGA-RENGLON THRU F-PROPAGA-RENGLON.
           MOVE ZEROS TO WK-EXCEPTION.
       F-PERFIL-RENGLON. EXIT.
      *
       I-RETIRA-PERFIL.
           PERFORM I-USUARIOS-PERFIL THRU F-USUARIOS-PERFIL.
           IF  W-NUM-PRP-USR > ZEROS
               DISPLAY "PERFIL CON USUARIOS: RETIRE LA ASIGNACION"
                       LINE 25 POSITION 01 REVERSE
               PERFORM ACEPTA-TRUCO
               MOVE ZEROS TO WK-EXCEPTION
               GO F-RETIRA-PERFIL.
           MOVE ZEROS  TO WK-EXCEPTION.
           MOVE SPACES TO W-TRUCO.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01
           DISPLAY "[ E ]  BORRA PERFIL     [F1]  CANCELAR"
                   LINE 25 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO UNTIL W-TRUCO = "E" OR F1.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           MOVE ZEROS TO WK-EXCEPTION.
           IF  W-TRUCO NOT = "E"  GO F-RETIRA-PERFIL.
           MOVE W-PRF-CODIGO TO PRF-CODIGO.
           MOVE SPACES       TO PRF-PRG.
           START PERFILES KEY NOT LESS PRF-LLAVE INVALID KEY
                 GO F-RETIRA-PERFIL.
         RETIRA-PERFIL-LEE.
           READ PERFILES NEXT RECORD AT END
                GO RETIRA-PERFIL-FIN.
           IF  PRF-CODIGO NOT = W-PRF-CODIGO  GO RETIRA-PERFIL-FIN.
           DELETE PERFILES.
           GO RETIRA-PERFIL-LEE.
         RETIRA-PERFIL-FIN.
           DISPLAY "PERFIL RETIRADO" LINE 25 POSITION 01 REVERSE.
       F-RETIRA-PERFIL. EXIT.
      *
       I-VENTANA-PERFIL.
           MOVE 12 TO I-LINEA.
           PERFORM I-LIMPIA-RENGLON THRU F-LIMPIA-RENGLON
                   UNTIL I-LINEA > 22.
           DISPLAY " PERFILES DE ACCESO "
                                    LINE 12 POSITION 05 REVERSE.
           DISPLAY "PERFIL..........:" LINE 14 POSITION 10.
           DISPLAY "NOMBRE..........:" LINE 15 POSITION 10.
           DISPLAY "PROGRAMA........:" LINE 16 POSITION 10.
           DISPLAY "DERECHOS (S/N)..:" LINE 17 POSITION 10.
           DISPLAY "A:   M:   C:   R:" LINE 17 POSITION 28.
       F-VENTANA-PERFIL. EXIT.
      *
       I-ASIGNA.
           OPEN I-O USUARIOS PERFILES PERFIUSR.
           PERFORM I-CARGA-SODPARES THRU F-CARGA-SODPARES.
           MOVE ZEROS TO WK-EXCEPTION.
           PERFORM I-ASIGNA-USUARIO THRU F-ASIGNA-USUARIO UNTIL ESC.
           CLOSE USUARIOS PERFILES PERFIUSR.
       F-ASIGNA. EXIT.
      *
       I-ASIGNA-USUARIO.
           PERFORM I-VENTANA-ASIGNA THRU F-VENTANA-ASIGNA.
         ASIGNA-USR.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-DER-USR        LINE 14 POSITION 28
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  F2
               CLOSE USUARIOS PERFILES PERFIUSR
               PERFORM I-FIN-MODE  THRU  F-FIN-MODE.
           IF  CUP  MOVE 27 TO WK-EXCEPTION.
           IF  ESC  GO F-ASIGNA-USUARIO.
           IF  W-DER-USR = SPACES  GO ASIGNA-USR.
           MOVE W-DER-USR TO COD-USR.
           MOVE SPACES    TO COD-PRG.
           READ USUARIOS WITH NO LOCK INVALID KEY
                DISPLAY "USUARIO NO EXISTE" LINE 25 POSITION 01 REVERSE
                GO ASIGNA-USR.
           DISPLAY NOM-USUARIO      LINE 14 POSITION 33.
           MOVE W-DER-USR TO W-PRP-USR.
           IF  W-OPCION = "M"
               PERFORM I-SINCRONIZA-USR THRU F-SINCRONIZA-USR
               GO F-ASIGNA-USUARIO.
         ASIGNA-PERFIL.
           MOVE ZEROS TO WK-EXCEPTION.
           ACCEPT  W-PRF-CODIGO     LINE 15 POSITION 28
                                    UPDATE PROMPT
                                 ON EXCEPTION WK-EX
                                    PERFORM 999-EXCEPTION.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  F2
               CLOSE USUARIOS PERFILES PERFIUSR
               PERFORM I-FIN-MODE  THRU  F-FIN-MODE.
           IF  ESC  GO F-ASIGNA-USUARIO.
           IF  CUP  GO ASIGNA-USR.
           IF  W-PRF-CODIGO = SPACES  GO ASIGNA-PERFIL.
           MOVE W-PRF-CODIGO TO PRF-CODIGO.
           MOVE SPACES       TO PRF-PRG.
           READ PERFILES WITH NO LOCK INVALID KEY
                DISPLAY "PERFIL NO EXISTE" LINE 25 POSITION 01 REVERSE
                GO ASIGNA-PERFIL.
           DISPLAY PRF-NOMBRE       LINE 15 POSITION 40.
           MOVE W-DER-USR    TO PFU-COD-USR.
           MOVE W-PRF-CODIGO TO PFU-PERFIL.
           MOVE ZEROS        TO SW-PRF-NUEVO.
           READ PERFIUSR INVALID KEY
                MOVE 1 TO SW-PRF-NUEVO.
           IF  SW-PRF-NUEVO = ZEROS AND W-OPCION = "A"
               DISPLAY "PERFIL YA ASIGNADO AL USUARIO"
                       LINE 25 POSITION 01 REVERSE
               GO ASIGNA-PERFIL.
           IF  SW-PRF-NUEVO = 1 AND W-OPCION = "R"
               DISPLAY "PERFIL NO ASIGNADO AL USUARIO"
                       LINE 25 POSITION 01 REVERSE
               GO ASIGNA-PERFIL.
           MOVE ZEROS  TO WK-EXCEPTION.
           MOVE SPACES TO W-TRUCO.
           IF  W-OPCION = "A"
               DISPLAY "[ G ] ASIGNA Y APLICA DERECHOS  [F1] CANCELAR"
                       LINE 25 POSITION 10 REVERSE
               PERFORM ACEPTA-TRUCO UNTIL W-TRUCO = "G" OR F1
           ELSE
               DISPLAY "[ E ] RETIRA Y RECALCULA  [F1] CANCELAR"
                       LINE 25 POSITION 10 REVERSE
               PERFORM ACEPTA-TRUCO UNTIL W-TRUCO = "E" OR F1.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           IF  W-TRUCO NOT = "G" AND W-TRUCO NOT = "E"
               MOVE ZEROS TO WK-EXCEPTION
               GO F-ASIGNA-USUARIO.
           IF  W-OPCION = "A"
               INITIALIZE REG-PERFIUSR
               MOVE W-DER-USR    TO PFU-COD-USR
               MOVE W-PRF-CODIGO TO PFU-PERFIL
               MOVE CON-USERNAME TO PFU-USUARIO
               MOVE WK-FECHA-HOY TO PFU-FECHA
               WRITE REG-PERFIUSR
           ELSE
               DELETE PERFIUSR.
           MOVE ZEROS TO W-PRP-NUM.
           PERFORM I-PROGRAMAS-PERFIL THRU F-PROGRAMAS-PERFIL.
           PERFORM I-APLICA-PROGRAMAS THRU F-APLICA-PROGRAMAS.
       F-ASIGNA-USUARIO. EXIT.
      *
       I-VENTANA-ASIGNA.
           MOVE 12 TO I-LINEA.
           PERFORM I-LIMPIA-RENGLON THRU F-LIMPIA-RENGLON
                   UNTIL I-LINEA > 22.
           IF  W-OPCION = "M"
               DISPLAY " SINCRONIZA USUARIO CON SUS PERFILES "
                                    LINE 12 POSITION 05 REVERSE
           ELSE
               DISPLAY " PERFILES ASIGNADOS AL USUARIO "
                                    LINE 12 POSITION 05 REVERSE
               DISPLAY "PERFIL..........:" LINE 15 POSITION 10.
           DISPLAY "USUARIO.........:" LINE 14 POSITION 10.
       F-VENTANA-ASIGNA. EXIT.
      *
      * SINCRONIZA (OPCION M): REAPLICA TODOS LOS PROGRAMAS DE TODOS
      * LOS PERFILES DEL USUARIO.  LOS DERECHOS INDIVIDUALES QUE NO
      * ESTAN EN NINGUN PERFIL NO SE TOCAN (LOS MUESTRA LA REVISION).
      *
       I-SINCRONIZA-USR.
           MOVE ZEROS  TO WK-EXCEPTION.
           MOVE SPACES TO W-TRUCO.
           DISPLAY "[ G ]  SINCRONIZA DERECHOS   [F1]  CANCELAR"
                   LINE 25 POSITION 10 REVERSE.
           PERFORM ACEPTA-TRUCO UNTIL W-TRUCO = "G" OR F1.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           MOVE ZEROS TO WK-EXCEPTION.
           IF  W-TRUCO NOT = "G"  GO F-SINCRONIZA-USR.
           MOVE ZEROS      TO W-PRP-NUM.
           MOVE W-PRP-USR  TO PFU-COD-USR.
           MOVE LOW-VALUES TO PFU-PERFIL.
           START PERFIUSR KEY NOT LESS PFU-LLAVE INVALID KEY
                 GO SINCRONIZA-APLICA.
         SINCRONIZA-LEE.
           READ PERFIUSR NEXT RECORD WITH NO LOCK AT END
                GO SINCRONIZA-APLICA.
           IF  PFU-COD-USR NOT = W-PRP-USR  GO SINCRONIZA-APLICA.
           MOVE PFU-PERFIL TO W-PRF-CODIGO.
           PERFORM I-PROGRAMAS-PERFIL THRU F-PROGRAMAS-PERFIL.
           GO SINCRONIZA-LEE.
         SINCRONIZA-APLICA.
           IF  W-PRP-NUM = ZEROS
               DISPLAY "USUARIO SIN PERFILES ASIGNADOS"
                       LINE 25 POSITION 01 REVERSE
               GO F-SINCRONIZA-USR.
           PERFORM I-APLICA-PROGRAMAS THRU F-APLICA-PROGRAMAS.
       F-SINCRONIZA-USR. EXIT.
      *
      * PROGRAMAS DEL PERFIL W-PRF-CODIGO, AGREGADOS SIN REPETIR A
      * TABLA-PRP-PRG (EL LLAMADOR INICIA W-PRP-NUM).
      *
       I-PROGRAMAS-PERFIL.
           MOVE W-PRF-CODIGO TO PRF-CODIGO.
           MOVE SPACES       TO PRF-PRG.
           START PERFILES KEY GREATER PRF-LLAVE INVALID KEY
                 GO F-PROGRAMAS-PERFIL.
         PROGRAMAS-PERFIL-LEE.
           READ PERFILES NEXT RECORD WITH NO LOCK AT END
                GO F-PROGRAMAS-PERFIL.
           IF  PRF-CODIGO NOT = W-PRF-CODIGO  GO F-PROGRAMAS-PERFIL.
           MOVE ZEROS TO W-PRP-I.
         PROGRAMAS-PERFIL-BUSCA.
           ADD 1 TO W-PRP-I.
           IF  W-PRP-I > W-PRP-NUM
               PERFORM I-AGREGA-PRG THRU F-AGREGA-PRG
               GO PROGRAMAS-PERFIL-LEE.
           IF  TPP-PRG(W-PRP-I) = PRF-PRG  GO PROGRAMAS-PERFIL-LEE.
           GO PROGRAMAS-PERFIL-BUSCA.
       F-PROGRAMAS-PERFIL. EXIT.
      *
       I-AGREGA-PRG.
           IF  W-PRP-NUM < 300
               ADD 1 TO W-PRP-NUM
               MOVE PRF-PRG TO TPP-PRG(W-PRP-NUM).
       F-AGREGA-PRG. EXIT.
      *
       I-APLICA-PROGRAMAS.
           MOVE ZEROS TO W-PRP-APLICADOS W-PRP-OMITIDOS SW-SUP-OK
                         W-PRP-I.
         APLICA-PROGRAMAS-SIGUE.
           ADD 1 TO W-PRP-I.
           IF  W-PRP-I > W-PRP-NUM  GO APLICA-PROGRAMAS-FIN.
           MOVE TPP-PRG(W-PRP-I) TO W-PRP-PRG.
           PERFORM I-APLICA-PRG-USR THRU F-APLICA-PRG-USR.
           GO APLICA-PROGRAMAS-SIGUE.
         APLICA-PROGRAMAS-FIN.
           PERFORM I-MUESTRA-PROPAGA THRU F-MUESTRA-PROPAGA.
       F-APLICA-PROGRAMAS. EXIT.
      *
       I-PROPAGA-RENGLON.
           PERFORM I-USUARIOS-PERFIL THRU F-USUARIOS-PERFIL.
           MOVE ZEROS TO W-PRP-APLICADOS W-PRP-OMITIDOS SW-SUP-OK
                         W-PRP-IDX.
         PROPAGA-RENGLON-SIGUE.
           ADD 1 TO W-PRP-IDX.
           IF  W-PRP-IDX > W-NUM-PRP-USR  GO PROPAGA-RENGLON-FIN.
           MOVE TPU-COD-USR(W-PRP-IDX) TO W-PRP-USR.
           MOVE W-PRF-PRG              TO W-PRP-PRG.
           PERFORM I-APLICA-PRG-USR THRU F-APLICA-PRG-USR.
           GO PROPAGA-RENGLON-SIGUE.
         PROPAGA-RENGLON-FIN.
           PERFORM I-MUESTRA-PROPAGA THRU F-MUESTRA-PROPAGA.
       F-PROPAGA-RENGLON. EXIT.
      *
      * USUARIOS QUE TIENEN ASIGNADO EL PERFIL W-PRF-CODIGO.
      *
       I-USUARIOS-PERFIL.
           MOVE ZEROS      TO W-NUM-PRP-USR.
           MOVE LOW-VALUES TO PFU-LLAVE.
           START PERFIUSR KEY NOT LESS PFU-LLAVE INVALID KEY
                 GO F-USUARIOS-PERFIL.
         USUARIOS-PERFIL-LEE.
           READ PERFIUSR NEXT RECORD WITH NO LOCK AT END
                GO F-USUARIOS-PERFIL.
           IF  PFU-PERFIL NOT = W-PRF-CODIGO  GO USUARIOS-PERFIL-LEE.
           IF  W-NUM-PRP-USR NOT < 500        GO USUARIOS-PERFIL-LEE.
           ADD 1 TO W-NUM-PRP-USR.
           MOVE PFU-COD-USR TO TPU-COD-USR(W-NUM-PRP-USR).
           GO USUARIOS-PERFIL-LEE.
       F-USUARIOS-PERFIL. EXIT.
      *
      * RECALCULA EL DERECHO DE W-PRP-USR SOBRE W-PRP-PRG COMO LA UNION
      * DE SUS PERFILES Y LO DEJA EN USER-ACT.
      *
       I-APLICA-PRG-USR.
           MOVE "N"   TO W-UNI-A W-UNI-M W-UNI-C W-UNI-R.
           MOVE ZEROS TO SW-UNI-HAY.
           MOVE W-PRP-USR  TO PFU-COD-USR.
           MOVE LOW-VALUES TO PFU-PERFIL.
           START PERFIUSR KEY NOT LESS PFU-LLAVE INVALID KEY
                 GO APLICA-PRG-GRABA.
         APLICA-PRG-LEE.
           READ PERFIUSR NEXT RECORD WITH NO LOCK AT END
                GO APLICA-PRG-GRABA.
           IF  PFU-COD-USR NOT = W-PRP-USR  GO APLICA-PRG-GRABA.
           MOVE PFU-PERFIL TO PRF-CODIGO.
           MOVE W-PRP-PRG  TO PRF-PRG.
           READ PERFILES WITH NO LOCK INVALID KEY
                GO APLICA-PRG-LEE.
           MOVE 1 TO SW-UNI-HAY.
           IF  PRF-DER-A = "S"  MOVE "S" TO W-UNI-A.
           IF  PRF-DER-M = "S"  MOVE "S" TO W-UNI-M.
           IF  PRF-DER-C = "S"  MOVE "S" TO W-UNI-C.
           IF  PRF-DER-R = "S"  MOVE "S" TO W-UNI-R.
           GO APLICA-PRG-LEE.
         APLICA-PRG-GRABA.
           MOVE W-PRP-USR TO COD-USR.
           MOVE W-PRP-PRG TO COD-PRG.
           MOVE ZEROS     TO SW-DER-NUEVO SW-PRP-TENIA.
           READ USUARIOS WITH NO LOCK INVALID KEY
                MOVE 1 TO SW-DER-NUEVO.
           IF  SW-UNI-HAY = ZEROS AND SW-DER-NUEVO = 1
               GO F-APLICA-PRG-USR.
           IF  SW-UNI-HAY = ZEROS
               DELETE USUARIOS
               ADD 1 TO W-PRP-APLICADOS
               GO F-APLICA-PRG-USR.
           IF  SW-DER-NUEVO = ZEROS
               IF  DER-A-USR NOT = "N" OR DER-M-USR NOT = "N"
               OR  DER-R-USR NOT = "N"
                   MOVE 1 TO SW-PRP-TENIA.
           IF  SW-PRP-TENIA = ZEROS
               IF  W-UNI-A = "S" OR W-UNI-M = "S" OR W-UNI-R = "S"
                   PERFORM I-SOD-PROPAGA THRU F-SOD-PROPAGA
                   IF  SW-PRP-RECHAZO = 1
                       ADD 1 TO W-PRP-OMITIDOS
                       GO F-APLICA-PRG-USR.
           MOVE W-PRP-USR TO COD-USR.
           MOVE W-PRP-PRG TO COD-PRG.
           IF  SW-DER-NUEVO = ZEROS
               READ USUARIOS INVALID KEY
                    MOVE 1 TO SW-DER-NUEVO.
           IF  SW-DER-NUEVO = 1
               INITIALIZE REG-USER
               MOVE W-PRP-USR TO COD-USR
               MOVE W-PRP-PRG TO COD-PRG.
           MOVE W-UNI-A TO DER-A-USR.
           MOVE W-UNI-M TO DER-M-USR.
           MOVE W-UNI-C TO DER-C-USR.
           MOVE W-UNI-R TO DER-R-USR.
           IF  SW-DER-NUEVO = 1
               WRITE REG-USER
           ELSE
               REWRITE REG-USER.
           ADD 1 TO W-PRP-APLICADOS.
       F-APLICA-PRG-USR. EXIT.
      *
       I-SOD-PROPAGA.
           MOVE ZEROS     TO SW-PRP-RECHAZO SOD-IDX.
           MOVE W-PRP-USR TO SOD-USR W-DER-USR.
           MOVE W-PRP-PRG TO SOD-PRG W-DER-PRG.
         SOD-PROPAGA-SIGUE.
           PERFORM I-CONFLICTO-SOD THRU F-CONFLICTO-SOD.
           IF  SW-SOD-CONFLICTO NOT = 1  GO F-SOD-PROPAGA.
           IF  SW-SUP-OK = ZEROS
               DISPLAY "USUARIO"    LINE 18 POSITION 05 REVERSE
                       W-PRP-USR    LINE 18 POSITION 13 REVERSE
                       "PROGRAMA"   LINE 18 POSITION 17 REVERSE
                       W-PRP-PRG    LINE 18 POSITION 26 REVERSE
               PERFORM I-AUTORIZA-SUPER THRU F-AUTORIZA-SUPER.
           IF  SW-SUP-OK NOT = 1 OR W-SUP-USR = W-PRP-USR
               MOVE 1 TO SW-PRP-RECHAZO
               GO F-SOD-PROPAGA.
           PERFORM I-GRABA-SODBITAC THRU F-GRABA-SODBITAC.
           GO SOD-PROPAGA-SIGUE.
       F-SOD-PROPAGA. EXIT.
      *
       I-MUESTRA-PROPAGA.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           DISPLAY "DERECHOS APLICADOS:"       LINE 25 POSITION 01
                                               REVERSE
                   W-PRP-APLICADOS             LINE 25 POSITION 21
                                               REVERSE
                   "OMITIDOS POR CONFLICTO:"   LINE 25 POSITION 27
                                               REVERSE
                   W-PRP-OMITIDOS              LINE 25 POSITION 51
                                               REVERSE.
           PERFORM ACEPTA-TRUCO.
           DISPLAY SPACES SIZE 80 LINE 25 POSITION 01.
           MOVE ZEROS TO WK-EXCEPTION.
       F-MUESTRA-PROPAGA. EXIT.
      *
       I-DATOS-LLAVE.
         TCNITEMP-NIT.
           COPY "..\PRO\USUARIOS.PRO".
           COPY "..\PRO\CONFIRMA.PRO".
           COPY "..\PRO\INCA0911.PRO".
           COPY "..\PRO\SODCHEQ.PRO".
      *
           COPY "..\STA\TCNITEMP.STA".
      *
