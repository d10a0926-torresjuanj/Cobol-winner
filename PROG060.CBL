       PROGRAM-ID. PROG060.
      ******************************************************************
      * CATALOGO DE NITS                MAY 01 DE 2002                 *
      * OCT-15-2026  EL NIT NUEVO SE CONSULTA EN LAS LISTAS SAGRILAFT  *
      *              (CNLISTCK) Y NO SE GRABA CON COINCIDENCIA         *
      *              PENDIENTE O CONFIRMADA                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77      ID-PRG              PIC X(7)  VALUE "PROG060".
       77      NIT-ED              PIC ZZZZZZ,ZZZ,ZZZ  VALUE SPACES.               COPY "..\LBL\AUDITE.LBL".
       77      W-VARIABLES-NOMINA  PIC X(8)  VALUE  SPACES.
       01      AREA-CNLISTCK.
        03     LST-LNK-EMPRESA     PIC 9(07) VALUE ZEROS.
        03     LST-LNK-ORIGEN      PIC X(01) VALUE SPACES.
        03     LST-LNK-DOCUMENTO   PIC 9(12) VALUE ZEROS.
        03     LST-LNK-NOMBRE      PIC X(43) VALUE SPACES.
        03     LST-LNK-PROGRAMA    PIC X(07) VALUE SPACES.
        03     LST-LNK-FECHA       PIC 9(08) VALUE ZEROS.
        03     LST-LNK-COINCIDENCIAS
                                   PIC 9(03) VALUE ZEROS.
        03     LST-LNK-NUEVAS      PIC 9(03) VALUE ZEROS.
        03     LST-LNK-ESTADO      PIC X(01) VALUE SPACES.
               COPY "..\LBL\AUDITE.LBL".
               COPY "..\LBL\EMPRESAS.LBL".
               COPY "..\LBL\CNNITCED.LBL".
       I-DATOS.
           PERFORM I-DATOS-CAB  THRU F-DATOS-CAB
           IF        CUP OR ESC   GO F-DATOS.
           IF      SW-MODE = 1
                   PERFORM I-LISTAS THRU F-LISTAS
                   IF      LST-LNK-ESTADO NOT = "O"
                           GO F-DATOS.
           IF      SW-MODE = 1
                   MOVE ZEROS  TO WK-EXCEPTION
                   MOVE SPACES TO W-TRUCO
                           UNTIL W-TRUCO = "G" OR CDN OR CUP OR ESC
                   IF      CUP  GO I-DATOS.
       F-DATOS.
      *
       I-LISTAS.
           MOVE CON-COD-EMPRESA   TO LST-LNK-EMPRESA.
           MOVE "N"               TO LST-LNK-ORIGEN.
           MOVE CODIM             TO LST-LNK-DOCUMENTO.
           MOVE NOMBM             TO LST-LNK-NOMBRE.
           MOVE W-PROGRAMA        TO LST-LNK-PROGRAMA.
           MOVE WK-FECHA-HOY      TO LST-LNK-FECHA.
           CALL "CNLISTCK"     USING AREA-CNLISTCK.
           IF      LST-LNK-ESTADO = "O"   GO F-LISTAS.
           IF      LST-LNK-ESTADO = "X"
                   DISPLAY "TERCERO CONFIRMADO EN LISTAS SAGRILAFT  "
                           LINE 24 POSITION 01 REVERSE BLINK
           ELSE
                   DISPLAY "TERCERO PENDIENTE EN LISTAS SAGRILAFT   "
                           LINE 24 POSITION 01 REVERSE BLINK.
           PERFORM ACEPTA-TRUCO.
           DISPLAY WK-ESPACIOS    LINE 24 POSITION 1.
       F-LISTAS.
      *
       I-DATOS-CAB.
           PERFORM I-NOMBRE     THRU F-NOMBRE.
