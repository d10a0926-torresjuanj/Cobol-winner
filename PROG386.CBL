       PROGRAM-ID. PROG386.
      ******************************************************************
      * CONSULTA INTEGRAL DEL EMPLEADO (360)       SEP-02-2026         *
      * OCT-15-2026 DETALLE D: DEPENDIENTES Y BENEFICIARIOS (DEPENDIE) *
      *                                                                *
      * PARA ATENDER UNA LLAMADA DEL EMPLEADO HABIA QUE ABRIR CINCO    *
      * PROGRAMAS.  AL ESTILO DE PROG765 CON LAS CUENTAS: SE DIGITA    *
      *   P = PRESTAMOS ACTIVOS CON CUOTAS PENDIENTES (PRESTCUO)       *
      *   I = INCAPACIDADES ABIERTAS (SIN RECUPERAR DE LA EPS)         *
      *   V = SALDO DE VACACIONES (LIBRO VACACION)                     *
      *   D = DEPENDIENTES Y BENEFICIARIOS (DEPENDIE, PROG395)         *
      * TODO DE SOLO LECTURA: SEGURO PARA LA RECEPCION DE PERSONAL.    *
      * CADA CONSULTA DEJA SU RASTRO DE HABEAS DATA (LEY 1581).        *
      ******************************************************************
               COPY "..\DYC\VACACION.DYC".
               COPY "..\DYC\PRESTAMO.DYC".
               COPY "..\DYC\INCAPACI.DYC".
               COPY "..\DYC\DEPENDIE.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\USER-ACT.FD".
               COPY "..\FD\VACACION.FD".
               COPY "..\FD\PRESTAMO.FD".
               COPY "..\FD\INCAPACI.FD".
               COPY "..\FD\DEPENDIE.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(7)  VALUE "PROG386".
       77      ID-PRG              PIC X(7)  VALUE "PROG386".
               COPY "..\LBL\VACACION.LBL".
               COPY "..\LBL\PRESTAMO.LBL".
               COPY "..\LBL\INCAPACI.LBL".
               COPY "..\LBL\DEPENDIE.LBL".
               COPY "..\WRK\USER-ACT.WRK".
               COPY "..\WRK\EMPRESAS.WRK".
               COPY "..\WRK\TECLADOS.WRK".
               COPY "..\DCL\VACACION.DCL".
               COPY "..\DCL\PRESTAMO.DCL".
               COPY "..\DCL\INCAPACI.DCL".
               COPY "..\DCL\DEPENDIE.DCL".
       END DECLARATIVES.
       PROGRAMA-PRINCIPAL SECTION.
      *
                                           LAB-CONCPTOS-CIA
                                           LAB-VACACION-CIA
                                           LAB-PRESTAMO-CIA
                                           LAB-INCAPACI-CIA
                                           LAB-DEPENDIE-CIA.
           MOVE CON-ANO                TO  LAB-NOMIACUM-ANO.
       F-LABEL-ARCHIVOS.
      *
       I-ABRE-ARCHIVOS.
           OPEN INPUT HOJAVIDA CONTRATO NOMIACUM CONCPTOS
                      VACACION PRESTAMO INCAPACI.
           OPEN INPUT DEPENDIE.
           IF  DEPENDIE-STATUS  =  "35"
               OPEN OUTPUT DEPENDIE
               CLOSE DEPENDIE
               OPEN INPUT DEPENDIE.
       F-ABRE-ARCHIVOS.
      *
      ******************************************************************
           CALL "HABEAS"            USING  AREA-HABEAS.
           PERFORM I-RESUMEN           THRU F-RESUMEN.
       I-CONSULTA-OPCION.
           DISPLAY "A=ACUM. P=PRESTAMOS I=INCAPAC. V=VACAC. D=DEPEND."
                   LINE 23 POSITION 04 REVERSE.
           DISPLAY "[OTRA] NUEVA CEDULA  [F2] TERMINAR"
                   LINE 24 POSITION 04 REVERSE.
               PERFORM I-DET-VACACIONES THRU F-DET-VACACIONES
               PERFORM I-RESUMEN       THRU F-RESUMEN
               GO TO I-CONSULTA-OPCION.
           IF  W-TRUCO  =  "D"
               PERFORM I-DET-DEPENDIENTES THRU F-DET-DEPENDIENTES
               PERFORM I-RESUMEN       THRU F-RESUMEN
               GO TO I-CONSULTA-OPCION.
       F-CONSULTA.
      *
       I-RESUMEN.
                   LINE 24 POSITION 04 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-DET-VACACIONES.
      *
      ******************************************************************
      *  DETALLE D: DEPENDIENTES Y BENEFICIARIOS DEL EMPLEADO          *
      ******************************************************************
       I-DET-DEPENDIENTES.
           PERFORM I-CABECERA-WINDOW   THRU F-CABECERA-WINDOW.
           DISPLAY "DEPENDIENTES Y BENEFICIARIOS"
                   LINE 05 POSITION 04 REVERSE.
           DISPLAY "NOMBRE                         P NACIMIENTO"
                   LINE 06 POSITION 07.
           DISPLAY "VENCE CERT EPS CAJA E"
                   LINE 06 POSITION 52.
           MOVE 6                      TO  I-LINEA.
           MOVE ZEROS                  TO  FIN-DET  DEP-CLAVE.
           MOVE CON-COD-EMPRESA        TO  DEP-EMPRESA.
           MOVE W-CEDULA               TO  DEP-CEDULA.
           START DEPENDIE KEY > DEP-CLAVE INVALID KEY
                 MOVE 1                TO  FIN-DET.
       I-DET-DEP-CICLO.
           IF  FIN-DET  =  1           GO TO I-DET-DEP-PAUSA.
           READ DEPENDIE NEXT RECORD WITH NO LOCK AT END
                MOVE 1                 TO  FIN-DET
                GO TO I-DET-DEP-CICLO.
           IF  DEP-EMPRESA  NOT =  CON-COD-EMPRESA
           OR  DEP-CEDULA   NOT =  W-CEDULA
               MOVE 1                  TO  FIN-DET
               GO TO I-DET-DEP-CICLO.
           ADD 1                       TO  I-LINEA.
           IF  I-LINEA  >  22          GO TO I-DET-DEP-PAUSA.
           DISPLAY DEP-CONSEC          LINE I-LINEA POSITION 04.
           DISPLAY DEP-NOMBRE          LINE I-LINEA POSITION 07.
           DISPLAY DEP-PARENTESCO      LINE I-LINEA POSITION 38.
           DISPLAY DEP-FECHA-NACE      LINE I-LINEA POSITION 40.
           DISPLAY DEP-FECHA-VENCE-CERT  LINE I-LINEA POSITION 52.
           DISPLAY DEP-BENEF-EPS       LINE I-LINEA POSITION 64.
           DISPLAY DEP-BENEF-CAJA      LINE I-LINEA POSITION 68.
           DISPLAY DEP-ESTADO          LINE I-LINEA POSITION 72.
           GO TO I-DET-DEP-CICLO.
       I-DET-DEP-PAUSA.
           DISPLAY "[ENTER] VUELVE AL RESUMEN"
                   LINE 24 POSITION 04 REVERSE.
           PERFORM ACEPTA-TRUCO.
       F-DET-DEPENDIENTES.
      *
       I-FIN-MODE.
           CLOSE HOJAVIDA CONTRATO NOMIACUM CONCPTOS VACACION
                 PRESTAMO INCAPACI DEPENDIE.
           EXIT PROGRAM.
           STOP RUN.
       F-FIN-MODE.
