       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNIDXNIT.
      ******************************************************************
      * INDICE DEL MOVIMIENTO POR NIT Y FECHA         OCT-15-2026      *
      *                                                                *
      * CNDOCTOS VA POR RADICADO Y SU ALTERNA EMPIEZA POR LA CUENTA,   *
      * ASI QUE LOS INFORMES DE UN TERCERO LEIAN TODO EL ANO PARA USAR *
      * UNAS POCAS LINEAS.  ESTE SERVICIO MANTIENE EL INDICE CNDOCNIT  *
      * (DNTcccaaaa.DAT), UN REGISTRO POR LINEA CON NIT, CON LLAVE     *
      * ALTERNA NIT + FECHA CONTABLE.  LO LLAMA I-TRANSLOG-DOCTOS      *
      * (PRO\TLGDOCTO.PRO) DESPUES DE CADA WRITE, REWRITE O DELETE     *
      * EXITOSO EN CNDOCTOS, CON LA MISMA AREA DEL DIARIO DE           *
      * TRANSACCIONES, Y PROG583 AL REAPLICAR EL DIARIO.  PROG026 LO   *
      * RECONSTRUYE DESDE CNDOCTOS.                                    *
      *   TLG-LNK-OPERACION W/R  GRABA O REGRABA LA ENTRADA (SI LA     *
      *                          LINEA QUEDO SIN NIT, LA BORRA)        *
      *                     D    BORRA LA ENTRADA                      *
      *   TLG-LNK-LABEL     LABEL DEL CNDOCTOS (DOCcccaaaa.DAT): EL    *
      *                     INDICE ES EL DE ESA EMPRESA Y ANO          *
      *   TLG-LNK-IMAGEN    REG-DOCTOS COMO QUEDO                      *
      * SI EL INDICE NO EXISTE SE CREA VACIO; PROG026 (D) AVISA SI NO  *
      * CUADRA CON CNDOCTOS Y (R 5) LO RECONSTRUYE.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               COPY "..\DYC\CNDOCTOS.DYC".
               COPY "..\DYC\CNDOCNIT.DYC".
       DATA DIVISION.
       FILE SECTION.
               COPY "..\FD\CNDOCTOS.FD".
               COPY "..\FD\CNDOCNIT.FD".
       WORKING-STORAGE SECTION.
       77      W-PROGRAMA          PIC X(8)  VALUE "CNIDXNIT".
       77      ID-PRG              PIC X(8)  VALUE "CNIDXNIT".
       01      W-LABEL-DOC.
        03     W-LABEL-PREFIJO     PIC X(03).
        03     W-LABEL-CIA         PIC 9(03).
        03     W-LABEL-ANO         PIC 9(04).
        03     W-LABEL-EXTENSION   PIC X(04).
        03     FILLER              PIC X(08).
               COPY "..\LBL\CNDOCTOS.LBL".
               COPY "..\LBL\CNDOCNIT.LBL".
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
           IF  TLG-LNK-ARCHIVO  NOT =  "CNDOCTOS"
               GO TO I-FIN-SERVICIO.
           MOVE TLG-LNK-LABEL       TO  W-LABEL-DOC.
           IF  W-LABEL-PREFIJO    NOT =  "DOC"
           OR  W-LABEL-EXTENSION  NOT =  ".DAT"
               GO TO I-FIN-SERVICIO.
           MOVE W-LABEL-CIA         TO  LAB-CNDOCNIT-CIA.
           MOVE W-LABEL-ANO         TO  LAB-CNDOCNIT-ANO.
           MOVE TLG-LNK-IMAGEN      TO  REG-DOCTOS.
           OPEN I-O CNDOCNIT.
           IF  CNDOCNIT-STATUS  =  "35"
               OPEN OUTPUT CNDOCNIT
               CLOSE CNDOCNIT
               OPEN I-O CNDOCNIT.
           IF  CNDOCNIT-STATUS  NOT <  "10"
               GO TO I-FIN-SERVICIO.
           PERFORM I-ARMA-CNDOCNIT  THRU F-ARMA-CNDOCNIT.
           IF  TLG-LNK-OPERACION  =  "D"
           OR  SW-DNT-CON-NIT     =  ZEROS
               DELETE CNDOCNIT RECORD INVALID KEY
                      GO TO I-CIERRA-INDICE.
           IF  TLG-LNK-OPERACION  NOT =  "D"
           AND SW-DNT-CON-NIT     =  1
               WRITE REG-CNDOCNIT INVALID KEY
                     REWRITE REG-CNDOCNIT.
       I-CIERRA-INDICE.
           CLOSE CNDOCNIT.
       I-FIN-SERVICIO.
           EXIT PROGRAM.
           STOP RUN.
       F-MAIN-PROCESS.
      *
               COPY "..\PRO\CNDOCNIT.PRO".
