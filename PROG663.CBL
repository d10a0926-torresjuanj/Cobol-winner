       PROGRAM-ID. PROG663.
      ******************************************************************
      *(saldos en Contabilidad) ABR-27-2002                            *
      * OCT-15-2026 EL LISTADO POR USUARIO QUEDA EN EL ARCHIVO DE      *
      *             LISTADOS CON SU PROPIO LABEL (CNREPORT)            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM I-LABEL-CNDTACUM    THRU  F-LABEL-CNDTACUM.
           PERFORM I-LABEL-INFORMES    THRU  F-LABEL-INFORMES.
           MOVE    CON-USERNAME          TO LAB-INFORMES-CIA.
           MOVE    LAB-INFORMES          TO  REP-LNK-ARCHIVO.
           CALL    "CNREPORT"         USING  AREA-CNREPORT.
           MOVE    LABEL-INFORMES        TO  I-PROGRAMA
           MOVE    "�"                   TO  WK-RAYAS-U
           MOVE    "�"                   TO  WK-RAYAS-P
