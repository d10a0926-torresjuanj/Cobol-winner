      *   - LAS COMPARA CONTRA EL TOPE DEL PERIODO: TOPE SEMANAL       *
      *     AUTORIZADO (AUTEXTRA) POR LAS SEMANAS DEL PERIODO          *
      *     (FECHAS DE LA SERIE TE011)                                 *
      * OCT-15-2026 EL TOPE SEMANAL AUTORIZADO NO PUEDE PASAR EL LIMITE*
      *   LEGAL VIGENTE AL INICIO DEL PERIODO (PARAMLEG LIMEXTSEM VIA  *
      *   NOMPARAM; 12 HORAS SI NO ESTA DEFINIDO)                      *
      *   EXT-LNK-EMPRESA   ENTRADA: EMPRESA                          *
      *   EXT-LNK-ANO       ENTRADA: ANO DE PROCESO                   *
      *   EXT-LNK-PERIODO   ENTRADA: PERIODO                          *
       77      W-SEMANAS           PIC 9(03) VALUE ZEROS.
       77      W-MES-DESDE         PIC 9(02) VALUE ZEROS.
       77      W-DIA-DESDE         PIC 9(02) VALUE ZEROS.
       77      W-TOPE-SEMANAL      PIC 9(03)V99 VALUE ZEROS.
       01      AREA-NOMPARAM.
        03     PRM-LNK-CODIGO      PIC X(10).
        03     PRM-LNK-FECHA       PIC 9(08).
        03     PRM-LNK-VALOR       PIC 9(11)V99.
        03     PRM-LNK-ESTADO      PIC X(02).
       01      W-FECHA-PARTES.
        03     W-PARTE-ANO         PIC 9(04).
        03     W-PARTE-MES         PIC 9(02).
                       *  30)  +  W-PARTE-DIA  -  W-DIA-DESDE  +  1
               IF  W-DIAS  >  ZEROS  AND  W-DIAS  <  400
                   COMPUTE W-SEMANAS  =  (W-DIAS  +  6)  /  7.
      *  LIMITE LEGAL SEMANAL VIGENTE AL INICIO DEL PERIODO
           MOVE "LIMEXTSEM"         TO  PRM-LNK-CODIGO.
           MOVE W-FECHA-DESDE       TO  PRM-LNK-FECHA.
           IF  W-FECHA-DESDE  =  ZEROS
               COMPUTE PRM-LNK-FECHA  =  (EXT-LNK-ANO  *  10000)
                       +  (EXT-LNK-PERIODO  *  100)  +  1.
           MOVE ZEROS               TO  PRM-LNK-VALOR.
           CALL "NOMPARAM"       USING  AREA-NOMPARAM.
           MOVE 12                  TO  W-TOPE-SEMANAL.
           IF  PRM-LNK-ESTADO  =  "00"  AND  PRM-LNK-VALOR  >  ZEROS
               MOVE PRM-LNK-VALOR   TO  W-TOPE-SEMANAL.
           IF  AUT-TOPE-SEMANAL  <  W-TOPE-SEMANAL
               MOVE AUT-TOPE-SEMANAL  TO  W-TOPE-SEMANAL.
           COMPUTE EXT-LNK-TOPE  =  W-TOPE-SEMANAL  *  W-SEMANAS.
       F-LEE-AUTORIZA.
      *
      ******************************************************************
