      *----------------------------------------------------------*
      * CTLFECWS.CPY
      * ITENS DE WORKING-STORAGE DO REGISTRO DE COMPETENCIAS
      * FECHADAS (VER CTLFECSL.CPY). O PROGRAMA MOVE A COMPETENCIA
      * PARA COMPET-FECHAR (E, PARA MARCAR, AS DATAS PARA
      * DATA-PROC-FECHAR/PRIM-UTIL-FECHAR) ANTES DE CHAMAR OS
      * PARAGRAFOS DE CTLFECPD.CPY. COPIAR ESTE MEMBRO DENTRO DA
      * WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-CTLFEC        PIC X(02) VALUE "00".
       77  FIM-CTLFEC       PIC X(03) VALUE "NAO".
       77  CTLFEC-LIDO      PIC X(01) VALUE "N".
       77  COMPET-FECHAR    PIC 9(06) VALUE ZEROES.
       77  DATA-PROC-FECHAR PIC 9(08) VALUE ZEROES.
       77  PRIM-UTIL-FECHAR PIC 9(08) VALUE ZEROES.
       77  COMPET-FECHADA   PIC X(01) VALUE "N".
       77  DATA-FECHAMENTO  PIC 9(08) VALUE ZEROES.
