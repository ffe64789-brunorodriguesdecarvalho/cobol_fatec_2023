      *----------------------------------------------------------*
      * PARCRDWS.CPY
      * ITENS DE WORKING-STORAGE DOS PARAMETROS DE CREDITO: O FILE
      * STATUS DO SELECT DE PARCRDSL.CPY E OS VALORES EFETIVOS DA
      * RODADA, JA COM OS DEFAULTS (ATRASO TOLERADO DE 15 DIAS,
      * LIMITE PADRAO DE 5.000,00) PARA O CASO DE O PARCRD.DAT NAO
      * EXISTIR. COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE
      * SECTION.
      *----------------------------------------------------------*
       77  FS-PARCRD        PIC X(02) VALUE "00".
       77  DIAS-TOLERANCIA  PIC 9(03) VALUE 15.
       77  LIMITE-PADRAO    PIC 9(09)V9(02) VALUE 5000,00.
       77  ORIGEM-PARAM-CRD PIC X(21) VALUE "PADRAO DO PROGRAMA".
