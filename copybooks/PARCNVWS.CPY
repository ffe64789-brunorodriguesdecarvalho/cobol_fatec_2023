      *----------------------------------------------------------*
      * PARCNVWS.CPY
      * ITENS DE WORKING-STORAGE DOS PARAMETROS DE CONVITES: O FILE
      * STATUS DO SELECT DE PARCNVSL.CPY E OS VALORES EFETIVOS DA
      * RODADA, JA COM OS DEFAULTS DO ESTATUTO (4 CONVITES POR MES,
      * TAXA DE 25,00 POR CONVITE EXCEDENTE, FREQUENTE QUEM VISITOU
      * 8 VEZES OU MAIS EM 3 MESES) PARA O CASO DE O PARCNV.DAT NAO
      * EXISTIR. COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE
      * SECTION.
      *----------------------------------------------------------*
       77  FS-PARCNV        PIC X(02) VALUE "00".
       77  COTA-CONVITES    PIC 9(02) VALUE 4.
       77  TAXA-CONVITE     PIC 9(05)V99 VALUE 25,00.
       77  VISITAS-FREQUENTE PIC 9(02) VALUE 8.
       77  JANELA-FREQUENTE PIC 9(02) VALUE 3.
       77  ORIGEM-PARAM-CNV PIC X(21) VALUE "PADRAO DO PROGRAMA".
