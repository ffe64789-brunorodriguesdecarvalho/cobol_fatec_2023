      *----------------------------------------------------------*
      * CADCEPWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE CADCEPSL.CPY
      * E PELOS PARAGRAFOS DE CADCEPPD.CPY:
      * - TABELA-CEP-ABERTA: "S" DEPOIS DE UM ABRE-CADCEP COM
      *   SUCESSO; "N" QUANDO A TABELA NAO EXISTE (AINDA NAO
      *   CARREGADA) - AS CONSULTAS ENTAO NAO CRITICAM NADA;
      * - CEP-BUSCA / CEP-ENCONTRADO: ENTRADA E SAIDA DA CONSULTA
      *   (S = CEP NA TABELA, COM O REG-CEP PREENCHIDO).
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-CADCEP          PIC X(02) VALUE "00".
       77  TABELA-CEP-ABERTA  PIC X(01) VALUE "N".
       77  CEP-BUSCA          PIC 9(08) VALUE ZEROES.
       77  CEP-ENCONTRADO     PIC X(01) VALUE "N".
