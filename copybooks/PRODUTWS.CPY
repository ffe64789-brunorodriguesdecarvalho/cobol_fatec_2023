      *----------------------------------------------------------*
      * PRODUTWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE PRODUTSL.CPY
      * E PELOS PARAGRAFOS DE PRODUTPD.CPY:
      * - PRODUTOS-LIDO: "S" DEPOIS DE UM CARREGA-PRODUTOS COM O
      *   ARQUIVO PRESENTE; "N" SEM O PRODUTOS.DAT;
      * - PRD-DEMAIS: "S" QUANDO O CADASTRO TEM MAIS PRODUTOS DO QUE
      *   A TABELA COMPORTA - A RODADA DEVE ABORTAR (REGRAVAR A
      *   TABELA PERDERIA OS PRODUTOS QUE NAO COUBERAM);
      * - CODPROD-PROCURA / ACHOU-PROD: ENTRADA E SAIDA DA CONSULTA
      *   (S = PRODUTO NA TABELA, COM IDX-PRD NA LINHA ACHADA).
      * A TABELA GUARDA O CADASTRO INTEIRO NA ORDEM DO ARQUIVO.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-PRODUTOS     PIC X(02) VALUE "00".
       77  FIM-PRODUTOS    PIC X(03) VALUE "NAO".
       77  PRODUTOS-LIDO   PIC X(01) VALUE "N".
       77  QTD-PRODUTOS    PIC 9(03) VALUE ZEROES.
       77  PRD-DEMAIS      PIC X(01) VALUE "N".
       77  CODPROD-PROCURA PIC 9(05) VALUE ZEROES.
       77  ACHOU-PROD      PIC X(01) VALUE "N".
       77  IDX-GRAVA-PRD   PIC 9(03) VALUE ZEROES.

       01  TAB-PRODUTOS.
           02 PROD-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-PRODUTOS
                 INDEXED BY IDX-PRD.
              03 CODPROD-TAB   PIC 9(05).
              03 DESCPROD-TAB  PIC X(20).
              03 PRECOPROD-TAB PIC 9(07)V9(02).
              03 QTDEST-TAB    PIC 9(07).
              03 ESTMIN-TAB    PIC 9(07).
              03 CLASFIS-TAB   PIC X(02).
