      *----------------------------------------------------------*
      * RMNCTLWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE RMNCTLSL.CPY
      * E PELOS PARAGRAFOS DE RMNCTLPD.CPY:
      * - RMC-DEMAIS: "S" QUANDO O CONTROLE TEM MAIS TITULOS DO QUE
      *   A TABELA COMPORTA - A RODADA DEVE ABORTAR (REGRAVAR A
      *   TABELA PERDERIA OS TITULOS QUE NAO COUBERAM);
      * - NOTA-RMC-PROCURA / ACHOU-RMC: ENTRADA E SAIDA DA CONSULTA
      *   (S = TITULO NA TABELA, COM IDX-RMC NA LINHA ACHADA).
      * A TABELA GUARDA O CONTROLE INTEIRO NA ORDEM DO ARQUIVO; OS
      * TITULOS NOVOS VAO PARA O FIM.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-REMNCTL        PIC X(02) VALUE "00".
       77  FIM-REMNCTL       PIC X(03) VALUE "NAO".
       77  QTD-RMC           PIC 9(04) VALUE ZEROES.
       77  RMC-DEMAIS        PIC X(01) VALUE "N".
       77  NOTA-RMC-PROCURA  PIC 9(06) VALUE ZEROES.
       77  ACHOU-RMC         PIC X(01) VALUE "N".
       77  IDX-GRAVA-RMC     PIC 9(04) VALUE ZEROES.

       01  TAB-REMNCTL.
           02 RMC-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-RMC
                 INDEXED BY IDX-RMC.
              03 NOTA-RMC-TAB    PIC 9(06).
              03 CPF-RMC-TAB     PIC 9(11).
              03 VALOR-RMC-TAB   PIC 9(09)V9(02).
              03 VENC-RMC-TAB    PIC 9(08).
              03 DATAREM-RMC-TAB PIC 9(08).
              03 SIT-RMC-TAB     PIC X(01).
              03 OCORR-RMC-TAB   PIC X(02).
              03 DATAPAG-RMC-TAB PIC 9(08).
              03 VALPAG-RMC-TAB  PIC 9(09)V9(02).
