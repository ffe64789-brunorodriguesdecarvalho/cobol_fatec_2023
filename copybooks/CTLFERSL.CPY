      *----------------------------------------------------------*
      * CTLFERSL.CPY
      * SELECT DO CONTROLE DE FERIAS DOS VENDEDORES (CTLFER.DAT,
      * UM REGISTRO POR MATRICULA E PERIODO AQUISITIVO) E DO
      * ARQUIVO DE TRABALHO CTLFERN DA REGRAVACAO (COPIA-E-
      * SUBSTITUI). ATUALIZADO PELO EX05B, LIDO PELO FOLHAFER E
      * PELO FOLHARES (VER CTLFERFD.CPY PARA O FD/REGISTRO,
      * CTLFERWS.CPY PARA OS ITENS DE WORKING-STORAGE E
      * CTLFERPD.CPY PARA OS PARAGRAFOS). COPIAR ESTE MEMBRO
      * DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT CTLFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLFER.

           SELECT CTLFERN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
