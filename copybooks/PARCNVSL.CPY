      *----------------------------------------------------------*
      * PARCNVSL.CPY
      * SELECT DO ARQUIVO DE PARAMETROS DE CONVITES (PARCNV.DAT),
      * LIDO NO INICIO PELA TELA DE EMISSAO PROG04 E PELO RELATORIO
      * MENSAL EX01COV (VER PARCNVFD.CPY PARA O FD/REGISTRO,
      * PARCNVWS.CPY PARA OS ITENS DE WORKING-STORAGE E PARCNVPD.CPY
      * PARA O PARAGRAFO DE LEITURA). COPIAR ESTE MEMBRO DENTRO DE
      * FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT PARCNV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARCNV.
