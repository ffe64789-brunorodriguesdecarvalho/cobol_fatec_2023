      *----------------------------------------------------------*
      * PRODUTSL.CPY
      * SELECT DO CADASTRO DE PRODUTOS (PRODUTOS.DAT) - VER
      * PRODUTFD.CPY PARA O FD/REGISTRO, PRODUTWS.CPY PARA OS ITENS
      * DE WORKING-STORAGE E A TABELA, E PRODUTPD.CPY PARA OS
      * PARAGRAFOS DE CARGA/CONSULTA/REGRAVACAO.
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT PRODUTOS ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-PRODUTOS.
