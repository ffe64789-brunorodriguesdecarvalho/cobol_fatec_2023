      *----------------------------------------------------------*
      * PEDIDXSL.CPY
      * SELECT DO CABECALHO DE PEDIDOS (PEDIDOX), LIDO PELO SORT1
      * (PGMP1), PELO PEDBKLG E PELO CREDLIB (VER PEDIDXFD.CPY
      * PARA O FD/REGISTRO E PEDIDXWS.CPY PARA O FILE STATUS). OS
      * ITENS DO PEDIDO ESTAO NO ITEMPEDX (VER ITEPEDSL.CPY). COPIAR
      * ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT PEDIDOX ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-PEDIDOX.
