      *----------------------------------------------------------*
      * ITEPEDSL.CPY
      * SELECT DOS ITENS DE PEDIDO (ITEMPEDX), LIDO PELO SORT1
      * (PGMP1) JUNTO COM O CABECALHO PEDIDOX (VER ITEPEDFD.CPY
      * PARA O FD/REGISTRO E ITEPEDWS.CPY PARA O FILE STATUS).
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT ITEMPEDX ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-ITEMPEDX.
