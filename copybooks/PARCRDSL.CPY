      *----------------------------------------------------------*
      * PARCRDSL.CPY
      * SELECT DO ARQUIVO DE PARAMETROS DE CREDITO (PARCRD.DAT),
      * LIDO NO INICIO PELO SORT1 (PGMP1) E PELO CREDRET (VER
      * PARCRDFD.CPY PARA O FD/REGISTRO, PARCRDWS.CPY PARA OS ITENS
      * DE WORKING-STORAGE E PARCRDPD.CPY PARA O PARAGRAFO DE
      * LEITURA). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT PARCRD ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-PARCRD.
