      *----------------------------------------------------------*
      * CTLFECSL.CPY
      * SELECT DO REGISTRO DE COMPETENCIAS FECHADAS (CTLFECH.DAT -
      * VER CTLFECFD.CPY PARA O FD/REGISTRO, CTLFECWS.CPY PARA OS
      * ITENS DE WORKING-STORAGE E CTLFECPD.CPY PARA OS
      * PARAGRAFOS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT CTLFEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLFEC.
