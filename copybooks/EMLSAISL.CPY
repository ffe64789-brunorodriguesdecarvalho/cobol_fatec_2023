      *----------------------------------------------------------*
      * EMLSAISL.CPY
      * SELECT DA CAIXA DE SAIDA DE E-MAIL (VER EMLSAIFD.CPY PARA O
      * FD/REGISTRO, EMLSAIWS.CPY PARA OS ITENS DE WORKING-STORAGE
      * E EMLSAIPD.CPY PARA OS PARAGRAFOS DE GRAVACAO). COPIAR ESTE
      * MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT EMLSAI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMLSAI.
