      *----------------------------------------------------------*
      * PACOTESL.CPY
      * SELECT DO CADASTRO DE PACOTES DE VIAGEM (PACOTES.DAT) - VER
      * PACOTEFD.CPY PARA O FD/REGISTRO E PACOTEWS.CPY PARA O FILE
      * STATUS. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL. ARQUIVO
      * AUSENTE = NENHUM PACOTE CADASTRADO.
      *----------------------------------------------------------*
           SELECT PACOTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PACOTES.
