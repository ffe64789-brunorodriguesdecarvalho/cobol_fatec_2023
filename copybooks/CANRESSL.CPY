      *----------------------------------------------------------*
      * CANRESSL.CPY
      * SELECT DO REGISTRO DE CANCELAMENTOS DE RESERVAS DE VIAGEM
      * (CANCRES.DAT - VER CANRESFD.CPY E CANRESWS.CPY). COPIAR
      * ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT CANCRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CANCRES.
