      *----------------------------------------------------------*
      * RESERVSL.CPY
      * SELECT DO ARQUIVO DE RESERVAS DE INSTALACOES (RESERVA.DAT),
      * GRAVADO PELA TELA DE RESERVAS PROG03 E LIDO PELO RELATORIO
      * DE OCUPACAO EX01OCU (VER RESERVFD.CPY PARA O FD/REGISTRO E
      * RESERVWS.CPY PARA O FILE STATUS). COPIAR ESTE MEMBRO
      * DENTRO DE FILE-CONTROL. ARQUIVO AUSENTE = NENHUMA RESERVA.
      *----------------------------------------------------------*
           SELECT RESERVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESERVA.
