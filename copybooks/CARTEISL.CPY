      *----------------------------------------------------------*
      * CARTEISL.CPY
      * SELECT DO REGISTRO DE CARTEIRINHAS EMITIDAS (CARTEI.DAT -
      * VER CARTEIFD.CPY PARA O FD/REGISTRO E CARTEIWS.CPY PARA O
      * FILE STATUS). GRAVADO PELA RODADA DE CARTEIRINHAS (EX01CRT)
      * E CONSULTADO NA PORTARIA (EX01POR). COPIAR ESTE MEMBRO
      * DENTRO DE FILE-CONTROL. ARQUIVO AUSENTE = NENHUMA
      * CARTEIRINHA EMITIDA AINDA.
      *----------------------------------------------------------*
           SELECT CARTEI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTEI.
