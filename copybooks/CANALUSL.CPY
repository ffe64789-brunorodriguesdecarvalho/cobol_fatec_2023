      *----------------------------------------------------------*
      * CANALUSL.CPY
      * SELECT DO ARQUIVO DE CANDIDATOS NOVOS A MATRICULA
      * (CANDALU.DAT), DIGITADO PELA SECRETARIA A CADA INSCRICAO E
      * CONSUMIDO PELA RODADA DE MATRICULA (EX05MAT) - VER
      * CANALUFD.CPY PARA O FD/REGISTRO E CANALUWS.CPY PARA O FILE
      * STATUS. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT CANDALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CANDALU.
