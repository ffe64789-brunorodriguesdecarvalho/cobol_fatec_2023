      *----------------------------------------------------------*
      * PROPSOSL.CPY
      * SELECT DO ARQUIVO DE PROPOSTAS DE SOCIO (PROPSOC.DAT - VER
      * PROPSOFD.CPY PARA O FD/REGISTRO E PROPSOWS.CPY PARA O FILE
      * STATUS). MANTIDO PELO EX01PRO, EFETIVADO PELO EX01APR E
      * ALIMENTADO TAMBEM PELA RODADA DE MAIORIDADE DOS DEPENDENTES
      * (EX01MAI). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      * ARQUIVO AUSENTE = NENHUMA PROPOSTA CADASTRADA AINDA.
      *----------------------------------------------------------*
           SELECT PROPSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROPSOC.
