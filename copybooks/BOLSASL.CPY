      *----------------------------------------------------------*
      * BOLSASL.CPY
      * SELECT DO CADASTRO DE BOLSAS E DESCONTOS DOS ALUNOS
      * (BOLSA.DAT), MANTIDO PELA SECRETARIA ESCOLAR E LIDO PELO
      * LANCAMENTO DAS MENSALIDADES (EX05BIL) E PELO RELATORIO DE
      * BOLSAS (EX05BOL) - VER BOLSAFD.CPY PARA O FD/REGISTRO E
      * BOLSAWS.CPY PARA O FILE STATUS. COPIAR ESTE MEMBRO DENTRO
      * DE FILE-CONTROL. ARQUIVO AUSENTE = NENHUMA BOLSA.
      *----------------------------------------------------------*
           SELECT BOLSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOLSA.
