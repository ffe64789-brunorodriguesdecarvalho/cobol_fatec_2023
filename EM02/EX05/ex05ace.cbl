      *            - OFERTA ACEITA GERA O REGISTRO DO NOVO PERIODO
      *              EM ARQALUNV.DAT (LAYOUT DO ARQALU, NOTAS E
      *              FALTAS ZERADAS, TURMA DA OFERTA; SEXO E CPF
      *              COMPLETADOS DO ARQALU ATUAL), QUE O EX05MAT
      *              JUNTA AO MESTRE NA ABERTURA DO PERIODO (APOS O
      *              FECHAMENTO DO ANO), RESPEITANDO A CAPACIDADE DA
      *              TURMA;
      *            - OFERTA RECUSADA OU SEM RESPOSTA E SO CONTADA.
      *            O RELACE RESUME A TAXA DE ACEITE POR TURMA -
      *            ENFIM DA PARA SABER SE AS CARTAS DE RECONQUISTA
      *            FUNCIONAM.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - ARQALUNV AGORA E INCORPORADO AO ARQALU PELO
      *            EX05MAT (CONTROLE DE VAGAS) - SO COMENTARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
