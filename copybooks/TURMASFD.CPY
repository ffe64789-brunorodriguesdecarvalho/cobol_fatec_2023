      * TURMASFD.CPY
      * FD E REGISTRO DO CADASTRO DE TURMAS/DISCIPLINAS
      * (TURMAS.DAT): CODIGO DA TURMA (O MESMO TURMA-ALU DO
      * ARQALU), NOME DA DISCIPLINA, PROFESSOR, TURNO, CAPACIDADE,
      * O ID DE OPERADOR (OPERADOR.DAT) DO PROFESSOR, QUE LIMITA A
      * DIGITACAO DE NOTAS DO EX05DIG AS TURMAS DELE, E O CODIGO DO
      * PROFESSOR NO CADASTRO DE PROFESSORES (PROFES.DAT - VER
      * PROFESFD). PROFESSOR-TUR FICA SO COMO NOME IMPRESSO; QUEM
      * IDENTIFICA O PROFESSOR E CODPROF-TUR (ZERO = AINDA NAO
      * INFORMADO, APONTADO PELO EX05GRD).
      * ATE A CRIACAO DESTE CADASTRO, TURMA-ALU ERA UM CODIGO NU -
      * UM "3X" DIGITADO ERRADO CRIAVA TURMA FANTASMA NAS MEDIAS
      * POR TURMA DO EX05 SEM NINGUEM NOTAR. COPIAR ESTE MEMBRO
           02 PROFESSOR-TUR     PIC X(30).
           02 TURNO-TUR         PIC X(01).
           02 CAPACIDADE-TUR    PIC 9(03).
           02 OPERADOR-TUR      PIC X(08).
           02 CODPROF-TUR       PIC 9(04).
