      *----------------------------------------------------------*
      * CANALUFD.CPY
      * FD E REGISTRO DO ARQUIVO DE CANDIDATOS NOVOS (CANDALU.DAT):
      * NUMERO E DATA DA INSCRICAO, DADOS DO ALUNO E A TURMA
      * PRETENDIDA. O CANDIDATO AINDA NAO TEM MATRICULA - ELA E
      * ATRIBUIDA PELO EX05MAT QUANDO HA VAGA. A DATA DA INSCRICAO
      * DA A ORDEM DE PRIORIDADE ENTRE OS CANDIDATOS NOVOS. COPIAR
      * ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CANDALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANDALU.DAT".
       01  REG-CANDALU.
           02 INSCRICAO-CAN      PIC 9(06).
           02 DATA-INSCRICAO-CAN PIC 9(08).
           02 NOME-CAN           PIC X(30).
           02 SEXO-CAN           PIC X(01).
           02 CPF-CAN            PIC 9(11).
           02 TURMA-CAN          PIC X(03).
