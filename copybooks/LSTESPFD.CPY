      *----------------------------------------------------------*
      * LSTESPFD.CPY
      * FD E REGISTRO DA LISTA DE ESPERA DE MATRICULA (LISTESP.DAT).
      * UMA LINHA POR ALUNO QUE NAO COUBE NA TURMA, COM A POSICAO
      * DELE NA FILA DA TURMA. ORIGEM "R" = REMATRICULA ACEITA
      * (ARQALUNV DO EX05ACE, JA TEM MATRICULA); "N" = CANDIDATO
      * NOVO (CANDALU, MATRICULA ZERADA ATE GANHAR A VAGA).
      * DATA-PRIORIDADE-LES E A DATA DA INSCRICAO (NOVO) OU A DATA
      * EM QUE A REMATRICULA ENTROU NA FILA; ENTRADA-LES E A DATA DE
      * PROCESSAMENTO DA RODADA QUE PRIMEIRO POS O ALUNO NA FILA.
      * A CADA RODADA O EX05MAT RELE A FILA, PROMOVE QUEM GANHOU
      * VAGA E REGRAVA O RESTO COM AS POSICOES RECALCULADAS.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  LISTESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LISTESP.DAT".
       01  REG-LISTESP.
           02 TURMA-LES          PIC X(03).
           02 POSICAO-LES        PIC 9(04).
           02 ORIGEM-LES         PIC X(01).
              88 ESPERA-REMATRICULA VALUE "R".
              88 ESPERA-NOVO        VALUE "N".
           02 MATRICULA-LES      PIC 9(07).
           02 INSCRICAO-LES      PIC 9(06).
           02 DATA-PRIORIDADE-LES PIC 9(08).
           02 NOME-LES           PIC X(30).
           02 SEXO-LES           PIC X(01).
           02 CPF-LES            PIC 9(11).
           02 ENTRADA-LES        PIC 9(08).
