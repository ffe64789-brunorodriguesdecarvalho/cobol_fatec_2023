       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05MAT.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RODADA DE MATRICULA COM CONTROLE DE VAGAS. O
      *            CADASTRO TURMAS TEM A CAPACIDADE DE CADA TURMA MAS
      *            NINGUEM A RESPEITAVA: OS ACEITOS DO EX05ACE
      *            (ARQALUNV) E OS ALUNOS NOVOS ERAM JUNTADOS AO
      *            ARQALU NA MAO E A TURMA ABRIA LOTADA DEMAIS. ESTA
      *            RODADA JUNTA AO ARQALU, TURMA A TURMA E ATE A
      *            CAPACIDADE (OS ALUNOS QUE JA ESTAO NO ARQALU
      *            OCUPAM VAGA):
      *            - A LISTA DE ESPERA ANTERIOR (LISTESP.DAT - VER
      *              LSTESPFD), AS REMATRICULAS ACEITAS (ARQALUNV) E
      *              OS CANDIDATOS NOVOS (CANDALU.DAT - VER CANALUFD)
      *              SAO CLASSIFICADOS (VERBO SORT) POR TURMA E
      *              PRIORIDADE: REMATRICULA ANTES DE ALUNO NOVO;
      *              ENTRE AS REMATRICULAS, QUEM ESTA HA MAIS TEMPO
      *              NA FILA; ENTRE OS NOVOS, A DATA DA INSCRICAO;
      *            - QUEM CABE NA TURMA E ACRESCENTADO AO ARQALU
      *              (NOTAS E FALTAS ZERADAS); O ALUNO NOVO GANHA A
      *              MATRICULA SEGUINTE A MAIOR JA USADA (ARQALU,
      *              ARQALUNV, LISTA DE ESPERA E HISTORICO ARQHIST);
      *            - QUEM NAO CABE VAI PARA A LISTA DE ESPERA DA
      *              TURMA, COM A SUA POSICAO NA FILA. A LISTA E
      *              REGRAVADA INTEIRA; RODAR DE NOVO QUANDO ABRIR
      *              VAGA PROMOVE OS PRIMEIROS DA FILA;
      *            - ARQALUNV E CANDALU SAO ESVAZIADOS NO FINAL (O
      *              QUE ESTAVA NELES ESTA AGORA NO ARQALU OU NA
      *              FILA), PARA A RODADA NAO MATRICULAR DUAS VEZES.
      *            O RELMAT MOSTRA O DESTINO DE CADA CANDIDATO E, POR
      *            TURMA, CAPACIDADE, VAGAS OCUPADAS E LIVRES,
      *            MATRICULADOS NA RODADA E FILA. TURMA FORA DO
      *            CADASTRO NAO TEM VAGA: O CANDIDATO FICA NA FILA E
      *            A RODADA TERMINA COM RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARQALUSL.

           SELECT ARQALUNV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQALUNV.

           COPY CANALUSL.

           COPY LSTESPSL.

           COPY TURMASSL.

           SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQHIST.

           SELECT ARQSORT ASSIGN TO DISK.

           SELECT RELMAT ASSIGN TO DISK.

           COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY ARQALUFD.

      *MESMO LAYOUT DO ARQALU (GRAVADO PELO EX05ACE).
       FD  ARQALUNV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALUNV.DAT".
       01  REG-ALUNV.
           02 MATRICULA-ANV   PIC 9(07).
           02 NOME-ANV        PIC X(30).
           02 FILLER          PIC X(14).
           02 SEXO-ANV        PIC X(01).
           02 CPF-ANV         PIC 9(11).
           02 TURMA-ANV       PIC X(03).

       COPY CANALUFD.

       COPY LSTESPFD.

       COPY TURMASFD.

      *SO A MATRICULA INTERESSA (MAIOR MATRICULA JA USADA).
       FD  ARQHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQHIST.DAT".
       01  REG-HIST.
           02 ANO-HIS         PIC 9(04).
           02 MATRICULA-HIS   PIC 9(07).
           02 FILLER          PIC X(73).

       SD  ARQSORT.
       01  REG-SORT.
           02 TURMA-SORT      PIC X(03).
           02 PRIORIDADE-SORT PIC 9(01).
           02 DATA-SORT       PIC 9(08).
           02 SEQ-SORT        PIC 9(06).
           02 ORIGEM-SORT     PIC X(01).
           02 MATRICULA-SORT  PIC 9(07).
           02 INSCRICAO-SORT  PIC 9(06).
           02 NOME-SORT       PIC X(30).
           02 SEXO-SORT       PIC X(01).
           02 CPF-SORT        PIC 9(11).
           02 ENTRADA-SORT    PIC 9(08).

       FD  RELMAT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELMAT.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY CANALUWS.
       COPY LSTESPWS.
       COPY TURMASWS.
       77  FS-ARQALUNV    PIC X(02) VALUE "00".
       77  FS-ARQHIST     PIC X(02) VALUE "00".
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-AUX        PIC X(03) VALUE "NAO".
       77  QTD-TURMAS     PIC 9(02) VALUE ZEROES.
       77  QTD-ALUNOS     PIC 9(04) VALUE ZEROES.
       77  QTD-VISTOS     PIC 9(04) VALUE ZEROES.
       77  IDX-T          PIC 9(02) VALUE ZEROES.
       77  TURMA-ANTERIOR PIC X(03) VALUE HIGH-VALUES.
       77  MAIOR-MATRICULA PIC 9(07) VALUE ZEROES.
       77  SEQUENCIA      PIC 9(06) VALUE ZEROES.
       77  DESCARTA       PIC X(01) VALUE "N".
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  CT-MATRICULADOS PIC 9(05) VALUE ZEROES.
       77  CT-ESPERA      PIC 9(05) VALUE ZEROES.
       77  CT-DESCARTADOS PIC 9(05) VALUE ZEROES.
       77  CT-INVALIDOS   PIC 9(05) VALUE ZEROES.
       77  CT-SEM-TURMA   PIC 9(05) VALUE ZEROES.
       77  VAGAS-LIVRES   PIC 9(04) VALUE ZEROES.

      *TURMAS DO CADASTRO (CADASTRADA "S") E AS QUE SO APARECEM NOS
      *CANDIDATOS ("N", SEM VAGA).
       01  TAB-TURMAS.
           02 TURMA-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-TURMAS
                 INDEXED BY IDX-TUR.
              03 CODIGO-TUR-TAB     PIC X(03).
              03 DISCIPLINA-TUR-TAB PIC X(20).
              03 CAPACIDADE-TUR-TAB PIC 9(03).
              03 CADASTRADA-TUR-TAB PIC X(01).
              03 OCUPADAS-TUR-TAB   PIC 9(04).
              03 NOVOS-TUR-TAB      PIC 9(04).
              03 ESPERA-TUR-TAB     PIC 9(04).

      *ALUNOS JA NO ARQALU (E OS MATRICULADOS NA RODADA), PARA NAO
      *MATRICULAR DUAS VEZES A MESMA MATRICULA OU O MESMO CPF.
       01  TAB-ALUNOS.
           02 ALUNO-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-ALUNOS
                 INDEXED BY IDX-ALN.
              03 MATRICULA-ALN-TAB PIC 9(07).
              03 CPF-ALN-TAB       PIC 9(11).

      *CANDIDATOS JA TRATADOS NA RODADA: ORIGEM + MATRICULA
      *(REMATRICULA) OU ORIGEM + INSCRICAO (NOVO).
       01  TAB-VISTOS.
           02 VISTO-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-VISTOS
                 INDEXED BY IDX-VIS.
              03 CHAVE-VIS-TAB     PIC X(08).

       01  CHAVE-VISTO.
           02 ORIGEM-VISTO    PIC X(01).
           02 NUMERO-VISTO    PIC 9(07).

       01 CAB-01.
           02 FILLER    PIC X(41) VALUE
              "MATRICULA COM CONTROLE DE VAGAS - RODADA ".
           02 DIA-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(29) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(80) VALUE
              "TUR O MAT/INS  NOME                            DESTINO".

       01 DETALHE-REL.
           02 TURMA-REL    PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ORIGEM-REL   PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CHAVE-REL    PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MENSAGEM-REL PIC X(33).

       01 MSG-ESPERA.
           02 TEXTO-ESP    PIC X(26) VALUE "LISTA DE ESPERA - POSICAO ".
           02 POSICAO-ESP  PIC ZZZ9.

       01 CAB-03.
           02 FILLER    PIC X(80) VALUE
              "VAGAS POR TURMA".

       01 CAB-04.
           02 FILLER    PIC X(80) VALUE
           "TUR DISCIPLINA            CAP   OCUPAD LIVRES  NOVOS  FILA".

       01 LINHA-TURMA.
           02 TURMA-LTU    PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DISC-LTU     PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CAPAC-LTU    PIC ZZ9.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 OCUP-LTU     PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 LIVRES-LTU   PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NOVOS-LTU    PIC ZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ESPERA-LTU   PIC ZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 AVISO-LTU    PIC X(22).

       01 TOTAL-LID.
           02 FILLER    PIC X(29) VALUE "Candidatos lidos...........: ".
           02 QTD-LID   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-MAT.
           02 FILLER    PIC X(29) VALUE "Matriculados na rodada.....: ".
           02 QTD-MAT   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-ESP.
           02 FILLER    PIC X(29) VALUE "Na lista de espera.........: ".
           02 QTD-ESP   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-STU.
           02 FILLER    PIC X(29) VALUE "Em turma nao cadastrada....: ".
           02 QTD-STU   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-DSC.
           02 FILLER    PIC X(29) VALUE "Descartados (ja no ARQALU).: ".
           02 QTD-DSC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-INV.
           02 FILLER    PIC X(29) VALUE "Inscricoes invalidas.......: ".
           02 QTD-INV   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           SORT ARQSORT ASCENDING KEY TURMA-SORT PRIORIDADE-SORT
                                      DATA-SORT SEQ-SORT
                INPUT  PROCEDURE EXTRAI-CANDIDATOS
                OUTPUT PROCEDURE DISTRIBUI-VAGAS.
           PERFORM ESVAZIA-ENTRADAS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-HISTORICO.
           OPEN OUTPUT RELMAT.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           PERFORM GRAVA-JOBLOG-INICIO.

      *SEM O CADASTRO DE TURMAS NAO HA CAPACIDADE A RESPEITAR.
       CARREGA-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL "00"
              DISPLAY "EX05MAT: TURMAS.DAT AUSENTE - SEM CAPACIDADE "
                      "DAS TURMAS NAO HA COMO MATRICULAR. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TURMAS UNTIL FIM-AUX EQUAL "SIM".
           CLOSE TURMAS.

       LER-TURMAS.
           READ TURMAS AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF QTD-TURMAS LESS THAN 90
                 ADD 1 TO QTD-TURMAS
                 MOVE CODIGO-TUR     TO CODIGO-TUR-TAB(QTD-TURMAS)
                 MOVE DISCIPLINA-TUR TO DISCIPLINA-TUR-TAB(QTD-TURMAS)
                 IF CAPACIDADE-TUR NUMERIC
                    MOVE CAPACIDADE-TUR
                         TO CAPACIDADE-TUR-TAB(QTD-TURMAS)
                 ELSE
                    MOVE ZEROES TO CAPACIDADE-TUR-TAB(QTD-TURMAS)
                 END-IF
                 MOVE "S"    TO CADASTRADA-TUR-TAB(QTD-TURMAS)
                 MOVE ZEROES TO OCUPADAS-TUR-TAB(QTD-TURMAS)
                                NOVOS-TUR-TAB(QTD-TURMAS)
                                ESPERA-TUR-TAB(QTD-TURMAS)
              ELSE
                 DISPLAY "EX05MAT: MAIS DE 90 TURMAS NO CADASTRO - "
                         "A TABELA NAO COMPORTA. RODADA ABORTADA."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *ALUNOS JA MATRICULADOS: OCUPAM VAGA NA TURMA. ARQALU AUSENTE =
      *PERIODO NOVO COMECANDO DO ZERO.
       CARREGA-ALUNOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              PERFORM LER-ARQALU UNTIL FIM-AUX EQUAL "SIM"
              CLOSE ARQALU
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF QTD-ALUNOS LESS THAN 5000
                 ADD 1 TO QTD-ALUNOS
                 MOVE MATRICULA-ALU TO MATRICULA-ALN-TAB(QTD-ALUNOS)
                 MOVE CPF-ALU       TO CPF-ALN-TAB(QTD-ALUNOS)
              ELSE
                 DISPLAY "EX05MAT: MAIS DE 5000 ALUNOS NO ARQALU - "
                         "A TABELA NAO COMPORTA. RODADA ABORTADA."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF MATRICULA-ALU GREATER THAN MAIOR-MATRICULA
                 MOVE MATRICULA-ALU TO MAIOR-MATRICULA
              END-IF
              SET IDX-TUR TO 1
              SEARCH TURMA-ITEM
                 AT END CONTINUE
                 WHEN CODIGO-TUR-TAB(IDX-TUR) EQUAL TURMA-ALU
                    ADD 1 TO OCUPADAS-TUR-TAB(IDX-TUR)
              END-SEARCH
           END-IF.

      *MATRICULA DE ALUNO QUE JA SAIU NAO E REAPROVEITADA.
       CARREGA-HISTORICO.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQHIST.
           IF FS-ARQHIST EQUAL "00"
              PERFORM LER-ARQHIST UNTIL FIM-AUX EQUAL "SIM"
              CLOSE ARQHIST
           END-IF.

       LER-ARQHIST.
           READ ARQHIST AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF MATRICULA-HIS NUMERIC AND
                 MATRICULA-HIS GREATER THAN MAIOR-MATRICULA
                 MOVE MATRICULA-HIS TO MAIOR-MATRICULA
              END-IF
           END-IF.

      *ENTRADA DO SORT: FILA ANTERIOR PRIMEIRO (NA ORDEM DA FILA),
      *DEPOIS AS REMATRICULAS ACEITAS E OS CANDIDATOS NOVOS.
       EXTRAI-CANDIDATOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT LISTESP.
           IF FS-LISTESP EQUAL "00"
              PERFORM LER-LISTESP UNTIL FIM-AUX EQUAL "SIM"
              CLOSE LISTESP
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQALUNV.
           IF FS-ARQALUNV EQUAL "00"
              PERFORM LER-ARQALUNV UNTIL FIM-AUX EQUAL "SIM"
              CLOSE ARQALUNV
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT CANDALU.
           IF FS-CANDALU EQUAL "00"
              PERFORM LER-CANDALU UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CANDALU
           END-IF.

       LER-LISTESP.
           READ LISTESP AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS SEQUENCIA
              MOVE TURMA-LES           TO TURMA-SORT
              IF ESPERA-REMATRICULA
                 MOVE 1 TO PRIORIDADE-SORT
                 IF MATRICULA-LES GREATER THAN MAIOR-MATRICULA
                    MOVE MATRICULA-LES TO MAIOR-MATRICULA
                 END-IF
              ELSE
                 MOVE 2 TO PRIORIDADE-SORT
              END-IF
              MOVE DATA-PRIORIDADE-LES TO DATA-SORT
              MOVE SEQUENCIA           TO SEQ-SORT
              MOVE ORIGEM-LES          TO ORIGEM-SORT
              MOVE MATRICULA-LES       TO MATRICULA-SORT
              MOVE INSCRICAO-LES       TO INSCRICAO-SORT
              MOVE NOME-LES            TO NOME-SORT
              MOVE SEXO-LES            TO SEXO-SORT
              MOVE CPF-LES             TO CPF-SORT
              MOVE ENTRADA-LES         TO ENTRADA-SORT
              RELEASE REG-SORT
           END-IF.

       LER-ARQALUNV.
           READ ARQALUNV AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS SEQUENCIA
              IF MATRICULA-ANV GREATER THAN MAIOR-MATRICULA
                 MOVE MATRICULA-ANV TO MAIOR-MATRICULA
              END-IF
              MOVE TURMA-ANV     TO TURMA-SORT
              MOVE 1             TO PRIORIDADE-SORT
              MOVE DATA-PROCESSO TO DATA-SORT ENTRADA-SORT
              MOVE SEQUENCIA     TO SEQ-SORT
              MOVE "R"           TO ORIGEM-SORT
              MOVE MATRICULA-ANV TO MATRICULA-SORT
              MOVE ZEROES        TO INSCRICAO-SORT
              MOVE NOME-ANV      TO NOME-SORT
              MOVE SEXO-ANV      TO SEXO-SORT
              MOVE CPF-ANV       TO CPF-SORT
              RELEASE REG-SORT
           END-IF.

      *INSCRICAO SEM NOME, SEM TURMA OU COM DATA INVALIDA NAO ENTRA
      *NA FILA - SAI NO RELATORIO PARA A SECRETARIA REDIGITAR.
       LER-CANDALU.
           READ CANDALU AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS SEQUENCIA
              IF NOME-CAN EQUAL SPACES OR TURMA-CAN EQUAL SPACES OR
                 DATA-INSCRICAO-CAN NOT NUMERIC OR
                 INSCRICAO-CAN NOT NUMERIC
                 PERFORM REJEITA-INSCRICAO
              ELSE
                 MOVE TURMA-CAN          TO TURMA-SORT
                 MOVE 2                  TO PRIORIDADE-SORT
                 MOVE DATA-INSCRICAO-CAN TO DATA-SORT
                 MOVE SEQUENCIA          TO SEQ-SORT
                 MOVE "N"                TO ORIGEM-SORT
                 MOVE ZEROES             TO MATRICULA-SORT
                 MOVE INSCRICAO-CAN      TO INSCRICAO-SORT
                 MOVE NOME-CAN           TO NOME-SORT
                 MOVE SEXO-CAN           TO SEXO-SORT
                 IF CPF-CAN NUMERIC
                    MOVE CPF-CAN         TO CPF-SORT
                 ELSE
                    MOVE ZEROES          TO CPF-SORT
                 END-IF
                 MOVE DATA-PROCESSO      TO ENTRADA-SORT
                 RELEASE REG-SORT
              END-IF
           END-IF.

       REJEITA-INSCRICAO.
           ADD 1 TO CT-INVALIDOS.
           MOVE TURMA-CAN     TO TURMA-REL.
           MOVE "N"           TO ORIGEM-REL.
           MOVE ZEROES        TO CHAVE-REL.
           IF INSCRICAO-CAN NUMERIC
              MOVE INSCRICAO-CAN TO CHAVE-REL
           END-IF.
           MOVE NOME-CAN      TO NOME-REL.
           MOVE "INSCRICAO INVALIDA - REDIGITAR" TO MENSAGEM-REL.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.

      *SAIDA DO SORT: TURMA A TURMA, NA ORDEM DE PRIORIDADE, OCUPA AS
      *VAGAS LIVRES; O RESTO VAI PARA A FILA COM A POSICAO.
       DISTRIBUI-VAGAS.
           OPEN OUTPUT LISTESP.
           OPEN EXTEND ARQALU.
           IF FS-ARQALU NOT EQUAL "00"
              OPEN OUTPUT ARQALU
           END-IF.
           PERFORM LER-SORT.
           PERFORM TRATA-CANDIDATO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE LISTESP ARQALU.

       LER-SORT.
           RETURN ARQSORT AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-CANDIDATO.
           IF TURMA-SORT NOT EQUAL TURMA-ANTERIOR
              PERFORM LOCALIZA-TURMA
           END-IF.
           MOVE TURMA-SORT  TO TURMA-REL.
           MOVE ORIGEM-SORT TO ORIGEM-REL.
           MOVE NOME-SORT   TO NOME-REL.
           IF ORIGEM-SORT EQUAL "R"
              MOVE MATRICULA-SORT TO CHAVE-REL
           ELSE
              MOVE INSCRICAO-SORT TO CHAVE-REL
           END-IF.
           PERFORM VERIFICA-DUPLICADO.
           IF DESCARTA EQUAL "S"
              ADD 1 TO CT-DESCARTADOS
           ELSE
              IF CADASTRADA-TUR-TAB(IDX-TUR) EQUAL "S" AND
                 OCUPADAS-TUR-TAB(IDX-TUR) LESS THAN
                 CAPACIDADE-TUR-TAB(IDX-TUR)
                 PERFORM MATRICULA-ALUNO
              ELSE
                 PERFORM COLOCA-NA-FILA
              END-IF
           END-IF.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           PERFORM LER-SORT.

       LOCALIZA-TURMA.
           MOVE TURMA-SORT TO TURMA-ANTERIOR.
           SET IDX-TUR TO 1.
           SEARCH TURMA-ITEM
              AT END
                 ADD 1 TO QTD-TURMAS
                 SET IDX-TUR TO QTD-TURMAS
                 MOVE TURMA-SORT TO CODIGO-TUR-TAB(IDX-TUR)
                 MOVE "TURMA NAO CADASTRADA"
                      TO DISCIPLINA-TUR-TAB(IDX-TUR)
                 MOVE "N"    TO CADASTRADA-TUR-TAB(IDX-TUR)
                 MOVE ZEROES TO CAPACIDADE-TUR-TAB(IDX-TUR)
                                OCUPADAS-TUR-TAB(IDX-TUR)
                                NOVOS-TUR-TAB(IDX-TUR)
                                ESPERA-TUR-TAB(IDX-TUR)
              WHEN CODIGO-TUR-TAB(IDX-TUR) EQUAL TURMA-SORT
                 CONTINUE
           END-SEARCH.

      *REMATRICULA JA NO ARQALU, NOVO COM CPF JA NO ARQALU OU
      *CANDIDATO REPETIDO NA RODADA (EX05ACE RODADO DE NOVO) E
      *DESCARTADO.
       VERIFICA-DUPLICADO.
           MOVE "N" TO DESCARTA.
           MOVE ORIGEM-SORT TO ORIGEM-VISTO.
           IF ORIGEM-SORT EQUAL "R"
              MOVE MATRICULA-SORT TO NUMERO-VISTO
           ELSE
              MOVE INSCRICAO-SORT TO NUMERO-VISTO
           END-IF.
           SET IDX-ALN TO 1.
           SEARCH ALUNO-ITEM
              AT END CONTINUE
              WHEN (ORIGEM-SORT EQUAL "R" AND
                    MATRICULA-ALN-TAB(IDX-ALN) EQUAL MATRICULA-SORT)
                OR (ORIGEM-SORT EQUAL "N" AND CPF-SORT NOT = ZEROES
                    AND CPF-ALN-TAB(IDX-ALN) EQUAL CPF-SORT)
                 MOVE "S" TO DESCARTA
                 MOVE "JA CONSTA NO ARQALU - DESCARTADO"
                      TO MENSAGEM-REL
           END-SEARCH.
           IF DESCARTA NOT EQUAL "S"
              SET IDX-VIS TO 1
              SEARCH VISTO-ITEM
                 AT END
                    PERFORM GUARDA-VISTO
                 WHEN CHAVE-VIS-TAB(IDX-VIS) EQUAL CHAVE-VISTO
                    MOVE "S" TO DESCARTA
                    MOVE "REPETIDO NA RODADA - DESCARTADO"
                         TO MENSAGEM-REL
              END-SEARCH
           END-IF.

       GUARDA-VISTO.
           IF QTD-VISTOS LESS THAN 5000
              ADD 1 TO QTD-VISTOS
              MOVE CHAVE-VISTO TO CHAVE-VIS-TAB(QTD-VISTOS)
           ELSE
              DISPLAY "EX05MAT: MAIS DE 5000 CANDIDATOS - A TABELA "
                      "NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *ALUNO NOVO GANHA A MATRICULA SEGUINTE A MAIOR JA USADA.
       MATRICULA-ALUNO.
           IF ORIGEM-SORT EQUAL "N"
              ADD 1 TO MAIOR-MATRICULA
              MOVE MAIOR-MATRICULA TO MATRICULA-SORT
              MOVE MATRICULA-SORT  TO CHAVE-REL
              MOVE "MATRICULADO - MATRICULA NOVA" TO MENSAGEM-REL
           ELSE
              MOVE "MATRICULADO" TO MENSAGEM-REL
           END-IF.
           MOVE MATRICULA-SORT TO MATRICULA-ALU.
           MOVE NOME-SORT      TO NOME-ALU.
           MOVE ZEROES         TO NOTA1-ALU NOTA2-ALU NOTA3-ALU
                                  FALTAS-ALU.
           MOVE SEXO-SORT      TO SEXO-ALU.
           MOVE CPF-SORT       TO CPF-ALU.
           MOVE TURMA-SORT     TO TURMA-ALU.
           WRITE REG-ALU.
           ADD 1 TO CT-MATRICULADOS.
           ADD 1 TO OCUPADAS-TUR-TAB(IDX-TUR).
           ADD 1 TO NOVOS-TUR-TAB(IDX-TUR).
           IF QTD-ALUNOS LESS THAN 5000
              ADD 1 TO QTD-ALUNOS
              MOVE MATRICULA-SORT TO MATRICULA-ALN-TAB(QTD-ALUNOS)
              MOVE CPF-SORT       TO CPF-ALN-TAB(QTD-ALUNOS)
           END-IF.

       COLOCA-NA-FILA.
           ADD 1 TO CT-ESPERA.
           ADD 1 TO ESPERA-TUR-TAB(IDX-TUR).
           MOVE SPACES TO REG-LISTESP.
           MOVE TURMA-SORT              TO TURMA-LES.
           MOVE ESPERA-TUR-TAB(IDX-TUR) TO POSICAO-LES.
           MOVE ORIGEM-SORT             TO ORIGEM-LES.
           MOVE MATRICULA-SORT          TO MATRICULA-LES.
           MOVE INSCRICAO-SORT          TO INSCRICAO-LES.
           MOVE DATA-SORT               TO DATA-PRIORIDADE-LES.
           MOVE NOME-SORT               TO NOME-LES.
           MOVE SEXO-SORT               TO SEXO-LES.
           MOVE CPF-SORT                TO CPF-LES.
           MOVE ENTRADA-SORT            TO ENTRADA-LES.
           WRITE REG-LISTESP.
           MOVE ESPERA-TUR-TAB(IDX-TUR) TO POSICAO-ESP.
           IF CADASTRADA-TUR-TAB(IDX-TUR) EQUAL "S"
              MOVE "LISTA DE ESPERA - POSICAO " TO TEXTO-ESP
           ELSE
              ADD 1 TO CT-SEM-TURMA
              MOVE "TURMA NAO CADASTR. - FILA " TO TEXTO-ESP
           END-IF.
           MOVE MSG-ESPERA TO MENSAGEM-REL.

      *O QUE ESTAVA NAS ENTRADAS FOI PARA O ARQALU OU PARA A FILA.
       ESVAZIA-ENTRADAS.
           OPEN OUTPUT ARQALUNV CANDALU.
           CLOSE ARQALUNV CANDALU.

       IMPRESSAO-FINAL.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINE.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-T.
           PERFORM IMPRIME-TURMA UNTIL IDX-T GREATER THAN QTD-TURMAS.
           MOVE CT-LIDOS        TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 2 LINE.
           MOVE CT-MATRICULADOS TO QTD-MAT.
           WRITE REG-REL FROM TOTAL-MAT AFTER ADVANCING 1 LINE.
           MOVE CT-ESPERA       TO QTD-ESP.
           WRITE REG-REL FROM TOTAL-ESP AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-TURMA    TO QTD-STU.
           WRITE REG-REL FROM TOTAL-STU AFTER ADVANCING 1 LINE.
           MOVE CT-DESCARTADOS  TO QTD-DSC.
           WRITE REG-REL FROM TOTAL-DSC AFTER ADVANCING 1 LINE.
           MOVE CT-INVALIDOS    TO QTD-INV.
           WRITE REG-REL FROM TOTAL-INV AFTER ADVANCING 1 LINE.

      *TURMA ACIMA DA CAPACIDADE (ALUNOS JUNTADOS A MAO ANTES DESTA
      *RODADA) SAI COM ZERO VAGAS LIVRES E O AVISO.
       IMPRIME-TURMA.
           MOVE SPACES TO AVISO-LTU.
           IF OCUPADAS-TUR-TAB(IDX-T) LESS THAN
              CAPACIDADE-TUR-TAB(IDX-T)
              COMPUTE VAGAS-LIVRES = CAPACIDADE-TUR-TAB(IDX-T) -
                                     OCUPADAS-TUR-TAB(IDX-T)
           ELSE
              MOVE ZEROES TO VAGAS-LIVRES
              IF OCUPADAS-TUR-TAB(IDX-T) GREATER THAN
                 CAPACIDADE-TUR-TAB(IDX-T)
                 MOVE "ACIMA DA CAPACIDADE" TO AVISO-LTU
              END-IF
           END-IF.
           MOVE CODIGO-TUR-TAB(IDX-T)     TO TURMA-LTU.
           MOVE DISCIPLINA-TUR-TAB(IDX-T) TO DISC-LTU.
           MOVE CAPACIDADE-TUR-TAB(IDX-T) TO CAPAC-LTU.
           MOVE OCUPADAS-TUR-TAB(IDX-T)   TO OCUP-LTU.
           MOVE VAGAS-LIVRES              TO LIVRES-LTU.
           MOVE NOVOS-TUR-TAB(IDX-T)      TO NOVOS-LTU.
           MOVE ESPERA-TUR-TAB(IDX-T)     TO ESPERA-LTU.
           WRITE REG-REL FROM LINHA-TURMA AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-T.

       FIM.
           CLOSE RELMAT.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX05MAT: " CT-MATRICULADOS " MATRICULADO(S), "
                   CT-ESPERA " NA LISTA DE ESPERA.".
           IF CT-SEM-TURMA GREATER THAN ZEROES OR
              CT-INVALIDOS GREATER THAN ZEROES
              DISPLAY "EX05MAT: HA CANDIDATOS EM TURMA NAO CADASTRADA "
                      "OU INSCRICOES INVALIDAS - VER RELMAT.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX05MAT " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES          TO REG-JOBLOG.
           MOVE "EX05MAT "      TO JOBLOG-JOB.
           MOVE "FIM "          TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO   TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS        TO JOBLOG-LIDOS.
           MOVE CT-MATRICULADOS TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
