       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05AVF.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    AVISO SEMANAL DE FALTAS NO MEIO DO PERIODO. ATE
      *            AQUI O ALUNO SO DESCOBRIA A REPROVACAO POR FALTAS
      *            NO FECHAMENTO (EX05), QUANDO NADA MAIS PODIA SER
      *            FEITO. ESTA RODADA APURA AS FALTAS DO MOVIMENTO DE
      *            FREQUENCIA (FREQMOV) LIQUIDAS DOS ABONOS DO
      *            JUSTMOV, COM A MESMA REGRA DO EX05FRQ (MEMBROS
      *            COPY FREQMVFD/JUSTMVPD), E:
      *            - LISTA EM RELAVF, POR TURMA, TODO ALUNO QUE JA
      *              USOU PELO MENOS O PRIMEIRO PERCENTUAL DE AVISO
      *              (DEFAULT 50%) DE FALTAS-MAXIMAS, COM AS FALTAS
      *              APURADAS, O PERCENTUAL USADO E QUANTAS FALTAS
      *              AINDA RESTAM ANTES DA REPROVACAO;
      *            - GERA EM CARTAFAL UMA CARTA DE ALERTA PARA QUEM
      *              PASSOU DO SEGUNDO PERCENTUAL (DEFAULT 75%),
      *              ENDERECADA AO RESPONSAVEL FINANCEIRO (RESALU.DAT
      *              - VER RESALUFD) OU, SEM ELE, AO PROPRIO ALUNO.
      *              ENDERECO COM CORRESPONDENCIA DEVOLVIDA (DEVCOR)
      *              RETEM A CARTA E SAI NO ENDAVF, COMO NO EX05ATR.
      *            O LIMITE DE FALTAS VEM DO PARMEX05.DAT QUANDO
      *            PRESENTE (O MESMO DO FECHAMENTO), SENAO DO
      *            OPERADOR (DEFAULT 16). O ALUNO REPROVA AO ATINGIR
      *            O LIMITE (FALTAS MAIOR OU IGUAL A FALTAS-MAXIMAS,
      *            COMO NO EX05), ENTAO RESTAM FALTAS-MAXIMAS - 1 -
      *            APURADAS. MOVIMENTO DE MATRICULA FORA DO ARQALU E
      *            CONTADO E A RODADA TERMINA COM RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY FREQMVSL.

       COPY JUSTMVSL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT ARQAVISO ASSIGN TO DISK.

       COPY ARQALUSL.

       COPY TURMASSL.

       COPY RESALUSL.

       COPY DEVCORSL.

       SELECT PARMEX05 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PARM.

       SELECT RELAVF ASSIGN TO DISK.

       SELECT CARTAFAL ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ENDAVF ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY FREQMVFD.

       COPY JUSTMVFD.

       SD  ARQSORT.
       01  REG-SORT.
           02 MATRICULA-SORT  PIC 9(07).
           02 DATA-SORT       PIC 9(08).
           02 PRESENCA-SORT   PIC X(01).

       SD  ARQAVISO.
       01  REG-AVISO.
           02 TURMA-AVS       PIC X(03).
           02 MATRICULA-AVS   PIC 9(07).
           02 IDX-ALU-AVS     PIC 9(04).

       COPY ARQALUFD.

       COPY TURMASFD.

       COPY RESALUFD.

       COPY DEVCORFD.

       FD  PARMEX05
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEX05.DAT".
       01  REG-PARM.
           02 PARM-PESO1    PIC 9(01).
           02 PARM-PESO2    PIC 9(01).
           02 PARM-PESO3    PIC 9(01).
           02 PARM-NOTA-MIN PIC 9(01)V9(02).
           02 PARM-FALTAS   PIC 9(02).

       FD  RELAVF
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELAVF.txt".
       01  REG-REL    PIC X(80).

       FD  CARTAFAL
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "CARTAFAL.txt".
       01  REG-CARTA  PIC X(80).

       FD  ENDAVF
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDAVF.txt".
       01  REG-ENDAVF PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY TURMASWS.
       COPY JUSTMVWS.
       COPY RESALUWS.
       COPY DEVCORWS.
       77  FS-PARM         PIC X(02) VALUE "00".
       77  ORIGEM-PARM     PIC X(21) VALUE "OPERADOR".
       77  FALTAS-MAXIMAS  PIC 9(02) VALUE 16.
       77  PERC-AVISO      PIC 9(03) VALUE 50.
       77  PERC-CARTA      PIC 9(03) VALUE 75.
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  FIM-ALU         PIC X(03) VALUE "NAO".
       77  FIM-TUR         PIC X(03) VALUE "NAO".
       77  FIM-AVS         PIC X(03) VALUE "NAO".
       77  CT-LIDOS        PIC 9(07) VALUE ZEROES.
       77  CT-AUSENCIAS    PIC 9(07) VALUE ZEROES.
       77  CT-JUSTIFICADAS PIC 9(07) VALUE ZEROES.
       77  CT-SEM-CADASTRO PIC 9(07) VALUE ZEROES.
       77  CT-AVISOS       PIC 9(05) VALUE ZEROES.
       77  CT-REPROVADOS   PIC 9(05) VALUE ZEROES.
       77  CT-CARTAS       PIC 9(05) VALUE ZEROES.
       77  CT-CARTAS-RESP  PIC 9(05) VALUE ZEROES.
       77  QTD-ALUNOS      PIC 9(04) VALUE ZEROES.
       77  ALUNOS-DEMAIS   PIC X(01) VALUE "N".
       77  QTD-TURMAS      PIC 9(02) VALUE ZEROES.
       77  MATRICULA-ANT   PIC 9(07) VALUE ZEROES.
       77  ACHOU-ALUNO     PIC X(01) VALUE "N".
       77  IDX-A           PIC 9(04) VALUE ZEROES.
       77  TURMA-ANT       PIC X(03) VALUE LOW-VALUES.
       77  PERC-USADO      PIC 9(04) VALUE ZEROES.
       77  FALTAS-RESTAM   PIC 9(02) VALUE ZEROES.
       77  SITUACAO-AVS    PIC X(14) VALUE SPACES.
       77  DISCIPLINA-AVS  PIC X(20) VALUE SPACES.
       77  PROFESSOR-AVS   PIC X(30) VALUE SPACES.

      *ALUNOS DO ARQALU, COM AS FALTAS APURADAS NA RODADA.
       01  TAB-ALUNOS.
           02 ALUNO-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-ALUNOS
                 INDEXED BY IDX-ALU.
              03 MATRICULA-TAL PIC 9(07).
              03 NOME-TAL      PIC X(30).
              03 TURMA-TAL     PIC X(03).
              03 FALTAS-TAL    PIC 9(03).

      *CADASTRO DE TURMAS, PARA O CABECALHO DE CADA GRUPO.
       01  TAB-TURMAS.
           02 TURMA-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-TURMAS
                 INDEXED BY IDX-TUR.
              03 CODIGO-TUR-TAB     PIC X(03).
              03 DISCIPLINA-TUR-TAB PIC X(20).
              03 PROFESSOR-TUR-TAB  PIC X(30).

       01 CAB-01.
           02 FILLER       PIC X(29) VALUE
              "AVISO DE FALTAS - POSICAO EM ".
           02 DIA-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CAB      PIC 9999.
           02 FILLER       PIC X(41) VALUE SPACES.

       01 CAB-02.
           02 FILLER       PIC X(18) VALUE "LIMITE DE FALTAS: ".
           02 LIMITE-CAB   PIC Z9.
           02 FILLER       PIC X(10) VALUE "  AVISO: ".
           02 AVISO-CAB    PIC ZZ9.
           02 FILLER       PIC X(10) VALUE "%  CARTA: ".
           02 CARTA-CAB    PIC ZZ9.
           02 FILLER       PIC X(03) VALUE "%  ".
           02 ORIGEM-CAB   PIC X(21).
           02 FILLER       PIC X(10) VALUE SPACES.

       01 TURMA-CAB.
           02 FILLER       PIC X(07) VALUE "TURMA: ".
           02 TURMA-REL    PIC X(03).
           02 FILLER       PIC X(03) VALUE " - ".
           02 DISC-REL     PIC X(20).
           02 FILLER       PIC X(07) VALUE " PROF. ".
           02 PROF-REL     PIC X(30).
           02 FILLER       PIC X(10) VALUE SPACES.

       01 COLUNAS-CAB.
           02 FILLER  PIC X(41) VALUE
              "  MATRIC.  NOME                          ".
           02 FILLER  PIC X(39) VALUE
              "FALTAS   USO  RESTAM  SITUACAO         ".

       01 DETALHE-REL.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MAT-REL      PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FALTAS-REL   PIC ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PERC-REL     PIC ZZZ9.
           02 FILLER       PIC X(01) VALUE "%".
           02 FILLER       PIC X(04) VALUE SPACES.
           02 RESTAM-REL   PIC Z9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-REL PIC X(14).
           02 FILLER       PIC X(06) VALUE SPACES.

       01 TOTAL-MOV.
           02 FILLER    PIC X(29) VALUE "Movimentos de chamada lidos: ".
           02 QTD-MOV-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-AUS.
           02 FILLER    PIC X(29) VALUE "Ausencias apuradas.........: ".
           02 QTD-AUS-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-JUS.
           02 FILLER    PIC X(29) VALUE "Faltas justificadas........: ".
           02 QTD-JUS-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-AVS.
           02 FILLER    PIC X(29) VALUE "Alunos em aviso............: ".
           02 QTD-AVS-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-REP.
           02 FILLER    PIC X(29) VALUE "Ja no limite de faltas.....: ".
           02 QTD-REP-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-CAR.
           02 FILLER    PIC X(29) VALUE "Cartas de alerta emitidas..: ".
           02 QTD-CAR-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-RSP.
           02 FILLER    PIC X(29) VALUE "  ao responsavel financeiro: ".
           02 QTD-RSP-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-SCD.
           02 FILLER    PIC X(29) VALUE "Movimentos fora do ARQALU..: ".
           02 QTD-SCD-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 CARTA-CAB1.
           02 FILLER     PIC X(20) VALUE "PREZADO(A) ALUNO(A) ".
           02 NOME-CARTA PIC X(30).
           02 FILLER     PIC X(30) VALUE SPACES.

       01 CARTA-BRANCO.
           02 FILLER  PIC X(80) VALUE SPACES.

       01 CARTA-CORPO1.
           02 FILLER        PIC X(30) VALUE
              "COMUNICAMOS QUE O(A) ALUNO(A) ".
           02 NOME-CARTA-ALU PIC X(30).
           02 FILLER        PIC X(20) VALUE SPACES.

       01 CARTA-CORPO2.
           02 FILLER        PIC X(10) VALUE "MATRICULA ".
           02 MAT-CARTA     PIC 9(07).
           02 FILLER        PIC X(08) VALUE ", TURMA ".
           02 TURMA-CARTA   PIC X(03).
           02 FILLER        PIC X(03) VALUE " - ".
           02 DISC-CARTA    PIC X(20).
           02 FILLER        PIC X(01) VALUE ",".
           02 FILLER        PIC X(28) VALUE SPACES.

       01 CARTA-CORPO3.
           02 FILLER        PIC X(07) VALUE "JA SOMA".
           02 FALTAS-CARTA  PIC ZZ9.
           02 FILLER        PIC X(37) VALUE
              " FALTA(S) NAO JUSTIFICADA(S) DE UM LI".
           02 FILLER        PIC X(07) VALUE "MITE DE".
           02 FILLER        PIC X(01) VALUE SPACES.
           02 LIMITE-CARTA  PIC Z9.
           02 FILLER        PIC X(02) VALUE " (".
           02 PERC-CARTA-ED PIC ZZZ9.
           02 FILLER        PIC X(03) VALUE "%).".
           02 FILLER        PIC X(14) VALUE SPACES.

       01 CARTA-RESTAM.
           02 FILLER        PIC X(07) VALUE "RESTAM ".
           02 RESTAM-CARTA  PIC Z9.
           02 FILLER        PIC X(49) VALUE
              " FALTA(S) ANTES DA REPROVACAO POR FALTAS NO PERIO".
           02 FILLER        PIC X(03) VALUE "DO.".
           02 FILLER        PIC X(19) VALUE SPACES.

       01 CARTA-LIMITE.
           02 FILLER  PIC X(80) VALUE
              "O LIMITE DE FALTAS DO PERIODO JA FOI ATINGIDO.".

       01 CARTA-RODAPE.
           02 FILLER  PIC X(31) VALUE
              "AUSENCIA COM ATESTADO DEVE SER ".
           02 FILLER  PIC X(49) VALUE
              "JUSTIFICADA NA SECRETARIA.".

       01 CARTA-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           SORT ARQSORT ASCENDING KEY MATRICULA-SORT DATA-SORT
                USING  FREQMOV
                OUTPUT PROCEDURE APURA-FALTAS.
           SORT ARQAVISO ASCENDING KEY TURMA-AVS MATRICULA-AVS
                INPUT  PROCEDURE SELECIONA-AVISOS
                OUTPUT PROCEDURE IMPRIME-AVISOS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

      *O LIMITE DE FALTAS E O MESMO DO FECHAMENTO: PARMEX05.DAT
      *QUANDO PRESENTE, SENAO O OPERADOR. OS PERCENTUAIS DE AVISO E
      *DE CARTA SAO PERGUNTADOS (SEM RESPOSTA, 50 E 75); CARTA
      *ABAIXO DO AVISO SOBE PARA O AVISO.
       INICIO.
           PERFORM LE-PARAMETROS.
           IF ORIGEM-PARM EQUAL "OPERADOR"
              DISPLAY "LIMITE DE FALTAS (REPROVACAO).............: "
              ACCEPT FALTAS-MAXIMAS
           END-IF.
           IF FALTAS-MAXIMAS EQUAL ZEROES
              MOVE 16 TO FALTAS-MAXIMAS.
           DISPLAY "PERCENTUAL DO LIMITE PARA AVISO (EX: 50)...: ".
           ACCEPT PERC-AVISO.
           IF PERC-AVISO EQUAL ZEROES
              MOVE 50 TO PERC-AVISO.
           DISPLAY "PERCENTUAL DO LIMITE PARA CARTA (EX: 75)...: ".
           ACCEPT PERC-CARTA.
           IF PERC-CARTA EQUAL ZEROES
              MOVE 75 TO PERC-CARTA.
           IF PERC-CARTA LESS THAN PERC-AVISO
              MOVE PERC-AVISO TO PERC-CARTA.
           OPEN INPUT FREQMOV.
           IF FS-FREQMOV NOT EQUAL "00"
              DISPLAY "EX05AVF: FREQMOV.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-FREQMOV
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE FREQMOV.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-JUSTIFICATIVAS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-DEVOLVIDOS.
           OPEN OUTPUT RELAVF CARTAFAL.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           MOVE FALTAS-MAXIMAS TO LIMITE-CAB.
           MOVE PERC-AVISO     TO AVISO-CAB.
           MOVE PERC-CARTA     TO CARTA-CAB.
           MOVE ORIGEM-PARM    TO ORIGEM-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-JOBLOG-INICIO.

       LE-PARAMETROS.
           OPEN INPUT PARMEX05.
           IF FS-PARM EQUAL "00"
              READ PARMEX05
                 AT END CONTINUE
                 NOT AT END
                    MOVE PARM-FALTAS   TO FALTAS-MAXIMAS
                    MOVE "ARQUIVO DE PARAMETROS" TO ORIGEM-PARM
              END-READ
              CLOSE PARMEX05
           END-IF.

      *ALUNOS DO ARQALU: A TURMA E O NOME SAEM DAQUI. MAIS ALUNOS DO
      *QUE A TABELA COMPORTA ABORTA - O AVISO SAIRIA INCOMPLETO.
       CARREGA-ALUNOS.
           OPEN INPUT ARQALU.
           IF FS-ARQALU NOT EQUAL "00"
              DISPLAY "EX05AVF: ARQALU.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-ARQALU
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ARQALU UNTIL FIM-ALU EQUAL "SIM".
           CLOSE ARQALU.
           IF ALUNOS-DEMAIS EQUAL "S"
              DISPLAY "EX05AVF: MAIS DE 5000 ALUNOS NO ARQALU - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
              IF QTD-ALUNOS LESS THAN 5000
                 ADD 1 TO QTD-ALUNOS
                 MOVE MATRICULA-ALU TO MATRICULA-TAL(QTD-ALUNOS)
                 MOVE NOME-ALU      TO NOME-TAL(QTD-ALUNOS)
                 MOVE TURMA-ALU     TO TURMA-TAL(QTD-ALUNOS)
                 MOVE ZEROES        TO FALTAS-TAL(QTD-ALUNOS)
              ELSE
                 MOVE "S" TO ALUNOS-DEMAIS
              END-IF
           END-IF.

      *SEM O TURMAS.DAT OS GRUPOS SAEM SO COM O CODIGO DA TURMA.
       CARREGA-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL "00"
              PERFORM LER-TURMAS UNTIL FIM-TUR EQUAL "SIM"
              CLOSE TURMAS
           END-IF.

       LER-TURMAS.
           READ TURMAS AT END MOVE "SIM" TO FIM-TUR.
           IF FIM-TUR NOT EQUAL "SIM"
              IF QTD-TURMAS LESS THAN 99
                 ADD 1 TO QTD-TURMAS
                 MOVE CODIGO-TUR     TO CODIGO-TUR-TAB(QTD-TURMAS)
                 MOVE DISCIPLINA-TUR TO DISCIPLINA-TUR-TAB(QTD-TURMAS)
                 MOVE PROFESSOR-TUR  TO PROFESSOR-TUR-TAB(QTD-TURMAS)
              END-IF
           END-IF.

      *MESMA GUARDA DO EX05FRQ: ABONO FORA DA TABELA DARIA UM AVISO
      *QUE O FECHAMENTO NAO CONFIRMARIA.
       CARREGA-JUSTIFICATIVAS.
           PERFORM CARREGA-JUSTMOV.
           IF JUST-DEMAIS EQUAL "S"
              DISPLAY "EX05AVF: MAIS DE 5000 JUSTIFICATIVAS - A "
                      "TABELA NAO COMPORTA E O AVISO NAO BATERIA COM "
                      "O FECHAMENTO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-RESALU.
           IF RESALU-DEMAIS EQUAL "S"
              DISPLAY "EX05AVF: MAIS DE 5000 RESPONSAVEIS NO RESALU - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CARREGA-DEVOLVIDOS.
           MOVE "ALU" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX05AVF: MAIS DE 2000 ENDERECOS NO DEVCOR - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ENDAVF.
           MOVE "EX05AVF " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDAVF FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDAVF FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX05AVF " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

      *APURACAO DO EX05FRQ: AUSENCIA SEM JUSTIFICATIVA NA MESMA DATA
      *E FALTA. O MOVIMENTO VEM POR MATRICULA, ENTAO O ALUNO E
      *PROCURADO NA TABELA SO NA TROCA DE MATRICULA.
       APURA-FALTAS.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-SORT.
           PERFORM TRATA-MOVIMENTO UNTIL FIM-ARQ EQUAL "SIM".

       LER-SORT.
           RETURN ARQSORT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       TRATA-MOVIMENTO.
           IF CT-LIDOS EQUAL 1 OR MATRICULA-SORT NOT EQUAL
              MATRICULA-ANT
              MOVE MATRICULA-SORT TO MATRICULA-ANT
              PERFORM LOCALIZA-ALUNO
           END-IF.
           IF ACHOU-ALUNO NOT EQUAL "S"
              ADD 1 TO CT-SEM-CADASTRO
           ELSE
              IF PRESENCA-SORT EQUAL "A"
                 MOVE MATRICULA-SORT TO MATRICULA-CONSULTA-JUS
                 MOVE DATA-SORT      TO DATA-CONSULTA-JUS
                 PERFORM LOCALIZA-JUSTIFICATIVA
                 IF TEM-JUST EQUAL "S"
                    ADD 1 TO CT-JUSTIFICADAS
                 ELSE
                    ADD 1 TO CT-AUSENCIAS
                    ADD 1 TO FALTAS-TAL(IDX-A)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-SORT.

       LOCALIZA-ALUNO.
           MOVE "N" TO ACHOU-ALUNO.
           SET IDX-ALU TO 1.
           SEARCH ALUNO-ITEM
              AT END CONTINUE
              WHEN MATRICULA-TAL(IDX-ALU) EQUAL MATRICULA-SORT
                 MOVE "S" TO ACHOU-ALUNO
                 SET IDX-A TO IDX-ALU
           END-SEARCH.

      *SO ENTRA NO AVISO QUEM JA USOU PERC-AVISO DO LIMITE. O
      *PERCENTUAL E TRUNCADO: 7 FALTAS DE 16 SAO 43%.
       SELECIONA-AVISOS.
           PERFORM SELECIONA-ALUNO VARYING IDX-A FROM 1 BY 1
              UNTIL IDX-A GREATER THAN QTD-ALUNOS.

       SELECIONA-ALUNO.
           IF FALTAS-TAL(IDX-A) GREATER THAN ZEROES
              COMPUTE PERC-USADO =
                      FALTAS-TAL(IDX-A) * 100 / FALTAS-MAXIMAS
              IF PERC-USADO NOT LESS THAN PERC-AVISO
                 MOVE TURMA-TAL(IDX-A)     TO TURMA-AVS
                 MOVE MATRICULA-TAL(IDX-A) TO MATRICULA-AVS
                 MOVE IDX-A                TO IDX-ALU-AVS
                 RELEASE REG-AVISO
              END-IF
           END-IF.

       IMPRIME-AVISOS.
           MOVE "NAO" TO FIM-AVS.
           PERFORM LER-AVISO.
           PERFORM TRATA-AVISO UNTIL FIM-AVS EQUAL "SIM".

       LER-AVISO.
           RETURN ARQAVISO AT END MOVE "SIM" TO FIM-AVS.

       TRATA-AVISO.
           IF TURMA-AVS NOT EQUAL TURMA-ANT
              MOVE TURMA-AVS TO TURMA-ANT
              PERFORM CABECALHO-TURMA
           END-IF.
           MOVE IDX-ALU-AVS TO IDX-A.
           ADD 1 TO CT-AVISOS.
           COMPUTE PERC-USADO =
                   FALTAS-TAL(IDX-A) * 100 / FALTAS-MAXIMAS.
           IF FALTAS-TAL(IDX-A) NOT LESS THAN FALTAS-MAXIMAS
              MOVE ZEROES TO FALTAS-RESTAM
              MOVE "NO LIMITE" TO SITUACAO-AVS
              ADD 1 TO CT-REPROVADOS
           ELSE
              COMPUTE FALTAS-RESTAM =
                      FALTAS-MAXIMAS - 1 - FALTAS-TAL(IDX-A)
              IF PERC-USADO NOT LESS THAN PERC-CARTA
                 MOVE "ALERTA - CARTA" TO SITUACAO-AVS
              ELSE
                 MOVE "ATENCAO"        TO SITUACAO-AVS
              END-IF
           END-IF.
           MOVE MATRICULA-TAL(IDX-A) TO MAT-REL.
           MOVE NOME-TAL(IDX-A)      TO NOME-REL.
           MOVE FALTAS-TAL(IDX-A)    TO FALTAS-REL.
           MOVE PERC-USADO           TO PERC-REL.
           MOVE FALTAS-RESTAM        TO RESTAM-REL.
           MOVE SITUACAO-AVS         TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           IF PERC-USADO NOT LESS THAN PERC-CARTA
              PERFORM EMITE-CARTA
           END-IF.
           PERFORM LER-AVISO.

       CABECALHO-TURMA.
           MOVE SPACES TO DISCIPLINA-AVS PROFESSOR-AVS.
           SET IDX-TUR TO 1.
           SEARCH TURMA-ITEM
              AT END CONTINUE
              WHEN CODIGO-TUR-TAB(IDX-TUR) EQUAL TURMA-AVS
                 MOVE DISCIPLINA-TUR-TAB(IDX-TUR) TO DISCIPLINA-AVS
                 MOVE PROFESSOR-TUR-TAB(IDX-TUR)  TO PROFESSOR-AVS
           END-SEARCH.
           MOVE TURMA-AVS      TO TURMA-REL.
           MOVE DISCIPLINA-AVS TO DISC-REL.
           MOVE PROFESSOR-AVS  TO PROF-REL.
           WRITE REG-REL FROM TURMA-CAB   AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-CAB AFTER ADVANCING 1 LINE.

      *CARTA DE ALERTA, UMA POR ALUNO: AO RESPONSAVEL FINANCEIRO
      *QUANDO HOUVER, SENAO AO ALUNO. ENDERECO DEVOLVIDO RETEM A
      *CARTA E O ALUNO SAI NO ENDAVF.
       EMITE-CARTA.
           MOVE MATRICULA-TAL(IDX-A) TO CHAVE-CONSULTA-DEV.
           PERFORM CONSULTA-DEVCOR.
           IF ENDERECO-DEVOLVIDO EQUAL "S"
              PERFORM MONTA-CORRIGE-DEV
              MOVE NOME-TAL(IDX-A) TO NOME-COR-DEV
              WRITE REG-ENDAVF FROM LINHA-CORRIGE-1
                 AFTER ADVANCING 1 LINE
           ELSE
              PERFORM GERA-CARTA
           END-IF.

       GERA-CARTA.
           ADD 1 TO CT-CARTAS.
           MOVE MATRICULA-TAL(IDX-A) TO MATRICULA-CONSULTA-RES.
           PERFORM CONSULTA-RESALU.
           IF RESPONSAVEL-ACHADO EQUAL "S"
              ADD 1 TO CT-CARTAS-RESP
              PERFORM MONTA-ENDERECAMENTO-RES
              WRITE REG-CARTA FROM ENDERECAMENTO-RES-1
                 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM ENDERECAMENTO-RES-2
                 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM ENDERECAMENTO-RES-3
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE NOME-TAL(IDX-A) TO NOME-CARTA
              WRITE REG-CARTA FROM CARTA-CAB1 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-CARTA FROM CARTA-BRANCO AFTER ADVANCING 1 LINE.
           MOVE NOME-TAL(IDX-A)      TO NOME-CARTA-ALU.
           WRITE REG-CARTA FROM CARTA-CORPO1 AFTER ADVANCING 1 LINE.
           MOVE MATRICULA-TAL(IDX-A) TO MAT-CARTA.
           MOVE TURMA-AVS            TO TURMA-CARTA.
           MOVE DISCIPLINA-AVS       TO DISC-CARTA.
           WRITE REG-CARTA FROM CARTA-CORPO2 AFTER ADVANCING 1 LINE.
           MOVE FALTAS-TAL(IDX-A)    TO FALTAS-CARTA.
           MOVE FALTAS-MAXIMAS       TO LIMITE-CARTA.
           MOVE PERC-USADO           TO PERC-CARTA-ED.
           WRITE REG-CARTA FROM CARTA-CORPO3 AFTER ADVANCING 1 LINE.
           IF FALTAS-TAL(IDX-A) NOT LESS THAN FALTAS-MAXIMAS
              WRITE REG-CARTA FROM CARTA-LIMITE AFTER ADVANCING 1 LINE
           ELSE
              MOVE FALTAS-RESTAM TO RESTAM-CARTA
              WRITE REG-CARTA FROM CARTA-RESTAM AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-CARTA FROM CARTA-RODAPE    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SEPARADOR AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
           MOVE CT-LIDOS        TO QTD-MOV-T.
           WRITE REG-REL FROM TOTAL-MOV AFTER ADVANCING 2 LINE.
           MOVE CT-AUSENCIAS    TO QTD-AUS-T.
           WRITE REG-REL FROM TOTAL-AUS AFTER ADVANCING 1 LINE.
           MOVE CT-JUSTIFICADAS TO QTD-JUS-T.
           WRITE REG-REL FROM TOTAL-JUS AFTER ADVANCING 1 LINE.
           MOVE CT-AVISOS       TO QTD-AVS-T.
           WRITE REG-REL FROM TOTAL-AVS AFTER ADVANCING 1 LINE.
           MOVE CT-REPROVADOS   TO QTD-REP-T.
           WRITE REG-REL FROM TOTAL-REP AFTER ADVANCING 1 LINE.
           MOVE CT-CARTAS       TO QTD-CAR-T.
           WRITE REG-REL FROM TOTAL-CAR AFTER ADVANCING 1 LINE.
           MOVE CT-CARTAS-RESP  TO QTD-RSP-T.
           WRITE REG-REL FROM TOTAL-RSP AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-CADASTRO TO QTD-SCD-T.
           WRITE REG-REL FROM TOTAL-SCD AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDAVF FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE RELAVF CARTAFAL ENDAVF.
           IF CT-ENDER-CORRIGIR GREATER THAN ZEROES
              DISPLAY "EX05AVF: " CT-ENDER-CORRIGIR " CARTA(S) "
                      "RETIDA(S) POR ENDERECO DEVOLVIDO - VER "
                      "ENDAVF.txt."
           END-IF.
           IF CT-SEM-CADASTRO GREATER THAN ZEROES
              DISPLAY "EX05AVF: " CT-SEM-CADASTRO " MOVIMENTO(S) DE "
                      "MATRICULA FORA DO ARQALU IGNORADO(S)."
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX05AVF "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-AVISOS    TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY JUSTMVPD.

       COPY RESALUPD.

       COPY DEVCORPD.

       COPY DATPRCPD.
