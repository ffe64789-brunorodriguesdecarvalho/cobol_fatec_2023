       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05CEN.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    EXPORTACAO DO CENSO ESCOLAR. TODO ANO A
      *            SECRETARIA PREENCHIA O CENSO A MAO, CONTANDO
      *            ALUNOS POR TURMA, SEXO E RESULTADO EM RELATORIOS
      *            IMPRESSOS, E OS NUMEROS NUNCA BATIAM COM A ATA.
      *            ESTA RODADA GERA O ARQUIVO DO CENSO (CENSO.DAT,
      *            LAYOUT FIXO DE 100 POSICOES) COM:
      *            - REGISTRO 00 DA ESCOLA (CODIGO INEP E NOME
      *              INFORMADOS PELO OPERADOR, ANO DO CENSO);
      *            - REGISTRO 20 POR TURMA (TURMAS.DAT), COM A
      *              QUANTIDADE DE ALUNOS EXPORTADOS;
      *            - REGISTRO 60 POR ALUNO DO ARQALU, COM CPF, SEXO
      *              E SITUACAO FINAL;
      *            - REGISTRO 99 DE CONTROLE COM AS QUANTIDADES.
      *            A SITUACAO FINAL E A DA ATA: COM O ANO JA
      *            ARQUIVADO PELO EX05ANO, A DO ARQHIST DAQUELE ANO;
      *            SENAO, RECALCULADA COM AS REGRAS DO EX05ATA
      *            (MEDIA SIMPLES, NOTA MINIMA E LIMITE DE FALTAS
      *            PELO ACCEPT) COM A PALAVRA FINAL DO ARQFIN.
      *            ALUNO SEM SEXO, COM CPF ZERADO (CONVERTIDOS DO
      *            EX05CNV) OU EM TURMA FORA DO TURMAS.DAT NAO VAI
      *            PARA O ARQUIVO: SAI NA LISTA DE PENDENCIAS DO
      *            RELCEN, QUE TRAZ TAMBEM O RESUMO POR TURMA, SEXO
      *            E SITUACAO PARA CONFERENCIA COM A ATA. HAVENDO
      *            PENDENCIA A RODADA TERMINA COM RETURN-CODE 4.
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

           SELECT ARQSORT ASSIGN TO DISK.

           SELECT ARQFIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQFIN.

           SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQHIST.

           COPY TURMASSL.

           SELECT CENSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELCEN ASSIGN TO DISK.

           COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY ARQALUFD.

       SD  ARQSORT.
       01  REG-SORT.
           02 TURMA-SORT      PIC X(03).
           02 MATRICULA-SORT  PIC 9(07).
           02 NOME-SORT       PIC X(30).
           02 NOTA1-SORT      PIC 9(02)V9(02).
           02 NOTA2-SORT      PIC 9(02)V9(02).
           02 NOTA3-SORT      PIC 9(02)V9(02).
           02 FALTAS-SORT     PIC 9(02).
           02 SEXO-SORT       PIC X(01).
           02 CPF-SORT        PIC 9(11).

       FD  ARQFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
       01  REG-FIN.
           02 MATRICULA-FIN   PIC 9(07).
           02 NOME-FIN        PIC X(30).
           02 TURMA-FIN       PIC X(03).
           02 MEDIA-FIN       PIC 9(02)V9(02).
           02 SITUACAO-FIN    PIC X(09).

       FD  ARQHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQHIST.DAT".
       01  REG-HIST.
           02 ANO-HIS         PIC 9(04).
           02 MATRICULA-HIS   PIC 9(07).
           02 NOME-HIS        PIC X(30).
           02 CPF-HIS         PIC 9(11).
           02 TURMA-HIS       PIC X(03).
           02 NOTA1-HIS       PIC 9(02)V9(02).
           02 NOTA2-HIS       PIC 9(02)V9(02).
           02 NOTA3-HIS       PIC 9(02)V9(02).
           02 FALTAS-HIS      PIC 9(02).
           02 MEDIA-HIS       PIC 9(02)V9(02).
           02 SITUACAO-HIS    PIC X(11).

       COPY TURMASFD.

      *ARQUIVO DO CENSO: REGISTROS DE 100 POSICOES, TIPO NAS DUAS
      *PRIMEIRAS (LAYOUTS EM CEN-ESCOLA, CEN-TURMA, CEN-ALUNO E
      *CEN-CONTROLE NA WORKING-STORAGE).
       FD  CENSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CENSO.DAT".
       01  REG-CENSO  PIC X(100).

       FD  RELCEN
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCEN.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY TURMASWS.
       77  FS-ARQFIN        PIC X(02) VALUE "00".
       77  FS-ARQHIST       PIC X(02) VALUE "00".
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-ALU          PIC X(03) VALUE "NAO".
       77  FIM-FIN          PIC X(03) VALUE "NAO".
       77  FIM-HIS          PIC X(03) VALUE "NAO".
       77  FIM-TUR          PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(07) VALUE ZEROES.
       77  CT-EXPORTADOS    PIC 9(07) VALUE ZEROES.
       77  CT-PENDENTES     PIC 9(07) VALUE ZEROES.
       77  CT-TURMAS-EXP    PIC 9(05) VALUE ZEROES.
       77  CT-REGISTROS     PIC 9(07) VALUE ZEROES.
       77  CT-PELO-HIST     PIC 9(07) VALUE ZEROES.
       77  QTD-FINS         PIC 9(04) VALUE ZEROES.
       77  FINS-DEMAIS      PIC X(01) VALUE "N".
       77  QTD-HIST         PIC 9(04) VALUE ZEROES.
       77  HIST-DEMAIS      PIC X(01) VALUE "N".
       77  QTD-TURMAS       PIC 9(02) VALUE ZEROES.
       77  TURMAS-DEMAIS    PIC X(01) VALUE "N".
       77  TEM-FINAL        PIC X(01) VALUE "N".
       77  TEM-HIST         PIC X(01) VALUE "N".
       77  ACHOU-TUR        PIC X(01) VALUE "N".
       77  IDX-T            PIC 9(02) VALUE ZEROES.
       77  TURMA-CONSULTA   PIC X(03) VALUE SPACES.
       77  ANO-CENSO        PIC 9(04) VALUE ZEROES.
       77  INEP-ESCOLA      PIC 9(08) VALUE ZEROES.
       77  NOME-ESCOLA      PIC X(60) VALUE SPACES.
       77  NOTA-MINIMA      PIC 9(01)V9(02) VALUE 7,00.
       77  NOTA-DEPENDENCIA PIC 9(01)V9(02) VALUE 5,00.
       77  FALTAS-MAXIMAS   PIC 9(02) VALUE 16.
       77  TEMP-SOMA        PIC 9(04)V9(04) VALUE ZEROES.
       77  MEDIA-ALUNO      PIC 9(02)V9(02) VALUE ZEROES.
       77  SITUACAO-ALUNO   PIC X(11) VALUE SPACES.
       77  MOTIVO-PEND      PIC X(30) VALUE SPACES.
       77  TURMA-ANTERIOR   PIC X(03) VALUE LOW-VALUES.
       77  TEM-GRUPO        PIC X(01) VALUE "N".
       77  CT-MAS-TURMA     PIC 9(05) VALUE ZEROES.
       77  CT-FEM-TURMA     PIC 9(05) VALUE ZEROES.
       77  CT-APR-TURMA     PIC 9(05) VALUE ZEROES.
       77  CT-REP-TURMA     PIC 9(05) VALUE ZEROES.
       77  CT-AND-TURMA     PIC 9(05) VALUE ZEROES.

       01  TAB-FINAIS.
           02 FINAL-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-FINS
                 INDEXED BY IDX-FIN.
              03 MATRICULA-FIN-TAB PIC 9(07).
              03 SITUACAO-FIN-TAB  PIC X(09).

      *SO AS LINHAS DO ARQHIST DO ANO DO CENSO.
       01  TAB-HISTORICO.
           02 HIST-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-HIST
                 INDEXED BY IDX-HIS.
              03 MATRICULA-HIS-TAB PIC 9(07).
              03 TURMA-HIS-TAB     PIC X(03).
              03 SITUACAO-HIS-TAB  PIC X(11).

      *TURMAS DO TURMAS.DAT COM OS ALUNOS QUE PASSARAM NA CRITICA -
      *A QUANTIDADE VAI NO REGISTRO 20, GRAVADO ANTES DOS ALUNOS.
       01  TAB-TURMAS.
           02 TURMA-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-TURMAS
                 INDEXED BY IDX-TUR.
              03 CODIGO-TTU     PIC X(03).
              03 DISCIPLINA-TTU PIC X(20).
              03 TURNO-TTU      PIC X(01).
              03 ALUNOS-TTU     PIC 9(04).

      *REGISTRO 00 - ESCOLA.
       01  CEN-ESCOLA.
           02 TIPO-CE0        PIC X(02) VALUE "00".
           02 INEP-CE0        PIC 9(08).
           02 NOME-CE0        PIC X(60).
           02 ANO-CE0         PIC 9(04).
           02 DATA-CE0        PIC 9(08).
           02 FILLER          PIC X(18) VALUE SPACES.

      *REGISTRO 20 - TURMA. TURNO COMO NO TURMAS.DAT.
       01  CEN-TURMA.
           02 TIPO-CE2        PIC X(02) VALUE "20".
           02 INEP-CE2        PIC 9(08).
           02 TURMA-CE2       PIC X(03).
           02 DISCIPLINA-CE2  PIC X(20).
           02 TURNO-CE2       PIC X(01).
           02 ALUNOS-CE2      PIC 9(04).
           02 FILLER          PIC X(62) VALUE SPACES.

      *REGISTRO 60 - ALUNO. SEXO 1=MASCULINO 2=FEMININO; SITUACAO
      *4=REPROVADO 5=APROVADO 7=EM ANDAMENTO (DEPENDENCIA AINDA SEM
      *RESULTADO NO ARQFIN).
       01  CEN-ALUNO.
           02 TIPO-CE6        PIC X(02) VALUE "60".
           02 INEP-CE6        PIC 9(08).
           02 TURMA-CE6       PIC X(03).
           02 MATRICULA-CE6   PIC 9(07).
           02 NOME-CE6        PIC X(30).
           02 CPF-CE6         PIC 9(11).
           02 SEXO-CE6        PIC 9(01).
           02 SITUACAO-CE6    PIC 9(01).
           02 FILLER          PIC X(37) VALUE SPACES.

      *REGISTRO 99 - CONTROLE. QUANTIDADE DE REGISTROS INCLUI O
      *PROPRIO 99.
       01  CEN-CONTROLE.
           02 TIPO-CE9        PIC X(02) VALUE "99".
           02 INEP-CE9        PIC 9(08).
           02 TURMAS-CE9      PIC 9(05).
           02 ALUNOS-CE9      PIC 9(07).
           02 REGISTROS-CE9   PIC 9(07).
           02 FILLER          PIC X(71) VALUE SPACES.

       01 CAB-01.
           02 FILLER       PIC X(27) VALUE
              "CENSO ESCOLAR - ANO BASE   ".
           02 ANO-CAB      PIC 9999.
           02 FILLER       PIC X(12) VALUE "  - ESCOLA  ".
           02 INEP-CAB     PIC 9(08).
           02 FILLER       PIC X(29) VALUE SPACES.

       01 CAB-PENDENCIAS.
           02 FILLER       PIC X(80) VALUE
              "ALUNOS COM DADOS PENDENTES - FORA DO ARQUIVO DO CENSO".

       01 COLUNAS-PENDENCIAS.
           02 FILLER       PIC X(40) VALUE
              "  MATRIC.  NOME                         ".
           02 FILLER       PIC X(40) VALUE
              "  TUR  PENDENCIA".

       01 DETALHE-PEND.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MAT-PND      PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-PND     PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TURMA-PND    PIC X(03).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MOTIVO-PND   PIC X(30).
           02 FILLER       PIC X(03) VALUE SPACES.

       01 CAB-RESUMO.
           02 FILLER       PIC X(80) VALUE
              "RESUMO DO ARQUIVO DO CENSO POR TURMA".

       01 COLUNAS-RESUMO.
           02 FILLER       PIC X(40) VALUE
              "  TUR  DISCIPLINA          ALUNOS  MASC ".
           02 FILLER       PIC X(40) VALUE
              " FEM.  APROV.  REPROV.  ANDAM.".

       01 DETALHE-RESUMO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TURMA-RES    PIC X(03).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DISC-RES     PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ALUNOS-RES   PIC ZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MAS-RES      PIC ZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FEM-RES      PIC ZZZ9.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 APR-RES      PIC ZZZ9.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 REP-RES      PIC ZZZ9.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 AND-RES      PIC ZZZ9.
           02 FILLER       PIC X(08) VALUE SPACES.

       01 LINHA-BRANCO.
           02 FILLER    PIC X(80) VALUE SPACES.

       01 TOTAL-LID.
           02 FILLER    PIC X(29) VALUE "Alunos lidos no ARQALU.....: ".
           02 QTD-LID-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-EXP.
           02 FILLER    PIC X(29) VALUE "Alunos no arquivo do censo.: ".
           02 QTD-EXP-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-HIS.
           02 FILLER    PIC X(29) VALUE "  situacao do ARQHIST......: ".
           02 QTD-HIS-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-PEN.
           02 FILLER    PIC X(29) VALUE "Alunos com dados pendentes.: ".
           02 QTD-PEN-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-TUR.
           02 FILLER    PIC X(29) VALUE "Turmas no arquivo do censo.: ".
           02 QTD-TUR-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-REG.
           02 FILLER    PIC X(29) VALUE "Registros gravados no CENSO: ".
           02 QTD-REG-T PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           SORT ARQSORT ASCENDING KEY TURMA-SORT MATRICULA-SORT
                INPUT  PROCEDURE CRITICA-ALUNOS
                OUTPUT PROCEDURE GRAVA-CENSO.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

      *ANO DO CENSO SEM RESPOSTA = ANO DA DATA DE PROCESSAMENTO. AS
      *REGRAS DE APROVACAO SAO AS DO EX05ATA, COM OS MESMOS DEFAULTS.
       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           DISPLAY "CODIGO INEP DA ESCOLA.....................: ".
           ACCEPT INEP-ESCOLA.
           IF INEP-ESCOLA EQUAL ZEROES
              DISPLAY "EX05CEN: CODIGO INEP NAO INFORMADO - O CENSO "
                      "SERIA RECUSADO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "NOME DA ESCOLA............................: ".
           ACCEPT NOME-ESCOLA.
           DISPLAY "ANO BASE DO CENSO (AAAA)..................: ".
           ACCEPT ANO-CENSO.
           IF ANO-CENSO EQUAL ZEROES
              MOVE DATA-PROCESSO(1:4) TO ANO-CENSO.
           DISPLAY "MEDIA MINIMA PARA APROVACAO (EX: 7,00)....: ".
           ACCEPT NOTA-MINIMA.
           IF NOTA-MINIMA EQUAL ZEROES
              MOVE 7,00 TO NOTA-MINIMA.
           DISPLAY "LIMITE DE FALTAS (REPROVACAO).............: ".
           ACCEPT FALTAS-MAXIMAS.
           IF FALTAS-MAXIMAS EQUAL ZEROES
              MOVE 16 TO FALTAS-MAXIMAS.
           PERFORM CARREGA-FINAIS.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-TURMAS.
           OPEN OUTPUT CENSO RELCEN.
           MOVE ANO-CENSO   TO ANO-CAB.
           MOVE INEP-ESCOLA TO INEP-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-PENDENCIAS AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-PENDENCIAS
                 AFTER ADVANCING 1 LINE.
           MOVE INEP-ESCOLA   TO INEP-CE0 INEP-CE2 INEP-CE6 INEP-CE9.
           MOVE NOME-ESCOLA   TO NOME-CE0.
           MOVE ANO-CENSO     TO ANO-CE0.
           MOVE DATA-PROCESSO TO DATA-CE0.
           WRITE REG-CENSO FROM CEN-ESCOLA.
           ADD 1 TO CT-REGISTROS.
           PERFORM GRAVA-JOBLOG-INICIO.

       CARREGA-FINAIS.
           OPEN INPUT ARQFIN.
           IF FS-ARQFIN EQUAL "00"
              PERFORM LER-ARQFIN UNTIL FIM-FIN EQUAL "SIM"
              CLOSE ARQFIN
           END-IF.
           IF FINS-DEMAIS EQUAL "S"
              DISPLAY "EX05CEN: MAIS DE 2000 RESULTADOS EM ARQFIN - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ARQFIN.
           READ ARQFIN AT END MOVE "SIM" TO FIM-FIN.
           IF FIM-FIN NOT EQUAL "SIM"
              IF QTD-FINS LESS THAN 2000
                 ADD 1 TO QTD-FINS
                 MOVE MATRICULA-FIN TO MATRICULA-FIN-TAB(QTD-FINS)
                 MOVE SITUACAO-FIN  TO SITUACAO-FIN-TAB(QTD-FINS)
              ELSE
                 MOVE "S" TO FINS-DEMAIS
              END-IF
           END-IF.

      *SEM ARQHIST (OU SEM O ANO DO CENSO NELE) A SITUACAO E TODA
      *RECALCULADA, COMO NA ATA.
       CARREGA-HISTORICO.
           OPEN INPUT ARQHIST.
           IF FS-ARQHIST EQUAL "00"
              PERFORM LER-ARQHIST UNTIL FIM-HIS EQUAL "SIM"
              CLOSE ARQHIST
           END-IF.
           IF HIST-DEMAIS EQUAL "S"
              DISPLAY "EX05CEN: MAIS DE 5000 ALUNOS DO ANO NO ARQHIST"
                      " - A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ARQHIST.
           READ ARQHIST AT END MOVE "SIM" TO FIM-HIS.
           IF FIM-HIS NOT EQUAL "SIM" AND ANO-HIS EQUAL ANO-CENSO
              IF QTD-HIST LESS THAN 5000
                 ADD 1 TO QTD-HIST
                 MOVE MATRICULA-HIS TO MATRICULA-HIS-TAB(QTD-HIST)
                 MOVE TURMA-HIS     TO TURMA-HIS-TAB(QTD-HIST)
                 MOVE SITUACAO-HIS  TO SITUACAO-HIS-TAB(QTD-HIST)
              ELSE
                 MOVE "S" TO HIST-DEMAIS
              END-IF
           END-IF.

       CARREGA-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL "00"
              DISPLAY "EX05CEN: TURMAS.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-TURMAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TURMAS UNTIL FIM-TUR EQUAL "SIM".
           CLOSE TURMAS.
           IF TURMAS-DEMAIS EQUAL "S"
              DISPLAY "EX05CEN: MAIS DE 99 TURMAS NO TURMAS.DAT - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-TURMAS.
           READ TURMAS AT END MOVE "SIM" TO FIM-TUR.
           IF FIM-TUR NOT EQUAL "SIM"
              IF QTD-TURMAS LESS THAN 99
                 ADD 1 TO QTD-TURMAS
                 MOVE CODIGO-TUR     TO CODIGO-TTU(QTD-TURMAS)
                 MOVE DISCIPLINA-TUR TO DISCIPLINA-TTU(QTD-TURMAS)
                 MOVE TURNO-TUR      TO TURNO-TTU(QTD-TURMAS)
                 MOVE ZEROES         TO ALUNOS-TTU(QTD-TURMAS)
              ELSE
                 MOVE "S" TO TURMAS-DEMAIS
              END-IF
           END-IF.

       LOCALIZA-TURMA.
           MOVE "N" TO ACHOU-TUR.
           MOVE ZEROES TO IDX-T.
           SET IDX-TUR TO 1.
           SEARCH TURMA-ITEM
              AT END CONTINUE
              WHEN CODIGO-TTU(IDX-TUR) EQUAL TURMA-CONSULTA
                 MOVE "S" TO ACHOU-TUR
                 SET IDX-T TO IDX-TUR
           END-SEARCH.

      *SO ENTRA NO SORT QUEM TEM OS DADOS QUE O CENSO EXIGE; OS
      *DEMAIS SAEM NA LISTA DE PENDENCIAS, A PRIMEIRA PENDENCIA
      *ENCONTRADA POR ALUNO.
       CRITICA-ALUNOS.
           OPEN INPUT ARQALU.
           IF FS-ARQALU NOT EQUAL "00"
              DISPLAY "EX05CEN: ARQALU.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-ARQALU
              CLOSE CENSO RELCEN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ARQALU.
           PERFORM CRITICA-ALUNO UNTIL FIM-ALU EQUAL "SIM".
           CLOSE ARQALU.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       CRITICA-ALUNO.
           MOVE SPACES    TO MOTIVO-PEND.
           MOVE TURMA-ALU TO TURMA-CONSULTA.
           PERFORM LOCALIZA-TURMA.
           IF ACHOU-TUR NOT EQUAL "S"
              MOVE "TURMA FORA DO TURMAS.DAT" TO MOTIVO-PEND
           ELSE
              IF SEXO-ALU NOT EQUAL "M" AND SEXO-ALU NOT EQUAL "F"
                 MOVE "SEXO NAO INFORMADO" TO MOTIVO-PEND
              ELSE
                 IF CPF-ALU IS NOT NUMERIC OR CPF-ALU EQUAL ZEROES
                    MOVE "CPF NAO INFORMADO" TO MOTIVO-PEND
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-PEND NOT EQUAL SPACES
              ADD 1 TO CT-PENDENTES
              MOVE MATRICULA-ALU TO MAT-PND
              MOVE NOME-ALU      TO NOME-PND
              MOVE TURMA-ALU     TO TURMA-PND
              MOVE MOTIVO-PEND   TO MOTIVO-PND
              WRITE REG-REL FROM DETALHE-PEND AFTER ADVANCING 1 LINE
           ELSE
              ADD 1 TO ALUNOS-TTU(IDX-T)
              MOVE TURMA-ALU     TO TURMA-SORT
              MOVE MATRICULA-ALU TO MATRICULA-SORT
              MOVE NOME-ALU      TO NOME-SORT
              MOVE NOTA1-ALU     TO NOTA1-SORT
              MOVE NOTA2-ALU     TO NOTA2-SORT
              MOVE NOTA3-ALU     TO NOTA3-SORT
              MOVE FALTAS-ALU    TO FALTAS-SORT
              MOVE SEXO-ALU      TO SEXO-SORT
              MOVE CPF-ALU       TO CPF-SORT
              RELEASE REG-SORT
           END-IF.
           PERFORM LER-ARQALU.

       GRAVA-CENSO.
           WRITE REG-REL FROM CAB-RESUMO AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-RESUMO AFTER ADVANCING 1 LINE.
           PERFORM LER-SORT.
           PERFORM TRATA-ALUNO UNTIL FIM-ARQ EQUAL "SIM".
           IF TEM-GRUPO EQUAL "S"
              PERFORM FECHA-TURMA
           END-IF.

       LER-SORT.
           RETURN ARQSORT AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-ALUNO.
           IF TURMA-SORT NOT EQUAL TURMA-ANTERIOR
              IF TEM-GRUPO EQUAL "S"
                 PERFORM FECHA-TURMA
              END-IF
              PERFORM ABRE-TURMA
           END-IF.
           PERFORM DECIDE-ALUNO.
           PERFORM GRAVA-ALUNO.
           PERFORM LER-SORT.

       ABRE-TURMA.
           MOVE TURMA-SORT TO TURMA-ANTERIOR TURMA-CONSULTA.
           PERFORM LOCALIZA-TURMA.
           MOVE TURMA-SORT            TO TURMA-CE2.
           MOVE DISCIPLINA-TTU(IDX-T) TO DISCIPLINA-CE2.
           MOVE TURNO-TTU(IDX-T)      TO TURNO-CE2.
           MOVE ALUNOS-TTU(IDX-T)     TO ALUNOS-CE2.
           WRITE REG-CENSO FROM CEN-TURMA.
           ADD 1 TO CT-REGISTROS CT-TURMAS-EXP.
           MOVE ZEROES TO CT-MAS-TURMA CT-FEM-TURMA CT-APR-TURMA
                          CT-REP-TURMA CT-AND-TURMA.
           MOVE "S" TO TEM-GRUPO.

      *ANO ARQUIVADO: A SITUACAO DO ARQHIST. SENAO, A REGRA DA ATA
      *(EX05ATA - DECIDE-ALUNO) COM A PALAVRA FINAL DO ARQFIN.
       DECIDE-ALUNO.
           PERFORM LOCALIZA-HISTORICO.
           IF TEM-HIST EQUAL "S"
              MOVE SITUACAO-HIS-TAB(IDX-HIS) TO SITUACAO-ALUNO
              ADD 1 TO CT-PELO-HIST
           ELSE
              PERFORM CALCULA-SITUACAO
           END-IF.

       CALCULA-SITUACAO.
           COMPUTE TEMP-SOMA = NOTA1-SORT + NOTA2-SORT + NOTA3-SORT.
           COMPUTE MEDIA-ALUNO ROUNDED = TEMP-SOMA / 3.
           IF FALTAS-SORT GREATER OR EQUAL FALTAS-MAXIMAS
              MOVE "REPROVADO" TO SITUACAO-ALUNO
           ELSE
              IF MEDIA-ALUNO GREATER OR EQUAL NOTA-MINIMA
                 MOVE "APROVADO" TO SITUACAO-ALUNO
              ELSE
                 IF MEDIA-ALUNO GREATER OR EQUAL NOTA-DEPENDENCIA
                    MOVE "DEPENDENCIA" TO SITUACAO-ALUNO
                 ELSE
                    MOVE "REPROVADO" TO SITUACAO-ALUNO
                 END-IF
              END-IF
           END-IF.
           PERFORM LOCALIZA-FINAL.
           IF TEM-FINAL EQUAL "S"
              MOVE SITUACAO-FIN-TAB(IDX-FIN) TO SITUACAO-ALUNO
           END-IF.

       LOCALIZA-HISTORICO.
           MOVE "N" TO TEM-HIST.
           SET IDX-HIS TO 1.
           SEARCH HIST-ITEM
              AT END CONTINUE
              WHEN MATRICULA-HIS-TAB(IDX-HIS) EQUAL MATRICULA-SORT
                   AND TURMA-HIS-TAB(IDX-HIS) EQUAL TURMA-SORT
                 MOVE "S" TO TEM-HIST
           END-SEARCH.

       LOCALIZA-FINAL.
           MOVE "N" TO TEM-FINAL.
           SET IDX-FIN TO 1.
           SEARCH FINAL-ITEM
              AT END CONTINUE
              WHEN MATRICULA-FIN-TAB(IDX-FIN) EQUAL MATRICULA-SORT
                 MOVE "S" TO TEM-FINAL
           END-SEARCH.

       GRAVA-ALUNO.
           MOVE TURMA-SORT     TO TURMA-CE6.
           MOVE MATRICULA-SORT TO MATRICULA-CE6.
           MOVE NOME-SORT      TO NOME-CE6.
           MOVE CPF-SORT       TO CPF-CE6.
           IF SEXO-SORT EQUAL "M"
              MOVE 1 TO SEXO-CE6
              ADD 1 TO CT-MAS-TURMA
           ELSE
              MOVE 2 TO SEXO-CE6
              ADD 1 TO CT-FEM-TURMA
           END-IF.
           IF SITUACAO-ALUNO(1:8) EQUAL "APROVADO"
              MOVE 5 TO SITUACAO-CE6
              ADD 1 TO CT-APR-TURMA
           ELSE
              IF SITUACAO-ALUNO(1:9) EQUAL "REPROVADO"
                 MOVE 4 TO SITUACAO-CE6
                 ADD 1 TO CT-REP-TURMA
              ELSE
                 MOVE 7 TO SITUACAO-CE6
                 ADD 1 TO CT-AND-TURMA
              END-IF
           END-IF.
           WRITE REG-CENSO FROM CEN-ALUNO.
           ADD 1 TO CT-REGISTROS CT-EXPORTADOS.

       FECHA-TURMA.
           MOVE TURMA-CE2      TO TURMA-RES.
           MOVE DISCIPLINA-CE2 TO DISC-RES.
           MOVE ALUNOS-CE2     TO ALUNOS-RES.
           MOVE CT-MAS-TURMA   TO MAS-RES.
           MOVE CT-FEM-TURMA   TO FEM-RES.
           MOVE CT-APR-TURMA   TO APR-RES.
           MOVE CT-REP-TURMA   TO REP-RES.
           MOVE CT-AND-TURMA   TO AND-RES.
           WRITE REG-REL FROM DETALHE-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "N" TO TEM-GRUPO.

       IMPRESSAO-FINAL.
           ADD 1 TO CT-REGISTROS.
           MOVE CT-TURMAS-EXP TO TURMAS-CE9.
           MOVE CT-EXPORTADOS TO ALUNOS-CE9.
           MOVE CT-REGISTROS  TO REGISTROS-CE9.
           WRITE REG-CENSO FROM CEN-CONTROLE.
           WRITE REG-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE.
           MOVE CT-LIDOS      TO QTD-LID-T.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 1 LINE.
           MOVE CT-EXPORTADOS TO QTD-EXP-T.
           WRITE REG-REL FROM TOTAL-EXP AFTER ADVANCING 1 LINE.
           MOVE CT-PELO-HIST  TO QTD-HIS-T.
           WRITE REG-REL FROM TOTAL-HIS AFTER ADVANCING 1 LINE.
           MOVE CT-PENDENTES  TO QTD-PEN-T.
           WRITE REG-REL FROM TOTAL-PEN AFTER ADVANCING 1 LINE.
           MOVE CT-TURMAS-EXP TO QTD-TUR-T.
           WRITE REG-REL FROM TOTAL-TUR AFTER ADVANCING 1 LINE.
           MOVE CT-REGISTROS  TO QTD-REG-T.
           WRITE REG-REL FROM TOTAL-REG AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CENSO RELCEN.
           IF CT-PENDENTES GREATER THAN ZEROES
              DISPLAY "EX05CEN: " CT-PENDENTES " ALUNO(S) COM DADOS "
                      "PENDENTES FORA DO CENSO - VER RELCEN.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX05CEN " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
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
           MOVE SPACES        TO REG-JOBLOG.
           MOVE "EX05CEN "    TO JOBLOG-JOB.
           MOVE "FIM "        TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS      TO JOBLOG-LIDOS.
           MOVE CT-EXPORTADOS TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
