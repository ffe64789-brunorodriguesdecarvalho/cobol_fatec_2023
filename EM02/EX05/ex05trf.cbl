       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05TRF.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    TRANSFERENCIA DE ALUNO PARA OUTRA ESCOLA NO MEIO
      *            DO ANO. ATE AQUI O ALUNO TRANSFERIDO FICAVA NO
      *            ARQALU ATE O FIM DO ANO: CONTINUAVA RECEBENDO
      *            MENSALIDADE, ENTRAVA NA APURACAO DE FALTAS, OCUPAVA
      *            VAGA NA TURMA E SAIA REPROVADO POR FALTA NA ATA.
      *            A RODADA RECEBE (ACCEPT) A MATRICULA, A DATA DA
      *            TRANSFERENCIA (ZEROS = DATA DO PROCESSAMENTO), A
      *            ESCOLA DE DESTINO E O ID DO OPERADOR DA SECRETARIA,
      *            E:
      *            - TIRA AS CHAMADAS DO ALUNO DO FREQMOV (VAO PARA O
      *              FREQTRF.DAT, MESMO LAYOUT), APURANDO AS FALTAS
      *              ATE A DATA DA TRANSFERENCIA PELA REGRA DO EX05FRQ
      *              (JUSTMVPD). SEM CHAMADA NO MOVIMENTO VALE O
      *              FALTAS-ALU DO CADASTRO;
      *            - TIRA AS DISCIPLINAS DO ALUNO DO ARQNOT, COM UM
      *              REGISTRO "TRANSFER" NO JORNAL JRNNOT PARA CADA
      *              UMA (IMAGEM DEPOIS EM BRANCO);
      *            - CANCELA (SITUACAO "C") AS MENSALIDADES EM ABERTO
      *              OU ISENTAS DE COMPETENCIA POSTERIOR AO MES DA
      *              TRANSFERENCIA. COMPETENCIA POSTERIOR JA PAGA NAO
      *              E MEXIDA: SAI NO RELTRF PARA A SECRETARIA AVALIAR
      *              A DEVOLUCAO E A RODADA TERMINA COM RETURN-CODE 4;
      *            - GRAVA NO ARQHIST O REGISTRO DO ANO COM AS NOTAS
      *              PARCIAIS, AS FALTAS APURADAS E A SITUACAO
      *              "TRANSFERIDO" (SE JA NAO HOUVER UM PARA O MESMO
      *              ALUNO E ANO);
      *            - TIRA O ALUNO DO ARQALU, O QUE LIBERA A VAGA NA
      *              CONTAGEM DE CAPACIDADE DO EX05MAT, E REGISTRA A
      *              NOVA CONTAGEM NO CATALOGO CTLCONT;
      *            - EMITE A DECLARACAO DE TRANSFERENCIA (DECLTRF)
      *              COM AS NOTAS PARCIAIS E FALTAS POR DISCIPLINA, E
      *              O RESUMO DA RODADA NO RELTRF.
      *            ALUNO FORA DO ARQALU, DATA INVALIDA OU POSTERIOR AO
      *            PROCESSAMENTO, OU A DIGITACAO DE NOTAS (TRVDIG.DAT)
      *            OU A TELA DE RECURSOS (TRVREV.DAT) EM USO ABORTAM
      *            COM RETURN-CODE 16 ANTES DE MEXER EM QUALQUER
      *            ARQUIVO.
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

           SELECT ARQALUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       COPY ARQNOTSL.

           SELECT ARQNOTN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       COPY FREQMVSL.

           SELECT FREQMOVN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FREQTRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FREQTRF.

       COPY JUSTMVSL.

       COPY MENALUSL.

           SELECT MENSALUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQHIST.

       COPY TURMASSL.

       COPY JRNNOTSL.

       COPY TRAVASL.

           SELECT DECLTRF ASSIGN TO DISK.

           SELECT RELTRF ASSIGN TO DISK.

       COPY EXCLOGSL.

       COPY JOBLOGSL.

           COPY CTLCNTSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY CTLCNTFD.

       COPY JOBLOGFD.

       COPY EXCLOGFD.

       COPY ARQALUFD.

       FD  ARQALUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALUR.DAT".
       01  REG-ARQALUR      PIC X(66).

       COPY ARQNOTFD.

       FD  ARQNOTN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQNOTN.DAT".
       01  REG-ARQNOTN      PIC X(24).

       COPY FREQMVFD.

       FD  FREQMOVN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQMOVN.DAT".
       01  REG-FREQMOVN     PIC X(16).

      *CHAMADAS DOS ALUNOS TRANSFERIDOS, TIRADAS DO FREQMOV.
       FD  FREQTRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQTRF.DAT".
       01  REG-FREQTRF      PIC X(16).

       COPY JUSTMVFD.

       COPY MENALUFD.

       FD  MENSALUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSALUN.DAT".
       01  REG-MENSALUN     PIC X(55).

       FD  ARQHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQHIST.DAT".
       01  REG-HIS.
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

       COPY JRNNOTFD.

       COPY TRAVAFD.

       FD  DECLTRF
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "DECLTRF.txt".
       01  REG-DECL   PIC X(80).

       FD  RELTRF
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELTRF.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CTLCNTWS.
       COPY JOBLOGWS.
       COPY EXCLOGWS.
       COPY ARQALUWS.
       COPY ARQNOTWS.
       COPY JUSTMVWS.
       COPY MENALUWS.
       COPY TURMASWS.
       COPY JRNNOTWS.
       COPY TRAVAWS.
       77  FS-FREQTRF       PIC X(02) VALUE "00".
       77  FS-ARQHIST       PIC X(02) VALUE "00".
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-TUR          PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(05) VALUE ZEROES.
       77  CT-GRAVADOS      PIC 9(05) VALUE ZEROES.
       77  CT-ALU-GRAVADOS  PIC 9(07) VALUE ZEROES.
       77  CT-CHAMADAS      PIC 9(05) VALUE ZEROES.
       77  CT-AUSENCIAS     PIC 9(05) VALUE ZEROES.
       77  CT-JUSTIFICADAS  PIC 9(05) VALUE ZEROES.
       77  CT-FALTAS        PIC 9(05) VALUE ZEROES.
       77  CT-DISCIPLINAS   PIC 9(05) VALUE ZEROES.
       77  CT-CANCELADAS    PIC 9(05) VALUE ZEROES.
       77  CT-PAGAS-APOS    PIC 9(05) VALUE ZEROES.
       77  QTD-DISC         PIC 9(02) VALUE ZEROES.
       77  DISC-DEMAIS      PIC X(01) VALUE "N".
       77  QTD-TURMAS       PIC 9(03) VALUE ZEROES.
       77  TURMAS-DEMAIS    PIC X(01) VALUE "N".
       77  IDX-D            PIC 9(02) VALUE ZEROES.
       77  ACHOU-ALUNO      PIC X(01) VALUE "N".
       77  JA-ARQUIVADO     PIC X(01) VALUE "N".
       77  MATRICULA-TRF    PIC 9(07) VALUE ZEROES.
       77  ESCOLA-TRF       PIC X(40) VALUE SPACES.
       77  OPERADOR-TRF     PIC X(08) VALUE SPACES.
       77  NOME-TRF         PIC X(30) VALUE SPACES.
       77  CPF-TRF          PIC 9(11) VALUE ZEROES.
       77  TURMA-TRF        PIC X(03) VALUE SPACES.
       77  NOTA1-TRF        PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA2-TRF        PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA3-TRF        PIC 9(02)V9(02) VALUE ZEROES.
       77  FALTAS-CAD-TRF   PIC 9(02) VALUE ZEROES.
       77  FALTAS-TRF       PIC 9(02) VALUE ZEROES.
       77  MEDIA-TRF        PIC 9(02)V9(02) VALUE ZEROES.
       77  TEMP-SOMA        PIC 9(04)V9(04) VALUE ZEROES.
       77  MOTIVO-TRF       PIC X(30) VALUE SPACES.

       01  DATA-TRF         PIC 9(08) VALUE ZEROES.
       01  FILLER REDEFINES DATA-TRF.
           02 ANO-TRF       PIC 9(04).
           02 MES-TRF       PIC 9(02).
           02 DIA-TRF       PIC 9(02).
       01  FILLER REDEFINES DATA-TRF.
           02 COMPETENCIA-TRF PIC 9(06).
           02 FILLER          PIC 9(02).

       01  CPF-TRABALHO     PIC 9(11) VALUE ZEROES.
       01  FILLER REDEFINES CPF-TRABALHO.
           02 CPF-TR-1      PIC 9(03).
           02 CPF-TR-2      PIC 9(03).
           02 CPF-TR-3      PIC 9(03).
           02 CPF-TR-4      PIC 9(02).

       01  DATA-TRABALHO    PIC 9(08) VALUE ZEROES.
       01  FILLER REDEFINES DATA-TRABALHO.
           02 ANO-TR        PIC 9(04).
           02 MES-TR        PIC 9(02).
           02 DIA-TR        PIC 9(02).

      *DISCIPLINAS DO ALUNO TIRADAS DO ARQNOT, PARA A DECLARACAO.
       01  TAB-DISCIPLINAS.
           02 DISC-ITEM OCCURS 30 TIMES
                 DEPENDING ON QTD-DISC.
              03 TURMA-DSC      PIC X(03).
              03 NOTA1-DSC      PIC 9(02)V9(02).
              03 NOTA2-DSC      PIC 9(02)V9(02).
              03 NOTA3-DSC      PIC 9(02)V9(02).
              03 FALTAS-DSC     PIC 9(02).

      *CADASTRO DE TURMAS, PARA O NOME DA DISCIPLINA NA DECLARACAO.
       01  TAB-TURMAS.
           02 TURMA-ITEM OCCURS 200 TIMES
                 DEPENDING ON QTD-TURMAS
                 INDEXED BY IDX-TUR.
              03 CODIGO-TAB      PIC X(03).
              03 DISCIPLINA-TAB  PIC X(20).

       01 DCL-TITULO.
           02 FILLER  PIC X(26) VALUE SPACES.
           02 FILLER  PIC X(28) VALUE "DECLARACAO DE TRANSFERENCIA".
           02 FILLER  PIC X(26) VALUE SPACES.

       01 DCL-BRANCO.
           02 FILLER  PIC X(80) VALUE SPACES.

       01 DCL-LINHA1.
           02 FILLER       PIC X(29) VALUE
              "DECLARAMOS QUE O(A) ALUNO(A) ".
           02 NOME-DCL     PIC X(30).
           02 FILLER       PIC X(01) VALUE ",".
           02 FILLER       PIC X(20) VALUE SPACES.

       01 DCL-LINHA2.
           02 FILLER       PIC X(04) VALUE "CPF ".
           02 CPF-ED-1     PIC 9(03).
           02 FILLER       PIC X(01) VALUE ".".
           02 CPF-ED-2     PIC 9(03).
           02 FILLER       PIC X(01) VALUE ".".
           02 CPF-ED-3     PIC 9(03).
           02 FILLER       PIC X(01) VALUE "-".
           02 CPF-ED-4     PIC 9(02).
           02 FILLER       PIC X(12) VALUE ", MATRICULA ".
           02 MATRICULA-DCL PIC 9(07).
           02 FILLER       PIC X(08) VALUE ", TURMA ".
           02 TURMA-DCL    PIC X(03).
           02 FILLER       PIC X(01) VALUE ",".
           02 FILLER       PIC X(30) VALUE SPACES.

       01 DCL-LINHA3.
           02 FILLER       PIC X(33) VALUE
              "FREQUENTOU ESTA ESCOLA ATE O DIA ".
           02 DIA-DCL      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-DCL      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-DCL      PIC 9999.
           02 FILLER       PIC X(33) VALUE
              ", QUANDO FOI TRANSFERIDO(A) PARA".
           02 FILLER       PIC X(04) VALUE SPACES.

       01 DCL-LINHA4.
           02 ESCOLA-DCL   PIC X(40).
           02 FILLER       PIC X(01) VALUE ".".
           02 FILLER       PIC X(39) VALUE SPACES.

       01 DCL-NOTAS.
           02 FILLER  PIC X(80) VALUE
              "NOTAS PARCIAIS E FALTAS ATE A DATA DA TRANSFERENCIA:".

       01 DCL-COLUNAS.
           02 FILLER       PIC X(40) VALUE
              "    TUR DISCIPLINA            NOTA1 NOTA".
           02 FILLER       PIC X(40) VALUE
              "2 NOTA3 FALTAS".

       01 DCL-DISCIPLINA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 TURMA-DDC    PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DISCIPLINA-DDC PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOTA1-DDC    PIC Z9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOTA2-DDC    PIC Z9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOTA3-DDC    PIC Z9,99.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FALTAS-DDC   PIC Z9.
           02 FILLER       PIC X(27) VALUE SPACES.

       01 DCL-SEM-DISCIPLINA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(76) VALUE
              "NENHUMA NOTA LANCADA ATE A DATA DA TRANSFERENCIA.".

       01 DCL-TOTAL-FALTAS.
           02 FILLER       PIC X(38) VALUE
              "TOTAL DE FALTAS APURADAS NO PERIODO: ".
           02 FALTAS-TDC   PIC Z9.
           02 FILLER       PIC X(40) VALUE SPACES.

       01 DCL-EMISSAO.
           02 FILLER       PIC X(11) VALUE "EMITIDO EM ".
           02 DIA-ED       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-ED       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-EMI-ED   PIC 9999.
           02 FILLER       PIC X(01) VALUE ".".
           02 FILLER       PIC X(58) VALUE SPACES.

       01 DCL-ASSINATURA.
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(40) VALUE ALL "_".

       01 DCL-SECRETARIA.
           02 FILLER  PIC X(51) VALUE SPACES.
           02 FILLER  PIC X(18) VALUE "SECRETARIA ESCOLAR".
           02 FILLER  PIC X(11) VALUE SPACES.

       01 CAB-01.
           02 FILLER       PIC X(42) VALUE
              "TRANSFERENCIA DE ALUNO PARA OUTRA ESCOLA -".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIA-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CAB      PIC 9999.
           02 FILLER       PIC X(27) VALUE SPACES.

       01 CAB-ALUNO.
           02 FILLER       PIC X(10) VALUE "MATRICULA ".
           02 MATRICULA-CAB PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-CAB     PIC X(30).
           02 FILLER       PIC X(07) VALUE " TURMA ".
           02 TURMA-CAB    PIC X(03).
           02 FILLER       PIC X(05) VALUE " EM: ".
           02 DIA-TRF-CAB  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-TRF-CAB  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-TRF-CAB  PIC 9999.
           02 FILLER       PIC X(07) VALUE SPACES.

       01 CAB-DESTINO.
           02 FILLER       PIC X(09) VALUE "DESTINO: ".
           02 ESCOLA-CAB   PIC X(40).
           02 FILLER       PIC X(12) VALUE "  OPERADOR: ".
           02 OPERADOR-CAB PIC X(08).
           02 FILLER       PIC X(11) VALUE SPACES.

       01 CAB-MENSALIDADES.
           02 FILLER       PIC X(80) VALUE
              "MENSALIDADES POSTERIORES AO MES DA TRANSFERENCIA".

       01 COLUNAS-MENSALIDADES.
           02 FILLER       PIC X(40) VALUE
              "  COMPET.  VENCTO.              VALOR  S".
           02 FILLER       PIC X(40) VALUE
              "IT  PROVIDENCIA".

       01 DETALHE-MENSALIDADE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MES-MRL      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-MRL      PIC 9999.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIA-VEN-MRL  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-VEN-MRL  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-VEN-MRL  PIC 9999.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 VALOR-MRL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 SITUACAO-MRL PIC X(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 PROVIDENCIA-MRL PIC X(30).
           02 FILLER       PIC X(06) VALUE SPACES.

       01 LINHA-BRANCO.
           02 FILLER    PIC X(80) VALUE SPACES.

       01 TOTAL-CHM.
           02 FILLER    PIC X(29) VALUE "Chamadas tiradas do FREQMOV: ".
           02 QTD-CHM-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-AUS.
           02 FILLER    PIC X(29) VALUE "Ausencias ate a transferenc: ".
           02 QTD-AUS-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-JUS.
           02 FILLER    PIC X(29) VALUE "Ausencias justificadas.....: ".
           02 QTD-JUS-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-FAL.
           02 FILLER    PIC X(29) VALUE "Faltas apuradas (ARQHIST)..: ".
           02 QTD-FAL-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-DSC.
           02 FILLER    PIC X(29) VALUE "Disciplinas tiradas ARQNOT.: ".
           02 QTD-DSC-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-CAN.
           02 FILLER    PIC X(29) VALUE "Mensalidades canceladas....: ".
           02 QTD-CAN-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-PAG.
           02 FILLER    PIC X(29) VALUE "Pagas apos a transferencia.: ".
           02 QTD-PAG-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-HIS.
           02 FILLER    PIC X(29) VALUE "Registro no ARQHIST........: ".
           02 HIS-T     PIC X(51).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM RETIRA-FREQMOV.
           PERFORM RETIRA-ARQNOT.
           PERFORM CANCELA-MENSALIDADES.
           PERFORM ARQUIVA-HISTORICO.
           PERFORM RETIRA-ARQALU.
           PERFORM IMPRIME-DECLARACAO.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

      *NADA E GRAVADO ANTES DE CONFERIR AS TRAVAS, OS PARAMETROS E O
      *ALUNO - QUALQUER ABORTO AQUI DEIXA OS ARQUIVOS COMO ESTAVAM.
       INICIO.
           MOVE "TRVDIG.DAT" TO NOME-TRAVA-SES.
           PERFORM CONFERE-TRAVA.
           MOVE "TRVREV.DAT" TO NOME-TRAVA-SES.
           PERFORM CONFERE-TRAVA.
           DISPLAY "MATRICULA DO ALUNO TRANSFERIDO............: ".
           ACCEPT MATRICULA-TRF.
           DISPLAY "DATA DA TRANSFERENCIA (AAAAMMDD, 0 = HOJE).: ".
           ACCEPT DATA-TRF.
           DISPLAY "ESCOLA DE DESTINO.........................: ".
           ACCEPT ESCOLA-TRF.
           DISPLAY "ID DO OPERADOR DA SECRETARIA..............: ".
           ACCEPT OPERADOR-TRF.
           PERFORM OBTEM-DATA-PROCESSO.
           IF DATA-TRF EQUAL ZEROES
              MOVE DATA-PROCESSO TO DATA-TRF
           END-IF.
           PERFORM CONFERE-PARAMETROS.
           PERFORM LOCALIZA-ALUNO.
           PERFORM CARREGA-JUSTMOV.
           IF JUST-DEMAIS EQUAL "S"
              DISPLAY "EX05TRF: JUSTMOV.DAT COM MAIS LINHAS DO QUE A "
                      "TABELA COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-TURMAS.
           OPEN OUTPUT RELTRF DECLTRF.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG NOT EQUAL "00"
              OPEN OUTPUT EXCLOG
           END-IF.
           OPEN EXTEND JRNNOT.
           IF FS-JRNNOT NOT EQUAL "00"
              OPEN OUTPUT JRNNOT
           END-IF.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE MATRICULA-TRF TO MATRICULA-CAB.
           MOVE NOME-TRF      TO NOME-CAB.
           MOVE TURMA-TRF     TO TURMA-CAB.
           MOVE DIA-TRF       TO DIA-TRF-CAB.
           MOVE MES-TRF       TO MES-TRF-CAB.
           MOVE ANO-TRF       TO ANO-TRF-CAB.
           WRITE REG-REL FROM CAB-ALUNO AFTER ADVANCING 2 LINE.
           MOVE ESCOLA-TRF    TO ESCOLA-CAB.
           MOVE OPERADOR-TRF  TO OPERADOR-CAB.
           WRITE REG-REL FROM CAB-DESTINO AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-JOBLOG-INICIO.

      *TRANSFERENCIA COM A DIGITACAO OU A TELA DE RECURSOS ABERTA
      *TERIA A NOTA GRAVADA PELA TELA PERDIDA NA REGRAVACAO DO ARQNOT
      *(OU DEVOLVERIA AO ARQNOT O ALUNO QUE ACABOU DE SAIR).
       CONFERE-TRAVA.
           OPEN INPUT TRAVASES.
           IF FS-TRAVASES EQUAL "00"
              READ TRAVASES
                 AT END MOVE SPACES TO SITUACAO-TRVS
              END-READ
              CLOSE TRAVASES
              IF SITUACAO-TRVS EQUAL "OCUPADO "
                 DISPLAY "EX05TRF: " NOME-TRAVA-SES " OCUPADO POR "
                         OPERADOR-TRVS " - FECHE A TELA E RODE DE "
                         "NOVO."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       CONFERE-PARAMETROS.
           IF MATRICULA-TRF EQUAL ZEROES
              DISPLAY "EX05TRF: MATRICULA NAO INFORMADA. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MES-TRF LESS THAN 1 OR MES-TRF GREATER THAN 12 OR
              DIA-TRF LESS THAN 1 OR DIA-TRF GREATER THAN 31
              DISPLAY "EX05TRF: DATA DA TRANSFERENCIA INVALIDA ("
                      DATA-TRF "). RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DATA-TRF GREATER THAN DATA-PROCESSO
              DISPLAY "EX05TRF: DATA DA TRANSFERENCIA POSTERIOR AO "
                      "PROCESSAMENTO - RODE NO DIA DA SAIDA DO ALUNO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF ESCOLA-TRF EQUAL SPACES
              DISPLAY "EX05TRF: ESCOLA DE DESTINO NAO INFORMADA. "
                      "RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF OPERADOR-TRF EQUAL SPACES
              DISPLAY "EX05TRF: OPERADOR NAO INFORMADO - O JORNAL "
                      "JRNNOT PRECISA DO RESPONSAVEL. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *O ARQALU E O CADASTRO DE IDENTIFICACAO: SEM O ALUNO NELE NAO
      *HA O QUE TRANSFERIR (OU A TRANSFERENCIA JA FOI PROCESSADA).
       LOCALIZA-ALUNO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              PERFORM LER-ARQALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQALU
           END-IF.
           IF ACHOU-ALUNO NOT EQUAL "S"
              DISPLAY "EX05TRF: MATRICULA " MATRICULA-TRF " NAO "
                      "CONSTA NO ARQALU. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-ALU EQUAL MATRICULA-TRF AND
                 ACHOU-ALUNO NOT EQUAL "S"
                 MOVE "S"        TO ACHOU-ALUNO
                 MOVE NOME-ALU   TO NOME-TRF
                 MOVE CPF-ALU    TO CPF-TRF
                 MOVE TURMA-ALU  TO TURMA-TRF
                 MOVE NOTA1-ALU  TO NOTA1-TRF
                 MOVE NOTA2-ALU  TO NOTA2-TRF
                 MOVE NOTA3-ALU  TO NOTA3-TRF
                 MOVE FALTAS-ALU TO FALTAS-CAD-TRF
              END-IF
           END-IF.

      *SEM O TURMAS.DAT A DECLARACAO SAI SO COM O CODIGO DA TURMA.
       CARREGA-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL "00"
              PERFORM LER-TURMAS UNTIL FIM-TUR EQUAL "SIM"
              CLOSE TURMAS
           END-IF.

       LER-TURMAS.
           READ TURMAS AT END MOVE "SIM" TO FIM-TUR.
           IF FIM-TUR NOT EQUAL "SIM"
              IF QTD-TURMAS LESS THAN 200
                 ADD 1 TO QTD-TURMAS
                 MOVE CODIGO-TUR     TO CODIGO-TAB(QTD-TURMAS)
                 MOVE DISCIPLINA-TUR TO DISCIPLINA-TAB(QTD-TURMAS)
              ELSE
                 MOVE "S" TO TURMAS-DEMAIS
              END-IF
           END-IF.

      *FREQMOV: COPIA-E-SUBSTITUI. AS CHAMADAS DO ALUNO VAO PARA O
      *FREQTRF E AS AUSENCIAS ATE A DATA DA TRANSFERENCIA SAO
      *APURADAS PELA MESMA REGRA DO EX05FRQ.
       RETIRA-FREQMOV.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FREQMOV.
           IF FS-FREQMOV EQUAL "00"
              OPEN OUTPUT FREQMOVN
              OPEN EXTEND FREQTRF
              IF FS-FREQTRF NOT EQUAL "00"
                 OPEN OUTPUT FREQTRF
              END-IF
              PERFORM COPIA-OU-RETIRA-FRQ UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FREQMOV FREQMOVN FREQTRF
              PERFORM SUBSTITUI-FREQMOV
           END-IF.
           IF CT-CHAMADAS GREATER THAN ZEROES
              MOVE CT-FALTAS TO FALTAS-TRF
              IF CT-FALTAS GREATER THAN 99
                 MOVE 99 TO FALTAS-TRF
              END-IF
           ELSE
              MOVE FALTAS-CAD-TRF TO FALTAS-TRF
           END-IF.

       COPIA-OU-RETIRA-FRQ.
           READ FREQMOV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF MATRICULA-FRQ EQUAL MATRICULA-TRF
                 ADD 1 TO CT-CHAMADAS
                 IF PRESENCA-FRQ EQUAL "A" AND
                    DATA-FRQ NOT GREATER THAN DATA-TRF
                    PERFORM APURA-AUSENCIA
                 END-IF
                 WRITE REG-FREQTRF FROM REG-FREQ
              ELSE
                 WRITE REG-FREQMOVN FROM REG-FREQ
              END-IF
           END-IF.

       APURA-AUSENCIA.
           ADD 1 TO CT-AUSENCIAS.
           MOVE MATRICULA-FRQ TO MATRICULA-CONSULTA-JUS.
           MOVE DATA-FRQ      TO DATA-CONSULTA-JUS.
           PERFORM LOCALIZA-JUSTIFICATIVA.
           IF TEM-JUST EQUAL "S"
              ADD 1 TO CT-JUSTIFICADAS
           ELSE
              ADD 1 TO CT-FALTAS
           END-IF.

       SUBSTITUI-FREQMOV.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  FREQMOVN
                OUTPUT FREQMOV.
           PERFORM COPIA-FREQMOVN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FREQMOVN FREQMOV.

       COPIA-FREQMOVN.
           READ FREQMOVN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-FREQ FROM REG-FREQMOVN
           END-IF.

      *ARQNOT: COPIA-E-SUBSTITUI SEM AS DISCIPLINAS DO ALUNO, QUE
      *FICAM NA TABELA PARA A DECLARACAO E VAO PARA O JORNAL.
       RETIRA-ARQNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQNOT.
           IF FS-ARQNOT EQUAL "00"
              OPEN OUTPUT ARQNOTN
              PERFORM COPIA-OU-RETIRA-NOT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQNOT ARQNOTN
              PERFORM SUBSTITUI-ARQNOT
           END-IF.

       COPIA-OU-RETIRA-NOT.
           READ ARQNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-NOT EQUAL MATRICULA-TRF
                 ADD 1 TO CT-DISCIPLINAS
                 PERFORM GUARDA-DISCIPLINA
                 PERFORM GRAVA-JRNNOT
              ELSE
                 WRITE REG-ARQNOTN FROM REG-NOT
              END-IF
           END-IF.

       GUARDA-DISCIPLINA.
           IF QTD-DISC LESS THAN 30
              ADD 1 TO QTD-DISC
              MOVE TURMA-NOT  TO TURMA-DSC(QTD-DISC)
              MOVE NOTA1-NOT  TO NOTA1-DSC(QTD-DISC)
              MOVE NOTA2-NOT  TO NOTA2-DSC(QTD-DISC)
              MOVE NOTA3-NOT  TO NOTA3-DSC(QTD-DISC)
              MOVE FALTAS-NOT TO FALTAS-DSC(QTD-DISC)
           ELSE
              MOVE "S" TO DISC-DEMAIS
           END-IF.

       GRAVA-JRNNOT.
           MOVE OPERADOR-TRF  TO OPERADOR-JNT.
           ACCEPT DATA-JNT FROM DATE YYYYMMDD.
           ACCEPT HORA-JNT FROM TIME.
           MOVE "EX05TRF "    TO PROGRAMA-JNT.
           MOVE "TRANSFER "   TO OPERACAO-JNT.
           MOVE REG-NOT       TO ANTES-JNT.
           MOVE SPACES        TO DEPOIS-JNT.
           WRITE REG-JRNNOT.

       SUBSTITUI-ARQNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  ARQNOTN
                OUTPUT ARQNOT.
           PERFORM COPIA-ARQNOTN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQNOTN ARQNOT.

       COPIA-ARQNOTN.
           READ ARQNOTN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-NOT FROM REG-ARQNOTN
           END-IF.

      *MENSALU: COPIA-E-SUBSTITUI. DA COMPETENCIA SEGUINTE A DA
      *TRANSFERENCIA EM DIANTE, ABERTA OU ISENTA VIRA CANCELADA;
      *PAGA FICA COMO ESTA E SAI NO RELTRF PARA AVALIAR DEVOLUCAO.
       CANCELA-MENSALIDADES.
           WRITE REG-REL FROM CAB-MENSALIDADES AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-MENSALIDADES
                 AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSALU.
           IF FS-MENSALU EQUAL "00"
              OPEN OUTPUT MENSALUN
              PERFORM COPIA-OU-CANCELA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MENSALU MENSALUN
              PERFORM SUBSTITUI-MENSALU
           END-IF.

       COPIA-OU-CANCELA.
           READ MENSALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-MAL EQUAL MATRICULA-TRF AND
                 COMPETENCIA-MAL GREATER THAN COMPETENCIA-TRF
                 PERFORM TRATA-MENSALIDADE
              END-IF
              WRITE REG-MENSALUN FROM REG-MENSALU
           END-IF.

       TRATA-MENSALIDADE.
           MOVE SPACES TO PROVIDENCIA-MRL.
           IF MENSALU-ABERTA OR MENSALU-ISENTA
              MOVE "C" TO SITUACAO-MAL
              ADD 1 TO CT-CANCELADAS
              MOVE "CANCELADA" TO PROVIDENCIA-MRL
           END-IF.
           IF MENSALU-PAGA
              ADD 1 TO CT-PAGAS-APOS
              MOVE "PAGA - AVALIAR DEVOLUCAO" TO PROVIDENCIA-MRL
              MOVE "MENSALIDADE PAGA APOS TRANSFER" TO MOTIVO-TRF
              PERFORM GRAVA-EXCLOG
           END-IF.
           IF PROVIDENCIA-MRL NOT EQUAL SPACES
              MOVE COMPETENCIA-MAL(5:2) TO MES-MRL
              MOVE COMPETENCIA-MAL(1:4) TO ANO-MRL
              MOVE VENCIMENTO-MAL TO DATA-TRABALHO
              MOVE DIA-TR TO DIA-VEN-MRL
              MOVE MES-TR TO MES-VEN-MRL
              MOVE ANO-TR TO ANO-VEN-MRL
              MOVE VALOR-MAL      TO VALOR-MRL
              MOVE SITUACAO-MAL   TO SITUACAO-MRL
              WRITE REG-REL FROM DETALHE-MENSALIDADE
                    AFTER ADVANCING 1 LINE
           END-IF.

       SUBSTITUI-MENSALU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  MENSALUN
                OUTPUT MENSALU.
           PERFORM COPIA-MENSALUN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE MENSALUN MENSALU.

       COPIA-MENSALUN.
           READ MENSALUN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-MENSALU FROM REG-MENSALUN
           END-IF.

      *ARQHIST: UM REGISTRO "TRANSFERIDO" POR ALUNO E ANO, COM AS
      *NOTAS PARCIAIS DO CADASTRO E A MEDIA DO QUE HAVIA ATE A SAIDA.
      *UMA RODADA INTERROMPIDA E REPETIDA NAO DUPLICA O REGISTRO.
       ARQUIVA-HISTORICO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQHIST.
           IF FS-ARQHIST EQUAL "00"
              PERFORM PROCURA-HISTORICO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQHIST
           END-IF.
           IF JA-ARQUIVADO EQUAL "S"
              MOVE "JA EXISTIA - NAO REGRAVADO" TO HIS-T
           ELSE
              COMPUTE TEMP-SOMA = NOTA1-TRF + NOTA2-TRF + NOTA3-TRF
              COMPUTE MEDIA-TRF ROUNDED = TEMP-SOMA / 3
              OPEN EXTEND ARQHIST
              IF FS-ARQHIST NOT EQUAL "00"
                 OPEN OUTPUT ARQHIST
              END-IF
              MOVE ANO-TRF        TO ANO-HIS
              MOVE MATRICULA-TRF  TO MATRICULA-HIS
              MOVE NOME-TRF       TO NOME-HIS
              MOVE CPF-TRF        TO CPF-HIS
              MOVE TURMA-TRF      TO TURMA-HIS
              MOVE NOTA1-TRF      TO NOTA1-HIS
              MOVE NOTA2-TRF      TO NOTA2-HIS
              MOVE NOTA3-TRF      TO NOTA3-HIS
              MOVE FALTAS-TRF     TO FALTAS-HIS
              MOVE MEDIA-TRF      TO MEDIA-HIS
              MOVE "TRANSFERIDO"  TO SITUACAO-HIS
              WRITE REG-HIS
              CLOSE ARQHIST
              ADD 1 TO CT-GRAVADOS
              MOVE "GRAVADO COMO TRANSFERIDO" TO HIS-T
           END-IF.

       PROCURA-HISTORICO.
           READ ARQHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-HIS EQUAL MATRICULA-TRF AND
                 ANO-HIS EQUAL ANO-TRF AND
                 SITUACAO-HIS EQUAL "TRANSFERIDO"
                 MOVE "S" TO JA-ARQUIVADO
              END-IF
           END-IF.

      *ARQALU: COPIA-E-SUBSTITUI SEM O ALUNO. A CONTAGEM NOVA VAI
      *PARA O CATALOGO CTLCONT, SENAO O NOTVER ABORTARIA A NOITE
      *SEGUINTE COMO SE O MESTRE ESTIVESSE TRUNCADO.
       RETIRA-ARQALU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           OPEN OUTPUT ARQALUR.
           PERFORM COPIA-OU-RETIRA-ALU UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQALU ARQALUR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  ARQALUR
                OUTPUT ARQALU.
           PERFORM COPIA-ARQALUR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQALUR ARQALU.
           MOVE "ARQALU  "      TO CONTAGEM-ARQUIVO.
           MOVE CT-ALU-GRAVADOS TO CONTAGEM-REGS.
           PERFORM REGISTRA-CONTAGEM.

       COPIA-OU-RETIRA-ALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-ALU NOT EQUAL MATRICULA-TRF
                 WRITE REG-ARQALUR FROM REG-ALU
              END-IF
           END-IF.

       COPIA-ARQALUR.
           READ ARQALUR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-ALU FROM REG-ARQALUR
              ADD 1 TO CT-ALU-GRAVADOS
           END-IF.

       IMPRIME-DECLARACAO.
           WRITE REG-DECL FROM DCL-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DCL-BRANCO AFTER ADVANCING 1 LINE.
           MOVE NOME-TRF TO NOME-DCL.
           WRITE REG-DECL FROM DCL-LINHA1 AFTER ADVANCING 1 LINE.
           MOVE CPF-TRF TO CPF-TRABALHO.
           MOVE CPF-TR-1 TO CPF-ED-1.
           MOVE CPF-TR-2 TO CPF-ED-2.
           MOVE CPF-TR-3 TO CPF-ED-3.
           MOVE CPF-TR-4 TO CPF-ED-4.
           MOVE MATRICULA-TRF TO MATRICULA-DCL.
           MOVE TURMA-TRF     TO TURMA-DCL.
           WRITE REG-DECL FROM DCL-LINHA2 AFTER ADVANCING 1 LINE.
           MOVE DIA-TRF TO DIA-DCL.
           MOVE MES-TRF TO MES-DCL.
           MOVE ANO-TRF TO ANO-DCL.
           WRITE REG-DECL FROM DCL-LINHA3 AFTER ADVANCING 1 LINE.
           MOVE ESCOLA-TRF TO ESCOLA-DCL.
           WRITE REG-DECL FROM DCL-LINHA4 AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DCL-NOTAS AFTER ADVANCING 2 LINE.
           IF QTD-DISC EQUAL ZEROES
              WRITE REG-DECL FROM DCL-SEM-DISCIPLINA
                    AFTER ADVANCING 1 LINE
           ELSE
              WRITE REG-DECL FROM DCL-COLUNAS AFTER ADVANCING 1 LINE
              PERFORM IMPRIME-DISCIPLINA VARYING IDX-D FROM 1 BY 1
                 UNTIL IDX-D GREATER THAN QTD-DISC
           END-IF.
           MOVE FALTAS-TRF TO FALTAS-TDC.
           WRITE REG-DECL FROM DCL-TOTAL-FALTAS AFTER ADVANCING 2 LINE.
           MOVE DATA-PROCESSO TO DATA-TRABALHO.
           MOVE DIA-TR TO DIA-ED.
           MOVE MES-TR TO MES-ED.
           MOVE ANO-TR TO ANO-EMI-ED.
           WRITE REG-DECL FROM DCL-EMISSAO    AFTER ADVANCING 2 LINE.
           WRITE REG-DECL FROM DCL-ASSINATURA AFTER ADVANCING 3 LINE.
           WRITE REG-DECL FROM DCL-SECRETARIA AFTER ADVANCING 1 LINE.

       IMPRIME-DISCIPLINA.
           MOVE TURMA-DSC(IDX-D)  TO TURMA-DDC.
           MOVE SPACES            TO DISCIPLINA-DDC.
           SET IDX-TUR TO 1.
           SEARCH TURMA-ITEM
              AT END CONTINUE
              WHEN CODIGO-TAB(IDX-TUR) EQUAL TURMA-DSC(IDX-D)
                 MOVE DISCIPLINA-TAB(IDX-TUR) TO DISCIPLINA-DDC
           END-SEARCH.
           MOVE NOTA1-DSC(IDX-D)  TO NOTA1-DDC.
           MOVE NOTA2-DSC(IDX-D)  TO NOTA2-DDC.
           MOVE NOTA3-DSC(IDX-D)  TO NOTA3-DDC.
           MOVE FALTAS-DSC(IDX-D) TO FALTAS-DDC.
           WRITE REG-DECL FROM DCL-DISCIPLINA AFTER ADVANCING 1 LINE.

       GRAVA-EXCLOG.
           MOVE SPACES         TO REG-EXCLOG.
           MOVE "EX05TRF"      TO EXCLOG-PROGRAMA.
           MOVE MATRICULA-TRF  TO EXCLOG-CHAVE.
           MOVE MOTIVO-TRF     TO EXCLOG-CONDICAO.
           MOVE DATA-PROCESSO  TO EXCLOG-DATA.
           ACCEPT EXCLOG-HORA FROM TIME.
           WRITE REG-EXCLOG.

       IMPRESSAO-FINAL.
           WRITE REG-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE.
           MOVE CT-CHAMADAS     TO QTD-CHM-T.
           WRITE REG-REL FROM TOTAL-CHM AFTER ADVANCING 1 LINE.
           MOVE CT-AUSENCIAS    TO QTD-AUS-T.
           WRITE REG-REL FROM TOTAL-AUS AFTER ADVANCING 1 LINE.
           MOVE CT-JUSTIFICADAS TO QTD-JUS-T.
           WRITE REG-REL FROM TOTAL-JUS AFTER ADVANCING 1 LINE.
           MOVE FALTAS-TRF      TO QTD-FAL-T.
           WRITE REG-REL FROM TOTAL-FAL AFTER ADVANCING 1 LINE.
           MOVE CT-DISCIPLINAS  TO QTD-DSC-T.
           WRITE REG-REL FROM TOTAL-DSC AFTER ADVANCING 1 LINE.
           MOVE CT-CANCELADAS   TO QTD-CAN-T.
           WRITE REG-REL FROM TOTAL-CAN AFTER ADVANCING 1 LINE.
           MOVE CT-PAGAS-APOS   TO QTD-PAG-T.
           WRITE REG-REL FROM TOTAL-PAG AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM TOTAL-HIS AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELTRF DECLTRF EXCLOG JRNNOT.
           DISPLAY "EX05TRF: ALUNO " MATRICULA-TRF " TRANSFERIDO - "
                   "DECLARACAO EM DECLTRF.txt.".
           IF CT-PAGAS-APOS GREATER THAN ZEROES
              DISPLAY "EX05TRF: " CT-PAGAS-APOS " MENSALIDADE(S) "
                      "PAGA(S) APOS A TRANSFERENCIA - AVALIAR "
                      "DEVOLUCAO (VER RELTRF.txt)."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF DISC-DEMAIS EQUAL "S"
              DISPLAY "EX05TRF: ALUNO COM MAIS DE 30 DISCIPLINAS NO "
                      "ARQNOT - A DECLARACAO ESTA INCOMPLETA."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF TURMAS-DEMAIS EQUAL "S"
              DISPLAY "EX05TRF: TURMAS.DAT COM MAIS DE 200 TURMAS - "
                      "DISCIPLINA EM BRANCO NA DECLARACAO."
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX05TRF " TO JOBLOG-JOB.
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
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX05TRF "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY JUSTMVPD.

       COPY CTLCNTPD.

       COPY DATPRCPD.
