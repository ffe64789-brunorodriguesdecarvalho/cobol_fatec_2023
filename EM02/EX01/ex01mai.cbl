       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01MAI.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RODADA MENSAL DE MAIORIDADE DOS DEPENDENTES. O
      *            DEPENDENTE (CATEGORIA "D") E COBRADO NA FATURA DO
      *            TITULAR, MAS PELO ESTATUTO, AO ATINGIR A IDADE
      *            LIMITE, PASSA A PAGAR COMO SOCIO TITULAR. RECEBE
      *            PELO ACCEPT A IDADE LIMITE (DEFAULT 24 ANOS) E LE
      *            O CADSOC1 (EXTRATO DA NOITE), PROCURANDO OS
      *            DEPENDENTES NASCIDOS ATE A DATA DE PROCESSAMENTO
      *            MENOS A IDADE LIMITE (NASCIMENTO-SOCIO1 - VER
      *            CADSOCFD). PARA CADA UM:
      *            - ACRESCENTA NO PROPSOC UMA PROPOSTA DE MAIORIDADE
      *              (ORIGEM-PRO "M" - VER PROPSOFD) PENDENTE, COM OS
      *              DADOS DO PROPRIO DEPENDENTE, O NUMERO DE SOCIO
      *              DELE, CATEGORIA "T", A MENSALIDADE DE TITULAR EM
      *              VIGOR NA TABCAT (SEM LINHA "T", O VALOR ATUAL DO
      *              SOCIO) E O TITULAR COMO PROPONENTE. A PROPOSTA
      *              SEGUE O FLUXO NORMAL: APROVACAO OU REJEICAO NO
      *              EX01PRO E EFETIVACAO NO EX01APR, QUE REGRAVA O
      *              DEPENDENTE COMO TITULAR;
      *            - EMITE A CARTA DE AVISO AO TITULAR (CARTAMAI).
      *            ATE A EFETIVACAO OU A REJEICAO NADA MUDA NO
      *            MESTRE: O DEPENDENTE CONTINUA COBRADO NA FATURA DO
      *            TITULAR. DEPENDENTE QUE JA TEM PROPOSTA DE
      *            MAIORIDADE NAO GANHA OUTRA - A PENDENTE, APROVADA
      *            OU EFETIVADA (MESTRE AINDA NAO EXTRAIDO) SO SAI NO
      *            RELATORIO; A REJEITADA SAI PARA A SECRETARIA
      *            REGULARIZAR O CADASTRO PELO PROG02. DEPENDENTE
      *            SEM DATA DE NASCIMENTO TAMBEM SAI NO RELATORIO
      *            (RELMAI), PARA A DATA SER INFORMADA NO PROG02.
      *            RODAR COM O EX01PRO FORA DO AR (AMBOS GRAVAM O
      *            PROPSOC) E ANTES DO EX01APR DO MES.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CADSOCSL.

       COPY TABCATSL.

       COPY PROPSOSL.

       SELECT RELMAI ASSIGN TO DISK.

       SELECT CARTAMAI ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY CADSOCFD.

       COPY TABCATFD.

       COPY PROPSOFD.

       FD  RELMAI
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELMAI.txt".
       01  REG-REL      PIC X(80).

       FD  CARTAMAI
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "CARTAMAI.txt".
       01  REG-CARTA    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOCWS.
       COPY TABCATWS.
       COPY PROPSOWS.
       COPY CABPAG.
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-AUX          PIC X(03) VALUE "NAO".
       77  IDADE-LIMITE     PIC 9(02) VALUE ZEROES.
       77  DATA-LIMITE      PIC 9(08) VALUE ZEROES.
       77  COMPET-CAT       PIC 9(06) VALUE ZEROES.
       77  VIGENCIA-TIT     PIC 9(06) VALUE ZEROES.
       77  VALOR-TIT        PIC 9(09)V9(02) VALUE ZEROES.
       77  TEM-VALOR-TIT    PIC X(01) VALUE "N".
       77  QTD-TIT          PIC 9(05) VALUE ZEROES.
       77  QTD-MAI          PIC 9(05) VALUE ZEROES.
       77  TITULARES-DEMAIS PIC X(03) VALUE "NAO".
       77  PROPOSTAS-DEMAIS PIC X(03) VALUE "NAO".
       77  ACHOU-TIT        PIC X(03) VALUE "NAO".
       77  ACHOU-MAI        PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(05) VALUE ZEROES.
       77  CT-DEPENDENTES   PIC 9(05) VALUE ZEROES.
       77  CT-PROPOSTAS     PIC 9(05) VALUE ZEROES.
       77  CT-ANDAMENTO     PIC 9(05) VALUE ZEROES.
       77  CT-REJEITADAS    PIC 9(05) VALUE ZEROES.
       77  CT-SEM-NASC      PIC 9(05) VALUE ZEROES.
       77  CT-SEM-TIT       PIC 9(05) VALUE ZEROES.

      *TITULARES DO CADASTRO (QUALQUER SOCIO QUE NAO E DEPENDENTE),
      *PARA O ENDERECO DA CARTA.
       01 TAB-TITULARES.
           02 TIT-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-TIT
                 INDEXED BY IDX-TIT.
              03 SOCIO-TIT-TAB    PIC 9(06).
              03 NOME-TIT-TAB     PIC X(30).
              03 ENDERECO-TIT-TAB PIC X(40).
              03 CIDADE-TIT-TAB   PIC X(20).
              03 UF-TIT-TAB       PIC X(02).
              03 CEP-TIT-TAB      PIC 9(08).

      *PROPOSTAS DE MAIORIDADE JA EXISTENTES NO PROPSOC, COM A
      *SITUACAO DA MAIS RECENTE DE CADA SOCIO.
       01 TAB-MAIORIDADE.
           02 MAI-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-MAI
                 INDEXED BY IDX-MAI.
              03 SOCIO-MAI-TAB    PIC 9(06).
              03 SITUACAO-MAI-TAB PIC X(01).

       01 DATA-EDICAO.
           02 ANO-EDICAO  PIC 9(04).
           02 MES-EDICAO  PIC 9(02).
           02 DIA-EDICAO  PIC 9(02).

       01 CAB-02.
           02 FILLER     PIC X(12) VALUE SPACES.
           02 FILLER     PIC X(48) VALUE
              "DEPENDENTES QUE ATINGIRAM A IDADE LIMITE DE ".
           02 IDADE-CAB  PIC Z9.
           02 FILLER     PIC X(18) VALUE " ANOS".

       01 CAB-03.
           02 FILLER  PIC X(34) VALUE "SOCIO  NOME".
           02 FILLER  PIC X(18) VALUE "NASCIMENTO TITULAR".
           02 FILLER  PIC X(28) VALUE " SITUACAO".

       01 DETALHE-REL.
           02 SOCIO-DET    PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-DET     PIC X(26).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIA-DET      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-DET      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-DET      PIC 9999.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TITULAR-DET  PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MENSAGEM-DET PIC X(28).

       01 TOTAL-DEP.
           02 FILLER    PIC X(34) VALUE
              "DEPENDENTES NO CADASTRO.........: ".
           02 QTD-DEP   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-PRO.
           02 FILLER    PIC X(34) VALUE
              "PROPOSTAS DE MAIORIDADE GERADAS.: ".
           02 QTD-PRO   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-AND.
           02 FILLER    PIC X(34) VALUE
              "COM PROPOSTA EM ANDAMENTO.......: ".
           02 QTD-AND   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-REJ.
           02 FILLER    PIC X(34) VALUE
              "COM PROPOSTA REJEITADA..........: ".
           02 QTD-REJ   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-NAS.
           02 FILLER    PIC X(34) VALUE
              "SEM DATA DE NASCIMENTO..........: ".
           02 QTD-NAS   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-VAL.
           02 FILLER    PIC X(34) VALUE
              "MENSALIDADE DE TITULAR PROPOSTA.: ".
           02 VALOR-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(29) VALUE SPACES.

       01 CARTA-ENDER1.
           02 FILLER         PIC X(06) VALUE "PARA: ".
           02 ENDER-CARTA    PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 CARTA-ENDER2.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 CIDADE-CARTA   PIC X(20).
           02 FILLER         PIC X(03) VALUE " - ".
           02 UF-CARTA       PIC X(02).
           02 FILLER         PIC X(07) VALUE "  CEP: ".
           02 CEP-CARTA      PIC 9(08).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 CARTA-CAB1.
           02 FILLER     PIC X(20) VALUE "PREZADO(A) SOCIO(A) ".
           02 NOME-CARTA PIC X(30).
           02 FILLER     PIC X(30) VALUE SPACES.

       01 CARTA-CAB2.
           02 FILLER  PIC X(80) VALUE SPACES.

       01 CARTA-CORPO1.
           02 FILLER          PIC X(36) VALUE
              "COMUNICAMOS QUE SEU(SUA) DEPENDENTE ".
           02 NOME-DEP-CARTA  PIC X(30).
           02 FILLER          PIC X(14) VALUE SPACES.

       01 CARTA-CORPO2.
           02 FILLER          PIC X(07) VALUE "(SOCIO ".
           02 SOCIO-DEP-CARTA PIC 9(06).
           02 FILLER          PIC X(40) VALUE
              ") ATINGIU A IDADE LIMITE DE DEPENDENTE (".
           02 IDADE-CARTA     PIC Z9.
           02 FILLER          PIC X(25) VALUE " ANOS)".

       01 CARTA-CORPO3.
           02 FILLER  PIC X(80) VALUE
              "PREVISTA NO ESTATUTO E FOI PROPOSTO(A) COMO SOCIO(A) TITU
      -       "LAR, SUJEITO A".

       01 CARTA-CORPO4.
           02 FILLER  PIC X(80) VALUE
              "APROVACAO DA DIRETORIA. ATE A DECISAO, A MENSALIDADE DELE
      -       "(A) CONTINUA".

       01 CARTA-CORPO5.
           02 FILLER  PIC X(80) VALUE
              "COBRADA NA SUA FATURA; APROVADA A PROPOSTA, PASSA A SER C
      -       "OBRADA DELE(A).".

       01 CARTA-VALOR.
           02 FILLER       PIC X(24) VALUE "MENSALIDADE PROPOSTA..: ".
           02 VALOR-CARTA  PIC Z.999.999.999,99.
           02 FILLER       PIC X(37) VALUE SPACES.

       01 CARTA-RODAPE.
           02 FILLER  PIC X(55) VALUE
              "EM CASO DE DUVIDA, FAVOR PROCURAR A SECRETARIA.       ".
           02 FILLER  PIC X(25) VALUE SPACES.

       01 CARTA-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-JOBLOG-INICIO.
           DISPLAY "IDADE LIMITE DO DEPENDENTE (DEFAULT = 24).......: ".
           ACCEPT IDADE-LIMITE.
           IF IDADE-LIMITE EQUAL ZEROES
              MOVE 24 TO IDADE-LIMITE
           END-IF.
           COMPUTE DATA-LIMITE = DATA-PROCESSO - IDADE-LIMITE * 10000.
           MOVE DATA-PROCESSO(1:6) TO COMPET-CAT.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01MAI: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-TITULARES.
           CLOSE CADSOC1.
           IF TITULARES-DEMAIS EQUAL "SIM"
              DISPLAY "EX01MAI: MAIS DE 5000 TITULARES NO CADSOC1 - "
                      "AMPLIAR A TAB-TITULARES. RODADA INTERROMPIDA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-PROPOSTAS.
           IF PROPOSTAS-DEMAIS EQUAL "SIM"
              DISPLAY "EX01MAI: MAIS DE 2000 PROPOSTAS DE MAIORIDADE "
                      "NO PROPSOC - AMPLIAR A TAB-MAIORIDADE. "
                      "RODADA INTERROMPIDA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-TABCAT.
           OPEN EXTEND PROPSOC.
           IF FS-PROPSOC NOT EQUAL "00"
              OPEN OUTPUT PROPSOC
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADSOC1.
           OPEN OUTPUT RELMAI CARTAMAI.
           MOVE IDADE-LIMITE TO IDADE-CAB IDADE-CARTA.
           PERFORM CABECALHO.
           PERFORM LEITURA.

      *PRIMEIRA PASSADA NO CADSOC1: SO OS SOCIOS QUE NAO SAO
      *DEPENDENTES, QUE PODEM SER TITULAR DE ALGUM.
       CARREGA-TITULARES.
           PERFORM LER-TITULAR UNTIL FIM-ARQ EQUAL "SIM".

       LER-TITULAR.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND NOT CAT-DEPENDENTE
              IF QTD-TIT LESS THAN 5000
                 ADD 1 TO QTD-TIT
                 MOVE NUMERO-SOCIO1   TO SOCIO-TIT-TAB(QTD-TIT)
                 MOVE NOME-SOCIO1     TO NOME-TIT-TAB(QTD-TIT)
                 MOVE ENDERECO-SOCIO1 TO ENDERECO-TIT-TAB(QTD-TIT)
                 MOVE CIDADE-SOCIO1   TO CIDADE-TIT-TAB(QTD-TIT)
                 MOVE UF-SOCIO1       TO UF-TIT-TAB(QTD-TIT)
                 MOVE CEP-SOCIO1      TO CEP-TIT-TAB(QTD-TIT)
              ELSE
                 MOVE "SIM" TO TITULARES-DEMAIS
              END-IF
           END-IF.

       CARREGA-PROPOSTAS.
           OPEN INPUT PROPSOC.
           IF FS-PROPSOC EQUAL "00"
              PERFORM LER-PROPSOC UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PROPSOC
           END-IF.

       LER-PROPSOC.
           READ PROPSOC AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM" AND PROPOSTA-MAIORIDADE
              PERFORM GUARDA-MAIORIDADE
           END-IF.

       GUARDA-MAIORIDADE.
           SET IDX-MAI TO 1.
           SEARCH MAI-ITEM
              AT END
                 IF QTD-MAI LESS THAN 2000
                    ADD 1 TO QTD-MAI
                    MOVE NUMERO-PRO   TO SOCIO-MAI-TAB(QTD-MAI)
                    MOVE SITUACAO-PRO TO SITUACAO-MAI-TAB(QTD-MAI)
                 ELSE
                    MOVE "SIM" TO PROPOSTAS-DEMAIS
                 END-IF
              WHEN SOCIO-MAI-TAB(IDX-MAI) EQUAL NUMERO-PRO
                 MOVE SITUACAO-PRO TO SITUACAO-MAI-TAB(IDX-MAI)
           END-SEARCH.

      *MENSALIDADE DE TITULAR = LINHA "T" DE MAIOR VIGENCIA ATE A
      *COMPETENCIA DA DATA DE PROCESSAMENTO (MESMA REGRA DO EX01LED).
       CARREGA-TABCAT.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT TABCAT.
           IF FS-TABCAT EQUAL "00"
              PERFORM LER-TABCAT UNTIL FIM-AUX EQUAL "SIM"
              CLOSE TABCAT
           END-IF.

       LER-TABCAT.
           READ TABCAT AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM" AND CATEGORIA-CAT EQUAL "T"
              IF VIGENCIA-CAT NOT NUMERIC
                 MOVE ZEROES TO VIGENCIA-CAT
              END-IF
              IF VIGENCIA-CAT NOT GREATER THAN COMPET-CAT AND
                 (TEM-VALOR-TIT EQUAL "N" OR
                  VIGENCIA-CAT NOT LESS THAN VIGENCIA-TIT)
                 MOVE "S"          TO TEM-VALOR-TIT
                 MOVE VIGENCIA-CAT TO VIGENCIA-TIT
                 MOVE VALOR-CAT    TO VALOR-TIT
              END-IF
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01MAI " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *SEGUNDA PASSADA: SO OS DEPENDENTES INTERESSAM.
       PRINCIPAL.
           IF CAT-DEPENDENTE
              ADD 1 TO CT-DEPENDENTES
              IF NASCIMENTO-SOCIO1 NOT NUMERIC
                 MOVE ZEROES TO NASCIMENTO-SOCIO1
              END-IF
              IF NASCIMENTO-SOCIO1 EQUAL ZEROES
                 ADD 1 TO CT-SEM-NASC
                 MOVE "SEM NASCIMENTO - VER PROG02" TO MENSAGEM-DET
                 PERFORM IMPRIME-DETALHE
              ELSE
                 IF NASCIMENTO-SOCIO1 NOT GREATER THAN DATA-LIMITE
                    PERFORM TRATA-MAIORIDADE
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

       TRATA-MAIORIDADE.
           MOVE "NAO" TO ACHOU-MAI.
           SET IDX-MAI TO 1.
           SEARCH MAI-ITEM
              AT END CONTINUE
              WHEN SOCIO-MAI-TAB(IDX-MAI) EQUAL NUMERO-SOCIO1
                 MOVE "SIM" TO ACHOU-MAI
           END-SEARCH.
           IF ACHOU-MAI EQUAL "NAO"
              PERFORM GERA-PROPOSTA
              PERFORM GERA-CARTA
              IF ACHOU-TIT EQUAL "SIM"
                 MOVE "PROPOSTA GERADA" TO MENSAGEM-DET
              ELSE
                 MOVE "GERADA - TITULAR NAO ACHADO" TO MENSAGEM-DET
              END-IF
           ELSE
              IF SITUACAO-MAI-TAB(IDX-MAI) EQUAL "R"
                 ADD 1 TO CT-REJEITADAS
                 MOVE "REJEITADA - REGULARIZAR" TO MENSAGEM-DET
              ELSE
                 ADD 1 TO CT-ANDAMENTO
                 IF SITUACAO-MAI-TAB(IDX-MAI) EQUAL "E"
                    MOVE "EFETIVADA - AGUARDA EXTRATO" TO MENSAGEM-DET
                 ELSE
                    MOVE "PROPOSTA EM ANDAMENTO" TO MENSAGEM-DET
                 END-IF
              END-IF
           END-IF.
           PERFORM IMPRIME-DETALHE.

       GERA-PROPOSTA.
           MOVE NUMERO-SOCIO1   TO NUMERO-PRO.
           MOVE NOME-SOCIO1     TO NOME-PRO.
           MOVE CPF-SOCIO1      TO CPF-PRO.
           MOVE "T"             TO CATEGORIA-PRO.
           MOVE ZEROES          TO TITULAR-PRO.
           IF TEM-VALOR-TIT EQUAL "S"
              MOVE VALOR-TIT        TO VALOR-PRO
           ELSE
              MOVE VALOR-PAGAMENTO1 TO VALOR-PRO
           END-IF.
           MOVE ENDERECO-SOCIO1 TO ENDERECO-PRO.
           MOVE CIDADE-SOCIO1   TO CIDADE-PRO.
           MOVE UF-SOCIO1       TO UF-PRO.
           MOVE CEP-SOCIO1      TO CEP-PRO.
           MOVE EMAIL-SOCIO1    TO EMAIL-PRO.
           MOVE TITULAR-SOCIO1  TO PROPONENTE-PRO.
           MOVE DATA-PROCESSO   TO DATA-PRO.
           MOVE "P"             TO SITUACAO-PRO.
           MOVE NASCIMENTO-SOCIO1 TO NASCIMENTO-PRO.
           MOVE "M"             TO ORIGEM-PRO.
           WRITE REG-PROPOSTA.
           ADD 1 TO CT-PROPOSTAS.

      *CARTA AO TITULAR; TITULAR FORA DO CADASTRO (VINCULO QUEBRADO)
      *RECEBE NO ENDERECO DO PROPRIO DEPENDENTE.
       GERA-CARTA.
           MOVE "NAO" TO ACHOU-TIT.
           SET IDX-TIT TO 1.
           SEARCH TIT-ITEM
              AT END CONTINUE
              WHEN SOCIO-TIT-TAB(IDX-TIT) EQUAL TITULAR-SOCIO1
                 MOVE "SIM" TO ACHOU-TIT
           END-SEARCH.
           IF ACHOU-TIT EQUAL "SIM"
              MOVE ENDERECO-TIT-TAB(IDX-TIT) TO ENDER-CARTA
              MOVE CIDADE-TIT-TAB(IDX-TIT)   TO CIDADE-CARTA
              MOVE UF-TIT-TAB(IDX-TIT)       TO UF-CARTA
              MOVE CEP-TIT-TAB(IDX-TIT)      TO CEP-CARTA
              MOVE NOME-TIT-TAB(IDX-TIT)     TO NOME-CARTA
           ELSE
              ADD 1 TO CT-SEM-TIT
              MOVE ENDERECO-SOCIO1 TO ENDER-CARTA
              MOVE CIDADE-SOCIO1   TO CIDADE-CARTA
              MOVE UF-SOCIO1       TO UF-CARTA
              MOVE CEP-SOCIO1      TO CEP-CARTA
              MOVE "TITULAR"       TO NOME-CARTA
           END-IF.
           MOVE NOME-SOCIO1   TO NOME-DEP-CARTA.
           MOVE NUMERO-SOCIO1 TO SOCIO-DEP-CARTA.
           MOVE VALOR-PRO     TO VALOR-CARTA.
           WRITE REG-CARTA FROM CARTA-ENDER1  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-ENDER2  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CAB1    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CAB2    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO1  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO2  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO3  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO4  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO5  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-VALOR   AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-RODAPE  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SEPARADOR AFTER ADVANCING 1 LINE.

       IMPRIME-DETALHE.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE NASCIMENTO-SOCIO1 TO DATA-EDICAO.
           MOVE DIA-EDICAO     TO DIA-DET.
           MOVE MES-EDICAO     TO MES-DET.
           MOVE ANO-EDICAO     TO ANO-DET.
           MOVE NUMERO-SOCIO1  TO SOCIO-DET.
           MOVE NOME-SOCIO1    TO NOME-DET.
           MOVE TITULAR-SOCIO1 TO TITULAR-DET.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINE.
           MOVE ZEROES  TO CT-LIN.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER OR EQUAL 34
              PERFORM CABECALHO
           END-IF.
           MOVE CT-DEPENDENTES TO QTD-DEP.
           WRITE REG-REL FROM TOTAL-DEP AFTER ADVANCING 2 LINE.
           MOVE CT-PROPOSTAS   TO QTD-PRO.
           WRITE REG-REL FROM TOTAL-PRO AFTER ADVANCING 1 LINE.
           MOVE CT-ANDAMENTO   TO QTD-AND.
           WRITE REG-REL FROM TOTAL-AND AFTER ADVANCING 1 LINE.
           MOVE CT-REJEITADAS  TO QTD-REJ.
           WRITE REG-REL FROM TOTAL-REJ AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-NASC    TO QTD-NAS.
           WRITE REG-REL FROM TOTAL-NAS AFTER ADVANCING 1 LINE.
           IF TEM-VALOR-TIT EQUAL "S"
              MOVE VALOR-TIT   TO VALOR-TOT
              WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE
           END-IF.

       FIM.
           CLOSE CADSOC1 PROPSOC RELMAI CARTAMAI.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01MAI: " CT-PROPOSTAS " PROPOSTA(S) DE "
                   "MAIORIDADE GERADA(S), CARTAS EM CARTAMAI.txt.".
           IF CT-REJEITADAS GREATER THAN ZEROES OR
              CT-SEM-NASC GREATER THAN ZEROES OR
              CT-SEM-TIT GREATER THAN ZEROES
              DISPLAY "EX01MAI: HA DEPENDENTES A REGULARIZAR NO PROG02 "
                      "- VER RELMAI.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01MAI "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-PROPOSTAS TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01MAI "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-PROPOSTAS TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
