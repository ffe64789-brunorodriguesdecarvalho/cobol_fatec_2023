       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01ADM.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RODADA DE APURACAO DA DATA DE ADMISSAO DOS SOCIOS
      *            QUE JA ESTAVAM NO CADSOC1 QUANDO O CAMPO FOI
      *            CRIADO (ADMISSAO-SOCIO1 - VER CADSOCFD). PARA CADA
      *            SOCIO SEM DATA, USA A MELHOR ORIGEM DISPONIVEL:
      *            1. READMISSAO (ARQINAT "R", DATA-READM-INA - A
      *               MAIS RECENTE): O TEMPO DE CASA RECOMECA NA
      *               VOLTA;
      *            2. PROPOSTA EFETIVADA (PROPSOC "E", DATA-PRO);
      *            3. O REGISTRO MAIS ANTIGO DO SOCIO NO HISTORICO:
      *               PRIMEIRO ANO QUITADO (CADSOC2/ARQSOC2, COMO
      *               01/01 DO ANO) OU PRIMEIRA COMPETENCIA DO LIVRO
      *               DE MENSALIDADES (MENSAL, COMO DIA 01), O QUE
      *               FOR MENOR.
      *            SOCIO SEM NENHUMA ORIGEM FICA COM ZEROS E SAI NO
      *            RELATORIO RELADM PARA A SECRETARIA INFORMAR A
      *            DATA PELO PROG02. SOCIO QUE JA TEM DATA NAO E
      *            ALTERADO. GRAVA O CADSOC1N (MESMO ESQUEMA DO
      *            EX01MES/EX01INA), TROCADO PELO CADSOC1 E
      *            RECARREGADO NO CADSOC1X PELO ATUSOC.BAT ADM. O
      *            CADSOC1 DE ENTRADA PODE TER O LAYOUT ANTERIOR,
      *            SEM O CAMPO: A DATA VEM EM BRANCO E E TRATADA
      *            COMO NAO APURADA. O MESMO VALE PARA A DATA DE
      *            NASCIMENTO (NASCIMENTO-SOCIO1), QUE SAI ZERADA
      *            PARA A SECRETARIA INFORMAR PELO PROG02.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O CADSOC1 GANHOU A DATA DE NASCIMENTO: A MESMA
      *            RODADA CONVERTE O LAYOUT, ZERANDO O CAMPO EM BRANCO.
      *            PROPOSTA DE MAIORIDADE (ORIGEM-PRO "M", EX01MAI) NAO
      *            E ORIGEM DE ADMISSAO - O SOCIO JA ERA DO CLUBE.
      *            LAYOUT DA PROPOSTA PASSOU PARA O PROPSOFD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CADSOCSL.

       COPY MENSALSL.

       COPY ARQINASL.

       COPY PROPSOSL.

       SELECT CADSOC2 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADSOC2.

       SELECT ARQSOC2 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ARQSOC2.

       SELECT CADSOC1N ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELADM ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY CADSOCFD.

       COPY MENSALFD.

       COPY ARQINAFD.

       COPY PROPSOFD.

       FD  CADSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC2.DAT".
       01  CAD-SOC2.
           02 NUMERO-SOCIO2     PIC 9(06).
           02 NOME-SOCIO2       PIC X(30).
           02 VALOR-PAGAMENTO2  PIC 9(09)V9(02).
           02 ANO-SOCIO2        PIC 9(04).

       FD  ARQSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQSOC2.DAT".
       01  CAD-SOC2A.
           02 NUMERO-SOCIO2A    PIC 9(06).
           02 NOME-SOCIO2A      PIC X(30).
           02 VALOR-PAGAMENTO2A PIC 9(09)V9(02).
           02 ANO-SOCIO2A       PIC 9(04).

       FD  CADSOC1N
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       01  CAD-SOC1N            PIC X(206).

       FD  RELADM
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELADM.txt".
       01  REG-REL      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOCWS.
       COPY MENSALWS.
       COPY ARQINAWS.
       COPY CABPAG.
       COPY PROPSOWS.
       77  FS-CADSOC2      PIC X(02) VALUE "00".
       77  FS-ARQSOC2      PIC X(02) VALUE "00".
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  FIM-AUX         PIC X(03) VALUE "NAO".
       77  QTD-ADM         PIC 9(04) VALUE ZEROES.
       77  ADM-DEMAIS      PIC X(01) VALUE "N".
       77  TEM-ADMISSAO    PIC X(01) VALUE "N".
       77  SOCIO-ORIGEM    PIC 9(06) VALUE ZEROES.
       77  DATA-ORIGEM     PIC 9(08) VALUE ZEROES.
       77  PRIOR-ORIGEM    PIC 9(01) VALUE ZEROES.
       77  CT-LIDOS        PIC 9(05) VALUE ZEROES.
       77  CT-GRAVADOS     PIC 9(05) VALUE ZEROES.
       77  CT-JA-TINHA     PIC 9(05) VALUE ZEROES.
       77  CT-APURADOS     PIC 9(05) VALUE ZEROES.
       77  CT-SEM-ORIGEM   PIC 9(05) VALUE ZEROES.

      *MELHOR DATA DE ADMISSAO ACHADA POR SOCIO, COM A PRIORIDADE
      *DA ORIGEM (3 READMISSAO, 2 PROPOSTA, 1 HISTORICO): ORIGEM DE
      *PRIORIDADE MAIOR SUBSTITUI A MENOR; NA MESMA PRIORIDADE, O
      *HISTORICO FICA COM A DATA MAIS ANTIGA E A READMISSAO COM A
      *MAIS RECENTE.
       01 TAB-ADMISSAO.
           02 ADM-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-ADM
                 INDEXED BY IDX-ADM.
              03 SOCIO-ADM-TAB  PIC 9(06).
              03 DATA-ADM-TAB   PIC 9(08).
              03 PRIOR-ADM-TAB  PIC 9(01).

       01 DATA-EDICAO.
           02 ANO-EDI  PIC 9(04).
           02 MES-EDI  PIC 9(02).
           02 DIA-EDI  PIC 9(02).

       01 CAB-02.
           02 FILLER  PIC X(19) VALUE SPACES.
           02 FILLER  PIC X(42) VALUE
              "APURACAO DA DATA DE ADMISSAO DOS SOCIOS".
           02 FILLER  PIC X(19) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(08) VALUE "SOCIO   ".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(12) VALUE "ADMISSAO".
           02 FILLER  PIC X(28) VALUE "ORIGEM".

       01 DETALHE.
           02 SOCIO-DET   PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-DET    PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DIA-DET     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-DET     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-DET     PIC 9999.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ORIGEM-DET  PIC X(28).

       01 DETALHE-SEM.
           02 SOCIO-SEM   PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-SEM    PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(40) VALUE
              "SEM ORIGEM - INFORMAR PELO PROG02".

       01 TOTAL-LID.
           02 FILLER    PIC X(28) VALUE "Socios lidos..............: ".
           02 QTD-LID   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-JAT.
           02 FILLER    PIC X(28) VALUE "Ja tinham data............: ".
           02 QTD-JAT   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-APU.
           02 FILLER    PIC X(28) VALUE "Data apurada nesta rodada.: ".
           02 QTD-APU   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-SEM.
           02 FILLER    PIC X(28) VALUE "Sem origem (pendentes)....: ".
           02 QTD-SEM   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-JOBLOG-INICIO.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01ADM: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-MENSAL.
           PERFORM CARREGA-ANOS.
           PERFORM CARREGA-PROPOSTAS.
           PERFORM CARREGA-READMISSOES.
           IF ADM-DEMAIS EQUAL "S"
              DISPLAY "EX01ADM: MAIS DE 5000 SOCIOS NAS ORIGENS - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CADSOC1N RELADM.
           MOVE 40 TO CT-LIN.
           PERFORM LEITURA.

      *ORIGEM 1 (HISTORICO): PRIMEIRA COMPETENCIA DO SOCIO NO LIVRO
      *DE MENSALIDADES, COMO DIA 01 DO MES.
       CARREGA-MENSAL.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT MENSAL.
           IF FS-MENSAL EQUAL "00"
              PERFORM LER-MENSAL UNTIL FIM-AUX EQUAL "SIM"
              CLOSE MENSAL
           END-IF.

       LER-MENSAL.
           READ MENSAL AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              MOVE NUMERO-SOCIO-MEN TO SOCIO-ORIGEM
              COMPUTE DATA-ORIGEM = COMPETENCIA-MEN * 100 + 1
              MOVE 1 TO PRIOR-ORIGEM
              PERFORM ACUMULA-ORIGEM
           END-IF.

      *ORIGEM 1 (HISTORICO): PRIMEIRO ANO QUITADO NO CADSOC2 (VIVO)
      *E NO ARQSOC2 (ARQUIVO MORTO DO EX01ARQ), COMO 01/01 DO ANO.
       CARREGA-ANOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT CADSOC2.
           IF FS-CADSOC2 EQUAL "00"
              PERFORM LER-CADSOC2 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADSOC2
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQSOC2.
           IF FS-ARQSOC2 EQUAL "00"
              PERFORM LER-ARQSOC2 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE ARQSOC2
           END-IF.

       LER-CADSOC2.
           READ CADSOC2 AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              MOVE NUMERO-SOCIO2 TO SOCIO-ORIGEM
              COMPUTE DATA-ORIGEM = ANO-SOCIO2 * 10000 + 0101
              MOVE 1 TO PRIOR-ORIGEM
              PERFORM ACUMULA-ORIGEM
           END-IF.

       LER-ARQSOC2.
           READ ARQSOC2 AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              MOVE NUMERO-SOCIO2A TO SOCIO-ORIGEM
              COMPUTE DATA-ORIGEM = ANO-SOCIO2A * 10000 + 0101
              MOVE 1 TO PRIOR-ORIGEM
              PERFORM ACUMULA-ORIGEM
           END-IF.

      *ORIGEM 2: DATA DA PROPOSTA EFETIVADA PELO EX01APR.
       CARREGA-PROPOSTAS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT PROPSOC.
           IF FS-PROPSOC EQUAL "00"
              PERFORM LER-PROPSOC UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PROPSOC
           END-IF.

       LER-PROPSOC.
           READ PROPSOC AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF PROPOSTA-EFETIVADA AND DATA-PRO GREATER THAN ZEROES
                 AND NOT PROPOSTA-MAIORIDADE
                 MOVE NUMERO-PRO TO SOCIO-ORIGEM
                 MOVE DATA-PRO   TO DATA-ORIGEM
                 MOVE 2 TO PRIOR-ORIGEM
                 PERFORM ACUMULA-ORIGEM
              END-IF
           END-IF.

      *ORIGEM 3: DATA DA READMISSAO (EX01REA) - A MAIS RECENTE.
       CARREGA-READMISSOES.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQINAT.
           IF FS-ARQINAT EQUAL "00"
              PERFORM LER-ARQINAT UNTIL FIM-AUX EQUAL "SIM"
              CLOSE ARQINAT
           END-IF.

       LER-ARQINAT.
           READ ARQINAT AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF INAT-READMITIDO
                 MOVE NUMERO-SOCIO-INA TO SOCIO-ORIGEM
                 MOVE DATA-READM-INA   TO DATA-ORIGEM
                 MOVE 3 TO PRIOR-ORIGEM
                 PERFORM ACUMULA-ORIGEM
              END-IF
           END-IF.

       ACUMULA-ORIGEM.
           SET IDX-ADM TO 1.
           SEARCH ADM-ITEM
              AT END
                 IF QTD-ADM LESS THAN 5000
                    ADD 1 TO QTD-ADM
                    MOVE SOCIO-ORIGEM TO SOCIO-ADM-TAB(QTD-ADM)
                    MOVE DATA-ORIGEM  TO DATA-ADM-TAB(QTD-ADM)
                    MOVE PRIOR-ORIGEM TO PRIOR-ADM-TAB(QTD-ADM)
                 ELSE
                    MOVE "S" TO ADM-DEMAIS
                 END-IF
              WHEN SOCIO-ADM-TAB(IDX-ADM) EQUAL SOCIO-ORIGEM
                 PERFORM COMPARA-ORIGEM
           END-SEARCH.

       COMPARA-ORIGEM.
           IF PRIOR-ORIGEM GREATER THAN PRIOR-ADM-TAB(IDX-ADM)
              MOVE DATA-ORIGEM  TO DATA-ADM-TAB(IDX-ADM)
              MOVE PRIOR-ORIGEM TO PRIOR-ADM-TAB(IDX-ADM)
           ELSE
              IF PRIOR-ORIGEM EQUAL PRIOR-ADM-TAB(IDX-ADM)
                 IF PRIOR-ORIGEM EQUAL 3
                    IF DATA-ORIGEM GREATER THAN DATA-ADM-TAB(IDX-ADM)
                       MOVE DATA-ORIGEM TO DATA-ADM-TAB(IDX-ADM)
                    END-IF
                 ELSE
                    IF DATA-ORIGEM LESS THAN DATA-ADM-TAB(IDX-ADM)
                       MOVE DATA-ORIGEM TO DATA-ADM-TAB(IDX-ADM)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LOCALIZA-ADMISSAO.
           MOVE "N" TO TEM-ADMISSAO.
           SET IDX-ADM TO 1.
           SEARCH ADM-ITEM
              AT END CONTINUE
              WHEN SOCIO-ADM-TAB(IDX-ADM) EQUAL NUMERO-SOCIO1
                 MOVE "S" TO TEM-ADMISSAO
           END-SEARCH.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01ADM " TO JOBLOG-JOB.
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

      *REGISTRO NO LAYOUT ANTERIOR CHEGA COM AS DATAS EM BRANCO.
       PRINCIPAL.
           IF ADMISSAO-SOCIO1 NOT NUMERIC
              MOVE ZEROES TO ADMISSAO-SOCIO1
           END-IF.
           IF NASCIMENTO-SOCIO1 NOT NUMERIC
              MOVE ZEROES TO NASCIMENTO-SOCIO1
           END-IF.
           IF ADMISSAO-SOCIO1 EQUAL ZEROES
              PERFORM APURA-ADMISSAO
           ELSE
              ADD 1 TO CT-JA-TINHA
           END-IF.
           WRITE CAD-SOC1N FROM CAD-SOC1.
           ADD 1 TO CT-GRAVADOS.
           PERFORM LEITURA.

       APURA-ADMISSAO.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           PERFORM LOCALIZA-ADMISSAO.
           IF TEM-ADMISSAO EQUAL "S"
              MOVE DATA-ADM-TAB(IDX-ADM) TO ADMISSAO-SOCIO1
              ADD 1 TO CT-APURADOS
              MOVE NUMERO-SOCIO1 TO SOCIO-DET
              MOVE NOME-SOCIO1   TO NOME-DET
              MOVE ADMISSAO-SOCIO1 TO DATA-EDICAO
              MOVE DIA-EDI TO DIA-DET
              MOVE MES-EDI TO MES-DET
              MOVE ANO-EDI TO ANO-DET
              IF PRIOR-ADM-TAB(IDX-ADM) EQUAL 3
                 MOVE "READMISSAO (ARQINAT)" TO ORIGEM-DET
              ELSE
                 IF PRIOR-ADM-TAB(IDX-ADM) EQUAL 2
                    MOVE "PROPOSTA (PROPSOC)" TO ORIGEM-DET
                 ELSE
                    MOVE "HISTORICO (CADSOC2/MENSAL)" TO ORIGEM-DET
                 END-IF
              END-IF
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
           ELSE
              ADD 1 TO CT-SEM-ORIGEM
              MOVE NUMERO-SOCIO1 TO SOCIO-SEM
              MOVE NOME-SOCIO1   TO NOME-SEM
              WRITE REG-REL FROM DETALHE-SEM AFTER ADVANCING 1 LINE
           END-IF.
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
           IF CT-LIN GREATER OR EQUAL 36
              PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS      TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 2 LINE.
           MOVE CT-JA-TINHA   TO QTD-JAT.
           WRITE REG-REL FROM TOTAL-JAT AFTER ADVANCING 1 LINE.
           MOVE CT-APURADOS   TO QTD-APU.
           WRITE REG-REL FROM TOTAL-APU AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-ORIGEM TO QTD-SEM.
           WRITE REG-REL FROM TOTAL-SEM AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CADSOC1 CADSOC1N RELADM.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01ADM: " CT-APURADOS " DATA(S) APURADA(S), "
                   CT-SEM-ORIGEM " SOCIO(S) SEM ORIGEM - VER "
                   "RELADM.txt.".
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "EX01ADM: CADSOC1.DAT VAZIO - NADA FOI "
                      "PROCESSADO."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 12 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01ADM "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01ADM "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
