      *            QUE O ESTATUTO EXIGE.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - A DATA DA PROPOSTA (DATA-PRO) PASSOU A SER
      *            GRAVADA COMO DATA DE ADMISSAO DO SOCIO EFETIVADO
      *            (ADMISSAO-SOX, VER CADSOXFD) - E DELA QUE O EX01VOT
      *            CONTA O TEMPO DE CASA PARA A LISTA DE VOTANTES.
      *15/10/2026 BRC - PROPOSTA DE MAIORIDADE (ORIGEM-PRO "M",
      *            GERADA PELO EX01MAI): EM VEZ DE INCLUIR SOCIO NOVO,
      *            REGRAVA O DEPENDENTE NO MESTRE COMO TITULAR
      *            (CATEGORIA, VALOR E DADOS DA PROPOSTA, SEM TITULAR).
      *            A PROPOSTA COMUM LEVA A DATA DE NASCIMENTO
      *            (NASCIMENTO-PRO) AO MESTRE. LAYOUT DA PROPOSTA PASSOU
      *            PARA O PROPSOFD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY PROPSOSL.

       SELECT PROPSOCN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY JOBLOGFD.

       COPY PROPSOFD.

       FD  PROPSOCN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROPSOCN.DAT".
       01  REG-PROPOSTAN        PIC X(199).

       COPY CADSOXFD.

       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOXWS.
       COPY PROPSOWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-EFETIVADAS PIC 9(05) VALUE ZEROES.
       77  CT-PENDENTES  PIC 9(05) VALUE ZEROES.
       77  CT-REJEITADAS PIC 9(05) VALUE ZEROES.
       77  CT-DUPLICADAS PIC 9(05) VALUE ZEROES.
       77  CT-MAIORIDADE PIC 9(05) VALUE ZEROES.
       77  CT-SEM-SOCIO  PIC 9(05) VALUE ZEROES.

       01 DETALHE-REL.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 QTD-DUP   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-MAI.
           02 FILLER    PIC X(29) VALUE "Dependentes feitos titular.: ".
           02 QTD-MAI   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-SEM.
           02 FILLER    PIC X(29) VALUE "Maioridade sem socio mestre: ".
           02 QTD-SEM   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM LEITURA.

       EFETIVA-PROPOSTA.
           IF PROPOSTA-MAIORIDADE
              PERFORM EFETIVA-MAIORIDADE
           ELSE
              PERFORM EFETIVA-SOCIO-NOVO
           END-IF.

      *PROPOSTA ANTERIOR AO CAMPO CHEGA COM O NASCIMENTO EM BRANCO.
       EFETIVA-SOCIO-NOVO.
           MOVE 01            TO CODIGO-PAGTO-SOX.
           MOVE NUMERO-PRO    TO NUMERO-SOX.
           MOVE NOME-PRO      TO NOME-SOX.
           MOVE EMAIL-PRO     TO EMAIL-SOX.
           MOVE CATEGORIA-PRO TO CATEGORIA-SOX.
           MOVE TITULAR-PRO   TO TITULAR-SOX.
           MOVE DATA-PRO      TO ADMISSAO-SOX.
           IF NASCIMENTO-PRO NUMERIC
              MOVE NASCIMENTO-PRO TO NASCIMENTO-SOX
           ELSE
              MOVE ZEROES         TO NASCIMENTO-SOX
           END-IF.
           MOVE NUMERO-PRO TO SOC-REL.
           MOVE NOME-PRO   TO NOME-REL.
           WRITE CAD-SOX
           END-WRITE.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.

      *PROPOSTA DE MAIORIDADE (EX01MAI): O NUMERO-PRO E O DO PROPRIO
      *DEPENDENTE, QUE E REGRAVADO NO MESTRE COMO TITULAR - SEM
      *VINCULO COM O ANTIGO TITULAR, COM A CATEGORIA, A MENSALIDADE
      *E OS DADOS DA PROPOSTA. SITUACAO DE PAGAMENTO, ATRASO, SALDO,
      *ADMISSAO E NASCIMENTO DO SOCIO SAO MANTIDOS. SOCIO QUE JA NAO
      *E DEPENDENTE NO MESTRE (CONVERTIDO A MAO PELO PROG02) SO TEM
      *A PROPOSTA MARCADA COMO EFETIVADA.
       EFETIVA-MAIORIDADE.
           MOVE NUMERO-PRO TO NUMERO-SOX SOC-REL.
           MOVE NOME-PRO   TO NOME-REL.
           READ CADSOC1X
              INVALID KEY
                 ADD 1 TO CT-SEM-SOCIO
                 MOVE "MAIORIDADE: SOCIO FORA DO MESTRE"
                      TO MENSAGEM-REL
              NOT INVALID KEY
                 PERFORM REGRAVA-TITULAR
           END-READ.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.

       REGRAVA-TITULAR.
           IF CATEGORIA-SOX NOT EQUAL "D"
              MOVE "E" TO SITUACAO-PRO
              MOVE "MAIORIDADE: JA ERA TITULAR"
                   TO MENSAGEM-REL
           ELSE
              MOVE NOME-PRO      TO NOME-SOX
              MOVE CPF-PRO       TO CPF-SOX
              MOVE VALOR-PRO     TO VALOR-PAGTO-SOX
              MOVE ENDERECO-PRO  TO ENDERECO-SOX
              MOVE CIDADE-PRO    TO CIDADE-SOX
              MOVE UF-PRO        TO UF-SOX
              MOVE CEP-PRO       TO CEP-SOX
              MOVE EMAIL-PRO     TO EMAIL-SOX
              MOVE CATEGORIA-PRO TO CATEGORIA-SOX
              MOVE ZEROES        TO TITULAR-SOX
              REWRITE CAD-SOX
                 INVALID KEY
                    ADD 1 TO CT-SEM-SOCIO
                    MOVE "MAIORIDADE: SOCIO FORA DO MESTRE"
                         TO MENSAGEM-REL
                 NOT INVALID KEY
                    ADD 1 TO CT-MAIORIDADE
                    MOVE "E" TO SITUACAO-PRO
                    MOVE "MAIORIDADE: PASSOU A TITULAR"
                         TO MENSAGEM-REL
              END-REWRITE
           END-IF.

       SUBSTITUI-PROPSOC.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  PROPSOCN
           WRITE REG-REL FROM TOTAL-REJ AFTER ADVANCING 1 LINE.
           MOVE CT-DUPLICADAS TO QTD-DUP.
           WRITE REG-REL FROM TOTAL-DUP AFTER ADVANCING 1 LINE.
           MOVE CT-MAIORIDADE TO QTD-MAI.
           WRITE REG-REL FROM TOTAL-MAI AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-SOCIO  TO QTD-SEM.
           WRITE REG-REL FROM TOTAL-SEM AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CADSOC1X RELPROP.
                      "NUMERO JA EXISTENTE - VER RELPROP."
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF CT-SEM-SOCIO GREATER THAN ZEROES
              DISPLAY "EX01APR: " CT-SEM-SOCIO " PROPOSTA(S) DE "
                      "MAIORIDADE SEM SOCIO NO MESTRE - VER RELPROP."
              MOVE 8 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS      TO JOBLOG-LIDOS.
           COMPUTE JOBLOG-GRAVADOS = CT-EFETIVADAS + CT-MAIORIDADE.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

