      *              MEDIA);
      *            - GERA UMA CARTA DE OFERTA POR ALUNO (CARTAOFE,
      *              MESMO PADRAO UM-DOCUMENTO-POR-REGISTRO DAS
      *              CARTAS DO EX01CAR), ENDERECADA AO RESPONSAVEL
      *              FINANCEIRO DO ALUNO (RESALU.DAT - VER RESALUFD)
      *              OU, SEM ELE, AO PROPRIO ALUNO;
      *            - RESUME AS OFERTAS POR MOTIVO EM RELOFE.
      *MODIFICATIONS.
      *22/08/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - ALUNO COM CORRESPONDENCIA DEVOLVIDA PELO
      *            CORREIO (DEVCOR.DAT - VER DEVCORFD) TEM A OFERTA
      *            GRAVADA MAS NAO RECEBE A CARTA: SAI NO RELATORIO DE
      *            ENDERECOS A CORRIGIR (ENDOFE).
      *15/10/2026 BRC - CARTA DE OFERTA ENDERECADA AO RESPONSAVEL
      *            FINANCEIRO DO ALUNO (RESALU.DAT - VER RESALUFD), COM
      *            O ENDERECO DELE E A REFERENCIA AO ALUNO; ALUNO SEM
      *            RESPONSAVEL RECEBE A CARTA DE ANTES.
      *15/10/2026 BRC - CARTA AO RESPONSAVEL FINANCEIRO COM ADESAO AO
      *            ENVIO POR E-MAIL (EMLADE.DAT PELA MATRICULA,
      *            REGISTRADO NO EX01EML - VER EMLADEFD) E E-MAIL VALIDO
      *            NO RESALU PASSOU A IR PARA A CAIXA DE SAIDA
      *            (EMLSAI.DAT - VER EMLSAIFD) EM VEZ DO CARTAOFE, MESMO
      *            COM ENDERECO POSTAL DEVOLVIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SELECT RELOFE ASSIGN TO DISK.

       COPY DEVCORSL.

       COPY RESALUSL.

       COPY EMLADESL.

       COPY EMLSAISL.

       SELECT ENDOFE ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "RELOFE.txt".
       01  REG-REL    PIC X(80).

       COPY DEVCORFD.

       COPY RESALUFD.

       COPY EMLADEFD.

       COPY EMLSAIFD.

       FD  ENDOFE
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDOFE.txt".
       01  REG-ENDOFE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DEVCORWS.
       COPY RESALUWS.
       COPY EMLADEWS.
       COPY EMLSAIWS.
       77  CARTA-POR-EMAIL PIC X(01) VALUE "N".
       77  LINHA-CARTA   PIC X(80) VALUE SPACES.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  CT-CARTAS-RESP PIC 9(05) VALUE ZEROES.
       77  CT-OFERTAS     PIC 9(05) VALUE ZEROES.
       77  CT-POR-FALTAS  PIC 9(05) VALUE ZEROES.
       77  CT-POR-MEDIA   PIC 9(05) VALUE ZEROES.
       01 CARTA-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

      *CARTA AO RESPONSAVEL FINANCEIRO: ENDERECAMENTO DO RESALUWS,
      *REFERENCIA AO ALUNO E O TEXTO NA TERCEIRA PESSOA.
       01 CARTA-RESP-REF.
           02 FILLER         PIC X(18) VALUE "REF.: ALUNO(A)    ".
           02 NOME-CARTA-REF PIC X(30).
           02 FILLER         PIC X(13) VALUE " - MATRICULA ".
           02 MAT-CARTA-REF  PIC 9(07).
           02 FILLER         PIC X(12) VALUE SPACES.

       01 CARTA-RESP-CORPO2.
           02 FILLER  PIC X(80) VALUE
              "A SECRETARIA JA RESERVOU A VAGA DE REMATRICULA DO(A) ALUN
      -       "O(A) PARA O PROXIMO".

       01 CARTA-RESP-CORPO3.
           02 FILLER  PIC X(80) VALUE
              "PERIODO. PROCURE A SECRETARIA PARA CONFIRMAR A REMATRICUL
      -       "A.".

       01 TOTAL-OFE.
           02 FILLER    PIC X(29) VALUE "Ofertas geradas............: ".
           02 QTD-OFE   PIC ZZZZ9.
           02 QTD-MED   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-RSP.
           02 FILLER    PIC X(29) VALUE "Cartas a responsaveis......: ".
           02 QTD-RSP   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           ACCEPT FALTAS-MAXIMAS.
           IF FALTAS-MAXIMAS EQUAL ZEROES
              MOVE 16 TO FALTAS-MAXIMAS.
           PERFORM CARREGA-DEVOLVIDOS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-ADESOES.
           OPEN INPUT  ARQREP
                OUTPUT OFERTAS CARTAOFE RELOFE.
           PERFORM LEITURA.

      *CORRESPONDENCIA DEVOLVIDA PELO CORREIO (DEVCOR.DAT, VER
      *DEVCORFD): A OFERTA E GRAVADA NORMALMENTE, MAS A CARTA NAO E
      *EMITIDA E O ALUNO SAI NO RELATORIO DE ENDERECOS A CORRIGIR
      *(ENDOFE).
       CARREGA-DEVOLVIDOS.
           MOVE "ALU" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX05OFE: MAIS DE 2000 ENDERECOS NO DEVCOR - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ENDOFE.
           MOVE "EX05OFE " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDOFE FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDOFE FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.

      *RESPONSAVEIS FINANCEIROS (RESALU.DAT, VER RESALUFD). SEM O
      *ARQUIVO TODAS AS CARTAS SAEM EM NOME DO ALUNO, COMO ANTES.
       CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-RESALU.
           IF RESALU-DEMAIS EQUAL "S"
              DISPLAY "EX05OFE: MAIS DE 5000 RESPONSAVEIS NO RESALU - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *ADESOES AO ENVIO POR E-MAIL (EMLADE.DAT, VER EMLADEFD),
      *REGISTRADAS PELA MATRICULA DO ALUNO COM O E-MAIL DO
      *RESPONSAVEL. O ARQALU NAO TEM E-MAIL: SO A CARTA AO
      *RESPONSAVEL PODE IR PARA A CAIXA DE SAIDA (EMLSAI.DAT).
       CARREGA-ADESOES.
           MOVE "ALU" TO ARQUIVO-CARGA-ADE.
           PERFORM CARREGA-EMLADE.
           IF EMLADE-DEMAIS EQUAL "S"
              DISPLAY "EX05OFE: MAIS DE 5000 ADESOES NO EMLADE - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "EX05OFE " TO PROGRAMA-MSG-EML.

       LEITURA.
           READ ARQREP AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           PERFORM GERA-OFERTA.
           PERFORM CONSULTA-ADESAO-RESP.
           IF CARTA-POR-EMAIL EQUAL "S"
              PERFORM GERA-CARTA-RESPONSAVEL
           ELSE
              MOVE MATRICULA-REPROV TO CHAVE-CONSULTA-DEV
              PERFORM CONSULTA-DEVCOR
              IF ENDERECO-DEVOLVIDO EQUAL "S"
                 PERFORM RETEM-CARTA
              ELSE
                 PERFORM GERA-CARTA
              END-IF
           END-IF.
           PERFORM LEITURA.

      *CARTA AO RESPONSAVEL COM ADESAO E E-MAIL VALIDO VAI PARA A
      *CAIXA DE SAIDA, MESMO COM ENDERECO POSTAL DEVOLVIDO.
       CONSULTA-ADESAO-RESP.
           MOVE "N" TO CARTA-POR-EMAIL.
           MOVE MATRICULA-REPROV TO MATRICULA-CONSULTA-RES.
           PERFORM CONSULTA-RESALU.
           IF RESPONSAVEL-ACHADO EQUAL "S"
              MOVE MATRICULA-REPROV       TO CHAVE-CONSULTA-ADE
              MOVE EMAIL-RES-TAB(IDX-RSP) TO EMAIL-CONSULTA-ADE
              PERFORM CONSULTA-EMLADE
              MOVE EMAIL-ELEGIVEL TO CARTA-POR-EMAIL
           END-IF.

      *MOTIVO DA REPROVACAO, DERIVADO DO PROPRIO REG-REP: FALTAS NO
      *LIMITE OU ACIMA = REPROVADO POR FALTAS (MESMA REGRA DO
      *DECISAO DO EX05); SENAO FOI POR MEDIA.
           ADD 1 TO CT-OFERTAS.

       GERA-CARTA.
           MOVE MATRICULA-REPROV TO MATRICULA-CONSULTA-RES.
           PERFORM CONSULTA-RESALU.
           IF RESPONSAVEL-ACHADO EQUAL "S"
              PERFORM GERA-CARTA-RESPONSAVEL
           ELSE
              PERFORM GERA-CARTA-ALUNO
           END-IF.

       GERA-CARTA-RESPONSAVEL.
           ADD 1 TO CT-CARTAS-RESP.
           PERFORM MONTA-ENDERECAMENTO-RES.
           MOVE NOME-REPROV      TO NOME-CARTA-REF.
           MOVE MATRICULA-REPROV TO MAT-CARTA-REF.
           MOVE TURMA-REPROV     TO TURMA-CARTA.
           IF CARTA-POR-EMAIL EQUAL "S"
              MOVE "ALU" TO ARQUIVO-MSG-EML
              MOVE MATRICULA-REPROV       TO CHAVE-MSG-EML
              MOVE EMAIL-RES-TAB(IDX-RSP) TO DESTINO-MSG-EML
              MOVE "OFERTA DE REMATRICULA" TO ASSUNTO-MSG-EML
              PERFORM INICIA-MENSAGEM-EML
              MOVE ENDERECAMENTO-RES-1 TO LINHA-CARTA
              PERFORM IMPRIME-LINHA-CARTA
           ELSE
              WRITE REG-CARTA FROM ENDERECAMENTO-RES-1
                 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM ENDERECAMENTO-RES-2
                 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM ENDERECAMENTO-RES-3
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CARTA-CAB2        TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-RESP-REF    TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-CAB2        TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-CORPO1      TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-RESP-CORPO2 TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-RESP-CORPO3 TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           IF CARTA-POR-EMAIL NOT EQUAL "S"
              WRITE REG-CARTA FROM CARTA-SEPARADOR
                 AFTER ADVANCING 1 LINE
           END-IF.

      *A MESMA LINHA VAI PARA A FOLHA OU PARA A MENSAGEM DA CAIXA DE
      *SAIDA - A MENSAGEM NAO LEVA O ENDERECO POSTAL NEM O SEPARADOR.
       IMPRIME-LINHA-CARTA.
           IF CARTA-POR-EMAIL EQUAL "S"
              MOVE LINHA-CARTA TO LINHA-MSG-EML
              PERFORM GRAVA-LINHA-EML
           ELSE
              WRITE REG-CARTA FROM LINHA-CARTA AFTER ADVANCING 1 LINE
           END-IF.

       GERA-CARTA-ALUNO.
           MOVE NOME-REPROV  TO NOME-CARTA.
           MOVE TURMA-REPROV TO TURMA-CARTA.
           WRITE REG-CARTA FROM CARTA-CAB1      AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO3    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SEPARADOR AFTER ADVANCING 1 LINE.

       RETEM-CARTA.
           PERFORM MONTA-CORRIGE-DEV.
           MOVE NOME-REPROV TO NOME-COR-DEV.
           WRITE REG-ENDOFE FROM LINHA-CORRIGE-1 AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
           MOVE CT-OFERTAS    TO QTD-OFE.
           WRITE REG-REL FROM TOTAL-OFE AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM TOTAL-FAL AFTER ADVANCING 1 LINE.
           MOVE CT-POR-MEDIA  TO QTD-MED.
           WRITE REG-REL FROM TOTAL-MED AFTER ADVANCING 1 LINE.
           MOVE CT-CARTAS-RESP TO QTD-RSP.
           WRITE REG-REL FROM TOTAL-RSP AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDOFE FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE ARQREP OFERTAS CARTAOFE RELOFE ENDOFE.
           PERFORM FECHA-EMLSAI.
           IF CT-MENSAGENS-EML GREATER THAN ZEROES
              DISPLAY "EX05OFE: " CT-MENSAGENS-EML
                      " CARTA(S) ENVIADA(S) POR E-MAIL - VER "
                      "EMLSAI.DAT."
           END-IF.
           DISPLAY "EX05OFE: " CT-OFERTAS " OFERTA(S) DE REMATRICULA "
                   "GERADA(S).".
           DISPLAY "EX05OFE: " CT-ENDER-CORRIGIR " CARTA(S) RETIDA(S) "
                   "POR ENDERECO DEVOLVIDO - VER ENDOFE.txt.".
           IF CT-RESALU-INV GREATER THAN ZEROES
              DISPLAY "EX05OFE: " CT-RESALU-INV " LINHA(S) INVALIDA(S) "
                      "NO RESALU.DAT IGNORADA(S) - O ALUNO RECEBE A "
                      "CARTA EM SEU NOME."
           END-IF.

       COPY DEVCORPD.

       COPY RESALUPD.

       COPY EMLADEPD.

       COPY EMLSAIPD.
