      *              VIGENCIA IMPRESSAS NO FINAL;
      *            - GERA UMA CARTA DE COBRANCA POR ALUNO EM
      *              CARTAALU, NO PADRAO UM-DOCUMENTO-POR-REGISTRO
      *              DO EX01CAR, ENDERECADA AO RESPONSAVEL FINANCEIRO
      *              (RESALU.DAT - VER RESALUFD) OU, SEM ELE, AO
      *              PROPRIO ALUNO COM O NOME VINDO DO ARQALU. NO
      *              MODO UMA-CARTA-POR-RESPONSAVEL (ACCEPT "S") OS
      *              IRMAOS DO MESMO RESPONSAVEL (MESMO CPF) SAEM
      *              NUMA CARTA SO, COM TODAS AS COMPETENCIAS
      *              ABERTAS DELES.
      *            A ESCOLA GANHA A MESMA DISCIPLINA DE COBRANCA QUE
      *            AS MENSALIDADES DO CLUBE JA TEM.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - ALUNO COM CORRESPONDENCIA DEVOLVIDA PELO
      *            CORREIO (DEVCOR.DAT - VER DEVCORFD) NAO RECEBE A
      *            CARTA: SAI NO RELATORIO DE ENDERECOS A CORRIGIR
      *            (ENDATR).
      *15/10/2026 BRC - LAYOUT DO MENSALU PASSOU PARA O MENALUFD. A
      *            COBRANCA CONTINUA SOBRE O VALOR-MAL, JA LIQUIDO DA
      *            BOLSA OU DESCONTO DO ALUNO.
      *15/10/2026 BRC - CARTA ENDERECADA AO RESPONSAVEL FINANCEIRO
      *            DO ALUNO (RESALU.DAT - VER RESALUFD), COM O ENDERECO
      *            DELE; ALUNO SEM RESPONSAVEL RECEBE A CARTA DE ANTES.
      *            NOVO MODO UMA CARTA POR RESPONSAVEL (ACCEPT), QUE
      *            JUNTA OS IRMAOS NUMA CARTA SO. A CARTA PASSOU A SER
      *            EMITIDA DEPOIS DO RELATORIO (TABELA DE DEVEDORES COM
      *            NOME, VALOR ATUALIZADO E RESPONSAVEL).
      *15/10/2026 BRC - CARTA AO RESPONSAVEL FINANCEIRO COM ADESAO AO
      *            ENVIO POR E-MAIL (EMLADE.DAT PELA MATRICULA DO
      *            PRIMEIRO ALUNO DA CARTA, REGISTRADO NO EX01EML - VER
      *            EMLADEFD) E E-MAIL VALIDO NO RESALU PASSOU A IR PARA
      *            A CAIXA DE SAIDA (EMLSAI.DAT - VER EMLSAIFD) EM VEZ
      *            DO CARTAALU, MESMO COM ENDERECO POSTAL DEVOLVIDO. O
      *            ARQALU NAO TEM E-MAIL - A CARTA AO PROPRIO ALUNO
      *            CONTINUA NO PAPEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY MENALUSL.

       COPY ARQALUSL.

       SELECT CARTAALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY DEVCORSL.

       COPY RESALUSL.

       COPY EMLADESL.

       COPY EMLSAISL.

       SELECT ENDATR ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY POLCOBSL.

       COPY JOBLOGFD.

       COPY MENALUFD.

       COPY ARQALUFD.

           VALUE OF FILE-ID IS "CARTAALU.txt".
       01  REG-CARTA  PIC X(80).

       COPY DEVCORFD.

       COPY RESALUFD.

       COPY EMLADEFD.

       COPY EMLSAIFD.

       FD  ENDATR
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDATR.txt".
       01  REG-ENDATR PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY POLCOBWS.
       COPY DEVCORWS.
       COPY MENALUWS.
       COPY RESALUWS.
       COPY EMLADEWS.
       COPY EMLSAIWS.
       77  CARTA-POR-EMAIL PIC X(01) VALUE "N".
       77  LINHA-CARTA   PIC X(80) VALUE SPACES.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-ALU       PIC X(03) VALUE "NAO".
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  TOTAL-ABERTO  PIC 9(11)V9(02) VALUE ZEROES.
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  NOME-ALUNO    PIC X(30) VALUE SPACES.
       77  CARTA-POR-RESP PIC X(01) VALUE "N".
       77  IDX-E         PIC 9(04) VALUE ZEROES.
       77  CPF-CARTA     PIC 9(11) VALUE ZEROES.
       77  SOMA-CARTA    PIC 9(11)V9(02) VALUE ZEROES.
       77  CARTA-RETIDA  PIC X(01) VALUE "N".
       77  CT-CARTAS-RESP PIC 9(05) VALUE ZEROES.
       77  CT-SEM-RESP   PIC 9(05) VALUE ZEROES.

       01  TAB-DEVEDORES.
           02 DEVEDOR-ITEM OCCURS 2000 TIMES
              03 MATRICULA-DEV-TAB PIC 9(07).
              03 MESES-DEV-TAB     PIC 9(03).
              03 SOMA-DEV-TAB      PIC 9(09)V9(02).
              03 ATUAL-DEV-TAB     PIC 9(09)V9(02).
              03 NOME-DEV-TAB      PIC X(30).
              03 RESP-DEV-TAB      PIC 9(04).
              03 CPF-DEV-TAB       PIC 9(11).
              03 CARTA-DEV-TAB     PIC X(01).

       01  TAB-NOMES.
           02 NOME-ITEM OCCURS 5000 TIMES
           02 VAL-ATR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(30) VALUE SPACES.

       01 TOTAL-RSP.
           02 FILLER    PIC X(29) VALUE "Cartas a responsaveis......: ".
           02 QTD-RSP   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-SRS.
           02 FILLER    PIC X(29) VALUE "Alunos sem responsavel.....: ".
           02 QTD-SRS   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 CARTA-CAB1.
           02 FILLER     PIC X(20) VALUE "PREZADO(A) ALUNO(A) ".
           02 NOME-CARTA PIC X(30).
       01 CARTA-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

      *CARTA AO RESPONSAVEL FINANCEIRO: UMA LINHA POR ALUNO DA CARTA.
       01 CARTA-BRANCO.
           02 FILLER  PIC X(80) VALUE SPACES.

       01 CARTA-RESP-CORPO1.
           02 FILLER  PIC X(80) VALUE
              "CONSTA EM ABERTO A MENSALIDADE ESCOLAR DO(S) ALUNO(S) SOB
      -       " SUA RESPONSABILIDADE".

       01 CARTA-RESP-CORPO2.
           02 FILLER  PIC X(80) VALUE "FINANCEIRA:".

       01 CARTA-ALUNO.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 MAT-CARTA-ALU   PIC 9(07).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 NOME-CARTA-ALU  PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 MESES-CARTA-ALU PIC ZZ9.
           02 FILLER          PIC X(09) VALUE " MES(ES) ".
           02 FILLER          PIC X(03) VALUE "R$ ".
           02 ATUAL-CARTA-ALU PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(09) VALUE SPACES.

       01 CARTA-RESP-TOTAL.
           02 FILLER     PIC X(24) VALUE "VALOR TOTAL ATUALIZ.R$: ".
           02 TOTAL-CARTA-RSP PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRIME-DEVEDORES.
           PERFORM EMITE-CARTAS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "UMA CARTA POR RESPONSAVEL (S/N, DEFAULT N)..: ".
           ACCEPT CARTA-POR-RESP.
           IF CARTA-POR-RESP NOT EQUAL "S"
              MOVE "N" TO CARTA-POR-RESP.
           PERFORM LE-POLITICA-COBRANCA.
           OPEN INPUT MENSALU.
           IF FS-MENSALU NOT EQUAL "00"
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           PERFORM CARREGA-NOMES.
           PERFORM CARREGA-DEVOLVIDOS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-ADESOES.
           PERFORM GRAVA-JOBLOG-INICIO.
           PERFORM LEITURA.

              END-IF
           END-IF.

      *CORRESPONDENCIA DEVOLVIDA PELO CORREIO (DEVCOR.DAT, VER
      *DEVCORFD): O ALUNO CONTINUA NO RELATORIO DE ATRASADOS, MAS A
      *CARTA NAO E EMITIDA E ELE SAI NO RELATORIO DE ENDERECOS A
      *CORRIGIR (ENDATR). O ARQALU NAO TEM ENDERECO - A MARCA E
      *RETIRADA NA RECEPCAO (EX01DEV) DEPOIS DE ACERTADO O ENDERECO.
       CARREGA-DEVOLVIDOS.
           MOVE "ALU" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX05ATR: MAIS DE 2000 ENDERECOS NO DEVCOR - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ENDATR.
           MOVE "EX05ATR " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDATR FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDATR FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.

      *RESPONSAVEIS FINANCEIROS (RESALU.DAT, VER RESALUFD). SEM O
      *ARQUIVO TODAS AS CARTAS SAEM EM NOME DO ALUNO, COMO ANTES.
       CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-RESALU.
           IF RESALU-DEMAIS EQUAL "S"
              DISPLAY "EX05ATR: MAIS DE 5000 RESPONSAVEIS NO RESALU - "
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
              DISPLAY "EX05ATR: MAIS DE 5000 ADESOES NO EMLADE - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "EX05ATR " TO PROGRAMA-MSG-EML.

       LEITURA.
           READ MENSALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
           MOVE MESES-DEV-TAB(IDX-D)     TO MESES-REL.
           MOVE VALOR-ATUALIZ            TO ATUAL-REL.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           MOVE VALOR-ATUALIZ TO ATUAL-DEV-TAB(IDX-D).
           MOVE NOME-ALUNO    TO NOME-DEV-TAB(IDX-D).
           MOVE "N"           TO CARTA-DEV-TAB(IDX-D).
           MOVE MATRICULA-DEV-TAB(IDX-D) TO MATRICULA-CONSULTA-RES.
           PERFORM CONSULTA-RESALU.
           IF RESPONSAVEL-ACHADO EQUAL "S"
              SET RESP-DEV-TAB(IDX-D) TO IDX-RSP
              MOVE CPF-RES-TAB(IDX-RSP) TO CPF-DEV-TAB(IDX-D)
           ELSE
              MOVE ZEROES TO RESP-DEV-TAB(IDX-D) CPF-DEV-TAB(IDX-D)
              ADD 1 TO CT-SEM-RESP
           END-IF.
           ADD 1 TO IDX-D.

       LOCALIZA-NOME.
                 MOVE NOME-NOME-TAB(IDX-NOM) TO NOME-ALUNO
           END-SEARCH.

      *CARTAS, NA ORDEM DO RELATORIO. ALUNO SEM RESPONSAVEL RECEBE A
      *CARTA EM SEU NOME; COM RESPONSAVEL A CARTA VAI PARA ELE E, NO
      *MODO UMA-CARTA-POR-RESPONSAVEL, LEVA TAMBEM OS IRMAOS (MESMO
      *CPF-RES) QUE ESTAO MAIS ABAIXO NA TABELA.
       EMITE-CARTAS.
           MOVE 1 TO IDX-D.
           PERFORM EMITE-UMA-CARTA
              UNTIL IDX-D GREATER THAN QTD-DEVEDORES.

       EMITE-UMA-CARTA.
           IF CARTA-DEV-TAB(IDX-D) EQUAL "N"
              IF RESP-DEV-TAB(IDX-D) EQUAL ZEROES
                 PERFORM CARTA-AO-ALUNO
              ELSE
                 PERFORM CARTA-AO-RESPONSAVEL
              END-IF
           END-IF.
           ADD 1 TO IDX-D.

       CARTA-AO-ALUNO.
           MOVE "S" TO CARTA-DEV-TAB(IDX-D).
           MOVE NOME-DEV-TAB(IDX-D)  TO NOME-ALUNO.
           MOVE ATUAL-DEV-TAB(IDX-D) TO VALOR-ATUALIZ.
           MOVE MATRICULA-DEV-TAB(IDX-D) TO CHAVE-CONSULTA-DEV.
           PERFORM CONSULTA-DEVCOR.
           IF ENDERECO-DEVOLVIDO EQUAL "S"
              PERFORM RETEM-CARTA
           ELSE
              PERFORM GERA-CARTA
           END-IF.

      *MARCA COM "G" OS ALUNOS DA CARTA E CONFERE O DEVCOR DE CADA
      *UM: QUALQUER ALUNO DA CARTA COM CORRESPONDENCIA DEVOLVIDA
      *RETEM A CARTA INTEIRA (O ENDERECO E O MESMO, O DO RESPONSAVEL).
       CARTA-AO-RESPONSAVEL.
           MOVE CPF-DEV-TAB(IDX-D) TO CPF-CARTA.
           MOVE "N"    TO CARTA-RETIDA.
           MOVE ZEROES TO SOMA-CARTA.
           PERFORM MARCA-ALUNO-CARTA
              VARYING IDX-E FROM IDX-D BY 1
              UNTIL IDX-E GREATER THAN QTD-DEVEDORES.
           PERFORM CONSULTA-ADESAO-RESP.
           IF CARTA-RETIDA EQUAL "S" AND CARTA-POR-EMAIL NOT EQUAL "S"
              PERFORM RETEM-ALUNO-CARTA
                 VARYING IDX-E FROM IDX-D BY 1
                 UNTIL IDX-E GREATER THAN QTD-DEVEDORES
           ELSE
              PERFORM GERA-CARTA-RESPONSAVEL
           END-IF.

      *A ADESAO E A DO PRIMEIRO ALUNO DA CARTA, COM O E-MAIL DO
      *RESPONSAVEL. CARTA POR E-MAIL NAO E RETIDA POR ENDERECO
      *POSTAL DEVOLVIDO.
       CONSULTA-ADESAO-RESP.
           SET IDX-RSP TO RESP-DEV-TAB(IDX-D).
           MOVE MATRICULA-DEV-TAB(IDX-D) TO CHAVE-CONSULTA-ADE.
           MOVE EMAIL-RES-TAB(IDX-RSP)   TO EMAIL-CONSULTA-ADE.
           PERFORM CONSULTA-EMLADE.
           MOVE EMAIL-ELEGIVEL TO CARTA-POR-EMAIL.

       MARCA-ALUNO-CARTA.
           IF IDX-E EQUAL IDX-D OR
              (CARTA-POR-RESP EQUAL "S" AND
               CARTA-DEV-TAB(IDX-E) EQUAL "N" AND
               CPF-DEV-TAB(IDX-E) EQUAL CPF-CARTA)
              MOVE "G" TO CARTA-DEV-TAB(IDX-E)
              ADD ATUAL-DEV-TAB(IDX-E) TO SOMA-CARTA
              MOVE MATRICULA-DEV-TAB(IDX-E) TO CHAVE-CONSULTA-DEV
              PERFORM CONSULTA-DEVCOR
              IF ENDERECO-DEVOLVIDO EQUAL "S"
                 MOVE "S" TO CARTA-RETIDA
              END-IF
           END-IF.

       RETEM-ALUNO-CARTA.
           IF CARTA-DEV-TAB(IDX-E) EQUAL "G"
              MOVE "S" TO CARTA-DEV-TAB(IDX-E)
              MOVE MATRICULA-DEV-TAB(IDX-E) TO CHAVE-CONSULTA-DEV
              PERFORM CONSULTA-DEVCOR
              IF ENDERECO-DEVOLVIDO EQUAL "S"
                 PERFORM MONTA-CORRIGE-DEV
                 MOVE NOME-DEV-TAB(IDX-E) TO NOME-COR-DEV
                 WRITE REG-ENDATR FROM LINHA-CORRIGE-1
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

       GERA-CARTA-RESPONSAVEL.
           ADD 1 TO CT-CARTAS-RESP.
           SET IDX-RSP TO RESP-DEV-TAB(IDX-D).
           PERFORM MONTA-ENDERECAMENTO-RES.
           IF CARTA-POR-EMAIL EQUAL "S"
              MOVE "ALU" TO ARQUIVO-MSG-EML
              MOVE MATRICULA-DEV-TAB(IDX-D) TO CHAVE-MSG-EML
              MOVE EMAIL-RES-TAB(IDX-RSP)   TO DESTINO-MSG-EML
              MOVE "MENSALIDADE ESCOLAR EM ATRASO" TO ASSUNTO-MSG-EML
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
           MOVE CARTA-BRANCO      TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-RESP-CORPO1 TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-RESP-CORPO2 TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           PERFORM IMPRIME-ALUNO-CARTA
              VARYING IDX-E FROM IDX-D BY 1
              UNTIL IDX-E GREATER THAN QTD-DEVEDORES.
           MOVE SOMA-CARTA TO TOTAL-CARTA-RSP.
           MOVE CARTA-RESP-TOTAL  TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-RODAPE      TO LINHA-CARTA.
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

       IMPRIME-ALUNO-CARTA.
           IF CARTA-DEV-TAB(IDX-E) EQUAL "G"
              MOVE "S" TO CARTA-DEV-TAB(IDX-E)
              MOVE MATRICULA-DEV-TAB(IDX-E) TO MAT-CARTA-ALU
              MOVE NOME-DEV-TAB(IDX-E)      TO NOME-CARTA-ALU
              MOVE MESES-DEV-TAB(IDX-E)     TO MESES-CARTA-ALU
              MOVE ATUAL-DEV-TAB(IDX-E)     TO ATUAL-CARTA-ALU
              MOVE CARTA-ALUNO TO LINHA-CARTA
              PERFORM IMPRIME-LINHA-CARTA
           END-IF.

       GERA-CARTA.
           MOVE NOME-ALUNO           TO NOME-CARTA.
           MOVE MESES-DEV-TAB(IDX-D) TO MESES-CARTA.
           WRITE REG-CARTA FROM CARTA-RODAPE    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SEPARADOR AFTER ADVANCING 1 LINE.

       RETEM-CARTA.
           PERFORM MONTA-CORRIGE-DEV.
           MOVE NOME-ALUNO TO NOME-COR-DEV.
           WRITE REG-ENDATR FROM LINHA-CORRIGE-1 AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
           MOVE CT-ATRASADOS TO QTD-ATR.
           WRITE REG-REL FROM TOTAL-ATR AFTER ADVANCING 2 LINE.
           MOVE TOTAL-ABERTO TO VAL-ATR.
           WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE.
           MOVE CT-CARTAS-RESP TO QTD-RSP.
           WRITE REG-REL FROM TOTAL-RSP AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-RESP  TO QTD-SRS.
           WRITE REG-REL FROM TOTAL-SRS AFTER ADVANCING 1 LINE.
           MOVE TAXA-MULTA-ATR    TO MULTA-POL-REL.
           MOVE TAXA-JUROS-ATR    TO JUROS-POL-REL.
           MOVE VIGENCIA-POLITICA TO VIGEN-POL-REL.
           WRITE REG-REL FROM POLITICA-LINHA AFTER ADVANCING 2 LINE.

       FIM.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDATR FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE MENSALU RELATRA CARTAALU ENDATR.
           PERFORM FECHA-EMLSAI.
           IF CT-MENSAGENS-EML GREATER THAN ZEROES
              DISPLAY "EX05ATR: " CT-MENSAGENS-EML
                      " CARTA(S) ENVIADA(S) POR E-MAIL - VER "
                      "EMLSAI.DAT."
           END-IF.
           IF CT-ENDER-CORRIGIR GREATER THAN ZEROES
              DISPLAY "EX05ATR: " CT-ENDER-CORRIGIR " CARTA(S) "
                      "RETIDA(S) POR ENDERECO DEVOLVIDO - VER "
                      "ENDATR.txt."
           END-IF.
           IF CT-RESALU-INV GREATER THAN ZEROES
              DISPLAY "EX05ATR: " CT-RESALU-INV " LINHA(S) INVALIDA(S) "
                      "NO RESALU.DAT IGNORADA(S) - O ALUNO RECEBE A "
                      "CARTA EM SEU NOME."
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-INICIO.

       COPY POLCOBPD.

       COPY DEVCORPD.

       COPY RESALUPD.

       COPY EMLADEPD.

       COPY EMLSAIPD.

       COPY DATPRCPD.
