       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01CRT.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RODADA DE EMISSAO DE CARTEIRINHAS. A PORTARIA NAO
      *            TINHA COMO DISTINGUIR O SOCIO ATIVO DO QUE FOI
      *            BAIXADO. ESTA RODADA PASSA O CADSOC1 E IMPRIME EM
      *            CARTOES UMA CARTEIRINHA POR TITULAR E POR
      *            DEPENDENTE (CATEGORIA "D", LIGADO AO TITULAR POR
      *            TITULAR-SOCIO1), COM NUMERO DA CARTEIRINHA,
      *            SOCIO, NOME, CATEGORIA E VALIDADE. PEDE PELO
      *            ACCEPT:
      *            - O LIMITE DE MESES DE ATRASO (DEFAULT 3): SOCIO
      *              ATRASADO COM MESES-ATRASO1 ACIMA DELE NAO
      *              RECEBE CARTEIRINHA E SAI NA LISTA DE EXCECOES
      *              (RELCRT); O DEPENDENTE SEGUE A SITUACAO DO
      *              TITULAR, QUE E QUEM PAGA A MENSALIDADE DELE;
      *            - A VALIDADE (DEFAULT: UM ANO A PARTIR DA DATA
      *              DE PROCESSAMENTO);
      *            - O NUMERO DE UM SOCIO PARA SEGUNDA VIA (ZERO =
      *              RODADA COMPLETA): SO ESSE SOCIO E PROCESSADO E
      *              A CARTEIRINHA ANTERIOR DELE E DADA COMO PERDIDA.
      *            CADA CARTEIRINHA IMPRESSA ENTRA NO REGISTRO DE
      *            CARTEIRINHAS (CARTEI.DAT, VER CARTEIFD) COM O
      *            NUMERO SEQUENCIAL IMPRESSO NO CARTAO, E A
      *            CARTEIRINHA ATIVA ANTERIOR DO MESMO SOCIO PASSA
      *            A SUBSTITUIDA ("S") OU PERDIDA ("P"); A DO SOCIO
      *            BLOQUEADO NESTA RODADA E, NA RODADA COMPLETA, A
      *            DE QUEM JA NAO ESTA NO CADSOC1 (BAIXADO) PASSAM A
      *            BLOQUEADA ("B"). O REGISTRO E REGRAVADO
      *            (CARTEI -> CARTEIN -> CARTEI) E E CONTRA ELE QUE
      *            A PORTARIA CONSULTA O CARTAO (EX01POR).
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

       COPY CARTEISL.

       SELECT CARTEIN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CARTOES ASSIGN TO DISK.

       SELECT RELCRT ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY CADSOCFD.

       COPY CARTEIFD.

       FD  CARTEIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTEIN.DAT".
       01  REG-CARTEIN          PIC X(75).

       FD  CARTOES
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "CARTOES.txt".
       01  REG-CARTAO   PIC X(80).

       FD  RELCRT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCRT.txt".
       01  REG-REL      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOCWS.
       COPY CARTEIWS.
       COPY CABPAG.
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  FIM-PRE         PIC X(03) VALUE "NAO".
       77  FIM-CRT         PIC X(03) VALUE "NAO".
       77  LIMITE-MESES    PIC 9(02) VALUE ZEROES.
       77  VALIDADE-INF    PIC 9(08) VALUE ZEROES.
       77  VALIDADE-REF    PIC 9(08) VALUE ZEROES.
       77  SOCIO-SEGVIA    PIC 9(06) VALUE ZEROES.
       77  ULTIMO-CARTAO   PIC 9(07) VALUE ZEROES.
       77  QTD-TIT         PIC 9(04) VALUE ZEROES.
       77  TIT-DEMAIS      PIC X(01) VALUE "N".
       77  TEM-TITULAR     PIC X(01) VALUE "N".
       77  QTD-RES         PIC 9(04) VALUE ZEROES.
       77  RES-DEMAIS      PIC X(01) VALUE "N".
       77  TEM-RESULTADO   PIC X(01) VALUE "N".
       77  IDX-E           PIC 9(04) VALUE ZEROES.
       77  MOTIVO-EXC      PIC X(34) VALUE SPACES.
       77  CT-LIDOS        PIC 9(05) VALUE ZEROES.
       77  CT-EMITIDOS     PIC 9(05) VALUE ZEROES.
       77  CT-EXCECOES     PIC 9(05) VALUE ZEROES.
       77  CT-SUBST        PIC 9(05) VALUE ZEROES.
       77  CT-PERDIDOS     PIC 9(05) VALUE ZEROES.
       77  CT-CRT-BLOQ     PIC 9(05) VALUE ZEROES.

      *TITULARES DO CADASTRO (PRE-PASSADA DO CADSOC1), COM A MARCA
      *DE BLOQUEIO POR ATRASO - O DEPENDENTE SEGUE O TITULAR.
       01 TAB-TITULARES.
           02 TIT-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-TIT
                 INDEXED BY IDX-TIT.
              03 SOCIO-TIT-TAB  PIC 9(06).
              03 BLOQ-TIT-TAB   PIC X(01).

      *RESULTADO DA RODADA POR SOCIO ("E" EMITIDA, "B" BLOQUEADO),
      *COM OS DADOS DA CARTEIRINHA NOVA, PARA A REGRAVACAO DO
      *REGISTRO DE CARTEIRINHAS NO FIM.
       01 TAB-RESULTADO.
           02 RES-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-RES
                 INDEXED BY IDX-RES.
              03 SOCIO-RES-TAB   PIC 9(06).
              03 RESULT-RES-TAB  PIC X(01).
              03 CARTAO-RES-TAB  PIC 9(07).
              03 NOME-RES-TAB    PIC X(30).
              03 CAT-RES-TAB     PIC X(01).
              03 TITULAR-RES-TAB PIC 9(06).

       01 DATA-EDICAO.
           02 ANO-EDI  PIC 9(04).
           02 MES-EDI  PIC 9(02).
           02 DIA-EDI  PIC 9(02).

       01 CARTAO-SEPARADOR.
           02 FILLER  PIC X(44) VALUE ALL "-".
           02 FILLER  PIC X(36) VALUE SPACES.

       01 CARTAO-L1.
           02 FILLER       PIC X(30) VALUE
              "CLUBE - CARTEIRA SOCIAL   N. ".
           02 NUMERO-CART  PIC 9(07).
           02 FILLER       PIC X(43) VALUE SPACES.

       01 CARTAO-L2.
           02 FILLER       PIC X(11) VALUE "SOCIO....: ".
           02 SOCIO-CART   PIC 9(06).
           02 FILLER       PIC X(13) VALUE "  CATEGORIA: ".
           02 CAT-CART     PIC X(10).
           02 FILLER       PIC X(40) VALUE SPACES.

       01 CARTAO-L3.
           02 FILLER       PIC X(11) VALUE "NOME.....: ".
           02 NOME-CART    PIC X(30).
           02 FILLER       PIC X(39) VALUE SPACES.

       01 CARTAO-L4.
           02 FILLER       PIC X(11) VALUE "TITULAR..: ".
           02 TITULAR-CART PIC 9(06).
           02 FILLER       PIC X(63) VALUE SPACES.

       01 CARTAO-L5.
           02 FILLER       PIC X(11) VALUE "VALIDADE.: ".
           02 DIA-CART     PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-CART     PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CART     PIC 9999.
           02 FILLER       PIC X(59) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(46) VALUE
              "CARTEIRINHAS - SOCIOS SEM CARTEIRINHA EMITIDA".
           02 FILLER  PIC X(17) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(08) VALUE "SOCIO   ".
           02 FILLER  PIC X(31) VALUE "NOME".
           02 FILLER  PIC X(07) VALUE "ATRASO ".
           02 FILLER  PIC X(34) VALUE "MOTIVO".

       01 DETALHE.
           02 SOCIO-DET   PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-DET    PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 MESES-DET   PIC Z9.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 MOTIVO-DET  PIC X(34).

       01 TOTAL-LID.
           02 FILLER    PIC X(28) VALUE "Socios processados........: ".
           02 QTD-LID   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-EMI.
           02 FILLER    PIC X(28) VALUE "Carteirinhas emitidas.....: ".
           02 QTD-EMI   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-EXC.
           02 FILLER    PIC X(28) VALUE "Socios sem carteirinha....: ".
           02 QTD-EXC   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-SUB.
           02 FILLER    PIC X(28) VALUE "Carteirinhas substituidas.: ".
           02 QTD-SUB   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-PER.
           02 FILLER    PIC X(28) VALUE "Carteirinhas perdidas.....: ".
           02 QTD-PER   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-BLQ.
           02 FILLER    PIC X(28) VALUE "Carteirinhas bloqueadas...: ".
           02 QTD-BLQ   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-LIM.
           02 FILLER    PIC X(28) VALUE "Limite de meses de atraso.: ".
           02 QTD-LIM   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM ATUALIZA-CARTEI.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           DISPLAY "LIMITE DE MESES DE ATRASO (DEFAULT 3)......: ".
           ACCEPT LIMITE-MESES.
           IF LIMITE-MESES EQUAL ZEROES
              MOVE 3 TO LIMITE-MESES
           END-IF.
           DISPLAY "VALIDADE AAAAMMDD (DEFAULT UM ANO).........: ".
           ACCEPT VALIDADE-INF.
           IF VALIDADE-INF EQUAL ZEROES
              PERFORM VALIDADE-PADRAO
           ELSE
              MOVE VALIDADE-INF TO VALIDADE-REF
           END-IF.
           DISPLAY "SOCIO P/ SEGUNDA VIA (ZERO = TODOS)........: ".
           ACCEPT SOCIO-SEGVIA.
           PERFORM GRAVA-JOBLOG-INICIO.
           PERFORM CARREGA-TITULARES.
           PERFORM CARREGA-ULTIMO-CARTAO.
           OPEN INPUT CADSOC1.
           OPEN OUTPUT CARTOES RELCRT.
           MOVE 40 TO CT-LIN.
           PERFORM LEITURA.

      *UM ANO A PARTIR DA DATA DE PROCESSAMENTO; 29/02 VIRA 28/02.
       VALIDADE-PADRAO.
           MOVE DATA-PROCESSO TO DATA-EDICAO.
           ADD 1 TO ANO-EDI.
           IF MES-EDI EQUAL 02 AND DIA-EDI EQUAL 29
              MOVE 28 TO DIA-EDI
           END-IF.
           MOVE DATA-EDICAO TO VALIDADE-REF.

      *PRE-PASSADA DO CADSOC1: TITULARES (TODO SOCIO QUE NAO E
      *DEPENDENTE) E SE ESTAO ATRASADOS ALEM DO LIMITE. SEM O
      *CADSOC1 A RODADA ABORTA; MAIS TITULARES DO QUE A TABELA
      *COMPORTA TAMBEM - O DEPENDENTE SAIRIA COMO SEM TITULAR.
       CARREGA-TITULARES.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01CRT: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CADSOC1-PRE UNTIL FIM-PRE EQUAL "SIM".
           CLOSE CADSOC1.
           IF TIT-DEMAIS EQUAL "S"
              DISPLAY "EX01CRT: MAIS DE 5000 TITULARES - A TABELA "
                      "NAO COMPORTA. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-CADSOC1-PRE.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-PRE.
           IF FIM-PRE NOT EQUAL "SIM"
              IF NOT CAT-DEPENDENTE
                 IF QTD-TIT LESS THAN 5000
                    ADD 1 TO QTD-TIT
                    MOVE NUMERO-SOCIO1 TO SOCIO-TIT-TAB(QTD-TIT)
                    MOVE "N" TO BLOQ-TIT-TAB(QTD-TIT)
                    IF PAGTO-ATRASADO AND
                       MESES-ATRASO1 GREATER THAN LIMITE-MESES
                       MOVE "S" TO BLOQ-TIT-TAB(QTD-TIT)
                    END-IF
                 ELSE
                    MOVE "S" TO TIT-DEMAIS
                 END-IF
              END-IF
           END-IF.

       LOCALIZA-TITULAR.
           MOVE "N" TO TEM-TITULAR.
           SET IDX-TIT TO 1.
           SEARCH TIT-ITEM
              AT END CONTINUE
              WHEN SOCIO-TIT-TAB(IDX-TIT) EQUAL TITULAR-SOCIO1
                 MOVE "S" TO TEM-TITULAR
           END-SEARCH.

      *MAIOR NUMERO DE CARTEIRINHA JA EMITIDO. SEM CARTEI.DAT A
      *NUMERACAO COMECA EM 1.
       CARREGA-ULTIMO-CARTAO.
           OPEN INPUT CARTEI.
           IF FS-CARTEI EQUAL "00"
              PERFORM LER-CARTEI-ULTIMO UNTIL FIM-CRT EQUAL "SIM"
              CLOSE CARTEI
           END-IF.

       LER-CARTEI-ULTIMO.
           READ CARTEI AT END MOVE "SIM" TO FIM-CRT.
           IF FIM-CRT NOT EQUAL "SIM"
              IF NUMERO-CRT GREATER THAN ULTIMO-CARTAO
                 MOVE NUMERO-CRT TO ULTIMO-CARTAO
              END-IF
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01CRT " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF SOCIO-SEGVIA EQUAL ZEROES OR
              NUMERO-SOCIO1 EQUAL SOCIO-SEGVIA
              ADD 1 TO CT-LIDOS
              PERFORM AVALIA-SOCIO
           END-IF.
           PERFORM LEITURA.

      *TITULAR: BLOQUEADO SE ATRASADO ALEM DO LIMITE. DEPENDENTE:
      *SEGUE O TITULAR (QUE PAGA A MENSALIDADE DELE); SEM TITULAR
      *NO CADASTRO TAMBEM NAO RECEBE CARTEIRINHA.
       AVALIA-SOCIO.
           MOVE SPACES TO MOTIVO-EXC.
           IF CAT-DEPENDENTE
              PERFORM LOCALIZA-TITULAR
              IF TEM-TITULAR NOT EQUAL "S"
                 MOVE "TITULAR FORA DO CADASTRO" TO MOTIVO-EXC
              ELSE
                 IF BLOQ-TIT-TAB(IDX-TIT) EQUAL "S"
                    MOVE "TITULAR ATRASADO ALEM DO LIMITE"
                         TO MOTIVO-EXC
                 END-IF
              END-IF
           ELSE
              IF PAGTO-ATRASADO AND
                 MESES-ATRASO1 GREATER THAN LIMITE-MESES
                 MOVE "ATRASADO ALEM DO LIMITE" TO MOTIVO-EXC
              END-IF
           END-IF.
           IF QTD-RES NOT LESS THAN 5000
              MOVE "S" TO RES-DEMAIS
              PERFORM ABORTA-TABELA
           END-IF.
           ADD 1 TO QTD-RES.
           MOVE NUMERO-SOCIO1 TO SOCIO-RES-TAB(QTD-RES).
           IF MOTIVO-EXC EQUAL SPACES
              PERFORM EMITE-CARTAO
           ELSE
              MOVE "B" TO RESULT-RES-TAB(QTD-RES)
              PERFORM GRAVA-EXCECAO
           END-IF.

      *MAIS SOCIOS NA RODADA DO QUE A TABELA DE RESULTADOS
      *COMPORTA: ABORTA ANTES DE TOCAR NO REGISTRO DE CARTEIRINHAS.
       ABORTA-TABELA.
           DISPLAY "EX01CRT: MAIS DE 5000 SOCIOS NA RODADA - A "
                   "TABELA NAO COMPORTA. RODADA ABORTADA, REGISTRO "
                   "DE CARTEIRINHAS INALTERADO.".
           PERFORM GRAVA-JOBLOG-ERRO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       EMITE-CARTAO.
           ADD 1 TO ULTIMO-CARTAO.
           ADD 1 TO CT-EMITIDOS.
           MOVE "E"              TO RESULT-RES-TAB(QTD-RES).
           MOVE ULTIMO-CARTAO    TO CARTAO-RES-TAB(QTD-RES).
           MOVE NOME-SOCIO1      TO NOME-RES-TAB(QTD-RES).
           MOVE CATEGORIA-SOCIO1 TO CAT-RES-TAB(QTD-RES).
           MOVE TITULAR-SOCIO1   TO TITULAR-RES-TAB(QTD-RES).
           MOVE ULTIMO-CARTAO    TO NUMERO-CART.
           MOVE NUMERO-SOCIO1    TO SOCIO-CART.
           MOVE NOME-SOCIO1      TO NOME-CART.
           PERFORM DESCREVE-CATEGORIA.
           MOVE VALIDADE-REF     TO DATA-EDICAO.
           MOVE DIA-EDI          TO DIA-CART.
           MOVE MES-EDI          TO MES-CART.
           MOVE ANO-EDI          TO ANO-CART.
           WRITE REG-CARTAO FROM CARTAO-SEPARADOR
              AFTER ADVANCING 1 LINE.
           WRITE REG-CARTAO FROM CARTAO-L1 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTAO FROM CARTAO-L2 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTAO FROM CARTAO-L3 AFTER ADVANCING 1 LINE.
           IF CAT-DEPENDENTE
              MOVE TITULAR-SOCIO1 TO TITULAR-CART
              WRITE REG-CARTAO FROM CARTAO-L4 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-CARTAO FROM CARTAO-L5 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTAO FROM CARTAO-SEPARADOR
              AFTER ADVANCING 1 LINE.

       DESCREVE-CATEGORIA.
           IF CAT-DEPENDENTE
              MOVE "DEPENDENTE" TO CAT-CART
           ELSE
              IF CAT-ESTUDANTE
                 MOVE "ESTUDANTE" TO CAT-CART
              ELSE
                 IF CAT-REMIDO
                    MOVE "REMIDO" TO CAT-CART
                 ELSE
                    MOVE "TITULAR" TO CAT-CART
                 END-IF
              END-IF
           END-IF.

       GRAVA-EXCECAO.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           ADD 1 TO CT-EXCECOES.
           MOVE NUMERO-SOCIO1 TO SOCIO-DET.
           MOVE NOME-SOCIO1   TO NOME-DET.
           MOVE MESES-ATRASO1 TO MESES-DET.
           MOVE MOTIVO-EXC    TO MOTIVO-DET.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINE.
           MOVE ZEROES  TO CT-LIN.

      *REGRAVA O REGISTRO DE CARTEIRINHAS: AS ATIVAS ANTERIORES DE
      *QUEM RECEBEU CARTEIRINHA NOVA PASSAM A SUBSTITUIDA (OU
      *PERDIDA, NA SEGUNDA VIA); AS DE QUEM FOI BLOQUEADO, E NA
      *RODADA COMPLETA AS DE QUEM SAIU DO CADSOC1, PASSAM A
      *BLOQUEADA (CARTEI -> CARTEIN -> CARTEI). AS CARTEIRINHAS
      *NOVAS ENTRAM NO FIM, NA ORDEM DE NUMERO.
       ATUALIZA-CARTEI.
           OPEN OUTPUT CARTEIN.
           MOVE "NAO" TO FIM-CRT.
           OPEN INPUT CARTEI.
           IF FS-CARTEI EQUAL "00"
              PERFORM COPIA-OU-MARCA UNTIL FIM-CRT EQUAL "SIM"
              CLOSE CARTEI
           END-IF.
           CLOSE CARTEIN.
           OPEN INPUT CARTEIN.
           OPEN OUTPUT CARTEI.
           MOVE "NAO" TO FIM-CRT.
           PERFORM COPIA-CARTEIN UNTIL FIM-CRT EQUAL "SIM".
           MOVE 1 TO IDX-E.
           PERFORM GRAVA-CARTAO-NOVO UNTIL IDX-E GREATER THAN QTD-RES.
           CLOSE CARTEIN CARTEI.

       COPIA-OU-MARCA.
           READ CARTEI AT END MOVE "SIM" TO FIM-CRT.
           IF FIM-CRT NOT EQUAL "SIM"
              IF CARTAO-ATIVO
                 PERFORM MARCA-CARTAO-ANTERIOR
              END-IF
              WRITE REG-CARTEIN FROM REG-CARTEI
           END-IF.

       MARCA-CARTAO-ANTERIOR.
           MOVE "N" TO TEM-RESULTADO.
           SET IDX-RES TO 1.
           SEARCH RES-ITEM
              AT END CONTINUE
              WHEN SOCIO-RES-TAB(IDX-RES) EQUAL NUMERO-SOCIO-CRT
                 MOVE "S" TO TEM-RESULTADO
           END-SEARCH.
           IF TEM-RESULTADO EQUAL "S"
              MOVE DATA-PROCESSO TO DATA-SITUACAO-CRT
              IF RESULT-RES-TAB(IDX-RES) EQUAL "E"
                 IF SOCIO-SEGVIA EQUAL ZEROES
                    MOVE "S" TO SITUACAO-CRT
                    ADD 1 TO CT-SUBST
                 ELSE
                    MOVE "P" TO SITUACAO-CRT
                    ADD 1 TO CT-PERDIDOS
                 END-IF
              ELSE
                 MOVE "B" TO SITUACAO-CRT
                 ADD 1 TO CT-CRT-BLOQ
              END-IF
           ELSE
              IF SOCIO-SEGVIA EQUAL ZEROES
                 MOVE DATA-PROCESSO TO DATA-SITUACAO-CRT
                 MOVE "B" TO SITUACAO-CRT
                 ADD 1 TO CT-CRT-BLOQ
              END-IF
           END-IF.

       COPIA-CARTEIN.
           READ CARTEIN AT END MOVE "SIM" TO FIM-CRT.
           IF FIM-CRT NOT EQUAL "SIM"
              WRITE REG-CARTEI FROM REG-CARTEIN
           END-IF.

       GRAVA-CARTAO-NOVO.
           IF RESULT-RES-TAB(IDX-E) EQUAL "E"
              MOVE CARTAO-RES-TAB(IDX-E)  TO NUMERO-CRT
              MOVE SOCIO-RES-TAB(IDX-E)   TO NUMERO-SOCIO-CRT
              MOVE NOME-RES-TAB(IDX-E)    TO NOME-CRT
              MOVE CAT-RES-TAB(IDX-E)     TO CATEGORIA-CRT
              MOVE TITULAR-RES-TAB(IDX-E) TO TITULAR-CRT
              MOVE DATA-PROCESSO          TO EMISSAO-CRT
              MOVE VALIDADE-REF           TO VALIDADE-CRT
              MOVE "A"                    TO SITUACAO-CRT
              MOVE DATA-PROCESSO          TO DATA-SITUACAO-CRT
              WRITE REG-CARTEI
           END-IF.
           ADD 1 TO IDX-E.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER OR EQUAL 34
              PERFORM CABECALHO
           END-IF.
           MOVE LIMITE-MESES TO QTD-LIM.
           WRITE REG-REL FROM TOTAL-LIM AFTER ADVANCING 2 LINE.
           MOVE CT-LIDOS     TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 1 LINE.
           MOVE CT-EMITIDOS  TO QTD-EMI.
           WRITE REG-REL FROM TOTAL-EMI AFTER ADVANCING 1 LINE.
           MOVE CT-EXCECOES  TO QTD-EXC.
           WRITE REG-REL FROM TOTAL-EXC AFTER ADVANCING 1 LINE.
           MOVE CT-SUBST     TO QTD-SUB.
           WRITE REG-REL FROM TOTAL-SUB AFTER ADVANCING 1 LINE.
           MOVE CT-PERDIDOS  TO QTD-PER.
           WRITE REG-REL FROM TOTAL-PER AFTER ADVANCING 1 LINE.
           MOVE CT-CRT-BLOQ  TO QTD-BLQ.
           WRITE REG-REL FROM TOTAL-BLQ AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CADSOC1 CARTOES RELCRT.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01CRT: " CT-EMITIDOS " CARTEIRINHA(S) EMITIDA(S) "
                   "EM CARTOES.txt, " CT-EXCECOES " SOCIO(S) SEM "
                   "CARTEIRINHA - VER RELCRT.txt.".
           IF CT-LIDOS EQUAL ZEROES
              IF SOCIO-SEGVIA NOT EQUAL ZEROES
                 DISPLAY "EX01CRT: SOCIO " SOCIO-SEGVIA " NAO "
                         "ENCONTRADO EM CADSOC1 - SEGUNDA VIA NAO "
                         "EMITIDA."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "EX01CRT: CADSOC1.DAT VAZIO - NADA FOI "
                         "PROCESSADO."
                 PERFORM GRAVA-JOBLOG-ERRO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01CRT "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-EMITIDOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01CRT "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-EMITIDOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
