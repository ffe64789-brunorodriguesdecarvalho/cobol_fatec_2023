       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPGPAG.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RODADA DE PAGAMENTO DO CONTAS A PAGAR. RECEBE A
      *            DATA LIMITE PELO ACCEPT (ZEROS = A DATA DE
      *            PROCESSAMENTO) E, PARA CADA TITULO ABERTO DO
      *            CTASPAG VENCIDO ATE ELA:
      *            - FOLHA NORMAL ("FOL"): E PAGA PELA REMESSA
      *              SALARIAL DO FOLHAREM, NUNCA POR ESTE ARQUIVO. O
      *              TITULO SO E DADO COMO PAGO QUANDO O SALREM.DAT
      *              TEM O CREDITO DA MESMA MATRICULA COM O MESMO
      *              VALOR, COM A DATA DO HEADER DA REMESSA; SEM O
      *              CREDITO (VENDEDOR RETIDO OU SEM CONTA NO
      *              FOLHAREM, OU REMESSA AINDA NAO GERADA) FICA
      *              ABERTO E SAI COMO AGUARDANDO;
      *            - DEMAIS ORIGENS: FAVORECIDO ATIVO COM BANCO,
      *              AGENCIA E CONTA ENTRA NO ARQUIVO DE PAGAMENTO
      *              (REMPAG.DAT) E O TITULO E MARCADO "P" COM A DATA
      *              DE PROCESSAMENTO; SEM DADOS BANCARIOS OU
      *              FAVORECIDO INATIVO, FICA RETIDO (ABERTO).
      *            O REMPAG SEGUE O LAYOUT FIXO DO SALREM (80
      *            POSICOES): "0" HEADER COM A DATA, "1" DETALHE
      *            (TITULO, NOME, VALOR, BANCO, AGENCIA, CONTA,
      *            CPF/CNPJ), "9" TRAILER COM QUANTIDADE E TOTAL. COMO
      *            O SALREM, E REFEITO A CADA RODADA - TRANSMITIR AO
      *            BANCO ANTES DA PROXIMA. O CTASPAG E REGRAVADO PELO
      *            ESQUEMA COPIA-E-SUBSTITUI (CTASPAG -> CTASPAGN ->
      *            CTASPAG). O PROTOCOLO SAI EM RELCPP. SEM CTASPAG,
      *            RETURN-CODE 12; TITULO RETIDO OU AGUARDANDO, 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FAVORESL.

           COPY CTAPAGSL.

           COPY DATPRCSL.

           SELECT CTASPAGN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALREM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALREM.

           SELECT REMPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELCPP ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY FAVOREFD.

       COPY CTAPAGFD.

       COPY DATPRCFD.

       FD  CTASPAGN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTASPAGN.DAT".
       01  REG-CTASPAGN    PIC X(101).

      *REMESSA SALARIAL DO FOLHAREM (HEADER "0", DETALHE "1",
      *TRAILER "9").
       FD  SALREM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALREM.DAT".
       01  REG-SALREM.
           02 TIPO-SRM        PIC X(01).
           02 MATRICULA-SRM   PIC 9(06).
           02 NOME-SRM        PIC X(30).
           02 VALOR-SRM       PIC 9(09)V9(02).
           02 FILLER          PIC X(32).
       01  REG-SALREM-HEADER.
           02 FILLER          PIC X(01).
           02 DATA-SRM        PIC 9(08).
           02 FILLER          PIC X(71).

       FD  REMPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMPAG.DAT".
       01  REG-REMPAG       PIC X(80).

       FD  RELCPP
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCPP.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FAVOREWS.
       COPY CTAPAGWS.
       COPY DATPRCWS.
       77  FS-SALREM     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-LIMITE   PIC 9(08) VALUE ZEROES.
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  DATA-REMESSA-SAL PIC 9(08) VALUE ZEROES.
       77  DATA-DMA      PIC 9(08) VALUE ZEROES.
       77  DATA-FORMATA  PIC 9(08) VALUE ZEROES.
       77  QTD-FAV       PIC 9(03) VALUE ZEROES.
       77  QTD-SAL       PIC 9(03) VALUE ZEROES.
       77  IDX-ACHADO    PIC 9(03) VALUE ZEROES.
       77  SAL-DEMAIS    PIC X(01) VALUE "N".
       77  MAT-PROCURA   PIC 9(06) VALUE ZEROES.
       77  CT-PAGOS      PIC 9(05) VALUE ZEROES.
       77  CT-BAIXA-FOLHA PIC 9(05) VALUE ZEROES.
       77  CT-RETIDOS    PIC 9(05) VALUE ZEROES.
       77  CT-AGUARDANDO PIC 9(05) VALUE ZEROES.
       77  TOTAL-REMESSA PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-FOLHA   PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-RETIDO  PIC 9(11)V9(02) VALUE ZEROES.

      *FAVORECIDOS COM OS DADOS BANCARIOS.
       01  TAB-FAVORECIDOS.
           02 FAV-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-FAV
                 INDEXED BY IDX-FAV.
              03 COD-FAV-TAB    PIC 9(05).
              03 REF-FAV-TAB    PIC X(20).
              03 NOME-FAV-TAB   PIC X(30).
              03 DOCTO-FAV-TAB  PIC 9(14).
              03 BANCO-FAV-TAB  PIC 9(03).
              03 AGENCIA-FAV-TAB PIC 9(05).
              03 CONTA-FAV-TAB  PIC X(12).
              03 SIT-FAV-TAB    PIC X(01).

      *CREDITOS DA REMESSA SALARIAL. USADO-SAL-TAB EVITA BAIXAR DOIS
      *TITULOS COM O MESMO CREDITO.
       01  TAB-SALREM.
           02 SAL-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-SAL
                 INDEXED BY IDX-SAL.
              03 MAT-SAL-TAB    PIC 9(06).
              03 VALOR-SAL-TAB  PIC 9(09)V9(02).
              03 USADO-SAL-TAB  PIC X(01).

       01 REM-HEADER.
           02 FILLER          PIC X(01) VALUE "0".
           02 HEADER-DATA     PIC 9(08).
           02 FILLER          PIC X(21) VALUE "REMESSA PAGAMENTOS   ".
           02 FILLER          PIC X(50) VALUE SPACES.

       01 REM-DETALHE.
           02 FILLER          PIC X(01) VALUE "1".
           02 DET-TITULO      PIC 9(07).
           02 DET-NOME        PIC X(27).
           02 DET-VALOR       PIC 9(09)V9(02).
           02 DET-BANCO       PIC 9(03).
           02 DET-AGENCIA     PIC 9(05).
           02 DET-CONTA       PIC X(12).
           02 DET-DOCTO       PIC 9(14).

       01 REM-TRAILER.
           02 FILLER          PIC X(01) VALUE "9".
           02 TRL-QTD         PIC 9(06).
           02 TRL-TOTAL       PIC 9(11)V9(02).
           02 FILLER          PIC X(60) VALUE SPACES.

       01 CAB-TITULO.
           02 FILLER       PIC X(38) VALUE
              "CONTAS A PAGAR - RODADA DE PAGAMENTO  ".
           02 FILLER       PIC X(14) VALUE "VENCIDOS ATE: ".
           02 LIMITE-CAB   PIC 99/99/9999.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 LINHA-TITULO.
           02 NUMERO-REL   PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ORIGEM-REL   PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 NOME-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 VENCTO-REL   PIC 99/99/9999.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 VALOR-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 SITUACAO-REL PIC X(22).

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(34).
           02 QTD-TOT      PIC ZZ.ZZ9.
           02 FILLER       PIC X(05) VALUE "  R$ ".
           02 VALOR-TOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CTASPAG CTASPAGN.
           PERFORM SUBSTITUI-CTASPAG.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           DISPLAY "PAGAR VENCIDOS ATE AAAAMMDD (ZEROS = DATA DE "
                   "PROC.): ".
           ACCEPT DATA-LIMITE.
           IF DATA-LIMITE EQUAL ZEROES
              MOVE DATA-SISTEMA TO DATA-LIMITE.
           OPEN INPUT CTASPAG.
           IF FS-CTASPAG NOT EQUAL "00"
              DISPLAY "CPGPAG: CONTAS A PAGAR CTASPAG.DAT AUSENTE - "
                      "NADA A PAGAR."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-FAVORECIDOS.
           PERFORM CARREGA-SALREM.
           OPEN OUTPUT CTASPAGN REMPAG RELCPP.
           MOVE DATA-LIMITE TO DATA-FORMATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA TO LIMITE-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           MOVE DATA-SISTEMA TO HEADER-DATA.
           WRITE REG-REMPAG FROM REM-HEADER.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LEITURA.

       FORMATA-DATA.
           MOVE DATA-FORMATA(7:2) TO DATA-DMA(1:2).
           MOVE DATA-FORMATA(5:2) TO DATA-DMA(3:2).
           MOVE DATA-FORMATA(1:4) TO DATA-DMA(5:4).

       CARREGA-FAVORECIDOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FAVOREC.
           IF FS-FAVOREC EQUAL "00"
              PERFORM LER-FAVOREC UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FAVOREC
           END-IF.

       LER-FAVOREC.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-FAV NOT LESS THAN 500
                 DISPLAY "CPGPAG: MAIS DE 500 FAVORECIDOS - A TABELA "
                         "NAO COMPORTA. RODADA ABORTADA."
                 CLOSE CTASPAG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO QTD-FAV
              MOVE CODIGO-FAV   TO COD-FAV-TAB(QTD-FAV)
              MOVE REF-FAV      TO REF-FAV-TAB(QTD-FAV)
              MOVE NOME-FAV     TO NOME-FAV-TAB(QTD-FAV)
              MOVE DOCTO-FAV    TO DOCTO-FAV-TAB(QTD-FAV)
              MOVE BANCO-FAV    TO BANCO-FAV-TAB(QTD-FAV)
              MOVE AGENCIA-FAV  TO AGENCIA-FAV-TAB(QTD-FAV)
              MOVE CONTA-FAV    TO CONTA-FAV-TAB(QTD-FAV)
              MOVE SITUACAO-FAV TO SIT-FAV-TAB(QTD-FAV)
           END-IF.

      *CREDITOS DA ULTIMA REMESSA SALARIAL, COM A DATA DO HEADER.
      *SEM O SALREM NENHUM TITULO DE FOLHA E BAIXADO.
       CARREGA-SALREM.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT SALREM.
           IF FS-SALREM EQUAL "00"
              PERFORM LER-SALREM UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE SALREM
              IF SAL-DEMAIS EQUAL "S"
                 DISPLAY "CPGPAG: MAIS DE 300 CREDITOS NO SALREM - A "
                         "TABELA NAO COMPORTA. RODADA ABORTADA."
                 CLOSE CTASPAG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LER-SALREM.
           READ SALREM AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF TIPO-SRM EQUAL "0"
                 MOVE DATA-SRM TO DATA-REMESSA-SAL
              END-IF
              IF TIPO-SRM EQUAL "1"
                 IF QTD-SAL LESS THAN 300
                    ADD 1 TO QTD-SAL
                    MOVE MATRICULA-SRM TO MAT-SAL-TAB(QTD-SAL)
                    MOVE VALOR-SRM     TO VALOR-SAL-TAB(QTD-SAL)
                    MOVE "N"           TO USADO-SAL-TAB(QTD-SAL)
                 ELSE
                    MOVE "S" TO SAL-DEMAIS
                 END-IF
              END-IF
           END-IF.

       LEITURA.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF CP-ABERTO AND VENCTO-CP NOT GREATER THAN DATA-LIMITE
              PERFORM ACHA-FAVORECIDO
              IF CP-FOLHA
                 PERFORM BAIXA-FOLHA
              ELSE
                 PERFORM PAGA-TITULO
              END-IF
           END-IF.
           WRITE REG-CTASPAGN FROM REG-CTASPAG.
           PERFORM LEITURA.

       ACHA-FAVORECIDO.
           MOVE ZEROES TO IDX-ACHADO.
           IF QTD-FAV GREATER THAN ZEROES
              SET IDX-FAV TO 1
              SEARCH FAV-ITEM
                 AT END CONTINUE
                 WHEN COD-FAV-TAB(IDX-FAV) EQUAL CODFAV-CP
                    SET IDX-ACHADO TO IDX-FAV
              END-SEARCH
           END-IF.
           MOVE NUMERO-CP TO NUMERO-REL.
           MOVE ORIGEM-CP TO ORIGEM-REL.
           IF IDX-ACHADO EQUAL ZEROES
              MOVE "NAO CADASTRADO" TO NOME-REL
           ELSE
              MOVE NOME-FAV-TAB(IDX-ACHADO) TO NOME-REL
           END-IF.
           MOVE VENCTO-CP TO DATA-FORMATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA  TO VENCTO-REL.
           MOVE VALOR-CP  TO VALOR-REL.

      *FOLHA NORMAL: BAIXA SO PELO CREDITO DA REMESSA SALARIAL DA
      *MESMA MATRICULA (REF-FAV DO VENDEDOR) E DO MESMO VALOR.
       BAIXA-FOLHA.
           MOVE ZEROES TO MAT-PROCURA.
           IF IDX-ACHADO GREATER THAN ZEROES
              IF REF-FAV-TAB(IDX-ACHADO)(1:6) IS NUMERIC
                 MOVE REF-FAV-TAB(IDX-ACHADO)(1:6) TO MAT-PROCURA
              END-IF
           END-IF.
           MOVE "AGUARDA REMESSA SALAR." TO SITUACAO-REL.
           IF QTD-SAL GREATER THAN ZEROES AND
              MAT-PROCURA GREATER THAN ZEROES
              SET IDX-SAL TO 1
              SEARCH SAL-ITEM
                 AT END CONTINUE
                 WHEN MAT-SAL-TAB(IDX-SAL) EQUAL MAT-PROCURA AND
                      VALOR-SAL-TAB(IDX-SAL) EQUAL VALOR-CP AND
                      USADO-SAL-TAB(IDX-SAL) EQUAL "N"
                    MOVE "S" TO USADO-SAL-TAB(IDX-SAL)
                    MOVE "P" TO SITUACAO-CP
                    MOVE DATA-REMESSA-SAL TO DATA-PAGTO-CP
                    MOVE "PAGO NA REMESSA SALAR." TO SITUACAO-REL
              END-SEARCH
           END-IF.
           IF CP-PAGO
              ADD 1 TO CT-BAIXA-FOLHA
              ADD VALOR-CP TO TOTAL-FOLHA
           ELSE
              ADD 1 TO CT-AGUARDANDO
           END-IF.
           WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING 1 LINE.

      *DEMAIS ORIGENS: VAI PARA O REMPAG SE O FAVORECIDO ESTIVER
      *ATIVO E COM OS DADOS BANCARIOS COMPLETOS.
       PAGA-TITULO.
           IF IDX-ACHADO EQUAL ZEROES
              MOVE "RETIDO - SEM CADASTRO" TO SITUACAO-REL
           ELSE
              IF SIT-FAV-TAB(IDX-ACHADO) NOT EQUAL "A"
                 MOVE "RETIDO - FAV. INATIVO" TO SITUACAO-REL
              ELSE
                 IF BANCO-FAV-TAB(IDX-ACHADO) EQUAL ZEROES OR
                    AGENCIA-FAV-TAB(IDX-ACHADO) EQUAL ZEROES OR
                    CONTA-FAV-TAB(IDX-ACHADO) EQUAL SPACES
                    MOVE "RETIDO - SEM CONTA" TO SITUACAO-REL
                 ELSE
                    PERFORM GRAVA-DETALHE
                 END-IF
              END-IF
           END-IF.
           IF NOT CP-PAGO
              ADD 1 TO CT-RETIDOS
              ADD VALOR-CP TO TOTAL-RETIDO
           END-IF.
           WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING 1 LINE.

       GRAVA-DETALHE.
           MOVE NUMERO-CP                  TO DET-TITULO.
           MOVE NOME-FAV-TAB(IDX-ACHADO)   TO DET-NOME.
           MOVE VALOR-CP                   TO DET-VALOR.
           MOVE BANCO-FAV-TAB(IDX-ACHADO)  TO DET-BANCO.
           MOVE AGENCIA-FAV-TAB(IDX-ACHADO) TO DET-AGENCIA.
           MOVE CONTA-FAV-TAB(IDX-ACHADO)  TO DET-CONTA.
           MOVE DOCTO-FAV-TAB(IDX-ACHADO)  TO DET-DOCTO.
           WRITE REG-REMPAG FROM REM-DETALHE.
           MOVE "P"          TO SITUACAO-CP.
           MOVE DATA-SISTEMA TO DATA-PAGTO-CP.
           MOVE "PAGO - REMPAG" TO SITUACAO-REL.
           ADD 1 TO CT-PAGOS.
           ADD VALOR-CP TO TOTAL-REMESSA.

       SUBSTITUI-CTASPAG.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CTASPAGN
                OUTPUT CTASPAG.
           PERFORM COPIA-CTASPAGN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CTASPAGN CTASPAG.

       COPIA-CTASPAGN.
           READ CTASPAGN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-CTASPAG FROM REG-CTASPAGN
           END-IF.

       FIM.
           MOVE CT-PAGOS      TO TRL-QTD.
           MOVE TOTAL-REMESSA TO TRL-TOTAL.
           WRITE REG-REMPAG FROM REM-TRAILER.
           CLOSE REMPAG.
           MOVE "Pagos no REMPAG.................: " TO ROTULO-TOT.
           MOVE CT-PAGOS      TO QTD-TOT.
           MOVE TOTAL-REMESSA TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Folha baixada pela remessa sal..: " TO ROTULO-TOT.
           MOVE CT-BAIXA-FOLHA TO QTD-TOT.
           MOVE TOTAL-FOLHA    TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Retidos (sem conta/cadastro)....: " TO ROTULO-TOT.
           MOVE CT-RETIDOS    TO QTD-TOT.
           MOVE TOTAL-RETIDO  TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           CLOSE RELCPP.
           IF CT-RETIDOS GREATER THAN ZEROES OR
              CT-AGUARDANDO GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CPGPAG: " CT-PAGOS " TITULO(S) NO REMPAG, "
                   CT-BAIXA-FOLHA " BAIXADO(S) PELA REMESSA "
                   "SALARIAL, " CT-RETIDOS " RETIDO(S), "
                   CT-AGUARDANDO " AGUARDANDO.".

       COPY DATPRCPD.
