       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTADEV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    DEVOLUCAO DE MERCADORIA. O NOTACAN SO CANCELA A
      *            NOTA INTEIRA; QUANDO O CLIENTE DEVOLVE PARTE DA
      *            MERCADORIA SEMANAS DEPOIS NAO HAVIA COMO REGISTRAR.
      *            ESTA RODADA RECEBE PELO ACCEPT A NOTA FISCAL DE
      *            ORIGEM, O MOTIVO E, PRODUTO A PRODUTO, A QUANTIDADE
      *            DEVOLVIDA (CODIGO ZEROS ENCERRA), LIMITADA AO QUE
      *            A NOTA VENDEU MENOS O QUE JA VOLTOU EM DEVOLUCOES
      *            ANTERIORES. COM PELO MENOS UM PRODUTO ACEITO:
      *            - EMITE A NOTA DE DEVOLUCAO, COM NUMERO PROPRIO
      *              (O MAIOR DO DEVNOTA.DAT MAIS UM), ANEXADA AO
      *              DEVNOTA.DAT E IMPRESSA EM RELDEV;
      *            - DEVOLVE AS QUANTIDADES AO ESTOQUE PELO RAZAO
      *              MOVEST (DEVOLUCAO "D", DOCUMENTO = NOTA DE
      *              ORIGEM, COMO O NOTACAN - UM CANCELAMENTO
      *              POSTERIOR SO DEVOLVE O QUE AINDA NAO VOLTOU);
      *            - CREDITA O TITULO DA NOTA NO CONTASAR.DAT: O
      *              VALOR DO TITULO CAI PELO TOTAL DEVOLVIDO E, SE O
      *              CLIENTE JA TINHA PAGO MAIS DO QUE SOBROU, O
      *              TITULO FICA "R" (CREDITO A DEVOLVER). O NOTAAR,
      *              QUE REGRAVA O CONTASAR, DESCONTA AS MESMAS
      *              DEVOLUCOES DO DEVNOTA.DAT.
      *            NOTA CANCELADA OU INEXISTENTE NAO ACEITA
      *            DEVOLUCAO (RETURN-CODE 12); PRODUTO RECUSADO NA
      *            DIGITACAO DEIXA O RETURN-CODE EM 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTFISSL.

           COPY ITENOTSL.

           COPY DEVNOTSL.

           COPY CTASARSL.

           COPY PRODUTSL.

           COPY MOVESTSL.

            SELECT CONTASARN ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RELDEV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY NOTFISFD.

       COPY ITENOTFD.

       COPY DEVNOTFD.

       COPY CTASARFD.

       COPY PRODUTFD.

       COPY MOVESTFD.

       FD  CONTASARN
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "CONTASAN.DAT".
       01  REGCONTAN           PIC X(56).

       FD  RELDEV
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELDEV.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY NOTFISWS.
       COPY ITENOTWS.
       COPY DEVNOTWS.
       COPY CTASARWS.
       COPY PRODUTWS.
       COPY MOVESTWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-DIGITACAO PIC X(03) VALUE "NAO".
       77  ACHOU         PIC X(03) VALUE "NAO".
       77  ACHOU-TITULO  PIC X(03) VALUE "NAO".
       77  NOTA-INF      PIC 9(06) VALUE ZEROES.
       77  MOTIVO-INF    PIC X(30) VALUE SPACES.
       77  CODPROD-INF   PIC 9(05) VALUE ZEROES.
       77  QTD-INF       PIC 9(05) VALUE ZEROES.
       77  DATA-HOJE     PIC 9(08) VALUE ZEROES.
       77  DATA-NOTA     PIC 9(08) VALUE ZEROES.
       77  CPF-NOTA      PIC 9(11) VALUE ZEROES.
       77  DOC-NOTA      PIC X(10) VALUE SPACES.
       77  ULTIMA-DEV    PIC 9(06) VALUE ZEROES.
       77  QTD-ITN       PIC 9(03) VALUE ZEROES.
       77  ITN-DEMAIS    PIC X(01) VALUE "N".
       77  CT-DEVOLVIDOS PIC 9(03) VALUE ZEROES.
       77  CT-RECUSADOS  PIC 9(03) VALUE ZEROES.
       77  CT-SEM-CADASTRO PIC 9(03) VALUE ZEROES.
       77  TOTAL-DEV     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-LINHA-DEV PIC 9(09)V9(02) VALUE ZEROES.
       77  CREDITO-CLI   PIC 9(09)V9(02) VALUE ZEROES.
       77  SALDO-TIT     PIC 9(09)V9(02) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.

      *PRODUTOS DA NOTA DE ORIGEM: O QUE AINDA PODE VOLTAR (VENDIDO
      *MENOS DEVOLUCOES ANTERIORES) E O QUE VOLTA NESTA DEVOLUCAO.
      *PRODUTO EM MAIS DE UMA LINHA DA NOTA E SOMADO NUMA ENTRADA SO,
      *PELO VALOR UNITARIO DA PRIMEIRA LINHA.
       01  TAB-ITENS-NOTA.
           02 ITN-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-ITN
                 INDEXED BY IDX-ITN.
              03 COD-ITN-TAB     PIC 9(05).
              03 DESC-ITN-TAB    PIC X(20).
              03 VALUNIT-ITN-TAB PIC 9(07)V9(02).
              03 SALDO-ITN-TAB   PIC S9(07).
              03 DEVOLVER-ITN-TAB PIC 9(05).

       01 HIST-DEV.
           02 FILLER       PIC X(18) VALUE "NOTA DE DEVOLUCAO ".
           02 NUM-HIST-DEV PIC 9(06).
           02 FILLER       PIC X(06) VALUE SPACES.

       01 CAB-DEV-1.
           02 FILLER       PIC X(21) VALUE "NOTA DE DEVOLUCAO NR ".
           02 NUM-DEV-REL  PIC 9(06).
           02 FILLER       PIC X(10) VALUE SPACES.
           02 FILLER       PIC X(05) VALUE "DATA ".
           02 DIA-DEV-REL  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-DEV-REL  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-DEV-REL  PIC 9999.
           02 FILLER       PIC X(28) VALUE SPACES.

       01 CAB-DEV-2.
           02 FILLER       PIC X(22) VALUE "NOTA FISCAL DE ORIGEM ".
           02 NOTA-REL     PIC 9(06).
           02 FILLER       PIC X(12) VALUE " EMITIDA EM ".
           02 DIA-NOTA-REL PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-NOTA-REL PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-NOTA-REL PIC 9999.
           02 FILLER       PIC X(06) VALUE "  CPF ".
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(13) VALUE SPACES.

       01 CAB-DEV-3.
           02 FILLER       PIC X(08) VALUE "MOTIVO: ".
           02 MOTIVO-REL   PIC X(30).
           02 FILLER       PIC X(42) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER    PIC X(40) VALUE
              "  PRODUTO DESCRICAO              QTDE.  ".
           02 FILLER    PIC X(40) VALUE
              "    VALOR UNIT.       VALOR TOTAL       ".

       01 DETALHE.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 COD-REL      PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESC-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-REL      PIC ZZZZ9.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 UNIT-REL     PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 TOT-ITEM-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(10) VALUE SPACES.

       01 TOTAL-DEV-LIN.
           02 FILLER    PIC X(29) VALUE "Total devolvido.........R$: ".
           02 TOT-DEV-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(37) VALUE SPACES.

       01 LINHA-TITULO.
           02 FILLER    PIC X(29) VALUE "Saldo do titulo.........R$: ".
           02 SALDO-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(37) VALUE SPACES.

       01 LINHA-CREDITO.
           02 FILLER    PIC X(29) VALUE "Credito a devolver......R$: ".
           02 CRED-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(37) VALUE SPACES.

       01 LINHA-SEM-TITULO.
           02 FILLER    PIC X(40) VALUE
              "TITULO DA NOTA FORA DO CONTASAR.DAT - O ".
           02 FILLER    PIC X(40) VALUE
              "CREDITO ENTRA NA PROXIMA RODADA NOTAAR. ".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-PRODUTOS.
           IF PRODUTOS-LIDO NOT EQUAL "S" OR PRD-DEMAIS EQUAL "S"
              DISPLAY "NOTADEV: PRODUTOS.DAT AUSENTE OU MAIOR QUE A "
                      "TABELA - O ESTOQUE NAO PODERIA VOLTAR. NADA "
                      "FOI ALTERADO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOCALIZA-NOTA.
           PERFORM CARREGA-ITENS-NOTA.
           PERFORM APURA-DEVOLVIDO.
           PERFORM RECEBE-ITEM UNTIL FIM-DIGITACAO EQUAL "SIM".
           IF CT-DEVOLVIDOS EQUAL ZEROES
              DISPLAY "NOTADEV: NENHUM PRODUTO ACEITO - NADA FOI "
                      "ALTERADO."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM EMITE-DEVOLUCAO.
           PERFORM DEVOLVE-ESTOQUE.
           PERFORM CREDITA-TITULO.
           PERFORM IMPRIME-DEVOLUCAO.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "NUMERO DA NOTA FISCAL DE ORIGEM.....: ".
           ACCEPT NOTA-INF.
           DISPLAY "MOTIVO DA DEVOLUCAO.................: ".
           ACCEPT MOTIVO-INF.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE NOTA-INF TO DOC-NOTA.

      *SO NOTA ATIVA ACEITA DEVOLUCAO - A CANCELADA JA DEVOLVEU
      *TUDO NO NOTACAN.
       LOCALIZA-NOTA.
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL "00"
              DISPLAY "NOTADEV: NOTAS.DAT AUSENTE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-NOTA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE NOTAS.
           IF ACHOU NOT EQUAL "SIM"
              DISPLAY "NOTADEV: NOTA " NOTA-INF " NAO ENCONTRADA "
                      "ATIVA - NADA FOI ALTERADO."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-NOTA.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMNOTA EQUAL NOTA-INF AND NOTA-ATIVA
                 MOVE "SIM"    TO ACHOU
                 MOVE DATANOTA TO DATA-NOTA
                 MOVE CPFNOTA  TO CPF-NOTA
              END-IF
           END-IF.

       CARREGA-ITENS-NOTA.
           OPEN INPUT ITEMNOTA.
           IF FS-ITEMNOTA NOT EQUAL "00"
              DISPLAY "NOTADEV: ITEMNOTA.DAT AUSENTE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-ITEM-NOTA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ITEMNOTA.
           IF ITN-DEMAIS EQUAL "S"
              DISPLAY "NOTADEV: NOTA COM MAIS DE 99 PRODUTOS - A "
                      "TABELA NAO COMPORTA. NADA FOI ALTERADO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ITEM-NOTA.
           READ ITEMNOTA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMNOTAITEM EQUAL NOTA-INF
                 PERFORM ACUMULA-ITEM-NOTA
              END-IF
           END-IF.

       ACUMULA-ITEM-NOTA.
           SET IDX-ITN TO 1.
           SEARCH ITN-ITEM
              AT END
                 IF QTD-ITN LESS THAN 99
                    ADD 1 TO QTD-ITN
                    MOVE CODPRODITEM TO COD-ITN-TAB(QTD-ITN)
                    MOVE DESCITEM    TO DESC-ITN-TAB(QTD-ITN)
                    MOVE VALUNITITEM TO VALUNIT-ITN-TAB(QTD-ITN)
                    MOVE QTDITEM     TO SALDO-ITN-TAB(QTD-ITN)
                    MOVE ZEROES      TO DEVOLVER-ITN-TAB(QTD-ITN)
                 ELSE
                    MOVE "S" TO ITN-DEMAIS
                 END-IF
              WHEN COD-ITN-TAB(IDX-ITN) EQUAL CODPRODITEM
                 ADD QTDITEM TO SALDO-ITN-TAB(IDX-ITN)
           END-SEARCH.

      *DEVOLUCOES ANTERIORES DA MESMA NOTA SAEM DO QUE AINDA PODE
      *VOLTAR; O MAIOR NUMERO DO ARQUIVO DA O NUMERO DA NOVA.
       APURA-DEVOLVIDO.
           OPEN INPUT DEVNOTA.
           IF FS-DEVNOTA EQUAL "00"
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-DEVNOTA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE DEVNOTA
           END-IF.
           ADD 1 TO ULTIMA-DEV.

       LER-DEVNOTA.
           READ DEVNOTA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMDEV GREATER THAN ULTIMA-DEV
                 MOVE NUMDEV TO ULTIMA-DEV
              END-IF
              IF NUMNOTADEV EQUAL NOTA-INF
                 SET IDX-ITN TO 1
                 SEARCH ITN-ITEM
                    AT END CONTINUE
                    WHEN COD-ITN-TAB(IDX-ITN) EQUAL CODPRODDEV
                       SUBTRACT QTDDEV FROM SALDO-ITN-TAB(IDX-ITN)
                 END-SEARCH
              END-IF
           END-IF.

      *UM PRODUTO POR VEZ; CODIGO ZEROS ENCERRA A DIGITACAO. O MESMO
      *PRODUTO DIGITADO DE NOVO SOMA NA QUANTIDADE A DEVOLVER.
       RECEBE-ITEM.
           DISPLAY "PRODUTO DEVOLVIDO (ZEROS = FIM).....: ".
           ACCEPT CODPROD-INF.
           IF CODPROD-INF EQUAL ZEROES
              MOVE "SIM" TO FIM-DIGITACAO
           ELSE
              DISPLAY "QUANTIDADE DEVOLVIDA................: "
              ACCEPT QTD-INF
              PERFORM CONFERE-ITEM
           END-IF.

       CONFERE-ITEM.
           SET IDX-ITN TO 1.
           SEARCH ITN-ITEM
              AT END
                 DISPLAY "NOTADEV: PRODUTO " CODPROD-INF " NAO "
                         "CONSTA DA NOTA - RECUSADO."
                 ADD 1 TO CT-RECUSADOS
              WHEN COD-ITN-TAB(IDX-ITN) EQUAL CODPROD-INF
                 IF QTD-INF EQUAL ZEROES OR
                    QTD-INF + DEVOLVER-ITN-TAB(IDX-ITN) GREATER
                    SALDO-ITN-TAB(IDX-ITN)
                    DISPLAY "NOTADEV: PRODUTO " CODPROD-INF
                            " - QUANTIDADE ACIMA DO QUE A NOTA "
                            "AINDA PODE DEVOLVER - RECUSADO."
                    ADD 1 TO CT-RECUSADOS
                 ELSE
                    IF DEVOLVER-ITN-TAB(IDX-ITN) EQUAL ZEROES
                       ADD 1 TO CT-DEVOLVIDOS
                    END-IF
                    ADD QTD-INF TO DEVOLVER-ITN-TAB(IDX-ITN)
                 END-IF
           END-SEARCH.

       EMITE-DEVOLUCAO.
           OPEN EXTEND DEVNOTA.
           IF FS-DEVNOTA NOT EQUAL "00"
              OPEN OUTPUT DEVNOTA
           END-IF.
           MOVE 1 TO IDX-I.
           PERFORM GRAVA-LINHA-DEV UNTIL IDX-I GREATER THAN QTD-ITN.
           CLOSE DEVNOTA.
           DISPLAY "NOTADEV: NOTA DE DEVOLUCAO " ULTIMA-DEV
                   " EMITIDA PARA A NOTA " NOTA-INF ".".

       GRAVA-LINHA-DEV.
           IF DEVOLVER-ITN-TAB(IDX-I) GREATER THAN ZEROES
              COMPUTE TOTAL-LINHA-DEV = DEVOLVER-ITN-TAB(IDX-I) *
                      VALUNIT-ITN-TAB(IDX-I)
              ADD TOTAL-LINHA-DEV TO TOTAL-DEV
              MOVE ULTIMA-DEV              TO NUMDEV
              MOVE NOTA-INF                TO NUMNOTADEV
              MOVE DATA-HOJE               TO DATADEV
              MOVE CPF-NOTA                TO CPFDEV
              MOVE COD-ITN-TAB(IDX-I)      TO CODPRODDEV
              MOVE DEVOLVER-ITN-TAB(IDX-I) TO QTDDEV
              MOVE VALUNIT-ITN-TAB(IDX-I)  TO VALUNITDEV
              MOVE TOTAL-LINHA-DEV         TO TOTALDEV
              MOVE MOTIVO-INF              TO MOTIVODEV
              WRITE REGDEVNOTA
           END-IF.
           ADD 1 TO IDX-I.

      *A MERCADORIA VOLTA COMO DEVOLUCAO NO RAZAO, COM A NOTA DE
      *ORIGEM NO DOCUMENTO. PRODUTO QUE SAIU DO CADASTRO DEPOIS DA
      *NOTA NAO TEM ONDE VOLTAR E E AVISADO (RETURN-CODE 4).
       DEVOLVE-ESTOQUE.
           MOVE ULTIMA-DEV TO NUM-HIST-DEV.
           PERFORM ABRE-MOVEST.
           MOVE 1 TO IDX-I.
           PERFORM DEVOLVE-PRODUTO UNTIL IDX-I GREATER THAN QTD-ITN.
           CLOSE MOVEST.
           PERFORM GRAVA-PRODUTOS.
           DISPLAY "NOTADEV: " CT-MOVIMENTOS " DEVOLUCAO(OES) "
                   "LANCADA(S) NO ESTOQUE.".

       DEVOLVE-PRODUTO.
           IF DEVOLVER-ITN-TAB(IDX-I) GREATER THAN ZEROES
              MOVE COD-ITN-TAB(IDX-I) TO CODPROD-PROCURA
              PERFORM PROCURA-PRODUTO
              IF ACHOU-PROD EQUAL "S"
                 MOVE DATA-HOJE               TO DATA-LANCAR
                 MOVE "D"                     TO TIPO-LANCAR
                 MOVE "+"                     TO SENTIDO-LANCAR
                 MOVE DEVOLVER-ITN-TAB(IDX-I) TO QTD-LANCAR
                 MOVE DOC-NOTA                TO DOC-LANCAR
                 MOVE HIST-DEV                TO HIST-LANCAR
                 MOVE "NOTADEV"               TO PROGRAMA-LANCAR
                 PERFORM LANCA-MOVIMENTO
              ELSE
                 ADD 1 TO CT-SEM-CADASTRO
                 DISPLAY "NOTADEV: PRODUTO " COD-ITN-TAB(IDX-I)
                         " FORA DO CADASTRO - ESTOQUE NAO VOLTOU."
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           ADD 1 TO IDX-I.

      *O TITULO DA NOTA PERDE O VALOR DEVOLVIDO (COPIA-E-SUBSTITUI
      *CONTASAR -> CONTASAN -> CONTASAR). RECEBIDO ACIMA DO QUE
      *SOBROU VIRA CREDITO A DEVOLVER ("R"). SEM O TITULO (NOTA
      *AINDA NAO PASSOU PELO NOTAAR) O CREDITO ENTRA NA PROXIMA
      *RODADA DO NOTAAR, QUE LE O DEVNOTA.DAT.
       CREDITA-TITULO.
           OPEN INPUT CONTASAR.
           IF FS-CONTASAR EQUAL "00"
              OPEN OUTPUT CONTASARN
              MOVE "NAO" TO FIM-ARQ
              PERFORM COPIA-OU-CREDITA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CONTASAR CONTASARN
              IF ACHOU-TITULO EQUAL "SIM"
                 PERFORM SUBSTITUI-CONTASAR
              END-IF
           END-IF.

       COPIA-OU-CREDITA.
           READ CONTASAR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMNOTACR EQUAL NOTA-INF
                 MOVE "SIM" TO ACHOU-TITULO
                 PERFORM CREDITA-DEVOLUCAO
              END-IF
              WRITE REGCONTAN FROM REGCONTA
           END-IF.

       CREDITA-DEVOLUCAO.
           IF VALORCR GREATER THAN TOTAL-DEV
              SUBTRACT TOTAL-DEV FROM VALORCR
           ELSE
              MOVE ZEROES TO VALORCR
           END-IF.
           MOVE ZEROES TO SALDO-TIT CREDITO-CLI.
           IF RECEBIDOCR GREATER THAN VALORCR
              MOVE "R" TO SITUACAOCR
              COMPUTE CREDITO-CLI = RECEBIDOCR - VALORCR
           ELSE
              IF RECEBIDOCR EQUAL VALORCR
                 MOVE "P" TO SITUACAOCR
              ELSE
                 MOVE "A" TO SITUACAOCR
                 COMPUTE SALDO-TIT = VALORCR - RECEBIDOCR
              END-IF
           END-IF.

       SUBSTITUI-CONTASAR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CONTASARN
                OUTPUT CONTASAR.
           PERFORM COPIA-CONTASARN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CONTASARN CONTASAR.

       COPIA-CONTASARN.
           READ CONTASARN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REGCONTA FROM REGCONTAN
           END-IF.

       IMPRIME-DEVOLUCAO.
           OPEN OUTPUT RELDEV.
           MOVE ULTIMA-DEV      TO NUM-DEV-REL.
           MOVE DATA-HOJE(7:2)  TO DIA-DEV-REL.
           MOVE DATA-HOJE(5:2)  TO MES-DEV-REL.
           MOVE DATA-HOJE(1:4)  TO ANO-DEV-REL.
           WRITE REG-REL FROM CAB-DEV-1 AFTER ADVANCING 1 LINE.
           MOVE NOTA-INF        TO NOTA-REL.
           MOVE DATA-NOTA(7:2)  TO DIA-NOTA-REL.
           MOVE DATA-NOTA(5:2)  TO MES-NOTA-REL.
           MOVE DATA-NOTA(1:4)  TO ANO-NOTA-REL.
           MOVE CPF-NOTA        TO CPF-REL.
           WRITE REG-REL FROM CAB-DEV-2 AFTER ADVANCING 1 LINE.
           MOVE MOTIVO-INF      TO MOTIVO-REL.
           WRITE REG-REL FROM CAB-DEV-3 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-LINHA-DEV UNTIL IDX-I GREATER THAN QTD-ITN.
           MOVE TOTAL-DEV TO TOT-DEV-REL.
           WRITE REG-REL FROM TOTAL-DEV-LIN AFTER ADVANCING 2 LINE.
           IF ACHOU-TITULO EQUAL "SIM"
              MOVE SALDO-TIT TO SALDO-REL
              WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING 1 LINE
              IF CREDITO-CLI GREATER THAN ZEROES
                 MOVE CREDITO-CLI TO CRED-REL
                 WRITE REG-REL FROM LINHA-CREDITO
                       AFTER ADVANCING 1 LINE
              END-IF
           ELSE
              WRITE REG-REL FROM LINHA-SEM-TITULO
                    AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE RELDEV.

       IMPRIME-LINHA-DEV.
           IF DEVOLVER-ITN-TAB(IDX-I) GREATER THAN ZEROES
              MOVE COD-ITN-TAB(IDX-I)      TO COD-REL
              MOVE DESC-ITN-TAB(IDX-I)     TO DESC-REL
              MOVE DEVOLVER-ITN-TAB(IDX-I) TO QTD-REL
              MOVE VALUNIT-ITN-TAB(IDX-I)  TO UNIT-REL
              COMPUTE TOT-ITEM-REL = DEVOLVER-ITN-TAB(IDX-I) *
                      VALUNIT-ITN-TAB(IDX-I)
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-I.

       FIM.
           IF CT-RECUSADOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF ACHOU-TITULO NOT EQUAL "SIM"
              DISPLAY "NOTADEV: TITULO DA NOTA FORA DO CONTASAR.DAT - "
                      "CREDITO NA PROXIMA RODADA DO NOTAAR."
           END-IF.

       COPY PRODUTPD.

       COPY MOVESTPD.
