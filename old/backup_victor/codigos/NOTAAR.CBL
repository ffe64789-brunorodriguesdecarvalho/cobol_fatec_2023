      *            (DIAS-DO-MES-VENC): NOTA EMITIDA DIA 29-31
      *            VENCIA EM DATA INEXISTENTE (31/02) GRAVADA NO
      *            CONTASAR.DAT.
      *15/10/2026 BRC - NOTA COM VARIOS ITENS: O TITULO CONTINUA
      *            SENDO UM POR NOTA, PELO TOTALNOTA DO CABECALHO
      *            (NOTFISFD), QUE JA E A SOMA DE TODOS OS ITENS.
      *15/10/2026 BRC - O REGISTRO DO CONTASAR PASSOU PARA OS MEMBROS
      *            CTASARSL/FD/WS, AGORA QUE O SORT1 TAMBEM LE OS
      *            TITULOS EM ABERTO PARA A CONFERENCIA DE CREDITO.
      *15/10/2026 BRC - DEVOLUCAO DE MERCADORIA (NOTADEV, DEVNOTA.DAT):
      *            O VALOR DO TITULO PASSA A SER O TOTAL DA NOTA MENOS O
      *            QUE FOI DEVOLVIDO. RECEBIDO ACIMA DO VALOR QUE SOBROU
      *            DEIXA O TITULO "R" (CREDITO A DEVOLVER), COM
      *            QUANTIDADE E VALOR EM LINHAS PROPRIAS NO RELAR.
      *15/10/2026 BRC - O REGISTRO DO RECNOTA PASSOU PARA OS MEMBROS
      *            RECNOTSL/FD/WS, AGORA QUE O NOTARET TAMBEM GRAVA
      *            RECEBIMENTOS A PARTIR DO RETORNO DA COBRANCA
      *            BANCARIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTFISSL.

           COPY RECNOTSL.

           COPY CTASARSL.

           COPY DEVNOTSL.

            SELECT RELAR ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY NOTFISFD.

       COPY RECNOTFD.

       COPY CTASARFD.

       COPY DEVNOTFD.

       FD  RELAR
             LABEL RECORD IS OMITTED
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY NOTFISWS.
       COPY CTASARWS.
       COPY DEVNOTWS.
       COPY RECNOTWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-REC       PIC X(03) VALUE "NAO".
       77  QTD-RECS      PIC 9(04) VALUE ZEROES.
       77  RECS-DEMAIS   PIC X(01) VALUE "N".
       77  FIM-DEV       PIC X(03) VALUE "NAO".
       77  QTD-DEVS      PIC 9(04) VALUE ZEROES.
       77  DEVS-DEMAIS   PIC X(01) VALUE "N".
       77  DEVOLVIDO-NOTA PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-CREDITOS   PIC 9(05) VALUE ZEROES.
       77  TOT-CREDITO   PIC 9(11)V9(02) VALUE ZEROES.
       77  CT-NOTAS      PIC 9(07) VALUE ZEROES.
       77  CT-PAGOS      PIC 9(05) VALUE ZEROES.
       77  CT-ABERTOS    PIC 9(05) VALUE ZEROES.
              03 NUMNOTA-REC-TAB PIC 9(06).
              03 VALOR-REC-TAB   PIC 9(09)V9(02).

      *TOTAL DEVOLVIDO POR NOTA (NOTAS DE DEVOLUCAO DO NOTADEV).
       01  TAB-DEVOLUCOES.
           02 DEV-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-DEVS
                 INDEXED BY IDX-DEV.
              03 NUMNOTA-DEV-TAB PIC 9(06).
              03 VALOR-DEV-TAB   PIC 9(09)V9(02).

       01 TOTAL-PAG.
           02 FILLER    PIC X(29) VALUE "Titulos pagos..............: ".
           02 QTD-PAG   PIC ZZZZ9.
           02 VAL-ABE   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(29) VALUE SPACES.

       01 TOTAL-CRE.
           02 FILLER    PIC X(29) VALUE "Titulos com credito........: ".
           02 QTD-CRE   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-VAL-CRE.
           02 FILLER    PIC X(29) VALUE "Credito a devolver......R$: ".
           02 VAL-CRE   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           END-IF.
           OPEN OUTPUT CONTASAR RELAR.
           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM CARREGA-DEVOLUCOES.
           PERFORM LEITURA.

      *RECEBIMENTOS LANCADOS PELA TESOURARIA, SOMADOS POR NOTA.
              END-SEARCH
           END-IF.

      *DEVOLUCOES DE MERCADORIA, SOMADAS POR NOTA DE ORIGEM. SEM
      *DEVNOTA = NADA DEVOLVIDO; ESTOURO DA TABELA ABORTA A RODADA.
       CARREGA-DEVOLUCOES.
           OPEN INPUT DEVNOTA.
           IF FS-DEVNOTA EQUAL "00"
              PERFORM LER-DEVNOTA UNTIL FIM-DEV EQUAL "SIM"
              CLOSE DEVNOTA
           END-IF.
           IF DEVS-DEMAIS EQUAL "S"
              DISPLAY "NOTAAR: MAIS DE 5000 NOTAS COM DEVOLUCAO - "
                      "A TABELA NAO COMPORTA E O CREDITO SAIRIA "
                      "ERRADO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-DEVNOTA.
           READ DEVNOTA AT END MOVE "SIM" TO FIM-DEV.
           IF FIM-DEV NOT EQUAL "SIM"
              SET IDX-DEV TO 1
              SEARCH DEV-ITEM
                 AT END
                    IF QTD-DEVS LESS THAN 5000
                       ADD 1 TO QTD-DEVS
                       MOVE NUMNOTADEV
                            TO NUMNOTA-DEV-TAB(QTD-DEVS)
                       MOVE TOTALDEV TO VALOR-DEV-TAB(QTD-DEVS)
                    ELSE
                       MOVE "S" TO DEVS-DEMAIS
                    END-IF
                 WHEN NUMNOTA-DEV-TAB(IDX-DEV) EQUAL NUMNOTADEV
                    ADD TOTALDEV TO VALOR-DEV-TAB(IDX-DEV)
              END-SEARCH
           END-IF.

       LEITURA.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"

      *UM TITULO POR NOTA: VENCIMENTO 30 DIAS COMERCIAIS APOS A
      *EMISSAO (MES SEGUINTE, MESMO DIA) E SITUACAO CONFORME OS
      *RECEBIMENTOS COBREM OU NAO O TOTAL. O VALOR DO TITULO E O
      *TOTAL DA NOTA MENOS O QUE FOI DEVOLVIDO; RECEBIDO ACIMA DISSO
      *E CREDITO A DEVOLVER AO CLIENTE ("R").
       GRAVA-TITULO.
           MOVE ZEROES TO RECEBIDO-NOTA.
           SET IDX-REC TO 1.
           MOVE DATANOTA  TO DATAEMISCR.
           PERFORM CALCULA-VENCIMENTO.
           MOVE VENC-CALC TO VENCIMENTOCR.
           MOVE ZEROES TO DEVOLVIDO-NOTA.
           SET IDX-DEV TO 1.
           SEARCH DEV-ITEM
              AT END CONTINUE
              WHEN NUMNOTA-DEV-TAB(IDX-DEV) EQUAL NUMNOTA
                 MOVE VALOR-DEV-TAB(IDX-DEV) TO DEVOLVIDO-NOTA
           END-SEARCH.
           IF DEVOLVIDO-NOTA LESS THAN TOTALNOTA
              COMPUTE VALORCR = TOTALNOTA - DEVOLVIDO-NOTA
           ELSE
              MOVE ZEROES TO VALORCR
           END-IF.
           MOVE RECEBIDO-NOTA TO RECEBIDOCR.
           IF RECEBIDO-NOTA GREATER THAN VALORCR
              MOVE "R" TO SITUACAOCR
              ADD 1 TO CT-CREDITOS
              COMPUTE TOT-CREDITO =
                      TOT-CREDITO + RECEBIDO-NOTA - VALORCR
           ELSE
              IF RECEBIDO-NOTA EQUAL VALORCR AND
                 (VALORCR GREATER THAN ZEROES OR
                  DEVOLVIDO-NOTA GREATER THAN ZEROES)
                 MOVE "P" TO SITUACAOCR
                 ADD 1 TO CT-PAGOS
              ELSE
                 MOVE "A" TO SITUACAOCR
                 ADD 1 TO CT-ABERTOS
                 COMPUTE TOT-ABERTO =
                         TOT-ABERTO + VALORCR - RECEBIDO-NOTA
              END-IF
           END-IF.
           WRITE REGCONTA.

           WRITE REG-REL FROM TOTAL-ABE AFTER ADVANCING 1 LINE.
           MOVE TOT-ABERTO TO VAL-ABE.
           WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE.
           MOVE CT-CREDITOS TO QTD-CRE.
           WRITE REG-REL FROM TOTAL-CRE AFTER ADVANCING 1 LINE.
           MOVE TOT-CREDITO TO VAL-CRE.
           WRITE REG-REL FROM TOTAL-VAL-CRE AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE NOTAS CONTASAR RELAR.
