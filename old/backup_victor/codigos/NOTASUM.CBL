      *            POR DIA/CLIENTE NEM NO TOTAL GERAL, E A
      *            QUANTIDADE E O VALOR DAS CANCELADAS SAEM EM
      *            LINHA PROPRIA NO FIM.
      *15/10/2026 BRC - NOTA COM VARIOS ITENS (NOTFISFD/ITENOTFD):
      *            DIA, CLIENTE E TOTAL GERAL SEGUEM PELO TOTAL DA NOTA;
      *            A SECAO POR PRODUTO PASSA A SOMAR OS ITENS DO
      *            ITEMNOTA DAS NOTAS ATIVAS DO PERIODO, EM UNIDADES
      *            VENDIDAS E VALOR DOS ITENS.
      *15/10/2026 BRC - DEVOLUCAO DE MERCADORIA (NOTADEV): AS NOTAS DE
      *            DEVOLUCAO DO PERIODO (DEVNOTA.DAT, PELA DATA DA
      *            DEVOLUCAO) SAEM EM LINHA DE DEDUCAO LOGO ABAIXO DO
      *            TOTAL GERAL, SEGUIDA DAS VENDAS LIQUIDAS. DEVOLUCAO
      *            DE NOTA CANCELADA DEPOIS NAO E DEDUZIDA DE NOVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTFISSL.

           COPY ITENOTSL.

           COPY DEVNOTSL.

            SELECT RELVEND ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY NOTFISFD.

       COPY ITENOTFD.

       COPY DEVNOTFD.

       FD  RELVEND
             LABEL RECORD IS OMITTED

       WORKING-STORAGE SECTION.
       COPY CABPAG.
       COPY NOTFISWS.
       COPY ITENOTWS.
       COPY DEVNOTWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-ITN       PIC X(03) VALUE "NAO".
       77  DATA-INI      PIC 9(08) VALUE ZEROES.
       77  DATA-FIM      PIC 9(08) VALUE ZEROES.
       77  CT-NOTAS      PIC 9(07) VALUE ZEROES.
       77  QTD-PRDS      PIC 9(03) VALUE ZEROES.
       77  TOT-CANCELADO PIC 9(11)V9(02) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.
       77  FIM-DEV       PIC X(03) VALUE "NAO".
       77  CT-DEVOLUCOES PIC 9(05) VALUE ZEROES.
       77  TOT-DEVOLVIDO PIC 9(11)V9(02) VALUE ZEROES.
       77  ULTIMA-DEV    PIC 9(06) VALUE ZEROES.
       77  TOTAL-LIQUIDO PIC S9(11)V9(02) VALUE ZEROES.
       77  QTD-CANS      PIC 9(04) VALUE ZEROES.
       77  CANCEL-DEMAIS PIC X(01) VALUE "N".

      *NOTAS CANCELADAS DE QUALQUER DATA: DEVOLUCAO DE NOTA QUE FOI
      *CANCELADA DEPOIS NAO ENTRA NA DEDUCAO - A NOTA INTEIRA JA SAIU
      *DAS VENDAS.
       01  TAB-CANCELADAS.
           02 CAN-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-CANS
                 INDEXED BY IDX-CAN.
              03 NUM-CAN-TAB   PIC 9(06).

       01  TAB-DIAS.
           02 DIA-ITEM OCCURS 400 TIMES
                 INDEXED BY IDX-PRD.
              03 COD-PRD-TAB   PIC 9(05).
              03 DESC-PRD-TAB  PIC X(20).
              03 QTD-PRD-TAB   PIC 9(07).
              03 TOTAL-PRD-TAB PIC 9(11)V9(02).

       01  TAB-CLIENTES.
           02 FILLER       PIC X(26) VALUE SPACES.

       01  SECAO-PRD.
           02 FILLER PIC X(22) VALUE "Vendas por produto:   ".
           02 FILLER PIC X(58) VALUE SPACES.

       01  LINHA-PRD.
           02 COD-PRD-REL  PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESC-PRD-REL PIC X(20).
           02 QTD-PRD-REL  PIC ZZZZZZ9.
           02 FILLER       PIC X(09) VALUE " UNID.   ".
           02 FILLER       PIC X(03) VALUE "R$ ".
           02 TOT-PRD-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(04) VALUE SPACES.

       01  SECAO-CLI.
           02 FILLER PIC X(22) VALUE "Notas por cliente:    ".
           02 TOT-CAN-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(20) VALUE SPACES.

       01  LINHA-DEVOL.
           02 FILLER       PIC X(22) VALUE "(-) Devolucoes        ".
           02 FILLER       PIC X(02) VALUE ": ".
           02 QTD-DEV-REL  PIC ZZZZZZ9.
           02 FILLER       PIC X(09) VALUE " DEVOL.  ".
           02 FILLER       PIC X(03) VALUE "R$ ".
           02 TOT-DEV-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(20) VALUE SPACES.

       01  LINHA-LIQUIDA.
           02 FILLER       PIC X(22) VALUE "Vendas liquidas       ".
           02 FILLER       PIC X(02) VALUE ": ".
           02 FILLER       PIC X(16) VALUE SPACES.
           02 FILLER       PIC X(03) VALUE "R$ ".
           02 TOT-LIQ-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER       PIC X(19) VALUE SPACES.

       01  LINHA-GERAL.
           02 FILLER       PIC X(22) VALUE "Total geral do periodo".
           02 FILLER       PIC X(02) VALUE ": ".
           ACCEPT DATA-FIM.
           IF DATA-FIM EQUAL ZEROES
              MOVE 99999999 TO DATA-FIM.
           OPEN INPUT  NOTAS ITEMNOTA
                OUTPUT RELVEND.
           IF FS-ITEMNOTA NOT EQUAL "00"
              DISPLAY "NOTASUM: ITEMNOTA.DAT AUSENTE - SEM RESUMO "
                      "POR PRODUTO."
              MOVE "SIM" TO FIM-ITN
           END-IF.
           MOVE 50 TO CT-LIN.
           PERFORM LEITURA.
           PERFORM LEITURA-ITEM.

       LEITURA.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.

       LEITURA-ITEM.
           IF FIM-ITN NOT EQUAL "SIM"
              READ ITEMNOTA AT END MOVE "SIM" TO FIM-ITN
              END-READ
           END-IF.

      *OS ITENS ANDAM JUNTO COM O CABECALHO PELO NUMERO DA NOTA;
      *SO OS DE NOTA ATIVA DO PERIODO ENTRAM NO RESUMO POR PRODUTO.
       PRINCIPAL.
           PERFORM LEITURA-ITEM UNTIL FIM-ITN EQUAL "SIM" OR
                   NUMNOTAITEM NOT LESS THAN NUMNOTA.
           IF NOTA-CANCELADA
              PERFORM GUARDA-CANCELADA
           END-IF.
           IF DATANOTA GREATER OR EQUAL DATA-INI AND
              DATANOTA LESS OR EQUAL DATA-FIM
              IF NOTA-CANCELADA
                 ADD TOTALNOTA TO TOTAL-GERAL
                 PERFORM ACUMULA-DIA
                 PERFORM ACUMULA-CLIENTE
                 PERFORM ACUMULA-PRODUTO UNTIL FIM-ITN EQUAL "SIM"
                         OR NUMNOTAITEM NOT EQUAL NUMNOTA
              END-IF
           END-IF.
           PERFORM LEITURA-ITEM UNTIL FIM-ITN EQUAL "SIM" OR
                   NUMNOTAITEM NOT EQUAL NUMNOTA.
           PERFORM LEITURA.

       GUARDA-CANCELADA.
           IF QTD-CANS LESS THAN 2000
              ADD 1 TO QTD-CANS
              MOVE NUMNOTA TO NUM-CAN-TAB(QTD-CANS)
           ELSE
              MOVE "S" TO CANCEL-DEMAIS
           END-IF.

      *DEVOLUCOES (NOTADEV) PELA DATA DA DEVOLUCAO, NO MESMO PERIODO
      *DAS NOTAS. CADA NOTA DE DEVOLUCAO CONTA UMA VEZ - AS LINHAS
      *DE UMA MESMA DEVOLUCAO FICAM JUNTAS NO DEVNOTA.DAT.
       APURA-DEVOLUCOES.
           OPEN INPUT DEVNOTA.
           IF FS-DEVNOTA EQUAL "00"
              PERFORM LER-DEVNOTA UNTIL FIM-DEV EQUAL "SIM"
              CLOSE DEVNOTA
           END-IF.
           IF CANCEL-DEMAIS EQUAL "S"
              DISPLAY "NOTASUM: MAIS DE 2000 NOTAS CANCELADAS - "
                      "CONFERIR A LINHA DE DEVOLUCOES."
              MOVE 4 TO RETURN-CODE
           END-IF.

       LER-DEVNOTA.
           READ DEVNOTA AT END MOVE "SIM" TO FIM-DEV.
           IF FIM-DEV NOT EQUAL "SIM"
              IF DATADEV GREATER OR EQUAL DATA-INI AND
                 DATADEV LESS OR EQUAL DATA-FIM
                 SET IDX-CAN TO 1
                 SEARCH CAN-ITEM
                    AT END
                       PERFORM ACUMULA-DEVOLUCAO
                    WHEN NUM-CAN-TAB(IDX-CAN) EQUAL NUMNOTADEV
                       CONTINUE
                 END-SEARCH
              END-IF
           END-IF.

       ACUMULA-DEVOLUCAO.
           IF NUMDEV NOT EQUAL ULTIMA-DEV
              ADD 1 TO CT-DEVOLUCOES
              MOVE NUMDEV TO ULTIMA-DEV
           END-IF.
           ADD TOTALDEV TO TOT-DEVOLVIDO.

       ACUMULA-DIA.
           SET IDX-DIA TO 1.
           SEARCH DIA-ITEM
              AT END
                 IF QTD-PRDS LESS THAN 500
                    ADD 1 TO QTD-PRDS
                    MOVE CODPRODITEM TO COD-PRD-TAB(QTD-PRDS)
                    MOVE DESCITEM    TO DESC-PRD-TAB(QTD-PRDS)
                    MOVE QTDITEM     TO QTD-PRD-TAB(QTD-PRDS)
                    MOVE TOTALITEM   TO TOTAL-PRD-TAB(QTD-PRDS)
                 END-IF
              WHEN COD-PRD-TAB(IDX-PRD) EQUAL CODPRODITEM
                 ADD QTDITEM   TO QTD-PRD-TAB(IDX-PRD)
                 ADD TOTALITEM TO TOTAL-PRD-TAB(IDX-PRD)
           END-SEARCH.
           PERFORM LEITURA-ITEM.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-NOTAS    TO QTD-GER-REL.
           MOVE TOTAL-GERAL TO TOT-GER-REL.
           WRITE REG-REL FROM LINHA-GERAL AFTER ADVANCING 2 LINE.
           PERFORM APURA-DEVOLUCOES.
           MOVE CT-DEVOLUCOES TO QTD-DEV-REL.
           MOVE TOT-DEVOLVIDO TO TOT-DEV-REL.
           WRITE REG-REL FROM LINHA-DEVOL AFTER ADVANCING 1 LINE.
           COMPUTE TOTAL-LIQUIDO = TOTAL-GERAL - TOT-DEVOLVIDO.
           MOVE TOTAL-LIQUIDO TO TOT-LIQ-REL.
           WRITE REG-REL FROM LINHA-LIQUIDA AFTER ADVANCING 1 LINE.
           MOVE CT-CANCELADAS TO QTD-CAN-REL.
           MOVE TOT-CANCELADO TO TOT-CAN-REL.
           WRITE REG-REL FROM LINHA-CANCEL AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-I.

       FIM.
           CLOSE NOTAS ITEMNOTA RELVEND.
           DISPLAY "NOTASUM: " CT-NOTAS " NOTA(S) NO PERIODO.".
