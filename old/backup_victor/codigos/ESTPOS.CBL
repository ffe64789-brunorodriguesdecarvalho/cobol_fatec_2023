       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTPOS.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    POSICAO DE ESTOQUE. LISTA EM RELEST CADA PRODUTO
      *            DO PRODUTOS.DAT COM A QUANTIDADE EM ESTOQUE, O
      *            ESTOQUE MINIMO, O PRECO E O VALOR DO ESTOQUE, COM
      *            A MARCA "<MIN" NOS QUE ESTAO ABAIXO DO MINIMO, E O
      *            VALOR TOTAL NO FIM. CONFERE TAMBEM O CADASTRO
      *            CONTRA O RAZAO (MOVEST.DAT): A SOMA DAS ENTRADAS
      *            MENOS AS SAIDAS DE CADA PRODUTO TEM QUE DAR A
      *            QUANTIDADE DO CADASTRO, JA QUE SO O RAZAO MEXE NO
      *            ESTOQUE. PRODUTO QUE NAO BATE SAI COM A LINHA
      *            "DIVERGE DO RAZAO" E O SALDO PELOS MOVIMENTOS, E
      *            MOVIMENTO DE PRODUTO FORA DO CADASTRO E CONTADO
      *            NO RESUMO. COM QUALQUER DIVERGENCIA O RETURN-CODE
      *            SAI 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTSL.

           COPY MOVESTSL.

            SELECT RELEST ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PRODUTFD.

       COPY MOVESTFD.

       FD  RELEST
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELEST.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRODUTWS.
       COPY MOVESTWS.
       77  FIM-MOV       PIC X(03) VALUE "NAO".
       77  DATA-HOJE     PIC 9(08) VALUE ZEROES.
       77  IDX-POS       PIC 9(03) VALUE ZEROES.
       77  VALOR-ITEM    PIC 9(14)V9(02) VALUE ZEROES.
       77  VALOR-TOTAL   PIC 9(14)V9(02) VALUE ZEROES.
       77  CT-ABAIXO     PIC 9(05) VALUE ZEROES.
       77  CT-DIVERGE    PIC 9(05) VALUE ZEROES.
       77  CT-FORA       PIC 9(07) VALUE ZEROES.
       77  CT-MOV-LIDOS  PIC 9(07) VALUE ZEROES.

      *SALDO DE CADA PRODUTO PELA SOMA DOS MOVIMENTOS DO RAZAO, NA
      *MESMA POSICAO DO PRODUTO NA TAB-PRODUTOS.
       01  TAB-RAZAO.
           02 SALDO-RAZAO-TAB PIC S9(09) OCCURS 500 TIMES.

       01  CAB-TITULO.
           02 FILLER    PIC X(22) VALUE "POSICAO DE ESTOQUE EM ".
           02 DIA-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9(04).
           02 FILLER    PIC X(48) VALUE SPACES.

       01  CAB-COLUNAS.
           02 FILLER  PIC X(06) VALUE "PROD.".
           02 FILLER  PIC X(21) VALUE "DESCRICAO".
           02 FILLER  PIC X(08) VALUE "ESTOQUE".
           02 FILLER  PIC X(08) VALUE " MINIMO".
           02 FILLER  PIC X(13) VALUE "  PRECO UNIT.".
           02 FILLER  PIC X(15) VALUE "  VALOR ESTOQUE".
           02 FILLER  PIC X(09) VALUE " OBS".

       01  DETALHE.
           02 COD-REL      PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESC-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-REL      PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MIN-REL      PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PRECO-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VALOR-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MARCA-REL    PIC X(05).
           02 FILLER       PIC X(04) VALUE SPACES.

       01  LINHA-DIVERGE.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 FILLER       PIC X(35) VALUE
              "*** DIVERGE DO RAZAO - SALDO PELOS ".
           02 FILLER       PIC X(12) VALUE "MOVIMENTOS: ".
           02 RAZAO-REL    PIC -ZZZZZZZZ9.
           02 FILLER       PIC X(17) VALUE SPACES.

       01  TOTAL-PRD.
           02 FILLER    PIC X(29) VALUE "Produtos no cadastro.......: ".
           02 QTD-PRD   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-VALOR.
           02 FILLER    PIC X(29) VALUE "Valor total do estoque.....: ".
           02 VLR-TOT   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(30) VALUE SPACES.

       01  TOTAL-ABX.
           02 FILLER    PIC X(29) VALUE "Abaixo do minimo...........: ".
           02 QTD-ABX   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-DIV.
           02 FILLER    PIC X(29) VALUE "Divergentes do razao.......: ".
           02 QTD-DIV   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-FORA.
           02 FILLER    PIC X(29) VALUE "Movimentos fora do cadastro: ".
           02 QTD-FORA  PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           MOVE 1 TO IDX-POS.
           PERFORM PRINCIPAL UNTIL IDX-POS GREATER THAN QTD-PRODUTOS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PRODUTOS.
           IF PRODUTOS-LIDO NOT EQUAL "S" OR PRD-DEMAIS EQUAL "S"
              DISPLAY "ESTPOS: PRODUTOS.DAT AUSENTE OU MAIOR QUE A "
                      "TABELA - RELATORIO NAO EMITIDO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           INITIALIZE TAB-RAZAO.
           OPEN INPUT MOVEST.
           IF FS-MOVEST EQUAL "00"
              PERFORM SOMA-RAZAO UNTIL FIM-MOV EQUAL "SIM"
              CLOSE MOVEST
           ELSE
              DISPLAY "ESTPOS: MOVEST.DAT AUSENTE - RAZAO VAZIO."
           END-IF.
           OPEN OUTPUT RELEST.
           MOVE DATA-HOJE(7:2) TO DIA-CAB.
           MOVE DATA-HOJE(5:2) TO MES-CAB.
           MOVE DATA-HOJE(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.

       SOMA-RAZAO.
           READ MOVEST AT END MOVE "SIM" TO FIM-MOV.
           IF FIM-MOV NOT EQUAL "SIM"
              ADD 1 TO CT-MOV-LIDOS
              MOVE CODPRODMOV TO CODPROD-PROCURA
              PERFORM PROCURA-PRODUTO
              IF ACHOU-PROD EQUAL "S"
                 IF MOV-SAI
                    SUBTRACT QTDMOV FROM SALDO-RAZAO-TAB(IDX-PRD)
                 ELSE
                    ADD QTDMOV TO SALDO-RAZAO-TAB(IDX-PRD)
                 END-IF
              ELSE
                 ADD 1 TO CT-FORA
              END-IF
           END-IF.

       PRINCIPAL.
           MOVE CODPROD-TAB(IDX-POS)   TO COD-REL.
           MOVE DESCPROD-TAB(IDX-POS)  TO DESC-REL.
           MOVE QTDEST-TAB(IDX-POS)    TO QTD-REL.
           MOVE ESTMIN-TAB(IDX-POS)    TO MIN-REL.
           MOVE PRECOPROD-TAB(IDX-POS) TO PRECO-REL.
           COMPUTE VALOR-ITEM =
                   QTDEST-TAB(IDX-POS) * PRECOPROD-TAB(IDX-POS).
           ADD VALOR-ITEM TO VALOR-TOTAL.
           MOVE VALOR-ITEM TO VALOR-REL.
           MOVE SPACES TO MARCA-REL.
           IF QTDEST-TAB(IDX-POS) LESS THAN ESTMIN-TAB(IDX-POS)
              MOVE "<MIN" TO MARCA-REL
              ADD 1 TO CT-ABAIXO
           END-IF.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           IF SALDO-RAZAO-TAB(IDX-POS) NOT EQUAL QTDEST-TAB(IDX-POS)
              MOVE SALDO-RAZAO-TAB(IDX-POS) TO RAZAO-REL
              WRITE REG-REL FROM LINHA-DIVERGE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-DIVERGE
           END-IF.
           ADD 1 TO IDX-POS.

       IMPRESSAO-FINAL.
           MOVE QTD-PRODUTOS TO QTD-PRD.
           WRITE REG-REL FROM TOTAL-PRD AFTER ADVANCING 2 LINE.
           MOVE VALOR-TOTAL TO VLR-TOT.
           WRITE REG-REL FROM TOTAL-VALOR AFTER ADVANCING 1 LINE.
           MOVE CT-ABAIXO TO QTD-ABX.
           WRITE REG-REL FROM TOTAL-ABX AFTER ADVANCING 1 LINE.
           MOVE CT-DIVERGE TO QTD-DIV.
           WRITE REG-REL FROM TOTAL-DIV AFTER ADVANCING 1 LINE.
           MOVE CT-FORA TO QTD-FORA.
           WRITE REG-REL FROM TOTAL-FORA AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELEST.
           IF CT-DIVERGE GREATER THAN ZEROES OR
              CT-FORA GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ESTPOS: " QTD-PRODUTOS " PRODUTO(S), " CT-ABAIXO
                   " ABAIXO DO MINIMO, " CT-DIVERGE
                   " DIVERGENTE(S) DO RAZAO.".

       COPY PRODUTPD.
