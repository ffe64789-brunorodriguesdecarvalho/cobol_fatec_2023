       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTREP.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    REPOSICAO DE ESTOQUE. LISTA EM RELREP OS PRODUTOS
      *            QUE PRECISAM SER COMPRADOS: OS QUE ESTAO ABAIXO DO
      *            ESTOQUE MINIMO E OS QUE TEM MAIS QUANTIDADE PEDIDA
      *            NOS PEDIDOS AGUARDANDO ESTOQUE (SITPEDX "B" NO
      *            PEDIDOX, ITENS NO ITEMPEDX) DO QUE HA NO ESTOQUE.
      *            A QUANTIDADE SUGERIDA REPOE O MINIMO E ATENDE OS
      *            PEDIDOS PARADOS:
      *              SUGERIDO = MINIMO + PEDIDOS - ESTOQUE.
      *            SEM PEDIDOX/ITEMPEDX O RELATORIO SAI SO PELO
      *            MINIMO.
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

           COPY PEDIDXSL.

           COPY ITEPEDSL.

            SELECT RELREP ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PRODUTFD.

       COPY PEDIDXFD.

       COPY ITEPEDFD.

       FD  RELREP
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELREP.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRODUTWS.
       COPY PEDIDXWS.
       COPY ITEPEDWS.
       77  FIM-PED       PIC X(03) VALUE "NAO".
       77  FIM-ITP       PIC X(03) VALUE "NAO".
       77  DATA-HOJE     PIC 9(08) VALUE ZEROES.
       77  IDX-POS       PIC 9(03) VALUE ZEROES.
       77  QTD-PARADOS   PIC 9(03) VALUE ZEROES.
       77  PARADOS-DEMAIS PIC X(01) VALUE "N".
       77  ACHOU-PED     PIC X(01) VALUE "N".
       77  QTD-SUGERIDA  PIC 9(09) VALUE ZEROES.
       77  CT-REPOR      PIC 9(05) VALUE ZEROES.
       77  CT-SEM-CADASTRO PIC 9(05) VALUE ZEROES.

      *PEDIDOS AGUARDANDO ESTOQUE E QUANTIDADE PEDIDA POR ELES DE
      *CADA PRODUTO (NA MESMA POSICAO DO PRODUTO NA TAB-PRODUTOS).
       01  TAB-PARADOS.
           02 PED-PARADO-TAB PIC X(06) OCCURS 500 TIMES
                 DEPENDING ON QTD-PARADOS
                 INDEXED BY IDX-PAR.

       01  TAB-DEMANDA.
           02 DEMANDA-TAB PIC 9(09) OCCURS 500 TIMES.

       01  CAB-TITULO.
           02 FILLER    PIC X(24) VALUE "REPOSICAO DE ESTOQUE EM ".
           02 DIA-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9(04).
           02 FILLER    PIC X(46) VALUE SPACES.

       01  CAB-COLUNAS.
           02 FILLER  PIC X(06) VALUE "PROD.".
           02 FILLER  PIC X(21) VALUE "DESCRICAO".
           02 FILLER  PIC X(08) VALUE "ESTOQUE".
           02 FILLER  PIC X(08) VALUE " MINIMO".
           02 FILLER  PIC X(08) VALUE "PEDIDOS".
           02 FILLER  PIC X(11) VALUE "  SUGERIDO".
           02 FILLER  PIC X(18) VALUE " MOTIVO".

       01  DETALHE.
           02 COD-REL      PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESC-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-REL      PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MIN-REL      PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DEM-REL      PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SUG-REL      PIC ZZZZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MOTIVO-REL   PIC X(16).
           02 FILLER       PIC X(02) VALUE SPACES.

       01  TOTAL-PAR.
           02 FILLER    PIC X(29) VALUE "Pedidos aguardando estoque.: ".
           02 QTD-PAR   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-REP.
           02 FILLER    PIC X(29) VALUE "Produtos a repor...........: ".
           02 QTD-REP   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

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
              DISPLAY "ESTREP: PRODUTOS.DAT AUSENTE OU MAIOR QUE A "
                      "TABELA - RELATORIO NAO EMITIDO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           INITIALIZE TAB-DEMANDA.
           PERFORM CARREGA-PARADOS.
           IF PARADOS-DEMAIS EQUAL "S"
              DISPLAY "ESTREP: MAIS DE 500 PEDIDOS AGUARDANDO ESTOQUE"
                      " - RELATORIO NAO EMITIDO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF QTD-PARADOS GREATER THAN ZEROES
              PERFORM SOMA-DEMANDA
           END-IF.
           OPEN OUTPUT RELREP.
           MOVE DATA-HOJE(7:2) TO DIA-CAB.
           MOVE DATA-HOJE(5:2) TO MES-CAB.
           MOVE DATA-HOJE(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.

       CARREGA-PARADOS.
           OPEN INPUT PEDIDOX.
           IF FS-PEDIDOX EQUAL "00"
              PERFORM LER-PEDIDO UNTIL FIM-PED EQUAL "SIM"
              CLOSE PEDIDOX
           ELSE
              DISPLAY "ESTREP: PEDIDOX.DAT AUSENTE - SO O MINIMO."
           END-IF.

       LER-PEDIDO.
           READ PEDIDOX AT END MOVE "SIM" TO FIM-PED.
           IF FIM-PED NOT EQUAL "SIM" AND PEDIDO-PENDENTE
              IF QTD-PARADOS LESS THAN 500
                 ADD 1 TO QTD-PARADOS
                 MOVE NUMPEDX TO PED-PARADO-TAB(QTD-PARADOS)
              ELSE
                 MOVE "S" TO PARADOS-DEMAIS
              END-IF
           END-IF.

       SOMA-DEMANDA.
           OPEN INPUT ITEMPEDX.
           IF FS-ITEMPEDX EQUAL "00"
              PERFORM LER-ITEM-PEDIDO UNTIL FIM-ITP EQUAL "SIM"
              CLOSE ITEMPEDX
           ELSE
              DISPLAY "ESTREP: ITEMPEDX.DAT AUSENTE - SO O MINIMO."
           END-IF.

       LER-ITEM-PEDIDO.
           READ ITEMPEDX AT END MOVE "SIM" TO FIM-ITP.
           IF FIM-ITP NOT EQUAL "SIM"
              MOVE "N" TO ACHOU-PED
              SET IDX-PAR TO 1
              SEARCH PED-PARADO-TAB
                 AT END CONTINUE
                 WHEN PED-PARADO-TAB(IDX-PAR) EQUAL NUMPEDITX
                    MOVE "S" TO ACHOU-PED
              END-SEARCH
              IF ACHOU-PED EQUAL "S"
                 MOVE CODPEDITX TO CODPROD-PROCURA
                 PERFORM PROCURA-PRODUTO
                 IF ACHOU-PROD EQUAL "S"
                    ADD QTDPEDITX TO DEMANDA-TAB(IDX-PRD)
                 ELSE
                    ADD 1 TO CT-SEM-CADASTRO
                 END-IF
              END-IF
           END-IF.

       PRINCIPAL.
           IF QTDEST-TAB(IDX-POS) LESS THAN ESTMIN-TAB(IDX-POS) OR
              DEMANDA-TAB(IDX-POS) GREATER THAN QTDEST-TAB(IDX-POS)
              PERFORM IMPRIME-REPOSICAO
           END-IF.
           ADD 1 TO IDX-POS.

       IMPRIME-REPOSICAO.
           COMPUTE QTD-SUGERIDA = ESTMIN-TAB(IDX-POS) +
                   DEMANDA-TAB(IDX-POS) - QTDEST-TAB(IDX-POS).
           MOVE CODPROD-TAB(IDX-POS)   TO COD-REL.
           MOVE DESCPROD-TAB(IDX-POS)  TO DESC-REL.
           MOVE QTDEST-TAB(IDX-POS)    TO QTD-REL.
           MOVE ESTMIN-TAB(IDX-POS)    TO MIN-REL.
           MOVE DEMANDA-TAB(IDX-POS)   TO DEM-REL.
           MOVE QTD-SUGERIDA           TO SUG-REL.
           EVALUATE TRUE
              WHEN DEMANDA-TAB(IDX-POS) NOT GREATER THAN
                   QTDEST-TAB(IDX-POS)
                 MOVE "ABAIXO DO MINIMO" TO MOTIVO-REL
              WHEN QTDEST-TAB(IDX-POS) LESS THAN ESTMIN-TAB(IDX-POS)
                 MOVE "MINIMO E PEDIDOS" TO MOTIVO-REL
              WHEN OTHER
                 MOVE "PEDIDOS PARADOS"  TO MOTIVO-REL
           END-EVALUATE.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-REPOR.

       IMPRESSAO-FINAL.
           MOVE QTD-PARADOS TO QTD-PAR.
           WRITE REG-REL FROM TOTAL-PAR AFTER ADVANCING 2 LINE.
           MOVE CT-REPOR TO QTD-REP.
           WRITE REG-REL FROM TOTAL-REP AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELREP.
           IF CT-SEM-CADASTRO GREATER THAN ZEROES
              DISPLAY "ESTREP: " CT-SEM-CADASTRO " ITEM(NS) DE PEDIDO "
                      "PARADO COM PRODUTO FORA DO CADASTRO."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ESTREP: " CT-REPOR " PRODUTO(S) A REPOR.".

       COPY PRODUTPD.
