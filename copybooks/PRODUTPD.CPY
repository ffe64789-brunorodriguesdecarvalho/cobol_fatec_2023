      *----------------------------------------------------------*
      * PRODUTPD.CPY
      * PARAGRAFOS DO CADASTRO DE PRODUTOS:
      * - CARREGA-PRODUTOS: LE O PRODUTOS.DAT INTEIRO PARA A TABELA
      *   (QUANTIDADE/MINIMO EM BRANCO = ZEROS). SEM O ARQUIVO A
      *   TABELA FICA VAZIA E PRODUTOS-LIDO FICA "N"; ESTOURO DA
      *   TABELA LIGA PRD-DEMAIS. QUEM DEPENDE DO CADASTRO DECIDE SE
      *   ABORTA.
      * - PROCURA-PRODUTO: RECEBE CODPROD-PROCURA E DEVOLVE
      *   ACHOU-PROD (S/N), COM IDX-PRD NA LINHA ACHADA.
      * - GRAVA-PRODUTOS: REGRAVA O PRODUTOS.DAT A PARTIR DA
      *   TABELA, COM AS QUANTIDADES JA MOVIMENTADAS. SO PODE SER
      *   USADO COM O CADASTRO CARREGADO INTEIRO (PRD-DEMAIS "N").
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM PRODUTSL/PRODUTFD/PRODUTWS.
      *----------------------------------------------------------*
       CARREGA-PRODUTOS.
           MOVE "NAO" TO FIM-PRODUTOS.
           MOVE "N"   TO PRODUTOS-LIDO.
           MOVE ZEROES TO QTD-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL "00"
              MOVE "S" TO PRODUTOS-LIDO
              PERFORM LER-PRODUTO UNTIL FIM-PRODUTOS EQUAL "SIM"
              CLOSE PRODUTOS
           END-IF.

       LER-PRODUTO.
           READ PRODUTOS AT END MOVE "SIM" TO FIM-PRODUTOS.
           IF FIM-PRODUTOS NOT EQUAL "SIM"
              IF QTD-PRODUTOS LESS THAN 500
                 ADD 1 TO QTD-PRODUTOS
                 MOVE CODPROD    TO CODPROD-TAB(QTD-PRODUTOS)
                 MOVE DESCPROD   TO DESCPROD-TAB(QTD-PRODUTOS)
                 MOVE PRECOPROD  TO PRECOPROD-TAB(QTD-PRODUTOS)
                 MOVE CLASFISPROD TO CLASFIS-TAB(QTD-PRODUTOS)
                 MOVE ZEROES     TO QTDEST-TAB(QTD-PRODUTOS)
                                    ESTMIN-TAB(QTD-PRODUTOS)
                 IF QTDESTPROD NUMERIC
                    MOVE QTDESTPROD TO QTDEST-TAB(QTD-PRODUTOS)
                 END-IF
                 IF ESTMINPROD NUMERIC
                    MOVE ESTMINPROD TO ESTMIN-TAB(QTD-PRODUTOS)
                 END-IF
              ELSE
                 MOVE "S" TO PRD-DEMAIS
              END-IF
           END-IF.

       PROCURA-PRODUTO.
           MOVE "N" TO ACHOU-PROD.
           IF QTD-PRODUTOS GREATER THAN ZEROES
              SET IDX-PRD TO 1
              SEARCH PROD-ITEM
                 AT END CONTINUE
                 WHEN CODPROD-TAB(IDX-PRD) EQUAL CODPROD-PROCURA
                    MOVE "S" TO ACHOU-PROD
              END-SEARCH
           END-IF.

       GRAVA-PRODUTOS.
           OPEN OUTPUT PRODUTOS.
           MOVE 1 TO IDX-GRAVA-PRD.
           PERFORM GRAVA-LINHA-PRODUTO
              UNTIL IDX-GRAVA-PRD GREATER THAN QTD-PRODUTOS.
           CLOSE PRODUTOS.

       GRAVA-LINHA-PRODUTO.
           MOVE CODPROD-TAB(IDX-GRAVA-PRD)   TO CODPROD.
           MOVE DESCPROD-TAB(IDX-GRAVA-PRD)  TO DESCPROD.
           MOVE PRECOPROD-TAB(IDX-GRAVA-PRD) TO PRECOPROD.
           MOVE QTDEST-TAB(IDX-GRAVA-PRD)    TO QTDESTPROD.
           MOVE ESTMIN-TAB(IDX-GRAVA-PRD)    TO ESTMINPROD.
           MOVE CLASFIS-TAB(IDX-GRAVA-PRD)   TO CLASFISPROD.
           WRITE REGPRODUTO.
           ADD 1 TO IDX-GRAVA-PRD.
