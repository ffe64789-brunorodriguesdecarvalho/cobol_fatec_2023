      *----------------------------------------------------------*
      * MOVESTPD.CPY
      * PARAGRAFOS DO RAZAO DE MOVIMENTOS DE ESTOQUE:
      * - ABRE-MOVEST: ABRE O MOVEST.DAT PARA ACRESCENTAR NO FIM
      *   (CRIA O ARQUIVO NA PRIMEIRA VEZ). FECHAR COM CLOSE MOVEST.
      * - LANCA-MOVIMENTO: COM IDX-PRD NA LINHA DO PRODUTO (DEPOIS
      *   DE UM PROCURA-PRODUTO COM "S") E OS CAMPOS XXX-LANCAR
      *   PREENCHIDOS, SOMA OU TIRA A QUANTIDADE DA TABELA DE
      *   PRODUTOS E GRAVA O MOVIMENTO COM O SALDO NOVO. SAIDA MAIOR
      *   QUE O SALDO NAO LANCA NADA E LIGA SALDO-INSUFICIENTE.
      *   O PRODUTOS.DAT SO E REGRAVADO NO GRAVA-PRODUTOS.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM MOVESTSL/MOVESTFD/MOVESTWS E O PRODUTPD.
      *----------------------------------------------------------*
       ABRE-MOVEST.
           OPEN EXTEND MOVEST.
           IF FS-MOVEST NOT EQUAL "00"
              OPEN OUTPUT MOVEST
           END-IF.

       LANCA-MOVIMENTO.
           MOVE "N" TO SALDO-INSUFICIENTE.
           IF SENTIDO-LANCAR EQUAL "-"
              IF QTD-LANCAR GREATER THAN QTDEST-TAB(IDX-PRD)
                 MOVE "S" TO SALDO-INSUFICIENTE
              ELSE
                 SUBTRACT QTD-LANCAR FROM QTDEST-TAB(IDX-PRD)
              END-IF
           ELSE
              ADD QTD-LANCAR TO QTDEST-TAB(IDX-PRD)
           END-IF.
           IF SALDO-INSUFICIENTE EQUAL "N"
              MOVE DATA-LANCAR         TO DATAMOV
              MOVE CODPROD-TAB(IDX-PRD) TO CODPRODMOV
              MOVE TIPO-LANCAR         TO TIPOMOV
              MOVE SENTIDO-LANCAR      TO SENTIDOMOV
              MOVE QTD-LANCAR          TO QTDMOV
              MOVE QTDEST-TAB(IDX-PRD) TO SALDOMOV
              MOVE DOC-LANCAR          TO DOCMOV
              MOVE HIST-LANCAR         TO HISTMOV
              MOVE PROGRAMA-LANCAR     TO PROGRAMAMOV
              WRITE REGMOVEST
              ADD 1 TO CT-MOVIMENTOS
           END-IF.
