      *----------------------------------------------------------*
      * CADCEPPD.CPY
      * PARAGRAFOS DE CONSULTA A TABELA DE CEP:
      * - ABRE-CADCEP: ABRE O CADCEP PARA LEITURA E LIGA
      *   TABELA-CEP-ABERTA; SEM O ARQUIVO A TABELA FICA FECHADA E
      *   O PROGRAMA SEGUE SEM CONSULTAR (TELA NENHUMA PARA POR
      *   FALTA DA TABELA).
      * - BUSCA-CEP: RECEBE CEP-BUSCA E DEVOLVE CEP-ENCONTRADO
      *   (S/N), COM O REG-CEP PREENCHIDO QUANDO "S". COM A TABELA
      *   FECHADA DEVOLVE SEMPRE "N".
      * - FECHA-CADCEP: FECHA A TABELA, SE ABERTA.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM CADCEPSL/CADCEPFD/CADCEPWS.
      *----------------------------------------------------------*
       ABRE-CADCEP.
           MOVE "N" TO TABELA-CEP-ABERTA.
           OPEN INPUT CADCEP.
           IF FS-CADCEP EQUAL "00"
              MOVE "S" TO TABELA-CEP-ABERTA
           END-IF.

       BUSCA-CEP.
           MOVE "N" TO CEP-ENCONTRADO.
           IF TABELA-CEP-ABERTA EQUAL "S" AND
              CEP-BUSCA NOT EQUAL ZEROES
              MOVE CEP-BUSCA TO CODIGO-CEP
              READ CADCEP
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO CEP-ENCONTRADO
              END-READ
           END-IF.

       FECHA-CADCEP.
           IF TABELA-CEP-ABERTA EQUAL "S"
              CLOSE CADCEP
              MOVE "N" TO TABELA-CEP-ABERTA
           END-IF.
