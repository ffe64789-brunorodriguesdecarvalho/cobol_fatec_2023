      *----------------------------------------------------------*
      * DEVCORPD.CPY
      * PARAGRAFOS DO REGISTRO DE CORRESPONDENCIA DEVOLVIDA:
      * - CARREGA-DEVCOR: LE O DEVCOR.DAT E GUARDA NA TABELA AS
      *   CHAVES DO CADASTRO ARQUIVO-CARGA-DEV, APLICANDO DEVOLUCOES
      *   E LIBERACOES NA ORDEM EM QUE FORAM GRAVADAS. SEM O ARQUIVO
      *   A TABELA FICA VAZIA E NENHUM ENDERECO E PULADO. MAIS
      *   CHAVES DO QUE A TABELA COMPORTA LIGA DEVCOR-DEMAIS - A
      *   RODADA DEVE ABORTAR, COMO NAS DEMAIS TABELAS.
      * - CONSULTA-DEVCOR: RECEBE CHAVE-CONSULTA-DEV E DEVOLVE
      *   ENDERECO-DEVOLVIDO (S/N), COM IDX-DCR NA LINHA ACHADA.
      * - MONTA-CORRIGE-DEV: DEPOIS DE UMA CONSULTA COM "S", PREENCHE
      *   CHAVE, DATA E MOTIVO DA LINHA-CORRIGE-1 E CONTA O ENDERECO
      *   EM CT-ENDER-CORRIGIR; O PROGRAMA COMPLETA NOME/ENDERECO E
      *   GRAVA AS LINHAS NO SEU RELATORIO.
      * - DESCREVE-MOTIVO-DEV: MOTIVO-CODIGO-DEV POR EXTENSO EM
      *   MOTIVO-DESCR-DEV.
      * - LIBERA-DEVCOR: PARA TELAS QUE ALTERAM ENDERECO. SE A
      *   CHAVE ARQUIVO-LIB-DEV/CHAVE-LIB-DEV ESTA MARCADA (ULTIMO
      *   REGISTRO DELA E UMA DEVOLUCAO), ACRESCENTA A LIBERACAO NO
      *   FIM DO DEVCOR.DAT; SENAO NAO GRAVA NADA. DEVOLVE EM
      *   PENDENTE-LIB-DEV SE HAVIA MARCA ("S").
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM DEVCORSL/DEVCORFD/DEVCORWS.
      *----------------------------------------------------------*
       CARREGA-DEVCOR.
           MOVE "NAO" TO FIM-DEVCOR.
           OPEN INPUT DEVCOR.
           IF FS-DEVCOR EQUAL "00"
              PERFORM LER-DEVCOR UNTIL FIM-DEVCOR EQUAL "SIM"
              CLOSE DEVCOR
           END-IF.

       LER-DEVCOR.
           READ DEVCOR AT END MOVE "SIM" TO FIM-DEVCOR.
           IF FIM-DEVCOR NOT EQUAL "SIM"
              IF ARQUIVO-DEV EQUAL ARQUIVO-CARGA-DEV
                 IF DEV-DEVOLUCAO
                    PERFORM GUARDA-DEVOLUCAO
                 ELSE
                    IF DEV-LIBERACAO
                       PERFORM BAIXA-DEVOLUCAO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       GUARDA-DEVOLUCAO.
           SET IDX-DCR TO 1.
           SEARCH DEVCOR-ITEM
              AT END
                 IF QTD-DEVCOR LESS THAN 2000
                    ADD 1 TO QTD-DEVCOR
                    MOVE CHAVE-DEV  TO CHAVE-DEV-TAB(QTD-DEVCOR)
                    MOVE DATA-DEV   TO DATA-DEV-TAB(QTD-DEVCOR)
                    MOVE MOTIVO-DEV TO MOTIVO-DEV-TAB(QTD-DEVCOR)
                    MOVE "S"        TO ATIVA-DEV-TAB(QTD-DEVCOR)
                    MOVE "N"        TO LISTADA-DEV-TAB(QTD-DEVCOR)
                 ELSE
                    MOVE "S" TO DEVCOR-DEMAIS
                 END-IF
              WHEN CHAVE-DEV-TAB(IDX-DCR) EQUAL CHAVE-DEV
                 MOVE DATA-DEV   TO DATA-DEV-TAB(IDX-DCR)
                 MOVE MOTIVO-DEV TO MOTIVO-DEV-TAB(IDX-DCR)
                 MOVE "S"        TO ATIVA-DEV-TAB(IDX-DCR)
           END-SEARCH.

       BAIXA-DEVOLUCAO.
           SET IDX-DCR TO 1.
           SEARCH DEVCOR-ITEM
              AT END CONTINUE
              WHEN CHAVE-DEV-TAB(IDX-DCR) EQUAL CHAVE-DEV
                 MOVE "N" TO ATIVA-DEV-TAB(IDX-DCR)
           END-SEARCH.

       CONSULTA-DEVCOR.
           MOVE "N" TO ENDERECO-DEVOLVIDO.
           IF QTD-DEVCOR GREATER THAN ZEROES
              SET IDX-DCR TO 1
              SEARCH DEVCOR-ITEM
                 AT END CONTINUE
                 WHEN CHAVE-DEV-TAB(IDX-DCR) EQUAL CHAVE-CONSULTA-DEV
                    MOVE ATIVA-DEV-TAB(IDX-DCR) TO ENDERECO-DEVOLVIDO
              END-SEARCH
           END-IF.

       MONTA-CORRIGE-DEV.
           MOVE SPACES TO NOME-COR-DEV ENDER-COR-DEV.
           MOVE CHAVE-DEV-TAB(IDX-DCR)  TO CHAVE-COR-DEV.
           MOVE DATA-DEV-TAB(IDX-DCR)   TO DATA-COR-DEV.
           MOVE MOTIVO-DEV-TAB(IDX-DCR) TO MOTIVO-CODIGO-DEV.
           PERFORM DESCREVE-MOTIVO-DEV.
           MOVE MOTIVO-DESCR-DEV TO MOTIVO-COR-DEV.
           MOVE "S" TO LISTADA-DEV-TAB(IDX-DCR).
           ADD 1 TO CT-ENDER-CORRIGIR.

      *MOTIVOS DO AVISO DE DEVOLUCAO DO CORREIO.
       DESCREVE-MOTIVO-DEV.
           EVALUATE MOTIVO-CODIGO-DEV
              WHEN "MU"
                 MOVE "MUDOU-SE" TO MOTIVO-DESCR-DEV
              WHEN "DE"
                 MOVE "DESCONHECIDO" TO MOTIVO-DESCR-DEV
              WHEN "EI"
                 MOVE "ENDERECO INSUFICIENTE" TO MOTIVO-DESCR-DEV
              WHEN "NE"
                 MOVE "NUMERO INEXISTENTE" TO MOTIVO-DESCR-DEV
              WHEN "RE"
                 MOVE "RECUSADO" TO MOTIVO-DESCR-DEV
              WHEN "NP"
                 MOVE "NAO PROCURADO" TO MOTIVO-DESCR-DEV
              WHEN "FA"
                 MOVE "FALECIDO" TO MOTIVO-DESCR-DEV
              WHEN OTHER
                 MOVE "OUTROS" TO MOTIVO-DESCR-DEV
           END-EVALUATE.

       LIBERA-DEVCOR.
           MOVE "N"   TO PENDENTE-LIB-DEV.
           MOVE "NAO" TO FIM-DEVCOR.
           OPEN INPUT DEVCOR.
           IF FS-DEVCOR EQUAL "00"
              PERFORM LER-DEVCOR-LIB UNTIL FIM-DEVCOR EQUAL "SIM"
              CLOSE DEVCOR
           END-IF.
           IF PENDENTE-LIB-DEV EQUAL "S"
              PERFORM GRAVA-LIBERACAO-DEV
           END-IF.

       LER-DEVCOR-LIB.
           READ DEVCOR AT END MOVE "SIM" TO FIM-DEVCOR.
           IF FIM-DEVCOR NOT EQUAL "SIM"
              IF ARQUIVO-DEV EQUAL ARQUIVO-LIB-DEV AND
                 CHAVE-DEV EQUAL CHAVE-LIB-DEV
                 IF DEV-DEVOLUCAO
                    MOVE "S" TO PENDENTE-LIB-DEV
                 ELSE
                    MOVE "N" TO PENDENTE-LIB-DEV
                 END-IF
              END-IF
           END-IF.

       GRAVA-LIBERACAO-DEV.
           OPEN EXTEND DEVCOR.
           IF FS-DEVCOR NOT EQUAL "00"
              OPEN OUTPUT DEVCOR
           END-IF.
           MOVE SPACES           TO REG-DEVCOR.
           MOVE ARQUIVO-LIB-DEV  TO ARQUIVO-DEV.
           MOVE CHAVE-LIB-DEV    TO CHAVE-DEV.
           MOVE "L"              TO EVENTO-DEV.
           ACCEPT DATA-DEV FROM DATE YYYYMMDD.
           ACCEPT HORA-DEV FROM TIME.
           MOVE OBS-LIB-DEV      TO OBS-DEV.
           MOVE OPERADOR-LIB-DEV TO OPERADOR-DEV.
           MOVE PROGRAMA-LIB-DEV TO PROGRAMA-DEV.
           WRITE REG-DEVCOR.
           CLOSE DEVCOR.
