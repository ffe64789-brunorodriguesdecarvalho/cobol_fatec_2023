      *----------------------------------------------------------*
      * RESALUPD.CPY
      * PARAGRAFOS DO CADASTRO DE RESPONSAVEIS FINANCEIROS:
      * - CARREGA-RESALU: LE O RESALU.DAT E GUARDA NA TABELA AS
      *   LINHAS VALIDAS (A ULTIMA LINHA DA MESMA MATRICULA VALE).
      *   SEM O ARQUIVO A TABELA FICA VAZIA E TODA CORRESPONDENCIA
      *   SAI EM NOME DO ALUNO. MAIS MATRICULAS DO QUE A TABELA
      *   COMPORTA LIGA RESALU-DEMAIS - A RODADA DEVE ABORTAR, COMO
      *   NAS DEMAIS TABELAS.
      * - CONSULTA-RESALU: RECEBE MATRICULA-CONSULTA-RES E DEVOLVE
      *   RESPONSAVEL-ACHADO (S/N), COM IDX-RSP NA LINHA ACHADA.
      * - MONTA-ENDERECAMENTO-RES: DEPOIS DE UMA CONSULTA COM "S",
      *   PREENCHE AS TRES LINHAS DE ENDERECAMENTO E O CPF EDITADO.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM RESALUSL/RESALUFD/RESALUWS.
      *----------------------------------------------------------*
       CARREGA-RESALU.
           MOVE "NAO" TO FIM-RESALU.
           OPEN INPUT RESALU.
           IF FS-RESALU EQUAL "00"
              PERFORM LER-RESALU UNTIL FIM-RESALU EQUAL "SIM"
              CLOSE RESALU
           END-IF.

       LER-RESALU.
           READ RESALU AT END MOVE "SIM" TO FIM-RESALU.
           IF FIM-RESALU NOT EQUAL "SIM"
              IF MATRICULA-RES NOT NUMERIC OR CPF-RES NOT NUMERIC OR
                 NOME-RES EQUAL SPACES OR NOT PARENTESCO-VALIDO
                 ADD 1 TO CT-RESALU-INV
              ELSE
                 PERFORM GUARDA-RESALU
              END-IF
           END-IF.

       GUARDA-RESALU.
           SET IDX-RSP TO 1.
           SEARCH RESALU-ITEM
              AT END
                 IF QTD-RESALU LESS THAN 5000
                    ADD 1 TO QTD-RESALU
                    SET IDX-RSP TO QTD-RESALU
                    PERFORM MOVE-RESALU-TAB
                 ELSE
                    MOVE "S" TO RESALU-DEMAIS
                 END-IF
              WHEN MATRICULA-RES-TAB(IDX-RSP) EQUAL MATRICULA-RES
                 PERFORM MOVE-RESALU-TAB
           END-SEARCH.

       MOVE-RESALU-TAB.
           MOVE MATRICULA-RES  TO MATRICULA-RES-TAB(IDX-RSP).
           MOVE CPF-RES        TO CPF-RES-TAB(IDX-RSP).
           MOVE NOME-RES       TO NOME-RES-TAB(IDX-RSP).
           MOVE PARENTESCO-RES TO PARENTESCO-RES-TAB(IDX-RSP).
           MOVE ENDERECO-RES   TO ENDERECO-RES-TAB(IDX-RSP).
           MOVE BAIRRO-RES     TO BAIRRO-RES-TAB(IDX-RSP).
           MOVE CIDADE-RES     TO CIDADE-RES-TAB(IDX-RSP).
           MOVE UF-RES         TO UF-RES-TAB(IDX-RSP).
           MOVE EMAIL-RES      TO EMAIL-RES-TAB(IDX-RSP).
           IF CEP-RES NUMERIC
              MOVE CEP-RES     TO CEP-RES-TAB(IDX-RSP)
           ELSE
              MOVE ZEROES      TO CEP-RES-TAB(IDX-RSP)
           END-IF.

       CONSULTA-RESALU.
           MOVE "N" TO RESPONSAVEL-ACHADO.
           IF QTD-RESALU GREATER THAN ZEROES
              SET IDX-RSP TO 1
              SEARCH RESALU-ITEM
                 AT END CONTINUE
                 WHEN MATRICULA-RES-TAB(IDX-RSP) EQUAL
                      MATRICULA-CONSULTA-RES
                    MOVE "S" TO RESPONSAVEL-ACHADO
              END-SEARCH
           END-IF.

       MONTA-ENDERECAMENTO-RES.
           MOVE NOME-RES-TAB(IDX-RSP)     TO NOME-END-RES.
           MOVE ENDERECO-RES-TAB(IDX-RSP) TO ENDERECO-END-RES.
           MOVE BAIRRO-RES-TAB(IDX-RSP)   TO BAIRRO-END-RES.
           MOVE CIDADE-RES-TAB(IDX-RSP)   TO CIDADE-END-RES.
           MOVE UF-RES-TAB(IDX-RSP)       TO UF-END-RES.
           MOVE CEP-RES-TAB(IDX-RSP)      TO CEP-TRABALHO-RES.
           MOVE CEP-TR-1 TO CEP-END-RES-1.
           MOVE CEP-TR-2 TO CEP-END-RES-2.
           MOVE CPF-RES-TAB(IDX-RSP)      TO CPF-TRABALHO-RES.
           MOVE CPF-TR-1 TO CPF-ED-1.
           MOVE CPF-TR-2 TO CPF-ED-2.
           MOVE CPF-TR-3 TO CPF-ED-3.
           MOVE CPF-TR-4 TO CPF-ED-4.
