      *----------------------------------------------------------*
      * EMLADEPD.CPY
      * PARAGRAFOS DO REGISTRO DE ADESAO AO ENVIO POR E-MAIL:
      * - CARREGA-EMLADE: LE O EMLADE.DAT E GUARDA NA TABELA AS
      *   CHAVES DO CADASTRO ARQUIVO-CARGA-ADE, APLICANDO ADESOES,
      *   CANCELAMENTOS E DEVOLUCOES NA ORDEM EM QUE FORAM
      *   GRAVADOS. SEM O ARQUIVO A TABELA FICA VAZIA E TUDO SAI NO
      *   PAPEL. MAIS CHAVES DO QUE A TABELA COMPORTA LIGA
      *   EMLADE-DEMAIS - A RODADA DEVE ABORTAR, COMO NAS DEMAIS
      *   TABELAS.
      * - CONSULTA-EMLADE: RECEBE CHAVE-CONSULTA-ADE E O ENDERECO
      *   ATUAL DO CADASTRO EM EMAIL-CONSULTA-ADE E DEVOLVE
      *   EMAIL-ELEGIVEL "S" QUANDO A CHAVE TEM ADESAO EM VIGOR, O
      *   ENDERECO TEM FORMATO VALIDO E NAO E O MESMO QUE O GATEWAY
      *   RECUSOU.
      * - VALIDA-FORMATO-EMAIL: CONFERE EMAIL-VALIDA (UM SO "@",
      *   ALGO ANTES DELE, DOMINIO COM PONTO QUE NAO ESTA NA PONTA E
      *   NENHUM BRANCO NO MEIO) E DEVOLVE EMAIL-FORMATO-OK (S/N).
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM EMLADESL/EMLADEFD/EMLADEWS.
      *----------------------------------------------------------*
       CARREGA-EMLADE.
           MOVE "NAO" TO FIM-EMLADE.
           OPEN INPUT EMLADE.
           IF FS-EMLADE EQUAL "00"
              PERFORM LER-EMLADE UNTIL FIM-EMLADE EQUAL "SIM"
              CLOSE EMLADE
           END-IF.

       LER-EMLADE.
           READ EMLADE AT END MOVE "SIM" TO FIM-EMLADE.
           IF FIM-EMLADE NOT EQUAL "SIM"
              IF ARQUIVO-ADE EQUAL ARQUIVO-CARGA-ADE
                 PERFORM GUARDA-EMLADE
              END-IF
           END-IF.

       GUARDA-EMLADE.
           SET IDX-ADE TO 1.
           SEARCH EMLADE-ITEM
              AT END
                 IF QTD-EMLADE LESS THAN 5000
                    ADD 1 TO QTD-EMLADE
                    SET IDX-ADE TO QTD-EMLADE
                    MOVE CHAVE-ADE TO CHAVE-ADE-TAB(IDX-ADE)
                    MOVE "N"       TO ADERIU-ADE-TAB(IDX-ADE)
                    MOVE SPACES    TO EMAIL-INV-ADE-TAB(IDX-ADE)
                    PERFORM APLICA-EVENTO-ADE
                 ELSE
                    MOVE "S" TO EMLADE-DEMAIS
                 END-IF
              WHEN CHAVE-ADE-TAB(IDX-ADE) EQUAL CHAVE-ADE
                 PERFORM APLICA-EVENTO-ADE
           END-SEARCH.

       APLICA-EVENTO-ADE.
           EVALUATE TRUE
              WHEN ADE-ADESAO
                 MOVE "S"       TO ADERIU-ADE-TAB(IDX-ADE)
                 MOVE SPACES    TO EMAIL-INV-ADE-TAB(IDX-ADE)
              WHEN ADE-CANCELAMENTO
                 MOVE "N"       TO ADERIU-ADE-TAB(IDX-ADE)
              WHEN ADE-DEVOLUCAO
                 MOVE EMAIL-ADE TO EMAIL-INV-ADE-TAB(IDX-ADE)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CONSULTA-EMLADE.
           MOVE "N" TO EMAIL-ELEGIVEL.
           IF QTD-EMLADE GREATER THAN ZEROES
              SET IDX-ADE TO 1
              SEARCH EMLADE-ITEM
                 AT END CONTINUE
                 WHEN CHAVE-ADE-TAB(IDX-ADE) EQUAL CHAVE-CONSULTA-ADE
                    IF ADERIU-ADE-TAB(IDX-ADE) EQUAL "S" AND
                       EMAIL-INV-ADE-TAB(IDX-ADE) NOT EQUAL
                       EMAIL-CONSULTA-ADE
                       MOVE EMAIL-CONSULTA-ADE TO EMAIL-VALIDA
                       PERFORM VALIDA-FORMATO-EMAIL
                       MOVE EMAIL-FORMATO-OK TO EMAIL-ELEGIVEL
                    END-IF
              END-SEARCH
           END-IF.

       VALIDA-FORMATO-EMAIL.
           MOVE "N" TO EMAIL-FORMATO-OK.
           MOVE ZEROES TO CT-ARROBA-ADE CT-PONTO-ADE TAM-EMAIL-ADE
                          TAM-DOMINIO-ADE.
           MOVE SPACES TO LOCAL-EMAIL-ADE DOMINIO-EMAIL-ADE.
           IF EMAIL-VALIDA(1:1) NOT EQUAL SPACE
              INSPECT EMAIL-VALIDA TALLYING CT-ARROBA-ADE
                      FOR ALL "@"
              INSPECT EMAIL-VALIDA TALLYING TAM-EMAIL-ADE
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF TAM-EMAIL-ADE LESS THAN 40
                 IF EMAIL-VALIDA(TAM-EMAIL-ADE + 1:) NOT EQUAL SPACES
                    MOVE ZEROES TO CT-ARROBA-ADE
                 END-IF
              END-IF
              IF CT-ARROBA-ADE EQUAL 1
                 PERFORM VALIDA-DOMINIO-EMAIL
              END-IF
           END-IF.

      *TEXTO DEPOIS DO PRIMEIRO BRANCO (BRANCO NO MEIO DO ENDERECO)
      *JA ZEROU CT-ARROBA-ADE E NAO CHEGA AQUI.
       VALIDA-DOMINIO-EMAIL.
           UNSTRING EMAIL-VALIDA DELIMITED BY "@"
                    INTO LOCAL-EMAIL-ADE DOMINIO-EMAIL-ADE.
           INSPECT DOMINIO-EMAIL-ADE TALLYING CT-PONTO-ADE
                   FOR ALL ".".
           INSPECT DOMINIO-EMAIL-ADE TALLYING TAM-DOMINIO-ADE
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LOCAL-EMAIL-ADE NOT EQUAL SPACES AND
              TAM-DOMINIO-ADE GREATER THAN ZEROES AND
              CT-PONTO-ADE GREATER THAN ZEROES
              IF DOMINIO-EMAIL-ADE(1:1) NOT EQUAL "." AND
                 DOMINIO-EMAIL-ADE(TAM-DOMINIO-ADE:1) NOT EQUAL "."
                 MOVE "S" TO EMAIL-FORMATO-OK
              END-IF
           END-IF.
