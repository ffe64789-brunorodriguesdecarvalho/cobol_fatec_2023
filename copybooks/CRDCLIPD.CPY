      *----------------------------------------------------------*
      * CRDCLIPD.CPY
      * PARAGRAFOS DO CADASTRO DE CREDITO DOS CLIENTES:
      * - CARREGA-CREDCLI: LE O CREDCLI.DAT INTEIRO PARA A TABELA.
      *   SEM O ARQUIVO CREDCLI-LIDO FICA "N" (TODO CLIENTE NO
      *   LIMITE PADRAO); ESTOURO LIGA CRD-DEMAIS. QUEM DEPENDE DO
      *   CADASTRO DECIDE SE ABORTA.
      * - PROCURA-CREDCLI: COM CPF-CRD-PROCURA, DEVOLVE ACHOU-CRD, O
      *   LIMITE, O BLOQUEIO E A OBSERVACAO DO CLIENTE.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM CRDCLISL/CRDCLIFD/CRDCLIWS E O PARCRDWS (LIMITE PADRAO).
      *----------------------------------------------------------*
       CARREGA-CREDCLI.
           MOVE "NAO" TO FIM-CREDCLI.
           MOVE "N"   TO CREDCLI-LIDO.
           MOVE ZEROES TO QTD-CRD CT-CRD-INVALIDOS.
           OPEN INPUT CREDCLI.
           IF FS-CREDCLI EQUAL "00"
              MOVE "S" TO CREDCLI-LIDO
              PERFORM LER-CREDCLI UNTIL FIM-CREDCLI EQUAL "SIM"
              CLOSE CREDCLI
           END-IF.

       LER-CREDCLI.
           READ CREDCLI AT END MOVE "SIM" TO FIM-CREDCLI.
           IF FIM-CREDCLI NOT EQUAL "SIM"
              IF CPFCRD NOT NUMERIC
                 ADD 1 TO CT-CRD-INVALIDOS
              ELSE
                 IF QTD-CRD LESS THAN 2000
                    ADD 1 TO QTD-CRD
                    MOVE CPFCRD  TO CPFCRD-TAB(QTD-CRD)
                    MOVE BLOQCRD TO BLOQCRD-TAB(QTD-CRD)
                    MOVE OBSCRD  TO OBSCRD-TAB(QTD-CRD)
                    IF LIMITECRD NUMERIC
                       MOVE LIMITECRD     TO LIMITECRD-TAB(QTD-CRD)
                    ELSE
                       MOVE LIMITE-PADRAO TO LIMITECRD-TAB(QTD-CRD)
                    END-IF
                 ELSE
                    MOVE "S" TO CRD-DEMAIS
                 END-IF
              END-IF
           END-IF.

       PROCURA-CREDCLI.
           MOVE "N"           TO ACHOU-CRD.
           MOVE LIMITE-PADRAO TO LIMITE-CRD-ACHADO.
           MOVE SPACES        TO BLOQ-CRD-ACHADO OBS-CRD-ACHADA.
           IF QTD-CRD GREATER THAN ZEROES
              SET IDX-CRD TO 1
              SEARCH CRD-ITEM
                 AT END CONTINUE
                 WHEN CPFCRD-TAB(IDX-CRD) EQUAL CPF-CRD-PROCURA
                    MOVE "S" TO ACHOU-CRD
                    MOVE LIMITECRD-TAB(IDX-CRD) TO LIMITE-CRD-ACHADO
                    MOVE BLOQCRD-TAB(IDX-CRD)   TO BLOQ-CRD-ACHADO
                    MOVE OBSCRD-TAB(IDX-CRD)    TO OBS-CRD-ACHADA
              END-SEARCH
           END-IF.
