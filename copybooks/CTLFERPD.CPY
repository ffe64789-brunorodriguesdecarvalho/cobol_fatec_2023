      *----------------------------------------------------------*
      * CTLFERPD.CPY
      * PARAGRAFOS DO CONTROLE DE FERIAS (CTLFER.DAT):
      * - CARREGA-FERIAS: LE O CTLFER.DAT INTEIRO PARA A TABELA
      *   TAB-FERIAS. CTLFER-LIDO = "S" SE O ARQUIVO EXISTIA;
      *   PER-FER-DEMAIS = "S" SE NAO COUBE (O CHAMADOR ABORTA).
      * - REGRAVA-FERIAS: GRAVA A TABELA NO CTLFERN E COPIA O
      *   CTLFERN DE VOLTA NO CTLFER (COPIA-E-SUBSTITUI).
      * - GERA-PERIODOS-FER: RECEBE MATRICULA-FER, ADMISSAO-FER E
      *   COMPET-REF-FER E ACRESCENTA NA TABELA OS PERIODOS DA
      *   MATRICULA QUE JA COMECARAM ATE A COMPETENCIA E AINDA NAO
      *   ESTAO NELA (30 DIAS DE DIREITO CADA).
      * - DATAS-PERIODO-FER: RECEBE ADMISSAO-FER E NUM-PER-FER E
      *   DEVOLVE INICIO-PER-FER, FIM-PER-FER (FIM DO AQUISITIVO)
      *   E LIMITE-PER-FER (FIM DO CONCESSIVO). ADMISSAO EM 29/02
      *   FAZ ANIVERSARIO EM 01/03 NOS ANOS NAO BISSEXTOS.
      * - DIAS-DO-MES-FER: DIAS DO MES MES-FER DO ANO ANO-FER.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM CTLFERSL/CTLFERFD/CTLFERWS.
      *----------------------------------------------------------*
       CARREGA-FERIAS.
           MOVE "NAO" TO FIM-CFE.
           OPEN INPUT CTLFER.
           IF FS-CTLFER EQUAL "00"
              MOVE "S" TO CTLFER-LIDO
              PERFORM LER-CTLFER UNTIL FIM-CFE EQUAL "SIM"
              CLOSE CTLFER
           END-IF.

       LER-CTLFER.
           READ CTLFER AT END MOVE "SIM" TO FIM-CFE.
           IF FIM-CFE NOT EQUAL "SIM"
              IF QTD-PER-FER LESS THAN 3000
                 ADD 1 TO QTD-PER-FER
                 MOVE REG-CTLFER TO PER-FER-ITEM(QTD-PER-FER)
              ELSE
                 MOVE "S" TO PER-FER-DEMAIS
              END-IF
           END-IF.

       REGRAVA-FERIAS.
           OPEN OUTPUT CTLFERN.
           MOVE 1 TO IDX-TF.
           PERFORM GRAVA-CTLFERN UNTIL IDX-TF GREATER THAN QTD-PER-FER.
           CLOSE CTLFERN.
           MOVE "NAO" TO FIM-CFE.
           OPEN INPUT CTLFERN
                OUTPUT CTLFER.
           PERFORM COPIA-CTLFERN UNTIL FIM-CFE EQUAL "SIM".
           CLOSE CTLFERN CTLFER.

       GRAVA-CTLFERN.
           WRITE REG-CTLFERN FROM PER-FER-ITEM(IDX-TF).
           ADD 1 TO IDX-TF.

       COPIA-CTLFERN.
           READ CTLFERN AT END MOVE "SIM" TO FIM-CFE.
           IF FIM-CFE NOT EQUAL "SIM"
              WRITE REG-CTLFER FROM REG-CTLFERN
           END-IF.

       GERA-PERIODOS-FER.
           MOVE "N" TO FIM-GERA-FER.
           MOVE 1 TO NUM-PER-FER.
           IF ADMISSAO-FER EQUAL ZEROES
              MOVE "S" TO FIM-GERA-FER
           END-IF.
           PERFORM GERA-UM-PERIODO-FER UNTIL FIM-GERA-FER EQUAL "S".

       GERA-UM-PERIODO-FER.
           PERFORM DATAS-PERIODO-FER.
           IF INICIO-PER-FER(1:6) GREATER THAN COMPET-REF-FER
              MOVE "S" TO FIM-GERA-FER
           ELSE
              MOVE "N" TO ACHOU-PER-FER
              SET IDX-PFE TO 1
              SEARCH PER-FER-ITEM
                 AT END
                    CONTINUE
                 WHEN MATRICULA-TF(IDX-PFE) EQUAL MATRICULA-FER AND
                      PERIODO-TF(IDX-PFE) EQUAL NUM-PER-FER
                    MOVE "S" TO ACHOU-PER-FER
              END-SEARCH
              IF ACHOU-PER-FER NOT EQUAL "S"
                 IF QTD-PER-FER LESS THAN 3000
                    ADD 1 TO QTD-PER-FER
                    MOVE MATRICULA-FER  TO MATRICULA-TF(QTD-PER-FER)
                    MOVE NUM-PER-FER    TO PERIODO-TF(QTD-PER-FER)
                    MOVE INICIO-PER-FER TO INICIO-TF(QTD-PER-FER)
                    MOVE FIM-PER-FER    TO FIM-AQ-TF(QTD-PER-FER)
                    MOVE LIMITE-PER-FER TO LIMITE-TF(QTD-PER-FER)
                    MOVE 30             TO DIREITO-TF(QTD-PER-FER)
                    MOVE ZEROES         TO GOZADOS-TF(QTD-PER-FER)
                    MOVE 30             TO SALDO-TF(QTD-PER-FER)
                    MOVE ZEROES      TO COMPET-GOZO-TF(QTD-PER-FER)
                    MOVE ZEROES      TO DIAS-GOZO-TF(QTD-PER-FER)
                    MOVE SPACE       TO SITUACAO-TF(QTD-PER-FER)
                 ELSE
                    MOVE "S" TO PER-FER-DEMAIS
                    MOVE "S" TO FIM-GERA-FER
                 END-IF
              END-IF
              ADD 1 TO NUM-PER-FER
           END-IF.

      *INICIO = ADMISSAO + (N - 1) ANOS; FIM DO AQUISITIVO = VESPERA
      *DO ANIVERSARIO N; FIM DO CONCESSIVO = VESPERA DO ANIVERSARIO
      *N + 1.
       DATAS-PERIODO-FER.
           COMPUTE ANOS-SOMA-FER = NUM-PER-FER - 1.
           PERFORM ANIVERSARIO-FER.
           MOVE DATA-TRAB-FER TO INICIO-PER-FER.
           MOVE NUM-PER-FER TO ANOS-SOMA-FER.
           PERFORM ANIVERSARIO-FER.
           PERFORM VESPERA-FER.
           MOVE DATA-TRAB-FER TO FIM-PER-FER.
           COMPUTE ANOS-SOMA-FER = NUM-PER-FER + 1.
           PERFORM ANIVERSARIO-FER.
           PERFORM VESPERA-FER.
           MOVE DATA-TRAB-FER TO LIMITE-PER-FER.

       ANIVERSARIO-FER.
           MOVE ADMISSAO-FER(1:4) TO ANO-FER.
           MOVE ADMISSAO-FER(5:2) TO MES-FER.
           MOVE ADMISSAO-FER(7:2) TO DIA-FER.
           ADD ANOS-SOMA-FER TO ANO-FER.
           IF MES-FER EQUAL 02 AND DIA-FER EQUAL 29
              PERFORM DIAS-DO-MES-FER
              IF DIAS-MES-FER EQUAL 28
                 MOVE 03 TO MES-FER
                 MOVE 01 TO DIA-FER
              END-IF
           END-IF.
           PERFORM MONTA-DATA-FER.

       VESPERA-FER.
           IF DIA-FER GREATER THAN 1
              SUBTRACT 1 FROM DIA-FER
           ELSE
              IF MES-FER EQUAL 01
                 MOVE 12 TO MES-FER
                 SUBTRACT 1 FROM ANO-FER
              ELSE
                 SUBTRACT 1 FROM MES-FER
              END-IF
              PERFORM DIAS-DO-MES-FER
              MOVE DIAS-MES-FER TO DIA-FER
           END-IF.
           PERFORM MONTA-DATA-FER.

       MONTA-DATA-FER.
           MOVE ANO-FER TO DATA-TRAB-FER(1:4).
           MOVE MES-FER TO DATA-TRAB-FER(5:2).
           MOVE DIA-FER TO DATA-TRAB-FER(7:2).

       DIAS-DO-MES-FER.
           EVALUATE MES-FER
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO DIAS-MES-FER
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO DIAS-MES-FER
              WHEN OTHER
                 DIVIDE ANO-FER BY 4 GIVING QUOC4-FER
                    REMAINDER RESTO4-FER
                 IF RESTO4-FER EQUAL ZEROES
                    MOVE 29 TO DIAS-MES-FER
                 ELSE
                    MOVE 28 TO DIAS-MES-FER
                 END-IF
           END-EVALUATE.
