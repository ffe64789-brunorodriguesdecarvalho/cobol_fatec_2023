      *----------------------------------------------------------*
      * RMNCTLPD.CPY
      * PARAGRAFOS DO CONTROLE DE REMESSA DA COBRANCA DAS NOTAS:
      * - CARREGA-REMNCTL: LE O REMNCTL.DAT INTEIRO PARA A TABELA.
      *   SEM O ARQUIVO A TABELA FICA VAZIA (NADA FOI ENVIADO AINDA);
      *   ESTOURO DA TABELA LIGA RMC-DEMAIS.
      * - PROCURA-REMNCTL: RECEBE NOTA-RMC-PROCURA E DEVOLVE
      *   ACHOU-RMC (S/N), COM IDX-RMC NA LINHA ACHADA.
      * - GRAVA-REMNCTL: REGRAVA O REMNCTL.DAT A PARTIR DA TABELA.
      *   SO PODE SER USADO COM O CONTROLE CARREGADO INTEIRO
      *   (RMC-DEMAIS "N"). TITULO BAIXADO ("X") NAO E REGRAVADO.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM RMNCTLSL/RMNCTLFD/RMNCTLWS.
      *----------------------------------------------------------*
       CARREGA-REMNCTL.
           MOVE "NAO" TO FIM-REMNCTL.
           MOVE ZEROES TO QTD-RMC.
           OPEN INPUT REMNCTL.
           IF FS-REMNCTL EQUAL "00"
              PERFORM LER-REMNCTL UNTIL FIM-REMNCTL EQUAL "SIM"
              CLOSE REMNCTL
           END-IF.

       LER-REMNCTL.
           READ REMNCTL AT END MOVE "SIM" TO FIM-REMNCTL.
           IF FIM-REMNCTL NOT EQUAL "SIM"
              IF QTD-RMC LESS THAN 5000
                 ADD 1 TO QTD-RMC
                 MOVE NUMNOTARMC  TO NOTA-RMC-TAB(QTD-RMC)
                 MOVE CPFRMC      TO CPF-RMC-TAB(QTD-RMC)
                 MOVE VALORRMC    TO VALOR-RMC-TAB(QTD-RMC)
                 MOVE VENCRMC     TO VENC-RMC-TAB(QTD-RMC)
                 MOVE DATAREMRMC  TO DATAREM-RMC-TAB(QTD-RMC)
                 MOVE SITRMC      TO SIT-RMC-TAB(QTD-RMC)
                 MOVE OCORRRMC    TO OCORR-RMC-TAB(QTD-RMC)
                 MOVE DATAPAGRMC  TO DATAPAG-RMC-TAB(QTD-RMC)
                 MOVE VALORPAGRMC TO VALPAG-RMC-TAB(QTD-RMC)
              ELSE
                 MOVE "S" TO RMC-DEMAIS
              END-IF
           END-IF.

       PROCURA-REMNCTL.
           MOVE "N" TO ACHOU-RMC.
           IF QTD-RMC GREATER THAN ZEROES
              SET IDX-RMC TO 1
              SEARCH RMC-ITEM
                 AT END CONTINUE
                 WHEN NOTA-RMC-TAB(IDX-RMC) EQUAL NOTA-RMC-PROCURA
                    MOVE "S" TO ACHOU-RMC
              END-SEARCH
           END-IF.

       GRAVA-REMNCTL.
           OPEN OUTPUT REMNCTL.
           MOVE 1 TO IDX-GRAVA-RMC.
           PERFORM GRAVA-UM-REMNCTL UNTIL IDX-GRAVA-RMC GREATER THAN
                   QTD-RMC.
           CLOSE REMNCTL.

       GRAVA-UM-REMNCTL.
           IF SIT-RMC-TAB(IDX-GRAVA-RMC) NOT EQUAL "X"
              PERFORM GRAVA-LINHA-REMNCTL
           END-IF.
           ADD 1 TO IDX-GRAVA-RMC.

       GRAVA-LINHA-REMNCTL.
           MOVE NOTA-RMC-TAB(IDX-GRAVA-RMC)    TO NUMNOTARMC.
           MOVE CPF-RMC-TAB(IDX-GRAVA-RMC)     TO CPFRMC.
           MOVE VALOR-RMC-TAB(IDX-GRAVA-RMC)   TO VALORRMC.
           MOVE VENC-RMC-TAB(IDX-GRAVA-RMC)    TO VENCRMC.
           MOVE DATAREM-RMC-TAB(IDX-GRAVA-RMC) TO DATAREMRMC.
           MOVE SIT-RMC-TAB(IDX-GRAVA-RMC)     TO SITRMC.
           MOVE OCORR-RMC-TAB(IDX-GRAVA-RMC)   TO OCORRRMC.
           MOVE DATAPAG-RMC-TAB(IDX-GRAVA-RMC) TO DATAPAGRMC.
           MOVE VALPAG-RMC-TAB(IDX-GRAVA-RMC)  TO VALORPAGRMC.
           WRITE REGREMNCTL.
