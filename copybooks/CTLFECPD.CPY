      *----------------------------------------------------------*
      * CTLFECPD.CPY
      * PARAGRAFOS DO REGISTRO DE COMPETENCIAS FECHADAS (VER
      * CTLFECSL.CPY):
      * - MARCA-COMPET-FECHADA: ACRESCENTA (OPEN EXTEND) A LINHA DE
      *   COMPET-FECHAR COM DATA-PROC-FECHAR, PRIM-UTIL-FECHAR E A
      *   DATA/HORA DA MAQUINA. CHAMADO SO PELO FECCTL, NO FIM DO
      *   FECHAMENTO DO MES.
      * - CONSULTA-COMPET-FECHADA: DEVOLVE COMPET-FECHADA "S" (E A
      *   DATA DE PROCESSAMENTO DO FECHAMENTO EM DATA-FECHAMENTO)
      *   QUANDO COMPET-FECHAR CONSTA DO ARQUIVO; CTLFEC-LIDO "S"
      *   QUANDO O ARQUIVO EXISTE. SEM O CTLFECH.DAT NENHUMA
      *   COMPETENCIA ESTA FECHADA.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM CTLFECSL/CTLFECFD/CTLFECWS.
      *----------------------------------------------------------*
       MARCA-COMPET-FECHADA.
           OPEN EXTEND CTLFEC.
           IF FS-CTLFEC NOT EQUAL "00"
              OPEN OUTPUT CTLFEC
           END-IF.
           MOVE COMPET-FECHAR    TO COMPET-FCH.
           MOVE DATA-PROC-FECHAR TO DATA-PROC-FCH.
           MOVE PRIM-UTIL-FECHAR TO PRIM-UTIL-FCH.
           ACCEPT DATA-GRV-FCH FROM DATE YYYYMMDD.
           ACCEPT HORA-GRV-FCH FROM TIME.
           WRITE REG-CTLFEC.
           CLOSE CTLFEC.

       CONSULTA-COMPET-FECHADA.
           MOVE "N"    TO COMPET-FECHADA.
           MOVE "N"    TO CTLFEC-LIDO.
           MOVE ZEROES TO DATA-FECHAMENTO.
           MOVE "NAO"  TO FIM-CTLFEC.
           OPEN INPUT CTLFEC.
           IF FS-CTLFEC EQUAL "00"
              MOVE "S" TO CTLFEC-LIDO
              PERFORM LER-CTLFEC UNTIL FIM-CTLFEC EQUAL "SIM"
                 OR COMPET-FECHADA EQUAL "S"
              CLOSE CTLFEC
           END-IF.

       LER-CTLFEC.
           READ CTLFEC AT END MOVE "SIM" TO FIM-CTLFEC.
           IF FIM-CTLFEC NOT EQUAL "SIM"
              IF COMPET-FCH EQUAL COMPET-FECHAR
                 MOVE "S"           TO COMPET-FECHADA
                 MOVE DATA-PROC-FCH TO DATA-FECHAMENTO
              END-IF
           END-IF.
