      *----------------------------------------------------------*
      * FECNOTPD.CPY
      * PARAGRAFOS DO REGISTRO DE TURMAS COM NOTAS FECHADAS (VER
      * FECNOTSL.CPY):
      * - MARCA-TURMA-FECHADA: ACRESCENTA (OPEN EXTEND) A LINHA DE
      *   TURMA-FECHAR COM DATA-FECHAR E PROGRAMA-FECHAR. CHAMADO
      *   PELAS RODADAS DE FECHAMENTO (EX05NOT, EX05ATA) PARA CADA
      *   TURMA PROCESSADA.
      * - CONSULTA-TURMA-FECHADA: DEVOLVE TURMA-FECHADA "S" QUANDO
      *   TURMA-FECHAR CONSTA DO ARQUIVO. SEM O FECNOT.DAT NENHUMA
      *   TURMA ESTA FECHADA.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM FECNOTSL/FECNOTFD/FECNOTWS.
      *----------------------------------------------------------*
       MARCA-TURMA-FECHADA.
           OPEN EXTEND FECNOT.
           IF FS-FECNOT NOT EQUAL "00"
              OPEN OUTPUT FECNOT
           END-IF.
           MOVE TURMA-FECHAR    TO TURMA-FEC.
           MOVE DATA-FECHAR     TO DATA-FEC.
           MOVE PROGRAMA-FECHAR TO PROGRAMA-FEC.
           WRITE REG-FECNOT.
           CLOSE FECNOT.

       CONSULTA-TURMA-FECHADA.
           MOVE "N"   TO TURMA-FECHADA.
           MOVE "NAO" TO FIM-FECNOT.
           OPEN INPUT FECNOT.
           IF FS-FECNOT EQUAL "00"
              PERFORM LER-FECNOT UNTIL FIM-FECNOT EQUAL "SIM"
                 OR TURMA-FECHADA EQUAL "S"
              CLOSE FECNOT
           END-IF.

       LER-FECNOT.
           READ FECNOT AT END MOVE "SIM" TO FIM-FECNOT.
           IF FIM-FECNOT NOT EQUAL "SIM"
              IF TURMA-FEC EQUAL TURMA-FECHAR
                 MOVE "S" TO TURMA-FECHADA
              END-IF
           END-IF.
