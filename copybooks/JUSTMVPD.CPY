      *----------------------------------------------------------*
      * JUSTMVPD.CPY
      * PARAGRAFOS DA REGRA DE APURACAO DE FALTAS: UMA CHAMADA COM
      * PRESENCA "A" NO FREQMOV E FALTA APURADA, SALVO SE HOUVER
      * JUSTIFICATIVA NO JUSTMOV PARA A MESMA MATRICULA NA MESMA
      * DATA. E A MESMA REGRA NA APURACAO DO FIM DO PERIODO
      * (EX05FRQ) E NO AVISO SEMANAL (EX05AVF), PARA OS NUMEROS DO
      * AVISO BATEREM COM O RESULTADO FINAL.
      * - CARREGA-JUSTMOV: LE O JUSTMOV.DAT PARA A TABELA. SEM O
      *   ARQUIVO, NENHUM ABONO. MAIS LINHAS DO QUE A TABELA
      *   COMPORTA LIGA JUST-DEMAIS.
      * - LOCALIZA-JUSTIFICATIVA: RECEBE MATRICULA-CONSULTA-JUS E
      *   DATA-CONSULTA-JUS E DEVOLVE TEM-JUST (S/N).
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM JUSTMVSL/JUSTMVFD/JUSTMVWS.
      *----------------------------------------------------------*
       CARREGA-JUSTMOV.
           MOVE "NAO" TO FIM-JUS.
           OPEN INPUT JUSTMOV.
           IF FS-JUSTMOV EQUAL "00"
              PERFORM LER-JUSTMOV UNTIL FIM-JUS EQUAL "SIM"
              CLOSE JUSTMOV
           END-IF.

       LER-JUSTMOV.
           READ JUSTMOV AT END MOVE "SIM" TO FIM-JUS.
           IF FIM-JUS NOT EQUAL "SIM"
              IF QTD-JUST LESS THAN 5000
                 ADD 1 TO QTD-JUST
                 MOVE MATRICULA-JUS TO MATRICULA-JUS-TAB(QTD-JUST)
                 MOVE DATA-JUS      TO DATA-JUS-TAB(QTD-JUST)
              ELSE
                 MOVE "S" TO JUST-DEMAIS
              END-IF
           END-IF.

       LOCALIZA-JUSTIFICATIVA.
           MOVE "N" TO TEM-JUST.
           SET IDX-JUS TO 1.
           SEARCH JUST-ITEM
              AT END CONTINUE
              WHEN MATRICULA-JUS-TAB(IDX-JUS) EQUAL
                   MATRICULA-CONSULTA-JUS
                 AND DATA-JUS-TAB(IDX-JUS) EQUAL DATA-CONSULTA-JUS
                 MOVE "S" TO TEM-JUST
           END-SEARCH.
