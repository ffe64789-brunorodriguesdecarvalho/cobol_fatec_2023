      *----------------------------------------------------------*
      * TABTRBPD.CPY
      * PARAGRAFOS DA TABELA DE TRIBUTACAO:
      * - CARREGA-TABTRIB: LE O TABTRIB.DAT INTEIRO PARA A TABELA.
      *   SEM O ARQUIVO TABTRIB-LIDA FICA "N"; ESTOURO LIGA
      *   TRB-DEMAIS. QUEM DEPENDE DA TABELA DECIDE SE ABORTA.
      * - PROCURA-ALIQUOTA: COM CLAS-PROCURA, UF-PROCURA E
      *   DATA-PROCURA, ACHA A LINHA DE MAIOR VIGENCIA ATE A DATA
      *   PARA A CLASSIFICACAO E A UF; NAO HAVENDO, A DA UF "**".
      *   DEVOLVE ACHOU-ALIQ E, COM "S", O TIPO, A ALIQUOTA E O
      *   PERCENTUAL DA BASE (JA COM 100 NO LUGAR DE ZEROS).
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM TABTRBSL/TABTRBFD/TABTRBWS.
      *----------------------------------------------------------*
       CARREGA-TABTRIB.
           MOVE "NAO" TO FIM-TABTRIB.
           MOVE "N"   TO TABTRIB-LIDA.
           MOVE ZEROES TO QTD-TRB CT-TRB-INVALIDAS.
           OPEN INPUT TABTRIB.
           IF FS-TABTRIB EQUAL "00"
              MOVE "S" TO TABTRIB-LIDA
              PERFORM LER-TABTRIB UNTIL FIM-TABTRIB EQUAL "SIM"
              CLOSE TABTRIB
           END-IF.

       LER-TABTRIB.
           READ TABTRIB AT END MOVE "SIM" TO FIM-TABTRIB.
           IF FIM-TABTRIB NOT EQUAL "SIM"
              IF VIGTRB NOT NUMERIC OR ALIQTRB NOT NUMERIC OR
                 (NOT TRB-ICMS AND NOT TRB-ISS)
                 ADD 1 TO CT-TRB-INVALIDAS
              ELSE
                 IF QTD-TRB LESS THAN 300
                    ADD 1 TO QTD-TRB
                    MOVE VIGTRB  TO VIGTRB-TAB(QTD-TRB)
                    MOVE CLASTRB TO CLASTRB-TAB(QTD-TRB)
                    MOVE UFTRB   TO UFTRB-TAB(QTD-TRB)
                    MOVE TIPOTRB TO TIPOTRB-TAB(QTD-TRB)
                    MOVE ALIQTRB TO ALIQTRB-TAB(QTD-TRB)
                    MOVE 100     TO PCTBASE-TAB(QTD-TRB)
                    IF PCTBASETRB NUMERIC AND
                       PCTBASETRB NOT EQUAL ZEROES
                       MOVE PCTBASETRB TO PCTBASE-TAB(QTD-TRB)
                    END-IF
                 ELSE
                    MOVE "S" TO TRB-DEMAIS
                 END-IF
              END-IF
           END-IF.

       PROCURA-ALIQUOTA.
           MOVE "N" TO ACHOU-ALIQ.
           MOVE ZEROES TO VIG-ACHADA.
           MOVE 1 TO IDX-TRB.
           PERFORM CONFERE-LINHA-TRB UNTIL IDX-TRB GREATER THAN QTD-TRB.
           IF ACHOU-ALIQ NOT EQUAL "S"
              MOVE "**" TO UF-PROCURA
              MOVE 1 TO IDX-TRB
              PERFORM CONFERE-LINHA-TRB
                 UNTIL IDX-TRB GREATER THAN QTD-TRB
           END-IF.

       CONFERE-LINHA-TRB.
           IF CLASTRB-TAB(IDX-TRB) EQUAL CLAS-PROCURA AND
              UFTRB-TAB(IDX-TRB)   EQUAL UF-PROCURA   AND
              VIGTRB-TAB(IDX-TRB)  NOT GREATER THAN DATA-PROCURA AND
              VIGTRB-TAB(IDX-TRB)  NOT LESS THAN VIG-ACHADA
              MOVE "S"                  TO ACHOU-ALIQ
              MOVE VIGTRB-TAB(IDX-TRB)  TO VIG-ACHADA
              MOVE TIPOTRB-TAB(IDX-TRB) TO TIPO-ACHADO
              MOVE ALIQTRB-TAB(IDX-TRB) TO ALIQ-ACHADA
              MOVE PCTBASE-TAB(IDX-TRB) TO PCTBASE-ACHADA
           END-IF.
           ADD 1 TO IDX-TRB.
