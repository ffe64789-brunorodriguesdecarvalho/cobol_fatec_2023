      *----------------------------------------------------------*
      * PARRESPD.CPY
      * PARAGRAFOS DO PLANO DE PAGAMENTO DAS RESERVAS:
      * - PARAMETROS-PLANO: COM O REG-PACOTE LIDO, DEVOLVE
      *   SINAL-PLN, PARCELAS-PLN, PRAZO-PLN, MULTA-PLN E
      *   SAIDA-PLN, APLICANDO OS VALORES PADRAO DO PACOTEFD AOS
      *   CAMPOS EM BRANCO (SINAL 20%, SEM PARCELAS, CORTE 30 DIAS,
      *   MULTA ZERO);
      * - CALCULA-CORTE-PLANO: DEVOLVE EM CORTE-PLN A DATA DE
      *   CORTE DA SAIDA (SAIDA-PLN MENOS PRAZO-PLN DIAS DE
      *   CALENDARIO), A ULTIMA DATA EM QUE PARCELA PODE VENCER;
      * - AVANCA-MES-PLANO: AVANCA ANO-PLN/MES-PLN UM MES.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM PARRESSL/PARRESFD/PARRESWS E O PACOTEFD.
      *----------------------------------------------------------*
       PARAMETROS-PLANO.
           MOVE DATA-SAIDA-PAC TO SAIDA-PLN.
           IF SINAL-PAC NUMERIC
              MOVE SINAL-PAC TO SINAL-PLN
           ELSE
              MOVE 20 TO SINAL-PLN
           END-IF.
           IF SINAL-PLN GREATER THAN 100
              MOVE 100 TO SINAL-PLN
           END-IF.
           IF PARCELAS-PAC NUMERIC
              MOVE PARCELAS-PAC TO PARCELAS-PLN
           ELSE
              MOVE ZEROES TO PARCELAS-PLN
           END-IF.
           IF PRAZO-QUIT-PAC NUMERIC
              MOVE PRAZO-QUIT-PAC TO PRAZO-PLN
           ELSE
              MOVE 30 TO PRAZO-PLN
           END-IF.
           IF MULTA-CANC-PAC NUMERIC
              MOVE MULTA-CANC-PAC TO MULTA-PLN
           ELSE
              MOVE ZEROES TO MULTA-PLN
           END-IF.
           IF MULTA-PLN GREATER THAN 100
              MOVE 100 TO MULTA-PLN
           END-IF.

       CALCULA-CORTE-PLANO.
           MOVE SAIDA-PLN(1:4) TO ANO-PLN.
           MOVE SAIDA-PLN(5:2) TO MES-PLN.
           MOVE SAIDA-PLN(7:2) TO DIA-PLN.
           MOVE ZEROES TO CT-DIAS-PLN.
           PERFORM RECUA-DIA-PLANO
              UNTIL CT-DIAS-PLN NOT LESS THAN PRAZO-PLN.
           COMPUTE CORTE-PLN = ANO-PLN * 10000 + MES-PLN * 100
                             + DIA-PLN.

       RECUA-DIA-PLANO.
           ADD 1 TO CT-DIAS-PLN.
           IF DIA-PLN GREATER THAN 1
              SUBTRACT 1 FROM DIA-PLN
           ELSE
              IF MES-PLN GREATER THAN 1
                 SUBTRACT 1 FROM MES-PLN
              ELSE
                 MOVE 12 TO MES-PLN
                 SUBTRACT 1 FROM ANO-PLN
              END-IF
              PERFORM ULTIMO-DIA-MES-PLANO
              MOVE ULTIMO-DIA-PLN TO DIA-PLN
           END-IF.

       AVANCA-MES-PLANO.
           IF MES-PLN LESS THAN 12
              ADD 1 TO MES-PLN
           ELSE
              MOVE 1 TO MES-PLN
              ADD 1 TO ANO-PLN
           END-IF.

      *FEVEREIRO VAI A 29 QUANDO O ANO E DIVISIVEL POR 4 (MESMA
      *REGRA DO EX02DTV).
       ULTIMO-DIA-MES-PLANO.
           MOVE DIAS-MES-PLN(MES-PLN) TO ULTIMO-DIA-PLN.
           IF MES-PLN EQUAL 02
              DIVIDE ANO-PLN BY 4 GIVING QUOC4-PLN
                     REMAINDER RESTO4-PLN
              IF RESTO4-PLN EQUAL ZEROES
                 MOVE 29 TO ULTIMO-DIA-PLN
              END-IF
           END-IF.
