      *----------------------------------------------------------*
      * FONEPD.CPY
      * PARAGRAFOS DO TELEFONE DO CLIENTE (DDD + NUMERO + TIPO):
      * - CRITICA-FONE: CONFERE DDD-FONE/NUMERO-FONE/TIPO-FONE E
      *   DEVOLVE FONE-OK "S" OU "N" COM O MOTIVO EM MOTIVO-FONE.
      *   TELEFONE ZERADO E ACEITO (CLIENTE SEM TELEFONE, TIPO EM
      *   BRANCO). TIPO EM BRANCO COM NUMERO DE 9 DIGITOS VIRA "C",
      *   COM NUMERO DE 8 DIGITOS VIRA "F". DDD VALIDO VAI DE 11
      *   A 99 SEM ZERO NO SEGUNDO DIGITO; CELULAR TEM 9 DIGITOS
      *   COMECANDO POR 9 E FIXO TEM 8 DIGITOS COMECANDO POR 2 A 5;
      * - FORMATA-FONE: MONTA FONE-EDITADO "(DD) NNNNN-NNNN" E
      *   DESC-TIPO-FONE ("FIXO"/"CELULAR"); TELEFONE ZERADO FICA
      *   EM BRANCO.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM O FONEWS.CPY.
      *----------------------------------------------------------*
       CRITICA-FONE.
           MOVE "S" TO FONE-OK.
           MOVE SPACES TO MOTIVO-FONE.
           IF DDD-FONE EQUAL ZEROES AND NUMERO-FONE EQUAL ZEROES
              MOVE SPACES TO TIPO-FONE
           ELSE
              INSPECT TIPO-FONE CONVERTING "cf" TO "CF"
              IF TIPO-FONE EQUAL SPACES
                 IF NUMERO-FONE NOT LESS THAN 100000000
                    MOVE "C" TO TIPO-FONE
                 ELSE
                    MOVE "F" TO TIPO-FONE
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN DDD-FONE LESS THAN 11
                 WHEN DDD-FONE(2:1) EQUAL "0"
                    MOVE "DDD INVALIDO" TO MOTIVO-FONE
                 WHEN TIPO-FONE EQUAL "C"
                    IF NUMERO-FONE LESS THAN 900000000
                       MOVE "CELULAR DEVE TER 9 DIGITOS (9)"
                         TO MOTIVO-FONE
                    END-IF
                 WHEN TIPO-FONE EQUAL "F"
                    IF NUMERO-FONE LESS THAN 20000000
                       OR NUMERO-FONE GREATER THAN 59999999
                       MOVE "FIXO DEVE TER 8 DIGITOS (2-5)"
                         TO MOTIVO-FONE
                    END-IF
                 WHEN OTHER
                    MOVE "TIPO DE TELEFONE DEVE SER F/C"
                      TO MOTIVO-FONE
              END-EVALUATE
           END-IF.
           IF MOTIVO-FONE NOT EQUAL SPACES
              MOVE "N" TO FONE-OK
           END-IF.

       FORMATA-FONE.
           IF NUMERO-FONE EQUAL ZEROES
              MOVE SPACES TO FONE-EDITADO
              MOVE SPACES TO DESC-TIPO-FONE
           ELSE
              DIVIDE NUMERO-FONE BY 10000 GIVING PARTE1-FONE
                     REMAINDER PARTE2-FONE
              MOVE "(" TO ABRE-FONE-ED
              MOVE DDD-FONE TO DDD-FONE-ED
              MOVE ") " TO FECHA-FONE-ED
              MOVE PARTE1-FONE TO PARTE1-FONE-ED
              MOVE "-" TO TRACO-FONE-ED
              MOVE PARTE2-FONE TO PARTE2-FONE-ED
              EVALUATE TIPO-FONE
                 WHEN "C"
                    MOVE "CELULAR" TO DESC-TIPO-FONE
                 WHEN "F"
                    MOVE "FIXO" TO DESC-TIPO-FONE
                 WHEN OTHER
                    MOVE SPACES TO DESC-TIPO-FONE
              END-EVALUATE
           END-IF.
