      *            NUM SABADO OU FERIADO FAZIA O BANCO DEVOLVER OS
      *            TITULOS. SEM O CALEND.DAT, O DIA 10 VALE COMO
      *            SEMPRE VALEU.
      *15/10/2026 BRC - A COMPETENCIA LANCADA SAI COM O NUMERO DO
      *            RECIBO QUITADOR ZERADO (CAMPO NOVO RECIBO-MEN DO
      *            LIVRO - VER MENSALFD).
      *15/10/2026 BRC - A MENSALIDADE DE CADA CATEGORIA PASSOU A
      *            SER A DA LINHA DA TABCAT EM VIGOR NA COMPETENCIA
      *            LANCADA (VIGENCIA-CAT - VER TABCATFD), PARA O
      *            REAJUSTE ANUAL (EX01RJT) ENTRAR NA COMPETENCIA
      *            APROVADA SEM EDICAO MANUAL DA TABELA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY TABCATWS.
       77  FIM-CAT        PIC X(03) VALUE "NAO".
       77  QTD-CATS       PIC 9(02) VALUE ZEROES.
       77  COMPET-CAT     PIC 9(06) VALUE ZEROES.
       77  VALOR-COBRANCA PIC 9(09)V9(02) VALUE ZEROES.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-MEN        PIC X(03) VALUE "NAO".
                 INDEXED BY IDX-CAT.
              03 CAT-TAB       PIC X(01).
              03 VALOR-CAT-TAB PIC 9(09)V9(02).
              03 VIGENCIA-CAT-TAB PIC 9(06).

       01 TAB-LANCADOS.
           02 LANCADO-ITEM OCCURS 5000 TIMES
      *TABELA DE MENSALIDADES POR CATEGORIA. SEM O ARQUIVO, VALE O
      *VALOR-PAGAMENTO1 DE CADA REGISTRO (SOCIOS ANTIGOS).
       CARREGA-TABCAT.
           MOVE COMPETENCIA TO COMPET-CAT.
           OPEN INPUT TABCAT.
           IF FS-TABCAT EQUAL "00"
              PERFORM LER-TABCAT UNTIL FIM-CAT EQUAL "SIM"
              CLOSE TABCAT
           END-IF.

      *CADA CATEGORIA PODE TER VARIAS LINHAS, UMA POR VIGENCIA
      *(AAAAMM): VALE A DE MAIOR VIGENCIA ATE A COMPETENCIA DE
      *REFERENCIA. LINHA SEM VIGENCIA (ANTERIOR AO CAMPO) VALE
      *DESDE SEMPRE.
       LER-TABCAT.
           READ TABCAT AT END MOVE "SIM" TO FIM-CAT.
           IF FIM-CAT NOT EQUAL "SIM"
              IF VIGENCIA-CAT NOT NUMERIC
                 MOVE ZEROES TO VIGENCIA-CAT
              END-IF
              IF VIGENCIA-CAT NOT GREATER THAN COMPET-CAT
                 PERFORM GUARDA-CATEGORIA
              END-IF
           END-IF.

       GUARDA-CATEGORIA.
           SET IDX-CAT TO 1.
           SEARCH CAT-ITEM
              AT END
                 IF QTD-CATS LESS THAN 10
                    ADD 1 TO QTD-CATS
                    MOVE CATEGORIA-CAT TO CAT-TAB(QTD-CATS)
                    MOVE VALOR-CAT     TO VALOR-CAT-TAB(QTD-CATS)
                    MOVE VIGENCIA-CAT  TO VIGENCIA-CAT-TAB(QTD-CATS)
                 END-IF
              WHEN CAT-TAB(IDX-CAT) EQUAL CATEGORIA-CAT
                 IF VIGENCIA-CAT NOT LESS THAN
                    VIGENCIA-CAT-TAB(IDX-CAT)
                    MOVE VALOR-CAT    TO VALOR-CAT-TAB(IDX-CAT)
                    MOVE VIGENCIA-CAT TO VIGENCIA-CAT-TAB(IDX-CAT)
                 END-IF
           END-SEARCH.

       VALOR-DA-CATEGORIA.
           MOVE VALOR-PAGAMENTO1 TO VALOR-COBRANCA.
           IF CATEGORIA-SOCIO1 NOT EQUAL SPACES
           MOVE VALOR-COBRANCA   TO VALOR-MEN.
           MOVE VENCIMENTO       TO VENCIMENTO-MEN.
           MOVE "A"              TO SITUACAO-MEN.
           MOVE ZEROES           TO RECIBO-MEN.
           WRITE REG-MENSAL.
           ADD 1 TO CT-GRAVADOS.

