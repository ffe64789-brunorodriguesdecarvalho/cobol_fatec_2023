      *            EM ABERTO / REJEITADO / VALOR DIVERGENTE) - A
      *            TESOURARIA DEIXA DE FAZER ESSE BATIMENTO NO
      *            PAPEL. O REMCTL E REGRAVADO A CADA REMESSA.
      *15/10/2026 BRC - TAXAS AVULSAS EM ABERTO DO SOCIO (COBAVL.DAT,
      *            HOJE AS TAXAS DE RESERVA DE INSTALACAO LANCADAS
      *            PELO PROG03 - VER COBAVLFD) PASSARAM A SER SOMADAS
      *            AO VALOR DO TITULO, PELO VALOR LANCADO (SEM
      *            MULTA/JUROS) - O PAGAMENTO VOLTA PELO EX01RET E O
      *            EX01PAG QUITA AS TAXAS JUNTO COM A MENSALIDADE.
      *15/10/2026 BRC - A TABCAT PASSOU A TER VIGENCIA POR LINHA
      *            (VIGENCIA-CAT - VER TABCATFD): VALE A LINHA EM
      *            VIGOR NA COMPETENCIA DA DATA DE PROCESSAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY TABCATSL.

       COPY COBAVLSL.

       SELECT REMESSA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.


       COPY TABCATFD.

       COPY COBAVLFD.

       FD  REMESSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA.DAT".
       77  FIM-CAT        PIC X(03) VALUE "NAO".
       77  FIM-PRE        PIC X(03) VALUE "NAO".
       77  QTD-CATS       PIC 9(02) VALUE ZEROES.
       77  COMPET-CAT     PIC 9(06) VALUE ZEROES.
       77  QTD-DEPS       PIC 9(04) VALUE ZEROES.
       77  DEPS-DEMAIS    PIC X(01) VALUE "N".
       77  CT-DEP-FAMILIA PIC 9(05) VALUE ZEROES.
       77  ACORDOS-DEMAIS PIC X(01) VALUE "N".
       77  QTD-ACORDOS    PIC 9(04) VALUE ZEROES.
       77  TEM-ACORDO     PIC X(01) VALUE "N".
       COPY COBAVLWS.
       77  FIM-AVL        PIC X(03) VALUE "NAO".
       77  QTD-AVL        PIC 9(04) VALUE ZEROES.
       77  AVL-DEMAIS     PIC X(01) VALUE "N".
       77  TEM-AVULSA     PIC X(01) VALUE "N".
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  CT-DETALHES    PIC 9(06) VALUE ZEROES.
       77  TOTAL-REMESSA  PIC 9(11)V9(02) VALUE ZEROES.
                 INDEXED BY IDX-CAT.
              03 CAT-TAB       PIC X(01).
              03 VALOR-CAT-TAB PIC 9(09)V9(02).
              03 VIGENCIA-CAT-TAB PIC 9(06).

      *DEPENDENTES DO CADASTRO (PRE-PASSADA DO CADSOC1), PARA O
      *TITULO DO TITULAR COBRAR A FAMILIA INTEIRA.
              03 TITULAR-DEP-TAB PIC 9(06).
              03 VALOR-DEP-TAB   PIC 9(09)V9(02).

      *TAXAS AVULSAS ABERTAS DO COBAVL.DAT, SOMADAS POR SOCIO.
       01 TAB-AVULSAS.
           02 AVL-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-AVL
                 INDEXED BY IDX-AVL.
              03 SOCIO-AVL-TAB  PIC 9(06).
              03 VALOR-AVL-TAB  PIC 9(09)V9(02).

       01 REM-HEADER.
           02 FILLER          PIC X(01) VALUE "0".
           02 HEADER-DATA     PIC 9(08).
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           PERFORM CARREGA-ACORDOS.
           PERFORM CARREGA-AVULSAS.
           PERFORM GRAVA-JOBLOG-INICIO.
           MOVE DATA-SISTEMA TO HEADER-DATA.
           WRITE REG-REMESSA FROM REM-HEADER.
      *TABELA DE MENSALIDADES POR CATEGORIA. SEM O ARQUIVO, VALE O
      *VALOR-PAGAMENTO1 DE CADA REGISTRO (SOCIOS ANTIGOS).
       CARREGA-TABCAT.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO(1:6) TO COMPET-CAT.
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
                 MOVE "S" TO TEM-ACORDO
           END-SEARCH.

      *CARREGA AS TAXAS AVULSAS ABERTAS, SOMADAS POR SOCIO (MESMO
      *PADRAO DO EX01PAG). SEM COBAVL = NENHUMA TAXA. MAIS SOCIOS
      *COM TAXA DO QUE A TABELA COMPORTA ABORTA A RODADA.
       CARREGA-AVULSAS.
           OPEN INPUT COBAVL.
           IF FS-COBAVL EQUAL "00"
              PERFORM LER-COBAVL UNTIL FIM-AVL EQUAL "SIM"
              CLOSE COBAVL
           END-IF.
           IF AVL-DEMAIS EQUAL "S"
              DISPLAY "EX01REM: MAIS DE 2000 SOCIOS COM TAXA AVULSA "
                      "- A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-COBAVL.
           READ COBAVL AT END MOVE "SIM" TO FIM-AVL.
           IF FIM-AVL NOT EQUAL "SIM"
              IF AVULSA-ABERTA
                 PERFORM ACUMULA-AVULSA
              END-IF
           END-IF.

       ACUMULA-AVULSA.
           SET IDX-AVL TO 1.
           SEARCH AVL-ITEM
              AT END
                 IF QTD-AVL LESS THAN 2000
                    ADD 1 TO QTD-AVL
                    MOVE NUMERO-SOCIO-AVL TO SOCIO-AVL-TAB(QTD-AVL)
                    MOVE VALOR-AVL        TO VALOR-AVL-TAB(QTD-AVL)
                 ELSE
                    MOVE "S" TO AVL-DEMAIS
                 END-IF
              WHEN SOCIO-AVL-TAB(IDX-AVL) EQUAL NUMERO-SOCIO-AVL
                 ADD VALOR-AVL TO VALOR-AVL-TAB(IDX-AVL)
           END-SEARCH.

       LOCALIZA-AVULSA.
           MOVE "N" TO TEM-AVULSA.
           SET IDX-AVL TO 1.
           SEARCH AVL-ITEM
              AT END CONTINUE
              WHEN SOCIO-AVL-TAB(IDX-AVL) EQUAL NUMERO-SOCIO1
                 MOVE "S" TO TEM-AVULSA
           END-SEARCH.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
      *VALOR ATUALIZADO: MESMO CALCULO DO EX01/EX01CAR - O SALDO
      *DEVEDOR DE UMA BAIXA PARCIAL JA EMBUTE MULTA/JUROS. A BASE
      *E O VALOR DA CATEGORIA MAIS AS MENSALIDADES DOS DEPENDENTES
      *DO TITULAR (COBRANCA FAMILIAR). TAXAS AVULSAS EM ABERTO
      *ENTRAM PELO VALOR LANCADO, COMO NA CARTA DO EX01CAR.
       CALCULA-ATUALIZADO.
           PERFORM VALOR-DA-CATEGORIA.
           PERFORM SOMA-DEPENDENTES.
              COMPUTE VALOR-ATUALIZ ROUNDED =
                      VALOR-COBRANCA + MULTA-ATR + JUROS-ATR
           END-IF.
           PERFORM LOCALIZA-AVULSA.
           IF TEM-AVULSA EQUAL "S"
              ADD VALOR-AVL-TAB(IDX-AVL) TO VALOR-ATUALIZ
           END-IF.

       GRAVA-DETALHE.
           PERFORM CALCULA-ATUALIZADO.
