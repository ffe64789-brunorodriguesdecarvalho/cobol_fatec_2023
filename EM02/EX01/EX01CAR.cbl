      *            PADRAO DO EX01). SOCIO SEM COMPETENCIA NO LIVRO
      *            (OU LIVRO AINDA NAO IMPLANTADO) CONTINUA NO
      *            CALCULO RETROATIVO POR MESES-ATRASO1.
      *15/10/2026 BRC - TAXAS AVULSAS EM ABERTO DO SOCIO (COBAVL.DAT,
      *            HOJE AS TAXAS DE RESERVA DE INSTALACAO LANCADAS
      *            PELO PROG03 - VER COBAVLFD) PASSARAM A SER SOMADAS
      *            AO VALOR ATUALIZADO DA CARTA E DO EMAILCOB, COM
      *            LINHA PROPRIA NA CARTA - SAO COBRADAS JUNTO COM A
      *            MENSALIDADE (VER EX01PAG).
      *15/10/2026 BRC - A TABCAT PASSOU A TER VIGENCIA POR LINHA
      *            (VIGENCIA-CAT - VER TABCATFD): VALE A LINHA EM
      *            VIGOR NA COMPETENCIA DA DATA DE PROCESSAMENTO.
      *15/10/2026 BRC - SOCIO COM CORRESPONDENCIA DEVOLVIDA PELO
      *            CORREIO (DEVCOR.DAT, REGISTRADO PELA RECEPCAO NO
      *            EX01DEV - VER DEVCORFD) DEIXOU DE RECEBER CARTA: A
      *            POSTAGEM VOLTAVA TODO MES. ELE SAI NO NOVO RELATORIO
      *            DE ENDERECOS A CORRIGIR (ENDCAR), COM A DATA E O
      *            MOTIVO DA DEVOLUCAO, E CONTINUA NO EMAILCOB QUANDO
      *            TEM E-MAIL. A MARCA SAI QUANDO O ENDERECO E ALTERADO
      *            NO PROG02.
      *15/10/2026 BRC - SOCIO QUE ADERIU AO ENVIO POR E-MAIL
      *            (EMLADE.DAT, REGISTRADO PELA RECEPCAO NO EX01EML -
      *            VER EMLADEFD) E TEM E-MAIL VALIDO NO CADASTRO PASSOU
      *            A RECEBER A CARTA NA CAIXA DE SAIDA (EMLSAI.DAT - VER
      *            EMLSAIFD), ENTREGUE AO GATEWAY PELO EMLENV NA
      *            SEQUENCIA NOTURNA, EM VEZ DA FOLHA IMPRESSA -
      *            INCLUSIVE QUANDO O ENDERECO POSTAL ESTA DEVOLVIDO. AS
      *            LINHAS DA CARTA PASSAM POR IMPRIME-LINHA-CARTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY TABCATSL.

       COPY COBAVLSL.

       SELECT CARTAS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMAILCOB ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY DEVCORSL.

       COPY EMLADESL.

       COPY EMLSAISL.

       SELECT ENDCAR ASSIGN TO DISK.

           COPY POLCOBSL.

           COPY DATPRCSL.

       COPY TABCATFD.

       COPY COBAVLFD.

       FD  CARTAS
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "CARTAS.txt".
           VALUE OF FILE-ID IS "EMAILCOB.CSV".
       01  REG-EMAIL    PIC X(80).

       COPY DEVCORFD.

       COPY EMLADEFD.

       COPY EMLSAIFD.

       FD  ENDCAR
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDCAR.txt".
       01  REG-ENDCAR   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CADSOCWS.
       COPY ACORDOWS.
       COPY MENSALWS.
       COPY TABCATWS.
       COPY DEVCORWS.
       COPY EMLADEWS.
       COPY EMLSAIWS.
       77  CARTA-POR-EMAIL PIC X(01) VALUE "N".
       77  LINHA-CARTA     PIC X(80) VALUE SPACES.
       77  FIM-CAT         PIC X(03) VALUE "NAO".
       77  FIM-PRE         PIC X(03) VALUE "NAO".
       77  QTD-CATS        PIC 9(02) VALUE ZEROES.
       77  COMPET-CAT      PIC 9(06) VALUE ZEROES.
       77  QTD-DEPS        PIC 9(04) VALUE ZEROES.
       77  DEPS-DEMAIS     PIC X(01) VALUE "N".
       77  CT-DEP-FAMILIA  PIC 9(05) VALUE ZEROES.
       77  ACORDOS-DEMAIS PIC X(01) VALUE "N".
       77  QTD-ACORDOS     PIC 9(04) VALUE ZEROES.
       77  TEM-ACORDO      PIC X(01) VALUE "N".
       COPY COBAVLWS.
       77  FIM-AVL         PIC X(03) VALUE "NAO".
       77  QTD-AVL         PIC 9(04) VALUE ZEROES.
       77  AVL-DEMAIS      PIC X(01) VALUE "N".
       77  TEM-AVULSA      PIC X(01) VALUE "N".
       COPY POLCOBWS.
       77  MULTA-ATR       PIC 9(09)V9(02) VALUE ZEROES.
       77  JUROS-ATR       PIC 9(09)V9(02) VALUE ZEROES.
                 INDEXED BY IDX-CAT.
              03 CAT-TAB       PIC X(01).
              03 VALOR-CAT-TAB PIC 9(09)V9(02).
              03 VIGENCIA-CAT-TAB PIC 9(06).

      *DEPENDENTES DO CADASTRO (PRE-PASSADA DO CADSOC1), PARA A
      *CARTA DO TITULAR COBRAR A FAMILIA INTEIRA.
              03 SOCIO-MEN-TAB PIC 9(06).
              03 VENC-MEN-TAB  PIC 9(08).

      *TAXAS AVULSAS ABERTAS DO COBAVL.DAT, SOMADAS POR SOCIO.
       01 TAB-AVULSAS.
           02 AVL-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-AVL
                 INDEXED BY IDX-AVL.
              03 SOCIO-AVL-TAB  PIC 9(06).
              03 VALOR-AVL-TAB  PIC 9(09)V9(02).

       01 CARTA-ENDER1.
           02 FILLER         PIC X(06) VALUE "PARA: ".
           02 ENDER-CARTA    PIC X(40).
           02 ATUAL-CARTA  PIC Z.999.999.999,99.
           02 FILLER       PIC X(37) VALUE SPACES.

       01 CARTA-AVULSA.
           02 FILLER       PIC X(24) VALUE "TAXAS AVULSAS.........: ".
           02 AVL-CARTA    PIC Z.999.999.999,99.
           02 FILLER       PIC X(37) VALUE SPACES.

       01 CARTA-POLITICA.
           02 FILLER        PIC X(24) VALUE "TAXAS APLICADAS.......: ".
           02 FILLER        PIC X(06) VALUE "MULTA ".
           MOVE DATA-SISTEMA(5:2) TO MES-SISTEMA.
           PERFORM CARREGA-ACORDOS.
           PERFORM CARREGA-MENSAL.
           PERFORM CARREGA-AVULSAS.
           PERFORM CARREGA-DEVOLVIDOS.
           PERFORM CARREGA-ADESOES.
           PERFORM LEITURA.

      *ENDERECOS COM CORRESPONDENCIA DEVOLVIDA (DEVCOR.DAT, VER
      *DEVCORFD): A CARTA NAO E EMITIDA E O SOCIO SAI NO RELATORIO
      *DE ENDERECOS A CORRIGIR (ENDCAR).
       CARREGA-DEVOLVIDOS.
           MOVE "SOC" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX01CAR: MAIS DE 2000 ENDERECOS NO DEVCOR - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ENDCAR.
           MOVE "EX01CAR " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDCAR FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDCAR FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.

      *SOCIOS QUE ADERIRAM AO ENVIO POR E-MAIL (EMLADE.DAT, VER
      *EMLADEFD): A CARTA VAI PARA A CAIXA DE SAIDA (EMLSAI.DAT) EM
      *VEZ DE SER IMPRESSA.
       CARREGA-ADESOES.
           MOVE "SOC" TO ARQUIVO-CARGA-ADE.
           PERFORM CARREGA-EMLADE.
           IF EMLADE-DEMAIS EQUAL "S"
              DISPLAY "EX01CAR: MAIS DE 5000 ADESOES NO EMLADE - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "EX01CAR " TO PROGRAMA-MSG-EML.

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
                 MOVE "S" TO TEM-MENSAL
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
              DISPLAY "EX01CAR: MAIS DE 2000 SOCIOS COM TAXA AVULSA "
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

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

              ELSE
                 PERFORM LOCALIZA-ACORDO
                 IF TEM-ACORDO NOT EQUAL "S"
                    PERFORM CONSULTA-ADESAO
                    IF CARTA-POR-EMAIL EQUAL "S"
                       PERFORM GERA-CARTA
                    ELSE
                       MOVE NUMERO-SOCIO1 TO CHAVE-CONSULTA-DEV
                       PERFORM CONSULTA-DEVCOR
                       IF ENDERECO-DEVOLVIDO EQUAL "S"
                          PERFORM RETEM-CARTA
                       ELSE
                          PERFORM GERA-CARTA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

      *SOCIO COM ADESAO EM VIGOR E E-MAIL VALIDO NO CADASTRO RECEBE
      *A CARTA POR E-MAIL, MESMO COM ENDERECO POSTAL DEVOLVIDO.
       CONSULTA-ADESAO.
           MOVE NUMERO-SOCIO1 TO CHAVE-CONSULTA-ADE.
           MOVE EMAIL-SOCIO1  TO EMAIL-CONSULTA-ADE.
           PERFORM CONSULTA-EMLADE.
           MOVE EMAIL-ELEGIVEL TO CARTA-POR-EMAIL.

      *VENCIMENTO ORIGINAL: O VENCIMENTO REAL DA COMPETENCIA ABERTA
      *MAIS ANTIGA DO SOCIO NO LIVRO MENSAL, QUANDO EXISTE; SOCIO
      *FORA DO LIVRO CONTINUA NO CALCULO RETROATIVO A PARTIR DA
      *JA E O VALOR ATUALIZADO (MULTA/JUROS DA DATA DA BAIXA), ENTAO
      *NAO SE RECALCULA MULTA SOBRE O QUE JA FOI PAGO. A BASE DE
      *CALCULO E O VALOR DA CATEGORIA MAIS AS MENSALIDADES DOS
      *DEPENDENTES DO TITULAR (COBRANCA FAMILIAR). TAXAS AVULSAS EM
      *ABERTO ENTRAM SEM MULTA/JUROS, PELO VALOR LANCADO.
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

       GERA-CARTA.
           PERFORM CALCULA-VENCIMENTO.
           MOVE ANO-VENC         TO ANO-CARTA.
           MOVE VALOR-COBRANCA   TO VALOR-CARTA.
           MOVE VALOR-ATUALIZ    TO ATUAL-CARTA.
           IF CARTA-POR-EMAIL EQUAL "S"
              MOVE "SOC"           TO ARQUIVO-MSG-EML
              MOVE NUMERO-SOCIO1   TO CHAVE-MSG-EML
              MOVE EMAIL-SOCIO1    TO DESTINO-MSG-EML
              MOVE "AVISO DE MENSALIDADE EM ATRASO" TO ASSUNTO-MSG-EML
              PERFORM INICIA-MENSAGEM-EML
           ELSE
              WRITE REG-CARTA FROM CARTA-ENDER1 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM CARTA-ENDER2 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CARTA-CAB1   TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-CAB2   TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-CORPO1 TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-VENCTO TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-CORPO2 TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-CORPO3 TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           IF TEM-AVULSA EQUAL "S"
              MOVE VALOR-AVL-TAB(IDX-AVL) TO AVL-CARTA
              MOVE CARTA-AVULSA TO LINHA-CARTA
              PERFORM IMPRIME-LINHA-CARTA
           END-IF.
           IF QTD-DEPS-TIT GREATER THAN ZEROES
              MOVE QTD-DEPS-TIT TO QTD-DEP-CARTA
              MOVE CARTA-FAMILIA TO LINHA-CARTA
              PERFORM IMPRIME-LINHA-CARTA
           END-IF.
           MOVE TAXA-MULTA-ATR    TO MULTA-POL-REL.
           MOVE TAXA-JUROS-ATR    TO JUROS-POL-REL.
           MOVE VIGENCIA-POLITICA TO VIGEN-POL-REL.
           MOVE CARTA-POLITICA TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           MOVE CARTA-RODAPE   TO LINHA-CARTA.
           PERFORM IMPRIME-LINHA-CARTA.
           IF CARTA-POR-EMAIL NOT EQUAL "S"
              WRITE REG-CARTA FROM CARTA-SEPARADOR
                 AFTER ADVANCING 1 LINE
              ADD 1 TO CT-CARTAS
           END-IF.
           IF EMAIL-SOCIO1 NOT EQUAL SPACES
              PERFORM GRAVA-EMAILCOB
           END-IF.

      *A MESMA LINHA VAI PARA A FOLHA OU PARA A MENSAGEM DA CAIXA DE
      *SAIDA - A MENSAGEM NAO LEVA O ENDERECO POSTAL NEM O SEPARADOR.
       IMPRIME-LINHA-CARTA.
           IF CARTA-POR-EMAIL EQUAL "S"
              MOVE LINHA-CARTA TO LINHA-MSG-EML
              PERFORM GRAVA-LINHA-EML
           ELSE
              WRITE REG-CARTA FROM LINHA-CARTA AFTER ADVANCING 1 LINE
           END-IF.

      *CARTA RETIDA POR ENDERECO DEVOLVIDO: O SOCIO VAI PARA O
      *ENDCAR E A COBRANCA ELETRONICA (EMAILCOB) CONTINUA SAINDO.
       RETEM-CARTA.
           PERFORM CALCULA-ATUALIZADO.
           PERFORM MONTA-CORRIGE-DEV.
           MOVE NOME-SOCIO1     TO NOME-COR-DEV.
           MOVE ENDERECO-SOCIO1 TO ENDER-COR-DEV(1:40).
           MOVE CIDADE-SOCIO1   TO ENDER-COR-DEV(42:20).
           MOVE UF-SOCIO1       TO ENDER-COR-DEV(63:2).
           WRITE REG-ENDCAR FROM LINHA-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDCAR FROM LINHA-CORRIGE-2 AFTER ADVANCING 1 LINE.
           IF EMAIL-SOCIO1 NOT EQUAL SPACES
              PERFORM GRAVA-EMAILCOB
           END-IF.
           WRITE REG-EMAIL FROM EMAIL-LINHA.

       FIM.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDCAR FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE CADSOC1 CARTAS EMAILCOB ENDCAR.
           PERFORM FECHA-EMLSAI.
           DISPLAY "EX01CAR: " CT-CARTAS " CARTA(S) GERADA(S), "
                   CT-DEP-FAMILIA " DEPENDENTE(S) SEM CARTA "
                   "PROPRIA (COBRADOS NA CARTA DO TITULAR).".
           DISPLAY "EX01CAR: " CT-ENDER-CORRIGIR " CARTA(S) RETIDA(S) "
                   "POR ENDERECO DEVOLVIDO - VER ENDCAR.txt.".
           DISPLAY "EX01CAR: " CT-MENSAGENS-EML " CARTA(S) ENVIADA(S) "
                   "POR E-MAIL - VER EMLSAI.DAT.".

       COPY POLCOBPD.

       COPY DEVCORPD.

       COPY EMLADEPD.

       COPY EMLSAIPD.

       COPY DATPRCPD.
