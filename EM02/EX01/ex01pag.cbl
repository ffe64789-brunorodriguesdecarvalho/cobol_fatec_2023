      *            RODADA DA MESMA DATA (LOTE DO BALCAO DE MANHA,
      *            RETORNO DO BANCO A TARDE) QUE ACABAVA CONSUMIDO
      *            DUAS VEZES.
      *15/10/2026 BRC - SUPORTE AO ESTORNO DE RECIBO (EX01EST): O
      *            LAYOUT DO RECIBREG SAIU DO FONTE PARA OS MEMBROS
      *            COPY RECREGSL/RECREGFD/RECREGWS E CADA RECIBO
      *            PASSOU A GUARDAR A SITUACAO DO SOCIO ANTES DA
      *            BAIXA (CODIGO, MESES DE ATRASO, SALDO DEVEDOR), O
      *            CREDITO GERADO PELA SOBRA E O CREDITO ABATIDO DO
      *            DEVIDO; A COMPETENCIA QUITADA NO LIVRO MENSAL
      *            PASSOU A LEVAR O NUMERO DO RECIBO QUE A QUITOU
      *            (RECIBO-MEN - O DO TITULAR, NA BAIXA FAMILIAR).
      *15/10/2026 BRC - COBRANCAS AVULSAS (COBAVL.DAT, VER COBAVLFD -
      *            HOJE AS TAXAS DE RESERVA DE INSTALACAO DO PROG03):
      *            AS TAXAS ABERTAS DO SOCIO SAO SOMADAS AO VALOR
      *            DEVIDO DA RODADA, ANTES DO ABATIMENTO DE CREDITO.
      *            O PAGAMENTO QUE AS ALCANCA - BAIXA TOTAL OU
      *            PARCIAL, CUJO RESTANTE JA FICA NO SALDO-DEVEDOR1 -
      *            AS MARCA "Q" NO FIM DA RODADA COM O NUMERO DO
      *            RECIBO (COBAVL -> COBAVLN -> COBAVL), PARA O
      *            ESTORNO DESSE RECIBO REABRI-LAS.
      *15/10/2026 BRC - CADSOC1N E CADSOC1F GANHARAM A DATA DE
      *            ADMISSAO (ADMISSAO-SOCIO1N, VER CADSOCFD), COPIADA DO
      *            CADSOC1 NA GRAVACAO.
      *15/10/2026 BRC - A TABCAT PASSOU A TER VIGENCIA POR LINHA
      *            (VIGENCIA-CAT - VER TABCATFD): VALE A LINHA EM
      *            VIGOR NA COMPETENCIA DA DATA DE PROCESSAMENTO.
      *15/10/2026 BRC - CADSOC1N E CADSOC1F GANHARAM A DATA DE
      *            NASCIMENTO (NASCIMENTO-SOCIO1N, VER CADSOCFD),
      *            COPIADA DO CADSOC1 NA GRAVACAO.
      *15/10/2026 BRC - SOCIO QUE ADERIU AO ENVIO POR E-MAIL
      *            (EMLADE.DAT, REGISTRADO NO EX01EML - VER EMLADEFD) E
      *            TEM E-MAIL VALIDO NO CADASTRO PASSOU A RECEBER O
      *            RECIBO NA CAIXA DE SAIDA (EMLSAI.DAT - VER EMLSAIFD)
      *            EM VEZ DA VIA IMPRESSA EM RECIBOS. O RECIBREG
      *            CONTINUA REGISTRANDO TODOS OS RECIBOS, PARA A SEGUNDA
      *            VIA DO EX01RIM.
      *15/10/2026 BRC - O DEPENDENTE QUITADO PELA BAIXA DO TITULAR
      *            PASSOU A TER A SITUACAO DE ANTES (CODIGO, MESES DE
      *            ATRASO E SALDO DEVEDOR) ANOTADA NO ARQUIVO DE
      *            BAIXAS FAMILIARES (FAMBAI.DAT, ABERTO EM EXTEND -
      *            VER FAMBAIFD) COM O NUMERO DO RECIBO DO TITULAR: O
      *            RECIBREG SO GUARDA A DO PAGADOR E O ESTORNO DEVOLVIA
      *            O DEPENDENTE SEM O SALDO DE UMA BAIXA PARCIAL
      *            ANTERIOR, COBRANDO DE NOVO A MENSALIDADE INTEIRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT MENSALN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY RECREGSL.

       COPY TABCATSL.

       SELECT CREDSOCN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY COBAVLSL.

       SELECT COBAVLN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY FAMBAISL.

       COPY JOBLOGSL.

       COPY EMLADESL.

       COPY EMLSAISL.

           COPY POLCOBSL.

           COPY CTLCNTSL.
           02 EMAIL-SOCIO1N      PIC X(40).
           02 CATEGORIA-SOCIO1N  PIC X(01).
           02 TITULAR-SOCIO1N    PIC 9(06).
           02 ADMISSAO-SOCIO1N   PIC 9(08).
           02 NASCIMENTO-SOCIO1N PIC 9(08).

       FD  CADSOC1F
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1F.DAT".
       01  REG-SOC1F   PIC X(206).

       FD  RELPAG
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RECIBOS.txt".
       01  REG-RECIBO PIC X(80).

       COPY EMLADEFD.

       COPY EMLSAIFD.

       FD  CTLRECIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLRECIB.DAT".
           02 SITUACAO-CRD      PIC X(01).
              88 CREDITO-ABERTO    VALUE "A".
              88 CREDITO-UTILIZADO VALUE "U".
              88 CREDITO-ESTORNADO VALUE "E".

       FD  CREDSOCN
           LABEL RECORD ARE STANDARD
           02 VALOR-CRDN        PIC 9(09)V9(02).
           02 SITUACAO-CRDN     PIC X(01).

       COPY RECREGFD.

       COPY COBAVLFD.

       FD  COBAVLN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBAVLN.DAT".
       01  REG-COBAVLN          PIC X(68).

       COPY FAMBAIFD.

       FD  MENSALN
           LABEL RECORD ARE STANDARD
           02 VALOR-MENN        PIC 9(09)V9(02).
           02 VENCIMENTO-MENN   PIC 9(08).
           02 SITUACAO-MENN     PIC X(01).
           02 RECIBO-MENN       PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY MENSALWS.
       COPY TABCATWS.
       COPY EMLADEWS.
       COPY EMLSAIWS.
       77  RECIBO-POR-EMAIL PIC X(01) VALUE "N".
       77  LINHA-RECIBO    PIC X(80) VALUE SPACES.
       77  FS-PAGPROC  PIC X(02) VALUE "00".
       77  FS-CREDSOC  PIC X(02) VALUE "00".
       77  FIM-CRD     PIC X(03) VALUE "NAO".
       77  PROC-DEMAIS PIC X(01) VALUE "N".
       77  JA-APLICADO PIC X(01) VALUE "N".
       77  CT-JA-APLIC PIC 9(05) VALUE ZEROES.
       COPY RECREGWS.
       COPY COBAVLWS.
       COPY FAMBAIWS.
       77  FIM-AVL     PIC X(03) VALUE "NAO".
       77  QTD-AVL     PIC 9(04) VALUE ZEROES.
       77  AVL-DEMAIS  PIC X(01) VALUE "N".
       77  TEM-AVULSA  PIC X(01) VALUE "N".
       77  CT-AVL-COB  PIC 9(05) VALUE ZEROES.
       77  CT-AVL-QUIT PIC 9(05) VALUE ZEROES.
       77  FIM-CAT     PIC X(03) VALUE "NAO".
       77  FIM-PRE     PIC X(03) VALUE "NAO".
       77  QTD-CATS    PIC 9(02) VALUE ZEROES.
       77  COMPET-CAT  PIC 9(06) VALUE ZEROES.
       77  QTD-DEPS    PIC 9(04) VALUE ZEROES.
       77  DEPS-DEMAIS PIC X(01) VALUE "N".
       77  QTD-PAGTAB  PIC 9(04) VALUE ZEROES.
       77  JUROS-ATR       PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-DEVIDO    PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-DIFER     PIC 9(09)V9(02) VALUE ZEROES.
       77  CODIGO-ANTES    PIC 9(02) VALUE ZEROES.
       77  MESES-ANTES     PIC 9(02) VALUE ZEROES.
       77  SALDO-ANTES     PIC 9(09)V9(02) VALUE ZEROES.
       77  CRED-GERADO     PIC 9(09)V9(02) VALUE ZEROES.
       77  CRED-ABATIDO    PIC 9(09)V9(02) VALUE ZEROES.
       77  RECIBO-FAMILIA  PIC 9(05) VALUE ZEROES.

      *TABELA DE MENSALIDADES POR CATEGORIA (TABCAT.DAT).
       01 TAB-CATEGORIAS.
                 INDEXED BY IDX-CAT.
              03 CAT-TAB       PIC X(01).
              03 VALOR-CAT-TAB PIC 9(09)V9(02).
              03 VIGENCIA-CAT-TAB PIC 9(06).

      *DEPENDENTES DO CADASTRO (PRE-PASSADA DO CADSOC1): LIGACAO
      *DEPENDENTE -> TITULAR E O VALOR DA MENSALIDADE DO
              03 SOCIO-PGT-TAB PIC 9(06).

      *SOCIOS COM BAIXA TOTAL NA RODADA, PARA A QUITACAO DO LIVRO
      *DE MENSALIDADES NO FIM, COM O NUMERO DO RECIBO QUE QUITOU
      *(O DO TITULAR, PARA O DEPENDENTE QUITADO PELA FAMILIA).
       01 TAB-QUITADOS.
           02 QUITADO-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-QUITADOS
                 INDEXED BY IDX-QUI.
              03 SOCIO-QUI-TAB  PIC 9(06).
              03 RECIBO-QUI-TAB PIC 9(05).

      *COBRANCAS AVULSAS ABERTAS DO COBAVL.DAT, SOMADAS POR SOCIO;
      *RECIBO-AVL-TAB GUARDA O RECIBO QUE AS COBROU NESTA RODADA
      *(ZERO = NAO COBRADAS).
       01 TAB-AVULSAS.
           02 AVL-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-AVL
                 INDEXED BY IDX-AVL.
              03 SOCIO-AVL-TAB  PIC 9(06).
              03 VALOR-AVL-TAB  PIC 9(09)V9(02).
              03 RECIBO-AVL-TAB PIC 9(05).

       01 DETALHE-REL.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 QTD-CRUSA PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-AVL.
           02 FILLER    PIC X(27) VALUE "Taxas avulsas cobradas...: ".
           02 QTD-AVLC  PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-CRABE.
           02 FILLER    PIC X(27) VALUE "Creditos em aberto....R$: ".
           02 VAL-CRABE PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              OPEN OUTPUT PAGPROC
           END-IF.
           PERFORM CARREGA-CREDITOS.
           PERFORM CARREGA-AVULSAS.
           PERFORM CARREGA-ADESOES.
           OPEN EXTEND CREDSOC.
           IF FS-CREDSOC NOT EQUAL "00"
              OPEN OUTPUT CREDSOC
           PERFORM LER-CADSOC1.
           PERFORM LER-PAGTOS.

      *SOCIOS QUE ADERIRAM AO ENVIO POR E-MAIL (EMLADE.DAT, VER
      *EMLADEFD): O RECIBO VAI PARA A CAIXA DE SAIDA (EMLSAI.DAT) EM
      *VEZ DE SER IMPRESSO.
       CARREGA-ADESOES.
           MOVE "SOC" TO ARQUIVO-CARGA-ADE.
           PERFORM CARREGA-EMLADE.
           IF EMLADE-DEMAIS EQUAL "S"
              DISPLAY "EX01PAG: MAIS DE 5000 ADESOES NO EMLADE - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "EX01PAG " TO PROGRAMA-MSG-EML.

      *O ULTIMO NUMERO DE RECIBO EMITIDO VEM DO ARQUIVO DE
      *CONTROLE; SEM ELE A RODADA ABORTA - RECOMECAR DO ZERO
      *DUPLICARIA NUMEROS DE RECIBOS JA ENTREGUES.
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

      *VALOR DA MENSALIDADE DO REGISTRO CORRENTE DO CADSOC1: O DA
      *CATEGORIA NA TABCAT QUANDO EXISTE, SENAO O VALOR-PAGAMENTO1
      *DO PROPRIO REGISTRO.
           ADD 1 TO CT-CRED-GER.
           ADD VALOR-DIFER TO TOT-CRED-ABERTO.

      *CARREGA AS COBRANCAS AVULSAS ABERTAS, SOMADAS POR SOCIO.
      *SEM COBAVL = NENHUMA TAXA. MAIS SOCIOS COM TAXA DO QUE A
      *TABELA COMPORTA ABORTA - TAXA FORA DA TABELA FICARIA SEM
      *COBRANCA.
       CARREGA-AVULSAS.
           OPEN INPUT COBAVL.
           IF FS-COBAVL EQUAL "00"
              PERFORM LER-COBAVL UNTIL FIM-AVL EQUAL "SIM"
              CLOSE COBAVL
           END-IF.
           IF AVL-DEMAIS EQUAL "S"
              DISPLAY "EX01PAG: MAIS DE 2000 SOCIOS COM COBRANCA "
                      "AVULSA - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
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
                    MOVE ZEROES           TO RECIBO-AVL-TAB(QTD-AVL)
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
                 AND RECIBO-AVL-TAB(IDX-AVL) EQUAL ZEROES
                 MOVE "S" TO TEM-AVULSA
           END-SEARCH.

       LOCALIZA-PAGTO-TITULAR.
           MOVE "N" TO TEM-PAG-TIT.
           SET IDX-PGT TO 1.
                    AFTER ADVANCING 1 LINE
                 PERFORM GRAVA-CADSOC1N
              ELSE
                 PERFORM GUARDA-SITUACAO-ANTERIOR
                 PERFORM CALCULA-DEVIDO
                 IF VALOR-PAGO LESS THAN VALOR-DEVIDO
                    PERFORM BAIXA-PARCIAL
              END-IF
           END-IF.

      *SITUACAO DO SOCIO ANTES DA BAIXA, GUARDADA NO RECIBREG PARA
      *O ESTORNO DO RECIBO (EX01EST) PODER DESFAZER A BAIXA.
       GUARDA-SITUACAO-ANTERIOR.
           MOVE CODIGO-PAGAMENTO1 TO CODIGO-ANTES.
           MOVE MESES-ATRASO1     TO MESES-ANTES.
           MOVE SALDO-DEVEDOR1    TO SALDO-ANTES.
           MOVE ZEROES TO CRED-GERADO CRED-ABATIDO.

      *----------------------------------------------------------*
      * SEGUNDA PASSADA DO MESTRE NOVO (COPIA-E-SUBSTITUI VIA
      * CADSOC1F): DEPENDENTE ATRASADO, SEM PAGAMENTO PROPRIO, CUJO
              MOVE "NAO" TO FIM-FAM
              OPEN INPUT  CADSOC1N
                   OUTPUT CADSOC1F
              OPEN EXTEND FAMBAI
              IF FS-FAMBAI NOT EQUAL "00"
                 OPEN OUTPUT FAMBAI
              END-IF
              PERFORM COPIA-OU-QUITA-DEP UNTIL FIM-FAM EQUAL "SIM"
              CLOSE CADSOC1N CADSOC1F FAMBAI
              PERFORM SUBSTITUI-CADSOC1N
           END-IF.

           MOVE TITULAR-SOCIO1N TO TITULAR-PROC.
           PERFORM LOCALIZA-TIT-QUITADO.
           IF TEM-QUITADO EQUAL "S"
              MOVE RECIBO-QUI-TAB(IDX-QUI) TO RECIBO-FAMILIA
              MOVE NUMERO-SOCIO1N TO TITULAR-PROC
              PERFORM LOCALIZA-PAGTO-TITULAR
              IF TEM-PAG-TIT NOT EQUAL "S"
              END-IF
           END-IF.

      *A SITUACAO DE ANTES VAI PARA O FAMBAI, COM O RECIBO DO
      *TITULAR, PARA O ESTORNO DELE DEVOLVER O SALDO DO DEPENDENTE.
       BAIXA-FAMILIA.
           MOVE RECIBO-FAMILIA     TO RECIBO-FAM.
           MOVE NUMERO-SOCIO1N     TO SOCIO-FAM.
           MOVE TITULAR-SOCIO1N    TO TITULAR-FAM.
           MOVE DATA-SISTEMA       TO DATA-FAM.
           MOVE CODIGO-PAGAMENTO1N TO CODIGO-ANT-FAM.
           MOVE MESES-ATRASO1N     TO MESES-ANT-FAM.
           MOVE SALDO-DEVEDOR1N    TO SALDO-ANT-FAM.
           WRITE REG-FAMBAI.
           MOVE 01 TO CODIGO-PAGAMENTO1N.
           MOVE ZEROES TO MESES-ATRASO1N SALDO-DEVEDOR1N.
           IF QTD-QUITADOS LESS THAN 2000
              ADD 1 TO QTD-QUITADOS
              MOVE NUMERO-SOCIO1N TO SOCIO-QUI-TAB(QTD-QUITADOS)
              MOVE RECIBO-FAMILIA TO RECIBO-QUI-TAB(QTD-QUITADOS)
           ELSE
              MOVE "S" TO QUITADOS-DEMAIS
           END-IF.
                 MOVE VALOR-COBRANCA TO VALOR-DEVIDO
              END-IF
           END-IF.
           PERFORM SOMA-AVULSAS.
           PERFORM ABATE-CREDITO.

      *TAXAS AVULSAS ABERTAS DO SOCIO ENTRAM NO DEVIDO E FICAM
      *PRESAS AO RECIBO QUE SERA EMITIDO LOGO EM SEGUIDA (GERA-
      *RECIBO) - SEJA A BAIXA TOTAL OU PARCIAL, A TAXA PASSA A SER
      *COBRADA PELO RECIBO E O QUE FALTAR FICA NO SALDO-DEVEDOR1.
       SOMA-AVULSAS.
           PERFORM LOCALIZA-AVULSA.
           IF TEM-AVULSA EQUAL "S"
              ADD VALOR-AVL-TAB(IDX-AVL) TO VALOR-DEVIDO
              COMPUTE RECIBO-AVL-TAB(IDX-AVL) = CT-RECIBOS + 1
              ADD 1 TO CT-AVL-COB
              MOVE NUMERO-SOCIO1 TO SOC-REL
              MOVE "TAXAS AVULSAS SOMADAS AO DEVIDO" TO MENSAGEM-REL
              WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
              MOVE "TAXAS AVULSAS..........:" TO ROTULO-VAL
              MOVE VALOR-AVL-TAB(IDX-AVL) TO DIFER-REL
              WRITE REG-REL FROM DETALHE-VAL AFTER ADVANCING 1 LINE
           END-IF.

      *CREDITO ABERTO DO SOCIO E CONSUMIDO ANTES DE SE PEDIR
      *DINHEIRO: ABATE DO VALOR DEVIDO E MARCA O CREDITO COMO
      *UTILIZADO; SOBRA DE CREDITO MAIOR QUE O DEVIDO VIRA CREDITO
              IF VALOR-CRD-TAB(IDX-CRD) GREATER THAN VALOR-DEVIDO
                 COMPUTE VALOR-DIFER =
                         VALOR-CRD-TAB(IDX-CRD) - VALOR-DEVIDO
                 MOVE VALOR-DEVIDO TO CRED-ABATIDO
                 MOVE ZEROES TO VALOR-DEVIDO
                 PERFORM GRAVA-CREDITO
              ELSE
                 MOVE VALOR-CRD-TAB(IDX-CRD) TO CRED-ABATIDO
                 SUBTRACT VALOR-CRD-TAB(IDX-CRD) FROM VALOR-DEVIDO
              END-IF
           END-IF.
           IF QTD-QUITADOS LESS THAN 2000
              ADD 1 TO QTD-QUITADOS
              MOVE NUMERO-SOCIO1 TO SOCIO-QUI-TAB(QTD-QUITADOS)
      *O RECIBO DA BAIXA E EMITIDO LOGO EM SEGUIDA (GERA-RECIBO)
              COMPUTE RECIBO-QUI-TAB(QTD-QUITADOS) = CT-RECIBOS + 1
           ELSE
              MOVE "S" TO QUITADOS-DEMAIS
           END-IF.
              MOVE VALOR-DIFER TO DIFER-REL
              WRITE REG-REL FROM DETALHE-VAL AFTER ADVANCING 1 LINE
              ADD 1 TO CT-AMAIOR
              MOVE VALOR-DIFER TO CRED-GERADO
              PERFORM GRAVA-CREDITO
              MOVE "SOBRA CREDITADA AO SOCIO" TO MENSAGEM-REL
              WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
           MOVE EMAIL-SOCIO1      TO EMAIL-SOCIO1N.
           MOVE CATEGORIA-SOCIO1  TO CATEGORIA-SOCIO1N.
           MOVE TITULAR-SOCIO1    TO TITULAR-SOCIO1N.
           MOVE ADMISSAO-SOCIO1   TO ADMISSAO-SOCIO1N.
           MOVE NASCIMENTO-SOCIO1 TO NASCIMENTO-SOCIO1N.
           WRITE CAD-SOC1N.
           ADD 1 TO CT-GRAVADOS.

           MOVE NUMERO-SOCIO1    TO SOC-RECIBO.
           MOVE NOME-SOCIO1      TO NOME-RECIBO.
           MOVE VALOR-PAGO       TO VALOR-RECIBO.
           MOVE NUMERO-SOCIO1    TO CHAVE-CONSULTA-ADE.
           MOVE EMAIL-SOCIO1     TO EMAIL-CONSULTA-ADE.
           PERFORM CONSULTA-EMLADE.
           MOVE EMAIL-ELEGIVEL   TO RECIBO-POR-EMAIL.
           IF RECIBO-POR-EMAIL EQUAL "S"
              MOVE "SOC"            TO ARQUIVO-MSG-EML
              MOVE NUMERO-SOCIO1    TO CHAVE-MSG-EML
              MOVE EMAIL-SOCIO1     TO DESTINO-MSG-EML
              MOVE "RECIBO DE PAGAMENTO" TO ASSUNTO-MSG-EML
              PERFORM INICIA-MENSAGEM-EML
           END-IF.
           MOVE RECIBO-CAB       TO LINHA-RECIBO.
           PERFORM IMPRIME-LINHA-RECIBO.
           MOVE RECIBO-CORPO1    TO LINHA-RECIBO.
           PERFORM IMPRIME-LINHA-RECIBO.
           MOVE RECIBO-CORPO2    TO LINHA-RECIBO.
           PERFORM IMPRIME-LINHA-RECIBO.
           MOVE RECIBO-CORPO3    TO LINHA-RECIBO.
           PERFORM IMPRIME-LINHA-RECIBO.
           MOVE RECIBO-RODAPE    TO LINHA-RECIBO.
           PERFORM IMPRIME-LINHA-RECIBO.
           IF RECIBO-POR-EMAIL NOT EQUAL "S"
              WRITE REG-RECIBO FROM RECIBO-SEPARADOR AFTER ADVANCING 1
                 LINE
           END-IF.
           PERFORM GRAVA-RECIBREG.

      *SOCIO COM ADESAO AO E-MAIL RECEBE O RECIBO NA CAIXA DE SAIDA,
      *SEM O SEPARADOR DA VIA IMPRESSA.
       IMPRIME-LINHA-RECIBO.
           IF RECIBO-POR-EMAIL EQUAL "S"
              MOVE LINHA-RECIBO TO LINHA-MSG-EML
              PERFORM GRAVA-LINHA-EML
           ELSE
              WRITE REG-RECIBO FROM LINHA-RECIBO AFTER ADVANCING 1
                 LINE
           END-IF.

      *REGISTRO PERMANENTE DO RECIBO EMITIDO, PARA A SEGUNDA VIA
      *DO EX01RIM - O RECIBOS.txt E REGRAVADO A CADA RODADA.
       GRAVA-RECIBREG.
           MOVE DATA-SISTEMA  TO DATA-RECIBO-REG.
           MOVE VALOR-PAGO    TO VALOR-RECIBO-REG.
           MOVE TIPO-BAIXA    TO TIPO-BAIXA-REG.
           MOVE CODIGO-ANTES  TO CODIGO-ANT-REG.
           MOVE MESES-ANTES   TO MESES-ANT-REG.
           MOVE SALDO-ANTES   TO SALDO-ANT-REG.
           MOVE CRED-GERADO   TO CRED-GERADO-REG.
           MOVE CRED-ABATIDO  TO CRED-ABATIDO-REG.
           MOVE "V"           TO SITUACAO-REG.
           MOVE ZEROES        TO DATA-ESTORNO-REG.
           MOVE SPACES        TO MOTIVO-ESTORNO-REG.
           WRITE REG-RECIBREG.

       IMPRESSAO-FINAL.
           WRITE REG-REL FROM TOTAL-CRGER AFTER ADVANCING 1 LINE.
           MOVE CT-CRED-USA TO QTD-CRUSA.
           WRITE REG-REL FROM TOTAL-CRUSA AFTER ADVANCING 1 LINE.
           MOVE CT-AVL-COB TO QTD-AVLC.
           WRITE REG-REL FROM TOTAL-AVL AFTER ADVANCING 1 LINE.
           PERFORM SOMA-CREDITOS-ABERTOS.
           MOVE TOT-CRED-ABERTO TO VAL-CRABE.
           WRITE REG-REL FROM TOTAL-CRABE AFTER ADVANCING 1 LINE.
       FIM.
           CLOSE CADSOC1 PAGTOS RELPAG RECIBOS RECIBREG
                 PAGPROC CREDSOC.
           PERFORM FECHA-EMLSAI.
           IF CT-MENSAGENS-EML GREATER THAN ZEROES
              DISPLAY "EX01PAG: " CT-MENSAGENS-EML " RECIBO(S) "
                      "ENVIADO(S) POR E-MAIL - VER EMLSAI.DAT."
           END-IF.
           PERFORM GRAVA-CONTROLE-RECIBO.
           PERFORM QUITA-MENSAL.
           PERFORM ATUALIZA-CREDSOC.
           PERFORM ATUALIZA-COBAVL.
           MOVE "CADSOC1 " TO CONTAGEM-ARQUIVO.
           MOVE CT-GRAVADOS TO CONTAGEM-REGS.
           PERFORM REGISTRA-CONTAGEM.
              MOVE VALOR-MEN        TO VALOR-MENN
              MOVE VENCIMENTO-MEN   TO VENCIMENTO-MENN
              MOVE SITUACAO-MEN     TO SITUACAO-MENN
              MOVE RECIBO-MEN       TO RECIBO-MENN
              IF MENSAL-ABERTA
                 PERFORM LOCALIZA-QUITADO
                 IF TEM-QUITADO EQUAL "S"
                    MOVE "P" TO SITUACAO-MENN
                    MOVE RECIBO-QUI-TAB(IDX-QUI) TO RECIBO-MENN
                 END-IF
              END-IF
              WRITE REG-MENSALN
              MOVE VALOR-MENN        TO VALOR-MEN
              MOVE VENCIMENTO-MENN   TO VENCIMENTO-MEN
              MOVE SITUACAO-MENN     TO SITUACAO-MEN
              MOVE RECIBO-MENN       TO RECIBO-MEN
              WRITE REG-MENSAL
           END-IF.

              WRITE REG-CREDSOC
           END-IF.

      *MARCA "Q" NO COBAVL, COM O NUMERO DO RECIBO, AS TAXAS
      *ABERTAS DOS SOCIOS QUE AS TIVERAM COBRADAS NA RODADA (COBAVL
      *-> COBAVLN -> COBAVL). TAXA LANCADA DEPOIS DA CARGA NAO ESTA
      *NA TABELA: A TELA DE RESERVAS FICA FORA DO AR DURANTE A
      *RODADA (TRAVA TRVP03 NO ATUSOC.BAT).
       ATUALIZA-COBAVL.
           IF CT-AVL-COB GREATER THAN ZEROES
              MOVE "NAO" TO FIM-AVL
              OPEN INPUT COBAVL
              IF FS-COBAVL EQUAL "00"
                 OPEN OUTPUT COBAVLN
                 PERFORM COPIA-OU-QUITA-AVL UNTIL FIM-AVL EQUAL "SIM"
                 CLOSE COBAVL COBAVLN
                 MOVE "NAO" TO FIM-AVL
                 OPEN INPUT  COBAVLN
                      OUTPUT COBAVL
                 PERFORM COPIA-COBAVLN UNTIL FIM-AVL EQUAL "SIM"
                 CLOSE COBAVLN COBAVL
              END-IF
              DISPLAY "EX01PAG: " CT-AVL-QUIT " COBRANCA(S) AVULSA(S)"
                      " QUITADA(S) NO COBAVL."
           END-IF.

       COPIA-OU-QUITA-AVL.
           READ COBAVL AT END MOVE "SIM" TO FIM-AVL.
           IF FIM-AVL NOT EQUAL "SIM"
              IF AVULSA-ABERTA
                 SET IDX-AVL TO 1
                 SEARCH AVL-ITEM
                    AT END CONTINUE
                    WHEN SOCIO-AVL-TAB(IDX-AVL) EQUAL NUMERO-SOCIO-AVL
                       AND RECIBO-AVL-TAB(IDX-AVL) GREATER THAN ZEROES
                       MOVE "Q" TO SITUACAO-AVL
                       MOVE RECIBO-AVL-TAB(IDX-AVL) TO RECIBO-AVL
                       ADD 1 TO CT-AVL-QUIT
                 END-SEARCH
              END-IF
              WRITE REG-COBAVLN FROM REG-COBAVL
           END-IF.

       COPIA-COBAVLN.
           READ COBAVLN AT END MOVE "SIM" TO FIM-AVL.
           IF FIM-AVL NOT EQUAL "SIM"
              WRITE REG-COBAVL FROM REG-COBAVLN
           END-IF.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"

       COPY CTLCNTPD.

       COPY EMLADEPD.

       COPY EMLSAIPD.

       COPY DATPRCPD.
