      *            RETURN-CODE 16 E MENSAGEM CLARA, EM VEZ DE REUSAR
      *            NUMEROS EM SILENCIO (NA IMPLANTACAO, GRAVAR UM
      *            CTLNOTA.DAT COM O ULTIMO NUMERO JA EMITIDO).
      *15/10/2026 BRC - PEDIDO COM VARIOS PRODUTOS: O PEDIDOX VIROU
      *            CABECALHO (NUMERO, DATA, CPF, SITUACAO - VER
      *            PEDIDXFD) E OS PRODUTOS PASSARAM PARA OS ITENS DO
      *            ITEMPEDX (LINHA, PRODUTO, QUANTIDADE, VALOR
      *            UNITARIO - VER ITEPEDFD). CADA PEDIDO GERA UMA NOTA
      *            SO, COM UM NUMERO SO DO CTLNOTA: O CABECALHO EM
      *            NOTAS (COM A QUANTIDADE DE ITENS E O TOTAL DA
      *            NOTA - VER NOTFISFD) E UM ITEM POR PRODUTO EM
      *            ITEMNOTA (VER ITENOTFD). PRODUTO DESCONHECIDO EM
      *            QUALQUER ITEM, PEDIDO SEM ITENS OU COM MAIS DE 99
      *            ITENS REJEITA O PEDIDO INTEIRO (TODOS OS ITENS NO
      *            REJEITADOS.DAT, COM O MOTIVO); ITEM SEM CABECALHO
      *            TAMBEM VAI PARA O REJEITADOS. SO O PEDIDO
      *            RECEBIDO (R/BRANCO) E FATURADO - O FATURADO,
      *            REJEITADO OU CANCELADO QUE CONTINUA NO PEDIDOX NAO
      *            GERA NOTA DE NOVO. A CONVERSAO DOS ARQUIVOS DO
      *            LAYOUT ANTIGO E DO NOTACNV.
      *15/10/2026 BRC - CONTROLE DE ESTOQUE: O CADASTRO DE PRODUTOS
      *            PASSOU PARA OS MEMBROS PRODUTSL/FD/WS/PD, COM A
      *            QUANTIDADE EM ESTOQUE. ANTES DE EMITIR A NOTA A
      *            RODADA CONFERE SE HA ESTOQUE PARA TODOS OS ITENS
      *            DO PEDIDO (SOMANDO O MESMO PRODUTO EM VARIAS
      *            LINHAS); FALTANDO, O PEDIDO NAO E FATURADO E FICA
      *            "B" AGUARDANDO ESTOQUE NO PEDIDOX, SENDO TENTADO
      *            DE NOVO NA RODADA SEGUINTE (PEDIDOS MAIS ANTIGOS
      *            PRIMEIRO, PELA ORDEM DO NUMERO). CADA ITEM
      *            FATURADO BAIXA O ESTOQUE COM UM MOVIMENTO "S" NO
      *            RAZAO MOVEST.DAT (DOCUMENTO = NUMERO DA NOTA) E O
      *            PRODUTOS.DAT E REGRAVADO NO FIM. CADASTRO MAIOR
      *            QUE A TABELA (500) ABORTA A RODADA ANTES DE TUDO.
      *15/10/2026 BRC - IMPOSTO NA NOTA: CADA ITEM SAI COM A
      *            CLASSIFICACAO FISCAL DO PRODUTO, O TIPO (ICMS/ISS),
      *            A BASE DE CALCULO, A ALIQUOTA E O VALOR DO IMPOSTO,
      *            PELA TABELA DE TRIBUTACAO VIGENTE NA DATA DA NOTA
      *            PARA A UF DE DESTINO DO PEDIDO (UFPEDX - VER
      *            TABTRBFD); O CABECALHO SAI COM A UF E A SOMA DA
      *            BASE E DO IMPOSTO. ITEM DE PRODUTO SEM
      *            CLASSIFICACAO OU SEM ALIQUOTA VIGENTE REJEITA O
      *            PEDIDO INTEIRO. SEM O TABTRIB.DAT A RODADA ABORTA.
      *15/10/2026 BRC - LIMITE DE CREDITO: ANTES DE EMITIR A NOTA O
      *            SALDO EM ABERTO DO CLIENTE NO CONTASAR (MAIS AS
      *            NOTAS JA EMITIDAS NA RODADA) E SOMADO AO TOTAL DA
      *            NOTA E COMPARADO COM O LIMITE DO CPF NO CREDCLI
      *            (OU O PADRAO DO PARCRD). ACIMA DO LIMITE, COM
      *            TITULO VENCIDO HA MAIS DO QUE O ATRASO TOLERADO
      *            (PARCRD) OU COM O CLIENTE BLOQUEADO, O PEDIDO NAO
      *            E FATURADO: FICA "H" RETIDO NO PEDIDOX E VAI PARA
      *            O RETCRED.DAT COM A EXPOSICAO (RELATORIO NO
      *            CREDRET). O RETIDO E CONFERIDO DE NOVO A CADA
      *            RODADA; O FINANCEIRO LIBERA ("L", FATURADO SEM
      *            CONFERIR O CREDITO) OU REJEITA ("J") NO CREDLIB.
      *15/10/2026 BRC - VENDEDOR NO PEDIDO: O PEDIDOX GANHOU A
      *            MATRICULA DO VENDEDOR (VENDPEDX), CONFERIDA CONTRA
      *            O CADASTRO CADVEND. VENDEDOR INEXISTENTE OU
      *            DESLIGADO REJEITA O PEDIDO; ZEROS/BRANCO E VENDA
      *            SEM VENDEDOR. A NOTA LEVA A MATRICULA (VENDNOTA),
      *            QUE E A BASE DA COMISSAO APURADA PELO NOTAVEN.
      *            SEM O CADVEND.DAT SO O PEDIDO COM VENDEDOR E
      *            REJEITADO. O PEDIDOXN ACOMPANHOU O TAMANHO NOVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
               DECIMAL-POINT  IS  COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PEDIDXSL.
           COPY ITEPEDSL.
            SELECT   PEDIDO1      ASSIGN   DISK
                 ORGANIZATION IS LINE SEQUENTIAL.
            SELECT   ITEMPED1     ASSIGN   DISK
                 ORGANIZATION IS LINE SEQUENTIAL.
            SELECT   ARQSORT      ASSIGN   DISK.
            SELECT   ARQSORTI     ASSIGN   DISK.
           COPY NOTFISSL.
           COPY ITENOTSL.
            SELECT   CTLNOTA    ASSIGN   DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-CTLNOTA.
           COPY PRODUTSL.
           COPY MOVESTSL.
           COPY TABTRBSL.
           COPY CTASARSL.
           COPY CRDCLISL.
           COPY PARCRDSL.
           COPY RETCRDSL.
           COPY CADVENSL.
            SELECT   REJEITADOS    ASSIGN   DISK
                 ORGANIZATION IS LINE SEQUENTIAL.
            SELECT   PEDIDOXN   ASSIGN   DISK
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY PEDIDXFD.
           COPY ITEPEDFD.
       FD  PEDIDO1
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "PEDIDO1.DAT".
             05  NUMPED1         PIC X(06).
             05  DATAPED1        PIC 9(08).
             05  CPFPED1         PIC 9(11).
             05  SITPED1         PIC X(01).
                 88 PED1-RECEBIDO    VALUE "R" " ".
                 88 PED1-PENDENTE    VALUE "B".
                 88 PED1-RETIDO      VALUE "H".
                 88 PED1-LIBERADO    VALUE "L".
             05  UFPED1          PIC X(02).
             05  VENDPED1        PIC 9(06).
             05  VENDPED1-X      REDEFINES  VENDPED1  PIC X(06).
       FD  ITEMPED1
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "ITEMPED1.DAT".
       01  REGITEMPED1.
             05  NUMPEDIT1       PIC X(06).
             05  LINPEDIT1       PIC 9(03).
             05  CODPEDIT1       PIC 9(05).
             05  QTDPEDIT1       PIC 9(05).
             05  VALUNITIT1      PIC 9(07)V9(02).
       SD  ARQSORT.
       01  REGSORT.
             05  NUMSORT         PIC X(06).
             05  DATASORT        PIC 9(08).
             05  CPFSORT         PIC 9(11).
             05  SITSORT         PIC X(01).
             05  UFSORT          PIC X(02).
             05  VENDSORT        PIC X(06).
       SD  ARQSORTI.
       01  REGSORTI.
             05  NUMSORTI        PIC X(06).
             05  LINSORTI        PIC 9(03).
             05  CODSORTI        PIC 9(05).
             05  QTDSORTI        PIC 9(05).
             05  VALUNITSORTI    PIC 9(07)V9(02).
           COPY NOTFISFD.
           COPY ITENOTFD.
       FD  CTLNOTA
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "CTLNOTA.DAT".
       FD  PEDIDOXN
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "PEDIDOXN.DAT".
       01  REGPEDIDOXN         PIC X(34).
           COPY PRODUTFD.
           COPY MOVESTFD.
           COPY TABTRBFD.
           COPY CTASARFD.
           COPY CRDCLIFD.
           COPY PARCRDFD.
           COPY RETCRDFD.
           COPY CADVENFD.
       FD  REJEITADOS
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "REJEITADOS.DAT".
             05  NUMPEDREJ       PIC X(06).
             05  DATAPEDREJ      PIC 9(08).
             05  CPFPEDREJ       PIC 9(11).
             05  LINPEDREJ       PIC 9(03).
             05  CODPEDREJ       PIC 9(05).
             05  QTDPEDREJ       PIC 9(05).
             05  VALUNITREJ      PIC 9(07)V9(02).
             05  MOTIVOREJ       PIC X(30).
       WORKING-STORAGE   SECTION.
           COPY PEDIDXWS.
           COPY ITEPEDWS.
           COPY NOTFISWS.
           COPY ITENOTWS.
           COPY PRODUTWS.
           COPY MOVESTWS.
           COPY TABTRBWS.
           COPY CTASARWS.
           COPY CRDCLIWS.
           COPY PARCRDWS.
           COPY RETCRDWS.
           COPY CADVENWS.
       77    FIM                           PIC X     VALUE  SPACES.
       77    FIM-ITP                       PIC X     VALUE  SPACES.
       77    CTNOTA                        PIC 9(06) VALUE  ZEROS.
       77    FS-CTLNOTA                    PIC X(02) VALUE  "00".
       77    CT-REJEITADOS                 PIC 9(05) VALUE  ZEROS.
       77    CT-AVULSOS                    PIC 9(05) VALUE  ZEROS.
       77    FIM-PDX                       PIC X     VALUE  SPACES.
       77    QTD-FATURADOS                 PIC 9(03) VALUE  ZEROS.
       77    QTD-REJ-TAB                   PIC 9(03) VALUE  ZEROS.
       77    FAT-DEMAIS                    PIC X(01) VALUE  "N".
       77    REJ-DEMAIS                    PIC X(01) VALUE  "N".
       77    SITUACAO-NOVA                 PIC X(01) VALUE  SPACES.
       77    QTD-ITENS-PED                 PIC 9(03) VALUE  ZEROS.
       77    IDX-IT                        PIC 9(03) VALUE  ZEROS.
       77    MOTIVO-PED                    PIC X(30) VALUE  SPACES.
       77    TOTAL-PED                     PIC 9(09)V9(02) VALUE ZEROS.
       77    QTD-BKO-TAB                   PIC 9(03) VALUE  ZEROS.
       77    BKO-DEMAIS                    PIC X(01) VALUE  "N".
       77    CT-PENDENTES                  PIC 9(05) VALUE  ZEROS.
       77    ESTOQUE-OK                    PIC X(01) VALUE  "S".
       77    IDX-IT2                       PIC 9(03) VALUE  ZEROS.
       77    QTD-NECESSARIA                PIC 9(07) VALUE  ZEROS.
       77    DATA-HOJE                     PIC 9(08) VALUE  ZEROS.
       77    BASE-PED                      PIC 9(09)V9(02) VALUE ZEROS.
       77    IMP-PED                       PIC 9(09)V9(02) VALUE ZEROS.
       77    CREDITO-OK                    PIC X(01) VALUE  "S".
       77    MOTIVO-CRED                   PIC X(30) VALUE  SPACES.
       77    QTD-RET-TAB                   PIC 9(03) VALUE  ZEROS.
       77    RET-DEMAIS                    PIC X(01) VALUE  "N".
       77    CT-RETIDOS                    PIC 9(05) VALUE  ZEROS.
       77    FIM-CTA                       PIC X     VALUE  SPACES.
       77    QTD-AR                        PIC 9(04) VALUE  ZEROS.
       77    AR-DEMAIS                     PIC X(01) VALUE  "N".
       77    ACHOU-AR                      PIC X(01) VALUE  "N".
       77    CPF-AR-PROCURA                PIC 9(11) VALUE  ZEROS.
       77    SALDO-TITULO                  PIC 9(09)V9(02) VALUE ZEROS.
       77    SALDO-CLIENTE                 PIC 9(11)V9(02) VALUE ZEROS.
       77    EXPOSICAO                     PIC 9(11)V9(02) VALUE ZEROS.
       77    ATRASO-CLIENTE                PIC 9(05) VALUE  ZEROS.
       77    ATRASO-TITULO                 PIC S9(07) VALUE ZEROS.
       77    DIAS-HOJE                     PIC 9(07) VALUE  ZEROS.
       77    DIAS-TRAB                     PIC 9(07) VALUE  ZEROS.
       77    DATA-TRAB                     PIC 9(08) VALUE  ZEROS.
       77    ANO-TRAB                      PIC 9(04) VALUE  ZEROS.
       77    MES-TRAB                      PIC 9(02) VALUE  ZEROS.
       77    DIA-TRAB                      PIC 9(02) VALUE  ZEROS.
       77    FIM-CVD                       PIC X     VALUE  SPACES.
       77    CADVEND-LIDO                  PIC X(01) VALUE  "N".
       77    QTD-VND                       PIC 9(03) VALUE  ZEROS.
       77    VND-DEMAIS                    PIC X(01) VALUE  "N".
       01    TAB-FATURADOS.
             05  FAT-TAB  OCCURS 500 TIMES
                 DEPENDING ON QTD-FATURADOS
             05  REJ-TAB  OCCURS 500 TIMES
                 DEPENDING ON QTD-REJ-TAB
                 INDEXED BY IDX-REJ  PIC X(06).
       01    TAB-PENDENTES.
             05  BKO-TAB  OCCURS 500 TIMES
                 DEPENDING ON QTD-BKO-TAB
                 INDEXED BY IDX-BKO  PIC X(06).
       01    TAB-RETIDOS.
             05  RET-TAB  OCCURS 500 TIMES
                 DEPENDING ON QTD-RET-TAB
                 INDEXED BY IDX-RET  PIC X(06).
      *  SALDO EM ABERTO E MAIOR ATRASO POR CLIENTE, DO CONTASAR
      *  (ATE 2500 CLIENTES) MAIS AS NOTAS EMITIDAS NA RODADA - AS
      *  500 POSICOES RESTANTES COBREM OS CLIENTES NOVOS DA RODADA,
      *  QUE NAO FATURA MAIS DE 500 PEDIDOS.
       01    TAB-SALDOS-AR.
             05  AR-ITEM  OCCURS 3000 TIMES
                 DEPENDING ON QTD-AR
                 INDEXED BY IDX-AR.
                 10  CPF-AR-TAB    PIC 9(11).
                 10  SALDO-AR-TAB  PIC 9(11)V9(02).
                 10  ATRASO-AR-TAB PIC 9(05).
      *  MATRICULAS DOS VENDEDORES ATIVOS DO CADVEND.
       01    TAB-VENDEDORES.
             05  VND-TAB  OCCURS 500 TIMES
                 DEPENDING ON QTD-VND
                 INDEXED BY IDX-VND  PIC 9(06).
      *  ITENS DO PEDIDO CORRENTE, GUARDADOS ATE SE SABER SE O
      *  PEDIDO INTEIRO VIRA NOTA OU VAI PARA O REJEITADOS.
       01    TAB-ITENS-PED.
             05  ITEM-PED  OCCURS 99 TIMES.
                 10  LIN-IT-TAB    PIC 9(03).
                 10  COD-IT-TAB    PIC 9(05).
                 10  QTD-IT-TAB    PIC 9(05).
                 10  VALINF-IT-TAB PIC 9(07)V9(02).
                 10  DESC-IT-TAB   PIC X(20).
                 10  PRECO-IT-TAB  PIC 9(07)V9(02).
                 10  TOTAL-IT-TAB  PIC 9(09)V9(02).
                 10  MOTIVO-IT-TAB PIC X(30).
                 10  PRD-IT-TAB    PIC 9(03).
                 10  CLAS-IT-TAB   PIC X(02).
                 10  TIPOIMP-IT-TAB  PIC X(01).
                 10  ALIQ-IT-TAB   PIC 9(02)V9(02).
                 10  PCTBASE-IT-TAB  PIC 9(03)V9(02).
                 10  BASE-IT-TAB   PIC 9(09)V9(02).
                 10  IMP-IT-TAB    PIC 9(09)V9(02).
       PROCEDURE DIVISION.

       ROTINA-PRINCIPAL.
           ACCEPT    DATA-HOJE   FROM   DATE   YYYYMMDD.
           PERFORM   CARREGA-PRODUTOS.
           PERFORM   CONFERE-PRODUTOS.
           PERFORM   CARREGA-TABTRIB.
           PERFORM   CONFERE-TABTRIB.
           PERFORM   LE-PARAMETROS-CREDITO.
           PERFORM   CARREGA-CREDCLI.
           PERFORM   CONFERE-CREDCLI.
           PERFORM   CARREGA-SALDOS-AR.
           PERFORM   CARREGA-VENDEDORES.
           PERFORM   LE-CONTROLE-NOTA.
           PERFORM   CONFERE-ITENS-PEDIDO.
           SORT   ARQSORT   ASCENDING   KEY   NUMSORT
                          USING     PEDIDOX
                          GIVING   PEDIDO1.
           SORT   ARQSORTI  ASCENDING   KEY   NUMSORTI  LINSORTI
                          USING     ITEMPEDX
                          GIVING   ITEMPED1.
           PERFORM   ABRE-MOVEST.
           PERFORM   GERA-NOTAS.
           CLOSE     MOVEST.
           PERFORM   GRAVA-CONTROLE-NOTA.
           PERFORM   GRAVA-PRODUTOS.
           PERFORM   ATUALIZA-STATUS-PEDIDOS.
          STOP   RUN.

      *  O ULTIMO NUMERO DE NOTA ATRIBUIDO VEM DO ARQUIVO DE
      *  CONTROLE. SEM ELE A RODADA ABORTA - NUMERAR DO ZERO DE
      *  NOVO DUPLICARIA NOTAS JA EMITIDAS.
      *  O CADASTRO DE PRODUTOS (PRODUTPD) E CARREGADO INTEIRO.
      *  SEM O PRODUTOS.DAT A RODADA ABORTA - SEM CADASTRO, TODO
      *  PEDIDO SERIA REJEITADO COMO PRODUTO DESCONHECIDO. CADASTRO
      *  MAIOR QUE A TABELA TAMBEM ABORTA: NO FIM O PRODUTOS.DAT E
      *  REGRAVADO DA TABELA COM O ESTOQUE BAIXADO.
       CONFERE-PRODUTOS.
           IF  PRODUTOS-LIDO  NOT  EQUAL  "S"
               DISPLAY  "PGMP1: CADASTRO PRODUTOS.DAT AUSENTE - "
                        "RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.
           IF  PRD-DEMAIS  EQUAL  "S"
               DISPLAY  "PGMP1: MAIS DE 500 PRODUTOS NO CADASTRO - "
                        "A TABELA NAO COMPORTA. RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.

      *  SEM A TABELA DE TRIBUTACAO NENHUMA NOTA TERIA IMPOSTO: A
      *  RODADA ABORTA ANTES DE CONSUMIR NUMERO DE NOTA. LINHA
      *  INVALIDA DA TABELA E SO AVISADA (FICA FORA DA CONSULTA).
       CONFERE-TABTRIB.
           IF  TABTRIB-LIDA  NOT  EQUAL  "S"
               DISPLAY  "PGMP1: TABELA DE TRIBUTACAO TABTRIB.DAT "
                        "AUSENTE - RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.
           IF  TRB-DEMAIS  EQUAL  "S"
               DISPLAY  "PGMP1: MAIS DE 300 LINHAS NO TABTRIB.DAT - "
                        "A TABELA NAO COMPORTA. RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.
           IF  CT-TRB-INVALIDAS  GREATER  ZEROS
               DISPLAY  "PGMP1: " CT-TRB-INVALIDAS " LINHA(S) "
                        "INVALIDA(S) NO TABTRIB.DAT IGNORADA(S)."
           END-IF.

      *  O CADASTRO DE CREDITO E OS TITULOS EM ABERTO SAO LIDOS
      *  INTEIROS. SEM O CREDCLI.DAT TODO CLIENTE FICA NO LIMITE
      *  PADRAO DO PARCRD; SEM O CONTASAR.DAT (NOTAAR AINDA NAO
      *  RODOU) O SALDO ANTERIOR E ZERO - AS DUAS SITUACOES SO SAO
      *  AVISADAS. ESTOURO DE QUALQUER DAS TABELAS ABORTA A RODADA:
      *  CLIENTE FORA DA TABELA SERIA FATURADO SEM CONFERENCIA.
       CONFERE-CREDCLI.
           IF  CRD-DEMAIS  EQUAL  "S"
               DISPLAY  "PGMP1: MAIS DE 2000 CLIENTES NO CREDCLI.DAT "
                        "- A TABELA NAO COMPORTA. RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.
           IF  CREDCLI-LIDO  NOT  EQUAL  "S"
               DISPLAY  "PGMP1: CADASTRO DE CREDITO CREDCLI.DAT "
                        "AUSENTE - TODOS OS CLIENTES NO LIMITE "
                        "PADRAO."
           END-IF.
           IF  CT-CRD-INVALIDOS  GREATER  ZEROS
               DISPLAY  "PGMP1: " CT-CRD-INVALIDOS " LINHA(S) "
                        "INVALIDA(S) NO CREDCLI.DAT IGNORADA(S)."
           END-IF.

       CARREGA-SALDOS-AR.
           MOVE    DATA-HOJE      TO     DATA-TRAB.
           PERFORM  CALCULA-DIAS-TRAB.
           MOVE    DIAS-TRAB      TO     DIAS-HOJE.
           MOVE    SPACES         TO     FIM-CTA.
           MOVE    ZEROS          TO     QTD-AR.
           OPEN     INPUT      CONTASAR.
           IF  FS-CONTASAR  EQUAL  "00"
               PERFORM  LER-CONTASAR  UNTIL  FIM-CTA  EQUAL  "*"
               CLOSE    CONTASAR
           ELSE
               DISPLAY  "PGMP1: CONTASAR.DAT AUSENTE - SALDO EM "
                        "ABERTO DOS CLIENTES CONSIDERADO ZERO."
           END-IF.
           IF  AR-DEMAIS  EQUAL  "S"
               DISPLAY  "PGMP1: MAIS DE 2500 CLIENTES COM TITULO EM "
                        "ABERTO NO CONTASAR.DAT - A TABELA NAO "
                        "COMPORTA. RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.

       LER-CONTASAR.
           READ  CONTASAR   AT   END    MOVE    "*"    TO     FIM-CTA.
           IF  FIM-CTA  NOT  EQUAL  "*"  AND  TITULO-ABERTO
               PERFORM  ACUMULA-TITULO-AR
           END-IF.

      *  ATRASO EM DIAS COMERCIAIS (30 POR MES), COMO NO NOTARAG.
       ACUMULA-TITULO-AR.
           MOVE    ZEROS          TO     SALDO-TITULO.
           IF  VALORCR  GREATER  RECEBIDOCR
               COMPUTE  SALDO-TITULO  =  VALORCR  -  RECEBIDOCR
           END-IF.
           MOVE    VENCIMENTOCR   TO     DATA-TRAB.
           PERFORM  CALCULA-DIAS-TRAB.
           COMPUTE  ATRASO-TITULO  =  DIAS-HOJE  -  DIAS-TRAB.
           IF  ATRASO-TITULO  LESS  ZEROS
               MOVE  ZEROS  TO  ATRASO-TITULO
           END-IF.
           MOVE    CPFCR          TO     CPF-AR-PROCURA.
           IF  QTD-AR  LESS  2500
               PERFORM  LOCALIZA-SALDO-AR
               ADD   SALDO-TITULO  TO  SALDO-AR-TAB(IDX-AR)
               IF  ATRASO-TITULO  GREATER  ATRASO-AR-TAB(IDX-AR)
                   MOVE  ATRASO-TITULO  TO  ATRASO-AR-TAB(IDX-AR)
               END-IF
           ELSE
               MOVE  "S"  TO  AR-DEMAIS
           END-IF.

       CALCULA-DIAS-TRAB.
           MOVE    DATA-TRAB(1:4) TO     ANO-TRAB.
           MOVE    DATA-TRAB(5:2) TO     MES-TRAB.
           MOVE    DATA-TRAB(7:2) TO     DIA-TRAB.
           COMPUTE  DIAS-TRAB  =
                    ANO-TRAB * 360  +  MES-TRAB * 30  +  DIA-TRAB.

       PROCURA-SALDO-AR.
           MOVE    "N"            TO     ACHOU-AR.
           IF  QTD-AR  GREATER  ZEROS
               SET   IDX-AR   TO  1
               SEARCH  AR-ITEM
                   AT  END  CONTINUE
                   WHEN  CPF-AR-TAB(IDX-AR)  EQUAL  CPF-AR-PROCURA
                       MOVE  "S"  TO  ACHOU-AR
               END-SEARCH
           END-IF.

      *  COMO PROCURA-SALDO-AR, MAS INCLUI O CLIENTE ZERADO QUANDO
      *  ELE AINDA NAO ESTA NA TABELA (QUEM CHAMA GARANTE O ESPACO).
       LOCALIZA-SALDO-AR.
           PERFORM  PROCURA-SALDO-AR.
           IF  ACHOU-AR  NOT  EQUAL  "S"
               ADD   1               TO  QTD-AR
               SET   IDX-AR          TO  QTD-AR
               MOVE  CPF-AR-PROCURA  TO  CPF-AR-TAB(IDX-AR)
               MOVE  ZEROS           TO  SALDO-AR-TAB(IDX-AR)
                                         ATRASO-AR-TAB(IDX-AR)
           END-IF.

      *  SO OS VENDEDORES ATIVOS DO CADVEND VENDEM. SEM O
      *  CADVEND.DAT A RODADA SEGUE E SO O PEDIDO COM VENDEDOR E
      *  REJEITADO; CADASTRO MAIOR QUE A TABELA ABORTA - VENDEDOR
      *  FORA DA TABELA TERIA O PEDIDO REJEITADO SEM MOTIVO.
       CARREGA-VENDEDORES.
           MOVE    SPACES         TO     FIM-CVD.
           MOVE    ZEROS          TO     QTD-VND.
           OPEN     INPUT      CADVEND.
           IF  FS-CADVEND  EQUAL  "00"
               MOVE  "S"  TO  CADVEND-LIDO
               PERFORM  LER-CADVEND  UNTIL  FIM-CVD  EQUAL  "*"
               CLOSE    CADVEND
           ELSE
               DISPLAY  "PGMP1: CADASTRO DE VENDEDORES CADVEND.DAT "
                        "AUSENTE - PEDIDO COM VENDEDOR SERA "
                        "REJEITADO."
           END-IF.
           IF  VND-DEMAIS  EQUAL  "S"
               DISPLAY  "PGMP1: MAIS DE 500 VENDEDORES ATIVOS NO "
                        "CADVEND.DAT - A TABELA NAO COMPORTA. "
                        "RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.

       LER-CADVEND.
           READ  CADVEND   AT   END    MOVE    "*"    TO     FIM-CVD.
           IF  FIM-CVD  NOT  EQUAL  "*"  AND  VENDEDOR-ATIVO
               IF  QTD-VND  LESS  500
                   ADD   1              TO  QTD-VND
                   MOVE  MATRICULA-CVD  TO  VND-TAB(QTD-VND)
               ELSE
                   MOVE  "S"            TO  VND-DEMAIS
               END-IF
           END-IF.

       LE-CONTROLE-NOTA.
           OPEN     INPUT      CTLNOTA.
           MOVE     ULTNOTA    TO     CTNOTA.
           CLOSE    CTLNOTA.

      *  SEM OS ITENS O PEDIDO NAO TEM O QUE FATURAR: A RODADA
      *  ABORTA ANTES DE CONSUMIR NUMERO DE NOTA, EM VEZ DE
      *  REJEITAR TODOS OS PEDIDOS COMO "SEM ITENS".
       CONFERE-ITENS-PEDIDO.
           OPEN     INPUT      ITEMPEDX.
           IF  FS-ITEMPEDX  NOT  EQUAL  "00"
               DISPLAY  "PGMP1: ITENS DE PEDIDO ITEMPEDX.DAT "
                        "AUSENTES - RODADA ABORTADA."
               MOVE   16   TO   RETURN-CODE
               STOP   RUN.
           CLOSE    ITEMPEDX.

       GRAVA-CONTROLE-NOTA.
           OPEN     OUTPUT     CTLNOTA.
           MOVE     CTNOTA     TO     ULTNOTA.
           WRITE    REGCTLNOTA.
           CLOSE    CTLNOTA.

      *  CABECALHOS (PEDIDO1) E ITENS (ITEMPED1), AMBOS EM ORDEM DE
      *  NUMERO DE PEDIDO, SAO LIDOS EM PARALELO: PARA CADA
      *  CABECALHO, OS ITENS COM O MESMO NUMERO. ITEM QUE SOBRA NO
      *  FIM NAO TEM CABECALHO.
       GERA-NOTAS.
           OPEN     INPUT      PEDIDO1    ITEMPED1
                    OUTPUT     NOTAS    ITEMNOTA    REJEITADOS
                               RETCRED.
           PERFORM LEITURA-PEDIDO1.
           PERFORM LEITURA-ITEMPED1.
           PERFORM    GRAVA-NOTA    UNTIL    FIM   EQUAL   "*".
           PERFORM    REJEITA-ITEM-AVULSO  UNTIL  FIM-ITP  EQUAL  "*".
           CLOSE    PEDIDO1    ITEMPED1    NOTAS    ITEMNOTA
                    REJEITADOS    RETCRED.
           IF  CT-REJEITADOS  GREATER  ZEROS
               DISPLAY  "PGMP1: " CT-REJEITADOS " PEDIDO(S) "
                        "REJEITADO(S) EM REJEITADOS.DAT."
           END-IF.
           IF  CT-AVULSOS  GREATER  ZEROS
               DISPLAY  "PGMP1: " CT-AVULSOS " ITEM(NS) SEM "
                        "CABECALHO DE PEDIDO EM REJEITADOS.DAT."
           END-IF.
           IF  CT-PENDENTES  GREATER  ZEROS
               DISPLAY  "PGMP1: " CT-PENDENTES " PEDIDO(S) SEM "
                        "ESTOQUE - AGUARDANDO ESTOQUE (B) NO PEDIDOX."
           END-IF.
           IF  CT-RETIDOS  GREATER  ZEROS
               DISPLAY  "PGMP1: " CT-RETIDOS " PEDIDO(S) RETIDO(S) "
                        "POR CREDITO (H) - VER RETCRED.DAT/CREDRET."
           END-IF.

       LEITURA-PEDIDO1.
           READ  PEDIDO1    AT   END    MOVE    "*"    TO     FIM.

       LEITURA-ITEMPED1.
           READ  ITEMPED1   AT   END    MOVE    "*"    TO     FIM-ITP.

      *  A DESCRICAO E O PRECO VEM DO CADASTRO DE PRODUTOS; UM ITEM
      *  COM CODIGO DESCONHECIDO REJEITA O PEDIDO INTEIRO, QUE NAO
      *  CONSOME NUMERO DE NOTA. PEDIDO QUE NAO ESTA COMO RECEBIDO
      *  (JA FATURADO, REJEITADO OU CANCELADO) SO TEM OS ITENS
      *  PULADOS. PEDIDO AGUARDANDO ESTOQUE, RETIDO OU LIBERADO POR
      *  CREDITO E TRATADO COMO RECEBIDO; SEM ESTOQUE PARA TODOS OS
      *  ITENS, NAO VIRA NOTA E FICA (OU CONTINUA) AGUARDANDO. COM
      *  ESTOQUE, AINDA PASSA PELA CONFERENCIA DE CREDITO.
       GRAVA-NOTA.
           IF  (NUMPED1   NOT  EQUAL   SPACES)
               PERFORM  REJEITA-ITEM-AVULSO
                        UNTIL  FIM-ITP  EQUAL  "*"
                           OR  NUMPEDIT1  NOT  LESS  NUMPED1
               MOVE    ZEROS          TO     QTD-ITENS-PED
               MOVE    SPACES         TO     MOTIVO-PED
               PERFORM  CARREGA-ITEM-PEDIDO
                        UNTIL  FIM-ITP  EQUAL  "*"
                           OR  NUMPEDIT1  NOT  EQUAL  NUMPED1
               IF  PED1-RECEBIDO  OR  PED1-PENDENTE  OR  PED1-RETIDO
                                  OR  PED1-LIBERADO
                   IF  QTD-ITENS-PED  EQUAL  ZEROS
                       MOVE  "PEDIDO SEM ITENS"  TO  MOTIVO-PED
                   END-IF
                   IF  MOTIVO-PED  EQUAL  SPACES
                       PERFORM  CONFERE-VENDEDOR
                   END-IF
                   IF  MOTIVO-PED  EQUAL  SPACES
                       PERFORM  CONFERE-TRIBUTACAO
                   END-IF
                   IF  MOTIVO-PED  EQUAL  SPACES
                       PERFORM  CONFERE-ESTOQUE
                       IF  ESTOQUE-OK  EQUAL  "S"
                           PERFORM  CONFERE-CREDITO
                           IF  CREDITO-OK  EQUAL  "S"
                               PERFORM  EMITE-NOTA
                           ELSE
                               PERFORM  RETEM-PEDIDO
                           END-IF
                       ELSE
                           PERFORM  SEGURA-PEDIDO
                       END-IF
                   ELSE
                       PERFORM  REJEITA-PEDIDO
                   END-IF
               END-IF
           ELSE
               NEXT    SENTENCE.
           PERFORM   LEITURA-PEDIDO1.

      *  ITEM ALEM DO 99O NAO CABE NA TABELA: VAI DIRETO PARA O
      *  REJEITADOS E O PEDIDO INTEIRO E REJEITADO.
       CARREGA-ITEM-PEDIDO.
           IF  QTD-ITENS-PED  LESS  99
               ADD     1              TO     QTD-ITENS-PED
               MOVE    QTD-ITENS-PED  TO     IDX-IT
               MOVE    LINPEDIT1      TO     LIN-IT-TAB(IDX-IT)
               MOVE    CODPEDIT1      TO     COD-IT-TAB(IDX-IT)
               MOVE    QTDPEDIT1      TO     QTD-IT-TAB(IDX-IT)
               MOVE    VALUNITIT1     TO     VALINF-IT-TAB(IDX-IT)
               MOVE    SPACES         TO     MOTIVO-IT-TAB(IDX-IT)
               MOVE    CODPEDIT1      TO     CODPROD-PROCURA
               PERFORM  PROCURA-PRODUTO
               IF  ACHOU-PROD  EQUAL  "S"
                   SET   PRD-IT-TAB(IDX-IT)  TO  IDX-PRD
                   MOVE  DESCPROD-TAB(IDX-PRD)  TO  DESC-IT-TAB(IDX-IT)
                   MOVE  PRECOPROD-TAB(IDX-PRD)
                         TO  PRECO-IT-TAB(IDX-IT)
               ELSE
                   MOVE  "PRODUTO DESCONHECIDO"
                         TO  MOTIVO-IT-TAB(IDX-IT)
                   IF  MOTIVO-PED  EQUAL  SPACES
                       MOVE  "ITEM COM PRODUTO DESCONHECIDO"
                             TO  MOTIVO-PED
                   END-IF
               END-IF
           ELSE
               MOVE    "PEDIDO COM MAIS DE 99 ITENS"  TO  MOTIVO-PED
               IF  PED1-RECEBIDO  OR  PED1-PENDENTE  OR  PED1-RETIDO
                                  OR  PED1-LIBERADO
                   MOVE    NUMPED1        TO     NUMPEDREJ
                   MOVE    DATAPED1       TO     DATAPEDREJ
                   MOVE    CPFPED1        TO     CPFPEDREJ
                   MOVE    LINPEDIT1      TO     LINPEDREJ
                   MOVE    CODPEDIT1      TO     CODPEDREJ
                   MOVE    QTDPEDIT1      TO     QTDPEDREJ
                   MOVE    VALUNITIT1     TO     VALUNITREJ
                   MOVE    MOTIVO-PED     TO     MOTIVOREJ
                   WRITE   REGREJEITADO
               END-IF
           END-IF.
           PERFORM   LEITURA-ITEMPED1.

      *  PEDIDO DIGITADO SEM VENDEDOR (ZEROS/BRANCO) E VENDA DA CASA,
      *  SEM COMISSAO; COM VENDEDOR, ELE TEM DE ESTAR ATIVO NO
      *  CADVEND, SENAO O PEDIDO E REJEITADO.
       CONFERE-VENDEDOR.
           IF  VENDPED1-X  EQUAL  SPACES
               MOVE  ZEROS  TO  VENDPED1
           END-IF.
           IF  VENDPED1  NOT  NUMERIC
               MOVE  "VENDEDOR INVALIDO NO PEDIDO"  TO  MOTIVO-PED
           ELSE
               IF  VENDPED1  NOT  EQUAL  ZEROS
                   MOVE  "VENDEDOR INEXISTENTE/DESLIGADO"
                         TO  MOTIVO-PED
                   IF  QTD-VND  GREATER  ZEROS
                       SET   IDX-VND  TO  1
                       SEARCH  VND-TAB
                           AT  END  CONTINUE
                           WHEN  VND-TAB(IDX-VND)  EQUAL  VENDPED1
                               MOVE  SPACES  TO  MOTIVO-PED
                       END-SEARCH
                   END-IF
               END-IF
           END-IF.

      *  CADA ITEM PRECISA DE CLASSIFICACAO FISCAL NO CADASTRO E DE
      *  ALIQUOTA VIGENTE NA DATA DO PEDIDO PARA A UF DE DESTINO;
      *  FALTANDO EM QUALQUER ITEM O PEDIDO E REJEITADO.
       CONFERE-TRIBUTACAO.
           MOVE    1              TO     IDX-IT.
           PERFORM  CONFERE-ITEM-TRIBUTACAO  UNTIL  IDX-IT  GREATER
                                                    QTD-ITENS-PED.

       CONFERE-ITEM-TRIBUTACAO.
           MOVE    CLASFIS-TAB(PRD-IT-TAB(IDX-IT))
                                  TO     CLAS-IT-TAB(IDX-IT).
           IF  CLAS-IT-TAB(IDX-IT)  EQUAL  SPACES
               MOVE  "PRODUTO SEM CLASSIF. FISCAL"
                     TO  MOTIVO-IT-TAB(IDX-IT)
               IF  MOTIVO-PED  EQUAL  SPACES
                   MOVE  "ITEM SEM CLASSIFICACAO FISCAL"
                         TO  MOTIVO-PED
               END-IF
           ELSE
               MOVE  CLAS-IT-TAB(IDX-IT)  TO  CLAS-PROCURA
               MOVE  UFPED1               TO  UF-PROCURA
               MOVE  DATAPED1             TO  DATA-PROCURA
               PERFORM  PROCURA-ALIQUOTA
               IF  ACHOU-ALIQ  EQUAL  "S"
                   MOVE  TIPO-ACHADO     TO  TIPOIMP-IT-TAB(IDX-IT)
                   MOVE  ALIQ-ACHADA     TO  ALIQ-IT-TAB(IDX-IT)
                   MOVE  PCTBASE-ACHADA  TO  PCTBASE-IT-TAB(IDX-IT)
               ELSE
                   MOVE  "SEM ALIQUOTA PARA CLASSIF./UF"
                         TO  MOTIVO-IT-TAB(IDX-IT)
                   IF  MOTIVO-PED  EQUAL  SPACES
                       MOVE  "ITEM SEM ALIQUOTA VIGENTE"
                             TO  MOTIVO-PED
                   END-IF
               END-IF
           END-IF.
           ADD     1              TO     IDX-IT.

      *  HA ESTOQUE QUANDO, PARA CADA ITEM, A SOMA DAS QUANTIDADES
      *  DO MESMO PRODUTO EM TODAS AS LINHAS DO PEDIDO CABE NO
      *  SALDO ATUAL DO PRODUTO.
       CONFERE-ESTOQUE.
           MOVE    "S"            TO     ESTOQUE-OK.
           MOVE    1              TO     IDX-IT.
           PERFORM  CONFERE-ITEM-ESTOQUE  UNTIL  IDX-IT  GREATER
                                                 QTD-ITENS-PED.

       CONFERE-ITEM-ESTOQUE.
           MOVE    ZEROS          TO     QTD-NECESSARIA.
           MOVE    1              TO     IDX-IT2.
           PERFORM  SOMA-NECESSIDADE  UNTIL  IDX-IT2  GREATER
                                             QTD-ITENS-PED.
           IF  QTD-NECESSARIA  GREATER  QTDEST-TAB(PRD-IT-TAB(IDX-IT))
               MOVE  "N"  TO  ESTOQUE-OK
           END-IF.
           ADD     1              TO     IDX-IT.

       SOMA-NECESSIDADE.
           IF  PRD-IT-TAB(IDX-IT2)  EQUAL  PRD-IT-TAB(IDX-IT)
               ADD   QTD-IT-TAB(IDX-IT2)  TO  QTD-NECESSARIA
           END-IF.
           ADD     1              TO     IDX-IT2.

      *  PEDIDO SEM ESTOQUE: NAO CONSOME NUMERO DE NOTA E FICA "B"
      *  NO PEDIDOX ATE UMA RODADA COM ESTOQUE. O LIBERADO PELO
      *  FINANCEIRO CONTINUA "L", PARA NAO PERDER A LIBERACAO.
       SEGURA-PEDIDO.
           ADD     1              TO     CT-PENDENTES.
           IF  NOT  PED1-LIBERADO
               IF  QTD-BKO-TAB  LESS  500
                   ADD   1        TO  QTD-BKO-TAB
                   MOVE  NUMPED1  TO  BKO-TAB(QTD-BKO-TAB)
               ELSE
                   MOVE  "S"      TO  BKO-DEMAIS
               END-IF
           END-IF.

      *  CREDITO: O SALDO EM ABERTO DO CLIENTE (CONTASAR MAIS AS
      *  NOTAS JA EMITIDAS NA RODADA) SOMADO AO TOTAL DA NOTA NAO
      *  PODE PASSAR DO LIMITE DO CREDCLI (OU DO PADRAO), NENHUM
      *  TITULO EM ABERTO PODE ESTAR VENCIDO HA MAIS DO QUE O
      *  ATRASO TOLERADO DO PARCRD E O CLIENTE NAO PODE ESTAR
      *  BLOQUEADO. PEDIDO LIBERADO PELO FINANCEIRO (CREDLIB) NAO E
      *  CONFERIDO.
       CONFERE-CREDITO.
           MOVE    "S"            TO     CREDITO-OK.
           MOVE    SPACES         TO     MOTIVO-CRED.
           MOVE    ZEROS          TO     TOTAL-PED  BASE-PED  IMP-PED.
           MOVE    1              TO     IDX-IT.
           PERFORM  CALCULA-ITEM  UNTIL  IDX-IT  GREATER  QTD-ITENS-PED.
           MOVE    CPFPED1        TO     CPF-AR-PROCURA.
           PERFORM  PROCURA-SALDO-AR.
           MOVE    ZEROS          TO     SALDO-CLIENTE  ATRASO-CLIENTE.
           IF  ACHOU-AR  EQUAL  "S"
               MOVE  SALDO-AR-TAB(IDX-AR)   TO  SALDO-CLIENTE
               MOVE  ATRASO-AR-TAB(IDX-AR)  TO  ATRASO-CLIENTE
           END-IF.
           COMPUTE  EXPOSICAO  =  SALDO-CLIENTE  +  TOTAL-PED.
           MOVE    CPFPED1        TO     CPF-CRD-PROCURA.
           PERFORM  PROCURA-CREDCLI.
           IF  NOT  PED1-LIBERADO
               IF  BLOQ-CRD-ACHADO  EQUAL  "S"
                   MOVE  "CLIENTE BLOQUEADO - FINANCEIRO"
                         TO  MOTIVO-CRED
               ELSE
                   IF  ATRASO-CLIENTE  GREATER  DIAS-TOLERANCIA
                       MOVE  "TITULO VENCIDO ALEM TOLERANCIA"
                             TO  MOTIVO-CRED
                   ELSE
                       IF  EXPOSICAO  GREATER  LIMITE-CRD-ACHADO
                           MOVE  "LIMITE DE CREDITO EXCEDIDO"
                                 TO  MOTIVO-CRED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF  MOTIVO-CRED  NOT  EQUAL  SPACES
               MOVE  "N"  TO  CREDITO-OK
           END-IF.

      *  PEDIDO RETIDO POR CREDITO: NAO CONSOME NUMERO DE NOTA, FICA
      *  "H" NO PEDIDOX E SAI NO RETCRED.DAT COM A EXPOSICAO DO
      *  CLIENTE. NA RODADA SEGUINTE E CONFERIDO DE NOVO (SE O
      *  CLIENTE PAGOU, FATURA) ATE O FINANCEIRO DECIDIR NO CREDLIB.
       RETEM-PEDIDO.
           ADD     1              TO     CT-RETIDOS.
           MOVE    NUMPED1        TO     NUMPEDRC.
           MOVE    DATAPED1       TO     DATAPEDRC.
           MOVE    CPFPED1        TO     CPFRC.
           MOVE    TOTAL-PED      TO     VALORPEDRC.
           MOVE    SALDO-CLIENTE  TO     SALDORC.
           MOVE    EXPOSICAO      TO     EXPOSICAORC.
           MOVE    LIMITE-CRD-ACHADO  TO  LIMITERC.
           MOVE    ATRASO-CLIENTE TO     ATRASORC.
           MOVE    MOTIVO-CRED    TO     MOTIVORC.
           WRITE   REGRETCRED.
           IF  QTD-RET-TAB  LESS  500
               ADD   1        TO  QTD-RET-TAB
               MOVE  NUMPED1  TO  RET-TAB(QTD-RET-TAB)
           ELSE
               MOVE  "S"      TO  RET-DEMAIS
           END-IF.

      *  UMA NOTA POR PEDIDO: O TOTAL DA NOTA E A SOMA DOS ITENS,
      *  CADA UM COM QUANTIDADE X PRECO DO CADASTRO. A BASE DO
      *  IMPOSTO E O PERCENTUAL DA BASE SOBRE O TOTAL DO ITEM; O
      *  IMPOSTO, A ALIQUOTA SOBRE A BASE (IMPOSTO POR DENTRO).
       EMITE-NOTA.
           ADD     1              TO     CTNOTA.
           MOVE    ZEROS          TO     TOTAL-PED  BASE-PED  IMP-PED.
           MOVE    1              TO     IDX-IT.
           PERFORM  CALCULA-ITEM  UNTIL  IDX-IT  GREATER  QTD-ITENS-PED.
           MOVE    CTNOTA         TO     NUMNOTA.
           MOVE    NUMPED1        TO     NUMPEDNOTA.
           MOVE    DATAPED1       TO     DATANOTA.
           MOVE    CPFPED1        TO     CPFNOTA.
           MOVE    QTD-ITENS-PED  TO     QTDITENSNOTA.
           MOVE    TOTAL-PED      TO     TOTALNOTA.
           MOVE    "A"            TO     SITNOTA.
           MOVE    UFPED1         TO     UFNOTA.
           MOVE    BASE-PED       TO     BASENOTA.
           MOVE    IMP-PED        TO     IMPNOTA.
           MOVE    VENDPED1       TO     VENDNOTA.
           WRITE   REGNOTA.
           MOVE    1              TO     IDX-IT.
           PERFORM  GRAVA-ITEM-NOTA  UNTIL  IDX-IT  GREATER
                                            QTD-ITENS-PED.
           IF  QTD-FATURADOS  LESS  500
               ADD   1        TO  QTD-FATURADOS
               MOVE  NUMPED1  TO  FAT-TAB(QTD-FATURADOS)
               MOVE  CPFPED1  TO  CPF-AR-PROCURA
               PERFORM  LOCALIZA-SALDO-AR
               ADD   TOTAL-PED  TO  SALDO-AR-TAB(IDX-AR)
           ELSE
               MOVE  "S"      TO  FAT-DEMAIS
           END-IF.

       CALCULA-ITEM.
           COMPUTE TOTAL-IT-TAB(IDX-IT) ROUNDED =
                   QTD-IT-TAB(IDX-IT) * PRECO-IT-TAB(IDX-IT).
           ADD     TOTAL-IT-TAB(IDX-IT)   TO     TOTAL-PED.
           COMPUTE BASE-IT-TAB(IDX-IT) ROUNDED =
                   TOTAL-IT-TAB(IDX-IT) * PCTBASE-IT-TAB(IDX-IT) / 100.
           COMPUTE IMP-IT-TAB(IDX-IT) ROUNDED =
                   BASE-IT-TAB(IDX-IT) * ALIQ-IT-TAB(IDX-IT) / 100.
           ADD     BASE-IT-TAB(IDX-IT)    TO     BASE-PED.
           ADD     IMP-IT-TAB(IDX-IT)     TO     IMP-PED.
           ADD     1              TO     IDX-IT.

       GRAVA-ITEM-NOTA.
           MOVE    CTNOTA                 TO     NUMNOTAITEM.
           MOVE    IDX-IT                 TO     LINITEM.
           MOVE    COD-IT-TAB(IDX-IT)     TO     CODPRODITEM.
           MOVE    DESC-IT-TAB(IDX-IT)    TO     DESCITEM.
           MOVE    QTD-IT-TAB(IDX-IT)     TO     QTDITEM.
           MOVE    PRECO-IT-TAB(IDX-IT)   TO     VALUNITITEM.
           MOVE    TOTAL-IT-TAB(IDX-IT)   TO     TOTALITEM.
           MOVE    CLAS-IT-TAB(IDX-IT)    TO     CLASITEM.
           MOVE    TIPOIMP-IT-TAB(IDX-IT) TO     TIPOIMPITEM.
           MOVE    BASE-IT-TAB(IDX-IT)    TO     BASEITEM.
           MOVE    ALIQ-IT-TAB(IDX-IT)    TO     ALIQITEM.
           MOVE    IMP-IT-TAB(IDX-IT)     TO     IMPITEM.
           WRITE   REGITEMNOTA.
           PERFORM  BAIXA-ESTOQUE-ITEM.
           ADD     1              TO     IDX-IT.

      *  SAIDA DO ITEM FATURADO NO RAZAO DE ESTOQUE. O SALDO JA FOI
      *  CONFERIDO NO CONFERE-ESTOQUE.
       BAIXA-ESTOQUE-ITEM.
           SET     IDX-PRD        TO     PRD-IT-TAB(IDX-IT).
           MOVE    DATA-HOJE      TO     DATA-LANCAR.
           MOVE    "S"            TO     TIPO-LANCAR.
           MOVE    "-"            TO     SENTIDO-LANCAR.
           MOVE    QTD-IT-TAB(IDX-IT)     TO     QTD-LANCAR.
           MOVE    CTNOTA         TO     DOC-LANCAR.
           MOVE    "SAIDA POR NOTA FISCAL"  TO  HIST-LANCAR.
           MOVE    "PGMP1"        TO     PROGRAMA-LANCAR.
           PERFORM  LANCA-MOVIMENTO.

      *  PEDIDO REJEITADO: TODOS OS ITENS GUARDADOS VAO PARA O
      *  REJEITADOS COM O MOTIVO DO ITEM (OU O DO PEDIDO); PEDIDO
      *  SEM ITENS SAI NUMA LINHA SO.
       REJEITA-PEDIDO.
           ADD     1              TO     CT-REJEITADOS.
           IF  QTD-ITENS-PED  EQUAL  ZEROS
               MOVE    NUMPED1        TO     NUMPEDREJ
               MOVE    DATAPED1       TO     DATAPEDREJ
               MOVE    CPFPED1        TO     CPFPEDREJ
               MOVE    ZEROS          TO     LINPEDREJ  CODPEDREJ
                                             QTDPEDREJ  VALUNITREJ
               MOVE    MOTIVO-PED     TO     MOTIVOREJ
               WRITE   REGREJEITADO
           ELSE
               MOVE    1              TO     IDX-IT
               PERFORM  GRAVA-ITEM-REJEITADO
                        UNTIL  IDX-IT  GREATER  QTD-ITENS-PED
           END-IF.
           IF  QTD-REJ-TAB  LESS  500
               ADD   1        TO  QTD-REJ-TAB
               MOVE  NUMPED1  TO  REJ-TAB(QTD-REJ-TAB)
           ELSE
               MOVE  "S"      TO  REJ-DEMAIS
           END-IF.

       GRAVA-ITEM-REJEITADO.
           MOVE    NUMPED1                TO     NUMPEDREJ.
           MOVE    DATAPED1               TO     DATAPEDREJ.
           MOVE    CPFPED1                TO     CPFPEDREJ.
           MOVE    LIN-IT-TAB(IDX-IT)     TO     LINPEDREJ.
           MOVE    COD-IT-TAB(IDX-IT)     TO     CODPEDREJ.
           MOVE    QTD-IT-TAB(IDX-IT)     TO     QTDPEDREJ.
           MOVE    VALINF-IT-TAB(IDX-IT)  TO     VALUNITREJ.
           IF  MOTIVO-IT-TAB(IDX-IT)  NOT  EQUAL  SPACES
               MOVE  MOTIVO-IT-TAB(IDX-IT)  TO  MOTIVOREJ
           ELSE
               MOVE  MOTIVO-PED             TO  MOTIVOREJ
           END-IF.
           WRITE   REGREJEITADO.
           ADD     1              TO     IDX-IT.

      *  ITEM CUJO NUMERO DE PEDIDO NAO TEM CABECALHO NO PEDIDOX.
       REJEITA-ITEM-AVULSO.
           ADD     1              TO     CT-AVULSOS.
           MOVE    NUMPEDIT1      TO     NUMPEDREJ.
           MOVE    ZEROS          TO     DATAPEDREJ  CPFPEDREJ.
           MOVE    LINPEDIT1      TO     LINPEDREJ.
           MOVE    CODPEDIT1      TO     CODPEDREJ.
           MOVE    QTDPEDIT1      TO     QTDPEDREJ.
           MOVE    VALUNITIT1     TO     VALUNITREJ.
           MOVE    "ITEM SEM CABECALHO DE PEDIDO"  TO  MOTIVOREJ.
           WRITE   REGREJEITADO.
           PERFORM   LEITURA-ITEMPED1.


      *  REGRAVA O PEDIDOX COM O STATUS DA RODADA: F NOS PEDIDOS
      *  FATURADOS, J NOS REJEITADOS, B NOS SEM ESTOQUE, H NOS
      *  RETIDOS POR CREDITO; OS DEMAIS FICAM COMO ESTAO.
      *  MAIS PEDIDOS DO QUE AS TABELAS COMPORTAM ABORTA COM
      *  RETURN-CODE 16 ANTES DA REGRAVACAO - MARCAR SO PARTE DOS
      *  STATUS DEIXARIA PEDIDO FATURADO APARECENDO COMO PARADO NO
      *  PEDBKLG. AS NOTAS E O CTLNOTA DA RODADA JA ESTAO GRAVADOS.
       ATUALIZA-STATUS-PEDIDOS.
           IF  FAT-DEMAIS  EQUAL  "S"  OR  REJ-DEMAIS  EQUAL  "S"
                                        OR  BKO-DEMAIS  EQUAL  "S"
                                        OR  RET-DEMAIS  EQUAL  "S"
               DISPLAY  "PGMP1: MAIS DE 500 PEDIDOS FATURADOS, "
                        "REJEITADOS, SEM ESTOQUE OU RETIDOS NA "
                        "RODADA - AS "
                        "TABELAS DE "
                        "STATUS NAO COMPORTAM. O STATUS DO PEDIDOX "
                        "NAO FOI ATUALIZADO; CONFERIR A RODADA."
               MOVE   16   TO   RETURN-CODE
                           MOVE  "J"  TO  SITUACAO-NOVA
                   END-SEARCH
               END-IF
               IF  SITUACAO-NOVA  EQUAL  SPACES
                   SET   IDX-BKO  TO  1
                   SEARCH  BKO-TAB
                       AT  END  CONTINUE
                       WHEN  BKO-TAB(IDX-BKO)  EQUAL  NUMPEDX
                           MOVE  "B"  TO  SITUACAO-NOVA
                   END-SEARCH
               END-IF
               IF  SITUACAO-NOVA  EQUAL  SPACES
                   SET   IDX-RET  TO  1
                   SEARCH  RET-TAB
                       AT  END  CONTINUE
                       WHEN  RET-TAB(IDX-RET)  EQUAL  NUMPEDX
                           MOVE  "H"  TO  SITUACAO-NOVA
                   END-SEARCH
               END-IF
               IF  SITUACAO-NOVA  NOT  EQUAL  SPACES
                   MOVE  SITUACAO-NOVA  TO  SITPEDX
               ELSE
           IF  FIM-PDX  NOT  EQUAL  "*"
               WRITE  REGPEDIDOX  FROM  REGPEDIDOXN
           END-IF.

           COPY PRODUTPD.

           COPY MOVESTPD.

           COPY TABTRBPD.

           COPY CRDCLIPD.

           COPY PARCRDPD.
