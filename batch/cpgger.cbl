       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPGGER.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    GERACAO DOS TITULOS DO CONTAS A PAGAR (CTASPAG.DAT
      *            - VER CTAPAGFD). ATE AQUI REPASSE DE MOTORISTA,
      *            FOLHA E REPASSE DE OPERADORA ERAM PAGOS OLHANDO O
      *            RELPAY, O RELFOLHA E A PLANILHA DE PACOTES, SEM
      *            CONTROLE DO QUE JA TINHA SIDO PAGO. ESTA RODADA LE
      *            A COMPETENCIA DA FOLHA (AAAAMM PELO ACCEPT; ZEROS
      *            = A DA DATA DE PROCESSAMENTO) E A DATA INICIAL DAS
      *            RESERVAS (ZEROS = TODAS) E GERA:
      *            - ORIGEM "TRP": UM TITULO POR LINHA DO REGISTRO DE
      *              ACERTOS (ACERTMOT, GRAVADO PELO TRIPPAY), PELO
      *              REPASSE LIQUIDO, VENCENDO NO PRIMEIRO DIA UTIL A
      *              PARTIR DO ACERTO;
      *            - ORIGEM "FOL"/"RES": REGISTRO MAIS RECENTE DE CADA
      *              MATRICULA E TIPO NA COMPETENCIA (FOLHAHIS), PELO
      *              LIQUIDO. A FOLHA VENCE NO QUINTO DIA UTIL DO MES
      *              SEGUINTE; A RESCISAO, DEZ DIAS DEPOIS DO
      *              DESLIGAMENTO (DESLIG-CVD DO CADVEND; SEM ELE, NA
      *              DATA DE PROCESSAMENTO), NO DIA UTIL SEGUINTE;
      *            - ORIGEM "OPE": CADA RESERVA VIAJADA (SITUACAO-RES
      *              "V") A PARTIR DA DATA INICIAL, PARA A OPERADORA
      *              DO PACOTE (OPERADORA-PAC = REF-FAV DO FAVORECIDO
      *              TIPO "O"), PELO VALOR DA RESERVA MENOS A COMISSAO
      *              DA AGENCIA (PERC-FAV), VENCENDO NO PRAZO DA
      *              OPERADORA (PRAZO-FAV; ZERADO = 30 DIAS).
      *            ORIGEM + FAVORECIDO + DOCUMENTO JA EXISTENTE NO
      *            CTASPAG NAO E GERADO DE NOVO - A RODADA PODE SER
      *            REPETIDA. MOTORISTA E VENDEDOR SEM FAVORECIDO SAO
      *            INCLUIDOS NO FAVOREC.DAT NA HORA (VENDEDOR COM OS
      *            DADOS BANCARIOS DO CADVEND); OPERADORA SEM
      *            CADASTRO OU FAVORECIDO INATIVO FICA SEM TITULO E
      *            SAI COMO PENDENCIA NO RELCPG. OS VENCIMENTOS PULAM
      *            OS DIAS NAO UTEIS DO CALEND.DAT.
      *            OS ARQUIVOS DE ORIGEM SAO LIDOS NO DIRETORIO
      *            CORRENTE, COPIADOS PELO DRIVER DOS DIRETORIOS DE
      *            CADA SISTEMA, COMO NO CTBLAN. ORIGEM AUSENTE OU
      *            PENDENCIA DA RETURN-CODE 4; TABELA ESTOURADA, 16.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FAVORESL.

           COPY CTAPAGSL.

           COPY ACRMOTSL.

           COPY CADVENSL.

           COPY RESVIASL.

           COPY PACOTESL.

           COPY CALENDSL.

           COPY DATPRCSL.

           SELECT FOLHAHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHAHIS.

           SELECT RELCPG ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY FAVOREFD.

       COPY CTAPAGFD.

       COPY ACRMOTFD.

       COPY CADVENFD.

       COPY RESVIAFD.

       COPY PACOTEFD.

       COPY CALENDFD.

       COPY DATPRCFD.

       FD  FOLHAHIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAHIS.DAT".
       01  REG-FHIS.
           02 MATRICULA-FH  PIC 9(06).
           02 NOME-FH       PIC X(30).
           02 ANO-FH        PIC 9(04).
           02 MES-FH        PIC 9(02).
           02 SALBASE-FH    PIC 9(06)V9(02).
           02 COMISSAO-FH   PIC 9(07)V9(02).
           02 BRUTO-FH      PIC 9(07)V9(02).
           02 INSS-FH       PIC 9(07)V9(02).
           02 IRRF-FH       PIC 9(07)V9(02).
           02 LIQUIDO-FH    PIC 9(07)V9(02).
           02 TIPO-FH       PIC X(01).
              88 FOLHA-NORMAL   VALUE " ".
              88 FOLHA-RESCISAO VALUE "R".
           02 FGTS-FH       PIC 9(07)V9(02).
           02 MULTA-FGTS-FH PIC 9(07)V9(02).

       FD  RELCPG
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCPG.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FAVOREWS.
       COPY CTAPAGWS.
       COPY ACRMOTWS.
       COPY CADVENWS.
       COPY RESVIAWS.
       COPY PACOTEWS.
       COPY CALENDWS.
       COPY DATPRCWS.
       77  FS-FOLHAHIS   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77  DATA-INI-RES  PIC 9(08) VALUE ZEROES.
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  DATA-DMA      PIC 9(08) VALUE ZEROES.
       77  DATA-FORMATA  PIC 9(08) VALUE ZEROES.
       77  COMPET-FH     PIC 9(06) VALUE ZEROES.
       77  ANO-COMP      PIC 9(04) VALUE ZEROES.
       77  MES-COMP      PIC 9(02) VALUE ZEROES.
       77  CT-DIAS       PIC 9(03) VALUE ZEROES.
       77  CT-UTEIS      PIC 9(01) VALUE ZEROES.
       77  QTD-FAV       PIC 9(03) VALUE ZEROES.
       77  QTD-CHV       PIC 9(04) VALUE ZEROES.
       77  QTD-FOL       PIC 9(03) VALUE ZEROES.
       77  QTD-PAC       PIC 9(03) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.
       77  IDX-O         PIC 9(01) VALUE ZEROES.
       77  IDX-ACHADO    PIC 9(03) VALUE ZEROES.
       77  MAIOR-CODFAV  PIC 9(05) VALUE ZEROES.
       77  MAIOR-NUMERO  PIC 9(07) VALUE ZEROES.
       77  FOL-DEMAIS    PIC X(01) VALUE "N".
       77  PAC-DEMAIS    PIC X(01) VALUE "N".
       77  TITULO-EXISTE PIC X(01) VALUE "N".
       77  TIPO-PROCURA  PIC X(01) VALUE SPACES.
       77  REF-PROCURA   PIC X(20) VALUE SPACES.
       77  NOME-NOVO-FAV PIC X(30) VALUE SPACES.
       77  OPERADORA-RES PIC X(20) VALUE SPACES.
       77  VALOR-LIQ-OPE PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-GERADOS    PIC 9(05) VALUE ZEROES.
       77  CT-JA-GERADOS PIC 9(05) VALUE ZEROES.
       77  CT-PENDENCIAS PIC 9(05) VALUE ZEROES.
       77  CT-AUSENTES   PIC 9(01) VALUE ZEROES.
       77  CT-FAV-NOVOS  PIC 9(03) VALUE ZEROES.
       77  TOTAL-GERADO  PIC 9(11)V9(02) VALUE ZEROES.

      *CHAVE DO TITULO (ORIGEM + FAVORECIDO + DOCUMENTO).
       01  CHAVE-TITULO.
           02 ORIGEM-CHV     PIC X(03).
           02 CODFAV-CHV     PIC 9(05).
           02 DOCTO-CHV      PIC X(20).

      *DOCUMENTO DO REPASSE: DATA E HORA DO ACERTO.
       01  DOCTO-ACERTO.
           02 DATA-DOC-ACR   PIC 9(08).
           02 HORA-DOC-ACR   PIC 9(06).
           02 FILLER         PIC X(06) VALUE SPACES.

      *DOCUMENTO DA RESERVA: CPF E DATA DA RESERVA.
       01  DOCTO-RESERVA.
           02 CPF-DOC-RES    PIC 9(11).
           02 DATA-DOC-RES   PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.

       01  HIST-REPASSE.
           02 FILLER         PIC X(08) VALUE "REPASSE ".
           02 INI-HIST-ACR   PIC 9(08).
           02 FILLER         PIC X(01) VALUE "-".
           02 FIM-HIST-ACR   PIC 9(08).
           02 FILLER         PIC X(05) VALUE SPACES.

       01  HIST-FOLHA.
           02 TIPO-HIST-FOL  PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 COMP-HIST-FOL  PIC 9(06).
           02 FILLER         PIC X(14) VALUE SPACES.

       01  HIST-RESERVA.
           02 FILLER         PIC X(08) VALUE "RESERVA ".
           02 DEST-HIST-RES  PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.

      *ORIGENS GERADAS, NA ORDEM DO RESUMO.
       01  NOMES-ORIGEM-V.
           02 FILLER         PIC X(03) VALUE "TRP".
           02 FILLER         PIC X(03) VALUE "FOL".
           02 FILLER         PIC X(03) VALUE "RES".
           02 FILLER         PIC X(03) VALUE "OPE".
       01  NOMES-ORIGEM REDEFINES NOMES-ORIGEM-V.
           02 NOME-ORIG      PIC X(03) OCCURS 4 TIMES
                 INDEXED BY IDX-NOR.

       01  TAB-ORIGENS.
           02 ORIG-ITEM OCCURS 4 TIMES.
              03 QTD-ORIG-TAB  PIC 9(05).
              03 VAL-ORIG-TAB  PIC 9(11)V9(02).

      *FAVORECIDOS DO FAVOREC.DAT, MAIS OS INCLUIDOS NESTA RODADA
      *(NOVO-FAV-TAB "S"), GRAVADOS NO FIM.
       01  TAB-FAVORECIDOS.
           02 FAV-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-FAV
                 INDEXED BY IDX-FAV.
              03 COD-FAV-TAB    PIC 9(05).
              03 TIPO-FAV-TAB   PIC X(01).
              03 REF-FAV-TAB    PIC X(20).
              03 NOME-FAV-TAB   PIC X(30).
              03 DOCTO-FAV-TAB  PIC 9(14).
              03 BANCO-FAV-TAB  PIC 9(03).
              03 AGENCIA-FAV-TAB PIC 9(05).
              03 CONTA-FAV-TAB  PIC X(12).
              03 PERC-FAV-TAB   PIC 9(02)V9(02).
              03 PRAZO-FAV-TAB  PIC 9(03).
              03 SIT-FAV-TAB    PIC X(01).
              03 NOVO-FAV-TAB   PIC X(01).

      *CHAVES DOS TITULOS JA EXISTENTES E DOS GERADOS NA RODADA.
       01  TAB-CHAVES.
           02 CHV-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-CHV
                 INDEXED BY IDX-CHV.
              03 CHAVE-TAB      PIC X(28).

      *REGISTRO MAIS RECENTE DE CADA MATRICULA E TIPO (FOLHA OU
      *RESCISAO) NA COMPETENCIA, COM OS DADOS DO CADVEND.
       01  TAB-FOLHA.
           02 FOL-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-FOL
                 INDEXED BY IDX-FOL.
              03 MAT-FOL-TAB    PIC 9(06).
              03 TIPO-FOL-TAB   PIC X(01).
              03 NOME-FOL-TAB   PIC X(30).
              03 LIQ-FOL-TAB    PIC 9(07)V9(02).
              03 CPF-FOL-TAB    PIC 9(11).
              03 BANCO-FOL-TAB  PIC 9(03).
              03 AGENCIA-FOL-TAB PIC 9(05).
              03 CONTA-FOL-TAB  PIC X(12).
              03 DESLIG-FOL-TAB PIC 9(08).

       01  TAB-PACOTES.
           02 PAC-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-PAC
                 INDEXED BY IDX-PAC.
              03 COD-PAC-TAB    PIC X(06).
              03 OPER-PAC-TAB   PIC X(20).

       01 CAB-TITULO.
           02 FILLER       PIC X(34) VALUE
              "CONTAS A PAGAR - TITULOS GERADOS  ".
           02 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           02 COMPET-CAB   PIC 9(06).
           02 FILLER       PIC X(07) VALUE "  PROC.".
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(09) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER       PIC X(08) VALUE "TITULO".
           02 FILLER       PIC X(06) VALUE "FAVOR".
           02 FILLER       PIC X(14) VALUE "NOME".
           02 FILLER       PIC X(04) VALUE "ORI".
           02 FILLER       PIC X(20) VALUE "DOCUMENTO".
           02 FILLER       PIC X(11) VALUE "VENCIMENTO".
           02 FILLER       PIC X(17) VALUE "        VALOR".

       01 LINHA-TITULO.
           02 NUMERO-REL   PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CODFAV-REL   PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 NOME-REL     PIC X(13).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ORIGEM-REL   PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DOCTO-REL    PIC X(19).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 VENCTO-REL   PIC 99/99/9999.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 VALOR-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(04) VALUE SPACES.

       01 LINHA-OCORR.
           02 FILLER       PIC X(02) VALUE "- ".
           02 TEXTO-OCORR  PIC X(78).

       01 CAB-RESUMO.
           02 FILLER       PIC X(40) VALUE
              "RESUMO POR ORIGEM".
           02 FILLER       PIC X(40) VALUE SPACES.

       01 LINHA-RESUMO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-ORIG-REL PIC X(03).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 QTD-ORIG-REL PIC ZZ.ZZ9.
           02 FILLER       PIC X(15) VALUE " TITULO(S)  R$ ".
           02 VAL-ORIG-REL PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(34) VALUE SPACES.

       01 LINHA-FINAL.
           02 TEXTO-FINAL  PIC X(80).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM GERA-REPASSES.
           PERFORM GERA-FOLHA.
           PERFORM GERA-OPERADORAS.
           CLOSE CTASPAG.
           PERFORM GRAVA-FAVORECIDOS-NOVOS.
           PERFORM IMPRIME-RESUMO.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           DISPLAY "COMPETENCIA DA FOLHA AAAAMM (ZEROS = DA DATA DE "
                   "PROC.): ".
           ACCEPT COMPETENCIA.
           IF COMPETENCIA EQUAL ZEROES
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
           MOVE COMPETENCIA(1:4) TO ANO-COMP.
           MOVE COMPETENCIA(5:2) TO MES-COMP.
           IF MES-COMP LESS THAN 1 OR MES-COMP GREATER THAN 12
              DISPLAY "CPGGER: COMPETENCIA " COMPETENCIA " INVALIDA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "RESERVAS A PARTIR DE AAAAMMDD (ZEROS = TODAS): ".
           ACCEPT DATA-INI-RES.
           PERFORM CARREGA-CALENDARIO.
           MOVE 1 TO IDX-O.
           PERFORM ZERA-ORIGEM UNTIL IDX-O GREATER THAN 4.
           PERFORM CARREGA-FAVORECIDOS.
           PERFORM CARREGA-TITULOS.
           OPEN OUTPUT RELCPG.
           MOVE COMPETENCIA TO COMPET-CAB.
           MOVE DATA-SISTEMA TO DATA-FORMATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA TO DATA-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           OPEN EXTEND CTASPAG.
           IF FS-CTASPAG NOT EQUAL "00"
              OPEN OUTPUT CTASPAG
           END-IF.

       ZERA-ORIGEM.
           MOVE ZEROES TO QTD-ORIG-TAB(IDX-O) VAL-ORIG-TAB(IDX-O).
           ADD 1 TO IDX-O.

      *DATA AAAAMMDD PARA DDMMAAAA, PARA OS CAMPOS EDITADOS DO
      *RELATORIO.
       FORMATA-DATA.
           MOVE DATA-FORMATA(7:2) TO DATA-DMA(1:2).
           MOVE DATA-FORMATA(5:2) TO DATA-DMA(3:2).
           MOVE DATA-FORMATA(1:4) TO DATA-DMA(5:4).

      *FAVORECIDOS EM MEMORIA, COM O MAIOR CODIGO PARA NUMERAR OS
      *INCLUIDOS NA RODADA.
       CARREGA-FAVORECIDOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FAVOREC.
           IF FS-FAVOREC EQUAL "00"
              PERFORM LER-FAVOREC UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FAVOREC
           END-IF.

       LER-FAVOREC.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-FAV NOT LESS THAN 500
                 DISPLAY "CPGGER: MAIS DE 500 FAVORECIDOS - A TABELA "
                         "NAO COMPORTA. RODADA ABORTADA."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO QTD-FAV
              MOVE CODIGO-FAV   TO COD-FAV-TAB(QTD-FAV)
              MOVE TIPO-FAV     TO TIPO-FAV-TAB(QTD-FAV)
              MOVE REF-FAV      TO REF-FAV-TAB(QTD-FAV)
              MOVE NOME-FAV     TO NOME-FAV-TAB(QTD-FAV)
              MOVE DOCTO-FAV    TO DOCTO-FAV-TAB(QTD-FAV)
              MOVE BANCO-FAV    TO BANCO-FAV-TAB(QTD-FAV)
              MOVE AGENCIA-FAV  TO AGENCIA-FAV-TAB(QTD-FAV)
              MOVE CONTA-FAV    TO CONTA-FAV-TAB(QTD-FAV)
              MOVE PERC-FAV     TO PERC-FAV-TAB(QTD-FAV)
              MOVE PRAZO-FAV    TO PRAZO-FAV-TAB(QTD-FAV)
              MOVE SITUACAO-FAV TO SIT-FAV-TAB(QTD-FAV)
              MOVE "N"          TO NOVO-FAV-TAB(QTD-FAV)
              IF CODIGO-FAV GREATER THAN MAIOR-CODFAV
                 MOVE CODIGO-FAV TO MAIOR-CODFAV
              END-IF
           END-IF.

      *CHAVES DOS TITULOS JA GRAVADOS (QUALQUER SITUACAO - TITULO
      *PAGO OU CANCELADO TAMBEM NAO E GERADO DE NOVO) E O MAIOR
      *NUMERO, PARA NUMERAR OS NOVOS.
       CARREGA-TITULOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CTASPAG.
           IF FS-CTASPAG EQUAL "00"
              PERFORM LER-CTASPAG UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CTASPAG
           END-IF.

       LER-CTASPAG.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE ORIGEM-CP TO ORIGEM-CHV
              MOVE CODFAV-CP TO CODFAV-CHV
              MOVE DOCTO-CP  TO DOCTO-CHV
              PERFORM GUARDA-CHAVE
              IF NUMERO-CP GREATER THAN MAIOR-NUMERO
                 MOVE NUMERO-CP TO MAIOR-NUMERO
              END-IF
           END-IF.

       GUARDA-CHAVE.
           IF QTD-CHV NOT LESS THAN 5000
              DISPLAY "CPGGER: MAIS DE 5000 TITULOS NO CTASPAG - A "
                      "TABELA DE CHAVES NAO COMPORTA. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-CHV.
           MOVE CHAVE-TITULO TO CHAVE-TAB(QTD-CHV).

      *LOCALIZA O FAVORECIDO PELO TIPO E PELA CHAVE NO SISTEMA DE
      *ORIGEM (TIPO-PROCURA/REF-PROCURA). IDX-ACHADO ZERADO = NAO
      *CADASTRADO.
       ACHA-FAVORECIDO.
           MOVE ZEROES TO IDX-ACHADO.
           IF QTD-FAV GREATER THAN ZEROES
              SET IDX-FAV TO 1
              SEARCH FAV-ITEM
                 AT END CONTINUE
                 WHEN TIPO-FAV-TAB(IDX-FAV) EQUAL TIPO-PROCURA AND
                      REF-FAV-TAB(IDX-FAV) EQUAL REF-PROCURA
                    SET IDX-ACHADO TO IDX-FAV
              END-SEARCH
           END-IF.

      *INCLUI NA TABELA O MOTORISTA OU VENDEDOR SEM FAVORECIDO, COM
      *O PROXIMO CODIGO; OS DADOS BANCARIOS (QUANDO HA) SAO
      *PREENCHIDOS PELO CHAMADOR EM IDX-ACHADO.
       INCLUI-FAVORECIDO.
           IF QTD-FAV NOT LESS THAN 500
              DISPLAY "CPGGER: MAIS DE 500 FAVORECIDOS - A TABELA "
                      "NAO COMPORTA. RODADA ABORTADA."
              CLOSE CTASPAG RELCPG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-FAV.
           ADD 1 TO MAIOR-CODFAV.
           ADD 1 TO CT-FAV-NOVOS.
           MOVE MAIOR-CODFAV  TO COD-FAV-TAB(QTD-FAV).
           MOVE TIPO-PROCURA  TO TIPO-FAV-TAB(QTD-FAV).
           MOVE REF-PROCURA   TO REF-FAV-TAB(QTD-FAV).
           MOVE NOME-NOVO-FAV TO NOME-FAV-TAB(QTD-FAV).
           MOVE ZEROES TO DOCTO-FAV-TAB(QTD-FAV)
                          BANCO-FAV-TAB(QTD-FAV)
                          AGENCIA-FAV-TAB(QTD-FAV)
                          PERC-FAV-TAB(QTD-FAV)
                          PRAZO-FAV-TAB(QTD-FAV).
           MOVE SPACES TO CONTA-FAV-TAB(QTD-FAV).
           MOVE "A"    TO SIT-FAV-TAB(QTD-FAV).
           MOVE "S"    TO NOVO-FAV-TAB(QTD-FAV).
           MOVE QTD-FAV TO IDX-ACHADO.
           MOVE SPACES TO TEXTO-OCORR.
           STRING "FAVORECIDO " MAIOR-CODFAV " INCLUIDO: "
                  NOME-NOVO-FAV DELIMITED BY SIZE INTO TEXTO-OCORR.
           WRITE REG-REL FROM LINHA-OCORR AFTER ADVANCING 1 LINE.

      *GRAVA O TITULO MONTADO EM REG-CTASPAG, SE A CHAVE AINDA NAO
      *EXISTIR NO CTASPAG.
       GRAVA-TITULO.
           MOVE ORIGEM-CP TO ORIGEM-CHV.
           MOVE CODFAV-CP TO CODFAV-CHV.
           MOVE DOCTO-CP  TO DOCTO-CHV.
           MOVE "N" TO TITULO-EXISTE.
           IF QTD-CHV GREATER THAN ZEROES
              SET IDX-CHV TO 1
              SEARCH CHV-ITEM
                 AT END CONTINUE
                 WHEN CHAVE-TAB(IDX-CHV) EQUAL CHAVE-TITULO
                    MOVE "S" TO TITULO-EXISTE
              END-SEARCH
           END-IF.
           IF TITULO-EXISTE EQUAL "S"
              ADD 1 TO CT-JA-GERADOS
           ELSE
              PERFORM GUARDA-CHAVE
              ADD 1 TO MAIOR-NUMERO
              MOVE MAIOR-NUMERO  TO NUMERO-CP
              MOVE DATA-SISTEMA  TO EMISSAO-CP
              MOVE "A"           TO SITUACAO-CP
              MOVE ZEROES        TO DATA-PAGTO-CP
              WRITE REG-CTASPAG
              ADD 1 TO CT-GERADOS
              ADD VALOR-CP TO TOTAL-GERADO
              SET IDX-NOR TO 1
              SEARCH NOME-ORIG
                 AT END CONTINUE
                 WHEN NOME-ORIG(IDX-NOR) EQUAL ORIGEM-CP
                    ADD 1 TO QTD-ORIG-TAB(IDX-NOR)
                    ADD VALOR-CP TO VAL-ORIG-TAB(IDX-NOR)
              END-SEARCH
              PERFORM IMPRIME-TITULO
           END-IF.

       IMPRIME-TITULO.
           MOVE NUMERO-CP TO NUMERO-REL.
           MOVE CODFAV-CP TO CODFAV-REL.
           MOVE NOME-FAV-TAB(IDX-ACHADO) TO NOME-REL.
           MOVE ORIGEM-CP TO ORIGEM-REL.
           MOVE DOCTO-CP  TO DOCTO-REL.
           MOVE VENCTO-CP TO DATA-FORMATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA  TO VENCTO-REL.
           MOVE VALOR-CP  TO VALOR-REL.
           WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING 1 LINE.

       REGISTRA-PENDENCIA.
           ADD 1 TO CT-PENDENCIAS.
           WRITE REG-REL FROM LINHA-OCORR AFTER ADVANCING 1 LINE.

       REGISTRA-AUSENTE.
           ADD 1 TO CT-AUSENTES.
           WRITE REG-REL FROM LINHA-OCORR AFTER ADVANCING 1 LINE.

      *VENCIMENTO: DATA-UTIL-CAL AVANCADA CT-DIAS DIAS CORRIDOS E
      *LEVADA AO PRIMEIRO DIA UTIL.
       SOMA-DIAS.
           PERFORM AVANCA-DIA-UTIL CT-DIAS TIMES.
           PERFORM PROXIMO-DIA-UTIL.

      *QUINTO DIA UTIL DO MES SEGUINTE A COMPETENCIA.
       QUINTO-DIA-UTIL.
           IF MES-COMP EQUAL 12
              COMPUTE DATA-UTIL-CAL = (ANO-COMP + 1) * 10000 + 101
           ELSE
              COMPUTE DATA-UTIL-CAL = ANO-COMP * 10000 +
                                      (MES-COMP + 1) * 100 + 1
           END-IF.
           PERFORM PROXIMO-DIA-UTIL.
           MOVE 1 TO CT-UTEIS.
           PERFORM PROXIMO-UTIL-SEGUINTE UNTIL CT-UTEIS EQUAL 5.

       PROXIMO-UTIL-SEGUINTE.
           PERFORM AVANCA-DIA-UTIL.
           PERFORM PROXIMO-DIA-UTIL.
           ADD 1 TO CT-UTEIS.

      *----------------------------------------------------------*
      * REPASSES DE MOTORISTA (ACERTMOT).
      *----------------------------------------------------------*
       GERA-REPASSES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ACERTMOT.
           IF FS-ACERTMOT NOT EQUAL "00"
              MOVE SPACES TO TEXTO-OCORR
              STRING "REGISTRO DE ACERTOS ACERTMOT.DAT AUSENTE - "
                     "SEM REPASSES DE MOTORISTA." DELIMITED BY SIZE
                     INTO TEXTO-OCORR
              PERFORM REGISTRA-AUSENTE
           ELSE
              PERFORM LER-ACERTMOT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ACERTMOT
           END-IF.

       LER-ACERTMOT.
           READ ACERTMOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF REPASSE-ACR GREATER THAN ZEROES
                 PERFORM GERA-TITULO-REPASSE
              END-IF
           END-IF.

       GERA-TITULO-REPASSE.
           MOVE "M" TO TIPO-PROCURA.
           MOVE SPACES TO REF-PROCURA.
           MOVE CODMOT-ACR TO REF-PROCURA(1:4).
           PERFORM ACHA-FAVORECIDO.
           IF IDX-ACHADO EQUAL ZEROES
              MOVE NOME-ACR TO NOME-NOVO-FAV
              PERFORM INCLUI-FAVORECIDO
           END-IF.
           IF SIT-FAV-TAB(IDX-ACHADO) NOT EQUAL "A"
              MOVE SPACES TO TEXTO-OCORR
              STRING "MOTORISTA " CODMOT-ACR " COM FAVORECIDO "
                     "INATIVO - REPASSE DE " DATA-ACR
                     " SEM TITULO." DELIMITED BY SIZE
                     INTO TEXTO-OCORR
              PERFORM REGISTRA-PENDENCIA
           ELSE
              MOVE DATA-ACR   TO DATA-DOC-ACR
              MOVE HORA-ACR   TO HORA-DOC-ACR
              MOVE DATA-INI-ACR TO INI-HIST-ACR
              MOVE DATA-FIM-ACR TO FIM-HIST-ACR
              MOVE COD-FAV-TAB(IDX-ACHADO) TO CODFAV-CP
              MOVE "TRP"        TO ORIGEM-CP
              MOVE DOCTO-ACERTO TO DOCTO-CP
              MOVE REPASSE-ACR  TO VALOR-CP
              MOVE HIST-REPASSE TO HIST-CP
              MOVE DATA-ACR     TO DATA-UTIL-CAL
              PERFORM PROXIMO-DIA-UTIL
              MOVE DATA-UTIL-CAL TO VENCTO-CP
              PERFORM GRAVA-TITULO
           END-IF.

      *----------------------------------------------------------*
      * FOLHA E RESCISAO DA COMPETENCIA (FOLHAHIS + CADVEND).
      *----------------------------------------------------------*
       GERA-FOLHA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL "00"
              MOVE SPACES TO TEXTO-OCORR
              STRING "HISTORICO DE FOLHA FOLHAHIS.DAT AUSENTE - "
                     "SEM TITULOS DE FOLHA." DELIMITED BY SIZE
                     INTO TEXTO-OCORR
              PERFORM REGISTRA-AUSENTE
           ELSE
              PERFORM LER-FOLHAHIS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FOLHAHIS
              IF FOL-DEMAIS EQUAL "S"
                 DISPLAY "CPGGER: MAIS DE 300 MATRICULAS NA "
                         "COMPETENCIA - A TABELA NAO COMPORTA. "
                         "RODADA ABORTADA."
                 CLOSE CTASPAG RELCPG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM CASA-CADVEND
              MOVE 1 TO IDX-I
              PERFORM GERA-TITULO-FOLHA UNTIL IDX-I GREATER THAN
                 QTD-FOL
           END-IF.

      *O REGISTRO MAIS RECENTE DA MATRICULA E TIPO VENCE (O
      *FOLHAHIS E CRONOLOGICO - RERODADA DO EX05B ANEXA DE NOVO).
       LER-FOLHAHIS.
           READ FOLHAHIS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE ANO-FH TO COMPET-FH(1:4)
              MOVE MES-FH TO COMPET-FH(5:2)
              IF COMPET-FH EQUAL COMPETENCIA
                 PERFORM ACUMULA-FOLHA
              END-IF
           END-IF.

       ACUMULA-FOLHA.
           SET IDX-FOL TO 1.
           SEARCH FOL-ITEM
              AT END
                 IF QTD-FOL LESS THAN 300
                    ADD 1 TO QTD-FOL
                    MOVE MATRICULA-FH TO MAT-FOL-TAB(QTD-FOL)
                    MOVE TIPO-FH      TO TIPO-FOL-TAB(QTD-FOL)
                    MOVE NOME-FH      TO NOME-FOL-TAB(QTD-FOL)
                    MOVE LIQUIDO-FH   TO LIQ-FOL-TAB(QTD-FOL)
                    MOVE ZEROES TO CPF-FOL-TAB(QTD-FOL)
                                   BANCO-FOL-TAB(QTD-FOL)
                                   AGENCIA-FOL-TAB(QTD-FOL)
                                   DESLIG-FOL-TAB(QTD-FOL)
                    MOVE SPACES TO CONTA-FOL-TAB(QTD-FOL)
                 ELSE
                    MOVE "S" TO FOL-DEMAIS
                 END-IF
              WHEN MAT-FOL-TAB(IDX-FOL) EQUAL MATRICULA-FH AND
                   TIPO-FOL-TAB(IDX-FOL) EQUAL TIPO-FH
                 MOVE NOME-FH    TO NOME-FOL-TAB(IDX-FOL)
                 MOVE LIQUIDO-FH TO LIQ-FOL-TAB(IDX-FOL)
           END-SEARCH.

      *CPF, DADOS BANCARIOS E DATA DE DESLIGAMENTO DO CADASTRO
      *PERMANENTE DE VENDEDORES. SEM O CADVEND O VENDEDOR NOVO ENTRA
      *SEM CONTA (O TITULO FICA RETIDO NO CPGPAG ATE O CADASTRO).
       CASA-CADVEND.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADVEND.
           IF FS-CADVEND EQUAL "00"
              PERFORM LER-CADVEND UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADVEND
           END-IF.

       LER-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE 1 TO IDX-I
              PERFORM CASA-MATRICULA UNTIL IDX-I GREATER THAN QTD-FOL
           END-IF.

       CASA-MATRICULA.
           IF MAT-FOL-TAB(IDX-I) EQUAL MATRICULA-CVD
              MOVE CPF-CVD     TO CPF-FOL-TAB(IDX-I)
              MOVE BANCO-CVD   TO BANCO-FOL-TAB(IDX-I)
              MOVE AGENCIA-CVD TO AGENCIA-FOL-TAB(IDX-I)
              MOVE CONTA-CVD   TO CONTA-FOL-TAB(IDX-I)
              MOVE DESLIG-CVD  TO DESLIG-FOL-TAB(IDX-I)
           END-IF.
           ADD 1 TO IDX-I.

       GERA-TITULO-FOLHA.
           IF LIQ-FOL-TAB(IDX-I) GREATER THAN ZEROES
              MOVE "V" TO TIPO-PROCURA
              MOVE SPACES TO REF-PROCURA
              MOVE MAT-FOL-TAB(IDX-I) TO REF-PROCURA(1:6)
              PERFORM ACHA-FAVORECIDO
              IF IDX-ACHADO EQUAL ZEROES
                 MOVE NOME-FOL-TAB(IDX-I) TO NOME-NOVO-FAV
                 PERFORM INCLUI-FAVORECIDO
                 MOVE CPF-FOL-TAB(IDX-I)
                      TO DOCTO-FAV-TAB(IDX-ACHADO)
                 MOVE BANCO-FOL-TAB(IDX-I)
                      TO BANCO-FAV-TAB(IDX-ACHADO)
                 MOVE AGENCIA-FOL-TAB(IDX-I)
                      TO AGENCIA-FAV-TAB(IDX-ACHADO)
                 MOVE CONTA-FOL-TAB(IDX-I)
                      TO CONTA-FAV-TAB(IDX-ACHADO)
              END-IF
              IF SIT-FAV-TAB(IDX-ACHADO) NOT EQUAL "A"
                 MOVE SPACES TO TEXTO-OCORR
                 STRING "MATRICULA " MAT-FOL-TAB(IDX-I)
                        " COM FAVORECIDO INATIVO - FOLHA "
                        COMPETENCIA " SEM TITULO."
                        DELIMITED BY SIZE INTO TEXTO-OCORR
                 PERFORM REGISTRA-PENDENCIA
              ELSE
                 PERFORM MONTA-TITULO-FOLHA
                 PERFORM GRAVA-TITULO
              END-IF
           END-IF.
           ADD 1 TO IDX-I.

       MONTA-TITULO-FOLHA.
           MOVE COD-FAV-TAB(IDX-ACHADO) TO CODFAV-CP.
           MOVE SPACES TO DOCTO-CP.
           MOVE COMPETENCIA TO DOCTO-CP(1:6).
           MOVE LIQ-FOL-TAB(IDX-I) TO VALOR-CP.
           MOVE COMPETENCIA TO COMP-HIST-FOL.
           IF TIPO-FOL-TAB(IDX-I) EQUAL "R"
              MOVE "RES" TO ORIGEM-CP
              MOVE "RESCISAO" TO TIPO-HIST-FOL
              IF DESLIG-FOL-TAB(IDX-I) GREATER THAN ZEROES
                 MOVE DESLIG-FOL-TAB(IDX-I) TO DATA-UTIL-CAL
              ELSE
                 MOVE DATA-SISTEMA TO DATA-UTIL-CAL
              END-IF
              MOVE 10 TO CT-DIAS
              PERFORM SOMA-DIAS
           ELSE
              MOVE "FOL" TO ORIGEM-CP
              MOVE "FOLHA" TO TIPO-HIST-FOL
              PERFORM QUINTO-DIA-UTIL
           END-IF.
           MOVE HIST-FOLHA TO HIST-CP.
           MOVE DATA-UTIL-CAL TO VENCTO-CP.

      *----------------------------------------------------------*
      * RESERVAS VIAJADAS A REPASSAR AS OPERADORAS.
      *----------------------------------------------------------*
       GERA-OPERADORAS.
           PERFORM CARREGA-PACOTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL "00"
              MOVE "RESERVAS.DAT AUSENTE - SEM TITULOS DE OPERADORA."
                   TO TEXTO-OCORR
              PERFORM REGISTRA-AUSENTE
           ELSE
              PERFORM LER-RESERVAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVAS
           END-IF.

      *CODIGO DO PACOTE -> OPERADORA. SEM O PACOTES.DAT NENHUMA
      *RESERVA TEM OPERADORA E TODAS SAEM COMO PENDENCIA.
       CARREGA-PACOTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PACOTES.
           IF FS-PACOTES EQUAL "00"
              PERFORM LER-PACOTES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PACOTES
              IF PAC-DEMAIS EQUAL "S"
                 DISPLAY "CPGGER: MAIS DE 300 PACOTES - A TABELA NAO "
                         "COMPORTA. RODADA ABORTADA."
                 CLOSE CTASPAG RELCPG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              MOVE "PACOTES.DAT AUSENTE - RESERVAS SEM OPERADORA."
                   TO TEXTO-OCORR
              PERFORM REGISTRA-AUSENTE
           END-IF.

       LER-PACOTES.
           READ PACOTES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-PAC LESS THAN 300
                 ADD 1 TO QTD-PAC
                 MOVE CODIGO-PAC    TO COD-PAC-TAB(QTD-PAC)
                 MOVE OPERADORA-PAC TO OPER-PAC-TAB(QTD-PAC)
              ELSE
                 MOVE "S" TO PAC-DEMAIS
              END-IF
           END-IF.

       LER-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF VIAJADA AND DATA-RES NOT LESS THAN DATA-INI-RES
                 PERFORM GERA-TITULO-OPERADORA
              END-IF
           END-IF.

       GERA-TITULO-OPERADORA.
           MOVE SPACES TO OPERADORA-RES.
           IF QTD-PAC GREATER THAN ZEROES
              SET IDX-PAC TO 1
              SEARCH PAC-ITEM
                 AT END CONTINUE
                 WHEN COD-PAC-TAB(IDX-PAC) EQUAL PACOTE-RES
                    MOVE OPER-PAC-TAB(IDX-PAC) TO OPERADORA-RES
              END-SEARCH
           END-IF.
           MOVE ZEROES TO IDX-ACHADO.
           IF OPERADORA-RES NOT EQUAL SPACES
              MOVE "O" TO TIPO-PROCURA
              MOVE OPERADORA-RES TO REF-PROCURA
              PERFORM ACHA-FAVORECIDO
           END-IF.
           MOVE SPACES TO TEXTO-OCORR.
           IF IDX-ACHADO EQUAL ZEROES
              STRING "RESERVA " CPF-RES "/" DATA-RES " PACOTE "
                     PACOTE-RES ": OPERADORA " OPERADORA-RES
                     " SEM CADASTRO." DELIMITED BY SIZE
                     INTO TEXTO-OCORR
              PERFORM REGISTRA-PENDENCIA
           ELSE
              IF SIT-FAV-TAB(IDX-ACHADO) NOT EQUAL "A"
                 STRING "RESERVA " CPF-RES "/" DATA-RES
                        ": OPERADORA " OPERADORA-RES
                        " INATIVA." DELIMITED BY SIZE
                        INTO TEXTO-OCORR
                 PERFORM REGISTRA-PENDENCIA
              ELSE
                 PERFORM MONTA-TITULO-OPERADORA
                 PERFORM GRAVA-TITULO
              END-IF
           END-IF.

      *VALOR DA RESERVA MENOS A COMISSAO DA AGENCIA; VENCE NO PRAZO
      *DA OPERADORA (ZERADO = 30 DIAS) A PARTIR DA GERACAO.
       MONTA-TITULO-OPERADORA.
           MOVE COD-FAV-TAB(IDX-ACHADO) TO CODFAV-CP.
           MOVE "OPE" TO ORIGEM-CP.
           MOVE CPF-RES  TO CPF-DOC-RES.
           MOVE DATA-RES TO DATA-DOC-RES.
           MOVE DOCTO-RESERVA TO DOCTO-CP.
           COMPUTE VALOR-LIQ-OPE ROUNDED =
                   VALOR-RES * (100 - PERC-FAV-TAB(IDX-ACHADO)) / 100.
           MOVE VALOR-LIQ-OPE TO VALOR-CP.
           MOVE DESTINO-RES TO DEST-HIST-RES.
           MOVE HIST-RESERVA TO HIST-CP.
           MOVE DATA-SISTEMA TO DATA-UTIL-CAL.
           IF PRAZO-FAV-TAB(IDX-ACHADO) EQUAL ZEROES
              MOVE 30 TO CT-DIAS
           ELSE
              MOVE PRAZO-FAV-TAB(IDX-ACHADO) TO CT-DIAS
           END-IF.
           PERFORM SOMA-DIAS.
           MOVE DATA-UTIL-CAL TO VENCTO-CP.

      *FAVORECIDOS INCLUIDOS NA RODADA VAO PARA O FIM DO FAVOREC.
       GRAVA-FAVORECIDOS-NOVOS.
           IF CT-FAV-NOVOS GREATER THAN ZEROES
              OPEN EXTEND FAVOREC
              IF FS-FAVOREC NOT EQUAL "00"
                 OPEN OUTPUT FAVOREC
              END-IF
              MOVE 1 TO IDX-I
              PERFORM GRAVA-FAVORECIDO UNTIL IDX-I GREATER THAN
                 QTD-FAV
              CLOSE FAVOREC
           END-IF.

       GRAVA-FAVORECIDO.
           IF NOVO-FAV-TAB(IDX-I) EQUAL "S"
              MOVE COD-FAV-TAB(IDX-I)     TO CODIGO-FAV
              MOVE TIPO-FAV-TAB(IDX-I)    TO TIPO-FAV
              MOVE REF-FAV-TAB(IDX-I)     TO REF-FAV
              MOVE NOME-FAV-TAB(IDX-I)    TO NOME-FAV
              MOVE DOCTO-FAV-TAB(IDX-I)   TO DOCTO-FAV
              MOVE BANCO-FAV-TAB(IDX-I)   TO BANCO-FAV
              MOVE AGENCIA-FAV-TAB(IDX-I) TO AGENCIA-FAV
              MOVE CONTA-FAV-TAB(IDX-I)   TO CONTA-FAV
              MOVE PERC-FAV-TAB(IDX-I)    TO PERC-FAV
              MOVE PRAZO-FAV-TAB(IDX-I)   TO PRAZO-FAV
              MOVE SIT-FAV-TAB(IDX-I)     TO SITUACAO-FAV
              WRITE REG-FAVOREC
           END-IF.
           ADD 1 TO IDX-I.

       IMPRIME-RESUMO.
           WRITE REG-REL FROM CAB-RESUMO AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-O.
           PERFORM IMPRIME-ORIGEM UNTIL IDX-O GREATER THAN 4.
           MOVE SPACES TO TEXTO-FINAL.
           STRING "TITULOS JA EXISTENTES (NAO GERADOS DE NOVO): "
                  CT-JA-GERADOS "   PENDENCIAS: " CT-PENDENCIAS
                  DELIMITED BY SIZE INTO TEXTO-FINAL.
           WRITE REG-REL FROM LINHA-FINAL AFTER ADVANCING 2 LINE.

       IMPRIME-ORIGEM.
           MOVE NOME-ORIG(IDX-O)    TO NOME-ORIG-REL.
           MOVE QTD-ORIG-TAB(IDX-O) TO QTD-ORIG-REL.
           MOVE VAL-ORIG-TAB(IDX-O) TO VAL-ORIG-REL.
           WRITE REG-REL FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-O.

       FIM.
           CLOSE RELCPG.
           IF CT-PENDENCIAS GREATER THAN ZEROES OR
              CT-AUSENTES GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CPGGER: " CT-GERADOS " TITULO(S) GERADO(S), "
                   CT-JA-GERADOS " JA EXISTENTE(S), "
                   CT-PENDENCIAS " PENDENCIA(S) - VER RELCPG.".

       COPY CALENDPD.

       COPY DATPRCPD.
