       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMLENV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    ENTREGA DA CAIXA DE SAIDA DE E-MAIL AO GATEWAY DE
      *            CORREIO, NO FINAL DA SEQUENCIA NOTURNA. RODA NO
      *            DIRETORIO DE DADOS DE CADA SISTEMA QUE TEM
      *            EMLSAI.DAT (VER EMLSAIFD):
      *            - MENSAGEM PENDENTE ("P"): CABECALHO E LINHAS VAO
      *              PARA O EMLGTW.DAT, QUE O GATEWAY RECOLHE E
      *              APAGA (O ARQUIVO SO RECEBE NO FIM - OPEN
      *              EXTEND); A MENSAGEM FICA ENVIADA ("E") COM A
      *              DATA DE PROCESSAMENTO;
      *            - MENSAGEM ENVIADA QUE APARECE NO ARQUIVO DE
      *              RETORNO DO GATEWAY (EMLRET.DAT, UMA LINHA POR
      *              MENSAGEM RECUSADA, COM A IDENTIFICACAO DELA, O
      *              ENDERECO E O MOTIVO): FICA DEVOLVIDA ("D") E O
      *              EMLADE.DAT RECEBE A DEVOLUCAO "B" DO ENDERECO -
      *              A PROXIMA RODADA VOLTA AO PAPEL PARA ESSA CHAVE;
      *            - MENSAGEM ENVIADA OU DEVOLVIDA HA MAIS DE 3 MESES
      *              (PELO MES DO ENVIO) SAI DO ARQUIVO.
      *            O EMLSAI E REGRAVADO PELO ESQUEMA
      *            COPIA-E-SUBSTITUI (EMLSAI -> EMLSAIN -> EMLSAI). O
      *            RETORNO QUE NAO ACHA MENSAGEM NESTE DIRETORIO E DE
      *            OUTRO SISTEMA E SO E CONTADO. O PROTOCOLO SAI EM
      *            RELEML: AS DEVOLUCOES E OS TOTAIS. SEM EMLSAI,
      *            RETURN-CODE 12.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMLSAISL.

           COPY EMLADESL.

           COPY DATPRCSL.

           SELECT EMLSAIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMLRET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMLRET.

           SELECT EMLGTW ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMLGTW.

           SELECT RELEML ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY EMLSAIFD.

       COPY EMLADEFD.

       COPY DATPRCFD.

       FD  EMLSAIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMLSAIN.DAT".
       01  REG-EMLSAIN     PIC X(150).

      *RETORNO DO GATEWAY: UMA LINHA POR MENSAGEM RECUSADA, COM A
      *IDENTIFICACAO QUE ELA LEVOU NO EMLGTW.
       FD  EMLRET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMLRET.DAT".
       01  REG-EMLRET.
           02 ID-RET.
              03 PROGRAMA-RET PIC X(08).
              03 DATA-RET     PIC 9(08).
              03 HORA-RET     PIC 9(08).
              03 SEQ-RET      PIC 9(05).
           02 DESTINO-RET     PIC X(40).
           02 MOTIVO-RET      PIC X(30).

      *ENTREGA AO GATEWAY: O MESMO LAYOUT DO EMLSAI.
       FD  EMLGTW
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMLGTW.DAT".
       01  REG-EMLGTW      PIC X(150).

       FD  RELEML
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELEML.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EMLSAIWS.
       COPY EMLADEWS.
       COPY DATPRCWS.
       77  FS-EMLRET     PIC X(02) VALUE "00".
       77  FS-EMLGTW     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  DATA-DMA      PIC 9(08) VALUE ZEROES.
       77  DATA-FORMATA  PIC 9(08) VALUE ZEROES.
       77  QTD-RET       PIC 9(04) VALUE ZEROES.
       77  RET-DEMAIS    PIC X(01) VALUE "N".
       77  EMLADE-ABERTO PIC X(01) VALUE "N".
       77  ENVIA-MSG     PIC X(01) VALUE "N".
       77  MANTEM-MSG    PIC X(01) VALUE "S".
       77  MESES-SISTEMA PIC 9(06) VALUE ZEROES.
       77  MESES-ENVIO   PIC 9(06) VALUE ZEROES.
       77  CT-ENVIADAS   PIC 9(05) VALUE ZEROES.
       77  CT-DEVOLVIDAS PIC 9(05) VALUE ZEROES.
       77  CT-EXPURGADAS PIC 9(05) VALUE ZEROES.
       77  CT-RET-OUTROS PIC 9(05) VALUE ZEROES.

       01  DATA-CALCULO  PIC 9(08) VALUE ZEROES.
       01  FILLER REDEFINES DATA-CALCULO.
           02 ANO-CALCULO PIC 9(04).
           02 MES-CALCULO PIC 9(02).
           02 FILLER      PIC 9(02).

      *RECUSAS DO GATEWAY. USADO-RET-TAB MARCA A QUE ACHOU MENSAGEM
      *NESTE DIRETORIO.
       01  TAB-EMLRET.
           02 RET-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-RET
                 INDEXED BY IDX-RET.
              03 ID-RET-TAB      PIC X(29).
              03 MOTIVO-RET-TAB  PIC X(30).
              03 USADO-RET-TAB   PIC X(01).

       01 CAB-TITULO.
           02 FILLER       PIC X(38) VALUE
              "CAIXA DE SAIDA DE E-MAIL - ENTREGA    ".
           02 FILLER       PIC X(14) VALUE "PROCESSAMENTO ".
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 CAB-DEVOLUCOES.
           02 FILLER       PIC X(80) VALUE
              "DEVOLVIDAS PELO GATEWAY (VOLTAM AO PAPEL):".

       01 LINHA-DEVOLUCAO.
           02 PROGRAMA-REL PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ARQUIVO-REL  PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CHAVE-REL    PIC 9(11).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DESTINO-REL  PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 MOTIVO-REL   PIC X(24).

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(34).
           02 QTD-TOT      PIC ZZ.ZZ9.
           02 FILLER       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE EMLSAI EMLSAIN EMLGTW.
           IF EMLADE-ABERTO EQUAL "S"
              CLOSE EMLADE
           END-IF.
           PERFORM SUBSTITUI-EMLSAI.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           MOVE DATA-SISTEMA TO DATA-CALCULO.
           COMPUTE MESES-SISTEMA = ANO-CALCULO * 12 + MES-CALCULO.
           OPEN INPUT EMLSAI.
           IF FS-EMLSAI NOT EQUAL "00"
              DISPLAY "EMLENV: CAIXA DE SAIDA EMLSAI.DAT AUSENTE - "
                      "NADA A ENVIAR."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-RETORNO.
           OPEN OUTPUT EMLSAIN RELEML.
           OPEN EXTEND EMLGTW.
           IF FS-EMLGTW NOT EQUAL "00"
              OPEN OUTPUT EMLGTW
           END-IF.
           MOVE DATA-SISTEMA TO DATA-FORMATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA TO DATA-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-DEVOLUCOES AFTER ADVANCING 2 LINE.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LEITURA.

       FORMATA-DATA.
           MOVE DATA-FORMATA(7:2) TO DATA-DMA(1:2).
           MOVE DATA-FORMATA(5:2) TO DATA-DMA(3:2).
           MOVE DATA-FORMATA(1:4) TO DATA-DMA(5:4).

      *SEM O EMLRET (O GATEWAY NAO DEVOLVEU NADA) NENHUMA MENSAGEM
      *FICA DEVOLVIDA.
       CARREGA-RETORNO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT EMLRET.
           IF FS-EMLRET EQUAL "00"
              PERFORM LER-EMLRET UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE EMLRET
              IF RET-DEMAIS EQUAL "S"
                 DISPLAY "EMLENV: MAIS DE 2000 RECUSAS NO EMLRET - A "
                         "TABELA NAO COMPORTA. RODADA ABORTADA."
                 CLOSE EMLSAI
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LER-EMLRET.
           READ EMLRET AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-RET LESS THAN 2000
                 ADD 1 TO QTD-RET
                 MOVE ID-RET     TO ID-RET-TAB(QTD-RET)
                 MOVE MOTIVO-RET TO MOTIVO-RET-TAB(QTD-RET)
                 MOVE "N"        TO USADO-RET-TAB(QTD-RET)
              ELSE
                 MOVE "S" TO RET-DEMAIS
              END-IF
           END-IF.

       LEITURA.
           READ EMLSAI AT END MOVE "SIM" TO FIM-ARQ.

      *O CABECALHO DECIDE O DESTINO DA MENSAGEM INTEIRA; AS LINHAS
      *SEGUEM O CABECALHO QUE AS PRECEDE.
       PRINCIPAL.
           IF EML-CABECALHO
              PERFORM TRATA-CABECALHO
           END-IF.
           IF ENVIA-MSG EQUAL "S"
              WRITE REG-EMLGTW FROM REG-EMLSAI
           END-IF.
           IF MANTEM-MSG EQUAL "S"
              WRITE REG-EMLSAIN FROM REG-EMLSAI
           END-IF.
           PERFORM LEITURA.

       TRATA-CABECALHO.
           MOVE "N" TO ENVIA-MSG.
           MOVE "S" TO MANTEM-MSG.
           EVALUATE TRUE
              WHEN EML-PENDENTE
                 MOVE "E"          TO SITUACAO-EML
                 MOVE DATA-SISTEMA TO DATA-ENVIO-EML
                 MOVE "S"          TO ENVIA-MSG
                 ADD 1 TO CT-ENVIADAS
              WHEN EML-ENVIADA
                 PERFORM CONFERE-RETORNO
                 IF EML-ENVIADA
                    PERFORM CONFERE-EXPURGO
                 END-IF
              WHEN OTHER
                 PERFORM CONFERE-EXPURGO
           END-EVALUATE.

       CONFERE-RETORNO.
           IF QTD-RET GREATER THAN ZEROES
              SET IDX-RET TO 1
              SEARCH RET-ITEM
                 AT END CONTINUE
                 WHEN ID-RET-TAB(IDX-RET) EQUAL ID-EML
                    MOVE "S" TO USADO-RET-TAB(IDX-RET)
                    MOVE "D" TO SITUACAO-EML
                    ADD 1 TO CT-DEVOLVIDAS
                    PERFORM GRAVA-DEVOLUCAO-ADE
                    PERFORM IMPRIME-DEVOLUCAO
              END-SEARCH
           END-IF.

      *A DEVOLUCAO GUARDA O ENDERECO RECUSADO: ENQUANTO O CADASTRO
      *TIVER ESSE ENDERECO A CHAVE FICA NO PAPEL (VER EMLADEPD).
       GRAVA-DEVOLUCAO-ADE.
           IF EMLADE-ABERTO NOT EQUAL "S"
              OPEN EXTEND EMLADE
              IF FS-EMLADE NOT EQUAL "00"
                 OPEN OUTPUT EMLADE
              END-IF
              MOVE "S" TO EMLADE-ABERTO
           END-IF.
           MOVE SPACES       TO REG-EMLADE.
           MOVE ARQUIVO-EML  TO ARQUIVO-ADE.
           MOVE CHAVE-EML    TO CHAVE-ADE.
           MOVE "B"          TO EVENTO-ADE.
           MOVE DESTINO-EML  TO EMAIL-ADE.
           MOVE DATA-SISTEMA TO DATA-ADE.
           ACCEPT HORA-ADE FROM TIME.
           MOVE MOTIVO-RET-TAB(IDX-RET) TO OBS-ADE.
           MOVE "NOTURNO "   TO OPERADOR-ADE.
           MOVE "EMLENV  "   TO PROGRAMA-ADE.
           WRITE REG-EMLADE.

       IMPRIME-DEVOLUCAO.
           MOVE PROGRAMA-EML TO PROGRAMA-REL.
           MOVE ARQUIVO-EML  TO ARQUIVO-REL.
           MOVE CHAVE-EML    TO CHAVE-REL.
           MOVE DESTINO-EML  TO DESTINO-REL.
           MOVE MOTIVO-RET-TAB(IDX-RET) TO MOTIVO-REL.
           WRITE REG-REL FROM LINHA-DEVOLUCAO AFTER ADVANCING 1 LINE.

       CONFERE-EXPURGO.
           MOVE DATA-ENVIO-EML TO DATA-CALCULO.
           COMPUTE MESES-ENVIO = ANO-CALCULO * 12 + MES-CALCULO.
           IF MESES-SISTEMA - MESES-ENVIO GREATER THAN 3
              MOVE "N" TO MANTEM-MSG
              ADD 1 TO CT-EXPURGADAS
           END-IF.

       SUBSTITUI-EMLSAI.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  EMLSAIN
                OUTPUT EMLSAI.
           PERFORM COPIA-EMLSAIN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE EMLSAIN EMLSAI.

       COPIA-EMLSAIN.
           READ EMLSAIN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-EMLSAI FROM REG-EMLSAIN
           END-IF.

       CONTA-RETORNO-OUTROS.
           IF USADO-RET-TAB(IDX-RET) EQUAL "N"
              ADD 1 TO CT-RET-OUTROS
           END-IF.

       FIM.
           PERFORM CONTA-RETORNO-OUTROS
                   VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET GREATER THAN QTD-RET.
           IF CT-DEVOLVIDAS EQUAL ZEROES
              MOVE "NENHUMA." TO REG-REL
              WRITE REG-REL AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "Enviadas ao gateway.............: " TO ROTULO-TOT.
           MOVE CT-ENVIADAS   TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Devolvidas (volta ao papel).....: " TO ROTULO-TOT.
           MOVE CT-DEVOLVIDAS TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Expurgadas (mais de 3 meses)....: " TO ROTULO-TOT.
           MOVE CT-EXPURGADAS TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Retornos de outros sistemas.....: " TO ROTULO-TOT.
           MOVE CT-RET-OUTROS TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           CLOSE RELEML.
           DISPLAY "EMLENV: " CT-ENVIADAS " MENSAGEM(NS) ENVIADA(S), "
                   CT-DEVOLVIDAS " DEVOLVIDA(S), " CT-EXPURGADAS
                   " EXPURGADA(S).".

       COPY DATPRCPD.
