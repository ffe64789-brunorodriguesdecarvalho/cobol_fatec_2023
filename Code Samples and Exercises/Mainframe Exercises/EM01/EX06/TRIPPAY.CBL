      *            AGORA O ESTOURO ABORTA COM RETURN-CODE 16 E
      *            MENSAGEM, ANTES DE QUALQUER MARCA SER GRAVADA NO
      *            TRIPREG - MESMO PADRAO DAS DEMAIS TABELAS.
      *15/10/2026 BRC - REG-TRIPREG GANHOU A PLACA DO VEICULO
      *            (VEICULO-TRIP); O REGISTRO DE TRABALHO TRIPREGN
      *            PASSOU DE X(46) PARA X(53), SENAO A PLACA SE PERDIA
      *            NA REGRAVACAO DO ACERTO.
      *15/10/2026 BRC - REG-MOTORISTA GANHOU OS DOCUMENTOS DO MOTORISTA
      *            (CNH, CATEGORIA, VALIDADE DA CNH, MARCA EAR E
      *            VALIDADE DOS ANTECEDENTES).
      *15/10/2026 BRC - REG-TRIPREG GANHOU A EMPRESA CONVENIADA, O
      *            PASSAGEIRO, O CENTRO DE CUSTO E O NUMERO DA NOTA DE
      *            FATURAMENTO; O REGISTRO DE TRABALHO TRIPREGN PASSOU
      *            DE X(53) PARA X(91), SENAO A MARCA DE FATURAMENTO DO
      *            TRIPFAT SE PERDIA NA REGRAVACAO DO ACERTO.
      *15/10/2026 BRC - CADA MOTORISTA COM REPASSE POSITIVO NO ACERTO
      *            GANHA UMA LINHA NO REGISTRO DE ACERTOS (ACERTMOT.DAT
      *            - VER ACRMOTFD), COM A DATA DE PROCESSAMENTO, A HORA,
      *            O PERIODO E O REPASSE LIQUIDO. E DELE QUE O CPGGER
      *            GERA O TITULO A PAGAR DO MOTORISTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELPAY ASSIGN TO DISK.

           COPY ACRMOTSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
              88 TRIP-CANCELADA   VALUE "C".
              88 TRIP-AJUSTE      VALUE "A".
           02 MOTIVO-TRIP  PIC X(02).
           02 VEICULO-TRIP PIC X(07).
           02 EMPRESA-TRIP PIC 9(04).
           02 PASSAGEIRO-TRIP PIC X(20).
           02 CCUSTO-TRIP  PIC X(08).
           02 FATURA-TRIP  PIC 9(06).

       FD  TRIPREGN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRIPREGN.DAT".
       01  REG-TRIPREGN    PIC X(91).

       FD  MOTORIST
           LABEL RECORD ARE STANDARD
           02 CODIGO-MOT   PIC 9(04).
           02 NOME-MOT     PIC X(30).
           02 PERC-MOT     PIC 9(02)V9(02).
           02 CNH-MOT      PIC X(11).
           02 CATEG-MOT    PIC X(02).
           02 VALID-CNH-MOT PIC 9(08).
           02 EAR-MOT      PIC X(01).
              88 CNH-COM-EAR      VALUE "S".
           02 VALID-ANT-MOT PIC 9(08).

       FD  ADIANTMT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELPAY.txt".
       01  REG-REL    PIC X(80).

       COPY ACRMOTFD.

       COPY DATPRCFD.

       WORKING-STORAGE SECTION.
       COPY ACRMOTWS.
       COPY DATPRCWS.
       77  FS-TRIPREG    PIC X(02) VALUE "00".
       77  FS-MOTORIST   PIC X(02) VALUE "00".
       77  FS-ADIANTMT   PIC X(02) VALUE "00".
       77  REPASSE       PIC S9(09)V9(02) VALUE ZEROES.
       77  TOT-REPASSES  PIC S9(11)V9(02) VALUE ZEROES.
       77  PERC-EFETIVO  PIC 9(02)V9(02) VALUE ZEROES.
       77  HORA-ACERTO   PIC 9(08) VALUE ZEROES.
       77  CT-REGISTRADOS PIC 9(05) VALUE ZEROES.

       01  TAB-MOTORISTAS.
           02 MOT-ITEM OCCURS 200 TIMES
           END-IF.

       IMPRESSAO-FINAL.
           PERFORM ABRE-ACERTMOT.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-MOTORISTA UNTIL IDX-I GREATER THAN
              QTD-MOTS.
           CLOSE ACERTMOT.
           MOVE TOT-REPASSES TO VAL-REP.
           WRITE REG-REL FROM TOTAL-REP AFTER ADVANCING 2 LINE.

              WRITE REG-REL FROM LINHA-MOT3 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM SEPARADOR-LINHA
                 AFTER ADVANCING 1 LINE
              IF REPASSE GREATER THAN ZEROES
                 PERFORM REGISTRA-ACERTO
              END-IF
           END-IF.
           ADD 1 TO IDX-I.

      *REGISTRO DE ACERTOS (ACERTMOT.DAT): SEMPRE ACRESCENTADO NO
      *FIM, COM DATA DE PROCESSAMENTO E HORA DA RODADA - E O
      *DOCUMENTO DO TITULO A PAGAR QUE O CPGGER GERA PARA O
      *MOTORISTA.
       ABRE-ACERTMOT.
           PERFORM OBTEM-DATA-PROCESSO.
           ACCEPT HORA-ACERTO FROM TIME.
           OPEN EXTEND ACERTMOT.
           IF FS-ACERTMOT NOT EQUAL "00"
              OPEN OUTPUT ACERTMOT
           END-IF.

       REGISTRA-ACERTO.
           MOVE COD-MOT-TAB(IDX-I)  TO CODMOT-ACR.
           MOVE NOME-MOT-TAB(IDX-I) TO NOME-ACR.
           MOVE DATA-PROCESSO       TO DATA-ACR.
           MOVE HORA-ACERTO(1:6)    TO HORA-ACR.
           MOVE DATA-INI            TO DATA-INI-ACR.
           MOVE DATA-FIM            TO DATA-FIM-ACR.
           MOVE REPASSE             TO REPASSE-ACR.
           WRITE REG-ACERTMOT.
           ADD 1 TO CT-REGISTRADOS.

       FIM.
           CLOSE RELPAY.
           DISPLAY "TRIPPAY: " CT-ACERTADAS " CORRIDA(S) "
                   "ACERTADA(S) DE " CT-CORRIDAS " LIDA(S).".
           DISPLAY "TRIPPAY: " CT-REGISTRADOS " REPASSE(S) NO "
                   "REGISTRO DE ACERTOS (ACERTMOT).".

       COPY DATPRCPD.
