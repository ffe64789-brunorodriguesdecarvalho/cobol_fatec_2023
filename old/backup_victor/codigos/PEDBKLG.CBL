      *            DE SER RESPONDIDA COM GREP.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - PEDIDOX PASSOU A SER SO O CABECALHO DO
      *            PEDIDO (PEDIDXFD); OS PRODUTOS FICAM NO ITEMPEDX. O
      *            RELATORIO SO USA O CABECALHO.
      *15/10/2026 BRC - PEDIDO AGUARDANDO ESTOQUE (SITPEDX "B", DO
      *            SORT1) TAMBEM E PEDIDO NAO FATURADO: ENTRA NA LISTA
      *            COM A MARCA "SEM ESTOQUE".
      *15/10/2026 BRC - PEDIDO RETIDO POR CREDITO
      *            ("H") E PEDIDO LIBERADO PELO FINANCEIRO ("L") TAMBEM
      *            ENTRAM NA LISTA, COM AS MARCAS "RETIDO CRED." E
      *            "LIBERADO".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PEDIDXSL.

            SELECT RELBKLG ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PEDIDXFD.

       FD  RELBKLG
             LABEL RECORD IS OMITTED
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PEDIDXWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-BASE     PIC 9(08) VALUE ZEROES.
       77  LIMITE-DIAS   PIC 9(03) VALUE ZEROES.
           02 DIAS-REL     PIC ZZZZ9.
           02 FILLER       PIC X(12) VALUE " DIA(S) SEM ".
           02 FILLER       PIC X(07) VALUE "FATURAR".
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MARCA-REL    PIC X(12).
           02 FILLER       PIC X(10) VALUE SPACES.

       01 TOTAL-LINHA.
           02 FILLER    PIC X(29) VALUE "Pedidos parados............: ".
           END-IF.

       PRINCIPAL.
           IF PEDIDO-RECEBIDO OR PEDIDO-PENDENTE OR PEDIDO-RETIDO
              OR PEDIDO-LIBERADO
              MOVE DATAPEDX TO DATA-TRAB
              PERFORM CALCULA-DIAS
              COMPUTE DIAS-PARADO = DIAS-BASE - DIAS-PEDIDO
                 MOVE DATAPEDX    TO DATA-REL
                 MOVE CPFPEDX     TO CPF-REL
                 MOVE DIAS-PARADO TO DIAS-REL
                 MOVE SPACES      TO MARCA-REL
                 IF PEDIDO-PENDENTE
                    MOVE "SEM ESTOQUE" TO MARCA-REL
                 END-IF
                 IF PEDIDO-RETIDO
                    MOVE "RETIDO CRED." TO MARCA-REL
                 END-IF
                 IF PEDIDO-LIBERADO
                    MOVE "LIBERADO" TO MARCA-REL
                 END-IF
                 WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
