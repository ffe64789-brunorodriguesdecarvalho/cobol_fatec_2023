      *            DEIXAVA A ULTIMA ENTRADA DO CATALOGO (A DA RODADA
      *            DESFEITA) DIVERGENTE E O NOTVER ABORTAVA A NOITE
      *            SEGUINTE COMO SE O MESTRE ESTIVESSE TRUNCADO.
      *15/10/2026 BRC - CADATU/CADANT COM O CPF DO TITULAR DA CONTA
      *            NO FIM E JRN-ANTES (E A TABELA DE IMAGENS) EM
      *            X(125), ACOMPANHANDO O EX02.
      *15/10/2026 BRC - LAYOUTS ALINHADOS COM O EX02: CADANT E
      *            CADATU COM O ENDERECO DETALHADO DA CONTA NO FIM,
      *            JRN-ANTES E A IMAGEM DA TABELA EM X(246).
      *15/10/2026 BRC - ARQMOV AMPLIADO COMO NO EX02 (CPF DO TITULAR E
      *            ENDERECO DETALHADO NO FIM, 245 POSICOES): COM O
      *            LAYOUT ANTIGO CADA LINHA VOLTAVA PARTIDA EM MAIS
      *            DE UM REGISTRO E A REVERSAO LIA CONTA E TIPO DE
      *            MOVIMENTO ERRADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TEL-ATU    PIC X(15).
           02 EMAIL-ATU  PIC X(40).
           02 STATUS-ATU PIC X(01).
           02 CPF-TIT-ATU PIC 9(11).
           02 ENDER-DET-ATU PIC X(121).

       FD ARQMOV
           LABEL RECORD ARE STANDARD
           02 ENDER-MOV  PIC X(50).
           02 TEL-MOV    PIC X(15).
           02 EMAIL-MOV  PIC X(40).
           02 CPF-TIT-MOV PIC 9(11).
           02 ENDER-DET-MOV.
              03 LOGRAD-MOV  PIC X(40).
              03 NUMERO-MOV  PIC X(06).
              03 COMPL-MOV   PIC X(15).
              03 BAIRRO-MOV  PIC X(25).
              03 CIDADE-MOV  PIC X(25).
              03 UF-MOV      PIC X(02).
              03 CEP-MOV     PIC 9(08).

       FD CADANT
           LABEL RECORD ARE STANDARD
           02 TEL-ANT    PIC X(15).
           02 EMAIL-ANT  PIC X(40).
           02 STATUS-ANT PIC X(01).
           02 CPF-TIT-ANT PIC 9(11).
           02 ENDER-DET-ANT PIC X(121).

       FD RELREV
           LABEL RECORD IS OMITTED.
           02 JRN-TIPO    PIC X(01).
           02 JRN-DATA    PIC 9(08).
           02 JRN-HORA    PIC 9(08).
           02 JRN-ANTES   PIC X(246).

       WORKING-STORAGE SECTION.
       COPY EXCLOGWS.
                 INDEXED BY IDX-JRN.
              03 CC-JRN-TAB     PIC 9(07).
              03 TIPO-JRN-TAB   PIC X(01).
              03 IMAGEM-JRN-TAB PIC X(246).

       01 DETALHE.
           02 FILLER       PIC X(08) VALUE SPACES.
              MOVE TEL-ATU   TO TEL-ANT.
              MOVE EMAIL-ATU TO EMAIL-ANT.
              MOVE STATUS-ATU TO STATUS-ANT.
              MOVE CPF-TIT-ATU TO CPF-TIT-ANT.
              MOVE ENDER-DET-ATU TO ENDER-DET-ANT.
              WRITE REG-ANT.
              ADD 1 TO CT-GRAVADOS-REV.

