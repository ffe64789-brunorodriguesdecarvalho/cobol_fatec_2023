       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPGVEN.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    AGENDA DE VENCIMENTOS DO CONTAS A PAGAR. RECEBE A
      *            DATA FINAL PELO ACCEPT (ZEROS = TODOS OS ABERTOS)
      *            E IMPRIME EM RELCPV OS TITULOS ABERTOS DO CTASPAG
      *            QUE VENCEM ATE ELA, CLASSIFICADOS POR VENCIMENTO E
      *            NUMERO (SORT COM INPUT/OUTPUT PROCEDURE, COMO NO
      *            EX02CON), COM O TOTAL DE CADA DIA. TITULO VENCIDO
      *            ANTES DA DATA DE PROCESSAMENTO SAI MARCADO
      *            "VENCIDO" E SOMA A PARTE NO RESUMO FINAL. SEM
      *            CTASPAG, RETURN-CODE 12.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTAPAGSL.

           COPY FAVORESL.

           COPY DATPRCSL.

           SELECT ARQSORT ASSIGN TO DISK.

           SELECT RELCPV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY CTAPAGFD.

       COPY FAVOREFD.

       COPY DATPRCFD.

       SD  ARQSORT.
       01  REG-SORT.
           02 NUMERO-SRT      PIC 9(07).
           02 CODFAV-SRT      PIC 9(05).
           02 ORIGEM-SRT      PIC X(03).
           02 DOCTO-SRT       PIC X(20).
           02 EMISSAO-SRT     PIC 9(08).
           02 VENCTO-SRT      PIC 9(08).
           02 VALOR-SRT       PIC 9(09)V9(02).
           02 SITUACAO-SRT    PIC X(01).
           02 DATA-PAGTO-SRT  PIC 9(08).
           02 HIST-SRT        PIC X(30).

       FD  RELCPV
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCPV.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTAPAGWS.
       COPY FAVOREWS.
       COPY DATPRCWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-ENT       PIC X(03) VALUE "NAO".
       77  DATA-FINAL    PIC 9(08) VALUE ZEROES.
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  DATA-DMA      PIC 9(08) VALUE ZEROES.
       77  DATA-FORMATA  PIC 9(08) VALUE ZEROES.
       77  VENCTO-ATUAL  PIC 9(08) VALUE ZEROES.
       77  QTD-FAV       PIC 9(03) VALUE ZEROES.
       77  CT-TITULOS    PIC 9(05) VALUE ZEROES.
       77  CT-VENCIDOS   PIC 9(05) VALUE ZEROES.
       77  CT-DIA        PIC 9(05) VALUE ZEROES.
       77  TOTAL-DIA     PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-VENCIDO PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-AVENCER PIC 9(11)V9(02) VALUE ZEROES.

       01  TAB-FAVORECIDOS.
           02 FAV-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-FAV
                 INDEXED BY IDX-FAV.
              03 COD-FAV-TAB    PIC 9(05).
              03 NOME-FAV-TAB   PIC X(30).

       01 CAB-TITULO.
           02 FILLER       PIC X(41) VALUE
              "CONTAS A PAGAR - AGENDA DE VENCIMENTOS  ".
           02 FILLER       PIC X(05) VALUE "ATE: ".
           02 FINAL-CAB    PIC X(10).
           02 FILLER       PIC X(07) VALUE "  PROC.".
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(06) VALUE SPACES.

       01 CAB-DIA.
           02 FILLER       PIC X(12) VALUE "VENCIMENTO: ".
           02 VENCTO-CAB   PIC 99/99/9999.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 MARCA-CAB    PIC X(07).
           02 FILLER       PIC X(50) VALUE SPACES.

       01 LINHA-TITULO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NUMERO-REL   PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ORIGEM-REL   PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CODFAV-REL   PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 NOME-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DOCTO-REL    PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 VALOR-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(05) VALUE SPACES.

       01 LINHA-DIA.
           02 FILLER       PIC X(40) VALUE SPACES.
           02 FILLER       PIC X(10) VALUE "TOTAL DIA ".
           02 QTD-DIA-REL  PIC ZZ.ZZ9.
           02 FILLER       PIC X(05) VALUE " R$  ".
           02 VALOR-DIA-REL PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(06) VALUE SPACES.

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(29).
           02 QTD-TOT      PIC ZZ.ZZ9.
           02 FILLER       PIC X(05) VALUE "  R$ ".
           02 VALOR-TOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           SORT ARQSORT ASCENDING KEY VENCTO-SRT NUMERO-SRT
                INPUT  PROCEDURE SELECIONA-TITULOS
                OUTPUT PROCEDURE IMPRIME-AGENDA.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           DISPLAY "VENCIMENTOS ATE AAAAMMDD (ZEROS = TODOS): ".
           ACCEPT DATA-FINAL.
           OPEN INPUT CTASPAG.
           IF FS-CTASPAG NOT EQUAL "00"
              DISPLAY "CPGVEN: CONTAS A PAGAR CTASPAG.DAT AUSENTE - "
                      "NADA A AGENDAR."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CTASPAG.
           PERFORM CARREGA-FAVORECIDOS.
           OPEN OUTPUT RELCPV.
           IF DATA-FINAL EQUAL ZEROES
              MOVE "TODOS" TO FINAL-CAB
              MOVE 99999999 TO DATA-FINAL
           ELSE
              MOVE DATA-FINAL TO DATA-FORMATA
              PERFORM FORMATA-DATA
              MOVE DATA-DMA(1:2) TO FINAL-CAB(1:2)
              MOVE "/"           TO FINAL-CAB(3:1)
              MOVE DATA-DMA(3:2) TO FINAL-CAB(4:2)
              MOVE "/"           TO FINAL-CAB(6:1)
              MOVE DATA-DMA(5:4) TO FINAL-CAB(7:4)
           END-IF.
           MOVE DATA-SISTEMA TO DATA-FORMATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA TO DATA-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.

       FORMATA-DATA.
           MOVE DATA-FORMATA(7:2) TO DATA-DMA(1:2).
           MOVE DATA-FORMATA(5:2) TO DATA-DMA(3:2).
           MOVE DATA-FORMATA(1:4) TO DATA-DMA(5:4).

       CARREGA-FAVORECIDOS.
           OPEN INPUT FAVOREC.
           IF FS-FAVOREC EQUAL "00"
              PERFORM LER-FAVOREC UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FAVOREC
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

       LER-FAVOREC.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-FAV LESS THAN 500
                 ADD 1 TO QTD-FAV
                 MOVE CODIGO-FAV TO COD-FAV-TAB(QTD-FAV)
                 MOVE NOME-FAV   TO NOME-FAV-TAB(QTD-FAV)
              END-IF
           END-IF.

      *SO OS TITULOS ABERTOS QUE VENCEM ATE A DATA FINAL ENTRAM NA
      *CLASSIFICACAO.
       SELECIONA-TITULOS.
           OPEN INPUT CTASPAG.
           PERFORM LER-CTASPAG.
           PERFORM LIBERA-TITULO UNTIL FIM-ENT EQUAL "SIM".
           CLOSE CTASPAG.

       LER-CTASPAG.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ENT.

       LIBERA-TITULO.
           IF CP-ABERTO AND VENCTO-CP NOT GREATER THAN DATA-FINAL
              RELEASE REG-SORT FROM REG-CTASPAG
           END-IF.
           PERFORM LER-CTASPAG.

       IMPRIME-AGENDA.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-SORT.
           PERFORM TRATA-TITULO UNTIL FIM-ARQ EQUAL "SIM".
           IF CT-DIA GREATER THAN ZEROES
              PERFORM FECHA-DIA
           END-IF.

       LER-SORT.
           RETURN ARQSORT AT END MOVE "SIM" TO FIM-ARQ.

      *QUEBRA POR DIA DE VENCIMENTO: TOTAL DO DIA ANTERIOR E
      *CABECALHO DO NOVO.
       TRATA-TITULO.
           IF CT-DIA EQUAL ZEROES OR VENCTO-SRT NOT EQUAL VENCTO-ATUAL
              IF CT-DIA GREATER THAN ZEROES
                 PERFORM FECHA-DIA
              END-IF
              PERFORM ABRE-DIA
           END-IF.
           ADD 1 TO CT-DIA CT-TITULOS.
           ADD VALOR-SRT TO TOTAL-DIA.
           IF VENCTO-SRT LESS THAN DATA-SISTEMA
              ADD 1 TO CT-VENCIDOS
              ADD VALOR-SRT TO TOTAL-VENCIDO
           ELSE
              ADD VALOR-SRT TO TOTAL-AVENCER
           END-IF.
           MOVE NUMERO-SRT TO NUMERO-REL.
           MOVE ORIGEM-SRT TO ORIGEM-REL.
           MOVE CODFAV-SRT TO CODFAV-REL.
           MOVE SPACES TO NOME-REL.
           IF QTD-FAV GREATER THAN ZEROES
              SET IDX-FAV TO 1
              SEARCH FAV-ITEM
                 AT END CONTINUE
                 WHEN COD-FAV-TAB(IDX-FAV) EQUAL CODFAV-SRT
                    MOVE NOME-FAV-TAB(IDX-FAV) TO NOME-REL
              END-SEARCH
           END-IF.
           MOVE DOCTO-SRT TO DOCTO-REL.
           MOVE VALOR-SRT TO VALOR-REL.
           WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING 1 LINE.
           PERFORM LER-SORT.

       ABRE-DIA.
           MOVE VENCTO-SRT TO VENCTO-ATUAL.
           MOVE ZEROES TO CT-DIA TOTAL-DIA.
           MOVE VENCTO-SRT TO DATA-FORMATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA TO VENCTO-CAB.
           IF VENCTO-SRT LESS THAN DATA-SISTEMA
              MOVE "VENCIDO" TO MARCA-CAB
           ELSE
              MOVE SPACES TO MARCA-CAB
           END-IF.
           WRITE REG-REL FROM CAB-DIA AFTER ADVANCING 2 LINE.

       FECHA-DIA.
           MOVE CT-DIA    TO QTD-DIA-REL.
           MOVE TOTAL-DIA TO VALOR-DIA-REL.
           WRITE REG-REL FROM LINHA-DIA AFTER ADVANCING 1 LINE.

       FIM.
           MOVE "Vencidos...................: " TO ROTULO-TOT.
           MOVE CT-VENCIDOS   TO QTD-TOT.
           MOVE TOTAL-VENCIDO TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "A vencer...................: " TO ROTULO-TOT.
           COMPUTE QTD-TOT = CT-TITULOS - CT-VENCIDOS.
           MOVE TOTAL-AVENCER TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           CLOSE RELCPV.
           DISPLAY "CPGVEN: " CT-TITULOS " TITULO(S) NA AGENDA, "
                   CT-VENCIDOS " VENCIDO(S).".

       COPY DATPRCPD.
