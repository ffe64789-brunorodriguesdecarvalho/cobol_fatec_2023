       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAFGT.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RELATORIO MENSAL DO FGTS PARA A GUIA DE DEPOSITO.
      *            O FGTS (8% DO BRUTO) ERA CALCULADO PELO CONTADOR
      *            FORA DO SISTEMA E JA HOUVE MULTA POR DEPOSITO
      *            ATRASADO E A MENOR. AGORA O EX05B GRAVA O FGTS DO
      *            MES NO FOLHAHIS E O FOLHARES GRAVA O FGTS DA
      *            RESCISAO E A MULTA DE 40%. ESTA RODADA LE A
      *            COMPETENCIA (AAAAMM PELO ACCEPT; ZEROS = A DA DATA
      *            DE PROCESSAMENTO) E IMPRIME EM RELFGTS, POR
      *            VENDEDOR, O BRUTO, O FGTS E A MULTA, COM OS TOTAIS
      *            DA GUIA. COMO NO FOLHAREM, VALE O REGISTRO MAIS
      *            RECENTE DE CADA MATRICULA (FOLHA E RESCISAO EM
      *            LINHAS SEPARADAS). REGISTRO GRAVADO ANTES DO
      *            FGTS-FH SAI COM 8% DO BRUTO, MARCADO COM "*".
      *            VENCIMENTO: DIA 20 DO MES SEGUINTE A COMPETENCIA,
      *            ANTECIPADO PARA O DIA UTIL ANTERIOR PELO CALEND.DAT.
      *            RODADA DEPOIS DO VENCIMENTO AVISA E DA RETURN-CODE
      *            4; COMPETENCIA SEM FOLHA DA RETURN-CODE 12.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHAHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHAHIS.

           SELECT RELFGTS ASSIGN TO DISK.

           COPY DATPRCSL.

           COPY CALENDSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY CALENDFD.

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

       FD  RELFGTS
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELFGTS.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CALENDWS.
       77  FS-FOLHAHIS   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  COMPET-FH     PIC 9(06) VALUE ZEROES.
       77  QTD-VENDS     PIC 9(03) VALUE ZEROES.
       77  IDX-V         PIC 9(03) VALUE ZEROES.
       77  VENDS-DEMAIS  PIC X(01) VALUE "N".
       77  PERC-FGTS     PIC 9(02)V9(02) VALUE 8,00.
       77  DIA-VENC-FGTS PIC 9(02) VALUE 20.
       77  DATA-VENC     PIC 9(08) VALUE ZEROES.
       77  ANO-VENC      PIC 9(04) VALUE ZEROES.
       77  MES-VENC      PIC 9(02) VALUE ZEROES.
       77  DIA-VENC      PIC 9(02) VALUE ZEROES.
       77  VENC-DMA      PIC 9(08) VALUE ZEROES.
       77  FGTS-LIDO     PIC 9(07)V9(02) VALUE ZEROES.
       77  MARCA-LIDA    PIC X(01) VALUE SPACES.
       77  CT-LINHAS     PIC 9(05) VALUE ZEROES.
       77  CT-ESTIMADOS  PIC 9(05) VALUE ZEROES.
       77  TOTAL-FGTS    PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-MULTA   PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-GUIA    PIC 9(11)V9(02) VALUE ZEROES.

      *REGISTRO MAIS RECENTE DE CADA MATRICULA E TIPO (FOLHA OU
      *RESCISAO) NA COMPETENCIA.
       01  TAB-VENDS.
           02 VEND-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-VENDS
                 INDEXED BY IDX-VEN.
              03 MAT-TAB     PIC 9(06).
              03 TIPO-TAB    PIC X(01).
              03 NOME-TAB    PIC X(30).
              03 BRUTO-TAB   PIC 9(07)V9(02).
              03 FGTS-TAB    PIC 9(07)V9(02).
              03 MULTA-TAB   PIC 9(07)V9(02).
              03 MARCA-TAB   PIC X(01).

       01 CAB-TITULO.
           02 FILLER       PIC X(34) VALUE
              "FGTS - GUIA DE DEPOSITO  COMPET.: ".
           02 COMPET-CAB   PIC 9(06).
           02 FILLER       PIC X(14) VALUE "  VENCIMENTO: ".
           02 VENC-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(16) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER       PIC X(07) VALUE "MATRIC.".
           02 FILLER       PIC X(25) VALUE " NOME".
           02 FILLER       PIC X(09) VALUE " TIPO".
           02 FILLER       PIC X(13) VALUE "        BRUTO".
           02 FILLER       PIC X(11) VALUE "       FGTS".
           02 FILLER       PIC X(11) VALUE "  MULTA 40%".
           02 FILLER       PIC X(04) VALUE SPACES.

       01 DETALHE-FGTS.
           02 MAT-REL      PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-REL     PIC X(24).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TIPO-REL     PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 BRUTO-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FGTS-REL     PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MULTA-REL    PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MARCA-REL    PIC X(01).
           02 FILLER       PIC X(03) VALUE SPACES.

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(29).
           02 VALOR-TOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(34) VALUE SPACES.

       01 TOTAL-QTD.
           02 FILLER       PIC X(29) VALUE
              "Lancamentos na guia........: ".
           02 QTD-TOT      PIC ZZZZ9.
           02 FILLER       PIC X(46) VALUE SPACES.

       01 NOTA-ESTIMADO.
           02 FILLER       PIC X(49) VALUE
              "* FGTS ESTIMADO EM 8% DO BRUTO (REGISTRO SEM O FG".
           02 FILLER       PIC X(15) VALUE "TS GRAVADO).".
           02 FILLER       PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRIME-GUIA.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           DISPLAY "COMPETENCIA AAAAMM (ZEROS = DA DATA DE PROC.): ".
           ACCEPT COMPETENCIA.
           IF COMPETENCIA EQUAL ZEROES
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
           OPEN INPUT FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL "00"
              DISPLAY "FOLHAFGT: HISTORICO FOLHAHIS.DAT AUSENTE - "
                      "RODAR A FOLHA (EX05B) ANTES DA GUIA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-CALENDARIO.
           PERFORM CALCULA-VENCIMENTO.
           OPEN OUTPUT RELFGTS.
           PERFORM LEITURA.

      *DIA 20 DO MES SEGUINTE A COMPETENCIA; CAINDO EM DIA NAO UTIL
      *O DEPOSITO E ANTECIPADO (NUNCA ADIADO) PARA O DIA UTIL
      *ANTERIOR.
       CALCULA-VENCIMENTO.
           MOVE COMPETENCIA(1:4) TO ANO-VENC.
           MOVE COMPETENCIA(5:2) TO MES-VENC.
           IF MES-VENC EQUAL 12
              MOVE 01 TO MES-VENC
              ADD 1 TO ANO-VENC
           ELSE
              ADD 1 TO MES-VENC
           END-IF.
           MOVE DIA-VENC-FGTS TO DIA-VENC.
           PERFORM MONTA-VENCIMENTO.
           PERFORM RECUA-VENCIMENTO UNTIL EH-DIA-UTIL EQUAL "S"
              OR DIA-VENC EQUAL 1.

       MONTA-VENCIMENTO.
           MOVE ANO-VENC TO DATA-VENC(1:4).
           MOVE MES-VENC TO DATA-VENC(5:2).
           MOVE DIA-VENC TO DATA-VENC(7:2).
           MOVE DATA-VENC TO DATA-CONSULTA-CAL.
           PERFORM CONSULTA-DIA-UTIL.

       RECUA-VENCIMENTO.
           SUBTRACT 1 FROM DIA-VENC.
           PERFORM MONTA-VENCIMENTO.

       LEITURA.
           READ FOLHAHIS AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           MOVE ANO-FH TO COMPET-FH(1:4).
           MOVE MES-FH TO COMPET-FH(5:2).
           IF COMPET-FH EQUAL COMPETENCIA
              PERFORM ACUMULA-VENDEDOR
           END-IF.
           PERFORM LEITURA.

      *O REGISTRO MAIS RECENTE DA MATRICULA/TIPO VENCE (O FOLHAHIS
      *E CRONOLOGICO - RERODADA DO EX05B ANEXA DE NOVO).
       ACUMULA-VENDEDOR.
           MOVE SPACE TO MARCA-LIDA.
           IF FGTS-FH NUMERIC
              MOVE FGTS-FH TO FGTS-LIDO
           ELSE
              COMPUTE FGTS-LIDO ROUNDED = BRUTO-FH * PERC-FGTS / 100
              MOVE "*" TO MARCA-LIDA
           END-IF.
           IF NOT MULTA-FGTS-FH NUMERIC
              MOVE ZEROES TO MULTA-FGTS-FH
           END-IF.
           SET IDX-VEN TO 1.
           SEARCH VEND-ITEM
              AT END
                 IF QTD-VENDS LESS THAN 300
                    ADD 1 TO QTD-VENDS
                    MOVE MATRICULA-FH  TO MAT-TAB(QTD-VENDS)
                    MOVE TIPO-FH       TO TIPO-TAB(QTD-VENDS)
                    MOVE NOME-FH       TO NOME-TAB(QTD-VENDS)
                    MOVE BRUTO-FH      TO BRUTO-TAB(QTD-VENDS)
                    MOVE FGTS-LIDO     TO FGTS-TAB(QTD-VENDS)
                    MOVE MULTA-FGTS-FH TO MULTA-TAB(QTD-VENDS)
                    MOVE MARCA-LIDA    TO MARCA-TAB(QTD-VENDS)
                 ELSE
                    MOVE "S" TO VENDS-DEMAIS
                 END-IF
              WHEN MAT-TAB(IDX-VEN) EQUAL MATRICULA-FH AND
                   TIPO-TAB(IDX-VEN) EQUAL TIPO-FH
                 MOVE NOME-FH       TO NOME-TAB(IDX-VEN)
                 MOVE BRUTO-FH      TO BRUTO-TAB(IDX-VEN)
                 MOVE FGTS-LIDO     TO FGTS-TAB(IDX-VEN)
                 MOVE MULTA-FGTS-FH TO MULTA-TAB(IDX-VEN)
                 MOVE MARCA-LIDA    TO MARCA-TAB(IDX-VEN)
           END-SEARCH.

       IMPRIME-GUIA.
           IF VENDS-DEMAIS EQUAL "S"
              DISPLAY "FOLHAFGT: MAIS DE 300 LANCAMENTOS NA "
                      "COMPETENCIA - A TABELA NAO COMPORTA E A GUIA "
                      "SAIRIA A MENOR. RODADA ABORTADA."
              CLOSE FOLHAHIS RELFGTS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE COMPETENCIA TO COMPET-CAB.
           MOVE DATA-VENC(7:2) TO VENC-DMA(1:2).
           MOVE DATA-VENC(5:2) TO VENC-DMA(3:2).
           MOVE DATA-VENC(1:4) TO VENC-DMA(5:4).
           MOVE VENC-DMA TO VENC-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-V.
           PERFORM IMPRIME-LINHA UNTIL IDX-V GREATER THAN QTD-VENDS.
           COMPUTE TOTAL-GUIA = TOTAL-FGTS + TOTAL-MULTA.
           MOVE "Total FGTS do mes..........: " TO ROTULO-TOT.
           MOVE TOTAL-FGTS TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Total multa rescisoria.....: " TO ROTULO-TOT.
           MOVE TOTAL-MULTA TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Total a depositar na guia..: " TO ROTULO-TOT.
           MOVE TOTAL-GUIA TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE CT-LINHAS TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-QTD AFTER ADVANCING 1 LINE.
           IF CT-ESTIMADOS GREATER THAN ZEROES
              WRITE REG-REL FROM NOTA-ESTIMADO AFTER ADVANCING 2 LINE
           END-IF.

       IMPRIME-LINHA.
           MOVE MAT-TAB(IDX-V)   TO MAT-REL.
           MOVE NOME-TAB(IDX-V)  TO NOME-REL.
           IF TIPO-TAB(IDX-V) EQUAL "R"
              MOVE "RESCISAO" TO TIPO-REL
           ELSE
              MOVE "FOLHA"    TO TIPO-REL
           END-IF.
           MOVE BRUTO-TAB(IDX-V) TO BRUTO-REL.
           MOVE FGTS-TAB(IDX-V)  TO FGTS-REL.
           MOVE MULTA-TAB(IDX-V) TO MULTA-REL.
           MOVE MARCA-TAB(IDX-V) TO MARCA-REL.
           WRITE REG-REL FROM DETALHE-FGTS AFTER ADVANCING 1 LINE.
           ADD FGTS-TAB(IDX-V)  TO TOTAL-FGTS.
           ADD MULTA-TAB(IDX-V) TO TOTAL-MULTA.
           ADD 1 TO CT-LINHAS.
           IF MARCA-TAB(IDX-V) EQUAL "*"
              ADD 1 TO CT-ESTIMADOS
           END-IF.
           ADD 1 TO IDX-V.

       FIM.
           CLOSE FOLHAHIS RELFGTS.
           DISPLAY "FOLHAFGT: COMPETENCIA " COMPETENCIA " - "
                   CT-LINHAS " LANCAMENTO(S), VENCIMENTO "
                   DATA-VENC " - RELFGTS.txt.".
           IF CT-LINHAS EQUAL ZEROES
              DISPLAY "FOLHAFGT: NENHUMA FOLHA NA COMPETENCIA - "
                      "NADA A DEPOSITAR."
              MOVE 12 TO RETURN-CODE
           ELSE
              IF DATA-SISTEMA GREATER THAN DATA-VENC
                 DISPLAY "FOLHAFGT: ATENCAO - O VENCIMENTO DA GUIA "
                         "JA PASSOU (" DATA-VENC "). DEPOSITAR COM "
                         "ENCARGOS DE ATRASO."
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       COPY DATPRCPD.

       COPY CALENDPD.
