       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAFER.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RELATORIO MENSAL DE FERIAS A VENCER. O CONTROLE DE
      *            FERIAS (CTLFER.DAT) E ATUALIZADO PELO EX05B A CADA
      *            FOLHA: UM REGISTRO POR PERIODO AQUISITIVO, COM O
      *            FIM DO PERIODO CONCESSIVO E OS DIAS QUE RESTAM.
      *            FERIAS NAO GOZADAS ATE O FIM DO CONCESSIVO SAO
      *            DEVIDAS EM DOBRO. ESTA RODADA LISTA EM RELFER, PARA
      *            OS VENDEDORES ATIVOS DO CADVEND, OS PERIODOS COM
      *            SALDO DE DIAS QUE JA VENCERAM OU VENCEM NOS
      *            PROXIMOS 60 OU 90 DIAS, CONTADOS DA DATA DE
      *            PROCESSAMENTO. HAVENDO PERIODO VENCIDO OU A VENCER
      *            EM 60 DIAS, A RETURN-CODE E 4; SEM CTLFER OU SEM
      *            CADVEND, 16.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADVENSL.

           COPY CTLFERSL.

           SELECT RELFER ASSIGN TO DISK.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY CADVENFD.

       COPY CTLFERFD.

       FD  RELFER
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELFER.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CADVENWS.
       COPY CTLFERWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-CVD       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  DATA-60       PIC 9(08) VALUE ZEROES.
       77  DATA-90       PIC 9(08) VALUE ZEROES.
       77  CT-DIAS       PIC 9(03) VALUE ZEROES.
       77  DATA-DMA      PIC 9(08) VALUE ZEROES.
       77  QTD-ATIVOS    PIC 9(03) VALUE ZEROES.
       77  ATIVOS-DEMAIS PIC X(01) VALUE "N".
       77  NOME-ACHADO   PIC X(30) VALUE SPACES.
       77  CT-VENCIDOS   PIC 9(05) VALUE ZEROES.
       77  CT-60         PIC 9(05) VALUE ZEROES.
       77  CT-90         PIC 9(05) VALUE ZEROES.

      *VENDEDORES ATIVOS DO CADVEND - SO ELES TEM FERIAS A GOZAR.
       01  TAB-ATIVOS.
           02 ATIVO-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-ATIVOS
                 INDEXED BY IDX-ATV.
              03 MAT-ATV     PIC 9(06).
              03 NOME-ATV    PIC X(30).

       01 CAB-TITULO.
           02 FILLER       PIC X(29) VALUE
              "FERIAS A VENCER - POSICAO EM ".
           02 POSICAO-CAB  PIC 99/99/9999.
           02 FILLER       PIC X(41) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER       PIC X(07) VALUE "MATRIC.".
           02 FILLER       PIC X(23) VALUE " NOME".
           02 FILLER       PIC X(11) VALUE "AQUISITIVO".
           02 FILLER       PIC X(11) VALUE "LIMITE".
           02 FILLER       PIC X(06) VALUE "SALDO".
           02 FILLER       PIC X(22) VALUE "SITUACAO".

       01 DETALHE-FER.
           02 MAT-REL      PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-REL     PIC X(22).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 INICIO-REL   PIC 99/99/9999.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LIMITE-REL   PIC 99/99/9999.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SALDO-REL    PIC ZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 SITUACAO-REL PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(29).
           02 VALOR-TOT    PIC ZZZZ9.
           02 FILLER       PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           PERFORM CARREGA-ATIVOS.
           OPEN INPUT CTLFER.
           IF FS-CTLFER NOT EQUAL "00"
              DISPLAY "FOLHAFER: CONTROLE DE FERIAS CTLFER.DAT "
                      "AUSENTE - RODAR A FOLHA (EX05B) ANTES."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CALCULA-JANELAS.
           OPEN OUTPUT RELFER.
           MOVE DATA-SISTEMA(7:2) TO DATA-DMA(1:2).
           MOVE DATA-SISTEMA(5:2) TO DATA-DMA(3:2).
           MOVE DATA-SISTEMA(1:4) TO DATA-DMA(5:4).
           MOVE DATA-DMA TO POSICAO-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           PERFORM LEITURA.

       CARREGA-ATIVOS.
           OPEN INPUT CADVEND.
           IF FS-CADVEND NOT EQUAL "00"
              DISPLAY "FOLHAFER: CADASTRO DE VENDEDORES CADVEND.DAT "
                      "AUSENTE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CADVEND UNTIL FIM-CVD EQUAL "SIM".
           CLOSE CADVEND.
           IF ATIVOS-DEMAIS EQUAL "S"
              DISPLAY "FOLHAFER: MAIS DE 500 VENDEDORES ATIVOS - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-CVD.
           IF FIM-CVD NOT EQUAL "SIM"
              IF VENDEDOR-ATIVO
                 IF QTD-ATIVOS LESS THAN 500
                    ADD 1 TO QTD-ATIVOS
                    MOVE MATRICULA-CVD TO MAT-ATV(QTD-ATIVOS)
                    MOVE NOME-CVD      TO NOME-ATV(QTD-ATIVOS)
                 ELSE
                    MOVE "S" TO ATIVOS-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *DATA DE PROCESSAMENTO MAIS 60 E MAIS 90 DIAS CORRIDOS.
       CALCULA-JANELAS.
           MOVE DATA-SISTEMA(1:4) TO ANO-FER.
           MOVE DATA-SISTEMA(5:2) TO MES-FER.
           MOVE DATA-SISTEMA(7:2) TO DIA-FER.
           MOVE ZEROES TO CT-DIAS.
           PERFORM AVANCA-DIA UNTIL CT-DIAS EQUAL 60.
           PERFORM MONTA-DATA-FER.
           MOVE DATA-TRAB-FER TO DATA-60.
           PERFORM AVANCA-DIA UNTIL CT-DIAS EQUAL 90.
           PERFORM MONTA-DATA-FER.
           MOVE DATA-TRAB-FER TO DATA-90.

       AVANCA-DIA.
           PERFORM DIAS-DO-MES-FER.
           IF DIA-FER LESS THAN DIAS-MES-FER
              ADD 1 TO DIA-FER
           ELSE
              MOVE 01 TO DIA-FER
              IF MES-FER EQUAL 12
                 MOVE 01 TO MES-FER
                 ADD 1 TO ANO-FER
              ELSE
                 ADD 1 TO MES-FER
              END-IF
           END-IF.
           ADD 1 TO CT-DIAS.

       LEITURA.
           READ CTLFER AT END MOVE "SIM" TO FIM-ARQ.

      *PERIODO EM ABERTO, COM SALDO, DE VENDEDOR ATIVO, CUJO
      *CONCESSIVO JA VENCEU OU VENCE ATE A DATA MAIS 90 DIAS.
       PRINCIPAL.
           IF PERIODO-ABERTO AND SALDO-CFE GREATER THAN ZEROES AND
              LIMITE-CFE NOT GREATER THAN DATA-90
              PERFORM PROCURA-ATIVO
              IF NOME-ACHADO NOT EQUAL SPACES
                 PERFORM IMPRIME-PERIODO
              END-IF
           END-IF.
           PERFORM LEITURA.

       PROCURA-ATIVO.
           MOVE SPACES TO NOME-ACHADO.
           SET IDX-ATV TO 1.
           SEARCH ATIVO-ITEM
              AT END
                 CONTINUE
              WHEN MAT-ATV(IDX-ATV) EQUAL MATRICULA-CFE
                 MOVE NOME-ATV(IDX-ATV) TO NOME-ACHADO
           END-SEARCH.

       IMPRIME-PERIODO.
           EVALUATE TRUE
              WHEN LIMITE-CFE LESS THAN DATA-SISTEMA
                 MOVE "VENCIDO - EM DOBRO" TO SITUACAO-REL
                 ADD 1 TO CT-VENCIDOS
              WHEN LIMITE-CFE NOT GREATER THAN DATA-60
                 MOVE "VENCE EM 60 DIAS" TO SITUACAO-REL
                 ADD 1 TO CT-60
              WHEN OTHER
                 MOVE "VENCE EM 90 DIAS" TO SITUACAO-REL
                 ADD 1 TO CT-90
           END-EVALUATE.
           MOVE MATRICULA-CFE TO MAT-REL.
           MOVE NOME-ACHADO   TO NOME-REL.
           MOVE INICIO-CFE(7:2) TO DATA-DMA(1:2).
           MOVE INICIO-CFE(5:2) TO DATA-DMA(3:2).
           MOVE INICIO-CFE(1:4) TO DATA-DMA(5:4).
           MOVE DATA-DMA TO INICIO-REL.
           MOVE LIMITE-CFE(7:2) TO DATA-DMA(1:2).
           MOVE LIMITE-CFE(5:2) TO DATA-DMA(3:2).
           MOVE LIMITE-CFE(1:4) TO DATA-DMA(5:4).
           MOVE DATA-DMA TO LIMITE-REL.
           MOVE SALDO-CFE TO SALDO-REL.
           WRITE REG-REL FROM DETALHE-FER AFTER ADVANCING 1 LINE.

       FIM.
           MOVE "Periodos vencidos (dobro)..: " TO ROTULO-TOT.
           MOVE CT-VENCIDOS TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Vencem em ate 60 dias......: " TO ROTULO-TOT.
           MOVE CT-60 TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Vencem entre 61 e 90 dias..: " TO ROTULO-TOT.
           MOVE CT-90 TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           CLOSE CTLFER RELFER.
           DISPLAY "FOLHAFER: " CT-VENCIDOS " VENCIDO(S), " CT-60
                   " EM 60 DIAS, " CT-90 " EM 90 DIAS - RELFER.txt.".
           IF CT-VENCIDOS GREATER THAN ZEROES OR
              CT-60 GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       COPY DATPRCPD.

       COPY CTLFERPD.
