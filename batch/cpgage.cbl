       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPGAGE.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    ENVELHECIMENTO DO CONTAS A PAGAR, NO MESMO PADRAO
      *            DO NOTARAG PARA O CONTAS A RECEBER. LE OS TITULOS
      *            ABERTOS DO CTASPAG, RECEBE A DATA-BASE PELO ACCEPT
      *            (ZEROS = DATA DE PROCESSAMENTO) E IMPRIME EM
      *            RELCPA, POR FAVORECIDO (NOME DO FAVOREC.DAT), O
      *            SALDO EM ABERTO DISTRIBUIDO NAS FAIXAS A VENCER /
      *            ATE 30 / 31-60 / 61-90 / MAIS DE 90 DIAS DE ATRASO
      *            (DIAS COMERCIAIS DE 30 POR MES), E O TOTAL GERAL
      *            POR FAIXA. SEM CTASPAG, RETURN-CODE 16.
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

           SELECT RELCPA ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY CTAPAGFD.

       COPY FAVOREFD.

       COPY DATPRCFD.

       FD  RELCPA
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCPA.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTAPAGWS.
       COPY FAVOREWS.
       COPY DATPRCWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-BASE     PIC 9(08) VALUE ZEROES.
       77  DIAS-BASE     PIC 9(07) VALUE ZEROES.
       77  DIAS-VENC     PIC 9(07) VALUE ZEROES.
       77  DIAS-ATRASO   PIC S9(07) VALUE ZEROES.
       77  QTD-FAVS      PIC 9(03) VALUE ZEROES.
       77  FAVS-DEMAIS   PIC X(01) VALUE "N".
       77  IDX-F         PIC 9(03) VALUE ZEROES.
       77  CT-TITULOS    PIC 9(05) VALUE ZEROES.
       77  ANO-TRAB      PIC 9(04) VALUE ZEROES.
       77  MES-TRAB      PIC 9(02) VALUE ZEROES.
       77  DIA-TRAB      PIC 9(02) VALUE ZEROES.
       77  DATA-TRAB     PIC 9(08) VALUE ZEROES.
       77  TOT-AVENCER   PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-F030      PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-F060      PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-F090      PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-FMAIS     PIC 9(11)V9(02) VALUE ZEROES.

       01  TAB-FAVORECIDOS.
           02 FAV-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-FAVS
                 INDEXED BY IDX-FAV.
              03 COD-FAV-TAB     PIC 9(05).
              03 NOME-FAV-TAB    PIC X(30).
              03 AVENCER-FAV-TAB PIC 9(11)V9(02).
              03 F030-FAV-TAB    PIC 9(11)V9(02).
              03 F060-FAV-TAB    PIC 9(11)V9(02).
              03 F090-FAV-TAB    PIC 9(11)V9(02).
              03 FMAIS-FAV-TAB   PIC 9(11)V9(02).

       01 CAB-AGING.
           02 FILLER    PIC X(37) VALUE
              "ENVELHECIMENTO A PAGAR - DATA-BASE: ".
           02 DATA-CAB  PIC 99/99/9999.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 FAVORECIDO-LINHA.
           02 FILLER       PIC X(12) VALUE "FAVORECIDO: ".
           02 COD-REL      PIC 9(05).
           02 FILLER       PIC X(03) VALUE " - ".
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(30) VALUE SPACES.

       01 FAIXA-LINHA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FAIXA-DESC   PIC X(16).
           02 FILLER       PIC X(03) VALUE "R$ ".
           02 FAIXA-VAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(40) VALUE SPACES.

       01 SEPARADOR-LINHA.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 CAB-TOTAL.
           02 FILLER       PIC X(40) VALUE
              "TOTAL GERAL POR FAIXA".
           02 FILLER       PIC X(40) VALUE SPACES.

       01 TOTAL-LINHA.
           02 FILLER    PIC X(29) VALUE "Titulos em aberto..........: ".
           02 QTD-TOT   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "DATA-BASE AAAAMMDD (ZEROS = DATA DE PROC.): ".
           ACCEPT DATA-BASE.
           IF DATA-BASE EQUAL ZEROES
              PERFORM OBTEM-DATA-PROCESSO
              MOVE DATA-PROCESSO TO DATA-BASE
           END-IF.
           MOVE DATA-BASE TO DATA-TRAB.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-VENC TO DIAS-BASE.
           PERFORM CARREGA-FAVORECIDOS.
           OPEN OUTPUT RELCPA.
           MOVE DATA-BASE(7:2) TO DATA-TRAB(1:2).
           MOVE DATA-BASE(5:2) TO DATA-TRAB(3:2).
           MOVE DATA-BASE(1:4) TO DATA-TRAB(5:4).
           MOVE DATA-TRAB TO DATA-CAB.
           WRITE REG-REL FROM CAB-AGING AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CTASPAG.
           IF FS-CTASPAG NOT EQUAL "00"
              DISPLAY "CPGAGE: CTASPAG.DAT AUSENTE - RODAR O CPGGER "
                      "ANTES DO ENVELHECIMENTO."
              CLOSE RELCPA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEITURA.

      *TODOS OS FAVORECIDOS ENTRAM NA TABELA (COM O NOME); SO SAEM
      *NO RELATORIO OS QUE TEM SALDO EM ABERTO.
       CARREGA-FAVORECIDOS.
           OPEN INPUT FAVOREC.
           IF FS-FAVOREC EQUAL "00"
              PERFORM LER-FAVOREC UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FAVOREC
           END-IF.

       LER-FAVOREC.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE CODIGO-FAV TO CODFAV-CP
              PERFORM ACHA-FAVORECIDO
              MOVE NOME-FAV TO NOME-FAV-TAB(IDX-F)
           END-IF.

       CALCULA-DIAS.
           MOVE DATA-TRAB(1:4) TO ANO-TRAB.
           MOVE DATA-TRAB(5:2) TO MES-TRAB.
           MOVE DATA-TRAB(7:2) TO DIA-TRAB.
           COMPUTE DIAS-VENC =
                   ANO-TRAB * 360 + MES-TRAB * 30 + DIA-TRAB.

       LEITURA.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF CP-ABERTO
              PERFORM ENVELHECE-TITULO
           END-IF.
           PERFORM LEITURA.

       ENVELHECE-TITULO.
           ADD 1 TO CT-TITULOS.
           MOVE VENCTO-CP TO DATA-TRAB.
           PERFORM CALCULA-DIAS.
           COMPUTE DIAS-ATRASO = DIAS-BASE - DIAS-VENC.
           PERFORM ACHA-FAVORECIDO.
           IF DIAS-ATRASO NOT GREATER ZEROES
              ADD VALOR-CP TO AVENCER-FAV-TAB(IDX-F)
              ADD VALOR-CP TO TOT-AVENCER
           ELSE
              IF DIAS-ATRASO NOT GREATER 30
                 ADD VALOR-CP TO F030-FAV-TAB(IDX-F)
                 ADD VALOR-CP TO TOT-F030
              ELSE
                 IF DIAS-ATRASO NOT GREATER 60
                    ADD VALOR-CP TO F060-FAV-TAB(IDX-F)
                    ADD VALOR-CP TO TOT-F060
                 ELSE
                    IF DIAS-ATRASO NOT GREATER 90
                       ADD VALOR-CP TO F090-FAV-TAB(IDX-F)
                       ADD VALOR-CP TO TOT-F090
                    ELSE
                       ADD VALOR-CP TO FMAIS-FAV-TAB(IDX-F)
                       ADD VALOR-CP TO TOT-FMAIS
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *LOCALIZA (OU ACRESCENTA) O FAVORECIDO CODFAV-CP. TITULO DE
      *FAVORECIDO FORA DO CADASTRO ENTRA COM O NOME EM BRANCO.
       ACHA-FAVORECIDO.
           MOVE ZEROES TO IDX-F.
           SET IDX-FAV TO 1.
           SEARCH FAV-ITEM
              AT END
                 IF QTD-FAVS LESS THAN 500
                    ADD 1 TO QTD-FAVS
                    MOVE CODFAV-CP TO COD-FAV-TAB(QTD-FAVS)
                    MOVE SPACES TO NOME-FAV-TAB(QTD-FAVS)
                    MOVE ZEROES TO AVENCER-FAV-TAB(QTD-FAVS)
                                   F030-FAV-TAB(QTD-FAVS)
                                   F060-FAV-TAB(QTD-FAVS)
                                   F090-FAV-TAB(QTD-FAVS)
                                   FMAIS-FAV-TAB(QTD-FAVS)
                    MOVE QTD-FAVS TO IDX-F
                 ELSE
                    MOVE "S" TO FAVS-DEMAIS
                 END-IF
              WHEN COD-FAV-TAB(IDX-FAV) EQUAL CODFAV-CP
                 SET IDX-F TO IDX-FAV
           END-SEARCH.
           IF FAVS-DEMAIS EQUAL "S"
              DISPLAY "CPGAGE: MAIS DE 500 FAVORECIDOS - A TABELA "
                      "NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       IMPRESSAO-FINAL.
           MOVE 1 TO IDX-F.
           PERFORM IMPRIME-FAVORECIDO
              UNTIL IDX-F GREATER THAN QTD-FAVS.
           WRITE REG-REL FROM CAB-TOTAL AFTER ADVANCING 2 LINE.
           MOVE "A VENCER......: " TO FAIXA-DESC.
           MOVE TOT-AVENCER TO FAIXA-VAL.
           WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE.
           MOVE "ATE 30 DIAS...: " TO FAIXA-DESC.
           MOVE TOT-F030 TO FAIXA-VAL.
           WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE.
           MOVE "31 A 60 DIAS..: " TO FAIXA-DESC.
           MOVE TOT-F060 TO FAIXA-VAL.
           WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE.
           MOVE "61 A 90 DIAS..: " TO FAIXA-DESC.
           MOVE TOT-F090 TO FAIXA-VAL.
           WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE.
           MOVE "MAIS DE 90....: " TO FAIXA-DESC.
           MOVE TOT-FMAIS TO FAIXA-VAL.
           WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE.
           MOVE CT-TITULOS TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.

       IMPRIME-FAVORECIDO.
           IF AVENCER-FAV-TAB(IDX-F) GREATER THAN ZEROES OR
              F030-FAV-TAB(IDX-F) GREATER THAN ZEROES OR
              F060-FAV-TAB(IDX-F) GREATER THAN ZEROES OR
              F090-FAV-TAB(IDX-F) GREATER THAN ZEROES OR
              FMAIS-FAV-TAB(IDX-F) GREATER THAN ZEROES
              MOVE COD-FAV-TAB(IDX-F)  TO COD-REL
              MOVE NOME-FAV-TAB(IDX-F) TO NOME-REL
              WRITE REG-REL FROM FAVORECIDO-LINHA
                 AFTER ADVANCING 2 LINE
              MOVE "A VENCER......: " TO FAIXA-DESC
              MOVE AVENCER-FAV-TAB(IDX-F) TO FAIXA-VAL
              WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE
              MOVE "ATE 30 DIAS...: " TO FAIXA-DESC
              MOVE F030-FAV-TAB(IDX-F) TO FAIXA-VAL
              WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE
              MOVE "31 A 60 DIAS..: " TO FAIXA-DESC
              MOVE F060-FAV-TAB(IDX-F) TO FAIXA-VAL
              WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE
              MOVE "61 A 90 DIAS..: " TO FAIXA-DESC
              MOVE F090-FAV-TAB(IDX-F) TO FAIXA-VAL
              WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE
              MOVE "MAIS DE 90....: " TO FAIXA-DESC
              MOVE FMAIS-FAV-TAB(IDX-F) TO FAIXA-VAL
              WRITE REG-REL FROM FAIXA-LINHA AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM SEPARADOR-LINHA
                 AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-F.

       FIM.
           CLOSE CTASPAG RELCPA.
           DISPLAY "CPGAGE: " CT-TITULOS " TITULO(S) EM ABERTO.".

       COPY DATPRCPD.
