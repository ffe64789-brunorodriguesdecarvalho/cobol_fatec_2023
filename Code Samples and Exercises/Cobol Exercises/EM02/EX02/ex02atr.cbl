       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02ATR.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    PARCELAS EM ATRASO DAS RESERVAS, PARA O AGENTE
      *            COBRAR O VIAJANTE ANTES DA SAIDA. CRUZA O PLANO DE
      *            PAGAMENTO (PARCRES.DAT, DO EX02RES/EX02PGR) COM O
      *            CADASTRO DE PACOTES E LISTA EM RELATR, PARA AS
      *            SAIDAS QUE AINDA NAO ACONTECERAM (SAIDA POSTERIOR A
      *            DATA DE PROCESSAMENTO), CADA PARCELA ABERTA:
      *            - VENCIDA (VENCIMENTO ANTERIOR A DATA DE
      *              PROCESSAMENTO), MARCADA "VENCIDA";
      *            - DE RESERVA QUE JA PASSOU DA DATA DE CORTE DO
      *              PACOTE (PRAZO-QUIT-PAC DIAS ANTES DA SAIDA) SEM
      *              QUITAR O PLANO, MARCADA "CANCELAR" - VENCIDA OU
      *              NAO.
      *            CADA RESERVA A CANCELAR VAI TAMBEM UMA VEZ PARA O
      *            ARQUIVO COMUM DE EXCECOES (EXCLOG) E A RODADA
      *            TERMINA COM RETURN-CODE 4; O CANCELAMENTO EM SI E
      *            FEITO PELO AGENTE NO EX02RES, QUE APLICA A MULTA.
      *            MAIS DE 500 PACOTES OU DE 2000 RESERVAS A CANCELAR
      *            ABORTA COM RETURN-CODE 16.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY PACOTESL.

       COPY PARRESSL.

       SELECT RELATR ASSIGN TO DISK.

       COPY EXCLOGSL.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY EXCLOGFD.

       COPY PACOTEFD.

       COPY PARRESFD.

       FD  RELATR
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELATR.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY EXCLOGWS.
       COPY PACOTEWS.
       COPY PARRESWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  QTD-PACOTES   PIC 9(03) VALUE ZEROES.
       77  PACOTES-DEMAIS PIC 9(05) VALUE ZEROES.
       77  QTD-CANCELAR  PIC 9(04) VALUE ZEROES.
       77  CANCELAR-DEMAIS PIC 9(05) VALUE ZEROES.
       77  ACHOU-PAC     PIC X(03) VALUE "NAO".
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-LISTADAS   PIC 9(07) VALUE ZEROES.
       77  CT-VENCIDAS   PIC 9(05) VALUE ZEROES.
       77  CT-SEM-PACOTE PIC 9(05) VALUE ZEROES.
       77  VALOR-ABERTO  PIC 9(09)V9(02) VALUE ZEROES.
       77  TOT-VENCIDO   PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-CANCELAR  PIC 9(11)V9(02) VALUE ZEROES.

      *PACOTES DO CADASTRO COM A DATA DE CORTE DO PLANO JA
      *CALCULADA (PARRESPD).
       01  TAB-PACOTES.
           02 PACOTE-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-PACOTES
                 INDEXED BY IDX-PAC.
              03 CODIGO-PAC-TAB  PIC X(06).
              03 SAIDA-PAC-TAB   PIC 9(08).
              03 CORTE-PAC-TAB   PIC 9(08).

      *RESERVAS JA MARCADAS PARA CANCELAR, PARA IR UMA SO VEZ AO
      *EXCLOG.
       01  TAB-CANCELAR.
           02 CANCELAR-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-CANCELAR
                 INDEXED BY IDX-CAN.
              03 CPF-CAN-TAB      PIC 9(11).
              03 DATA-RES-CAN-TAB PIC 9(08).
              03 PACOTE-CAN-TAB   PIC X(06).

       01 CAB-ATRASO1.
           02 FILLER    PIC X(40) VALUE
              "PARCELAS DE RESERVAS EM ATRASO".
           02 FILLER    PIC X(40) VALUE SPACES.

       01 CAB-ATRASO2.
           02 FILLER    PIC X(40) VALUE
              "CPF         PACOTE RESERVA    PC VENCIME".
           02 FILLER    PIC X(40) VALUE
              "NTO      EM ABERTO SAIDA      SITUACAO  ".

       01 DETALHE-REL.
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PACOTE-REL   PIC X(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DATA-RES-REL PIC 9999/99/99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NUMERO-REL   PIC 99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VENCTO-REL   PIC 9999/99/99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ABERTO-REL   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SAIDA-REL    PIC 9999/99/99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MARCA-REL    PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.

       01 TOTAL-VEN.
           02 FILLER    PIC X(29) VALUE "Parcelas vencidas..........: ".
           02 QTD-VEN   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-VVE.
           02 FILLER    PIC X(29) VALUE "Valor vencido............R$: ".
           02 VAL-VVE   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(34) VALUE SPACES.

       01 TOTAL-CAN.
           02 FILLER    PIC X(29) VALUE "Reservas a cancelar........: ".
           02 QTD-CAN   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-VCA.
           02 FILLER    PIC X(29) VALUE "Em aberto a cancelar.....R$: ".
           02 VAL-VCA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(34) VALUE SPACES.

       01 TOTAL-SPC.
           02 FILLER    PIC X(29) VALUE "Parcelas de pacote s/ cad..: ".
           02 QTD-SPC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-PACOTES.
           PERFORM APURA-PARCELAS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           PERFORM GRAVA-JOBLOG-INICIO.
           OPEN OUTPUT RELATR.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG NOT EQUAL "00"
              OPEN OUTPUT EXCLOG
           END-IF.
           WRITE REG-REL FROM CAB-ATRASO1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ATRASO2 AFTER ADVANCING 2 LINE.

       CARREGA-PACOTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PACOTES.
           IF FS-PACOTES EQUAL "00"
              PERFORM LER-PACOTES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PACOTES
           END-IF.
           IF PACOTES-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02ATR: " PACOTES-DEMAIS " PACOTE(S) ALEM "
                      "DA TABELA DE 500 - O RELATORIO SAIRIA "
                      "INCOMPLETO. RODADA ABORTADA."
              CLOSE RELATR EXCLOG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PACOTES.
           READ PACOTES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-PACOTES LESS THAN 500
                 ADD 1 TO QTD-PACOTES
                 PERFORM PARAMETROS-PLANO
                 PERFORM CALCULA-CORTE-PLANO
                 MOVE CODIGO-PAC TO CODIGO-PAC-TAB(QTD-PACOTES)
                 MOVE SAIDA-PLN  TO SAIDA-PAC-TAB(QTD-PACOTES)
                 MOVE CORTE-PLN  TO CORTE-PAC-TAB(QTD-PACOTES)
              ELSE
                 ADD 1 TO PACOTES-DEMAIS
              END-IF
           END-IF.

       APURA-PARCELAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PARCRES.
           IF FS-PARCRES EQUAL "00"
              PERFORM LER-PARCRES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCRES
           END-IF.

      *SO INTERESSA PARCELA ABERTA DE SAIDA QUE AINDA NAO
      *ACONTECEU: VENCIDA, OU DE RESERVA QUE JA PASSOU DO CORTE.
       LER-PARCRES.
           READ PARCRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF PARCELA-ABERTA
                 MOVE "NAO" TO ACHOU-PAC
                 SET IDX-PAC TO 1
                 SEARCH PACOTE-ITEM
                    AT END
                       ADD 1 TO CT-SEM-PACOTE
                    WHEN CODIGO-PAC-TAB(IDX-PAC) EQUAL PACOTE-PCL
                       MOVE "SIM" TO ACHOU-PAC
                 END-SEARCH
                 IF ACHOU-PAC EQUAL "SIM"
                    IF SAIDA-PAC-TAB(IDX-PAC) GREATER THAN
                       DATA-SISTEMA
                       PERFORM AVALIA-PARCELA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       AVALIA-PARCELA.
           COMPUTE VALOR-ABERTO = VALOR-PCL - PAGO-PCL.
           MOVE SPACES TO MARCA-REL.
           IF DATA-SISTEMA NOT LESS THAN CORTE-PAC-TAB(IDX-PAC)
              MOVE "CANCELAR" TO MARCA-REL
              ADD VALOR-ABERTO TO TOT-CANCELAR
              PERFORM REGISTRA-CANCELAR
           ELSE
              IF VENCTO-PCL LESS THAN DATA-SISTEMA
                 MOVE "VENCIDA" TO MARCA-REL
              END-IF
           END-IF.
           IF VENCTO-PCL LESS THAN DATA-SISTEMA
              ADD 1 TO CT-VENCIDAS
              ADD VALOR-ABERTO TO TOT-VENCIDO
           END-IF.
           IF MARCA-REL NOT EQUAL SPACES
              MOVE CPF-PCL      TO CPF-REL
              MOVE PACOTE-PCL   TO PACOTE-REL
              MOVE DATA-RES-PCL TO DATA-RES-REL
              MOVE NUMERO-PCL   TO NUMERO-REL
              MOVE VENCTO-PCL   TO VENCTO-REL
              MOVE VALOR-ABERTO TO ABERTO-REL
              MOVE SAIDA-PAC-TAB(IDX-PAC) TO SAIDA-REL
              WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LISTADAS
           END-IF.

      *A RESERVA VAI UMA SO VEZ PARA A TABELA E PARA O EXCLOG,
      *QUALQUER QUE SEJA O NUMERO DE PARCELAS ABERTAS.
       REGISTRA-CANCELAR.
           SET IDX-CAN TO 1.
           SEARCH CANCELAR-ITEM
              AT END
                 PERFORM GUARDA-CANCELAR
              WHEN CPF-CAN-TAB(IDX-CAN) EQUAL CPF-PCL
                 AND DATA-RES-CAN-TAB(IDX-CAN) EQUAL DATA-RES-PCL
                 AND PACOTE-CAN-TAB(IDX-CAN) EQUAL PACOTE-PCL
                 CONTINUE
           END-SEARCH.

       GUARDA-CANCELAR.
           IF QTD-CANCELAR LESS THAN 2000
              ADD 1 TO QTD-CANCELAR
              MOVE CPF-PCL      TO CPF-CAN-TAB(QTD-CANCELAR)
              MOVE DATA-RES-PCL TO DATA-RES-CAN-TAB(QTD-CANCELAR)
              MOVE PACOTE-PCL   TO PACOTE-CAN-TAB(QTD-CANCELAR)
              MOVE SPACES       TO REG-EXCLOG
              MOVE "EX02ATR"    TO EXCLOG-PROGRAMA
              MOVE CPF-PCL(1:8) TO EXCLOG-CHAVE
              MOVE "PLANO NAO QUITADO NO CORTE"
                                TO EXCLOG-CONDICAO
              MOVE DATA-SISTEMA TO EXCLOG-DATA
              ACCEPT EXCLOG-HORA FROM TIME
              WRITE REG-EXCLOG
           ELSE
              ADD 1 TO CANCELAR-DEMAIS
           END-IF.

       IMPRESSAO-FINAL.
           MOVE CT-VENCIDAS TO QTD-VEN.
           WRITE REG-REL FROM TOTAL-VEN AFTER ADVANCING 2 LINE.
           MOVE TOT-VENCIDO TO VAL-VVE.
           WRITE REG-REL FROM TOTAL-VVE AFTER ADVANCING 1 LINE.
           MOVE QTD-CANCELAR TO QTD-CAN.
           WRITE REG-REL FROM TOTAL-CAN AFTER ADVANCING 1 LINE.
           MOVE TOT-CANCELAR TO VAL-VCA.
           WRITE REG-REL FROM TOTAL-VCA AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-PACOTE TO QTD-SPC.
           WRITE REG-REL FROM TOTAL-SPC AFTER ADVANCING 1 LINE.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX02ATR " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           MOVE DATA-SISTEMA TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       FIM.
           CLOSE RELATR EXCLOG.
           PERFORM GRAVA-JOBLOG-FIM.
           IF CANCELAR-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02ATR: MAIS DE 2000 RESERVAS A CANCELAR - "
                      "O EXCLOG SAIU INCOMPLETO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF QTD-CANCELAR GREATER THAN ZEROES
              DISPLAY "EX02ATR: " QTD-CANCELAR " RESERVA(S) SEM O "
                      "PLANO QUITADO NA DATA DE CORTE - CANCELAR "
                      "NO EX02RES."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EX02ATR: " CT-LISTADAS " PARCELA(S) NO "
                   "RELATORIO RELATR.txt.".

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX02ATR "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           MOVE DATA-SISTEMA TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-LISTADAS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY PARRESPD.

       COPY DATPRCPD.
