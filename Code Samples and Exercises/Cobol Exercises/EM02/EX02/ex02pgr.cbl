       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02PGR.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RODADA DE BAIXA DOS PAGAMENTOS DE RESERVAS, NA
      *            MESMA DISCIPLINA DO EX01PAG. LE OS PAGAMENTOS
      *            RECEBIDOS DOS VIAJANTES (PAGRES.DAT: CPF, DATA DA
      *            RESERVA, PACOTE E VALOR) E OS APLICA AS PARCELAS
      *            ABERTAS DO PLANO DA RESERVA (PARCRES.DAT, GERADO
      *            PELO EX02RES), NA ORDEM DO PLANO (SINAL PRIMEIRO):
      *            PARCELA COBERTA FICA QUITADA (Q); O QUE NAO COBRE
      *            A PARCELA FICA ACUMULADO NO PAGO DELA. CADA
      *            PAGAMENTO BAIXADO GERA UM RECIBO EM RECIBRES.txt,
      *            NUMERADO PELO CONTROLE CTLRECRV.DAT (AUSENTE OU
      *            VAZIO ABORTA COM RETURN-CODE 16 - NA IMPLANTACAO,
      *            CRIAR COM 00000), E O NUMERO FICA NA PARCELA.
      *            PAGAMENTO JA APLICADO NA DATA DE PROCESSAMENTO
      *            (CONTROLE PAGRPROC.DAT) E PULADO NA RERODADA.
      *            PAGAMENTO SEM PARCELA ABERTA E A SOBRA DO PAGO A
      *            MAIOR SAEM NO RELATORIO RELPGR PARA ACERTO MANUAL,
      *            COM RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PAGRES ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PAGRES.

       COPY PARRESSL.

       SELECT PARCRESN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAGRPROC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PAGRPROC.

       SELECT CTLRECRV ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CTLRECRV.

       SELECT RECIBRES ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELPGR ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       FD  PAGRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGRES.DAT".
       01  REG-PAGRES.
           02 CPF-PGR          PIC 9(11).
           02 DATA-RES-PGR     PIC 9(08).
           02 PACOTE-PGR       PIC X(06).
           02 VALOR-PGR        PIC 9(09)V9(02).

       COPY PARRESFD.

       FD  PARCRESN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARCRESN.DAT".
       01  REG-PARCELAN      PIC X(71).

       FD  PAGRPROC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGRPROC.DAT".
       01  REG-PAGRPROC.
           02 CPF-PRC          PIC 9(11).
           02 DATA-RES-PRC     PIC 9(08).
           02 PACOTE-PRC       PIC X(06).
           02 DATA-PRC         PIC 9(08).
           02 VALOR-PRC        PIC 9(09)V9(02).

       FD  CTLRECRV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLRECRV.DAT".
       01  REG-CTLRECRV.
           02 ULT-RECIBO       PIC 9(05).

       FD  RECIBRES
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RECIBRES.txt".
       01  REG-RECIBO    PIC X(80).

       FD  RELPGR
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELPGR.txt".
       01  REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY PARRESWS.
       77  FS-PAGRES     PIC X(02) VALUE "00".
       77  FS-PAGRPROC   PIC X(02) VALUE "00".
       77  FS-CTLRECRV   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  QTD-PAGTAB    PIC 9(04) VALUE ZEROES.
       77  PAGTAB-DEMAIS PIC 9(05) VALUE ZEROES.
       77  QTD-PROC      PIC 9(04) VALUE ZEROES.
       77  PROC-DEMAIS   PIC 9(05) VALUE ZEROES.
       77  IDX-P         PIC 9(04) VALUE ZEROES.
       77  JA-APLICADO   PIC X(01) VALUE "N".
       77  FALTA-PARCELA PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
       77  CT-RECIBOS    PIC 9(05) VALUE ZEROES.
       77  CT-BAIXAS     PIC 9(05) VALUE ZEROES.
       77  CT-QUITADAS   PIC 9(05) VALUE ZEROES.
       77  CT-SEM-PLANO  PIC 9(05) VALUE ZEROES.
       77  CT-AMAIOR     PIC 9(05) VALUE ZEROES.
       77  CT-JA-APLIC   PIC 9(05) VALUE ZEROES.
       77  TOT-BAIXADO   PIC 9(11)V9(02) VALUE ZEROES.

      *PAGAMENTOS DA RODADA. TEM-ABERTA-TAB MARCA OS QUE TEM
      *PARCELA ABERTA NO PLANO; RESTO-TAB E O QUE AINDA NAO FOI
      *APLICADO (NO FIM, SOBRA DO PAGO A MAIOR).
       01  TAB-PAGTOS.
           02 PAGTAB-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-PAGTAB
                 INDEXED BY IDX-PGT.
              03 CPF-PGT-TAB      PIC 9(11).
              03 DATA-RES-PGT-TAB PIC 9(08).
              03 PACOTE-PGT-TAB   PIC X(06).
              03 VALOR-PGT-TAB    PIC 9(09)V9(02).
              03 RESTO-PGT-TAB    PIC 9(09)V9(02).
              03 SITUACAO-PGT-TAB PIC X(01).
              03 TEM-ABERTA-TAB   PIC X(01).
              03 RECIBO-PGT-TAB   PIC 9(05).

      *PAGAMENTOS JA APLICADOS NA DATA DE PROCESSAMENTO (CONTROLE
      *PAGRPROC.DAT), PARA A RERODADA NAO APLICAR EM DOBRO.
       01  TAB-PROCESSADOS.
           02 PROC-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-PROC
                 INDEXED BY IDX-PRC.
              03 CPF-PRC-TAB      PIC 9(11).
              03 DATA-RES-PRC-TAB PIC 9(08).
              03 PACOTE-PRC-TAB   PIC X(06).
              03 VALOR-PRC-TAB    PIC 9(09)V9(02).

       01 CAB-PGR1.
           02 FILLER    PIC X(40) VALUE
              "BAIXA DE PAGAMENTOS DE RESERVAS".
           02 FILLER    PIC X(40) VALUE SPACES.

       01 CAB-PGR2.
           02 FILLER    PIC X(40) VALUE
              "CPF         PACOTE RESERVA             V".
           02 FILLER    PIC X(40) VALUE
              "ALOR RECIB SITUACAO                     ".

       01 DETALHE-REL.
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PACOTE-REL   PIC X(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DATA-RES-REL PIC 9999/99/99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VALOR-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RECIBO-REL   PIC ZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MENSAGEM-REL PIC X(29).

       01 DETALHE-SOBRA.
           02 FILLER       PIC X(30) VALUE SPACES.
           02 FILLER       PIC X(24) VALUE
              "SOBRA A DEVOLVER.....R$ ".
           02 SOBRA-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(12) VALUE SPACES.

       01 TOTAL-LID.
           02 FILLER    PIC X(29) VALUE "Pagamentos recebidos.......: ".
           02 QTD-LID   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-BXA.
           02 FILLER    PIC X(29) VALUE "Pagamentos baixados........: ".
           02 QTD-BXA   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-QUI.
           02 FILLER    PIC X(29) VALUE "Parcelas quitadas..........: ".
           02 QTD-QUI   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-SPL.
           02 FILLER    PIC X(29) VALUE "Sem parcela em aberto......: ".
           02 QTD-SPL   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-AMA.
           02 FILLER    PIC X(29) VALUE "Pagos a maior..............: ".
           02 QTD-AMA   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-JAP.
           02 FILLER    PIC X(29) VALUE "Ja aplicados (rerodada)....: ".
           02 QTD-JAP   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-VAL.
           02 FILLER    PIC X(29) VALUE "Valor baixado............R$: ".
           02 VAL-BXA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(34) VALUE SPACES.

       01 RECIBO-CAB.
           02 FILLER      PIC X(29) VALUE
              "RECIBO DE PAGAMENTO NUMERO...".
           02 FILLER      PIC X(02) VALUE ": ".
           02 NUM-RECIBO  PIC 9(05).
           02 FILLER      PIC X(44) VALUE SPACES.

       01 RECIBO-CORPO1.
           02 FILLER        PIC X(24) VALUE "VIAJANTE (CPF)........: ".
           02 CPF-RECIBO    PIC 9(11).
           02 FILLER        PIC X(45) VALUE SPACES.

       01 RECIBO-CORPO2.
           02 FILLER        PIC X(24) VALUE "RESERVA DO PACOTE.....: ".
           02 PACOTE-RECIBO PIC X(06).
           02 FILLER        PIC X(04) VALUE " EM ".
           02 DIA-RES-RECIBO PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 MES-RES-RECIBO PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 ANO-RES-RECIBO PIC 9999.
           02 FILLER        PIC X(36) VALUE SPACES.

       01 RECIBO-CORPO3.
           02 FILLER        PIC X(24) VALUE "VALOR PAGO............: ".
           02 VALOR-RECIBO  PIC Z.999.999.999,99.
           02 FILLER        PIC X(37) VALUE SPACES.

       01 RECIBO-CORPO4.
           02 FILLER        PIC X(24) VALUE "DATA DO PAGAMENTO.....: ".
           02 DIA-RECIBO    PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 MES-RECIBO    PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 ANO-RECIBO    PIC 9999.
           02 FILLER        PIC X(46) VALUE SPACES.

       01 RECIBO-RODAPE.
           02 FILLER  PIC X(52) VALUE
              "PAGAMENTO RECEBIDO E BAIXADO NO PLANO DA RESERVA.   ".
           02 FILLER  PIC X(28) VALUE SPACES.

       01 RECIBO-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM MARCA-ABERTAS.
           PERFORM NUMERA-RECIBOS.
           PERFORM APLICA-PAGAMENTOS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM LE-CONTROLE-RECIBO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           MOVE DATA-SISTEMA(7:2) TO DIA-RECIBO.
           MOVE DATA-SISTEMA(5:2) TO MES-RECIBO.
           MOVE DATA-SISTEMA(1:4) TO ANO-RECIBO.
           PERFORM CARREGA-PROCESSADOS.
           PERFORM CARREGA-PAGAMENTOS.
           PERFORM GRAVA-JOBLOG-INICIO.
           OPEN OUTPUT RELPGR RECIBRES.
           WRITE REG-REL FROM CAB-PGR1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-PGR2 AFTER ADVANCING 2 LINE.

      *O ULTIMO NUMERO DE RECIBO EMITIDO VEM DO ARQUIVO DE
      *CONTROLE; SEM ELE A RODADA ABORTA - RECOMECAR DO ZERO
      *DUPLICARIA NUMEROS DE RECIBOS JA ENTREGUES.
       LE-CONTROLE-RECIBO.
           OPEN INPUT CTLRECRV.
           IF FS-CTLRECRV NOT EQUAL "00"
              DISPLAY "EX02PGR: ARQUIVO DE CONTROLE CTLRECRV.DAT "
                      "AUSENTE - RODADA ABORTADA PARA NAO REUSAR "
                      "NUMEROS DE RECIBO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CTLRECRV
              AT END
                 DISPLAY "EX02PGR: CTLRECRV.DAT VAZIO - RODADA "
                         "ABORTADA."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              NOT AT END
                 MOVE ULT-RECIBO TO CT-RECIBOS
           END-READ.
           CLOSE CTLRECRV.

      *CARREGA OS PAGAMENTOS JA APLICADOS NA DATA DE PROCESSAMENTO
      *(RERODADA). SEM PAGRPROC = PRIMEIRA RODADA DA DATA. MAIS
      *ENTRADAS DO QUE A TABELA COMPORTA ABORTA - SEM A TABELA
      *COMPLETA A RERODADA APLICARIA PAGAMENTO EM DOBRO.
       CARREGA-PROCESSADOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PAGRPROC.
           IF FS-PAGRPROC EQUAL "00"
              PERFORM LER-PAGRPROC UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PAGRPROC
           END-IF.
           MOVE "00" TO FS-PAGRPROC.
           IF PROC-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02PGR: MAIS DE 2000 PAGAMENTOS JA "
                      "APLICADOS NA DATA - A TABELA NAO COMPORTA E "
                      "A RERODADA APLICARIA EM DOBRO. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PAGRPROC.
           READ PAGRPROC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF DATA-PRC EQUAL DATA-SISTEMA
                 IF QTD-PROC LESS THAN 2000
                    ADD 1 TO QTD-PROC
                    MOVE CPF-PRC      TO CPF-PRC-TAB(QTD-PROC)
                    MOVE DATA-RES-PRC TO DATA-RES-PRC-TAB(QTD-PROC)
                    MOVE PACOTE-PRC   TO PACOTE-PRC-TAB(QTD-PROC)
                    MOVE VALOR-PRC    TO VALOR-PRC-TAB(QTD-PROC)
                 ELSE
                    ADD 1 TO PROC-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *PAGAMENTOS DA RODADA NA TABELA. SEM PAGRES NAO HA O QUE
      *BAIXAR; MAIS DE 2000 ABORTA ANTES DE TOCAR NO PLANO.
       CARREGA-PAGAMENTOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PAGRES.
           IF FS-PAGRES NOT EQUAL "00"
              DISPLAY "EX02PGR: PAGRES.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-PAGRES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PAGRES UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PAGRES.
           IF PAGTAB-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02PGR: " PAGTAB-DEMAIS " PAGAMENTO(S) ALEM "
                      "DA TABELA DE 2000 - DIVIDA O PAGRES E RODE "
                      "DE NOVO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PAGRES.
           READ PAGRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF QTD-PAGTAB LESS THAN 2000
                 ADD 1 TO QTD-PAGTAB
                 MOVE CPF-PGR      TO CPF-PGT-TAB(QTD-PAGTAB)
                 MOVE DATA-RES-PGR TO DATA-RES-PGT-TAB(QTD-PAGTAB)
                 MOVE PACOTE-PGR   TO PACOTE-PGT-TAB(QTD-PAGTAB)
                 MOVE VALOR-PGR    TO VALOR-PGT-TAB(QTD-PAGTAB)
                                      RESTO-PGT-TAB(QTD-PAGTAB)
                 MOVE "N"          TO TEM-ABERTA-TAB(QTD-PAGTAB)
                 MOVE ZEROES       TO RECIBO-PGT-TAB(QTD-PAGTAB)
                 PERFORM LOCALIZA-PROCESSADO
                 IF JA-APLICADO EQUAL "S"
                    MOVE "J" TO SITUACAO-PGT-TAB(QTD-PAGTAB)
                 ELSE
                    MOVE SPACES TO SITUACAO-PGT-TAB(QTD-PAGTAB)
                 END-IF
              ELSE
                 ADD 1 TO PAGTAB-DEMAIS
              END-IF
           END-IF.

       LOCALIZA-PROCESSADO.
           MOVE "N" TO JA-APLICADO.
           SET IDX-PRC TO 1.
           SEARCH PROC-ITEM
              AT END CONTINUE
              WHEN CPF-PRC-TAB(IDX-PRC) EQUAL CPF-PGR
                 AND DATA-RES-PRC-TAB(IDX-PRC) EQUAL DATA-RES-PGR
                 AND PACOTE-PRC-TAB(IDX-PRC) EQUAL PACOTE-PGR
                 AND VALOR-PRC-TAB(IDX-PRC) EQUAL VALOR-PGR
                 MOVE "S" TO JA-APLICADO
           END-SEARCH.

      *PRIMEIRA PASSADA NO PLANO: MARCA OS PAGAMENTOS CUJA RESERVA
      *TEM PARCELA ABERTA - SO ESSES RECEBEM NUMERO DE RECIBO.
       MARCA-ABERTAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PARCRES.
           IF FS-PARCRES EQUAL "00"
              PERFORM LER-PARCRES-MARCA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCRES
           END-IF.
           MOVE "00" TO FS-PARCRES.

       LER-PARCRES-MARCA.
           READ PARCRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PARCELA-ABERTA
                 PERFORM MARCA-PAGAMENTO
                    VARYING IDX-P FROM 1 BY 1
                    UNTIL IDX-P GREATER THAN QTD-PAGTAB
              END-IF
           END-IF.

       MARCA-PAGAMENTO.
           IF CPF-PGT-TAB(IDX-P) EQUAL CPF-PCL AND
              DATA-RES-PGT-TAB(IDX-P) EQUAL DATA-RES-PCL AND
              PACOTE-PGT-TAB(IDX-P) EQUAL PACOTE-PCL
              MOVE "S" TO TEM-ABERTA-TAB(IDX-P)
           END-IF.

       NUMERA-RECIBOS.
           PERFORM NUMERA-PAGAMENTO
              VARYING IDX-P FROM 1 BY 1
              UNTIL IDX-P GREATER THAN QTD-PAGTAB.

       NUMERA-PAGAMENTO.
           IF SITUACAO-PGT-TAB(IDX-P) EQUAL SPACES
              IF TEM-ABERTA-TAB(IDX-P) EQUAL "S"
                 ADD 1 TO CT-RECIBOS CT-BAIXAS
                 MOVE CT-RECIBOS TO RECIBO-PGT-TAB(IDX-P)
                 MOVE "B" TO SITUACAO-PGT-TAB(IDX-P)
              ELSE
                 MOVE "S" TO SITUACAO-PGT-TAB(IDX-P)
              END-IF
           END-IF.

      *SEGUNDA PASSADA: COPIA O PLANO PARA PARCRESN APLICANDO OS
      *PAGAMENTOS BAIXADOS AS PARCELAS ABERTAS, NA ORDEM DO
      *ARQUIVO, E SUBSTITUI O PLANO PELA COPIA.
       APLICA-PAGAMENTOS.
           IF CT-BAIXAS GREATER THAN ZEROES
              MOVE "NAO" TO FIM-ARQ
              OPEN INPUT  PARCRES
                   OUTPUT PARCRESN
              PERFORM COPIA-OU-BAIXA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCRES PARCRESN
              MOVE "NAO" TO FIM-ARQ
              OPEN INPUT  PARCRESN
                   OUTPUT PARCRES
              PERFORM COPIA-PARCRESN UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCRESN PARCRES
           END-IF.

       COPIA-OU-BAIXA.
           READ PARCRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PARCELA-ABERTA
                 COMPUTE FALTA-PARCELA = VALOR-PCL - PAGO-PCL
                 PERFORM BAIXA-PARCELA
                    VARYING IDX-P FROM 1 BY 1
                    UNTIL IDX-P GREATER THAN QTD-PAGTAB
                       OR FALTA-PARCELA EQUAL ZEROES
                 IF FALTA-PARCELA EQUAL ZEROES
                    MOVE "Q" TO SITUACAO-PCL
                    ADD 1 TO CT-QUITADAS
                 END-IF
              END-IF
              WRITE REG-PARCELAN FROM REG-PARCELA
           END-IF.

       BAIXA-PARCELA.
           IF SITUACAO-PGT-TAB(IDX-P) EQUAL "B" AND
              RESTO-PGT-TAB(IDX-P) GREATER THAN ZEROES AND
              CPF-PGT-TAB(IDX-P) EQUAL CPF-PCL AND
              DATA-RES-PGT-TAB(IDX-P) EQUAL DATA-RES-PCL AND
              PACOTE-PGT-TAB(IDX-P) EQUAL PACOTE-PCL
              IF RESTO-PGT-TAB(IDX-P) NOT LESS THAN FALTA-PARCELA
                 ADD FALTA-PARCELA TO PAGO-PCL
                 SUBTRACT FALTA-PARCELA FROM RESTO-PGT-TAB(IDX-P)
                 MOVE ZEROES TO FALTA-PARCELA
              ELSE
                 ADD RESTO-PGT-TAB(IDX-P) TO PAGO-PCL
                 SUBTRACT RESTO-PGT-TAB(IDX-P) FROM FALTA-PARCELA
                 MOVE ZEROES TO RESTO-PGT-TAB(IDX-P)
              END-IF
              MOVE RECIBO-PGT-TAB(IDX-P) TO RECIBO-PCL
              MOVE DATA-SISTEMA          TO DATA-PAGTO-PCL
           END-IF.

       COPIA-PARCRESN.
           READ PARCRESN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-PARCELA FROM REG-PARCELAN
              ADD 1 TO CT-GRAVADOS
           END-IF.

      *RECIBOS, CONTROLE DE RERODADA E LINHAS DO RELATORIO, NA
      *ORDEM DO PAGRES.
       IMPRESSAO-FINAL.
           OPEN EXTEND PAGRPROC.
           IF FS-PAGRPROC NOT EQUAL "00"
              OPEN OUTPUT PAGRPROC
           END-IF.
           PERFORM REPORTA-PAGAMENTO
              VARYING IDX-P FROM 1 BY 1
              UNTIL IDX-P GREATER THAN QTD-PAGTAB.
           CLOSE PAGRPROC.
           MOVE CT-LIDOS TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 2 LINE.
           MOVE CT-BAIXAS TO QTD-BXA.
           WRITE REG-REL FROM TOTAL-BXA AFTER ADVANCING 1 LINE.
           MOVE CT-QUITADAS TO QTD-QUI.
           WRITE REG-REL FROM TOTAL-QUI AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-PLANO TO QTD-SPL.
           WRITE REG-REL FROM TOTAL-SPL AFTER ADVANCING 1 LINE.
           MOVE CT-AMAIOR TO QTD-AMA.
           WRITE REG-REL FROM TOTAL-AMA AFTER ADVANCING 1 LINE.
           MOVE CT-JA-APLIC TO QTD-JAP.
           WRITE REG-REL FROM TOTAL-JAP AFTER ADVANCING 1 LINE.
           MOVE TOT-BAIXADO TO VAL-BXA.
           WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE.

       REPORTA-PAGAMENTO.
           MOVE CPF-PGT-TAB(IDX-P)      TO CPF-REL.
           MOVE PACOTE-PGT-TAB(IDX-P)   TO PACOTE-REL.
           MOVE DATA-RES-PGT-TAB(IDX-P) TO DATA-RES-REL.
           MOVE VALOR-PGT-TAB(IDX-P)    TO VALOR-REL.
           MOVE RECIBO-PGT-TAB(IDX-P)   TO RECIBO-REL.
           EVALUATE SITUACAO-PGT-TAB(IDX-P)
              WHEN "J"
                 MOVE "JA APLICADO NA DATA - PULADO" TO MENSAGEM-REL
                 ADD 1 TO CT-JA-APLIC
              WHEN "S"
                 MOVE "SEM PARCELA EM ABERTO" TO MENSAGEM-REL
                 ADD 1 TO CT-SEM-PLANO
              WHEN OTHER
                 COMPUTE TOT-BAIXADO = TOT-BAIXADO +
                         VALOR-PGT-TAB(IDX-P) - RESTO-PGT-TAB(IDX-P)
                 IF RESTO-PGT-TAB(IDX-P) GREATER THAN ZEROES
                    MOVE "BAIXADO - PAGO A MAIOR" TO MENSAGEM-REL
                    ADD 1 TO CT-AMAIOR
                 ELSE
                    MOVE "BAIXADO" TO MENSAGEM-REL
                 END-IF
                 PERFORM GERA-RECIBO
                 PERFORM GRAVA-PAGRPROC
           END-EVALUATE.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           IF SITUACAO-PGT-TAB(IDX-P) EQUAL "B" AND
              RESTO-PGT-TAB(IDX-P) GREATER THAN ZEROES
              MOVE RESTO-PGT-TAB(IDX-P) TO SOBRA-REL
              WRITE REG-REL FROM DETALHE-SOBRA AFTER ADVANCING 1 LINE
           END-IF.

       GERA-RECIBO.
           MOVE RECIBO-PGT-TAB(IDX-P)   TO NUM-RECIBO.
           MOVE CPF-PGT-TAB(IDX-P)      TO CPF-RECIBO.
           MOVE PACOTE-PGT-TAB(IDX-P)   TO PACOTE-RECIBO.
           MOVE DATA-RES-PGT-TAB(IDX-P)(7:2) TO DIA-RES-RECIBO.
           MOVE DATA-RES-PGT-TAB(IDX-P)(5:2) TO MES-RES-RECIBO.
           MOVE DATA-RES-PGT-TAB(IDX-P)(1:4) TO ANO-RES-RECIBO.
           MOVE VALOR-PGT-TAB(IDX-P)    TO VALOR-RECIBO.
           WRITE REG-RECIBO FROM RECIBO-CAB       AFTER ADVANCING 1
              LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO1    AFTER ADVANCING 1
              LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO2    AFTER ADVANCING 1
              LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO3    AFTER ADVANCING 1
              LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO4    AFTER ADVANCING 1
              LINE.
           WRITE REG-RECIBO FROM RECIBO-RODAPE    AFTER ADVANCING 1
              LINE.
           WRITE REG-RECIBO FROM RECIBO-SEPARADOR AFTER ADVANCING 1
              LINE.

       GRAVA-PAGRPROC.
           MOVE CPF-PGT-TAB(IDX-P)      TO CPF-PRC.
           MOVE DATA-RES-PGT-TAB(IDX-P) TO DATA-RES-PRC.
           MOVE PACOTE-PGT-TAB(IDX-P)   TO PACOTE-PRC.
           MOVE DATA-SISTEMA            TO DATA-PRC.
           MOVE VALOR-PGT-TAB(IDX-P)    TO VALOR-PRC.
           WRITE REG-PAGRPROC.

       GRAVA-CONTROLE-RECIBO.
           OPEN OUTPUT CTLRECRV.
           MOVE CT-RECIBOS TO ULT-RECIBO.
           WRITE REG-CTLRECRV.
           CLOSE CTLRECRV.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX02PGR " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           MOVE DATA-SISTEMA TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       FIM.
           CLOSE RELPGR RECIBRES.
           PERFORM GRAVA-CONTROLE-RECIBO.
           PERFORM GRAVA-JOBLOG-FIM.
           IF CT-SEM-PLANO GREATER THAN ZEROES OR
              CT-AMAIOR GREATER THAN ZEROES
              DISPLAY "EX02PGR: " CT-SEM-PLANO " PAGAMENTO(S) SEM "
                      "PARCELA ABERTA E " CT-AMAIOR " PAGO(S) A "
                      "MAIOR - ACERTAR PELO RELPGR."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EX02PGR: " CT-BAIXAS " PAGAMENTO(S) BAIXADO(S) - "
                   "RELATORIO RELPGR.txt.".

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX02PGR "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           MOVE DATA-SISTEMA TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
