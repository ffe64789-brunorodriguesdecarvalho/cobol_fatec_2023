       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02OCP.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    APROVEITAMENTO DAS SAIDAS. CRUZA O CADASTRO DE
      *            PACOTES (PACOTES.DAT, DO EX02PAC) COM AS RESERVAS
      *            (RESERVAS.DAT, DO EX02RES) E IMPRIME EM RELOCP,
      *            POR PACOTE: CAPACIDADE, LUGARES VENDIDOS
      *            (RESERVADAS + VIAJADAS), LISTA DE ESPERA,
      *            CANCELADAS, PERCENTUAL DE OCUPACAO E RECEITA DOS
      *            LUGARES VENDIDOS. NO FIM SAEM OS TOTAIS GERAIS, AS
      *            RESERVAS ANTIGAS SEM PACOTE E AS RESERVAS DE
      *            PACOTE QUE NAO ESTA NO CADASTRO.
      *            SAIDA COM MAIS VENDIDOS DO QUE LUGARES (SO ACONTECE
      *            COM O ARQUIVO MEXIDO POR FORA DO EX02RES) SAI
      *            MARCADA "EXCEDIDO" E A RODADA TERMINA COM
      *            RETURN-CODE 4. MAIS DE 500 PACOTES ABORTA COM
      *            RETURN-CODE 16.
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

       COPY RESVIASL.

       SELECT RELOCP ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PACOTEFD.

       COPY RESVIAFD.

       FD  RELOCP
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELOCP.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PACOTEWS.
       COPY RESVIAWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  QTD-PACOTES   PIC 9(03) VALUE ZEROES.
       77  PACOTES-DEMAIS PIC 9(05) VALUE ZEROES.
       77  IDX-P         PIC 9(03) VALUE ZEROES.
       77  CT-SEM-PACOTE PIC 9(05) VALUE ZEROES.
       77  CT-PAC-INEXISTENTE PIC 9(05) VALUE ZEROES.
       77  CT-EXCEDIDOS  PIC 9(03) VALUE ZEROES.
       77  TOT-CAPACIDADE PIC 9(07) VALUE ZEROES.
       77  TOT-VENDIDOS  PIC 9(07) VALUE ZEROES.
       77  TOT-ESPERA    PIC 9(07) VALUE ZEROES.
       77  TOT-CANCELADAS PIC 9(07) VALUE ZEROES.
       77  TOT-RECEITA   PIC 9(11)V9(02) VALUE ZEROES.
       77  PERC-OCUPACAO PIC 9(03)V9(01) VALUE ZEROES.

       01  TAB-PACOTES.
           02 PACOTE-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-PACOTES
                 INDEXED BY IDX-PAC.
              03 CODIGO-PAC-TAB     PIC X(06).
              03 DESTINO-PAC-TAB    PIC X(20).
              03 SAIDA-PAC-TAB      PIC 9(08).
              03 CAPACIDADE-PAC-TAB PIC 9(03).
              03 VENDIDOS-PAC-TAB   PIC 9(05).
              03 ESPERA-PAC-TAB     PIC 9(05).
              03 CANCELADAS-PAC-TAB PIC 9(05).
              03 RECEITA-PAC-TAB    PIC 9(11)V9(02).

       01 CAB-OCUPACAO1.
           02 FILLER    PIC X(40) VALUE
              "APROVEITAMENTO DAS SAIDAS".
           02 FILLER    PIC X(40) VALUE SPACES.

       01 CAB-OCUPACAO2.
           02 FILLER    PIC X(40) VALUE
              "PACOTE DESTINO         SAIDA      CAP VE".
           02 FILLER    PIC X(40) VALUE
              "ND ESP CAN OCUP%        RECEITA         ".

       01 DETALHE-REL.
           02 COD-REL      PIC X(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESTINO-REL  PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SAIDA-REL    PIC 9999/99/99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CAPAC-REL    PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VENDIDOS-REL PIC ZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ESPERA-REL   PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CANCEL-REL   PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PERC-REL     PIC ZZ9,9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RECEITA-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MARCA-REL    PIC X(08).

       01 TOTAL-CAP.
           02 FILLER    PIC X(29) VALUE "Lugares oferecidos.........: ".
           02 QTD-CAP   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-VEN.
           02 FILLER    PIC X(29) VALUE "Lugares vendidos...........: ".
           02 QTD-VEN   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-OCP.
           02 FILLER    PIC X(29) VALUE "Ocupacao geral............%: ".
           02 PERC-OCP  PIC ZZ9,9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-ESP.
           02 FILLER    PIC X(29) VALUE "Passageiros em espera......: ".
           02 QTD-ESP   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-CAN.
           02 FILLER    PIC X(29) VALUE "Reservas canceladas........: ".
           02 QTD-CAN   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-REC.
           02 FILLER    PIC X(29) VALUE "Receita dos lugares......R$: ".
           02 VAL-REC   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(34) VALUE SPACES.

       01 TOTAL-SPC.
           02 FILLER    PIC X(29) VALUE "Reservas sem pacote........: ".
           02 QTD-SPC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-INX.
           02 FILLER    PIC X(29) VALUE "Reservas de pacote s/ cad..: ".
           02 QTD-INX   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-EXC.
           02 FILLER    PIC X(29) VALUE "Saidas com lugar excedido..: ".
           02 QTD-EXC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-PACOTES.
           PERFORM APURA-RESERVAS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN OUTPUT RELOCP.
           WRITE REG-REL FROM CAB-OCUPACAO1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-OCUPACAO2 AFTER ADVANCING 2 LINE.

       CARREGA-PACOTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PACOTES.
           IF FS-PACOTES EQUAL "00"
              PERFORM LER-PACOTES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PACOTES
           END-IF.
           IF PACOTES-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02OCP: " PACOTES-DEMAIS " PACOTE(S) ALEM "
                      "DA TABELA DE 500 - O RELATORIO SAIRIA "
                      "INCOMPLETO. RODADA ABORTADA."
              CLOSE RELOCP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PACOTES.
           READ PACOTES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-PACOTES LESS THAN 500
                 ADD 1 TO QTD-PACOTES
                 MOVE CODIGO-PAC     TO CODIGO-PAC-TAB(QTD-PACOTES)
                 MOVE DESTINO-PAC    TO DESTINO-PAC-TAB(QTD-PACOTES)
                 MOVE DATA-SAIDA-PAC TO SAIDA-PAC-TAB(QTD-PACOTES)
                 MOVE CAPACIDADE-PAC
                      TO CAPACIDADE-PAC-TAB(QTD-PACOTES)
                 MOVE ZEROES TO VENDIDOS-PAC-TAB(QTD-PACOTES)
                                ESPERA-PAC-TAB(QTD-PACOTES)
                                CANCELADAS-PAC-TAB(QTD-PACOTES)
                                RECEITA-PAC-TAB(QTD-PACOTES)
              ELSE
                 ADD 1 TO PACOTES-DEMAIS
              END-IF
           END-IF.

       APURA-RESERVAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL "00"
              PERFORM LER-RESERVAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVAS
           END-IF.

      *ACUMULA A RESERVA NO PACOTE DELA. RESERVA SEM PACOTE (ANTERIOR
      *AO CADASTRO) E RESERVA DE PACOTE FORA DO CADASTRO SO CONTAM
      *NOS TOTAIS DE CONFERENCIA.
       LER-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PACOTE-RES EQUAL SPACES
                 ADD 1 TO CT-SEM-PACOTE
              ELSE
                 SET IDX-PAC TO 1
                 SEARCH PACOTE-ITEM
                    AT END
                       ADD 1 TO CT-PAC-INEXISTENTE
                    WHEN CODIGO-PAC-TAB(IDX-PAC) EQUAL PACOTE-RES
                       PERFORM ACUMULA-RESERVA
                 END-SEARCH
              END-IF
           END-IF.

       ACUMULA-RESERVA.
           IF RESERVADA OR VIAJADA
              ADD 1 TO VENDIDOS-PAC-TAB(IDX-PAC)
              ADD VALOR-RES TO RECEITA-PAC-TAB(IDX-PAC)
           END-IF.
           IF EM-ESPERA
              ADD 1 TO ESPERA-PAC-TAB(IDX-PAC)
           END-IF.
           IF CANCELADA
              ADD 1 TO CANCELADAS-PAC-TAB(IDX-PAC)
           END-IF.

       IMPRESSAO-FINAL.
           MOVE 1 TO IDX-P.
           PERFORM IMPRIME-PACOTE
              UNTIL IDX-P GREATER THAN QTD-PACOTES.
           MOVE TOT-CAPACIDADE TO QTD-CAP.
           WRITE REG-REL FROM TOTAL-CAP AFTER ADVANCING 2 LINE.
           MOVE TOT-VENDIDOS TO QTD-VEN.
           WRITE REG-REL FROM TOTAL-VEN AFTER ADVANCING 1 LINE.
           IF TOT-CAPACIDADE GREATER THAN ZEROES
              COMPUTE PERC-OCUPACAO ROUNDED =
                      TOT-VENDIDOS * 100 / TOT-CAPACIDADE
              MOVE PERC-OCUPACAO TO PERC-OCP
              WRITE REG-REL FROM TOTAL-OCP AFTER ADVANCING 1 LINE
           END-IF.
           MOVE TOT-ESPERA TO QTD-ESP.
           WRITE REG-REL FROM TOTAL-ESP AFTER ADVANCING 1 LINE.
           MOVE TOT-CANCELADAS TO QTD-CAN.
           WRITE REG-REL FROM TOTAL-CAN AFTER ADVANCING 1 LINE.
           MOVE TOT-RECEITA TO VAL-REC.
           WRITE REG-REL FROM TOTAL-REC AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-PACOTE TO QTD-SPC.
           WRITE REG-REL FROM TOTAL-SPC AFTER ADVANCING 1 LINE.
           MOVE CT-PAC-INEXISTENTE TO QTD-INX.
           WRITE REG-REL FROM TOTAL-INX AFTER ADVANCING 1 LINE.
           MOVE CT-EXCEDIDOS TO QTD-EXC.
           WRITE REG-REL FROM TOTAL-EXC AFTER ADVANCING 1 LINE.

       IMPRIME-PACOTE.
           MOVE CODIGO-PAC-TAB(IDX-P)     TO COD-REL.
           MOVE DESTINO-PAC-TAB(IDX-P)    TO DESTINO-REL.
           MOVE SAIDA-PAC-TAB(IDX-P)      TO SAIDA-REL.
           MOVE CAPACIDADE-PAC-TAB(IDX-P) TO CAPAC-REL.
           MOVE VENDIDOS-PAC-TAB(IDX-P)   TO VENDIDOS-REL.
           MOVE ESPERA-PAC-TAB(IDX-P)     TO ESPERA-REL.
           MOVE CANCELADAS-PAC-TAB(IDX-P) TO CANCEL-REL.
           MOVE RECEITA-PAC-TAB(IDX-P)    TO RECEITA-REL.
           MOVE ZEROES TO PERC-OCUPACAO.
           IF CAPACIDADE-PAC-TAB(IDX-P) GREATER THAN ZEROES
              COMPUTE PERC-OCUPACAO ROUNDED =
                      VENDIDOS-PAC-TAB(IDX-P) * 100 /
                      CAPACIDADE-PAC-TAB(IDX-P)
                 ON SIZE ERROR MOVE 999,9 TO PERC-OCUPACAO
              END-COMPUTE
           END-IF.
           MOVE PERC-OCUPACAO TO PERC-REL.
           IF VENDIDOS-PAC-TAB(IDX-P) GREATER THAN
              CAPACIDADE-PAC-TAB(IDX-P)
              MOVE "EXCEDIDO" TO MARCA-REL
              ADD 1 TO CT-EXCEDIDOS
           ELSE
              MOVE SPACES TO MARCA-REL
           END-IF.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           ADD CAPACIDADE-PAC-TAB(IDX-P) TO TOT-CAPACIDADE.
           ADD VENDIDOS-PAC-TAB(IDX-P)   TO TOT-VENDIDOS.
           ADD ESPERA-PAC-TAB(IDX-P)     TO TOT-ESPERA.
           ADD CANCELADAS-PAC-TAB(IDX-P) TO TOT-CANCELADAS.
           ADD RECEITA-PAC-TAB(IDX-P)    TO TOT-RECEITA.
           ADD 1 TO IDX-P.

       FIM.
           CLOSE RELOCP.
           IF CT-EXCEDIDOS GREATER THAN ZEROES
              DISPLAY "EX02OCP: " CT-EXCEDIDOS " SAIDA(S) COM MAIS "
                      "LUGARES VENDIDOS DO QUE A CAPACIDADE."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EX02OCP: " QTD-PACOTES " PACOTE(S) NO "
                   "RELATORIO RELOCP.txt.".
