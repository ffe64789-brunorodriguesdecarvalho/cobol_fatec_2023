       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRET.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    PEDIDOS RETIDOS POR CREDITO. LE O RETCRED.DAT,
      *            REGRAVADO PELO SORT1 A CADA RODADA COM OS PEDIDOS
      *            QUE FICARAM "H" NO PEDIDOX, E LISTA EM RELCRED,
      *            POR PEDIDO: DATA, CLIENTE (CPF), VALOR DA NOTA QUE
      *            SERIA EMITIDA, SALDO EM ABERTO DO CLIENTE,
      *            EXPOSICAO (SALDO + PEDIDO), LIMITE, MAIOR ATRASO
      *            E O MOTIVO DA RETENCAO, MAIS A OBSERVACAO DO
      *            FINANCEIRO NO CREDCLI.DAT QUANDO HOUVER. O
      *            CABECALHO MOSTRA O ATRASO TOLERADO E O LIMITE
      *            PADRAO EM VIGOR (PARCRD.DAT). E A LISTA QUE O
      *            FINANCEIRO USA PARA MONTAR O LIBCRED.DAT DO
      *            CREDLIB (LIBERAR OU REJEITAR).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RETCRDSL.

           COPY CRDCLISL.

           COPY PARCRDSL.

            SELECT RELCRED ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY RETCRDFD.

       COPY CRDCLIFD.

       COPY PARCRDFD.

       FD  RELCRED
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELCRED.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RETCRDWS.
       COPY CRDCLIWS.
       COPY PARCRDWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CT-RETIDOS    PIC 9(05) VALUE ZEROES.
       77  TOT-RETIDO    PIC 9(11)V9(02) VALUE ZEROES.

       01 CAB-CRED.
           02 FILLER    PIC X(27) VALUE "PEDIDOS RETIDOS POR CREDITO".
           02 FILLER    PIC X(53) VALUE SPACES.

       01 CAB-PARAM.
           02 FILLER    PIC X(17) VALUE "ATRASO TOLERADO: ".
           02 DIAS-CAB  PIC ZZ9.
           02 FILLER    PIC X(23) VALUE " DIA(S)  LIMITE PADRAO ".
           02 FILLER    PIC X(03) VALUE "R$ ".
           02 LIM-CAB   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(20) VALUE SPACES.

       01 DETALHE-1.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PED-REL      PIC X(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIA-REL      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-REL      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-REL      PIC 9999.
           02 FILLER       PIC X(06) VALUE "  CPF ".
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(12) VALUE "  PEDIDO R$ ".
           02 VALOR-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 DETALHE-2.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(09) VALUE "SALDO R$ ".
           02 SALDO-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(11) VALUE " EXPOS. R$ ".
           02 EXPOS-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(11) VALUE " LIMITE R$ ".
           02 LIMITE-REL   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE SPACES.

       01 DETALHE-3.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(07) VALUE "ATRASO ".
           02 ATRASO-REL   PIC ZZZZ9.
           02 FILLER       PIC X(09) VALUE " DIA(S)  ".
           02 FILLER       PIC X(08) VALUE "MOTIVO: ".
           02 MOTIVO-REL   PIC X(30).
           02 FILLER       PIC X(17) VALUE SPACES.

       01 DETALHE-OBS.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE "OBS. FINANCEIRO: ".
           02 OBS-REL      PIC X(30).
           02 FILLER       PIC X(29) VALUE SPACES.

       01 TOTAL-LINHA.
           02 FILLER    PIC X(29) VALUE "Pedidos retidos............: ".
           02 QTD-TOT   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-VAL.
           02 FILLER    PIC X(29) VALUE "Valor retido............R$: ".
           02 VAL-TOT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM LE-PARAMETROS-CREDITO.
           PERFORM CARREGA-CREDCLI.
           IF CRD-DEMAIS EQUAL "S"
              DISPLAY "CREDRET: CREDCLI.DAT MAIOR QUE A TABELA - "
                      "OBSERVACOES DO FINANCEIRO INCOMPLETAS."
              MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT RETCRED.
           IF FS-RETCRED NOT EQUAL "00"
              DISPLAY "CREDRET: RETCRED.DAT AUSENTE - RODAR O SORT1 "
                      "ANTES DO RELATORIO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RELCRED.
           WRITE REG-REL FROM CAB-CRED AFTER ADVANCING 1 LINE.
           MOVE DIAS-TOLERANCIA TO DIAS-CAB.
           MOVE LIMITE-PADRAO   TO LIM-CAB.
           WRITE REG-REL FROM CAB-PARAM AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

       LEITURA.
           READ RETCRED AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1          TO CT-RETIDOS.
           ADD VALORPEDRC TO TOT-RETIDO.
           MOVE NUMPEDRC       TO PED-REL.
           MOVE DATAPEDRC(7:2) TO DIA-REL.
           MOVE DATAPEDRC(5:2) TO MES-REL.
           MOVE DATAPEDRC(1:4) TO ANO-REL.
           MOVE CPFRC          TO CPF-REL.
           MOVE VALORPEDRC     TO VALOR-REL.
           MOVE SALDORC        TO SALDO-REL.
           MOVE EXPOSICAORC    TO EXPOS-REL.
           MOVE LIMITERC       TO LIMITE-REL.
           MOVE ATRASORC       TO ATRASO-REL.
           MOVE MOTIVORC       TO MOTIVO-REL.
           WRITE REG-REL FROM DETALHE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM DETALHE-2 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM DETALHE-3 AFTER ADVANCING 1 LINE.
           MOVE CPFRC TO CPF-CRD-PROCURA.
           PERFORM PROCURA-CREDCLI.
           IF OBS-CRD-ACHADA NOT EQUAL SPACES
              MOVE OBS-CRD-ACHADA TO OBS-REL
              WRITE REG-REL FROM DETALHE-OBS AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM LEITURA.

       IMPRESSAO-FINAL.
           MOVE CT-RETIDOS TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE TOT-RETIDO TO VAL-TOT.
           WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RETCRED RELCRED.
           DISPLAY "CREDRET: " CT-RETIDOS " PEDIDO(S) RETIDO(S).".

       COPY CRDCLIPD.

       COPY PARCRDPD.
