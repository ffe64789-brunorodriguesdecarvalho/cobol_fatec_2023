       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAREM.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    REMESSA DE COBRANCA BANCARIA DAS NOTAS FISCAIS. O
      *            NOTAAR DEPENDIA DA TESOURARIA DIGITAR NO
      *            RECNOTA.DAT CADA VALOR RECEBIDO, TIRADO DO EXTRATO.
      *            ESTA RODADA FAZ PARA OS TITULOS DAS NOTAS O MESMO
      *            CICLO QUE O CLUBE JA TEM COM O BANCO (EX01REM):
      *            LE O CONTASAR.DAT E GRAVA EM REMNOTA UM BOLETO PARA
      *            CADA TITULO EM ABERTO AINDA NAO ENVIADO, PELO SALDO
      *            (VALOR - RECEBIDO), NO LAYOUT FIXO COMBINADO COM O
      *            BANCO:
      *              TIPO "0" - HEADER, COM A DATA DE GERACAO;
      *              TIPO "1" - DETALHE (NOTA NO LUGAR DO SOCIO,
      *                         SACADO, VALOR);
      *              TIPO "9" - TRAILER, COM QUANTIDADE E VALOR
      *                         TOTAL DOS DETALHES.
      *            O CONTROLE DE REMESSA (REMNCTL.DAT) GUARDA CADA
      *            TITULO ENVIADO: TITULO JA ENVIADO NAO SAI DE NOVO;
      *            TITULO REJEITADO PELO BANCO, OU LIQUIDADO POR MENOS
      *            DO QUE O SALDO, VOLTA NA REMESSA SEGUINTE PELO QUE
      *            FALTA; TITULO LIQUIDADO QUE O CONTASAR JA DA COMO
      *            PAGO SAI DO CONTROLE. O
      *            RETORNO E DO NOTARET E A CONCILIACAO DO NOTACCL.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTASARSL.

           COPY RMNCTLSL.

            SELECT REMNOTA ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       COPY CTASARFD.

       COPY RMNCTLFD.

       FD  REMNOTA
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "REMNOTA.DAT".
       01  REG-REMESSA         PIC X(60).

       WORKING-STORAGE SECTION.
       COPY CTASARWS.
       COPY RMNCTLWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-HOJE     PIC 9(08) VALUE ZEROES.
       77  SALDO-TITULO  PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-DETALHES   PIC 9(06) VALUE ZEROES.
       77  CT-REENVIADOS PIC 9(05) VALUE ZEROES.
       77  CT-JA-ENVIADOS PIC 9(05) VALUE ZEROES.
       77  CT-BAIXADOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-REMESSA PIC 9(11)V9(02) VALUE ZEROES.

       01 REM-HEADER.
           02 FILLER          PIC X(01) VALUE "0".
           02 HEADER-DATA     PIC 9(08).
           02 FILLER          PIC X(21) VALUE "REMESSA COBRANCA NOTA".
           02 FILLER          PIC X(30) VALUE SPACES.

       01 REM-DETALHE.
           02 FILLER          PIC X(01) VALUE "1".
           02 DET-NOTA        PIC 9(06).
           02 DET-SACADO.
              03 FILLER       PIC X(03) VALUE "NF ".
              03 DET-NOTA-SAC PIC 9(06).
              03 FILLER       PIC X(05) VALUE " CPF ".
              03 DET-CPF      PIC 9(11).
              03 FILLER       PIC X(05) VALUE SPACES.
           02 DET-VALOR       PIC 9(09)V9(02).
           02 FILLER          PIC X(12) VALUE SPACES.

       01 REM-TRAILER.
           02 FILLER          PIC X(01) VALUE "9".
           02 TRL-QTD         PIC 9(06).
           02 TRL-TOTAL       PIC 9(11)V9(02).
           02 FILLER          PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM GRAVA-TRAILER.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM CARREGA-REMNCTL.
           IF RMC-DEMAIS EQUAL "S"
              DISPLAY "NOTAREM: MAIS DE 5000 TITULOS NO REMNCTL.DAT - "
                      "A TABELA NAO COMPORTA E TITULO JA ENVIADO "
                      "SAIRIA DE NOVO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CONTASAR.
           IF FS-CONTASAR NOT EQUAL "00"
              DISPLAY "NOTAREM: CONTASAR.DAT AUSENTE - RODAR O NOTAAR "
                      "ANTES DA REMESSA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REMNOTA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO HEADER-DATA.
           WRITE REG-REMESSA FROM REM-HEADER.
           PERFORM LEITURA.

       LEITURA.
           READ CONTASAR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *SO TITULO EM ABERTO COM SALDO VAI AO BANCO. TITULO NOVO
      *ENTRA NO FIM DO CONTROLE; REJEITADO, OU LIQUIDADO QUE AINDA
      *TEM SALDO (PAGO A MENOR), VOLTA COMO ENVIADO, COM O SALDO E
      *A DATA DESTA REMESSA. TITULO LIQUIDADO NO CONTROLE
      *E JA PAGO (OU COM CREDITO) NO CONTASAR E BAIXADO DO CONTROLE.
       PRINCIPAL.
           IF NOT TITULO-ABERTO
              MOVE NUMNOTACR TO NOTA-RMC-PROCURA
              PERFORM PROCURA-REMNCTL
              IF ACHOU-RMC EQUAL "S"
                 IF SIT-RMC-TAB(IDX-RMC) EQUAL "L"
                    MOVE "X" TO SIT-RMC-TAB(IDX-RMC)
                    ADD 1 TO CT-BAIXADOS
                 END-IF
              END-IF
           END-IF.
           IF TITULO-ABERTO AND VALORCR GREATER THAN RECEBIDOCR
              COMPUTE SALDO-TITULO = VALORCR - RECEBIDOCR
              MOVE NUMNOTACR TO NOTA-RMC-PROCURA
              PERFORM PROCURA-REMNCTL
              IF ACHOU-RMC EQUAL "S"
                 IF SIT-RMC-TAB(IDX-RMC) EQUAL "R" OR "L"
                    ADD 1 TO CT-REENVIADOS
                    PERFORM ATUALIZA-CONTROLE
                    PERFORM GRAVA-DETALHE
                 ELSE
                    ADD 1 TO CT-JA-ENVIADOS
                 END-IF
              ELSE
                 IF QTD-RMC LESS THAN 5000
                    ADD 1 TO QTD-RMC
                    SET IDX-RMC TO QTD-RMC
                    PERFORM ATUALIZA-CONTROLE
                    PERFORM GRAVA-DETALHE
                 ELSE
                    MOVE "S" TO RMC-DEMAIS
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

       ATUALIZA-CONTROLE.
           MOVE NUMNOTACR    TO NOTA-RMC-TAB(IDX-RMC).
           MOVE CPFCR        TO CPF-RMC-TAB(IDX-RMC).
           MOVE SALDO-TITULO TO VALOR-RMC-TAB(IDX-RMC).
           MOVE VENCIMENTOCR TO VENC-RMC-TAB(IDX-RMC).
           MOVE DATA-HOJE    TO DATAREM-RMC-TAB(IDX-RMC).
           MOVE "E"          TO SIT-RMC-TAB(IDX-RMC).
           MOVE SPACES       TO OCORR-RMC-TAB(IDX-RMC).
           MOVE ZEROES       TO DATAPAG-RMC-TAB(IDX-RMC)
                                VALPAG-RMC-TAB(IDX-RMC).

       GRAVA-DETALHE.
           MOVE NUMNOTACR    TO DET-NOTA DET-NOTA-SAC.
           MOVE CPFCR        TO DET-CPF.
           MOVE SALDO-TITULO TO DET-VALOR.
           WRITE REG-REMESSA FROM REM-DETALHE.
           ADD 1 TO CT-DETALHES.
           ADD SALDO-TITULO TO TOTAL-REMESSA.

       GRAVA-TRAILER.
           MOVE CT-DETALHES   TO TRL-QTD.
           MOVE TOTAL-REMESSA TO TRL-TOTAL.
           WRITE REG-REMESSA FROM REM-TRAILER.
           DISPLAY "NOTAREM: " CT-DETALHES " TITULO(S) NA REMESSA ("
                   CT-REENVIADOS " REENVIADO(S) POR REJEICAO OU "
                   "PAGAMENTO A MENOR), "
                   "TOTAL " TRL-TOTAL ".".
           DISPLAY "NOTAREM: " CT-JA-ENVIADOS " TITULO(S) EM ABERTO "
                   "JA ENVIADO(S) EM REMESSA ANTERIOR.".
           DISPLAY "NOTAREM: " CT-BAIXADOS " TITULO(S) PAGO(S) "
                   "BAIXADO(S) DO CONTROLE DE REMESSA.".

      *O CONTROLE SO E REGRAVADO SE TODOS OS TITULOS NOVOS COUBERAM
      *NA TABELA; SENAO A REMESSA GERADA NAO DEVE SER MANDADA.
       FIM.
           CLOSE CONTASAR REMNOTA.
           IF RMC-DEMAIS EQUAL "S"
              DISPLAY "NOTAREM: CONTROLE DE REMESSA CHEIO (5000 "
                      "TITULOS) - REMNCTL.DAT NAO FOI ATUALIZADO. NAO "
                      "MANDAR O REMNOTA.DAT AO BANCO."
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM GRAVA-REMNCTL
           END-IF.

       COPY RMNCTLPD.
