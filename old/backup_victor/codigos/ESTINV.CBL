       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTINV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    INVENTARIO FISICO. O ALMOXARIFADO DIGITA EM
      *            CONTAGEM.DAT O CODIGO E A QUANTIDADE CONTADA DE
      *            CADA PRODUTO. A RODADA PEDE PELO ACCEPT A DATA DO
      *            INVENTARIO (ZEROS = HOJE) E O MODO: "C" (OU
      *            BRANCO) SO CONFERE, "L" LANCA OS AJUSTES. CADA
      *            PRODUTO CONTADO SAI EM RELINV COM A QUANTIDADE DO
      *            SISTEMA, A CONTADA E A DIFERENCA; NO MODO "L" A
      *            DIFERENCA VIRA MOVIMENTO DE AJUSTE ("A", "+" OU
      *            "-", DOCUMENTO = DATA DO INVENTARIO) NO RAZAO
      *            MOVEST.DAT E O PRODUTOS.DAT E REGRAVADO. COMO O
      *            AJUSTE LEVA O SISTEMA PARA A CONTAGEM, RODAR DE
      *            NOVO A MESMA CONTAGEM NAO LANCA MAIS NADA.
      *            CONTAGEM DE PRODUTO FORA DO CADASTRO, COM
      *            QUANTIDADE INVALIDA OU REPETIDA E RECUSADA (A
      *            REPETIDA NAO SOMA - CONTAGEM E SALDO, NAO
      *            MOVIMENTO) E DEIXA O RETURN-CODE EM 4. PRODUTO NAO
      *            CONTADO NAO E AJUSTADO E SAI NA LISTA "NAO
      *            CONTADOS" NO FIM DO RELATORIO (INVENTARIO ROTATIVO
      *            CONTA SO PARTE DO CADASTRO).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRODUTSL.

           COPY MOVESTSL.

            SELECT CONTAGEM ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-CONTAGEM.

            SELECT RELINV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PRODUTFD.

       COPY MOVESTFD.

       FD  CONTAGEM
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "CONTAGEM.DAT".
       01  REGCONTAGEM.
             05  CODPRODCNT      PIC 9(05).
             05  QTDCNT          PIC 9(07).

       FD  RELINV
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELINV.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRODUTWS.
       COPY MOVESTWS.
       77  FS-CONTAGEM   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-INV      PIC 9(08) VALUE ZEROES.
       77  MODO-INV      PIC X(01) VALUE SPACES.
           88 SO-CONFERE     VALUE "C" " ".
           88 LANCA-AJUSTE   VALUE "L".
       77  IDX-POS       PIC 9(03) VALUE ZEROES.
       77  DIFERENCA     PIC S9(08) VALUE ZEROES.
       77  MOTIVO-REC    PIC X(30) VALUE SPACES.
       77  CT-LIDOS      PIC 9(05) VALUE ZEROES.
       77  CT-RECUSADOS  PIC 9(05) VALUE ZEROES.
       77  CT-CONTADOS   PIC 9(05) VALUE ZEROES.
       77  CT-DIFERENCAS PIC 9(05) VALUE ZEROES.
       77  CT-NAO-CONTADOS PIC 9(05) VALUE ZEROES.

      *CONTAGEM DE CADA PRODUTO, NA MESMA POSICAO DO PRODUTO NA
      *TAB-PRODUTOS.
       01  TAB-CONTAGEM.
           02 CONTAGEM-ITEM OCCURS 500 TIMES.
              03 CONTADO-TAB   PIC X(01).
              03 QTDCNT-TAB    PIC 9(07).

       01  CAB-TITULO.
           02 FILLER    PIC X(21) VALUE "INVENTARIO FISICO DE ".
           02 DIA-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9(04).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 MODO-CAB  PIC X(20).
           02 FILLER    PIC X(26) VALUE SPACES.

       01  CAB-RECUSADOS.
           02 FILLER  PIC X(30) VALUE "CONTAGENS RECUSADAS:".
           02 FILLER  PIC X(50) VALUE SPACES.

       01  LINHA-RECUSA.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 LIN-REC      PIC ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CNT-REC      PIC X(12).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MOTIVO-REL   PIC X(30).
           02 FILLER       PIC X(27) VALUE SPACES.

       01  CAB-COLUNAS.
           02 FILLER  PIC X(06) VALUE "PROD.".
           02 FILLER  PIC X(21) VALUE "DESCRICAO".
           02 FILLER  PIC X(08) VALUE "SISTEMA".
           02 FILLER  PIC X(08) VALUE "CONTADO".
           02 FILLER  PIC X(10) VALUE "DIFERENCA".
           02 FILLER  PIC X(27) VALUE " SITUACAO".

       01  DETALHE.
           02 COD-REL      PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESC-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SIS-REL      PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CNT-REL      PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIF-REL      PIC -ZZZZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-REL PIC X(20).
           02 FILLER       PIC X(06) VALUE SPACES.

       01  CAB-NAO-CONTADOS.
           02 FILLER  PIC X(30) VALUE "NAO CONTADOS (SEM AJUSTE):".
           02 FILLER  PIC X(50) VALUE SPACES.

       01  TOTAL-LID.
           02 FILLER    PIC X(29) VALUE "Contagens lidas............: ".
           02 QTD-LID   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-REC.
           02 FILLER    PIC X(29) VALUE "Contagens recusadas........: ".
           02 QTD-REC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-CNT.
           02 FILLER    PIC X(29) VALUE "Produtos contados..........: ".
           02 QTD-CNT   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-DIF.
           02 FILLER    PIC X(29) VALUE "Produtos com diferenca.....: ".
           02 QTD-DIF   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-NCT.
           02 FILLER    PIC X(29) VALUE "Produtos nao contados......: ".
           02 QTD-NCT   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-MOV.
           02 FILLER    PIC X(29) VALUE "Ajustes lancados no razao..: ".
           02 QTD-MOV   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM AJUSTES.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "DATA DO INVENTARIO AAAAMMDD (ZEROS = HOJE): ".
           ACCEPT DATA-INV.
           IF DATA-INV NOT NUMERIC OR DATA-INV EQUAL ZEROES
              ACCEPT DATA-INV FROM DATE YYYYMMDD.
           DISPLAY "MODO: C = SO CONFERIR, L = LANCAR AJUSTES: ".
           ACCEPT MODO-INV.
           IF NOT SO-CONFERE AND NOT LANCA-AJUSTE
              DISPLAY "ESTINV: MODO INVALIDO - USE C OU L."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-PRODUTOS.
           IF PRODUTOS-LIDO NOT EQUAL "S" OR PRD-DEMAIS EQUAL "S"
              DISPLAY "ESTINV: PRODUTOS.DAT AUSENTE OU MAIOR QUE A "
                      "TABELA - INVENTARIO NAO PROCESSADO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CONTAGEM.
           IF FS-CONTAGEM NOT EQUAL "00"
              DISPLAY "ESTINV: CONTAGEM.DAT AUSENTE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           INITIALIZE TAB-CONTAGEM.
           OPEN OUTPUT RELINV.
           MOVE DATA-INV(7:2) TO DIA-CAB.
           MOVE DATA-INV(5:2) TO MES-CAB.
           MOVE DATA-INV(1:4) TO ANO-CAB.
           IF LANCA-AJUSTE
              MOVE "AJUSTES LANCADOS" TO MODO-CAB
           ELSE
              MOVE "SO CONFERENCIA" TO MODO-CAB
           END-IF.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-RECUSADOS AFTER ADVANCING 2 LINE.
           PERFORM LEITURA.

       LEITURA.
           READ CONTAGEM AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *A CONTAGEM ACEITA FICA GUARDADA NA LINHA DO PRODUTO; OS
      *AJUSTES SO SAO CALCULADOS DEPOIS DE LIDO O ARQUIVO INTEIRO.
       PRINCIPAL.
           MOVE SPACES TO MOTIVO-REC.
           MOVE "N"    TO ACHOU-PROD.
           IF CODPRODCNT NUMERIC
              MOVE CODPRODCNT TO CODPROD-PROCURA
              PERFORM PROCURA-PRODUTO
           END-IF.
           EVALUATE TRUE
              WHEN ACHOU-PROD NOT EQUAL "S"
                 MOVE "PRODUTO FORA DO CADASTRO" TO MOTIVO-REC
              WHEN QTDCNT NOT NUMERIC
                 MOVE "QUANTIDADE INVALIDA" TO MOTIVO-REC
              WHEN CONTADO-TAB(IDX-PRD) EQUAL "S"
                 MOVE "PRODUTO CONTADO DE NOVO" TO MOTIVO-REC
              WHEN OTHER
                 MOVE "S"    TO CONTADO-TAB(IDX-PRD)
                 MOVE QTDCNT TO QTDCNT-TAB(IDX-PRD)
           END-EVALUATE.
           IF MOTIVO-REC NOT EQUAL SPACES
              ADD 1 TO CT-RECUSADOS
              MOVE CT-LIDOS    TO LIN-REC
              MOVE REGCONTAGEM TO CNT-REC
              MOVE MOTIVO-REC  TO MOTIVO-REL
              WRITE REG-REL FROM LINHA-RECUSA AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM LEITURA.

       AJUSTES.
           CLOSE CONTAGEM.
           IF LANCA-AJUSTE
              PERFORM ABRE-MOVEST
           END-IF.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-POS.
           PERFORM AJUSTA-PRODUTO UNTIL IDX-POS GREATER THAN
                   QTD-PRODUTOS.
           IF LANCA-AJUSTE
              CLOSE MOVEST
           END-IF.
           WRITE REG-REL FROM CAB-NAO-CONTADOS AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-POS.
           PERFORM LISTA-NAO-CONTADO UNTIL IDX-POS GREATER THAN
                   QTD-PRODUTOS.

       AJUSTA-PRODUTO.
           IF CONTADO-TAB(IDX-POS) EQUAL "S"
              ADD 1 TO CT-CONTADOS
              MOVE CODPROD-TAB(IDX-POS)  TO COD-REL
              MOVE DESCPROD-TAB(IDX-POS) TO DESC-REL
              MOVE QTDEST-TAB(IDX-POS)   TO SIS-REL
              MOVE QTDCNT-TAB(IDX-POS)   TO CNT-REL
              COMPUTE DIFERENCA =
                      QTDCNT-TAB(IDX-POS) - QTDEST-TAB(IDX-POS)
              MOVE DIFERENCA TO DIF-REL
              IF DIFERENCA EQUAL ZEROES
                 MOVE "SEM DIFERENCA" TO SITUACAO-REL
              ELSE
                 ADD 1 TO CT-DIFERENCAS
                 IF LANCA-AJUSTE
                    PERFORM LANCA-AJUSTE-PRODUTO
                    MOVE "AJUSTADO" TO SITUACAO-REL
                 ELSE
                    MOVE "A AJUSTAR" TO SITUACAO-REL
                 END-IF
              END-IF
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-POS.

       LANCA-AJUSTE-PRODUTO.
           SET IDX-PRD TO IDX-POS.
           MOVE DATA-INV TO DATA-LANCAR.
           MOVE "A"      TO TIPO-LANCAR.
           IF DIFERENCA GREATER THAN ZEROES
              MOVE "+"       TO SENTIDO-LANCAR
              MOVE DIFERENCA TO QTD-LANCAR
           ELSE
              MOVE "-"       TO SENTIDO-LANCAR
              COMPUTE QTD-LANCAR = 0 - DIFERENCA
           END-IF.
           MOVE DATA-INV TO DOC-LANCAR.
           MOVE "AJUSTE DE INVENTARIO" TO HIST-LANCAR.
           MOVE "ESTINV" TO PROGRAMA-LANCAR.
           PERFORM LANCA-MOVIMENTO.

       LISTA-NAO-CONTADO.
           IF CONTADO-TAB(IDX-POS) NOT EQUAL "S"
              ADD 1 TO CT-NAO-CONTADOS
              MOVE CODPROD-TAB(IDX-POS)  TO COD-REL
              MOVE DESCPROD-TAB(IDX-POS) TO DESC-REL
              MOVE QTDEST-TAB(IDX-POS)   TO SIS-REL
              MOVE ZEROES                TO CNT-REL DIF-REL
              MOVE "NAO CONTADO"         TO SITUACAO-REL
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-POS.

       IMPRESSAO-FINAL.
           MOVE CT-LIDOS TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 2 LINE.
           MOVE CT-RECUSADOS TO QTD-REC.
           WRITE REG-REL FROM TOTAL-REC AFTER ADVANCING 1 LINE.
           MOVE CT-CONTADOS TO QTD-CNT.
           WRITE REG-REL FROM TOTAL-CNT AFTER ADVANCING 1 LINE.
           MOVE CT-DIFERENCAS TO QTD-DIF.
           WRITE REG-REL FROM TOTAL-DIF AFTER ADVANCING 1 LINE.
           MOVE CT-NAO-CONTADOS TO QTD-NCT.
           WRITE REG-REL FROM TOTAL-NCT AFTER ADVANCING 1 LINE.
           MOVE CT-MOVIMENTOS TO QTD-MOV.
           WRITE REG-REL FROM TOTAL-MOV AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELINV.
           IF CT-MOVIMENTOS GREATER THAN ZEROES
              PERFORM GRAVA-PRODUTOS
           END-IF.
           IF CT-RECUSADOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ESTINV: " CT-CONTADOS " PRODUTO(S) CONTADO(S), "
                   CT-DIFERENCAS " COM DIFERENCA, " CT-MOVIMENTOS
                   " AJUSTE(S) LANCADO(S).".

       COPY PRODUTPD.

       COPY MOVESTPD.
