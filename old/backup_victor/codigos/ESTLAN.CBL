       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTLAN.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    LANCAMENTO DAS ENTRADAS DE ESTOQUE. O ALMOXARIFADO
      *            DIGITA EM ESTLAN.DAT AS ENTRADAS POR COMPRA ("E",
      *            DOCUMENTO = NOTA DO FORNECEDOR) E AS DEVOLUCOES AO
      *            ESTOQUE ("D", DOCUMENTO = NUMERO DA NOTA FISCAL
      *            DEVOLVIDA), COM O PRODUTO, A QUANTIDADE, A DATA
      *            (ZEROS = HOJE) E UM HISTORICO. ESTA RODADA CONFERE
      *            CADA LINHA, LANCA AS ACEITAS NO RAZAO MOVEST.DAT
      *            (VER MOVESTFD), REGRAVA O PRODUTOS.DAT COM O SALDO
      *            NOVO E LISTA EM RELESTL O QUE FOI LANCADO E O QUE
      *            FOI RECUSADO, COM O MOTIVO:
      *            - TIPO QUE NAO E "E" NEM "D";
      *            - PRODUTO FORA DO CADASTRO;
      *            - QUANTIDADE ZERADA OU INVALIDA;
      *            - SEM DOCUMENTO;
      *            - MESMO TIPO/DOCUMENTO/PRODUTO JA LANCADO (NO RAZAO
      *              OU EM LINHA ANTERIOR DO ARQUIVO) - RODAR DE NOVO
      *              O MESMO ESTLAN.DAT NAO LANCA NADA DUAS VEZES.
      *            SAIDA DE ESTOQUE SO POR NOTA FISCAL (PGMP1/SORT1)
      *            E ACERTO SO PELO INVENTARIO (ESTINV). COM LINHA
      *            RECUSADA O RETURN-CODE SAI 4.
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

            SELECT ESTLAN ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-ESTLAN.

            SELECT RELESTL ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PRODUTFD.

       COPY MOVESTFD.

       FD  ESTLAN
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "ESTLAN.DAT".
       01  REGESTLAN.
             05  TIPOLAN         PIC X(01).
                 88 LAN-COMPRA       VALUE "E".
                 88 LAN-DEVOLUCAO    VALUE "D".
             05  CODPRODLAN      PIC 9(05).
             05  QTDLAN          PIC 9(07).
             05  DOCLAN          PIC X(10).
             05  DATALAN         PIC 9(08).
             05  HISTLAN         PIC X(30).

       FD  RELESTL
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELESTL.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRODUTWS.
       COPY MOVESTWS.
       77  FS-ESTLAN     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-MOV       PIC X(03) VALUE "NAO".
       77  DATA-HOJE     PIC 9(08) VALUE ZEROES.
       77  MOTIVO-REC    PIC X(30) VALUE SPACES.
       77  CT-LIDOS      PIC 9(05) VALUE ZEROES.
       77  CT-LANCADOS   PIC 9(05) VALUE ZEROES.
       77  CT-RECUSADOS  PIC 9(05) VALUE ZEROES.
       77  QTD-DOCS      PIC 9(04) VALUE ZEROES.
       77  DOCS-DEMAIS   PIC X(01) VALUE "N".
       77  ACHOU-DOC     PIC X(01) VALUE "N".

      *TIPO/DOCUMENTO/PRODUTO DAS ENTRADAS E DEVOLUCOES JA LANCADAS,
      *PARA NAO LANCAR A MESMA LINHA DUAS VEZES.
       01  TAB-DOCS.
           02 DOC-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-DOCS
                 INDEXED BY IDX-DOC.
              03 TIPO-DOC-TAB  PIC X(01).
              03 DOC-DOC-TAB   PIC X(10).
              03 COD-DOC-TAB   PIC 9(05).

       01  CAB-TITULO.
           02 FILLER  PIC X(38) VALUE
              "LANCAMENTO DE ENTRADAS DE ESTOQUE".
           02 FILLER  PIC X(42) VALUE SPACES.

       01  CAB-COLUNAS.
           02 FILLER  PIC X(05) VALUE "TIPO".
           02 FILLER  PIC X(07) VALUE "PROD.".
           02 FILLER  PIC X(21) VALUE "DESCRICAO".
           02 FILLER  PIC X(09) VALUE "    QTDE".
           02 FILLER  PIC X(12) VALUE " DOCUMENTO".
           02 FILLER  PIC X(26) VALUE "RESULTADO".

       01  DETALHE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TIPO-REL     PIC X(01).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 COD-REL      PIC 9(05).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DESC-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-REL      PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DOC-REL      PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RESULT-REL   PIC X(26).

       01  LINHA-SALDO.
           02 FILLER       PIC X(07) VALUE "LANCADO".
           02 FILLER       PIC X(07) VALUE " SALDO ".
           02 SALDO-REL    PIC ZZZZZZ9.
           02 FILLER       PIC X(05) VALUE SPACES.

       01  TOTAL-LID.
           02 FILLER    PIC X(29) VALUE "Linhas lidas...............: ".
           02 QTD-LID   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-LAN.
           02 FILLER    PIC X(29) VALUE "Linhas lancadas............: ".
           02 QTD-LAN   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01  TOTAL-REC.
           02 FILLER    PIC X(29) VALUE "Linhas recusadas...........: ".
           02 QTD-REC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

      *SEM CADASTRO, SEM LANCAMENTOS OU COM O RAZAO MAIOR QUE A
      *TABELA DE DOCUMENTOS A RODADA ABORTA ANTES DE LANCAR.
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PRODUTOS.
           IF PRODUTOS-LIDO NOT EQUAL "S" OR PRD-DEMAIS EQUAL "S"
              DISPLAY "ESTLAN: PRODUTOS.DAT AUSENTE OU MAIOR QUE A "
                      "TABELA - RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ESTLAN.
           IF FS-ESTLAN NOT EQUAL "00"
              DISPLAY "ESTLAN: ESTLAN.DAT AUSENTE - NADA A LANCAR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-DOCUMENTOS.
           IF DOCS-DEMAIS EQUAL "S"
              DISPLAY "ESTLAN: MAIS DE 5000 ENTRADAS NO RAZAO - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              CLOSE ESTLAN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ABRE-MOVEST.
           OPEN OUTPUT RELESTL.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           PERFORM LEITURA.

       CARREGA-DOCUMENTOS.
           OPEN INPUT MOVEST.
           IF FS-MOVEST EQUAL "00"
              PERFORM LER-MOVEST UNTIL FIM-MOV EQUAL "SIM"
              CLOSE MOVEST
           END-IF.

       LER-MOVEST.
           READ MOVEST AT END MOVE "SIM" TO FIM-MOV.
           IF FIM-MOV NOT EQUAL "SIM"
              IF MOV-COMPRA OR MOV-DEVOLUCAO
                 MOVE TIPOMOV    TO TIPOLAN
                 MOVE DOCMOV     TO DOCLAN
                 MOVE CODPRODMOV TO CODPRODLAN
                 PERFORM GUARDA-DOCUMENTO
              END-IF
           END-IF.

       GUARDA-DOCUMENTO.
           IF QTD-DOCS LESS THAN 5000
              ADD 1 TO QTD-DOCS
              MOVE TIPOLAN    TO TIPO-DOC-TAB(QTD-DOCS)
              MOVE DOCLAN     TO DOC-DOC-TAB(QTD-DOCS)
              MOVE CODPRODLAN TO COD-DOC-TAB(QTD-DOCS)
           ELSE
              MOVE "S" TO DOCS-DEMAIS
           END-IF.

       LEITURA.
           READ ESTLAN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           PERFORM CONFERE-LINHA.
           MOVE TIPOLAN    TO TIPO-REL.
           MOVE CODPRODLAN TO COD-REL.
           MOVE SPACES     TO DESC-REL.
           IF ACHOU-PROD EQUAL "S"
              MOVE DESCPROD-TAB(IDX-PRD) TO DESC-REL
           END-IF.
           MOVE ZEROES     TO QTD-REL.
           IF QTDLAN NUMERIC
              MOVE QTDLAN TO QTD-REL
           END-IF.
           MOVE DOCLAN     TO DOC-REL.
           IF MOTIVO-REC EQUAL SPACES
              PERFORM LANCA-LINHA
           ELSE
              ADD 1 TO CT-RECUSADOS
              MOVE MOTIVO-REC TO RESULT-REL
           END-IF.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

       CONFERE-LINHA.
           MOVE SPACES TO MOTIVO-REC.
           MOVE "N"    TO ACHOU-PROD.
           IF CODPRODLAN NUMERIC
              MOVE CODPRODLAN TO CODPROD-PROCURA
              PERFORM PROCURA-PRODUTO
           END-IF.
           EVALUATE TRUE
              WHEN NOT LAN-COMPRA AND NOT LAN-DEVOLUCAO
                 MOVE "TIPO INVALIDO (E OU D)" TO MOTIVO-REC
              WHEN ACHOU-PROD NOT EQUAL "S"
                 MOVE "PRODUTO FORA DO CADASTRO" TO MOTIVO-REC
              WHEN QTDLAN NOT NUMERIC
                 MOVE "QUANTIDADE INVALIDA" TO MOTIVO-REC
              WHEN QTDLAN EQUAL ZEROES
                 MOVE "QUANTIDADE ZERADA" TO MOTIVO-REC
              WHEN DOCLAN EQUAL SPACES
                 MOVE "SEM DOCUMENTO" TO MOTIVO-REC
              WHEN OTHER
                 PERFORM PROCURA-DOCUMENTO
                 IF ACHOU-DOC EQUAL "S"
                    MOVE "JA LANCADO" TO MOTIVO-REC
                 END-IF
           END-EVALUATE.

       PROCURA-DOCUMENTO.
           MOVE "N" TO ACHOU-DOC.
           IF QTD-DOCS GREATER THAN ZEROES
              SET IDX-DOC TO 1
              SEARCH DOC-ITEM
                 AT END CONTINUE
                 WHEN TIPO-DOC-TAB(IDX-DOC) EQUAL TIPOLAN AND
                      DOC-DOC-TAB(IDX-DOC)  EQUAL DOCLAN  AND
                      COD-DOC-TAB(IDX-DOC)  EQUAL CODPRODLAN
                    MOVE "S" TO ACHOU-DOC
              END-SEARCH
           END-IF.

       LANCA-LINHA.
           MOVE DATA-HOJE TO DATA-LANCAR.
           IF DATALAN NUMERIC AND DATALAN NOT EQUAL ZEROES
              MOVE DATALAN TO DATA-LANCAR
           END-IF.
           MOVE TIPOLAN    TO TIPO-LANCAR.
           MOVE "+"        TO SENTIDO-LANCAR.
           MOVE QTDLAN     TO QTD-LANCAR.
           MOVE DOCLAN     TO DOC-LANCAR.
           MOVE HISTLAN    TO HIST-LANCAR.
           IF HISTLAN EQUAL SPACES
              IF LAN-COMPRA
                 MOVE "ENTRADA POR COMPRA" TO HIST-LANCAR
              ELSE
                 MOVE "DEVOLUCAO AO ESTOQUE" TO HIST-LANCAR
              END-IF
           END-IF.
           MOVE "ESTLAN"   TO PROGRAMA-LANCAR.
           PERFORM LANCA-MOVIMENTO.
           ADD 1 TO CT-LANCADOS.
           PERFORM GUARDA-DOCUMENTO.
           MOVE QTDEST-TAB(IDX-PRD) TO SALDO-REL.
           MOVE LINHA-SALDO TO RESULT-REL.

       IMPRESSAO-FINAL.
           MOVE CT-LIDOS TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 2 LINE.
           MOVE CT-LANCADOS TO QTD-LAN.
           WRITE REG-REL FROM TOTAL-LAN AFTER ADVANCING 1 LINE.
           MOVE CT-RECUSADOS TO QTD-REC.
           WRITE REG-REL FROM TOTAL-REC AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE ESTLAN MOVEST RELESTL.
           IF CT-LANCADOS GREATER THAN ZEROES
              PERFORM GRAVA-PRODUTOS
           END-IF.
           IF CT-RECUSADOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ESTLAN: " CT-LANCADOS " LINHA(S) LANCADA(S), "
                   CT-RECUSADOS " RECUSADA(S).".

       COPY PRODUTPD.

       COPY MOVESTPD.
