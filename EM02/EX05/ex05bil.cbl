      *            JA LANCADO NA COMPETENCIA E PULADO (REEXECUCAO
      *            NAO DUPLICA). A BAIXA E DO EX05PGA E A COBRANCA
      *            DO EX05ATR.
      *            BOLSAS E DESCONTOS DO ALUNO (BOLSA.DAT - VER
      *            BOLSAFD) VIGENTES NA COMPETENCIA SAO ABATIDOS DA
      *            MENSALIDADE: O MENSALU GUARDA O VALOR BRUTO, O
      *            DESCONTO E O LIQUIDO (VALOR-MAL), E CADA BOLSA
      *            APLICADA VAI PARA O DESCALU (VER DSCALUFD), BASE
      *            DO RELATORIO DE BOLSAS EX05BOL. MENSALIDADE TODA
      *            COBERTA PELA BOLSA E GRAVADA ISENTA ("I"). BOLSA
      *            COM TIPO, FORMA, PERCENTUAL OU VIGENCIA INVALIDOS
      *            E IGNORADA E LISTADA NO RELBIL (RETURN-CODE 4).
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - BOLSAS E DESCONTOS (BOLSA.DAT) ABATIDOS NO
      *            LANCAMENTO: MENSALU COM BRUTO, DESCONTO E LIQUIDO,
      *            DETALHE NO DESCALU, ISENTA QUANDO A BOLSA COBRE TUDO;
      *            BOLSA INVALIDA LISTADA NO RELBIL (RETURN-CODE 4).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY ARQALUSL.

               COPY MENALUSL.

           COPY BOLSASL.

           COPY DSCALUSL.

           SELECT RELBIL ASSIGN TO DISK.


       COPY ARQALUFD.

       COPY MENALUFD.

       COPY BOLSAFD.

       COPY DSCALUFD.

       FD  RELBIL
           LABEL RECORD IS OMITTED
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY MENALUWS.
       COPY BOLSAWS.
       COPY DSCALUWS.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-MEN        PIC X(03) VALUE "NAO".
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  DATA-SISTEMA   PIC 9(08) VALUE ZEROES.
       77  COMPETENCIA    PIC 9(06) VALUE ZEROES.
       77  VENCIMENTO     PIC 9(08) VALUE ZEROES.
       77  FIM-BOL-ARQ    PIC X(03) VALUE "NAO".
       77  QTD-BOLSAS     PIC 9(04) VALUE ZEROES.
       77  BOLSAS-DEMAIS  PIC X(01) VALUE "N".
       77  BOLSA-OK       PIC X(01) VALUE "S".
       77  DESCONTO-ALUNO PIC 9(09)V9(02) VALUE ZEROES.
       77  DESCONTO-BOLSA PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-COM-DESCONTO PIC 9(05) VALUE ZEROES.
       77  CT-ISENTAS     PIC 9(05) VALUE ZEROES.
       77  CT-BOLSAS-INV  PIC 9(05) VALUE ZEROES.
       77  TOTAL-BRUTO    PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-DESCONTO PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-LIQUIDO  PIC 9(11)V9(02) VALUE ZEROES.

      *BOLSAS VALIDAS E VIGENTES NA COMPETENCIA DA RODADA.
       01 TAB-BOLSAS.
           02 BOLSA-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-BOLSAS
                 INDEXED BY IDX-BOL.
              03 MATRICULA-BOL-TAB  PIC 9(07).
              03 TIPO-BOL-TAB       PIC X(01).
              03 FORMA-BOL-TAB      PIC X(01).
              03 PERCENTUAL-BOL-TAB PIC 9(03)V9(02).
              03 VALOR-BOL-TAB      PIC 9(07)V9(02).
              03 APROVACAO-BOL-TAB  PIC X(20).

       01 TAB-LANCADOS.
           02 LANCADO-ITEM OCCURS 5000 TIMES
           02 QTD-JAL   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-DSC.
           02 FILLER    PIC X(29) VALUE "Mensalidades com desconto..: ".
           02 QTD-DSC   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-ISE.
           02 FILLER    PIC X(29) VALUE "Isentas (bolsa integral)...: ".
           02 QTD-ISE   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-BRU.
           02 FILLER    PIC X(29) VALUE "Valor bruto lancado........: ".
           02 VALOR-BRU PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-DES.
           02 FILLER    PIC X(29) VALUE "Descontos concedidos.......: ".
           02 VALOR-DES PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-LIQ.
           02 FILLER    PIC X(29) VALUE "Valor liquido lancado......: ".
           02 VALOR-LIQ PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-INV.
           02 FILLER    PIC X(29) VALUE "Bolsas invalidas ignoradas.: ".
           02 QTD-INV   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 LINHA-INV.
           02 FILLER    PIC X(27) VALUE "BOLSA IGNORADA - MATRICULA ".
           02 MAT-INV   PIC 9(07).
           02 FILLER    PIC X(07) VALUE "  TIPO ".
           02 TIPO-INV  PIC X(01).
           02 FILLER    PIC X(08) VALUE "  FORMA ".
           02 FORMA-INV PIC X(01).
           02 FILLER    PIC X(07) VALUE "  APR. ".
           02 APROV-INV PIC X(20).
           02 FILLER    PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           MOVE DATA-SISTEMA(1:6) TO VENCIMENTO(1:6).
           MOVE 10 TO VENCIMENTO(7:2).
           PERFORM CARREGA-LANCADOS.
           PERFORM CARREGA-BOLSAS.
           OPEN EXTEND MENSALU.
           IF FS-MENSALU NOT EQUAL "00"
              OPEN OUTPUT MENSALU
           END-IF.
           OPEN EXTEND DESCALU.
           IF FS-DESCALU NOT EQUAL "00"
              OPEN OUTPUT DESCALU
           END-IF.
           PERFORM GRAVA-JOBLOG-INICIO.
           PERFORM LEITURA.

              END-IF
           END-IF.

      *BOLSAS VIGENTES NA COMPETENCIA. LINHA INVALIDA E LISTADA E
      *IGNORADA; MAIS BOLSAS DO QUE A TABELA COMPORTA ABORTA (ALUNO
      *SAIRIA COBRADO CHEIO).
       CARREGA-BOLSAS.
           OPEN INPUT BOLSA.
           IF FS-BOLSA EQUAL "00"
              PERFORM LER-BOLSA UNTIL FIM-BOL-ARQ EQUAL "SIM"
              CLOSE BOLSA
           END-IF.
           IF BOLSAS-DEMAIS EQUAL "S"
              DISPLAY "EX05BIL: MAIS DE 5000 BOLSAS VIGENTES NA "
                      "COMPETENCIA - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-BOLSA.
           READ BOLSA AT END MOVE "SIM" TO FIM-BOL-ARQ.
           IF FIM-BOL-ARQ NOT EQUAL "SIM"
              PERFORM CRITICA-BOLSA
              IF BOLSA-OK EQUAL "N"
                 ADD 1 TO CT-BOLSAS-INV
                 MOVE MATRICULA-BOL TO MAT-INV
                 MOVE TIPO-BOL      TO TIPO-INV
                 MOVE FORMA-BOL     TO FORMA-INV
                 MOVE APROVACAO-BOL TO APROV-INV
                 WRITE REG-REL FROM LINHA-INV AFTER ADVANCING 1 LINE
              ELSE
                 IF INICIO-BOL NOT GREATER THAN COMPETENCIA AND
                    (FIM-BOL EQUAL ZEROES OR
                     FIM-BOL NOT LESS THAN COMPETENCIA)
                    PERFORM GUARDA-BOLSA
                 END-IF
              END-IF
           END-IF.

       CRITICA-BOLSA.
           MOVE "S" TO BOLSA-OK.
           IF NOT TIPO-BOLSA-VALIDO OR
              MATRICULA-BOL NOT NUMERIC OR
              INICIO-BOL NOT NUMERIC OR FIM-BOL NOT NUMERIC
              MOVE "N" TO BOLSA-OK
           ELSE
              IF FIM-BOL NOT EQUAL ZEROES AND
                 FIM-BOL LESS THAN INICIO-BOL
                 MOVE "N" TO BOLSA-OK
              END-IF
           END-IF.
           IF BOLSA-OK EQUAL "S"
              EVALUATE TRUE
                  WHEN BOLSA-PERCENTUAL
                      IF PERCENTUAL-BOL NOT NUMERIC OR
                         PERCENTUAL-BOL GREATER THAN 100
                         MOVE "N" TO BOLSA-OK
                      END-IF
                  WHEN BOLSA-VALOR-FIXO
                      IF VALOR-BOL NOT NUMERIC
                         MOVE "N" TO BOLSA-OK
                      END-IF
                  WHEN OTHER
                      MOVE "N" TO BOLSA-OK
              END-EVALUATE
           END-IF.

       GUARDA-BOLSA.
           IF QTD-BOLSAS LESS THAN 5000
              ADD 1 TO QTD-BOLSAS
              MOVE MATRICULA-BOL  TO MATRICULA-BOL-TAB(QTD-BOLSAS)
              MOVE TIPO-BOL       TO TIPO-BOL-TAB(QTD-BOLSAS)
              MOVE FORMA-BOL      TO FORMA-BOL-TAB(QTD-BOLSAS)
              MOVE APROVACAO-BOL  TO APROVACAO-BOL-TAB(QTD-BOLSAS)
              MOVE ZEROES         TO PERCENTUAL-BOL-TAB(QTD-BOLSAS)
                                     VALOR-BOL-TAB(QTD-BOLSAS)
              IF BOLSA-PERCENTUAL
                 MOVE PERCENTUAL-BOL TO PERCENTUAL-BOL-TAB(QTD-BOLSAS)
              ELSE
                 MOVE VALOR-BOL      TO VALOR-BOL-TAB(QTD-BOLSAS)
              END-IF
           ELSE
              MOVE "S" TO BOLSAS-DEMAIS
           END-IF.

       LOCALIZA-LANCADO.
           MOVE "N" TO TEM-LANCADO.
           SET IDX-LAN TO 1.
           PERFORM LEITURA.

       GRAVA-MENSALU.
           MOVE ZEROES TO DESCONTO-ALUNO.
           PERFORM APLICA-BOLSA
              VARYING IDX-BOL FROM 1 BY 1 UNTIL IDX-BOL > QTD-BOLSAS.
           MOVE MATRICULA-ALU TO MATRICULA-MAL.
           MOVE COMPETENCIA   TO COMPETENCIA-MAL.
           MOVE VALOR-MENSAL  TO VALOR-BRUTO-MAL.
           MOVE DESCONTO-ALUNO TO DESCONTO-MAL.
           COMPUTE VALOR-MAL = VALOR-MENSAL - DESCONTO-ALUNO.
           MOVE VENCIMENTO    TO VENCIMENTO-MAL.
           IF VALOR-MAL EQUAL ZEROES
              MOVE "I"        TO SITUACAO-MAL
              ADD 1 TO CT-ISENTAS
           ELSE
              MOVE "A"        TO SITUACAO-MAL
           END-IF.
           IF DESCONTO-ALUNO GREATER THAN ZEROES
              ADD 1 TO CT-COM-DESCONTO
           END-IF.
           ADD VALOR-MENSAL   TO TOTAL-BRUTO.
           ADD DESCONTO-ALUNO TO TOTAL-DESCONTO.
           ADD VALOR-MAL      TO TOTAL-LIQUIDO.
           WRITE REG-MENSALU.
           ADD 1 TO CT-GRAVADOS.

      *CADA BOLSA DO ALUNO INCIDE SOBRE A MENSALIDADE CHEIA; A SOMA
      *NAO PASSA DO VALOR DA MENSALIDADE.
       APLICA-BOLSA.
           IF MATRICULA-BOL-TAB(IDX-BOL) EQUAL MATRICULA-ALU
              IF FORMA-BOL-TAB(IDX-BOL) EQUAL "P"
                 COMPUTE DESCONTO-BOLSA ROUNDED = VALOR-MENSAL *
                         PERCENTUAL-BOL-TAB(IDX-BOL) / 100
              ELSE
                 MOVE VALOR-BOL-TAB(IDX-BOL) TO DESCONTO-BOLSA
              END-IF
              IF DESCONTO-ALUNO + DESCONTO-BOLSA GREATER THAN
                 VALOR-MENSAL
                 COMPUTE DESCONTO-BOLSA = VALOR-MENSAL - DESCONTO-ALUNO
              END-IF
              IF DESCONTO-BOLSA GREATER THAN ZEROES
                 ADD DESCONTO-BOLSA TO DESCONTO-ALUNO
                 MOVE MATRICULA-ALU  TO MATRICULA-DSC
                 MOVE COMPETENCIA    TO COMPETENCIA-DSC
                 MOVE TIPO-BOL-TAB(IDX-BOL)      TO TIPO-DSC
                 MOVE APROVACAO-BOL-TAB(IDX-BOL) TO APROVACAO-DSC
                 MOVE DESCONTO-BOLSA TO VALOR-DSC
                 WRITE REG-DESCALU
              END-IF
           END-IF.

       IMPRESSAO-FINAL.
           MOVE COMPETENCIA    TO COMP-TOT.
           WRITE REG-REL FROM COMPET-REL AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM TOTAL-GER AFTER ADVANCING 1 LINE.
           MOVE CT-JA-LANCADOS TO QTD-JAL.
           WRITE REG-REL FROM TOTAL-JAL AFTER ADVANCING 1 LINE.
           MOVE CT-COM-DESCONTO TO QTD-DSC.
           WRITE REG-REL FROM TOTAL-DSC AFTER ADVANCING 1 LINE.
           MOVE CT-ISENTAS     TO QTD-ISE.
           WRITE REG-REL FROM TOTAL-ISE AFTER ADVANCING 1 LINE.
           MOVE TOTAL-BRUTO    TO VALOR-BRU.
           WRITE REG-REL FROM TOTAL-BRU AFTER ADVANCING 1 LINE.
           MOVE TOTAL-DESCONTO TO VALOR-DES.
           WRITE REG-REL FROM TOTAL-DES AFTER ADVANCING 1 LINE.
           MOVE TOTAL-LIQUIDO  TO VALOR-LIQ.
           WRITE REG-REL FROM TOTAL-LIQ AFTER ADVANCING 1 LINE.
           MOVE CT-BOLSAS-INV  TO QTD-INV.
           WRITE REG-REL FROM TOTAL-INV AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE ARQALU MENSALU DESCALU RELBIL.
           PERFORM GRAVA-JOBLOG-FIM.
           IF CT-BOLSAS-INV GREATER THAN ZEROES
              DISPLAY "EX05BIL: " CT-BOLSAS-INV " BOLSA(S) INVALIDA(S) "
                      "IGNORADA(S) - VER RELBIL.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "EX05BIL: ARQALU VAZIO - NADA FOI LANCADO."
              MOVE 12 TO RETURN-CODE
