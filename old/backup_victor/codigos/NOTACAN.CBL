      *            NOTASUM E NOTAAR TIRAM A NOTA DOS NUMEROS.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - NOTA COM VARIOS ITENS: O CANCELAMENTO E
      *            DA NOTA INTEIRA - SO O CABECALHO (NOTFISFD) RECEBE O
      *            SITNOTA "C"; OS ITENS DO ITEMNOTA FICAM COMO ESTAO E
      *            SAEM DOS NUMEROS JUNTO COM O CABECALHO.
      *15/10/2026 BRC - CANCELAMENTO DEVOLVE O ESTOQUE: AS SAIDAS "S" DA
      *            NOTA NO RAZAO MOVEST.DAT (MENOS O QUE JA VOLTOU POR
      *            DEVOLUCAO "D" COM O MESMO DOCUMENTO) VOLTAM AO
      *            PRODUTOS.DAT COMO DEVOLUCAO "D". NOTA ANTERIOR AO
      *            CONTROLE DE ESTOQUE NAO TEM SAIDA E NADA VOLTA. SEM O
      *            PRODUTOS.DAT A RODADA ABORTA ANTES DE CANCELAR.
      *15/10/2026 BRC - A NOTA GANHOU A UF DE DESTINO E OS TOTAIS DE
      *            BASE E IMPOSTO (NOTFISFD): O REGISTRO DE TRABALHO
      *            NOTASN ACOMPANHOU O TAMANHO NOVO DO CABECALHO.
      *15/10/2026 BRC - A NOTA GANHOU A MATRICULA DO VENDEDOR
      *            (VENDNOTA): O REGISTRO DE TRABALHO NOTASN ACOMPANHOU
      *            O TAMANHO NOVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTFISSL.

           COPY PRODUTSL.

           COPY MOVESTSL.

            SELECT NOTASN ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
       COPY NOTFISFD.

       COPY PRODUTFD.

       COPY MOVESTFD.

       FD  NOTASN
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "NOTASN.DAT".
       01  REGNOTAN            PIC X(76).

       FD  CANCNOTA
             LABEL RECORDS STANDARD
             05  MOTIVOCAN       PIC X(30).

       WORKING-STORAGE SECTION.
       COPY NOTFISWS.
       COPY PRODUTWS.
       COPY MOVESTWS.
       77  FS-CANCNOTA   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  ACHOU         PIC X(03) VALUE "NAO".
       77  NOTA-INF      PIC 9(06) VALUE ZEROES.
       77  MOTIVO-INF    PIC X(30) VALUE SPACES.
       77  DATA-HOJE     PIC 9(08) VALUE ZEROES.
       77  FIM-MOV       PIC X(03) VALUE "NAO".
       77  DOC-NOTA      PIC X(10) VALUE SPACES.
       77  QTD-SAIDAS    PIC 9(03) VALUE ZEROES.
       77  SAIDAS-DEMAIS PIC X(01) VALUE "N".
       77  IDX-S         PIC 9(03) VALUE ZEROES.
       77  CT-SEM-CADASTRO PIC 9(03) VALUE ZEROES.

      *SALDO A DEVOLVER POR PRODUTO DA NOTA: SAIDAS MENOS
      *DEVOLUCOES JA LANCADAS COM O NUMERO DA NOTA.
       01  TAB-SAIDAS.
           02 SAIDA-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-SAIDAS
                 INDEXED BY IDX-SAI.
              03 COD-SAI-TAB   PIC 9(05).
              03 QTD-SAI-TAB   PIC S9(07).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-PRODUTOS.
           IF PRODUTOS-LIDO NOT EQUAL "S" OR PRD-DEMAIS EQUAL "S"
              DISPLAY "NOTACAN: PRODUTOS.DAT AUSENTE OU MAIOR QUE A "
                      "TABELA - O ESTOQUE NAO PODERIA VOLTAR. NADA "
                      "FOI ALTERADO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CANCELA-NOTA.
           PERFORM FIM.
           STOP RUN.
              PERFORM SUBSTITUI-NOTAS
              PERFORM GRAVA-CANCELAMENTO
              DISPLAY "NOTACAN: NOTA " NOTA-INF " CANCELADA."
              PERFORM DEVOLVE-ESTOQUE
           ELSE
              DISPLAY "NOTACAN: NOTA " NOTA-INF " NAO ENCONTRADA "
                      "ATIVA - NADA FOI ALTERADO."
           WRITE REGCANC.
           CLOSE CANCNOTA.

      *O QUE A NOTA TIROU DO ESTOQUE E O QUE JA VOLTOU SAO APURADOS
      *NO PROPRIO RAZAO, PELO NUMERO DA NOTA NO DOCUMENTO; O SALDO
      *VOLTA COMO DEVOLUCAO. PRODUTO QUE SAIU DO CADASTRO DEPOIS DA
      *NOTA NAO TEM ONDE VOLTAR E E AVISADO (RETURN-CODE 4).
       DEVOLVE-ESTOQUE.
           MOVE NOTA-INF TO DOC-NOTA.
           OPEN INPUT MOVEST.
           IF FS-MOVEST EQUAL "00"
              PERFORM LER-MOVEST UNTIL FIM-MOV EQUAL "SIM"
              CLOSE MOVEST
           END-IF.
           IF SAIDAS-DEMAIS EQUAL "S"
              DISPLAY "NOTACAN: NOTA COM MAIS DE 99 PRODUTOS NO "
                      "RAZAO - CONFERIR A DEVOLUCAO DO ESTOQUE."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF QTD-SAIDAS EQUAL ZEROES
              DISPLAY "NOTACAN: NOTA SEM SAIDA DE ESTOQUE NO RAZAO - "
                      "NADA VOLTOU AO ESTOQUE."
           ELSE
              PERFORM ABRE-MOVEST
              MOVE 1 TO IDX-S
              PERFORM DEVOLVE-PRODUTO UNTIL IDX-S GREATER THAN
                      QTD-SAIDAS
              CLOSE MOVEST
              PERFORM GRAVA-PRODUTOS
              DISPLAY "NOTACAN: " CT-MOVIMENTOS " DEVOLUCAO(OES) "
                      "LANCADA(S) NO ESTOQUE."
           END-IF.

       LER-MOVEST.
           READ MOVEST AT END MOVE "SIM" TO FIM-MOV.
           IF FIM-MOV NOT EQUAL "SIM"
              IF DOCMOV EQUAL DOC-NOTA AND
                 (MOV-NOTA OR MOV-DEVOLUCAO)
                 PERFORM ACUMULA-SAIDA
              END-IF
           END-IF.

       ACUMULA-SAIDA.
           SET IDX-SAI TO 1.
           SEARCH SAIDA-ITEM
              AT END
                 IF QTD-SAIDAS LESS THAN 99
                    ADD 1 TO QTD-SAIDAS
                    MOVE CODPRODMOV TO COD-SAI-TAB(QTD-SAIDAS)
                    MOVE ZEROES     TO QTD-SAI-TAB(QTD-SAIDAS)
                    SET IDX-SAI     TO QTD-SAIDAS
                 ELSE
                    MOVE "S" TO SAIDAS-DEMAIS
                 END-IF
              WHEN COD-SAI-TAB(IDX-SAI) EQUAL CODPRODMOV
                 CONTINUE
           END-SEARCH.
           IF SAIDAS-DEMAIS NOT EQUAL "S"
              IF MOV-NOTA
                 ADD QTDMOV TO QTD-SAI-TAB(IDX-SAI)
              ELSE
                 SUBTRACT QTDMOV FROM QTD-SAI-TAB(IDX-SAI)
              END-IF
           END-IF.

       DEVOLVE-PRODUTO.
           IF QTD-SAI-TAB(IDX-S) GREATER THAN ZEROES
              MOVE COD-SAI-TAB(IDX-S) TO CODPROD-PROCURA
              PERFORM PROCURA-PRODUTO
              IF ACHOU-PROD EQUAL "S"
                 MOVE DATA-HOJE          TO DATA-LANCAR
                 MOVE "D"                TO TIPO-LANCAR
                 MOVE "+"                TO SENTIDO-LANCAR
                 MOVE QTD-SAI-TAB(IDX-S) TO QTD-LANCAR
                 MOVE DOC-NOTA           TO DOC-LANCAR
                 MOVE "CANCELAMENTO DA NOTA" TO HIST-LANCAR
                 MOVE "NOTACAN"          TO PROGRAMA-LANCAR
                 PERFORM LANCA-MOVIMENTO
              ELSE
                 ADD 1 TO CT-SEM-CADASTRO
                 DISPLAY "NOTACAN: PRODUTO " COD-SAI-TAB(IDX-S)
                         " FORA DO CADASTRO - ESTOQUE NAO VOLTOU."
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           ADD 1 TO IDX-S.

       FIM.
           CONTINUE.

       COPY PRODUTPD.

       COPY MOVESTPD.
