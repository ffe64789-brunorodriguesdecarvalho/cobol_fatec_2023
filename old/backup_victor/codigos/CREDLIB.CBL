       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDLIB.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    LIBERACAO DE PEDIDOS RETIDOS POR CREDITO. O
      *            FINANCEIRO, COM O RELATORIO DO CREDRET NA MAO,
      *            DIGITA EM LIBCRED.DAT UMA DECISAO POR PEDIDO:
      *            NUMERO, ACAO ("L" LIBERA, "J" REJEITA), QUEM
      *            DECIDIU E UMA OBSERVACAO. A RODADA REGRAVA O
      *            PEDIDOX (COPIA-E-SUBSTITUI VIA PEDIDOXN, COMO O
      *            SORT1): PEDIDO RETIDO ("H") LIBERADO PASSA A "L" E
      *            E FATURADO NA PROXIMA RODADA DO SORT1 SEM NOVA
      *            CONFERENCIA DE CREDITO; REJEITADO PASSA A "J".
      *            DECISAO PARA PEDIDO INEXISTENTE OU QUE NAO ESTA
      *            RETIDO, COM ACAO INVALIDA OU REPETIDA PARA O MESMO
      *            PEDIDO E RECUSADA E DEIXA O RETURN-CODE EM 4. CADA
      *            DECISAO SAI EM RELLIB COM O RESULTADO.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O PEDIDO GANHOU A MATRICULA DO VENDEDOR
      *            (VENDPEDX - VER PEDIDXFD): O REGISTRO DE TRABALHO
      *            PEDIDOXN ACOMPANHOU O TAMANHO NOVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PEDIDXSL.

            SELECT PEDIDOXN ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LIBCRED ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-LIBCRED.

            SELECT RELLIB ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PEDIDXFD.

       FD  PEDIDOXN
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "PEDIDOXN.DAT".
       01  REGPEDIDOXN         PIC X(34).

       FD  LIBCRED
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "LIBCRED.DAT".
       01  REGLIBCRED.
             05  NUMPEDLIB       PIC X(06).
             05  ACAOLIB         PIC X(01).
                 88 LIB-LIBERA     VALUE "L".
                 88 LIB-REJEITA    VALUE "J".
             05  RESPLIB         PIC X(10).
             05  OBSLIB          PIC X(30).

       FD  RELLIB
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELLIB.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PEDIDXWS.
       77  FS-LIBCRED    PIC X(02) VALUE "00".
       77  FIM-LIB       PIC X(03) VALUE "NAO".
       77  FIM-PDX       PIC X(03) VALUE "NAO".
       77  QTD-LIB       PIC 9(03) VALUE ZEROES.
       77  LIB-DEMAIS    PIC X(01) VALUE "N".
       77  CT-LIBERADOS  PIC 9(05) VALUE ZEROES.
       77  CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77  CT-RECUSADAS  PIC 9(05) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.

      *UMA LINHA POR DECISAO DIGITADA; RESULT-LIB-TAB FICA EM
      *BRANCO ATE O PEDIDO SER ACHADO NO PEDIDOX.
       01  TAB-DECISOES.
           02 LIB-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-LIB
                 INDEXED BY IDX-LIB.
              03 PED-LIB-TAB    PIC X(06).
              03 ACAO-LIB-TAB   PIC X(01).
              03 RESP-LIB-TAB   PIC X(10).
              03 OBS-LIB-TAB    PIC X(30).
              03 RESULT-LIB-TAB PIC X(24).

       01 CAB-LIB.
           02 FILLER    PIC X(40) VALUE
              "LIBERACAO DE PEDIDOS RETIDOS POR CREDITO".
           02 FILLER    PIC X(40) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER    PIC X(40) VALUE
              "  PEDIDO ACAO RESPONSAV. RESULTADO      ".
           02 FILLER    PIC X(40) VALUE
              "          OBSERVACAO                    ".

       01 DETALHE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PED-REL      PIC X(06).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 ACAO-REL     PIC X(01).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RESP-REL     PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RESULT-REL   PIC X(24).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 OBS-REL      PIC X(30).

       01 TOTAL-LIB.
           02 FILLER    PIC X(29) VALUE "Pedidos liberados..........: ".
           02 QTD-LIB-REL PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-REJ.
           02 FILLER    PIC X(29) VALUE "Pedidos rejeitados.........: ".
           02 QTD-REJ-REL PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-REC.
           02 FILLER    PIC X(29) VALUE "Decisoes recusadas.........: ".
           02 QTD-REC-REL PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-PDX EQUAL "SIM".
           PERFORM DEVOLVE-PEDIDOS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT LIBCRED.
           IF FS-LIBCRED NOT EQUAL "00"
              DISPLAY "CREDLIB: LIBCRED.DAT AUSENTE - NADA A LIBERAR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-LIBCRED UNTIL FIM-LIB EQUAL "SIM".
           CLOSE LIBCRED.
           IF LIB-DEMAIS EQUAL "S"
              DISPLAY "CREDLIB: MAIS DE 500 DECISOES NO LIBCRED.DAT - "
                      "A TABELA NAO COMPORTA. NADA FOI ALTERADO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PEDIDOX.
           IF FS-PEDIDOX NOT EQUAL "00"
              DISPLAY "CREDLIB: PEDIDOX.DAT AUSENTE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PEDIDOXN.
           PERFORM LEITURA.

      *DECISAO COM ACAO INVALIDA OU REPETIDA JA SAI RECUSADA NA
      *CARGA; AS DEMAIS ESPERAM O PEDIDO NO PEDIDOX.
       LER-LIBCRED.
           READ LIBCRED AT END MOVE "SIM" TO FIM-LIB.
           IF FIM-LIB NOT EQUAL "SIM"
              IF QTD-LIB LESS THAN 500
                 ADD 1 TO QTD-LIB
                 MOVE NUMPEDLIB TO PED-LIB-TAB(QTD-LIB)
                 MOVE ACAOLIB   TO ACAO-LIB-TAB(QTD-LIB)
                 MOVE RESPLIB   TO RESP-LIB-TAB(QTD-LIB)
                 MOVE OBSLIB    TO OBS-LIB-TAB(QTD-LIB)
                 MOVE SPACES    TO RESULT-LIB-TAB(QTD-LIB)
                 IF NOT LIB-LIBERA AND NOT LIB-REJEITA
                    MOVE "ACAO INVALIDA (USE L/J)"
                         TO RESULT-LIB-TAB(QTD-LIB)
                 ELSE
                    SET IDX-LIB TO 1
                    SEARCH LIB-ITEM
                       AT END CONTINUE
                       WHEN PED-LIB-TAB(IDX-LIB) EQUAL NUMPEDLIB
                        AND IDX-LIB LESS THAN QTD-LIB
                          MOVE "DECISAO REPETIDA"
                               TO RESULT-LIB-TAB(QTD-LIB)
                    END-SEARCH
                 END-IF
              ELSE
                 MOVE "S" TO LIB-DEMAIS
              END-IF
           END-IF.

       LEITURA.
           READ PEDIDOX AT END MOVE "SIM" TO FIM-PDX.

       PRINCIPAL.
           SET IDX-LIB TO 1.
           SEARCH LIB-ITEM
              AT END CONTINUE
              WHEN PED-LIB-TAB(IDX-LIB) EQUAL NUMPEDX AND
                   RESULT-LIB-TAB(IDX-LIB) EQUAL SPACES
                 PERFORM APLICA-DECISAO
           END-SEARCH.
           WRITE REGPEDIDOXN FROM REGPEDIDOX.
           PERFORM LEITURA.

       APLICA-DECISAO.
           IF NOT PEDIDO-RETIDO
              MOVE "PEDIDO NAO ESTA RETIDO" TO RESULT-LIB-TAB(IDX-LIB)
           ELSE
              IF ACAO-LIB-TAB(IDX-LIB) EQUAL "L"
                 MOVE "L" TO SITPEDX
                 MOVE "LIBERADO" TO RESULT-LIB-TAB(IDX-LIB)
                 ADD 1 TO CT-LIBERADOS
              ELSE
                 MOVE "J" TO SITPEDX
                 MOVE "REJEITADO" TO RESULT-LIB-TAB(IDX-LIB)
                 ADD 1 TO CT-REJEITADOS
              END-IF
           END-IF.

       DEVOLVE-PEDIDOS.
           CLOSE PEDIDOX PEDIDOXN.
           MOVE "NAO" TO FIM-PDX.
           OPEN INPUT  PEDIDOXN
                OUTPUT PEDIDOX.
           PERFORM DEVOLVE-PEDIDO UNTIL FIM-PDX EQUAL "SIM".
           CLOSE PEDIDOXN PEDIDOX.

       DEVOLVE-PEDIDO.
           READ PEDIDOXN AT END MOVE "SIM" TO FIM-PDX.
           IF FIM-PDX NOT EQUAL "SIM"
              WRITE REGPEDIDOX FROM REGPEDIDOXN
           END-IF.

       IMPRESSAO-FINAL.
           OPEN OUTPUT RELLIB.
           WRITE REG-REL FROM CAB-LIB AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-DECISAO UNTIL IDX-I GREATER THAN QTD-LIB.
           MOVE CT-LIBERADOS  TO QTD-LIB-REL.
           WRITE REG-REL FROM TOTAL-LIB AFTER ADVANCING 2 LINE.
           MOVE CT-REJEITADOS TO QTD-REJ-REL.
           WRITE REG-REL FROM TOTAL-REJ AFTER ADVANCING 1 LINE.
           MOVE CT-RECUSADAS  TO QTD-REC-REL.
           WRITE REG-REL FROM TOTAL-REC AFTER ADVANCING 1 LINE.

       IMPRIME-DECISAO.
           IF RESULT-LIB-TAB(IDX-I) EQUAL SPACES
              MOVE "PEDIDO NAO ENCONTRADO" TO RESULT-LIB-TAB(IDX-I).
           IF RESULT-LIB-TAB(IDX-I) NOT EQUAL "LIBERADO" AND
              RESULT-LIB-TAB(IDX-I) NOT EQUAL "REJEITADO"
              ADD 1 TO CT-RECUSADAS.
           MOVE PED-LIB-TAB(IDX-I)    TO PED-REL.
           MOVE ACAO-LIB-TAB(IDX-I)   TO ACAO-REL.
           MOVE RESP-LIB-TAB(IDX-I)   TO RESP-REL.
           MOVE RESULT-LIB-TAB(IDX-I) TO RESULT-REL.
           MOVE OBS-LIB-TAB(IDX-I)    TO OBS-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-I.

       FIM.
           CLOSE RELLIB.
           IF CT-RECUSADAS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CREDLIB: " CT-LIBERADOS " LIBERADO(S), "
                   CT-REJEITADOS " REJEITADO(S), " CT-RECUSADAS
                   " DECISAO(OES) RECUSADA(S).".
