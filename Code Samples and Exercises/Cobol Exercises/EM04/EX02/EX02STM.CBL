      *            EX02) PASSOU A SAIR DESCRITO COMO "ENCERRAMENTO"
      *            NA CONSULTA E NO EXTRATO EM MASSA - SAIA COMO
      *            "DESCONHECIDO".
      *15/10/2026 BRC - MODO EM MASSA: CONTA COM CORRESPONDENCIA
      *            DEVOLVIDA PELO CORREIO (DEVCOR.DAT - VER DEVCORFD)
      *            NAO RECEBE EXTRATO E SAI UMA VEZ NO RELATORIO DE
      *            ENDERECOS A CORRIGIR (ENDSTM), COM O ENDERECO DO
      *            CADANT. A CONSULTA DE UMA CONTA SO CONTINUA IGUAL.
      *15/10/2026 BRC - REG-ANT COM O CPF DO TITULAR DA CONTA NO FIM
      *            (VER EX02).
      *15/10/2026 BRC - MODO EM MASSA: CONTA DORMENTE (STATUS "D",
      *            MARCADO PELO EX02DOR) TAMBEM FICA SEM EXTRATO, COMO A
      *            ENCERRADA. A TABELA DE CONTAS PULADAS PASSOU A 9999
      *            E, CHEIA, ABORTA A RODADA (ANTES AS EXCEDENTES
      *            RECEBIAM EXTRATO SEM AVISO).
      *15/10/2026 BRC - REG-ANT GANHOU O ENDERECO DETALHADO DA
      *            CONTA NO FIM (ENDER-DET-ANT - VER EX02).
      *15/10/2026 BRC - MODO EM MASSA: CONTA COM ADESAO AO ENVIO POR
      *            E-MAIL (EMLADE.DAT, REGISTRADO NO EX01EML - VER
      *            EMLADEFD) E EMAIL-ANT VALIDO NO CADANT PASSOU A
      *            RECEBER O EXTRATO NA CAIXA DE SAIDA (EMLSAI.DAT - VER
      *            EMLSAIFD) EM VEZ DO EXTRATOS, MESMO COM O ENDERECO
      *            POSTAL DEVOLVIDO. A CONSULTA DE UMA CONTA SO CONTINUA
      *            IGUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADANT.

       COPY DEVCORSL.

       COPY EMLADESL.

       COPY EMLSAISL.

       SELECT ENDSTM ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
           02 TEL-ANT    PIC X(15).
           02 EMAIL-ANT  PIC X(40).
           02 STATUS-ANT PIC X(01).
           02 CPF-TIT-ANT PIC 9(11).
           02 ENDER-DET-ANT PIC X(121).

       COPY DEVCORFD.

       COPY EMLADEFD.

       COPY EMLSAIFD.

       FD ENDSTM
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDSTM.txt".
       01 REG-ENDSTM PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-HISTMOV   PIC X(02) VALUE "00".
       77 FS-CADANT    PIC X(02) VALUE "00".
       77 FIM-ANT      PIC X(03) VALUE "NAO".
       77 QTD-ENCERRADAS PIC 9(04) VALUE ZEROES.
       77 QTD-DORMENTES PIC 9(04) VALUE ZEROES.
       77 PULADAS-DEMAIS PIC X(01) VALUE "N".
       77 CONTA-FECHADA PIC X(01) VALUE "N".
       77 CONTA-RETIDA PIC X(01) VALUE "N".
       77 QTD-ENDER-RET PIC 9(04) VALUE ZEROES.
       COPY DEVCORWS.
       COPY EMLADEWS.
       COPY EMLSAIWS.
       77 QTD-POR-EMAIL PIC 9(04) VALUE ZEROES.
       77 CONTA-POR-EMAIL PIC X(01) VALUE "N".
       77 LINHA-EXT    PIC X(80) VALUE SPACES.
       77 SALTO-EXT    PIC 9(01) VALUE 1.

      *CONTAS ENCERRADAS E DORMENTES DO CADANT - FORA DO EXTRATO EM
      *MASSA.
       01 TAB-ENCERRADAS.
           02 ENCERRADA-ITEM OCCURS 9999 TIMES
                 DEPENDING ON QTD-ENCERRADAS
                 INDEXED BY IDX-ENC.
              03 CC-ENC-TAB PIC 9(07).

      *ENDERECO DO CADANT DAS CONTAS COM CORRESPONDENCIA DEVOLVIDA,
      *PARA O RELATORIO DE ENDERECOS A CORRIGIR.
       01 TAB-ENDER-RET.
           02 ENDER-RET-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-ENDER-RET
                 INDEXED BY IDX-RET.
              03 CC-RET-TAB    PIC 9(07).
              03 ENDER-RET-TAB PIC X(50).

      *CONTAS ATIVAS COM ADESAO AO ENVIO POR E-MAIL E ENDERECO
      *VALIDO NO CADANT - O EXTRATO VAI PARA A CAIXA DE SAIDA.
       01 TAB-POR-EMAIL.
           02 POR-EMAIL-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-POR-EMAIL
                 INDEXED BY IDX-EML.
              03 CC-EML-TAB    PIC 9(07).
              03 EMAIL-EML-TAB PIC X(40).

       01 RESUMO-LINHA.
           02 FILLER    PIC X(29) VALUE "Contas com extrato gerado..: ".
           02 QTD-CONTAS PIC ZZZZ9.
      *----------------------------------------------------------*
      * MODO EM MASSA: CLASSIFICA O HISTMOV POR CONTA E DATA/HORA
      * E GRAVA UM EXTRATO POR CONTA EM EXTRATOS, COM QUEBRA POR
      * HIST-CC E RESUMO NO FIM. CONTA COM CORRESPONDENCIA
      * DEVOLVIDA (DEVCOR.DAT, VER DEVCORFD) NAO RECEBE O EXTRATO
      * E SAI UMA VEZ NO RELATORIO DE ENDERECOS A CORRIGIR (ENDSTM).
      *----------------------------------------------------------*
       EXTRATO-EM-MASSA.
           MOVE "ANT" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX02STM: MAIS DE 2000 ENDERECOS NO DEVCOR - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "ANT" TO ARQUIVO-CARGA-ADE.
           PERFORM CARREGA-EMLADE.
           IF EMLADE-DEMAIS EQUAL "S"
              DISPLAY "EX02STM: MAIS DE 5000 ADESOES NO EMLADE - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "EX02STM " TO PROGRAMA-MSG-EML.
           OPEN OUTPUT EXTRATOS ENDSTM.
           MOVE "EX02STM " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDSTM FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDSTM FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.
           PERFORM CARREGA-ENCERRADAS.
           IF PULADAS-DEMAIS EQUAL "S"
              DISPLAY "EX02STM: MAIS DE 9999 CONTAS ENCERRADAS OU "
                      "DORMENTES - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              CLOSE EXTRATOS ENDSTM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT ARQSORT ASCENDING KEY CC-SORT DATA-SORT HORA-SORT
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE CARGA-HISTMOV
                OUTPUT PROCEDURE GERA-EXTRATOS.
           MOVE CT-CONTAS TO QTD-CONTAS.
           WRITE REG-EXT FROM RESUMO-LINHA AFTER ADVANCING 2 LINE.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDSTM FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE EXTRATOS ENDSTM.
           PERFORM FECHA-EMLSAI.
           DISPLAY "EX02STM: " CT-CONTAS " CONTA(S) COM EXTRATO EM "
                   "EXTRATOS.txt.".
           DISPLAY "EX02STM: " CT-MENSAGENS-EML " EXTRATO(S) "
                   "ENVIADO(S) POR E-MAIL - VER EMLSAI.DAT.".
           DISPLAY "EX02STM: " CT-ENDER-CORRIGIR " EXTRATO(S) "
                   "RETIDO(S) POR ENDERECO DEVOLVIDO - VER ENDSTM.txt.".
           DISPLAY "EX02STM: " QTD-DORMENTES " CONTA(S) DORMENTE(S) "
                   "SEM EXTRATO - VER RELDOR (EX02DOR).".

      *CONTAS ENCERRADAS E DORMENTES DO CADANT. SEM O ARQUIVO (OU
      *SEM O CAMPO DE STATUS), NENHUMA CONTA E PULADA.
       CARREGA-ENCERRADAS.
           OPEN INPUT CADANT.
           IF FS-CADANT EQUAL "00"
       LER-CADANT-STM.
           READ CADANT AT END MOVE "SIM" TO FIM-ANT.
           IF FIM-ANT NOT EQUAL "SIM"
              IF STATUS-ANT EQUAL "C" OR STATUS-ANT EQUAL "D"
                 IF QTD-ENCERRADAS LESS THAN 9999
                    ADD 1 TO QTD-ENCERRADAS
                    MOVE CC-ANT TO CC-ENC-TAB(QTD-ENCERRADAS)
                 ELSE
                    MOVE "S" TO PULADAS-DEMAIS
                 END-IF
                 IF STATUS-ANT EQUAL "D"
                    ADD 1 TO QTD-DORMENTES
                 END-IF
              ELSE
                 PERFORM GUARDA-ENDER-RETIDO
                 PERFORM GUARDA-POR-EMAIL
              END-IF
           END-IF.

       GUARDA-ENDER-RETIDO.
           MOVE CC-ANT TO CHAVE-CONSULTA-DEV.
           PERFORM CONSULTA-DEVCOR.
           IF ENDERECO-DEVOLVIDO EQUAL "S"
              IF QTD-ENDER-RET LESS THAN 2000
                 ADD 1 TO QTD-ENDER-RET
                 MOVE CC-ANT    TO CC-RET-TAB(QTD-ENDER-RET)
                 MOVE ENDER-ANT TO ENDER-RET-TAB(QTD-ENDER-RET)
              END-IF
           END-IF.

      *A TABELA SO RECEBE CONTA COM ADESAO (NO MAXIMO UMA POR LINHA
      *DA TABELA DO EMLADE), ENTAO NAO ESTOURA.
       GUARDA-POR-EMAIL.
           MOVE CC-ANT    TO CHAVE-CONSULTA-ADE.
           MOVE EMAIL-ANT TO EMAIL-CONSULTA-ADE.
           PERFORM CONSULTA-EMLADE.
           IF EMAIL-ELEGIVEL EQUAL "S"
              IF QTD-POR-EMAIL LESS THAN 5000
                 ADD 1 TO QTD-POR-EMAIL
                 MOVE CC-ANT    TO CC-EML-TAB(QTD-POR-EMAIL)
                 MOVE EMAIL-ANT TO EMAIL-EML-TAB(QTD-POR-EMAIL)
              END-IF
           END-IF.

              END-IF
              PERFORM ABRE-CONTA
           END-IF.
           IF CONTA-RETIDA NOT EQUAL "S"
              PERFORM IMPRIME-MOV-MASSA
           END-IF.
           PERFORM LER-SORT.

       ABRE-CONTA.
           MOVE CC-SORT TO CC-ANTERIOR CC-CAB.
           MOVE "S" TO TEM-GRUPO.
           MOVE ZEROES TO CT-MOVS-CONTA.
           MOVE "N" TO CONTA-RETIDA.
           PERFORM LOCALIZA-POR-EMAIL.
           IF CONTA-POR-EMAIL EQUAL "S"
              MOVE "ANT"    TO ARQUIVO-MSG-EML
              MOVE CC-SORT  TO CHAVE-MSG-EML
              MOVE EMAIL-EML-TAB(IDX-EML) TO DESTINO-MSG-EML
              MOVE "EXTRATO DE MOVIMENTACAO DA CONTA"
                   TO ASSUNTO-MSG-EML
              PERFORM INICIA-MENSAGEM-EML
           ELSE
              MOVE CC-SORT TO CHAVE-CONSULTA-DEV
              PERFORM CONSULTA-DEVCOR
              MOVE ENDERECO-DEVOLVIDO TO CONTA-RETIDA
           END-IF.
           IF CONTA-RETIDA EQUAL "S"
              PERFORM RETEM-EXTRATO
           ELSE
              IF CONTA-POR-EMAIL NOT EQUAL "S"
                 ADD 1 TO CT-CONTAS
              END-IF
              MOVE CAB-EXTRATO TO LINHA-EXT
              MOVE 2 TO SALTO-EXT
              PERFORM IMPRIME-LINHA-MASSA
           END-IF.

      *CONTA COM ADESAO AO E-MAIL RECEBE O EXTRATO NA CAIXA DE SAIDA,
      *MESMO COM O ENDERECO POSTAL DEVOLVIDO.
       LOCALIZA-POR-EMAIL.
           MOVE "N" TO CONTA-POR-EMAIL.
           IF QTD-POR-EMAIL GREATER THAN ZEROES
              SET IDX-EML TO 1
              SEARCH POR-EMAIL-ITEM
                 AT END CONTINUE
                 WHEN CC-EML-TAB(IDX-EML) EQUAL CC-SORT
                    MOVE "S" TO CONTA-POR-EMAIL
              END-SEARCH
           END-IF.

      *A MESMA LINHA VAI PARA O EXTRATOS OU PARA A MENSAGEM DA CAIXA
      *DE SAIDA, ONDE SO O CORPO DO EXTRATO ENTRA (SEM LINHA EM
      *BRANCO ANTES DO CABECALHO).
       IMPRIME-LINHA-MASSA.
           IF CONTA-POR-EMAIL EQUAL "S"
              MOVE LINHA-EXT TO LINHA-MSG-EML
              PERFORM GRAVA-LINHA-EML
           ELSE
              WRITE REG-EXT FROM LINHA-EXT
                 AFTER ADVANCING SALTO-EXT LINES
           END-IF.

      *O CADANT NAO TEM NOME - A LINHA SAI SO COM A CONTA E O
      *ENDERECO CADASTRADO.
       RETEM-EXTRATO.
           PERFORM MONTA-CORRIGE-DEV.
           SET IDX-RET TO 1.
           SEARCH ENDER-RET-ITEM
              AT END CONTINUE
              WHEN CC-RET-TAB(IDX-RET) EQUAL CC-SORT
                 MOVE ENDER-RET-TAB(IDX-RET) TO ENDER-COR-DEV
           END-SEARCH.
           WRITE REG-ENDSTM FROM LINHA-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDSTM FROM LINHA-CORRIGE-2 AFTER ADVANCING 1 LINE.

       IMPRIME-MOV-MASSA.
           ADD 1 TO CT-MOVS-CONTA.
           MOVE HORA-SORT(1:2) TO HORA-DET.
           MOVE HORA-SORT(3:2) TO MIN-DET.
           MOVE HORA-SORT(5:2) TO SEG-DET.
           MOVE DETALHE TO LINHA-EXT.
           MOVE 1 TO SALTO-EXT.
           PERFORM IMPRIME-LINHA-MASSA.

       FECHA-CONTA.
           IF CONTA-RETIDA NOT EQUAL "S"
              MOVE CT-MOVS-CONTA TO QTD-TOT
              MOVE TOTAL-LINHA TO LINHA-EXT
              MOVE 1 TO SALTO-EXT
              PERFORM IMPRIME-LINHA-MASSA
           END-IF.
           MOVE "N" TO TEM-GRUPO.

       COPY DEVCORPD.

       COPY EMLADEPD.

       COPY EMLSAIPD.
