       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02PAC.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    MANUTENCAO DO CADASTRO DE PACOTES DE VIAGEM
      *            (PACOTES.DAT - LAYOUT EM PACOTEFD), NO PADRAO DE
      *            TELAS DO EX02RES. CADA PACOTE E UMA SAIDA: CODIGO,
      *            DESTINO, DATAS DE SAIDA E RETORNO, CAPACIDADE EM
      *            LUGARES, PRECO POR PESSOA E OPERADORA.
      *            - INCLUSAO: CODIGO NAO PODE ESTAR EM BRANCO NEM
      *              REPETIDO; DESTINO E OPERADORA OBRIGATORIOS;
      *              DATAS VALIDAS COM RETORNO NAO ANTERIOR A SAIDA;
      *              CAPACIDADE E PRECO MAIORES QUE ZERO;
      *            - ALTERACAO: MESMAS CRITICAS, PELO ESQUEMA
      *              COPIA-E-SUBSTITUI (PACOTESN). A CAPACIDADE NAO
      *              PODE FICAR ABAIXO DOS LUGARES JA OCUPADOS
      *              (RESERVADAS E VIAJADAS EM RESERVAS.DAT); QUANDO
      *              SOBRA LUGAR E HA LISTA DE ESPERA, A MENSAGEM
      *              MANDA CHAMAR A ESPERA NA OPCAO 4 DO EX02RES;
      *            - CONSULTA: DADOS DO PACOTE COM OS LUGARES
      *              OCUPADOS E O TAMANHO DA LISTA DE ESPERA.
      *            O PRECO ALTERADO SO VALE PARA AS RESERVAS NOVAS -
      *            A RESERVA GUARDA O VALOR DO DIA EM QUE FOI FEITA.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - PLANO DE PAGAMENTO DO PACOTE: SINAL (% DO
      *            PRECO, PADRAO 20), NUMERO MAXIMO DE PARCELAS, PRAZO
      *            DE QUITACAO EM DIAS ANTES DA SAIDA (PADRAO 30) E
      *            MULTA DE CANCELAMENTO (% DO VALOR PAGO). PACOTE
      *            ANTIGO MOSTRA OS VALORES PADRAO. MENSAGEM FOI PARA
      *            A LINHA 18.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PACOTESL.

           SELECT PACOTESN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY RESVIASL.

       DATA DIVISION.

       FILE SECTION.
       COPY PACOTEFD.

       FD  PACOTESN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PACOTESN.DAT".
       01  REG-PACOTEN       PIC X(89).

       COPY RESVIAFD.

       WORKING-STORAGE SECTION.
       COPY PACOTEWS.
       COPY RESVIAWS.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 ACHOU-PAC     PIC X(03) VALUE "NAO".
       77 WRK-PACOTE    PIC X(06) VALUE SPACES.
       77 WRK-DESTINO   PIC X(20) VALUE SPACES.
       77 WRK-SAIDA     PIC 9(08) VALUE ZEROES.
       77 WRK-RETORNO   PIC 9(08) VALUE ZEROES.
       77 WRK-CAPACIDADE PIC 9(03) VALUE ZEROES.
       77 WRK-PRECO     PIC 9(07)V9(02) VALUE ZEROES.
       77 WRK-OPERADORA PIC X(20) VALUE SPACES.
       77 WRK-SINAL     PIC 9(03)V9(02) VALUE ZEROES.
       77 WRK-PARCELAS  PIC 9(02) VALUE ZEROES.
       77 WRK-PRAZO     PIC 9(03) VALUE ZEROES.
       77 WRK-MULTA     PIC 9(03)V9(02) VALUE ZEROES.
       77 WRK-OCUPADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-ESPERA    PIC 9(05) VALUE ZEROES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.
       77 WRK-DATA      PIC 9(08) VALUE ZEROES.
       77 ANO-DATA      PIC 9(04) VALUE ZEROES.
       77 MES-DATA      PIC 9(02) VALUE ZEROES.
       77 DIA-DATA      PIC 9(02) VALUE ZEROES.
       77 ULTIMO-DIA    PIC 9(02) VALUE ZEROES.
       77 RESTO-ANO     PIC 9(04) VALUE ZEROES.
       77 QUOC-ANO      PIC 9(04) VALUE ZEROES.
       77 DATA-OK       PIC X(03) VALUE "NAO".

       01  TAB-DIAS-MES.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-R REDEFINES TAB-DIAS-MES.
           02 DIAS-MES OCCURS 12 TIMES PIC 9(02).

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 21 VALUE
              "----------------------------------------".
           02 LINE 2 COL 21 VALUE
              "PACOTES DE VIAGEM  -  MENU PRINCIPAL".
           02 LINE 3 COL 21 VALUE
              "----------------------------------------".
           02 LINE 11 COL 34 VALUE "1 -Incluir pacote".
           02 LINE 12 COL 34 VALUE "2 -Alterar pacote".
           02 LINE 13 COL 34 VALUE "3 -Consultar pacote".
           02 LINE 14 COL 34 VALUE "4 -Sair".
           02 LINE 16 COL 34 VALUE "OPCAO: ()".
           02 OPCAO LINE 16 COL 42 PIC X USING WRK-OPCAO AUTO.

       01 TELA-CHAVE.
           02 BLANK SCREEN.
           02 LINE 3 COL 21 VALUE "CODIGO DO PACOTE:".
           02 CAMPO-PACOTE LINE 3 COL 48 PIC X(06)
              USING WRK-PACOTE AUTO.

       01 TELA-DADOS.
           02 LINE 5 COL 21 VALUE "DESTINO:".
           02 CAMPO-DESTINO LINE 5 COL 48 PIC X(20)
              USING WRK-DESTINO AUTO.
           02 LINE 6 COL 21 VALUE "SAIDA (AAAAMMDD):".
           02 CAMPO-SAIDA LINE 6 COL 48 PIC 9(08)
              USING WRK-SAIDA AUTO.
           02 LINE 7 COL 21 VALUE "RETORNO (AAAAMMDD):".
           02 CAMPO-RETORNO LINE 7 COL 48 PIC 9(08)
              USING WRK-RETORNO AUTO.
           02 LINE 8 COL 21 VALUE "CAPACIDADE (LUGARES):".
           02 CAMPO-CAPACIDADE LINE 8 COL 48 PIC 9(03)
              USING WRK-CAPACIDADE AUTO.
           02 LINE 9 COL 21 VALUE "PRECO POR PESSOA:".
           02 CAMPO-PRECO LINE 9 COL 48 PIC 9(07)V9(02)
              USING WRK-PRECO AUTO.
           02 LINE 10 COL 21 VALUE "OPERADORA:".
           02 CAMPO-OPERADORA LINE 10 COL 48 PIC X(20)
              USING WRK-OPERADORA AUTO.
           02 LINE 11 COL 21 VALUE "SINAL (% DO PRECO):".
           02 CAMPO-SINAL LINE 11 COL 48 PIC 9(03)V9(02)
              USING WRK-SINAL AUTO.
           02 LINE 12 COL 21 VALUE "PARCELAS (MAXIMO):".
           02 CAMPO-PARCELAS LINE 12 COL 48 PIC 9(02)
              USING WRK-PARCELAS AUTO.
           02 LINE 13 COL 21 VALUE "QUITAR ATE (DIAS ANTES):".
           02 CAMPO-PRAZO LINE 13 COL 48 PIC 9(03)
              USING WRK-PRAZO AUTO.
           02 LINE 14 COL 21 VALUE "MULTA CANCELAMENTO (%):".
           02 CAMPO-MULTA LINE 14 COL 48 PIC 9(03)V9(02)
              USING WRK-MULTA AUTO.

       01 TELA-OCUPACAO.
           02 LINE 15 COL 21 VALUE "LUGARES OCUPADOS:".
           02 LINE 15 COL 48 PIC ZZZZ9 FROM WRK-OCUPADOS.
           02 LINE 16 COL 21 VALUE "NA LISTA DE ESPERA:".
           02 LINE 16 COL 48 PIC ZZZZ9 FROM WRK-ESPERA.

       01 TELA-MENSAGEM.
           02 LINE 18 COL 21 VALUE "MENSAGEM:".
           02 MENSAGEM LINE 18 COL 31 PIC X(40)
              USING WRK-MENSAGEM.
           02 LINE 20 COL 21 VALUE "TECLE ENTER PARA CONTINUAR.".
           02 CAMPO-PAUSA LINE 20 COL 49 PIC X(01) AUTO.

       PROCEDURE DIVISION.

       INICIO.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "4".
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY TELA-PRINCIPAL.
           ACCEPT TELA-PRINCIPAL.

           EVALUATE WRK-OPCAO
               WHEN "1"
                   PERFORM PROC-INCLUSAO
               WHEN "2"
                   PERFORM PROC-ALTERACAO
               WHEN "3"
                   PERFORM PROC-CONSULTA
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPCAO INVALIDA." TO WRK-MENSAGEM
                   DISPLAY TELA-MENSAGEM
                   ACCEPT TELA-MENSAGEM
           END-EVALUATE.

       PROC-INCLUSAO.
           PERFORM LIMPA-CAMPOS.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.

           IF WRK-PACOTE EQUAL SPACES
              MOVE "CODIGO DO PACOTE EM BRANCO." TO WRK-MENSAGEM
           ELSE
              PERFORM LOCALIZA-PACOTE
              IF ACHOU-PAC EQUAL "SIM"
                 MOVE "PACOTE JA CADASTRADO." TO WRK-MENSAGEM
              ELSE
                 DISPLAY TELA-DADOS
                 ACCEPT TELA-DADOS
                 PERFORM VALIDA-DADOS
                 IF WRK-MENSAGEM EQUAL SPACES
                    PERFORM GRAVA-PACOTE
                 END-IF
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *ALTERACAO: O CODIGO NAO MUDA. CAPACIDADE ABAIXO DOS LUGARES
      *JA VENDIDOS DEIXARIA PASSAGEIRO SEM LUGAR E E RECUSADA.
       PROC-ALTERACAO.
           PERFORM LIMPA-CAMPOS.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.

           PERFORM LOCALIZA-PACOTE.
           IF ACHOU-PAC NOT EQUAL "SIM"
              MOVE "PACOTE NAO CADASTRADO." TO WRK-MENSAGEM
           ELSE
              DISPLAY TELA-DADOS
              ACCEPT TELA-DADOS
              PERFORM VALIDA-DADOS
              IF WRK-MENSAGEM EQUAL SPACES
                 PERFORM CONTA-LUGARES
                 IF WRK-CAPACIDADE LESS THAN WRK-OCUPADOS
                    MOVE "CAPACIDADE MENOR QUE LUGARES OCUPADOS."
                         TO WRK-MENSAGEM
                 ELSE
                    PERFORM SUBSTITUI-PACOTE
                    IF WRK-ESPERA GREATER THAN ZEROES AND
                       WRK-CAPACIDADE GREATER THAN WRK-OCUPADOS
                       MOVE "ALTERADO; CHAME A ESPERA NO EX02RES (4)."
                            TO WRK-MENSAGEM
                    ELSE
                       MOVE "PACOTE ALTERADO." TO WRK-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       PROC-CONSULTA.
           PERFORM LIMPA-CAMPOS.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.

           PERFORM LOCALIZA-PACOTE.
           IF ACHOU-PAC NOT EQUAL "SIM"
              MOVE "PACOTE NAO CADASTRADO." TO WRK-MENSAGEM
           ELSE
              PERFORM CONTA-LUGARES
              DISPLAY TELA-DADOS
              DISPLAY TELA-OCUPACAO
              MOVE SPACES TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       LIMPA-CAMPOS.
           MOVE SPACES TO WRK-PACOTE WRK-DESTINO WRK-OPERADORA
                          WRK-MENSAGEM.
           MOVE ZEROES TO WRK-SAIDA WRK-RETORNO WRK-CAPACIDADE
                          WRK-PRECO WRK-OCUPADOS WRK-ESPERA
                          WRK-PARCELAS WRK-MULTA.
           MOVE 20 TO WRK-SINAL.
           MOVE 30 TO WRK-PRAZO.

      *LE O CADASTRO ATE ACHAR WRK-PACOTE E CARREGA OS CAMPOS DA
      *TELA COM O REGISTRO ENCONTRADO.
       LOCALIZA-PACOTE.
           MOVE "NAO" TO ACHOU-PAC FIM-ARQ.
           OPEN INPUT PACOTES.
           IF FS-PACOTES NOT EQUAL "00"
              MOVE "00" TO FS-PACOTES
           ELSE
              PERFORM LER-PACOTE
                 UNTIL FIM-ARQ EQUAL "SIM" OR ACHOU-PAC EQUAL "SIM"
              CLOSE PACOTES
           END-IF.

       LER-PACOTE.
           READ PACOTES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-PAC EQUAL WRK-PACOTE
                 MOVE "SIM"            TO ACHOU-PAC
                 MOVE DESTINO-PAC      TO WRK-DESTINO
                 MOVE DATA-SAIDA-PAC   TO WRK-SAIDA
                 MOVE DATA-RETORNO-PAC TO WRK-RETORNO
                 MOVE CAPACIDADE-PAC   TO WRK-CAPACIDADE
                 MOVE PRECO-PAC        TO WRK-PRECO
                 MOVE OPERADORA-PAC    TO WRK-OPERADORA
                 PERFORM CARREGA-PLANO
              END-IF
           END-IF.

      *CRITICA DOS CAMPOS DA TELA. MENSAGEM EM BRANCO NA VOLTA =
      *DADOS ACEITOS.
      *PACOTE GRAVADO ANTES DO PLANO DE PAGAMENTO VEM COM OS CAMPOS
      *EM BRANCO - MOSTRA OS VALORES PADRAO DO PACOTEFD.
       CARREGA-PLANO.
           IF SINAL-PAC NUMERIC
              MOVE SINAL-PAC TO WRK-SINAL
           ELSE
              MOVE 20 TO WRK-SINAL
           END-IF.
           IF PARCELAS-PAC NUMERIC
              MOVE PARCELAS-PAC TO WRK-PARCELAS
           ELSE
              MOVE ZEROES TO WRK-PARCELAS
           END-IF.
           IF PRAZO-QUIT-PAC NUMERIC
              MOVE PRAZO-QUIT-PAC TO WRK-PRAZO
           ELSE
              MOVE 30 TO WRK-PRAZO
           END-IF.
           IF MULTA-CANC-PAC NUMERIC
              MOVE MULTA-CANC-PAC TO WRK-MULTA
           ELSE
              MOVE ZEROES TO WRK-MULTA
           END-IF.

       VALIDA-DADOS.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-DESTINO EQUAL SPACES
              MOVE "DESTINO EM BRANCO." TO WRK-MENSAGEM
           ELSE
              MOVE WRK-SAIDA TO WRK-DATA
              PERFORM VALIDA-DATA
              IF DATA-OK NOT EQUAL "SIM"
                 MOVE "DATA DE SAIDA INVALIDA." TO WRK-MENSAGEM
              ELSE
                 MOVE WRK-RETORNO TO WRK-DATA
                 PERFORM VALIDA-DATA
                 IF DATA-OK NOT EQUAL "SIM"
                    MOVE "DATA DE RETORNO INVALIDA." TO WRK-MENSAGEM
                 ELSE
                    PERFORM VALIDA-NUMEROS
                 END-IF
              END-IF
           END-IF.

       VALIDA-NUMEROS.
           IF WRK-RETORNO LESS THAN WRK-SAIDA
              MOVE "RETORNO ANTERIOR A SAIDA." TO WRK-MENSAGEM
           ELSE
              IF WRK-CAPACIDADE EQUAL ZEROES
                 MOVE "CAPACIDADE DEVE SER MAIOR QUE ZERO."
                      TO WRK-MENSAGEM
              ELSE
                 IF WRK-PRECO EQUAL ZEROES
                    MOVE "PRECO DEVE SER MAIOR QUE ZERO."
                         TO WRK-MENSAGEM
                 ELSE
                    IF WRK-OPERADORA EQUAL SPACES
                       MOVE "OPERADORA EM BRANCO." TO WRK-MENSAGEM
                    ELSE
                       PERFORM VALIDA-PLANO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *SINAL E MULTA SAO PERCENTUAIS DO PRECO/DO VALOR PAGO.
       VALIDA-PLANO.
           IF WRK-SINAL GREATER THAN 100
              MOVE "SINAL ACIMA DE 100%." TO WRK-MENSAGEM
           ELSE
              IF WRK-MULTA GREATER THAN 100
                 MOVE "MULTA ACIMA DE 100%." TO WRK-MENSAGEM
              END-IF
           END-IF.

      *MES DE 01 A 12 E DIA ATE O ULTIMO DO MES, COM FEVEREIRO
      *INDO A 29 QUANDO O ANO E DIVISIVEL POR 4 (MESMA REGRA DO
      *EX02DTV).
       VALIDA-DATA.
           MOVE "NAO" TO DATA-OK.
           MOVE WRK-DATA(1:4) TO ANO-DATA.
           MOVE WRK-DATA(5:2) TO MES-DATA.
           MOVE WRK-DATA(7:2) TO DIA-DATA.
           IF MES-DATA NOT LESS THAN 01 AND
              MES-DATA NOT GREATER THAN 12 AND
              ANO-DATA GREATER THAN ZEROES
              MOVE DIAS-MES(MES-DATA) TO ULTIMO-DIA
              IF MES-DATA EQUAL 02
                 DIVIDE ANO-DATA BY 4 GIVING QUOC-ANO
                        REMAINDER RESTO-ANO
                 IF RESTO-ANO EQUAL ZEROES
                    MOVE 29 TO ULTIMO-DIA
                 END-IF
              END-IF
              IF DIA-DATA NOT LESS THAN 01 AND
                 DIA-DATA NOT GREATER THAN ULTIMO-DIA
                 MOVE "SIM" TO DATA-OK
              END-IF
           END-IF.

      *LUGARES OCUPADOS (RESERVADAS E VIAJADAS) E LISTA DE ESPERA
      *DO PACOTE NO ARQUIVO DE RESERVAS.
       CONTA-LUGARES.
           MOVE ZEROES TO WRK-OCUPADOS WRK-ESPERA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL "00"
              MOVE "00" TO FS-RESERVAS
           ELSE
              PERFORM CONTA-RESERVA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVAS
           END-IF.

       CONTA-RESERVA.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PACOTE-RES EQUAL WRK-PACOTE
                 IF RESERVADA OR VIAJADA
                    ADD 1 TO WRK-OCUPADOS
                 END-IF
                 IF EM-ESPERA
                    ADD 1 TO WRK-ESPERA
                 END-IF
              END-IF
           END-IF.

       GRAVA-PACOTE.
           OPEN EXTEND PACOTES.
           IF FS-PACOTES NOT EQUAL "00"
              OPEN OUTPUT PACOTES
           END-IF.
           PERFORM MONTA-PACOTE.
           WRITE REG-PACOTE.
           CLOSE PACOTES.
           MOVE "PACOTE INCLUIDO." TO WRK-MENSAGEM.

       MONTA-PACOTE.
           MOVE WRK-PACOTE     TO CODIGO-PAC.
           MOVE WRK-DESTINO    TO DESTINO-PAC.
           MOVE WRK-SAIDA      TO DATA-SAIDA-PAC.
           MOVE WRK-RETORNO    TO DATA-RETORNO-PAC.
           MOVE WRK-CAPACIDADE TO CAPACIDADE-PAC.
           MOVE WRK-PRECO      TO PRECO-PAC.
           MOVE WRK-OPERADORA  TO OPERADORA-PAC.
           MOVE WRK-SINAL      TO SINAL-PAC.
           MOVE WRK-PARCELAS   TO PARCELAS-PAC.
           MOVE WRK-PRAZO      TO PRAZO-QUIT-PAC.
           MOVE WRK-MULTA      TO MULTA-CANC-PAC.

      *COPIA-E-SUBSTITUI: O CADASTRO VAI PARA O PACOTESN COM O
      *REGISTRO ALTERADO E VOLTA INTEIRO PARA O PACOTES.
       SUBSTITUI-PACOTE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  PACOTES
                OUTPUT PACOTESN.
           PERFORM COPIA-OU-ALTERA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PACOTES PACOTESN.

           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  PACOTESN
                OUTPUT PACOTES.
           PERFORM COPIA-PACOTESN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PACOTESN PACOTES.

       COPIA-OU-ALTERA.
           READ PACOTES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-PAC EQUAL WRK-PACOTE
                 PERFORM MONTA-PACOTE
              END-IF
              WRITE REG-PACOTEN FROM REG-PACOTE
           END-IF.

       COPIA-PACOTESN.
           READ PACOTESN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-PACOTE FROM REG-PACOTEN
           END-IF.
