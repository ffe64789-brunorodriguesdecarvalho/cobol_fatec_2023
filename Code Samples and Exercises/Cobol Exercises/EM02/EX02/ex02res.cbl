      *            PROGRAMA, NO PADRAO DE TELAS DO PROG01, MANTEM O
      *            ARQUIVO DE RESERVAS (RESERVAS.DAT: CPF, DATA,
      *            DESTINO, VALOR, SITUACAO R=RESERVADA/V=VIAJADA/
      *            C=CANCELADA/E=EM ESPERA, PACOTE):
      *            - INCLUSAO DA RESERVA, COM O CPF CONFERIDO NO
      *              CADCLIX (NAO SE RESERVA PARA QUEM NAO E
      *              CLIENTE);
      *            O CRUZAMENTO VISITAS X RESERVAS E DO EX02CNR.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - A RESERVA PASSOU A SER DE UM PACOTE DO
      *            CADASTRO DE PACOTES (PACOTES.DAT, MANTIDO PELO
      *            EX02PAC): O OPERADOR INFORMA O CODIGO DO PACOTE E O
      *            DESTINO E O VALOR VEM DO CADASTRO, EM VEZ DE TEXTO
      *            LIVRE E VALOR DIGITADO. SAIDA JA LOTADA (RESERVADAS E
      *            VIAJADAS = CAPACIDADE) GRAVA A RESERVA EM ESPERA (E),
      *            SEM OCUPAR LUGAR; O CANCELAMENTO DE UMA RESERVADA
      *            CHAMA A LISTA DE ESPERA DA SAIDA NA ORDEM DE
      *            INCLUSAO, E A NOVA OPCAO 4 CHAMA A LISTA DEPOIS DE UM
      *            AUMENTO DE CAPACIDADE NO EX02PAC. VIAJADA/CANCELADA
      *            PEDEM TAMBEM O PACOTE (BRANCO PARA RESERVA ANTIGA,
      *            SEM PACOTE). LAYOUT NO NOVO MEMBRO RESVIAFD.
      *15/10/2026 BRC - RESERVADA COM PACOTE PASSOU A TER PLANO DE
      *            PAGAMENTO (PARCRES.DAT): SINAL E PARCELAS MENSAIS
      *            PELOS PARAMETROS DO PACOTE, GERADO NA INCLUSAO E NA
      *            CHAMADA DA LISTA DE ESPERA (BASE NA DATA DO DIA). O
      *            CANCELAMENTO DE UMA RESERVADA CANCELA AS PARCELAS
      *            ABERTAS, RETEM A MULTA DO PACOTE SOBRE O QUE FOI PAGO
      *            E GRAVA O ACERTO NO REGISTRO CANCRES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CADCLXSL.

           COPY RESVIASL.

           SELECT RESERVASN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY PACOTESL.

           COPY PARRESSL.

           SELECT PARCRESN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY CANRESSL.

       DATA DIVISION.

       FILE SECTION.
       COPY CADCLXFD.

       COPY RESVIAFD.

       FD  RESERVASN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVSN.DAT".
       01  REG-RESERVAN      PIC X(57).

       COPY PACOTEFD.

       COPY PARRESFD.

       FD  PARCRESN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARCRESN.DAT".
       01  REG-PARCELAN      PIC X(71).

       COPY CANRESFD.

       WORKING-STORAGE SECTION.
       COPY CADCLXWS.
       COPY RESVIAWS.
       COPY PACOTEWS.
       COPY PARRESWS.
       COPY CANRESWS.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 ACHOU         PIC X(03) VALUE "NAO".
       77 ACHOU-PAC     PIC X(03) VALUE "NAO".
       77 DUPLICADA     PIC X(03) VALUE "NAO".
       77 WRK-CPF       PIC 9(11) VALUE ZEROES.
       77 WRK-DATA      PIC 9(08) VALUE ZEROES.
       77 WRK-PACOTE    PIC X(06) VALUE SPACES.
       77 WRK-DESTINO   PIC X(20) VALUE SPACES.
       77 WRK-SAIDA     PIC 9(08) VALUE ZEROES.
       77 WRK-CAPACIDADE PIC 9(03) VALUE ZEROES.
       77 WRK-VALOR     PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-OCUPADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-ESPERA    PIC 9(05) VALUE ZEROES.
       77 WRK-VAGAS     PIC 9(05) VALUE ZEROES.
       77 WRK-CHAMADOS  PIC 9(03) VALUE ZEROES.
       77 WRK-CPF-CHAMADO PIC 9(11) VALUE ZEROES.
       77 WRK-SIT-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.
       77 SITUACAO-NOVA PIC X(01) VALUE SPACES.
       77 WRK-HOJE      PIC 9(08) VALUE ZEROES.
       77 WRK-CPF-PLANO PIC 9(11) VALUE ZEROES.
       77 WRK-DATA-PLANO PIC 9(08) VALUE ZEROES.
       77 WRK-VALOR-PLANO PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-BASE-PLANO PIC 9(08) VALUE ZEROES.
       77 WRK-SINAL     PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-RESTANTE  PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-PARCELA   PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-NPARC     PIC 9(02) VALUE ZEROES.
       77 WRK-IPARC     PIC 9(02) VALUE ZEROES.
       77 WRK-DIA-VENC  PIC 9(02) VALUE ZEROES.
       77 WRK-VENCTO    PIC 9(08) VALUE ZEROES.
       77 FIM-MESES     PIC X(03) VALUE "NAO".
       77 TEM-PLANO     PIC X(03) VALUE "NAO".
       77 WRK-PAGO      PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-MULTA     PIC 9(09)V9(02) VALUE ZEROES.

       01 MSG-ESPERA.
           02 FILLER       PIC X(37) VALUE
              "SAIDA LOTADA - LISTA DE ESPERA, POS. ".
           02 POSICAO-MSG  PIC ZZ9.

       01 MSG-CHAMADO.
           02 FILLER       PIC X(25) VALUE
              "VAGA DA ESPERA PARA CPF ".
           02 CPF-MSG      PIC 9(11).
           02 FILLER       PIC X(04) VALUE SPACES.

       01 MSG-PLANO.
           02 FILLER       PIC X(26) VALUE
              "RESERVA INCLUIDA: SINAL + ".
           02 NPARC-MSG    PIC Z9.
           02 FILLER       PIC X(12) VALUE " PARCELA(S).".

       01 MSG-ACERTO.
           02 FILLER       PIC X(12) VALUE "CANC. MULTA ".
           02 MULTA-MSG    PIC ZZZZZ9,99.
           02 FILLER       PIC X(10) VALUE " DEVOLVER ".
           02 DEVOLVER-MSG PIC ZZZZZ9,99.

       01 MSG-CHAMADOS.
           02 QTD-MSG      PIC ZZ9.
           02 FILLER       PIC X(37) VALUE
              " CLIENTE(S) CHAMADO(S) DA ESPERA.".

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 LINE 11 COL 34 VALUE "1 -Incluir reserva".
           02 LINE 12 COL 34 VALUE "2 -Marcar viajada".
           02 LINE 13 COL 34 VALUE "3 -Cancelar reserva".
           02 LINE 14 COL 34 VALUE "4 -Chamar lista de espera".
           02 LINE 15 COL 34 VALUE "5 -Sair".
           02 LINE 17 COL 34 VALUE "OPCAO: ()".
           02 OPCAO LINE 17 COL 42 PIC X USING WRK-OPCAO AUTO.

       01 TELA-CHAVE.
           02 BLANK SCREEN.
              USING WRK-DATA AUTO.

       01 TELA-DADOS.
           02 LINE 8 COL 21 VALUE "PACOTE:".
           02 CAMPO-PACOTE LINE 8 COL 48 PIC X(06)
              USING WRK-PACOTE AUTO.

       01 TELA-PACOTE.
           02 LINE 9 COL 21 VALUE "DESTINO:".
           02 LINE 9 COL 48 PIC X(20) FROM WRK-DESTINO.
           02 LINE 10 COL 21 VALUE "SAIDA:".
           02 LINE 10 COL 48 PIC 9999/99/99 FROM WRK-SAIDA.
           02 LINE 11 COL 21 VALUE "VALOR:".
           02 LINE 11 COL 48 PIC ZZZ.ZZZ.ZZ9,99 FROM WRK-VALOR.

       01 TELA-ESPERA.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE "PACOTE:".
           02 CAMPO-PAC-ESPERA LINE 5 COL 48 PIC X(06)
              USING WRK-PACOTE AUTO.

       01 TELA-MENSAGEM.
           02 LINE 12 COL 21 VALUE "MENSAGEM:".

       INICIO.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "5".
           STOP RUN.

       MENU-PRINCIPAL.
                   MOVE "C" TO SITUACAO-NOVA
                   PERFORM PROC-MUDANCA
               WHEN "4"
                   PERFORM PROC-ESPERA
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPCAO INVALIDA." TO WRK-MENSAGEM

       PROC-INCLUSAO.
           MOVE ZEROES TO WRK-CPF WRK-DATA WRK-VALOR.
           MOVE SPACES TO WRK-DESTINO WRK-PACOTE.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.

           ELSE
              DISPLAY TELA-DADOS
              ACCEPT TELA-DADOS
              PERFORM VALIDA-PACOTE
              IF WRK-MENSAGEM EQUAL SPACES
                 PERFORM GRAVA-RESERVA
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.
           END-IF.
           MOVE "00" TO FS-CADCLIX.

      *O PACOTE PRECISA EXISTIR, SAIR DEPOIS DA DATA DA RESERVA E O
      *CLIENTE NAO PODE TER OUTRA RESERVA (OU ESPERA) NA MESMA SAIDA.
      *MENSAGEM EM BRANCO NA VOLTA = RESERVA PODE SER GRAVADA.
       VALIDA-PACOTE.
           MOVE SPACES TO WRK-MENSAGEM.
           PERFORM LOCALIZA-PACOTE.
           IF ACHOU-PAC NOT EQUAL "SIM"
              MOVE "PACOTE NAO CADASTRADO." TO WRK-MENSAGEM
           ELSE
              DISPLAY TELA-PACOTE
              IF WRK-SAIDA LESS THAN WRK-DATA
                 MOVE "SAIDA ANTERIOR A DATA DA RESERVA."
                      TO WRK-MENSAGEM
              ELSE
                 PERFORM CONTA-LUGARES
                 IF DUPLICADA EQUAL "SIM"
                    MOVE "CLIENTE JA TEM RESERVA NESTA SAIDA."
                         TO WRK-MENSAGEM
                 END-IF
              END-IF
           END-IF.

      *LE O CADASTRO DE PACOTES ATE ACHAR WRK-PACOTE E DEVOLVE O
      *DESTINO, A SAIDA, A CAPACIDADE E O PRECO.
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
                 MOVE "SIM"          TO ACHOU-PAC
                 MOVE DESTINO-PAC    TO WRK-DESTINO
                 MOVE DATA-SAIDA-PAC TO WRK-SAIDA
                 MOVE CAPACIDADE-PAC TO WRK-CAPACIDADE
                 MOVE PRECO-PAC      TO WRK-VALOR
                 PERFORM PARAMETROS-PLANO
              END-IF
           END-IF.

      *LUGARES OCUPADOS DA SAIDA (RESERVADAS E VIAJADAS), TAMANHO DA
      *LISTA DE ESPERA E SE O CLIENTE JA ESTA NELA OU NOS OCUPADOS.
       CONTA-LUGARES.
           MOVE ZEROES TO WRK-OCUPADOS WRK-ESPERA.
           MOVE "NAO" TO DUPLICADA FIM-ARQ.
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
                 IF CPF-RES EQUAL WRK-CPF AND
                    (RESERVADA OR EM-ESPERA)
                    MOVE "SIM" TO DUPLICADA
                 END-IF
              END-IF
           END-IF.

      *COM LUGAR, RESERVADA; SAIDA LOTADA, ENTRA NO FIM DA ESPERA.
       GRAVA-RESERVA.
           OPEN EXTEND RESERVAS.
           IF FS-RESERVAS NOT EQUAL "00"
           MOVE WRK-DATA    TO DATA-RES.
           MOVE WRK-DESTINO TO DESTINO-RES.
           MOVE WRK-VALOR   TO VALOR-RES.
           MOVE WRK-PACOTE  TO PACOTE-RES.
           IF WRK-OCUPADOS LESS THAN WRK-CAPACIDADE
              MOVE "R"      TO SITUACAO-RES
              MOVE WRK-CPF    TO WRK-CPF-PLANO
              MOVE WRK-DATA   TO WRK-DATA-PLANO WRK-BASE-PLANO
              MOVE WRK-VALOR  TO WRK-VALOR-PLANO
              PERFORM GERA-PLANO
              MOVE WRK-NPARC  TO NPARC-MSG
              MOVE MSG-PLANO  TO WRK-MENSAGEM
           ELSE
              MOVE "E"      TO SITUACAO-RES
              ADD 1 TO WRK-ESPERA
              MOVE WRK-ESPERA TO POSICAO-MSG
              MOVE MSG-ESPERA TO WRK-MENSAGEM
           END-IF.
           WRITE REG-RESERVA.
           CLOSE RESERVAS.

      *VIAJADA: LOCALIZA A RESERVA "R" POR CPF + DATA + PACOTE;
      *CANCELADA: A "R" OU A "E". MUDA A SITUACAO PELO ESQUEMA
      *COPIA-E-SUBSTITUI. CANCELAR UMA "R" LIBERA O LUGAR PARA A
      *LISTA DE ESPERA DA SAIDA.
       PROC-MUDANCA.
           MOVE SPACES TO WRK-PACOTE.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.

           MOVE "NAO" TO ACHOU FIM-ARQ.
           MOVE SPACES TO WRK-SIT-ANTERIOR.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL "00"
              MOVE "00" TO FS-RESERVAS
                         TO WRK-MENSAGEM
                 ELSE
                    MOVE "RESERVA CANCELADA." TO WRK-MENSAGEM
                    IF WRK-SIT-ANTERIOR EQUAL "R" AND
                       WRK-PACOTE NOT EQUAL SPACES
                       PERFORM APLICA-MULTA
                       PERFORM CHAMA-ESPERA
                       IF WRK-CHAMADOS GREATER THAN ZEROES
                          DISPLAY TELA-MENSAGEM
                          ACCEPT TELA-MENSAGEM
                          MOVE WRK-CPF-CHAMADO TO CPF-MSG
                          MOVE MSG-CHAMADO TO WRK-MENSAGEM
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 MOVE "RESERVA ATIVA NAO ENCONTRADA." TO WRK-MENSAGEM
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-RES EQUAL WRK-CPF AND DATA-RES EQUAL WRK-DATA
                 AND PACOTE-RES EQUAL WRK-PACOTE AND ACHOU EQUAL "NAO"
                 AND (RESERVADA OR
                      (EM-ESPERA AND SITUACAO-NOVA EQUAL "C"))
                 MOVE "SIM" TO ACHOU
                 MOVE SITUACAO-RES  TO WRK-SIT-ANTERIOR
                 MOVE SITUACAO-NOVA TO SITUACAO-RES
              END-IF
              WRITE REG-RESERVAN FROM REG-RESERVA
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-RESERVA FROM REG-RESERVAN
           END-IF.

      *OPCAO 4: DEPOIS DE AUMENTAR A CAPACIDADE DE UMA SAIDA NO
      *EX02PAC, PASSA PARA RESERVADA QUEM ESTA NA ESPERA.
       PROC-ESPERA.
           MOVE SPACES TO WRK-PACOTE.
           DISPLAY TELA-ESPERA.
           ACCEPT TELA-ESPERA.
           PERFORM CHAMA-ESPERA.
           IF ACHOU-PAC NOT EQUAL "SIM"
              MOVE "PACOTE NAO CADASTRADO." TO WRK-MENSAGEM
           ELSE
              IF WRK-CHAMADOS EQUAL ZEROES
                 MOVE "NENHUM LUGAR LIVRE OU NINGUEM NA ESPERA."
                      TO WRK-MENSAGEM
              ELSE
                 MOVE WRK-CHAMADOS TO QTD-MSG
                 MOVE MSG-CHAMADOS TO WRK-MENSAGEM
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *CHAMA A LISTA DE ESPERA DE WRK-PACOTE NA ORDEM DE INCLUSAO
      *ENQUANTO HOUVER LUGAR LIVRE NA SAIDA. DEVOLVE EM WRK-CHAMADOS
      *QUANTOS PASSARAM A RESERVADA E EM WRK-CPF-CHAMADO O ULTIMO.
       CHAMA-ESPERA.
           MOVE ZEROES TO WRK-CHAMADOS WRK-CPF-CHAMADO WRK-VAGAS.
           MOVE ZEROES TO WRK-CPF.
           PERFORM LOCALIZA-PACOTE.
           IF ACHOU-PAC EQUAL "SIM"
              PERFORM CONTA-LUGARES
              IF WRK-OCUPADOS LESS THAN WRK-CAPACIDADE
                 COMPUTE WRK-VAGAS = WRK-CAPACIDADE - WRK-OCUPADOS
              END-IF
           END-IF.
           IF WRK-VAGAS GREATER THAN ZEROES AND
              WRK-ESPERA GREATER THAN ZEROES
              MOVE "NAO" TO FIM-ARQ
              OPEN INPUT RESERVAS
              OPEN OUTPUT RESERVASN
              PERFORM COPIA-OU-CHAMA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVAS RESERVASN
              PERFORM SUBSTITUI-RESERVAS
           END-IF.

       COPIA-OU-CHAMA.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PACOTE-RES EQUAL WRK-PACOTE AND EM-ESPERA AND
                 WRK-VAGAS GREATER THAN ZEROES
                 MOVE "R" TO SITUACAO-RES
                 SUBTRACT 1 FROM WRK-VAGAS
                 ADD 1 TO WRK-CHAMADOS
                 MOVE CPF-RES TO WRK-CPF-CHAMADO
                 MOVE CPF-RES   TO WRK-CPF-PLANO
                 MOVE DATA-RES  TO WRK-DATA-PLANO
                 MOVE VALOR-RES TO WRK-VALOR-PLANO
                 ACCEPT WRK-BASE-PLANO FROM DATE YYYYMMDD
                 PERFORM GERA-PLANO
              END-IF
              WRITE REG-RESERVAN FROM REG-RESERVA
           END-IF.

      *PLANO DE PAGAMENTO DA RESERVA (WRK-CPF/DATA-PLANO + WRK-PACOTE)
      *PELOS PARAMETROS DO PACOTE: SINAL COM VENCIMENTO NA DATA BASE
      *E O RESTANTE EM ATE PARCELAS-PLN MENSALIDADES IGUAIS (A
      *ULTIMA LEVA OS CENTAVOS), VENCENDO NO MESMO DIA DOS MESES
      *SEGUINTES (NO MAXIMO DIA 28) ATE A DATA DE CORTE DA SAIDA.
      *SEM MES QUE CAIBA ANTES DO CORTE (OU PACOTE SEM PARCELAS), O
      *RESTANTE VIRA UMA PARCELA UNICA NO CORTE.
       GERA-PLANO.
           PERFORM CALCULA-CORTE-PLANO.
           IF CORTE-PLN LESS THAN WRK-BASE-PLANO
              MOVE WRK-BASE-PLANO TO CORTE-PLN
           END-IF.
           COMPUTE WRK-SINAL ROUNDED =
                   WRK-VALOR-PLANO * SINAL-PLN / 100.
           COMPUTE WRK-RESTANTE = WRK-VALOR-PLANO - WRK-SINAL.
           MOVE ZEROES TO WRK-NPARC.
           IF WRK-RESTANTE GREATER THAN ZEROES
              PERFORM INICIA-MESES-PLANO
              PERFORM CONTA-MES-PLANO
                 UNTIL WRK-NPARC NOT LESS THAN PARCELAS-PLN
                    OR FIM-MESES EQUAL "SIM"
              IF WRK-NPARC EQUAL ZEROES
                 MOVE 1 TO WRK-NPARC
              END-IF
              DIVIDE WRK-RESTANTE BY WRK-NPARC GIVING WRK-PARCELA
           END-IF.

           OPEN EXTEND PARCRES.
           IF FS-PARCRES NOT EQUAL "00"
              OPEN OUTPUT PARCRES
           END-IF.
           IF WRK-SINAL GREATER THAN ZEROES
              MOVE ZEROES         TO NUMERO-PCL
              MOVE WRK-BASE-PLANO TO VENCTO-PCL
              MOVE WRK-SINAL      TO VALOR-PCL
              PERFORM GRAVA-PARCELA
           END-IF.
           PERFORM INICIA-MESES-PLANO.
           PERFORM GRAVA-MES-PLANO
              VARYING WRK-IPARC FROM 1 BY 1
              UNTIL WRK-IPARC GREATER THAN WRK-NPARC.
           CLOSE PARCRES.

       INICIA-MESES-PLANO.
           MOVE "NAO" TO FIM-MESES.
           MOVE WRK-BASE-PLANO(1:4) TO ANO-PLN.
           MOVE WRK-BASE-PLANO(5:2) TO MES-PLN.
           MOVE WRK-BASE-PLANO(7:2) TO WRK-DIA-VENC.
           IF WRK-DIA-VENC GREATER THAN 28
              MOVE 28 TO WRK-DIA-VENC
           END-IF.

       CONTA-MES-PLANO.
           PERFORM AVANCA-MES-PLANO.
           COMPUTE WRK-VENCTO = ANO-PLN * 10000 + MES-PLN * 100
                              + WRK-DIA-VENC.
           IF WRK-VENCTO GREATER THAN CORTE-PLN
              MOVE "SIM" TO FIM-MESES
           ELSE
              ADD 1 TO WRK-NPARC
           END-IF.

       GRAVA-MES-PLANO.
           PERFORM AVANCA-MES-PLANO.
           COMPUTE WRK-VENCTO = ANO-PLN * 10000 + MES-PLN * 100
                              + WRK-DIA-VENC.
           IF WRK-VENCTO GREATER THAN CORTE-PLN
              MOVE CORTE-PLN TO WRK-VENCTO
           END-IF.
           MOVE WRK-IPARC  TO NUMERO-PCL.
           MOVE WRK-VENCTO TO VENCTO-PCL.
           IF WRK-IPARC EQUAL WRK-NPARC
              COMPUTE VALOR-PCL = WRK-RESTANTE + WRK-PARCELA -
                      WRK-PARCELA * WRK-NPARC
           ELSE
              MOVE WRK-PARCELA TO VALOR-PCL
           END-IF.
           PERFORM GRAVA-PARCELA.

       GRAVA-PARCELA.
           MOVE WRK-CPF-PLANO  TO CPF-PCL.
           MOVE WRK-DATA-PLANO TO DATA-RES-PCL.
           MOVE WRK-PACOTE     TO PACOTE-PCL.
           MOVE ZEROES         TO PAGO-PCL DATA-PAGTO-PCL RECIBO-PCL.
           MOVE "A"            TO SITUACAO-PCL.
           WRITE REG-PARCELA.

      *CANCELAMENTO DE RESERVADA COM PLANO: AS PARCELAS ABERTAS SAO
      *CANCELADAS (COPIA-E-SUBSTITUI VIA PARCRESN), A MULTA DO
      *PACOTE E RETIDA SOBRE O QUE JA FOI PAGO E O ACERTO VAI PARA
      *O REGISTRO DE CANCELAMENTOS (CANCRES).
       APLICA-MULTA.
           MOVE ZEROES TO WRK-PAGO WRK-MULTA.
           MOVE "NAO" TO TEM-PLANO.
           PERFORM LOCALIZA-PACOTE.
           IF ACHOU-PAC NOT EQUAL "SIM"
              MOVE ZEROES TO MULTA-PLN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PARCRES.
           IF FS-PARCRES NOT EQUAL "00"
              MOVE "00" TO FS-PARCRES
           ELSE
              OPEN OUTPUT PARCRESN
              PERFORM COPIA-OU-CANCELA-PARC UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCRES PARCRESN
              IF TEM-PLANO EQUAL "SIM"
                 PERFORM SUBSTITUI-PARCRES
                 PERFORM GRAVA-CANCRES
              END-IF
           END-IF.

       COPIA-OU-CANCELA-PARC.
           READ PARCRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-PCL EQUAL WRK-CPF AND
                 DATA-RES-PCL EQUAL WRK-DATA AND
                 PACOTE-PCL EQUAL WRK-PACOTE AND
                 NOT PARCELA-CANCELADA
                 MOVE "SIM" TO TEM-PLANO
                 ADD PAGO-PCL TO WRK-PAGO
                 IF PARCELA-ABERTA
                    MOVE "C" TO SITUACAO-PCL
                 END-IF
              END-IF
              WRITE REG-PARCELAN FROM REG-PARCELA
           END-IF.

       SUBSTITUI-PARCRES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  PARCRESN
                OUTPUT PARCRES.
           PERFORM COPIA-PARCRESN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PARCRESN PARCRES.

       COPIA-PARCRESN.
           READ PARCRESN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-PARCELA FROM REG-PARCELAN
           END-IF.

       GRAVA-CANCRES.
           COMPUTE WRK-MULTA ROUNDED = WRK-PAGO * MULTA-PLN / 100.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN EXTEND CANCRES.
           IF FS-CANCRES NOT EQUAL "00"
              OPEN OUTPUT CANCRES
           END-IF.
           MOVE WRK-CPF    TO CPF-CNR.
           MOVE WRK-DATA   TO DATA-RES-CNR.
           MOVE WRK-PACOTE TO PACOTE-CNR.
           MOVE WRK-HOJE   TO DATA-CNR.
           MOVE WRK-PAGO   TO PAGO-CNR.
           MOVE WRK-MULTA  TO MULTA-CNR.
           COMPUTE DEVOLVER-CNR = WRK-PAGO - WRK-MULTA.
           WRITE REG-CANCRES.
           CLOSE CANCRES.
           MOVE WRK-MULTA    TO MULTA-MSG.
           MOVE DEVOLVER-CNR TO DEVOLVER-MSG.
           MOVE MSG-ACERTO   TO WRK-MENSAGEM.

       COPY PARRESPD.
