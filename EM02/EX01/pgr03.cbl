       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PROG03.
       AUTHOR.          BRUNO CARVALHO.
       INSTALLATION.    BRUNO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.   15/10/2026.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RESERVA DE INSTALACOES DO CLUBE (QUADRAS, SALOES,
      *            CHURRASQUEIRAS - TABELA INSTAL.DAT, VER INSTALFD),
      *            NO MESMO PADRAO DE TELAS DO PROG02. O SOCIO E
      *            LOCALIZADO NO CADSOC1X PELO NUMERO E PRECISA ESTAR
      *            COM A MENSALIDADE EM DIA (CODIGO DE PAGAMENTO
      *            DIFERENTE DE 02 - PARA DEPENDENTE VALE O CODIGO
      *            DO TITULAR, QUE E QUEM PAGA). A INSTALACAO TEM DE
      *            ESTAR ATIVA E O HORARIO NAO PODE SOBREPOR OUTRA
      *            RESERVA CONFIRMADA DA MESMA INSTALACAO NO MESMO
      *            DIA (HORAS CHEIAS, FIM EXCLUSIVO).
      *            A RESERVA CONFIRMADA E GRAVADA NO RESERVA.DAT COM
      *            A TAXA DA INSTALACAO (POR HORA OU POR EVENTO); SE
      *            A TAXA FOR MAIOR QUE ZERO, VIRA UMA COBRANCA
      *            AVULSA ABERTA (COBAVL.DAT, VER COBAVLFD) NA CONTA
      *            DO TITULAR, COBRADA E QUITADA JUNTO COM A
      *            MENSALIDADE PELO EX01PAG. O CANCELAMENTO MARCA A
      *            RESERVA "X" (LIBERANDO O HORARIO) E CANCELA A
      *            COBRANCA AINDA ABERTA; TAXA JA QUITADA FICA PARA
      *            ACERTO NA SECRETARIA.
      *            PERMISSOES: AS MESMAS DO PROG02 (P02-INC PARA
      *            RESERVAR, P02-EXC PARA CANCELAR).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSOXSL.

           COPY INSTALSL.

           COPY RESERVSL.

           SELECT RESERVAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY COBAVLSL.

           SELECT COBAVLN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY TRAVASL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY CADSOXFD.

       COPY INSTALFD.

       COPY RESERVFD.

       FD  RESERVAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAN.DAT".
       01  REG-RESERVAN         PIC X(53).

       COPY COBAVLFD.

       FD  COBAVLN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBAVLN.DAT".
       01  REG-COBAVLN          PIC X(68).

       COPY TRAVAFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY CADSOXWS.
       COPY INSTALWS.
       COPY RESERVWS.
       COPY COBAVLWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77 WRK-OPCAO     PIC X(001) VALUE SPACES.
       77 ACHOU         PIC X(003) VALUE "NAO".
       77 FIM-ARQ       PIC X(003) VALUE "NAO".
       77 WRK-NUMERO    PIC 9(06) VALUE ZEROES.
       77 WRK-INSTAL    PIC X(03) VALUE SPACES.
       77 WRK-DATA      PIC 9(08) VALUE ZEROES.
       77 WRK-HORA-INI  PIC 9(02) VALUE ZEROES.
       77 WRK-HORA-FIM  PIC 9(02) VALUE ZEROES.
       77 WRK-NOME      PIC X(30) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-VALOR     PIC 9(07)V9(02) VALUE ZEROES.
       77 WRK-RESERVA   PIC 9(06) VALUE ZEROES.
       77 WRK-CONFIRMA  PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.
       77 RESERVA-OK    PIC X(01) VALUE "N".
       77 SOCIO-PAGADOR PIC 9(06) VALUE ZEROES.
       77 TIPO-TAXA     PIC X(01) VALUE SPACES.
       77 VALOR-TAXA    PIC 9(07)V9(02) VALUE ZEROES.
       77 ULTIMA-RESERVA PIC 9(06) VALUE ZEROES.
       77 DATA-HOJE     PIC 9(08) VALUE ZEROES.
       77 TAXA-QUITADA  PIC X(01) VALUE "N".

       01 DATA-CRITICA.
           02 ANO-CRT   PIC 9(04).
           02 MES-CRT   PIC 9(02).
           02 DIA-CRT   PIC 9(02).

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 21 VALUE
              "----------------------------------------".
           02 LINE 2 COL 21 VALUE
              "RESERVA DE INSTALACOES - MENU PRINCIPAL".
           02 LINE 3 COL 21 VALUE
              "----------------------------------------".
           02 LINE 11 COL 34 VALUE "1 -Reservar".
           02 LINE 12 COL 34 VALUE "2 -Cancelar reserva".
           02 LINE 13 COL 34 VALUE "3 -Sair".
           02 LINE 17 COL 34 VALUE "OPCAO: ()".
           02 OPCAO LINE 17 COL 42 PIC X USING WRK-OPCAO AUTO.

       01 TELA-RESERVA.
           02 BLANK SCREEN.
           02 LINE 5  COL 21 VALUE "NUMERO DO SOCIO:".
           02 CAMPO-NUMERO   LINE 5  COL 44 PIC 9(06)
              USING WRK-NUMERO AUTO.
           02 LINE 6  COL 21 VALUE "INSTALACAO (CODIGO):".
           02 CAMPO-INSTAL   LINE 6  COL 44 PIC X(03)
              USING WRK-INSTAL AUTO.
           02 LINE 7  COL 21 VALUE "DATA (AAAAMMDD):".
           02 CAMPO-DATA     LINE 7  COL 44 PIC 9(08)
              USING WRK-DATA AUTO.
           02 LINE 8  COL 21 VALUE "HORA INICIAL (00-23):".
           02 CAMPO-HORA-INI LINE 8  COL 44 PIC 9(02)
              USING WRK-HORA-INI AUTO.
           02 LINE 9  COL 21 VALUE "HORA FINAL (01-24):".
           02 CAMPO-HORA-FIM LINE 9  COL 44 PIC 9(02)
              USING WRK-HORA-FIM AUTO.

       01 TELA-RESUMO.
           02 LINE 11 COL 21 VALUE "SOCIO:".
           02 LINE 11 COL 44 PIC X(30) FROM WRK-NOME.
           02 LINE 12 COL 21 VALUE "INSTALACAO:".
           02 LINE 12 COL 44 PIC X(30) FROM WRK-DESCRICAO.
           02 LINE 13 COL 21 VALUE "TAXA DA RESERVA:".
           02 LINE 13 COL 44 PIC ZZZ.ZZ9,99 FROM WRK-VALOR.

       01 TELA-NUMRES.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE "INFORME O NUMERO DA RESERVA:".
           02 CAMPO-RESERVA LINE 5 COL 50 PIC 9(06)
              USING WRK-RESERVA AUTO.

       01 TELA-MENSAGEM.
           02 LINE 19 COL 21 VALUE "MENSAGEM:".
           02 MENSAGEM LINE 19 COL 31 PIC X(40)
              USING WRK-MENSAGEM.
           02 LINE 20 COL 21 VALUE "TECLE ENTER PARA CONTINUAR.".
           02 CAMPO-PAUSA LINE 20 COL 49 PIC X(01) AUTO.

       01 TELA-CONFIRMA.
           02 LINE 21 COL 21 VALUE "CONFIRMA A OPERACAO (S/N)?".
           02 CAMPO-CONFIRMA LINE 21 COL 48 PIC X(01)
              USING WRK-CONFIRMA AUTO.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM VERIFICA-TRAVA-BATCH.
           MOVE "PROG03  " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           OPEN INPUT CADSOC1X.
           IF FS-CADSOC1X NOT EQUAL "00"
              DISPLAY "PROG03: CADSOC1X.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "TRVP03.DAT" TO NOME-TRAVA-SES.
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "3".
           CLOSE CADSOC1X.
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY TELA-PRINCIPAL.
           ACCEPT TELA-PRINCIPAL.

           EVALUATE WRK-OPCAO
               WHEN "1"
                   IF P02-INC-SES EQUAL "S"
                      PERFORM PROC-RESERVA
                   ELSE
                      MOVE "RESERVA NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "2"
                   IF P02-EXC-SES EQUAL "S"
                      PERFORM PROC-CANCELAMENTO
                   ELSE
                      MOVE "CANCELAMENTO NEGADO - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "3"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPCAO INVALIDA." TO WRK-MENSAGEM
                   DISPLAY TELA-MENSAGEM
                   ACCEPT TELA-MENSAGEM
           END-EVALUATE.

      *ACAO NEGADA: AVISA O OPERADOR E REGISTRA NO EXCLOG COMUM.
       NEGA-ACAO.
           MOVE "ACAO NAO PERMITIDA PARA O OPERADOR."
                TO WRK-MENSAGEM.
           PERFORM REGISTRA-ACESSO-NEGADO.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *RESERVA: DADOS DA TELA, CRITICAS EM SEQUENCIA (A PRIMEIRA QUE
      *FALHA DEIXA O MOTIVO EM WRK-MENSAGEM), RESUMO COM A TAXA E
      *CONFIRMACAO DO OPERADOR.
       PROC-RESERVA.
           MOVE ZEROES TO WRK-NUMERO WRK-DATA WRK-HORA-INI
                          WRK-HORA-FIM WRK-VALOR.
           MOVE SPACES TO WRK-INSTAL WRK-NOME WRK-DESCRICAO.
           DISPLAY TELA-RESERVA.
           ACCEPT TELA-RESERVA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "S" TO RESERVA-OK.
           PERFORM CRITICA-SOCIO.
           IF RESERVA-OK EQUAL "S"
              PERFORM CRITICA-INSTALACAO
           END-IF.
           IF RESERVA-OK EQUAL "S"
              PERFORM CRITICA-HORARIO
           END-IF.
           IF RESERVA-OK EQUAL "S"
              PERFORM CRITICA-CONFLITO
           END-IF.

           IF RESERVA-OK EQUAL "S"
              IF TIPO-TAXA EQUAL "H"
                 COMPUTE WRK-VALOR =
                         VALOR-TAXA * (WRK-HORA-FIM - WRK-HORA-INI)
              ELSE
                 MOVE VALOR-TAXA TO WRK-VALOR
              END-IF
              DISPLAY TELA-RESUMO
              MOVE SPACES TO WRK-CONFIRMA
              DISPLAY TELA-CONFIRMA
              ACCEPT TELA-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                 PERFORM GRAVA-RESERVA
                 IF WRK-VALOR GREATER THAN ZEROES
                    PERFORM GRAVA-COBRANCA
                 END-IF
                 MOVE SPACES TO WRK-MENSAGEM
                 STRING "RESERVA " ULTIMA-RESERVA " CONFIRMADA."
                        DELIMITED BY SIZE INTO WRK-MENSAGEM
              ELSE
                 MOVE "RESERVA NAO CONFIRMADA." TO WRK-MENSAGEM
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *SOCIO PRECISA EXISTIR E ESTAR EM DIA. DEPENDENTE RESERVA EM
      *NOME PROPRIO, MAS A SITUACAO CONFERIDA E A COBRANCA SAO DO
      *TITULAR (SOCIO-PAGADOR).
       CRITICA-SOCIO.
           MOVE WRK-NUMERO TO NUMERO-SOX.
           READ CADSOC1X
              INVALID KEY
                 MOVE "SOCIO NAO ENCONTRADO." TO WRK-MENSAGEM
                 MOVE "N" TO RESERVA-OK
           END-READ.
           IF RESERVA-OK EQUAL "S"
              MOVE NOME-SOX TO WRK-NOME
              MOVE NUMERO-SOX TO SOCIO-PAGADOR
              IF CATEGORIA-SOX EQUAL "D" AND TITULAR-SOX NOT EQUAL
                 ZEROES
                 MOVE TITULAR-SOX TO SOCIO-PAGADOR NUMERO-SOX
                 READ CADSOC1X
                    INVALID KEY
                       MOVE "TITULAR DO DEPENDENTE NAO ENCONTRADO."
                            TO WRK-MENSAGEM
                       MOVE "N" TO RESERVA-OK
                 END-READ
              END-IF
           END-IF.
           IF RESERVA-OK EQUAL "S" AND CODIGO-PAGTO-SOX EQUAL 02
              MOVE "SOCIO INADIMPLENTE - RESERVA RECUSADA."
                   TO WRK-MENSAGEM
              MOVE "N" TO RESERVA-OK
           END-IF.

       CRITICA-INSTALACAO.
           PERFORM LOCALIZA-INSTALACAO.
           IF ACHOU NOT EQUAL "SIM"
              MOVE "INSTALACAO NAO CADASTRADA." TO WRK-MENSAGEM
              MOVE "N" TO RESERVA-OK
           ELSE
              IF SITUACAO-INS EQUAL "I"
                 MOVE "INSTALACAO FORA DE USO." TO WRK-MENSAGEM
                 MOVE "N" TO RESERVA-OK
              ELSE
                 MOVE DESCRICAO-INS  TO WRK-DESCRICAO
                 MOVE TIPO-TAXA-INS  TO TIPO-TAXA
                 MOVE VALOR-TAXA-INS TO VALOR-TAXA
              END-IF
           END-IF.

      *A TABELA DE INSTALACOES E PEQUENA: LIDA DO INICIO A CADA
      *CONSULTA, PARA A TELA ENXERGAR NA HORA O QUE A SECRETARIA
      *ALTERAR NO ARQUIVO.
       LOCALIZA-INSTALACAO.
           MOVE "NAO" TO ACHOU FIM-ARQ.
           OPEN INPUT INSTAL.
           IF FS-INSTAL EQUAL "00"
              PERFORM LER-INSTAL
                 UNTIL FIM-ARQ EQUAL "SIM" OR ACHOU EQUAL "SIM"
              CLOSE INSTAL
           END-IF.

       LER-INSTAL.
           READ INSTAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND CODIGO-INS EQUAL WRK-INSTAL
              MOVE "SIM" TO ACHOU
           END-IF.

      *DATA VALIDA E NAO ANTERIOR A HOJE; HORAS CHEIAS COM A FINAL
      *DEPOIS DA INICIAL.
       CRITICA-HORARIO.
           MOVE WRK-DATA TO DATA-CRITICA.
           IF MES-CRT LESS THAN 01 OR MES-CRT GREATER THAN 12 OR
              DIA-CRT LESS THAN 01 OR DIA-CRT GREATER THAN 31
              MOVE "DATA INVALIDA." TO WRK-MENSAGEM
              MOVE "N" TO RESERVA-OK
           ELSE
              IF WRK-DATA LESS THAN DATA-HOJE
                 MOVE "DATA JA PASSOU." TO WRK-MENSAGEM
                 MOVE "N" TO RESERVA-OK
              ELSE
                 IF WRK-HORA-INI GREATER THAN 23 OR
                    WRK-HORA-FIM GREATER THAN 24 OR
                    WRK-HORA-FIM NOT GREATER THAN WRK-HORA-INI
                    MOVE "HORARIO INVALIDO." TO WRK-MENSAGEM
                    MOVE "N" TO RESERVA-OK
                 END-IF
              END-IF
           END-IF.

      *VARRE O RESERVA.DAT: GUARDA O MAIOR NUMERO JA USADO (A NOVA
      *RESERVA RECEBE O SEGUINTE) E RECUSA SOBREPOSICAO COM RESERVA
      *CONFIRMADA DA MESMA INSTALACAO NA MESMA DATA.
       CRITICA-CONFLITO.
           MOVE ZEROES TO ULTIMA-RESERVA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVA.
           IF FS-RESERVA EQUAL "00"
              PERFORM CONFERE-RESERVA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVA
           END-IF.

       CONFERE-RESERVA.
           READ RESERVA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-RES GREATER THAN ULTIMA-RESERVA
                 MOVE NUMERO-RES TO ULTIMA-RESERVA
              END-IF
              IF RESERVA-CONFIRMADA AND
                 CODIGO-INS-RES EQUAL WRK-INSTAL AND
                 DATA-RES EQUAL WRK-DATA AND
                 HORA-INI-RES LESS THAN WRK-HORA-FIM AND
                 WRK-HORA-INI LESS THAN HORA-FIM-RES AND
                 RESERVA-OK EQUAL "S"
                 MOVE SPACES TO WRK-MENSAGEM
                 STRING "HORARIO OCUPADO PELA RESERVA " NUMERO-RES
                        DELIMITED BY SIZE INTO WRK-MENSAGEM
                 MOVE "N" TO RESERVA-OK
              END-IF
           END-IF.

       GRAVA-RESERVA.
           ADD 1 TO ULTIMA-RESERVA.
           OPEN EXTEND RESERVA.
           IF FS-RESERVA NOT EQUAL "00"
              OPEN OUTPUT RESERVA
           END-IF.
           MOVE ULTIMA-RESERVA TO NUMERO-RES.
           MOVE WRK-INSTAL     TO CODIGO-INS-RES.
           MOVE WRK-DATA       TO DATA-RES.
           MOVE WRK-HORA-INI   TO HORA-INI-RES.
           MOVE WRK-HORA-FIM   TO HORA-FIM-RES.
           MOVE WRK-NUMERO     TO NUMERO-SOCIO-RES.
           MOVE WRK-VALOR      TO VALOR-RES.
           MOVE "C"            TO SITUACAO-RES.
           MOVE DATA-HOJE      TO DATA-INCL-RES.
           MOVE SIGNON-ID      TO OPERADOR-RES.
           WRITE REG-RESERVA.
           CLOSE RESERVA.

       GRAVA-COBRANCA.
           OPEN EXTEND COBAVL.
           IF FS-COBAVL NOT EQUAL "00"
              OPEN OUTPUT COBAVL
           END-IF.
           MOVE SOCIO-PAGADOR  TO NUMERO-SOCIO-AVL.
           MOVE DATA-HOJE      TO DATA-AVL.
           MOVE "RES"          TO ORIGEM-AVL.
           MOVE ULTIMA-RESERVA TO DOCUMENTO-AVL.
           MOVE SPACES         TO DESCRICAO-AVL.
           STRING "RESERVA " WRK-DESCRICAO DELIMITED BY SIZE
                  INTO DESCRICAO-AVL.
           MOVE WRK-VALOR      TO VALOR-AVL.
           MOVE "A"            TO SITUACAO-AVL.
           MOVE ZEROES         TO RECIBO-AVL.
           WRITE REG-COBAVL.
           CLOSE COBAVL.

      *CANCELAMENTO: SO RESERVA CONFIRMADA E AINDA NAO REALIZADA.
      *A RESERVA PASSA A "X" E A COBRANCA AVULSA AINDA ABERTA A "C"
      *(AMBOS POR COPIA E SUBSTITUICAO DO ARQUIVO).
       PROC-CANCELAMENTO.
           MOVE ZEROES TO WRK-RESERVA.
           DISPLAY TELA-NUMRES.
           ACCEPT TELA-NUMRES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LOCALIZA-RESERVA.

           IF ACHOU NOT EQUAL "SIM"
              MOVE "RESERVA NAO ENCONTRADA." TO WRK-MENSAGEM
           ELSE
              IF NOT RESERVA-CONFIRMADA
                 MOVE "RESERVA JA CANCELADA." TO WRK-MENSAGEM
              ELSE
                 IF DATA-RES LESS THAN DATA-HOJE
                    MOVE "RESERVA JA REALIZADA." TO WRK-MENSAGEM
                 ELSE
                    PERFORM CONFIRMA-CANCELAMENTO
                 END-IF
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       CONFIRMA-CANCELAMENTO.
           MOVE NUMERO-SOCIO-RES TO NUMERO-SOX.
           MOVE SPACES TO WRK-NOME.
           READ CADSOC1X
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE NOME-SOX TO WRK-NOME
           END-READ.
           MOVE CODIGO-INS-RES TO WRK-INSTAL.
           MOVE VALOR-RES TO WRK-VALOR.
           PERFORM LOCALIZA-INSTALACAO.
           MOVE DESCRICAO-INS TO WRK-DESCRICAO.
           DISPLAY TELA-RESUMO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM CANCELA-RESERVA
              MOVE "N" TO TAXA-QUITADA
              PERFORM CANCELA-COBRANCA
              IF TAXA-QUITADA EQUAL "S"
                 MOVE "CANCELADA - TAXA JA PAGA (SECRETARIA)."
                      TO WRK-MENSAGEM
              ELSE
                 MOVE "RESERVA CANCELADA." TO WRK-MENSAGEM
              END-IF
           ELSE
              MOVE "CANCELAMENTO NAO CONFIRMADO." TO WRK-MENSAGEM
           END-IF.

       LOCALIZA-RESERVA.
           MOVE "NAO" TO ACHOU FIM-ARQ.
           OPEN INPUT RESERVA.
           IF FS-RESERVA EQUAL "00"
              PERFORM LER-RESERVA
                 UNTIL FIM-ARQ EQUAL "SIM" OR ACHOU EQUAL "SIM"
              CLOSE RESERVA
           END-IF.

       LER-RESERVA.
           READ RESERVA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND NUMERO-RES EQUAL WRK-RESERVA
              MOVE "SIM" TO ACHOU
           END-IF.

       CANCELA-RESERVA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  RESERVA
                OUTPUT RESERVAN.
           PERFORM COPIA-OU-CANCELA-RES UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE RESERVA RESERVAN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  RESERVAN
                OUTPUT RESERVA.
           PERFORM COPIA-RESERVAN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE RESERVAN RESERVA.

       COPIA-OU-CANCELA-RES.
           READ RESERVA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-RES EQUAL WRK-RESERVA
                 MOVE "X" TO SITUACAO-RES
              END-IF
              WRITE REG-RESERVAN FROM REG-RESERVA
           END-IF.

       COPIA-RESERVAN.
           READ RESERVAN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-RESERVA FROM REG-RESERVAN
           END-IF.

       CANCELA-COBRANCA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT COBAVL.
           IF FS-COBAVL EQUAL "00"
              OPEN OUTPUT COBAVLN
              PERFORM COPIA-OU-CANCELA-AVL UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE COBAVL COBAVLN
              MOVE "NAO" TO FIM-ARQ
              OPEN INPUT  COBAVLN
                   OUTPUT COBAVL
              PERFORM COPIA-COBAVLN UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE COBAVLN COBAVL
           END-IF.

       COPIA-OU-CANCELA-AVL.
           READ COBAVL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF ORIGEM-AVL EQUAL "RES" AND
                 DOCUMENTO-AVL EQUAL WRK-RESERVA
                 IF AVULSA-ABERTA
                    MOVE "C" TO SITUACAO-AVL
                 ELSE
                    IF AVULSA-QUITADA
                       MOVE "S" TO TAXA-QUITADA
                    END-IF
                 END-IF
              END-IF
              WRITE REG-COBAVLN FROM REG-COBAVL
           END-IF.

       COPIA-COBAVLN.
           READ COBAVLN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-COBAVL FROM REG-COBAVLN
           END-IF.

       COPY TRAVAPD.

       COPY OPERPD.
