       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PROG04.
       AUTHOR.          BRUNO CARVALHO.
       INSTALLATION.    BRUNO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.   15/10/2026.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    EMISSAO DE CONVITES NA PORTARIA PARA OS CONVIDADOS
      *            DOS SOCIOS (PISCINA, EVENTOS DE FIM DE SEMANA), NO
      *            MESMO PADRAO DE TELAS DO PROG03. O SOCIO QUE
      *            CONVIDA E LOCALIZADO NO CADSOC1X PELO NUMERO E
      *            PRECISA ESTAR COM A MENSALIDADE EM DIA (PARA
      *            DEPENDENTE VALE O CODIGO DO TITULAR, QUE E QUEM
      *            PAGA). A COTA MENSAL DO ESTATUTO E POR TITULAR:
      *            OS CONVITES DO TITULAR E DE SEUS DEPENDENTES NO MES
      *            DA VISITA SAO CONTADOS NO CONVITE.DAT, E O CONVITE
      *            QUE PASSA DA COTA LEVA A TAXA DE EXCEDENTE (COTA E
      *            TAXA NO PARCNV.DAT, VER PARCNVFD), LANCADA COMO
      *            COBRANCA AVULSA ABERTA (COBAVL.DAT, ORIGEM "CNV")
      *            NA CONTA DO TITULAR E COBRADA JUNTO COM A
      *            MENSALIDADE PELO EX01PAG. O MESMO CONVIDADO NAO
      *            RECEBE DOIS CONVITES DO MESMO TITULAR PARA A MESMA
      *            DATA. O RELATORIO MENSAL E O EX01COV.
      *            PERMISSAO: A MESMA DO PROG02 (P02-INC PARA EMITIR).
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

           COPY CONVITSL.

           COPY PARCNVSL.

           COPY COBAVLSL.

           COPY TRAVASL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY CADSOXFD.

       COPY CONVITFD.

       COPY PARCNVFD.

       COPY COBAVLFD.

       COPY TRAVAFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY CADSOXWS.
       COPY CONVITWS.
       COPY PARCNVWS.
       COPY COBAVLWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77 WRK-OPCAO     PIC X(001) VALUE SPACES.
       77 FIM-ARQ       PIC X(003) VALUE "NAO".
       77 WRK-NUMERO    PIC 9(06) VALUE ZEROES.
       77 WRK-CONVIDADO PIC X(30) VALUE SPACES.
       77 WRK-CPF       PIC 9(11) VALUE ZEROES.
       77 WRK-DATA      PIC 9(08) VALUE ZEROES.
       77 WRK-NOME      PIC X(30) VALUE SPACES.
       77 WRK-NOME-TIT  PIC X(30) VALUE SPACES.
       77 WRK-USADOS    PIC 9(03) VALUE ZEROES.
       77 WRK-COTA      PIC 9(02) VALUE ZEROES.
       77 WRK-VALOR     PIC 9(07)V9(02) VALUE ZEROES.
       77 WRK-CONFIRMA  PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.
       77 CONVITE-OK    PIC X(01) VALUE "N".
       77 SOCIO-PAGADOR PIC 9(06) VALUE ZEROES.
       77 ULTIMO-CONVITE PIC 9(06) VALUE ZEROES.
       77 DATA-HOJE     PIC 9(08) VALUE ZEROES.

       01 DATA-CRITICA.
           02 ANO-CRT   PIC 9(04).
           02 MES-CRT   PIC 9(02).
           02 DIA-CRT   PIC 9(02).
       01 DATA-CRITICA-R REDEFINES DATA-CRITICA.
           02 ANO-MES-CRT PIC 9(06).
           02 FILLER      PIC 9(02).

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 21 VALUE
              "----------------------------------------".
           02 LINE 2 COL 21 VALUE
              "EMISSAO DE CONVITES - MENU PRINCIPAL".
           02 LINE 3 COL 21 VALUE
              "----------------------------------------".
           02 LINE 11 COL 34 VALUE "1 -Emitir convite".
           02 LINE 12 COL 34 VALUE "2 -Sair".
           02 LINE 17 COL 34 VALUE "OPCAO: ()".
           02 OPCAO LINE 17 COL 42 PIC X USING WRK-OPCAO AUTO.

       01 TELA-CONVITE.
           02 BLANK SCREEN.
           02 LINE 5  COL 21 VALUE "NUMERO DO SOCIO:".
           02 CAMPO-NUMERO    LINE 5  COL 44 PIC 9(06)
              USING WRK-NUMERO AUTO.
           02 LINE 6  COL 21 VALUE "NOME DO CONVIDADO:".
           02 CAMPO-CONVIDADO LINE 6  COL 44 PIC X(30)
              USING WRK-CONVIDADO AUTO.
           02 LINE 7  COL 21 VALUE "CPF DO CONVIDADO:".
           02 CAMPO-CPF       LINE 7  COL 44 PIC 9(11)
              USING WRK-CPF AUTO.
           02 LINE 8  COL 21 VALUE "DATA DA VISITA:".
           02 CAMPO-DATA      LINE 8  COL 44 PIC 9(08)
              USING WRK-DATA AUTO.

       01 TELA-RESUMO.
           02 LINE 11 COL 21 VALUE "SOCIO:".
           02 LINE 11 COL 44 PIC X(30) FROM WRK-NOME.
           02 LINE 12 COL 21 VALUE "TITULAR:".
           02 LINE 12 COL 44 PIC X(30) FROM WRK-NOME-TIT.
           02 LINE 13 COL 21 VALUE "CONVITES NO MES:".
           02 LINE 13 COL 44 PIC ZZ9 FROM WRK-USADOS.
           02 LINE 13 COL 48 VALUE "DE".
           02 LINE 13 COL 51 PIC Z9 FROM WRK-COTA.
           02 LINE 14 COL 21 VALUE "TAXA DO CONVITE:".
           02 LINE 14 COL 44 PIC ZZZ.ZZ9,99 FROM WRK-VALOR.

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
           MOVE "PROG04  " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           OPEN INPUT CADSOC1X.
           IF FS-CADSOC1X NOT EQUAL "00"
              DISPLAY "PROG04: CADSOC1X.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LE-PARAMETROS-CONVITE.
           MOVE COTA-CONVITES TO WRK-COTA.
           MOVE "TRVP04.DAT" TO NOME-TRAVA-SES.
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "2".
           CLOSE CADSOC1X.
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY TELA-PRINCIPAL.
           ACCEPT TELA-PRINCIPAL.

           EVALUATE WRK-OPCAO
               WHEN "1"
                   IF P02-INC-SES EQUAL "S"
                      PERFORM PROC-CONVITE
                   ELSE
                      MOVE "CONVITE NEGADO - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "2"
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

      *CONVITE: DADOS DA TELA, CRITICAS EM SEQUENCIA (A PRIMEIRA QUE
      *FALHA DEIXA O MOTIVO EM WRK-MENSAGEM), RESUMO COM A COTA JA
      *USADA E A TAXA, E CONFIRMACAO DO OPERADOR.
       PROC-CONVITE.
           MOVE ZEROES TO WRK-NUMERO WRK-CPF WRK-DATA WRK-USADOS
                          WRK-VALOR.
           MOVE SPACES TO WRK-CONVIDADO WRK-NOME WRK-NOME-TIT.
           DISPLAY TELA-CONVITE.
           ACCEPT TELA-CONVITE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "S" TO CONVITE-OK.
           PERFORM CRITICA-SOCIO.
           IF CONVITE-OK EQUAL "S"
              PERFORM CRITICA-CONVIDADO
           END-IF.
           IF CONVITE-OK EQUAL "S"
              PERFORM CRITICA-DATA
           END-IF.
           IF CONVITE-OK EQUAL "S"
              PERFORM CONTA-CONVITES
           END-IF.

           IF CONVITE-OK EQUAL "S"
              IF WRK-USADOS NOT LESS THAN COTA-CONVITES
                 MOVE TAXA-CONVITE TO WRK-VALOR
              END-IF
              DISPLAY TELA-RESUMO
              MOVE SPACES TO WRK-CONFIRMA
              DISPLAY TELA-CONFIRMA
              ACCEPT TELA-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                 PERFORM GRAVA-CONVITE
                 MOVE SPACES TO WRK-MENSAGEM
                 IF WRK-VALOR GREATER THAN ZEROES
                    PERFORM GRAVA-COBRANCA
                    STRING "CONVITE " ULTIMO-CONVITE
                           " EMITIDO - TAXA LANCADA."
                           DELIMITED BY SIZE INTO WRK-MENSAGEM
                 ELSE
                    STRING "CONVITE " ULTIMO-CONVITE " EMITIDO."
                           DELIMITED BY SIZE INTO WRK-MENSAGEM
                 END-IF
              ELSE
                 MOVE "CONVITE NAO CONFIRMADO." TO WRK-MENSAGEM
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *SOCIO PRECISA EXISTIR E ESTAR EM DIA. DEPENDENTE CONVIDA EM
      *NOME PROPRIO, MAS A SITUACAO CONFERIDA, A COTA E A TAXA SAO DO
      *TITULAR (SOCIO-PAGADOR).
       CRITICA-SOCIO.
           MOVE WRK-NUMERO TO NUMERO-SOX.
           READ CADSOC1X
              INVALID KEY
                 MOVE "SOCIO NAO ENCONTRADO." TO WRK-MENSAGEM
                 MOVE "N" TO CONVITE-OK
           END-READ.
           IF CONVITE-OK EQUAL "S"
              MOVE NOME-SOX TO WRK-NOME WRK-NOME-TIT
              MOVE NUMERO-SOX TO SOCIO-PAGADOR
              IF CATEGORIA-SOX EQUAL "D" AND TITULAR-SOX NOT EQUAL
                 ZEROES
                 MOVE TITULAR-SOX TO SOCIO-PAGADOR NUMERO-SOX
                 READ CADSOC1X
                    INVALID KEY
                       MOVE "TITULAR DO DEPENDENTE NAO ENCONTRADO."
                            TO WRK-MENSAGEM
                       MOVE "N" TO CONVITE-OK
                    NOT INVALID KEY
                       MOVE NOME-SOX TO WRK-NOME-TIT
                 END-READ
              END-IF
           END-IF.
           IF CONVITE-OK EQUAL "S" AND CODIGO-PAGTO-SOX EQUAL 02
              MOVE "SOCIO INADIMPLENTE - CONVITE RECUSADO."
                   TO WRK-MENSAGEM
              MOVE "N" TO CONVITE-OK
           END-IF.

      *O CPF IDENTIFICA O CONVIDADO NO RELATORIO DE FREQUENTES.
       CRITICA-CONVIDADO.
           IF WRK-CONVIDADO EQUAL SPACES
              MOVE "NOME DO CONVIDADO EM BRANCO." TO WRK-MENSAGEM
              MOVE "N" TO CONVITE-OK
           ELSE
              IF WRK-CPF EQUAL ZEROES
                 MOVE "CPF DO CONVIDADO NAO INFORMADO."
                      TO WRK-MENSAGEM
                 MOVE "N" TO CONVITE-OK
              END-IF
           END-IF.

      *DATA VALIDA E NAO ANTERIOR A HOJE.
       CRITICA-DATA.
           MOVE WRK-DATA TO DATA-CRITICA.
           IF MES-CRT LESS THAN 01 OR MES-CRT GREATER THAN 12 OR
              DIA-CRT LESS THAN 01 OR DIA-CRT GREATER THAN 31
              MOVE "DATA INVALIDA." TO WRK-MENSAGEM
              MOVE "N" TO CONVITE-OK
           ELSE
              IF WRK-DATA LESS THAN DATA-HOJE
                 MOVE "DATA JA PASSOU." TO WRK-MENSAGEM
                 MOVE "N" TO CONVITE-OK
              END-IF
           END-IF.

      *VARRE O CONVITE.DAT: GUARDA O MAIOR NUMERO JA USADO (O NOVO
      *CONVITE RECEBE O SEGUINTE), CONTA OS CONVITES DO TITULAR NO
      *MES DA VISITA E RECUSA O CONVIDADO QUE JA TEM CONVITE DO
      *MESMO TITULAR PARA A MESMA DATA.
       CONTA-CONVITES.
           MOVE ZEROES TO ULTIMO-CONVITE WRK-USADOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CONVITE.
           IF FS-CONVITE EQUAL "00"
              PERFORM CONFERE-CONVITE UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CONVITE
           END-IF.

       CONFERE-CONVITE.
           READ CONVITE AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-CNV GREATER THAN ULTIMO-CONVITE
                 MOVE NUMERO-CNV TO ULTIMO-CONVITE
              END-IF
              IF TITULAR-CNV EQUAL SOCIO-PAGADOR AND
                 ANO-MES-CNV EQUAL ANO-MES-CRT
                 ADD 1 TO WRK-USADOS
                 IF CPF-CONVIDADO-CNV EQUAL WRK-CPF AND
                    DATA-CNV EQUAL WRK-DATA AND
                    CONVITE-OK EQUAL "S"
                    MOVE SPACES TO WRK-MENSAGEM
                    STRING "CONVIDADO JA TEM O CONVITE " NUMERO-CNV
                           DELIMITED BY SIZE INTO WRK-MENSAGEM
                    MOVE "N" TO CONVITE-OK
                 END-IF
              END-IF
           END-IF.

       GRAVA-CONVITE.
           ADD 1 TO ULTIMO-CONVITE.
           OPEN EXTEND CONVITE.
           IF FS-CONVITE NOT EQUAL "00"
              OPEN OUTPUT CONVITE
           END-IF.
           MOVE ULTIMO-CONVITE TO NUMERO-CNV.
           MOVE WRK-NUMERO     TO NUMERO-SOCIO-CNV.
           MOVE SOCIO-PAGADOR  TO TITULAR-CNV.
           MOVE WRK-CONVIDADO  TO NOME-CONVIDADO-CNV.
           MOVE WRK-CPF        TO CPF-CONVIDADO-CNV.
           MOVE WRK-DATA       TO DATA-CNV.
           MOVE WRK-VALOR      TO VALOR-CNV.
           MOVE DATA-HOJE      TO DATA-EMISSAO-CNV.
           MOVE SIGNON-ID      TO OPERADOR-CNV.
           WRITE REG-CONVITE.
           CLOSE CONVITE.

       GRAVA-COBRANCA.
           OPEN EXTEND COBAVL.
           IF FS-COBAVL NOT EQUAL "00"
              OPEN OUTPUT COBAVL
           END-IF.
           MOVE SOCIO-PAGADOR  TO NUMERO-SOCIO-AVL.
           MOVE DATA-HOJE      TO DATA-AVL.
           MOVE "CNV"          TO ORIGEM-AVL.
           MOVE ULTIMO-CONVITE TO DOCUMENTO-AVL.
           MOVE SPACES         TO DESCRICAO-AVL.
           STRING "CONVITE " WRK-CONVIDADO DELIMITED BY SIZE
                  INTO DESCRICAO-AVL.
           MOVE WRK-VALOR      TO VALOR-AVL.
           MOVE "A"            TO SITUACAO-AVL.
           MOVE ZEROES         TO RECIBO-AVL.
           WRITE REG-COBAVL.
           CLOSE COBAVL.

       COPY PARCNVPD.

       COPY TRAVAPD.

       COPY OPERPD.
