      *            PERMISSAO DA SESSAO (P02-CON/INC/ALT/EXC) E ACAO
      *            NEGADA E REGISTRADA NO EXCLOG COMUM. O OPERADOR
      *            DO SIGN-ON TAMBEM IDENTIFICA A TRAVA DE SESSAO.
      *15/10/2026 BRC - TELA-DADOS GANHOU A DATA DE ADMISSAO
      *            (ADMISSAO-SOCIO1 EM CADSOCFD), QUE NA INCLUSAO VEM
      *            PREENCHIDA COM A DATA DO DIA E NA ALTERACAO PERMITE
      *            ACERTAR A DATA DE SOCIO ANTIGO QUE A RODADA EX01ADM
      *            NAO CONSEGUIU APURAR. CRITICADA NA ENTRADA (DATA
      *            VALIDA, NAO FUTURA).
      *15/10/2026 BRC - TELA-DADOS GANHOU A DATA DE NASCIMENTO
      *            (NASCIMENTO-SOCIO1 EM CADSOCFD), OBRIGATORIA PARA
      *            DEPENDENTE - BASE DA RODADA DE MAIORIDADE (EX01MAI).
      *            CRITICADA NA ENTRADA (DATA VALIDA, NAO FUTURA).
      *15/10/2026 BRC - ALTERACAO QUE MUDA O ENDERECO (ENDERECO,
      *            CIDADE, UF OU CEP) RETIRA A MARCA DE CORRESPONDENCIA
      *            DEVOLVIDA DO SOCIO (DEVCOR.DAT - VER DEVCORFD),
      *            GRAVADA PELA RECEPCAO NO EX01DEV; AS RODADAS DE
      *            CARTAS VOLTAM A INCLUIR O SOCIO.
      *15/10/2026 BRC - CEP CONFERIDO NA TABELA DE CEP (CADCEP -
      *            VER EX06CEP/CADCEPPD): CEP ENCONTRADO COMPLETA
      *            CIDADE/UF (E O ENDERECO, SE EM BRANCO) E REAPRESENTA
      *            A TELA PARA CONFERENCIA; CEP FORA DA TABELA E AVISADO
      *            UMA VEZ. SEM O CADCEP A TELA SEGUE SEM CONSULTAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY EXCLOGSL.

           COPY DEVCORSL.

           COPY CADCEPSL.

       DATA DIVISION.

       FILE SECTION.

       COPY EXCLOGFD.

       COPY DEVCORFD.

       COPY CADCEPFD.

       WORKING-STORAGE SECTION.
       COPY CADSOXWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       COPY DEVCORWS.
       COPY CADCEPWS.
       77 WRK-OPCAO     PIC X(001) VALUE SPACES.
       77 ACHOU         PIC X(003) VALUE "NAO".
       77 WRK-NUMERO    PIC 9(06) VALUE ZEROES.
       77 WRK-CIDADE    PIC X(20) VALUE SPACES.
       77 WRK-UF        PIC X(02) VALUE SPACES.
       77 WRK-CEP       PIC 9(08) VALUE ZEROES.
       77 WRK-CEP-CONFERIDO PIC 9(08) VALUE ZEROES.
       77 WRK-EMAIL     PIC X(40) VALUE SPACES.
       77 WRK-CATEGORIA PIC X(01) VALUE SPACES.
       77 WRK-TITULAR   PIC 9(06) VALUE ZEROES.
       77 WRK-ADMISSAO  PIC 9(08) VALUE ZEROES.
       77 WRK-NASCIMENTO PIC 9(08) VALUE ZEROES.
       77 WRK-HOJE      PIC 9(08) VALUE ZEROES.
       77 WRK-CONFIRMA  PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.
       77 CODIGO-OK     PIC X(01) VALUE "N".
       77 ENDERECO-MUDOU PIC X(01) VALUE "N".

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 LINE 17 COL 21 VALUE "TITULAR (SE DEPEND.):".
           02 CAMPO-TITULAR  LINE 17 COL 40 PIC 9(06)
              USING WRK-TITULAR AUTO.
           02 LINE 18 COL 21 VALUE "ADMISSAO (AAAAMMDD):".
           02 CAMPO-ADMISSAO LINE 18 COL 40 PIC 9(08)
              USING WRK-ADMISSAO AUTO.
           02 LINE 18 COL 51 VALUE "NASCIMENTO:".
           02 CAMPO-NASCIM   LINE 18 COL 63 PIC 9(08)
              USING WRK-NASCIMENTO AUTO.

       01 TELA-MENSAGEM.
           02 LINE 19 COL 21 VALUE "MENSAGEM:".
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           PERFORM ABRE-CADSOC1X.
           PERFORM ABRE-CADCEP.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "5".
           CLOSE CADSOC1X.
           PERFORM FECHA-CADCEP.
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.

      *VALIDO.
       ACEITA-DADOS.
           MOVE "N" TO CODIGO-OK.
           MOVE ZEROES TO WRK-CEP-CONFERIDO.
           PERFORM ACEITA-DADOS-TELA UNTIL CODIGO-OK EQUAL "S".

       ACEITA-DADOS-TELA.
                         TO WRK-MENSAGEM
                    DISPLAY TELA-MENSAGEM
                    ACCEPT TELA-MENSAGEM
                 ELSE
                    PERFORM CRITICA-ADMISSAO
                 END-IF
              END-IF
           END-IF.

      *DATA DE ADMISSAO: ZEROS = NAO APURADA (SO NA ALTERACAO DE
      *SOCIO ANTIGO); INFORMADA, PRECISA SER DATA VALIDA E NAO
      *FUTURA.
       CRITICA-ADMISSAO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-ADMISSAO NOT EQUAL ZEROES AND
              (WRK-ADMISSAO(5:2) LESS THAN "01" OR
               WRK-ADMISSAO(5:2) GREATER THAN "12" OR
               WRK-ADMISSAO(7:2) LESS THAN "01" OR
               WRK-ADMISSAO(7:2) GREATER THAN "31" OR
               WRK-ADMISSAO GREATER THAN WRK-HOJE)
              MOVE "DATA DE ADMISSAO INVALIDA (AAAAMMDD)."
                   TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           ELSE
              PERFORM CRITICA-NASCIMENTO
           END-IF.

      *DATA DE NASCIMENTO: OBRIGATORIA PARA DEPENDENTE (E A BASE DA
      *RODADA DE MAIORIDADE, EX01MAI); PARA AS DEMAIS CATEGORIAS,
      *ZEROS = NAO INFORMADA. INFORMADA, PRECISA SER DATA VALIDA E
      *NAO FUTURA.
       CRITICA-NASCIMENTO.
           IF WRK-CATEGORIA EQUAL "D" AND
              WRK-NASCIMENTO EQUAL ZEROES
              MOVE "DEPENDENTE EXIGE A DATA DE NASCIMENTO."
                   TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           ELSE
              IF WRK-NASCIMENTO NOT EQUAL ZEROES AND
                 (WRK-NASCIMENTO(5:2) LESS THAN "01" OR
                  WRK-NASCIMENTO(5:2) GREATER THAN "12" OR
                  WRK-NASCIMENTO(7:2) LESS THAN "01" OR
                  WRK-NASCIMENTO(7:2) GREATER THAN "31" OR
                  WRK-NASCIMENTO GREATER THAN WRK-HOJE)
                 MOVE "DATA DE NASCIMENTO INVALIDA (AAAAMMDD)."
                      TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              ELSE
                 PERFORM CRITICA-CEP
              END-IF
           END-IF.

      *CEP NA TABELA DE CEP: ENCONTRADO, CIDADE/UF PASSAM A SER OS
      *DA TABELA (CIDADE NAS 20 POSICOES DO CADASTRO) E O ENDERECO
      *EM BRANCO RECEBE O LOGRADOURO; SE ALGO MUDOU, A TELA VOLTA
      *PARA O OPERADOR CONFERIR E COMPLETAR O NUMERO. FORA DA TABELA,
      *O AVISO SAI UMA VEZ E O MESMO CEP CONFIRMADO E ACEITO. CEP
      *ZERADO OU TABELA AUSENTE NAO SAO CONSULTADOS.
       CRITICA-CEP.
           IF WRK-CEP EQUAL ZEROES OR
              WRK-CEP EQUAL WRK-CEP-CONFERIDO
              MOVE "S" TO CODIGO-OK
           ELSE
              MOVE WRK-CEP TO WRK-CEP-CONFERIDO CEP-BUSCA
              PERFORM BUSCA-CEP
              IF CEP-ENCONTRADO EQUAL "S"
                 IF WRK-CIDADE NOT EQUAL CIDADE-CEP(1:20) OR
                    WRK-UF NOT EQUAL UF-CEP OR
                    WRK-ENDERECO EQUAL SPACES
                    MOVE CIDADE-CEP(1:20) TO WRK-CIDADE
                    MOVE UF-CEP           TO WRK-UF
                    IF WRK-ENDERECO EQUAL SPACES
                       MOVE LOGRAD-CEP TO WRK-ENDERECO
                    END-IF
                    MOVE "ENDERECO COMPLETADO PELO CEP - CONFIRA."
                         TO WRK-MENSAGEM
                    DISPLAY TELA-MENSAGEM
                    ACCEPT TELA-MENSAGEM
                 ELSE
                    MOVE "S" TO CODIGO-OK
                 END-IF
              ELSE
                 IF TABELA-CEP-ABERTA EQUAL "S"
                    MOVE "CEP NAO CONSTA DA TABELA - CONFIRA."
                         TO WRK-MENSAGEM
                    DISPLAY TELA-MENSAGEM
                    ACCEPT TELA-MENSAGEM
                 ELSE
                    MOVE "S" TO CODIGO-OK
                 END-IF
           MOVE WRK-EMAIL    TO EMAIL-SOX.
           MOVE WRK-CATEGORIA TO CATEGORIA-SOX.
           MOVE WRK-TITULAR   TO TITULAR-SOX.
           MOVE WRK-ADMISSAO  TO ADMISSAO-SOX.
           MOVE WRK-NASCIMENTO TO NASCIMENTO-SOX.

       MOVE-REG-PARA-TELA.
           MOVE CODIGO-PAGTO-SOX  TO WRK-CODIGO.
           MOVE EMAIL-SOX         TO WRK-EMAIL.
           MOVE CATEGORIA-SOX     TO WRK-CATEGORIA.
           MOVE TITULAR-SOX       TO WRK-TITULAR.
           MOVE ADMISSAO-SOX      TO WRK-ADMISSAO.
           MOVE NASCIMENTO-SOX    TO WRK-NASCIMENTO.

       PROC-INCLUSAO.
           MOVE ZEROES TO WRK-NUMERO WRK-CODIGO WRK-VALOR WRK-MESES
                          WRK-CPF WRK-SALDO WRK-CEP WRK-TITULAR
                          WRK-NASCIMENTO.
           ACCEPT WRK-ADMISSAO FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-NOME WRK-ENDERECO WRK-CIDADE WRK-UF
                          WRK-EMAIL WRK-CATEGORIA.

           IF ACHOU EQUAL "SIM"
               PERFORM MOVE-REG-PARA-TELA
               PERFORM ACEITA-DADOS
               PERFORM VERIFICA-ENDERECO
               PERFORM MOVE-TELA-PARA-REG
               REWRITE CAD-SOX
                  INVALID KEY
                  NOT INVALID KEY
                     MOVE "SOCIO ALTERADO COM SUCESSO."
                          TO WRK-MENSAGEM
                     IF ENDERECO-MUDOU EQUAL "S"
                        PERFORM LIBERA-ENDERECO
                     END-IF
               END-REWRITE
           ELSE
               MOVE "SOCIO NAO ENCONTRADO." TO WRK-MENSAGEM
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *ENDERECO ALTERADO NA TELA (O REGISTRO AINDA TEM O ANTIGO).
       VERIFICA-ENDERECO.
           MOVE "N" TO ENDERECO-MUDOU.
           IF WRK-ENDERECO NOT EQUAL ENDERECO-SOX OR
              WRK-CIDADE   NOT EQUAL CIDADE-SOX   OR
              WRK-UF       NOT EQUAL UF-SOX       OR
              WRK-CEP      NOT EQUAL CEP-SOX
              MOVE "S" TO ENDERECO-MUDOU
           END-IF.

      *ENDERECO CORRIGIDO: RETIRA A MARCA DE CORRESPONDENCIA
      *DEVOLVIDA (DEVCOR.DAT, VER DEVCORFD), SE HOUVER, E O SOCIO
      *VOLTA A RECEBER AS CARTAS NA RODADA SEGUINTE.
       LIBERA-ENDERECO.
           MOVE "SOC"        TO ARQUIVO-LIB-DEV.
           MOVE NUMERO-SOX   TO CHAVE-LIB-DEV.
           MOVE "ENDERECO ALTERADO NO PROG02" TO OBS-LIB-DEV.
           MOVE SIGNON-ID    TO OPERADOR-LIB-DEV.
           MOVE "PROG02  "   TO PROGRAMA-LIB-DEV.
           PERFORM LIBERA-DEVCOR.
           IF PENDENTE-LIB-DEV EQUAL "S"
              MOVE "SOCIO ALTERADO - CORREIO LIBERADO."
                   TO WRK-MENSAGEM
           END-IF.

       PROC-EXCLUSAO.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
       COPY TRAVAPD.

       COPY OPERPD.

       COPY DEVCORPD.

       COPY CADCEPPD.
