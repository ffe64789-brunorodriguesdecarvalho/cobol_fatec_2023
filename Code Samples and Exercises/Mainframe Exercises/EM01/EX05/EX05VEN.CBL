       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EX05VEN.
       AUTHOR.          BRUNO CARVALHO.
       INSTALLATION.    BRUNO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.   15/10/2026.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    MANUTENCAO DO CADASTRO PERMANENTE DE VENDEDORES
      *            (CADVEND.DAT - VER CADVENFD), NO MESMO PADRAO DE
      *            TELAS E SIGN-ON DO EX05REV. ATE AQUI NOME, SALARIO
      *            E PLANO ERAM REDIGITADOS TODO MES NO REGVEND E NAO
      *            HAVIA CPF, CONTA BANCARIA NEM DEPENDENTES EM LUGAR
      *            NENHUM. AQUI:
      *            - INCLUIR (PERMISSAO VEN-INC): MATRICULA NOVA,
      *              NOME, CPF (SEM OUTRO VENDEDOR ATIVO COM O
      *              MESMO), ADMISSAO, SALARIO BASE, PLANO A/B/C,
      *              BANCO/AGENCIA/CONTA (TODOS OU NENHUM) E
      *              DEPENDENTES DO IRRF. ENTRA SEMPRE ATIVO;
      *            - ALTERAR (PERMISSAO VEN-ALT): OS MESMOS DADOS,
      *              MENOS MATRICULA E SITUACAO. VENDEDOR DESLIGADO
      *              SO CONSULTA. O CADVEND E REGRAVADO PELO ESQUEMA
      *              COPIA-E-SUBSTITUI (CADVEND -> CADVENN ->
      *              CADVEND);
      *            - CONSULTAR (PERMISSAO VEN-CON).
      *            NAO HA EXCLUSAO: O DESLIGAMENTO E MARCADO PELO
      *            FOLHARES, JUNTO COM A RESCISAO, E O REGISTRO FICA
      *            PARA O HISTORICO. A TRAVA DE SESSAO E A
      *            TRVVEN.DAT.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADVENSL.

           SELECT CADVENN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY TRAVASL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY CADVENFD.

       FD  CADVENN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVENN.DAT".
       01  REG-CADVENN      PIC X(95).

       COPY TRAVAFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY CADVENWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77 WRK-OPCAO      PIC X(001) VALUE SPACES.
       77 WRK-MATRICULA  PIC 9(06) VALUE ZEROES.
       77 WRK-NOME       PIC X(30) VALUE SPACES.
       77 WRK-CPF        PIC 9(11) VALUE ZEROES.
       77 WRK-ADMISSAO   PIC 9(08) VALUE ZEROES.
       77 WRK-SALARIO    PIC 9(06)V9(02) VALUE ZEROES.
       77 WRK-PLANO      PIC X(01) VALUE SPACES.
       77 WRK-BANCO      PIC 9(03) VALUE ZEROES.
       77 WRK-AGENCIA    PIC 9(05) VALUE ZEROES.
       77 WRK-CONTA      PIC X(12) VALUE SPACES.
       77 WRK-DEPEND     PIC 9(02) VALUE ZEROES.
       77 WRK-SITUACAO   PIC X(01) VALUE SPACES.
       77 WRK-DESC-SITUACAO PIC X(10) VALUE SPACES.
       77 WRK-DESLIG     PIC 9(08) VALUE ZEROES.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM   PIC X(40) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 ACHOU          PIC X(03) VALUE "NAO".
       77 DADOS-OK       PIC X(01) VALUE "N".
       77 CPF-EM-USO     PIC X(01) VALUE "N".
       77 MES-ADMISSAO   PIC 9(02) VALUE ZEROES.
       77 DIA-ADMISSAO   PIC 9(02) VALUE ZEROES.

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 21 VALUE
              "----------------------------------------".
           02 LINE 2 COL 21 VALUE
              "CADASTRO DE VENDEDORES  -  MENU PRINCIPAL".
           02 LINE 3 COL 21 VALUE
              "----------------------------------------".
           02 LINE 11 COL 34 VALUE "1 -Incluir".
           02 LINE 12 COL 34 VALUE "2 -Alterar".
           02 LINE 13 COL 34 VALUE "3 -Consultar".
           02 LINE 14 COL 34 VALUE "4 -Sair".
           02 LINE 16 COL 34 VALUE "OPCAO: ()".
           02 OPCAO LINE 16 COL 42 PIC X USING WRK-OPCAO AUTO.

       01 TELA-MATRICULA.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE "MATRICULA DO VENDEDOR:".
           02 CAMPO-MATRICULA LINE 5 COL 48 PIC 9(06)
              USING WRK-MATRICULA AUTO.

       01 TELA-CABECALHO.
           02 BLANK SCREEN.
           02 LINE 2  COL 21 VALUE "MATRICULA:".
           02 LINE 2  COL 40 PIC 9(06) FROM WRK-MATRICULA.
           02 LINE 2  COL 47 PIC X(10) FROM WRK-DESC-SITUACAO.
           02 LINE 3  COL 21 VALUE "DESLIGADO EM:".
           02 LINE 3  COL 40 PIC 9999/99/99 FROM WRK-DESLIG.

       01 TELA-DADOS.
           02 LINE 5  COL 21 VALUE "NOME:".
           02 CAMPO-NOME      LINE 5  COL 40 PIC X(30)
              USING WRK-NOME.
           02 LINE 6  COL 21 VALUE "CPF:".
           02 CAMPO-CPF       LINE 6  COL 40 PIC 9(11)
              USING WRK-CPF AUTO.
           02 LINE 7  COL 21 VALUE "ADMISSAO (AAAAMMDD):".
           02 CAMPO-ADMISSAO  LINE 7  COL 42 PIC 9(08)
              USING WRK-ADMISSAO AUTO.
           02 LINE 8  COL 21 VALUE "SALARIO BASE:".
           02 CAMPO-SALARIO   LINE 8  COL 40 PIC 9(06)V9(02)
              USING WRK-SALARIO AUTO.
           02 LINE 9  COL 21 VALUE "PLANO (A/B/C):".
           02 CAMPO-PLANO     LINE 9  COL 40 PIC X(01)
              USING WRK-PLANO AUTO.
           02 LINE 10 COL 21 VALUE "BANCO:".
           02 CAMPO-BANCO     LINE 10 COL 40 PIC 9(03)
              USING WRK-BANCO AUTO.
           02 LINE 11 COL 21 VALUE "AGENCIA:".
           02 CAMPO-AGENCIA   LINE 11 COL 40 PIC 9(05)
              USING WRK-AGENCIA AUTO.
           02 LINE 12 COL 21 VALUE "CONTA:".
           02 CAMPO-CONTA     LINE 12 COL 40 PIC X(12)
              USING WRK-CONTA.
           02 LINE 13 COL 21 VALUE "DEPENDENTES IRRF:".
           02 CAMPO-DEPEND    LINE 13 COL 40 PIC 9(02)
              USING WRK-DEPEND AUTO.

       01 TELA-MENSAGEM.
           02 LINE 19 COL 21 VALUE "MENSAGEM:".
           02 MENSAGEM LINE 19 COL 31 PIC X(40)
              USING WRK-MENSAGEM.
           02 LINE 20 COL 21 VALUE "TECLE ENTER PARA CONTINUAR.".
           02 CAMPO-PAUSA LINE 20 COL 49 PIC X(01) AUTO.

       01 TELA-CONFIRMA.
           02 LINE 21 COL 21 VALUE "CONFIRMA A GRAVACAO (S/N)?".
           02 CAMPO-CONFIRMA LINE 21 COL 48 PIC X(01)
              USING WRK-CONFIRMA AUTO.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM VERIFICA-TRAVA-BATCH.
           MOVE "EX05VEN " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           MOVE "TRVVEN.DAT" TO NOME-TRAVA-SES.
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "4".
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY TELA-PRINCIPAL.
           ACCEPT TELA-PRINCIPAL.

           EVALUATE WRK-OPCAO
               WHEN "1"
                   IF VEN-INC-SES EQUAL "S"
                      PERFORM PROC-INCLUSAO
                   ELSE
                      MOVE "INCLUSAO NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "2"
                   IF VEN-ALT-SES EQUAL "S"
                      PERFORM PROC-ALTERACAO
                   ELSE
                      MOVE "ALTERACAO NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "3"
                   IF VEN-CON-SES EQUAL "S"
                      PERFORM PROC-CONSULTA
                   ELSE
                      MOVE "CONSULTA NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "4"
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

      *INCLUSAO: MATRICULA ZERADA E DESISTENCIA; MATRICULA JA
      *CADASTRADA (ATIVA OU DESLIGADA) NAO E REAPROVEITADA.
       PROC-INCLUSAO.
           MOVE ZEROES TO WRK-MATRICULA.
           DISPLAY TELA-MATRICULA.
           ACCEPT TELA-MATRICULA.
           IF WRK-MATRICULA NOT EQUAL ZEROES
              PERFORM VARRE-CADVEND
              IF ACHOU EQUAL "SIM"
                 MOVE "MATRICULA JA CADASTRADA." TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              ELSE
                 PERFORM LIMPA-TELA
                 MOVE "A" TO WRK-SITUACAO
                 MOVE "ATIVO" TO WRK-DESC-SITUACAO
                 MOVE "N" TO DADOS-OK
                 PERFORM ACEITA-DADOS UNTIL DADOS-OK EQUAL "S"
                 IF WRK-NOME NOT EQUAL SPACES
                    PERFORM CONFIRMA-INCLUSAO
                 END-IF
              END-IF
           END-IF.

       LIMPA-TELA.
           MOVE SPACES TO WRK-NOME WRK-PLANO WRK-CONTA.
           MOVE ZEROES TO WRK-CPF WRK-ADMISSAO WRK-SALARIO
                          WRK-BANCO WRK-AGENCIA WRK-DEPEND
                          WRK-DESLIG.

      *A TELA E REAPRESENTADA ATE OS DADOS PASSAREM NA CRITICA OU O
      *OPERADOR DEIXAR O NOME EM BRANCO (DESISTENCIA).
       ACEITA-DADOS.
           DISPLAY TELA-CABECALHO.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-NOME EQUAL SPACES
              MOVE "S" TO DADOS-OK
           ELSE
              PERFORM CRITICA-DADOS
              IF WRK-MENSAGEM EQUAL SPACES
                 MOVE "S" TO DADOS-OK
              ELSE
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              END-IF
           END-IF.

       CRITICA-DADOS.
           IF WRK-PLANO EQUAL "a"
              MOVE "A" TO WRK-PLANO
           END-IF.
           IF WRK-PLANO EQUAL "b"
              MOVE "B" TO WRK-PLANO
           END-IF.
           IF WRK-PLANO EQUAL "c"
              MOVE "C" TO WRK-PLANO
           END-IF.
           MOVE WRK-ADMISSAO(5:2) TO MES-ADMISSAO.
           MOVE WRK-ADMISSAO(7:2) TO DIA-ADMISSAO.
           IF WRK-CPF EQUAL ZEROES
              MOVE "CPF OBRIGATORIO." TO WRK-MENSAGEM
           ELSE
              IF MES-ADMISSAO LESS THAN 1 OR
                 MES-ADMISSAO GREATER THAN 12 OR
                 DIA-ADMISSAO LESS THAN 1 OR
                 DIA-ADMISSAO GREATER THAN 31
                 MOVE "DATA DE ADMISSAO INVALIDA." TO WRK-MENSAGEM
              ELSE
                 IF WRK-SALARIO EQUAL ZEROES
                    MOVE "SALARIO BASE OBRIGATORIO." TO WRK-MENSAGEM
                 ELSE
                    IF WRK-PLANO NOT EQUAL "A" AND
                       WRK-PLANO NOT EQUAL "B" AND
                       WRK-PLANO NOT EQUAL "C"
                       MOVE "PLANO DEVE SER A, B OU C."
                            TO WRK-MENSAGEM
                    ELSE
                       PERFORM CRITICA-BANCO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WRK-MENSAGEM EQUAL SPACES
              PERFORM VARRE-CADVEND
              IF CPF-EM-USO EQUAL "S"
                 MOVE "CPF JA USADO POR OUTRO VENDEDOR ATIVO."
                      TO WRK-MENSAGEM
              END-IF
           END-IF.

      *DADOS BANCARIOS: TODOS OU NENHUM. SEM ELES O VENDEDOR FICA
      *FORA DA REMESSA SALARIAL (FOLHAREM) E E PAGO A PARTE.
       CRITICA-BANCO.
           IF WRK-BANCO EQUAL ZEROES AND WRK-AGENCIA EQUAL ZEROES
              AND WRK-CONTA EQUAL SPACES
              CONTINUE
           ELSE
              IF WRK-BANCO EQUAL ZEROES OR
                 WRK-AGENCIA EQUAL ZEROES OR
                 WRK-CONTA EQUAL SPACES
                 MOVE "BANCO/AGENCIA/CONTA INCOMPLETOS."
                      TO WRK-MENSAGEM
              END-IF
           END-IF.

      *PERCORRE O CADVEND: SE A MATRICULA JA EXISTE E SE OUTRO
      *VENDEDOR ATIVO JA TEM O MESMO CPF.
       VARRE-CADVEND.
           MOVE "NAO" TO ACHOU.
           MOVE "N" TO CPF-EM-USO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADVEND.
           IF FS-CADVEND EQUAL "00"
              PERFORM LER-CADVEND-VARRE UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADVEND
           END-IF.

       LER-CADVEND-VARRE.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-CVD EQUAL WRK-MATRICULA
                 MOVE "SIM" TO ACHOU
              ELSE
                 IF CPF-CVD EQUAL WRK-CPF AND VENDEDOR-ATIVO
                    MOVE "S" TO CPF-EM-USO
                 END-IF
              END-IF
           END-IF.

       CONFIRMA-INCLUSAO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-INCLUSAO
              MOVE "VENDEDOR INCLUIDO." TO WRK-MENSAGEM
           ELSE
              MOVE "INCLUSAO DESCARTADA." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       GRAVA-INCLUSAO.
           OPEN EXTEND CADVEND.
           IF FS-CADVEND NOT EQUAL "00"
              OPEN OUTPUT CADVEND
           END-IF.
           PERFORM MOVE-TELA-PARA-CADVEND.
           WRITE REG-CADVEND.
           CLOSE CADVEND.

      *ALTERACAO: SO VENDEDOR ATIVO. MATRICULA E SITUACAO NAO MUDAM
      *AQUI - O DESLIGAMENTO E DO FOLHARES.
       PROC-ALTERACAO.
           PERFORM ESCOLHE-VENDEDOR.
           IF ACHOU EQUAL "SIM"
              IF WRK-SITUACAO NOT EQUAL "A"
                 DISPLAY TELA-CABECALHO
                 DISPLAY TELA-DADOS
                 MOVE "VENDEDOR DESLIGADO - SO CONSULTA."
                      TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              ELSE
                 MOVE "N" TO DADOS-OK
                 PERFORM ACEITA-DADOS UNTIL DADOS-OK EQUAL "S"
                 IF WRK-NOME NOT EQUAL SPACES
                    PERFORM CONFIRMA-ALTERACAO
                 END-IF
              END-IF
           END-IF.

       CONFIRMA-ALTERACAO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-ALTERACAO
           ELSE
              MOVE "ALTERACAO DESCARTADA." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *REGRAVA O CADVEND PELO ESQUEMA COPIA-E-SUBSTITUI, TROCANDO SO
      *O VENDEDOR ALTERADO (E SO SE ELE AINDA ESTIVER ATIVO).
       GRAVA-ALTERACAO.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT CADVENN.
           OPEN INPUT CADVEND.
           PERFORM COPIA-OU-ALTERA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVEND CADVENN.
           IF ACHOU EQUAL "SIM"
              PERFORM SUBSTITUI-CADVEND
              MOVE "ALTERACAO GRAVADA." TO WRK-MENSAGEM
           ELSE
              MOVE "VENDEDOR ALTERADO POR OUTRO-NAO GRAVADO"
                   TO WRK-MENSAGEM
           END-IF.

       COPIA-OU-ALTERA.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-CVD EQUAL WRK-MATRICULA AND
                 VENDEDOR-ATIVO
                 PERFORM MOVE-TELA-PARA-CADVEND
                 MOVE "SIM" TO ACHOU
              END-IF
              WRITE REG-CADVENN FROM REG-CADVEND
           END-IF.

       SUBSTITUI-CADVEND.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CADVENN
                OUTPUT CADVEND.
           PERFORM COPIA-CADVENN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVENN CADVEND.

       COPIA-CADVENN.
           READ CADVENN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-CADVEND FROM REG-CADVENN
           END-IF.

       PROC-CONSULTA.
           PERFORM ESCOLHE-VENDEDOR.
           IF ACHOU EQUAL "SIM"
              DISPLAY TELA-CABECALHO
              DISPLAY TELA-DADOS
              MOVE "CONSULTA - NADA E ALTERADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

      *LOCALIZA O VENDEDOR PELA MATRICULA E TRAZ O REGISTRO PARA A
      *TELA.
       ESCOLHE-VENDEDOR.
           MOVE ZEROES TO WRK-MATRICULA.
           DISPLAY TELA-MATRICULA.
           ACCEPT TELA-MATRICULA.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADVEND.
           IF FS-CADVEND EQUAL "00"
              PERFORM LER-CADVEND-MATRICULA UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU EQUAL "SIM"
              CLOSE CADVEND
           END-IF.
           IF ACHOU NOT EQUAL "SIM"
              MOVE "VENDEDOR NAO ENCONTRADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

       LER-CADVEND-MATRICULA.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-CVD EQUAL WRK-MATRICULA
                 MOVE "SIM" TO ACHOU
                 PERFORM MOVE-CADVEND-PARA-TELA
              END-IF
           END-IF.

       MOVE-CADVEND-PARA-TELA.
           MOVE NOME-CVD      TO WRK-NOME.
           MOVE CPF-CVD       TO WRK-CPF.
           MOVE ADMISSAO-CVD  TO WRK-ADMISSAO.
           MOVE SALARIO-CVD   TO WRK-SALARIO.
           MOVE PLANO-CVD     TO WRK-PLANO.
           MOVE BANCO-CVD     TO WRK-BANCO.
           MOVE AGENCIA-CVD   TO WRK-AGENCIA.
           MOVE CONTA-CVD     TO WRK-CONTA.
           MOVE DEPEND-CVD    TO WRK-DEPEND.
           MOVE SITUACAO-CVD  TO WRK-SITUACAO.
           MOVE DESLIG-CVD    TO WRK-DESLIG.
           EVALUATE WRK-SITUACAO
               WHEN "A" MOVE "ATIVO"      TO WRK-DESC-SITUACAO
               WHEN "D" MOVE "DESLIGADO"  TO WRK-DESC-SITUACAO
               WHEN OTHER MOVE SPACES     TO WRK-DESC-SITUACAO
           END-EVALUATE.

       MOVE-TELA-PARA-CADVEND.
           MOVE WRK-MATRICULA TO MATRICULA-CVD.
           MOVE WRK-NOME      TO NOME-CVD.
           MOVE WRK-CPF       TO CPF-CVD.
           MOVE WRK-ADMISSAO  TO ADMISSAO-CVD.
           MOVE WRK-SALARIO   TO SALARIO-CVD.
           MOVE WRK-PLANO     TO PLANO-CVD.
           MOVE WRK-BANCO     TO BANCO-CVD.
           MOVE WRK-AGENCIA   TO AGENCIA-CVD.
           MOVE WRK-CONTA     TO CONTA-CVD.
           MOVE WRK-DEPEND    TO DEPEND-CVD.
           MOVE WRK-SITUACAO  TO SITUACAO-CVD.
           MOVE WRK-DESLIG    TO DESLIG-CVD.

       COPY TRAVAPD.

       COPY OPERPD.
