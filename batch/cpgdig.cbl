       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CPGDIG.
       AUTHOR.          BRUNO CARVALHO.
       INSTALLATION.    BRUNO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.   15/10/2026.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    MANUTENCAO DO CONTAS A PAGAR, NO MESMO PADRAO DE
      *            TELAS E SIGN-ON DO EX05VEN:
      *            - INCLUIR FAVORECIDO (PERMISSAO CPG-INC): O CODIGO
      *              E O MAIOR DO FAVOREC.DAT + 1. TIPO M/V/O/F,
      *              REFERENCIA NO SISTEMA DE ORIGEM (CODIGO DO
      *              MOTORISTA COM 4 DIGITOS, MATRICULA COM 6 OU
      *              O NOME DA OPERADORA COMO ESTA NO PACOTES; SEM
      *              REPETIR NO MESMO TIPO; FORNECEDOR SEM
      *              REFERENCIA), NOME, CPF/CNPJ, BANCO/AGENCIA/
      *              CONTA (TODOS OU NENHUM), COMISSAO RETIDA E
      *              PRAZO (SO OPERADORA) E SITUACAO A/I;
      *            - ALTERAR FAVORECIDO (PERMISSAO CPG-ALT): OS
      *              MESMOS DADOS, MENOS CODIGO E TIPO. O FAVOREC E
      *              REGRAVADO PELO ESQUEMA COPIA-E-SUBSTITUI
      *              (FAVOREC -> FAVORECN -> FAVOREC);
      *            - CONSULTAR FAVORECIDO (PERMISSAO CPG-CON);
      *            - INCLUIR CONTA AVULSA (PERMISSAO CPG-INC):
      *              TITULO DE ORIGEM "MAN" PARA FAVORECIDO ATIVO,
      *              COM NUMERO DA NOTA/BOLETO (SEM REPETIR PARA O
      *              MESMO FAVORECIDO), EMISSAO (SUGERE A DATA DE
      *              PROCESSAMENTO), VENCIMENTO, VALOR E HISTORICO.
      *              O NUMERO E O MAIOR DO CTASPAG.DAT + 1;
      *            - CANCELAR TITULO (PERMISSAO CPG-EXC): SO TITULO
      *              ABERTO, DE QUALQUER ORIGEM. O TITULO FICA NO
      *              ARQUIVO COM SITUACAO "C" - E O CPGGER NAO O GERA
      *              DE NOVO. REGRAVA O CTASPAG PELO COPIA-E-
      *              SUBSTITUI (CTASPAG -> CTASPAGN -> CTASPAG).
      *            NAO HA EXCLUSAO DE FAVORECIDO: QUEM NAO RECEBE
      *            MAIS FICA INATIVO. A TRAVA DE SESSAO E A
      *            TRVCPG.DAT.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FAVORESL.

           SELECT FAVORECN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY CTAPAGSL.

           SELECT CTASPAGN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY DATPRCSL.

           COPY TRAVASL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY FAVOREFD.

       FD  FAVORECN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FAVORECN.DAT".
       01  REG-FAVORECN     PIC X(98).

       COPY CTAPAGFD.

       FD  CTASPAGN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTASPAGN.DAT".
       01  REG-CTASPAGN     PIC X(101).

       COPY DATPRCFD.

       COPY TRAVAFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY FAVOREWS.
       COPY CTAPAGWS.
       COPY DATPRCWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77 WRK-OPCAO      PIC X(001) VALUE SPACES.
       77 WRK-CODIGO     PIC 9(05) VALUE ZEROES.
       77 WRK-TIPO       PIC X(01) VALUE SPACES.
       77 WRK-DESC-TIPO  PIC X(10) VALUE SPACES.
       77 WRK-REF        PIC X(20) VALUE SPACES.
       77 WRK-NOME       PIC X(30) VALUE SPACES.
       77 WRK-DOCTO      PIC 9(14) VALUE ZEROES.
       77 WRK-BANCO      PIC 9(03) VALUE ZEROES.
       77 WRK-AGENCIA    PIC 9(05) VALUE ZEROES.
       77 WRK-CONTA      PIC X(12) VALUE SPACES.
       77 WRK-PERC       PIC 9(02)V9(02) VALUE ZEROES.
       77 WRK-PRAZO      PIC 9(03) VALUE ZEROES.
       77 WRK-SITUACAO   PIC X(01) VALUE SPACES.
       77 WRK-NUMERO     PIC 9(07) VALUE ZEROES.
       77 WRK-CODFAV     PIC 9(05) VALUE ZEROES.
       77 WRK-NOME-FAV   PIC X(30) VALUE SPACES.
       77 WRK-ORIGEM     PIC X(03) VALUE SPACES.
       77 WRK-NOTA       PIC X(20) VALUE SPACES.
       77 WRK-EMISSAO    PIC 9(08) VALUE ZEROES.
       77 WRK-VENCTO     PIC 9(08) VALUE ZEROES.
       77 WRK-VALOR      PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-HIST       PIC X(30) VALUE SPACES.
       77 WRK-SIT-TIT    PIC X(01) VALUE SPACES.
       77 WRK-DESC-SIT-TIT PIC X(10) VALUE SPACES.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM   PIC X(40) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 ACHOU          PIC X(03) VALUE "NAO".
       77 DADOS-OK       PIC X(01) VALUE "N".
       77 REF-EM-USO     PIC X(01) VALUE "N".
       77 NOTA-EM-USO    PIC X(01) VALUE "N".
       77 FAV-OK         PIC X(01) VALUE "N".
       77 MAIOR-CODIGO   PIC 9(05) VALUE ZEROES.
       77 MAIOR-NUMERO   PIC 9(07) VALUE ZEROES.
       77 MES-DATA       PIC 9(02) VALUE ZEROES.
       77 DIA-DATA       PIC 9(02) VALUE ZEROES.
       77 DATA-CRITICA   PIC 9(08) VALUE ZEROES.
       77 DATA-VALIDA    PIC X(01) VALUE "N".

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 21 VALUE
              "----------------------------------------".
           02 LINE 2 COL 21 VALUE
              "CONTAS A PAGAR  -  MENU PRINCIPAL".
           02 LINE 3 COL 21 VALUE
              "----------------------------------------".
           02 LINE 9  COL 30 VALUE "1 -Incluir favorecido".
           02 LINE 10 COL 30 VALUE "2 -Alterar favorecido".
           02 LINE 11 COL 30 VALUE "3 -Consultar favorecido".
           02 LINE 12 COL 30 VALUE "4 -Incluir conta avulsa".
           02 LINE 13 COL 30 VALUE "5 -Cancelar titulo".
           02 LINE 14 COL 30 VALUE "6 -Sair".
           02 LINE 16 COL 30 VALUE "OPCAO: ()".
           02 OPCAO LINE 16 COL 38 PIC X USING WRK-OPCAO AUTO.

       01 TELA-CODIGO.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE "CODIGO DO FAVORECIDO:".
           02 CAMPO-CODIGO LINE 5 COL 48 PIC 9(05)
              USING WRK-CODIGO AUTO.

       01 TELA-TIPO.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE
              "TIPO (M-MOTORISTA V-VENDEDOR O-OPERADORA".
           02 LINE 6 COL 21 VALUE
              "      F-FORNECEDOR, BRANCO DESISTE):".
           02 CAMPO-TIPO LINE 6 COL 58 PIC X(01)
              USING WRK-TIPO AUTO.

       01 TELA-CAB-FAV.
           02 BLANK SCREEN.
           02 LINE 2  COL 21 VALUE "FAVORECIDO:".
           02 LINE 2  COL 40 PIC 9(05) FROM WRK-CODIGO.
           02 LINE 2  COL 47 PIC X(10) FROM WRK-DESC-TIPO.

       01 TELA-DADOS-FAV.
           02 LINE 4  COL 21 VALUE "REFERENCIA:".
           02 CAMPO-REF       LINE 4  COL 40 PIC X(20)
              USING WRK-REF.
           02 LINE 5  COL 21 VALUE "NOME:".
           02 CAMPO-NOME      LINE 5  COL 40 PIC X(30)
              USING WRK-NOME.
           02 LINE 6  COL 21 VALUE "CPF/CNPJ:".
           02 CAMPO-DOCTO     LINE 6  COL 40 PIC 9(14)
              USING WRK-DOCTO AUTO.
           02 LINE 7  COL 21 VALUE "BANCO:".
           02 CAMPO-BANCO     LINE 7  COL 40 PIC 9(03)
              USING WRK-BANCO AUTO.
           02 LINE 8  COL 21 VALUE "AGENCIA:".
           02 CAMPO-AGENCIA   LINE 8  COL 40 PIC 9(05)
              USING WRK-AGENCIA AUTO.
           02 LINE 9  COL 21 VALUE "CONTA:".
           02 CAMPO-CONTA     LINE 9  COL 40 PIC X(12)
              USING WRK-CONTA.
           02 LINE 10 COL 21 VALUE "COMISSAO RETIDA %:".
           02 CAMPO-PERC      LINE 10 COL 40 PIC 9(02)V9(02)
              USING WRK-PERC AUTO.
           02 LINE 11 COL 21 VALUE "PRAZO (DIAS):".
           02 CAMPO-PRAZO     LINE 11 COL 40 PIC 9(03)
              USING WRK-PRAZO AUTO.
           02 LINE 12 COL 21 VALUE "SITUACAO (A/I):".
           02 CAMPO-SITUACAO  LINE 12 COL 40 PIC X(01)
              USING WRK-SITUACAO AUTO.

       01 TELA-NUMERO.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE "NUMERO DO TITULO:".
           02 CAMPO-NUMERO LINE 5 COL 48 PIC 9(07)
              USING WRK-NUMERO AUTO.

       01 TELA-CAB-TIT.
           02 BLANK SCREEN.
           02 LINE 2  COL 21 VALUE "TITULO:".
           02 LINE 2  COL 40 PIC 9(07) FROM WRK-NUMERO.
           02 LINE 2  COL 48 PIC X(03) FROM WRK-ORIGEM.
           02 LINE 2  COL 52 PIC X(10) FROM WRK-DESC-SIT-TIT.

       01 TELA-DADOS-TIT.
           02 LINE 4  COL 21 VALUE "FAVORECIDO:".
           02 CAMPO-CODFAV    LINE 4  COL 40 PIC 9(05)
              USING WRK-CODFAV AUTO.
           02 LINE 5  COL 40 PIC X(30) FROM WRK-NOME-FAV.
           02 LINE 6  COL 21 VALUE "NOTA/BOLETO:".
           02 CAMPO-NOTA      LINE 6  COL 40 PIC X(20)
              USING WRK-NOTA.
           02 LINE 7  COL 21 VALUE "EMISSAO (AAAAMMDD):".
           02 CAMPO-EMISSAO   LINE 7  COL 42 PIC 9(08)
              USING WRK-EMISSAO AUTO.
           02 LINE 8  COL 21 VALUE "VENCTO (AAAAMMDD):".
           02 CAMPO-VENCTO    LINE 8  COL 42 PIC 9(08)
              USING WRK-VENCTO AUTO.
           02 LINE 9  COL 21 VALUE "VALOR:".
           02 CAMPO-VALOR     LINE 9  COL 40 PIC 9(09)V9(02)
              USING WRK-VALOR AUTO.
           02 LINE 10 COL 21 VALUE "HISTORICO:".
           02 CAMPO-HIST      LINE 10 COL 40 PIC X(30)
              USING WRK-HIST.

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
           MOVE "CPGDIG  " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           MOVE "TRVCPG.DAT" TO NOME-TRAVA-SES.
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "6".
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY TELA-PRINCIPAL.
           ACCEPT TELA-PRINCIPAL.

           EVALUATE WRK-OPCAO
               WHEN "1"
                   IF CPG-INC-SES EQUAL "S"
                      PERFORM PROC-INCLUSAO-FAV
                   ELSE
                      MOVE "INCLUSAO NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "2"
                   IF CPG-ALT-SES EQUAL "S"
                      PERFORM PROC-ALTERACAO-FAV
                   ELSE
                      MOVE "ALTERACAO NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "3"
                   IF CPG-CON-SES EQUAL "S"
                      PERFORM PROC-CONSULTA-FAV
                   ELSE
                      MOVE "CONSULTA NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "4"
                   IF CPG-INC-SES EQUAL "S"
                      PERFORM PROC-INCLUSAO-TIT
                   ELSE
                      MOVE "CONTA AVULSA NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "5"
                   IF CPG-EXC-SES EQUAL "S"
                      PERFORM PROC-CANCELAMENTO
                   ELSE
                      MOVE "CANCELAMENTO NEGADO - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "6"
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

      *INCLUSAO DE FAVORECIDO: TIPO EM BRANCO E DESISTENCIA. O
      *CODIGO SO E ATRIBUIDO NA GRAVACAO, PELO MAIOR DO ARQUIVO.
       PROC-INCLUSAO-FAV.
           MOVE SPACES TO WRK-TIPO.
           MOVE "N" TO DADOS-OK.
           PERFORM ACEITA-TIPO UNTIL DADOS-OK EQUAL "S".
           IF WRK-TIPO NOT EQUAL SPACES
              PERFORM LIMPA-TELA-FAV
              MOVE ZEROES TO WRK-CODIGO
              MOVE "A" TO WRK-SITUACAO
              PERFORM DESCREVE-TIPO
              MOVE "N" TO DADOS-OK
              PERFORM ACEITA-DADOS-FAV UNTIL DADOS-OK EQUAL "S"
              IF WRK-NOME NOT EQUAL SPACES
                 PERFORM CONFIRMA-INCLUSAO-FAV
              END-IF
           END-IF.

       ACEITA-TIPO.
           DISPLAY TELA-TIPO.
           ACCEPT TELA-TIPO.
           EVALUATE WRK-TIPO
               WHEN "m" MOVE "M" TO WRK-TIPO
               WHEN "v" MOVE "V" TO WRK-TIPO
               WHEN "o" MOVE "O" TO WRK-TIPO
               WHEN "f" MOVE "F" TO WRK-TIPO
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF WRK-TIPO EQUAL SPACES OR "M" OR "V" OR "O" OR "F"
              MOVE "S" TO DADOS-OK
           ELSE
              MOVE "TIPO DEVE SER M, V, O OU F." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

       DESCREVE-TIPO.
           EVALUATE WRK-TIPO
               WHEN "M" MOVE "MOTORISTA"  TO WRK-DESC-TIPO
               WHEN "V" MOVE "VENDEDOR"   TO WRK-DESC-TIPO
               WHEN "O" MOVE "OPERADORA"  TO WRK-DESC-TIPO
               WHEN "F" MOVE "FORNECEDOR" TO WRK-DESC-TIPO
               WHEN OTHER MOVE SPACES     TO WRK-DESC-TIPO
           END-EVALUATE.

       LIMPA-TELA-FAV.
           MOVE SPACES TO WRK-REF WRK-NOME WRK-CONTA WRK-SITUACAO.
           MOVE ZEROES TO WRK-DOCTO WRK-BANCO WRK-AGENCIA WRK-PERC
                          WRK-PRAZO.

      *A TELA E REAPRESENTADA ATE OS DADOS PASSAREM NA CRITICA OU O
      *OPERADOR DEIXAR O NOME EM BRANCO (DESISTENCIA).
       ACEITA-DADOS-FAV.
           DISPLAY TELA-CAB-FAV.
           DISPLAY TELA-DADOS-FAV.
           ACCEPT TELA-DADOS-FAV.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-NOME EQUAL SPACES
              MOVE "S" TO DADOS-OK
           ELSE
              PERFORM CRITICA-DADOS-FAV
              IF WRK-MENSAGEM EQUAL SPACES
                 MOVE "S" TO DADOS-OK
              ELSE
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              END-IF
           END-IF.

      *A REFERENCIA E POR ONDE O CPGGER ACHA O FAVORECIDO: CODIGO DO
      *MOTORISTA EM 4 DIGITOS, MATRICULA EM 6, NOME DA OPERADORA
      *COMO NO PACOTES.
       CRITICA-DADOS-FAV.
           IF WRK-SITUACAO EQUAL "a"
              MOVE "A" TO WRK-SITUACAO
           END-IF.
           IF WRK-SITUACAO EQUAL "i"
              MOVE "I" TO WRK-SITUACAO
           END-IF.
           IF WRK-DOCTO EQUAL ZEROES
              MOVE "CPF/CNPJ OBRIGATORIO." TO WRK-MENSAGEM
           ELSE
              IF WRK-SITUACAO NOT EQUAL "A" AND
                 WRK-SITUACAO NOT EQUAL "I"
                 MOVE "SITUACAO DEVE SER A OU I." TO WRK-MENSAGEM
              ELSE
                 IF WRK-TIPO NOT EQUAL "O" AND
                    (WRK-PERC NOT EQUAL ZEROES OR
                     WRK-PRAZO NOT EQUAL ZEROES)
                    MOVE "COMISSAO E PRAZO SO PARA OPERADORA."
                         TO WRK-MENSAGEM
                 ELSE
                    PERFORM CRITICA-REFERENCIA
                    IF WRK-MENSAGEM EQUAL SPACES
                       PERFORM CRITICA-BANCO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WRK-MENSAGEM EQUAL SPACES AND WRK-REF NOT EQUAL SPACES
              PERFORM VARRE-FAVOREC
              IF REF-EM-USO EQUAL "S"
                 MOVE "REFERENCIA JA USADA NESTE TIPO."
                      TO WRK-MENSAGEM
              END-IF
           END-IF.

       CRITICA-REFERENCIA.
           EVALUATE WRK-TIPO
               WHEN "M"
                   IF WRK-REF(1:4) NOT NUMERIC OR
                      WRK-REF(5:16) NOT EQUAL SPACES
                      MOVE "REFERENCIA: CODIGO DO MOTORISTA (4)."
                           TO WRK-MENSAGEM
                   END-IF
               WHEN "V"
                   IF WRK-REF(1:6) NOT NUMERIC OR
                      WRK-REF(7:14) NOT EQUAL SPACES
                      MOVE "REFERENCIA: MATRICULA (6 DIGITOS)."
                           TO WRK-MENSAGEM
                   END-IF
               WHEN "O"
                   IF WRK-REF EQUAL SPACES
                      MOVE "REFERENCIA: NOME DA OPERADORA."
                           TO WRK-MENSAGEM
                   END-IF
               WHEN OTHER
                   IF WRK-REF NOT EQUAL SPACES
                      MOVE "FORNECEDOR NAO TEM REFERENCIA."
                           TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.

      *DADOS BANCARIOS: TODOS OU NENHUM. SEM ELES O TITULO FICA
      *RETIDO NO CPGPAG.
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

      *PERCORRE O FAVOREC: MAIOR CODIGO E SE OUTRO FAVORECIDO DO
      *MESMO TIPO JA TEM A MESMA REFERENCIA.
       VARRE-FAVOREC.
           MOVE "N" TO REF-EM-USO.
           MOVE ZEROES TO MAIOR-CODIGO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FAVOREC.
           IF FS-FAVOREC EQUAL "00"
              PERFORM LER-FAVOREC-VARRE UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FAVOREC
           END-IF.

       LER-FAVOREC-VARRE.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-FAV GREATER THAN MAIOR-CODIGO
                 MOVE CODIGO-FAV TO MAIOR-CODIGO
              END-IF
              IF CODIGO-FAV NOT EQUAL WRK-CODIGO AND
                 TIPO-FAV EQUAL WRK-TIPO AND
                 REF-FAV EQUAL WRK-REF AND WRK-REF NOT EQUAL SPACES
                 MOVE "S" TO REF-EM-USO
              END-IF
           END-IF.

       CONFIRMA-INCLUSAO-FAV.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-INCLUSAO-FAV
              MOVE "FAVORECIDO INCLUIDO." TO WRK-MENSAGEM
              DISPLAY TELA-CAB-FAV
              DISPLAY TELA-DADOS-FAV
           ELSE
              MOVE "INCLUSAO DESCARTADA." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       GRAVA-INCLUSAO-FAV.
           PERFORM VARRE-FAVOREC.
           ADD 1 MAIOR-CODIGO GIVING WRK-CODIGO.
           OPEN EXTEND FAVOREC.
           IF FS-FAVOREC NOT EQUAL "00"
              OPEN OUTPUT FAVOREC
           END-IF.
           PERFORM MOVE-TELA-PARA-FAVOREC.
           WRITE REG-FAVOREC.
           CLOSE FAVOREC.

      *ALTERACAO: CODIGO E TIPO NAO MUDAM; FAVORECIDO QUE NAO
      *RECEBE MAIS E MARCADO INATIVO.
       PROC-ALTERACAO-FAV.
           PERFORM ESCOLHE-FAVORECIDO.
           IF ACHOU EQUAL "SIM"
              MOVE "N" TO DADOS-OK
              PERFORM ACEITA-DADOS-FAV UNTIL DADOS-OK EQUAL "S"
              IF WRK-NOME NOT EQUAL SPACES
                 PERFORM CONFIRMA-ALTERACAO-FAV
              END-IF
           END-IF.

       CONFIRMA-ALTERACAO-FAV.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-ALTERACAO-FAV
           ELSE
              MOVE "ALTERACAO DESCARTADA." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *REGRAVA O FAVOREC PELO ESQUEMA COPIA-E-SUBSTITUI, TROCANDO SO
      *O FAVORECIDO ALTERADO.
       GRAVA-ALTERACAO-FAV.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT FAVORECN.
           OPEN INPUT FAVOREC.
           PERFORM COPIA-OU-ALTERA-FAV UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FAVOREC FAVORECN.
           IF ACHOU EQUAL "SIM"
              PERFORM SUBSTITUI-FAVOREC
              MOVE "ALTERACAO GRAVADA." TO WRK-MENSAGEM
           ELSE
              MOVE "FAVORECIDO SUMIU NESTE MEIO TEMPO."
                   TO WRK-MENSAGEM
           END-IF.

       COPIA-OU-ALTERA-FAV.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-FAV EQUAL WRK-CODIGO
                 PERFORM MOVE-TELA-PARA-FAVOREC
                 MOVE "SIM" TO ACHOU
              END-IF
              WRITE REG-FAVORECN FROM REG-FAVOREC
           END-IF.

       SUBSTITUI-FAVOREC.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  FAVORECN
                OUTPUT FAVOREC.
           PERFORM COPIA-FAVORECN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FAVORECN FAVOREC.

       COPIA-FAVORECN.
           READ FAVORECN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-FAVOREC FROM REG-FAVORECN
           END-IF.

       PROC-CONSULTA-FAV.
           PERFORM ESCOLHE-FAVORECIDO.
           IF ACHOU EQUAL "SIM"
              DISPLAY TELA-CAB-FAV
              DISPLAY TELA-DADOS-FAV
              MOVE "CONSULTA - NADA E ALTERADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

      *LOCALIZA O FAVORECIDO PELO CODIGO E TRAZ O REGISTRO PARA A
      *TELA.
       ESCOLHE-FAVORECIDO.
           MOVE ZEROES TO WRK-CODIGO.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FAVOREC.
           IF FS-FAVOREC EQUAL "00"
              PERFORM LER-FAVOREC-CODIGO UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU EQUAL "SIM"
              CLOSE FAVOREC
           END-IF.
           IF ACHOU NOT EQUAL "SIM"
              MOVE "FAVORECIDO NAO ENCONTRADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

       LER-FAVOREC-CODIGO.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-FAV EQUAL WRK-CODIGO
                 MOVE "SIM" TO ACHOU
                 PERFORM MOVE-FAVOREC-PARA-TELA
              END-IF
           END-IF.

       MOVE-FAVOREC-PARA-TELA.
           MOVE TIPO-FAV      TO WRK-TIPO.
           MOVE REF-FAV       TO WRK-REF.
           MOVE NOME-FAV      TO WRK-NOME.
           MOVE DOCTO-FAV     TO WRK-DOCTO.
           MOVE BANCO-FAV     TO WRK-BANCO.
           MOVE AGENCIA-FAV   TO WRK-AGENCIA.
           MOVE CONTA-FAV     TO WRK-CONTA.
           MOVE PERC-FAV      TO WRK-PERC.
           MOVE PRAZO-FAV     TO WRK-PRAZO.
           MOVE SITUACAO-FAV  TO WRK-SITUACAO.
           PERFORM DESCREVE-TIPO.

       MOVE-TELA-PARA-FAVOREC.
           MOVE WRK-CODIGO    TO CODIGO-FAV.
           MOVE WRK-TIPO      TO TIPO-FAV.
           MOVE WRK-REF       TO REF-FAV.
           MOVE WRK-NOME      TO NOME-FAV.
           MOVE WRK-DOCTO     TO DOCTO-FAV.
           MOVE WRK-BANCO     TO BANCO-FAV.
           MOVE WRK-AGENCIA   TO AGENCIA-FAV.
           MOVE WRK-CONTA     TO CONTA-FAV.
           MOVE WRK-PERC      TO PERC-FAV.
           MOVE WRK-PRAZO     TO PRAZO-FAV.
           MOVE WRK-SITUACAO  TO SITUACAO-FAV.

      *CONTA AVULSA: FAVORECIDO ZERADO E DESISTENCIA. O NUMERO DO
      *TITULO SO E ATRIBUIDO NA GRAVACAO, PELO MAIOR DO ARQUIVO.
       PROC-INCLUSAO-TIT.
           MOVE ZEROES TO WRK-NUMERO WRK-CODFAV WRK-VENCTO WRK-VALOR.
           MOVE SPACES TO WRK-NOME-FAV WRK-NOTA WRK-HIST.
           MOVE DATA-PROCESSO TO WRK-EMISSAO.
           MOVE "MAN" TO WRK-ORIGEM.
           MOVE "A" TO WRK-SIT-TIT.
           MOVE "ABERTO" TO WRK-DESC-SIT-TIT.
           MOVE "N" TO DADOS-OK.
           PERFORM ACEITA-DADOS-TIT UNTIL DADOS-OK EQUAL "S".
           IF WRK-CODFAV NOT EQUAL ZEROES
              PERFORM CONFIRMA-INCLUSAO-TIT
           END-IF.

       ACEITA-DADOS-TIT.
           DISPLAY TELA-CAB-TIT.
           DISPLAY TELA-DADOS-TIT.
           ACCEPT TELA-DADOS-TIT.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-CODFAV EQUAL ZEROES
              MOVE "S" TO DADOS-OK
           ELSE
              PERFORM CRITICA-DADOS-TIT
              IF WRK-MENSAGEM EQUAL SPACES
                 MOVE "S" TO DADOS-OK
              ELSE
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              END-IF
           END-IF.

       CRITICA-DADOS-TIT.
           PERFORM BUSCA-NOME-FAVORECIDO.
           IF FAV-OK NOT EQUAL "S"
              MOVE "FAVORECIDO INEXISTENTE OU INATIVO."
                   TO WRK-MENSAGEM
           ELSE
              IF WRK-NOTA EQUAL SPACES
                 MOVE "NUMERO DA NOTA/BOLETO OBRIGATORIO."
                      TO WRK-MENSAGEM
              ELSE
                 MOVE WRK-EMISSAO TO DATA-CRITICA
                 PERFORM CRITICA-DATA
                 IF DATA-VALIDA NOT EQUAL "S"
                    MOVE "DATA DE EMISSAO INVALIDA." TO WRK-MENSAGEM
                 ELSE
                    MOVE WRK-VENCTO TO DATA-CRITICA
                    PERFORM CRITICA-DATA
                    IF DATA-VALIDA NOT EQUAL "S" OR
                       WRK-VENCTO LESS THAN WRK-EMISSAO
                       MOVE "VENCIMENTO INVALIDO." TO WRK-MENSAGEM
                    ELSE
                       IF WRK-VALOR EQUAL ZEROES
                          MOVE "VALOR OBRIGATORIO." TO WRK-MENSAGEM
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WRK-MENSAGEM EQUAL SPACES
              PERFORM VARRE-CTASPAG
              IF NOTA-EM-USO EQUAL "S"
                 MOVE "NOTA JA LANCADA PARA O FAVORECIDO."
                      TO WRK-MENSAGEM
              END-IF
           END-IF.

       CRITICA-DATA.
           MOVE "S" TO DATA-VALIDA.
           MOVE DATA-CRITICA(5:2) TO MES-DATA.
           MOVE DATA-CRITICA(7:2) TO DIA-DATA.
           IF DATA-CRITICA(1:4) LESS THAN "2000" OR
              MES-DATA LESS THAN 1 OR MES-DATA GREATER THAN 12 OR
              DIA-DATA LESS THAN 1 OR DIA-DATA GREATER THAN 31
              MOVE "N" TO DATA-VALIDA
           END-IF.

      *SO FAVORECIDO ATIVO RECEBE CONTA AVULSA.
       BUSCA-NOME-FAVORECIDO.
           MOVE "N" TO FAV-OK.
           MOVE SPACES TO WRK-NOME-FAV.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FAVOREC.
           IF FS-FAVOREC EQUAL "00"
              PERFORM LER-FAVOREC-TITULO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FAVOREC
           END-IF.

       LER-FAVOREC-TITULO.
           READ FAVOREC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-FAV EQUAL WRK-CODFAV
                 MOVE NOME-FAV TO WRK-NOME-FAV
                 IF FAV-ATIVO
                    MOVE "S" TO FAV-OK
                 END-IF
                 MOVE "SIM" TO FIM-ARQ
              END-IF
           END-IF.

      *PERCORRE O CTASPAG: MAIOR NUMERO E SE A NOTA JA FOI LANCADA
      *PARA O FAVORECIDO (MESMA CHAVE ORIGEM + FAVORECIDO +
      *DOCUMENTO QUE O CPGGER USA).
       VARRE-CTASPAG.
           MOVE "N" TO NOTA-EM-USO.
           MOVE ZEROES TO MAIOR-NUMERO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CTASPAG.
           IF FS-CTASPAG EQUAL "00"
              PERFORM LER-CTASPAG-VARRE UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CTASPAG
           END-IF.

       LER-CTASPAG-VARRE.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-CP GREATER THAN MAIOR-NUMERO
                 MOVE NUMERO-CP TO MAIOR-NUMERO
              END-IF
              IF CP-MANUAL AND CODFAV-CP EQUAL WRK-CODFAV AND
                 DOCTO-CP EQUAL WRK-NOTA AND NOT CP-CANCELADO
                 MOVE "S" TO NOTA-EM-USO
              END-IF
           END-IF.

       CONFIRMA-INCLUSAO-TIT.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-INCLUSAO-TIT
              MOVE "CONTA INCLUIDA." TO WRK-MENSAGEM
              DISPLAY TELA-CAB-TIT
              DISPLAY TELA-DADOS-TIT
           ELSE
              MOVE "INCLUSAO DESCARTADA." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       GRAVA-INCLUSAO-TIT.
           PERFORM VARRE-CTASPAG.
           ADD 1 MAIOR-NUMERO GIVING WRK-NUMERO.
           OPEN EXTEND CTASPAG.
           IF FS-CTASPAG NOT EQUAL "00"
              OPEN OUTPUT CTASPAG
           END-IF.
           MOVE WRK-NUMERO    TO NUMERO-CP.
           MOVE WRK-CODFAV    TO CODFAV-CP.
           MOVE "MAN"         TO ORIGEM-CP.
           MOVE WRK-NOTA      TO DOCTO-CP.
           MOVE WRK-EMISSAO   TO EMISSAO-CP.
           MOVE WRK-VENCTO    TO VENCTO-CP.
           MOVE WRK-VALOR     TO VALOR-CP.
           MOVE "A"           TO SITUACAO-CP.
           MOVE ZEROES        TO DATA-PAGTO-CP.
           MOVE WRK-HIST      TO HIST-CP.
           WRITE REG-CTASPAG.
           CLOSE CTASPAG.

      *CANCELAMENTO: SO TITULO ABERTO. PAGO OU JA CANCELADO SO
      *APARECE NA TELA.
       PROC-CANCELAMENTO.
           PERFORM ESCOLHE-TITULO.
           IF ACHOU EQUAL "SIM"
              PERFORM BUSCA-NOME-FAVORECIDO
              DISPLAY TELA-CAB-TIT
              DISPLAY TELA-DADOS-TIT
              IF WRK-SIT-TIT NOT EQUAL "A"
                 MOVE "TITULO NAO ESTA ABERTO - SO CONSULTA."
                      TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              ELSE
                 PERFORM CONFIRMA-CANCELAMENTO
              END-IF
           END-IF.

       ESCOLHE-TITULO.
           MOVE ZEROES TO WRK-NUMERO.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CTASPAG.
           IF FS-CTASPAG EQUAL "00"
              PERFORM LER-CTASPAG-NUMERO UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU EQUAL "SIM"
              CLOSE CTASPAG
           END-IF.
           IF ACHOU NOT EQUAL "SIM"
              MOVE "TITULO NAO ENCONTRADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

       LER-CTASPAG-NUMERO.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-CP EQUAL WRK-NUMERO
                 MOVE "SIM" TO ACHOU
                 PERFORM MOVE-CTASPAG-PARA-TELA
              END-IF
           END-IF.

       MOVE-CTASPAG-PARA-TELA.
           MOVE CODFAV-CP     TO WRK-CODFAV.
           MOVE ORIGEM-CP     TO WRK-ORIGEM.
           MOVE DOCTO-CP      TO WRK-NOTA.
           MOVE EMISSAO-CP    TO WRK-EMISSAO.
           MOVE VENCTO-CP     TO WRK-VENCTO.
           MOVE VALOR-CP      TO WRK-VALOR.
           MOVE HIST-CP       TO WRK-HIST.
           MOVE SITUACAO-CP   TO WRK-SIT-TIT.
           EVALUATE WRK-SIT-TIT
               WHEN "A" MOVE "ABERTO"     TO WRK-DESC-SIT-TIT
               WHEN "P" MOVE "PAGO"       TO WRK-DESC-SIT-TIT
               WHEN "C" MOVE "CANCELADO"  TO WRK-DESC-SIT-TIT
               WHEN OTHER MOVE SPACES     TO WRK-DESC-SIT-TIT
           END-EVALUATE.

       CONFIRMA-CANCELAMENTO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-CANCELAMENTO
           ELSE
              MOVE "CANCELAMENTO DESCARTADO." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *REGRAVA O CTASPAG PELO ESQUEMA COPIA-E-SUBSTITUI, CANCELANDO
      *SO O TITULO ESCOLHIDO (E SO SE ELE AINDA ESTIVER ABERTO - O
      *CPGPAG PODE TE-LO PAGO NESTE MEIO TEMPO).
       GRAVA-CANCELAMENTO.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT CTASPAGN.
           OPEN INPUT CTASPAG.
           PERFORM COPIA-OU-CANCELA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CTASPAG CTASPAGN.
           IF ACHOU EQUAL "SIM"
              PERFORM SUBSTITUI-CTASPAG
              MOVE "TITULO CANCELADO." TO WRK-MENSAGEM
           ELSE
              MOVE "TITULO ALTERADO POR OUTRO - NAO GRAVADO"
                   TO WRK-MENSAGEM
           END-IF.

       COPIA-OU-CANCELA.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-CP EQUAL WRK-NUMERO AND CP-ABERTO
                 MOVE "C" TO SITUACAO-CP
                 MOVE "SIM" TO ACHOU
              END-IF
              WRITE REG-CTASPAGN FROM REG-CTASPAG
           END-IF.

       SUBSTITUI-CTASPAG.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CTASPAGN
                OUTPUT CTASPAG.
           PERFORM COPIA-CTASPAGN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CTASPAGN CTASPAG.

       COPIA-CTASPAGN.
           READ CTASPAGN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-CTASPAG FROM REG-CTASPAGN
           END-IF.

       COPY DATPRCPD.

       COPY TRAVAPD.

       COPY OPERPD.
