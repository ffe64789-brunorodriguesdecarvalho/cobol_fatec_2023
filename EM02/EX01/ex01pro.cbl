      *            DA RODADA BATCH EX01APR, QUE MARCA "E" EFETIVADA.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O LAYOUT DA PROPOSTA PASSOU PARA O PROPSOFD
      *            E GANHOU A DATA DE NASCIMENTO (CAMPO NOVO NA TELA,
      *            OBRIGATORIO PARA DEPENDENTE) E A ORIGEM (EM BRANCO
      *            AQUI; "M" NAS PROPOSTAS DE MAIORIDADE DO EX01MAI).
      *15/10/2026 BRC - CEP DA PROPOSTA CONFERIDO NA TABELA DE
      *            CEP (CADCEP - VER EX06CEP/CADCEPPD): ENCONTRADO,
      *            COMPLETA CIDADE/UF (E O ENDERECO, SE EM BRANCO); FORA
      *            DA TABELA, AVISA. NOS DOIS CASOS A TELA DE DADOS
      *            VOLTA UMA VEZ PARA CONFERENCIA ANTES DAS CRITICAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROPSOSL.

           SELECT PROPSOCN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY DATPRCSL.

           COPY CADCEPSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY PROPSOFD.

       COPY CADCEPFD.

       FD  PROPSOCN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROPSOCN.DAT".
       01  REG-PROPOSTAN        PIC X(199).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY PROPSOWS.
       COPY CADCEPWS.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 ACHOU         PIC X(03) VALUE "NAO".
       77 WRK-CEP       PIC 9(08) VALUE ZEROES.
       77 WRK-EMAIL     PIC X(40) VALUE SPACES.
       77 WRK-PROPON    PIC 9(06) VALUE ZEROES.
       77 WRK-NASCIMENTO PIC 9(08) VALUE ZEROES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.
       77 SITUACAO-NOVA PIC X(01) VALUE SPACES.

           02 LINE 14 COL 21 VALUE "SOCIO PROPONENTE:".
           02 CAMPO-PROPON   LINE 14 COL 44 PIC 9(06)
              USING WRK-PROPON AUTO.
           02 LINE 15 COL 21 VALUE "NASCIMENTO (AAAAMMDD):".
           02 CAMPO-NASCIM   LINE 15 COL 44 PIC 9(08)
              USING WRK-NASCIMENTO AUTO.

       01 TELA-MENSAGEM.
           02 LINE 17 COL 21 VALUE "MENSAGEM:".
       PROCEDURE DIVISION.

       INICIO.
           PERFORM ABRE-CADCEP.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "4".
           PERFORM FECHA-CADCEP.
           STOP RUN.

       MENU-PRINCIPAL.

       PROC-INCLUSAO.
           MOVE ZEROES TO WRK-NUMERO WRK-CPF WRK-TITULAR WRK-VALOR
                          WRK-CEP WRK-PROPON WRK-NASCIMENTO.
           MOVE SPACES TO WRK-NOME WRK-CATEGORIA WRK-ENDERECO
                          WRK-CIDADE WRK-UF WRK-EMAIL.

           ELSE
              DISPLAY TELA-DADOS
              ACCEPT TELA-DADOS
              PERFORM COMPLETA-ENDERECO
              IF WRK-CATEGORIA EQUAL "D" AND WRK-TITULAR EQUAL ZEROES
                 MOVE "DEPENDENTE EXIGE O NUMERO DO TITULAR."
                      TO WRK-MENSAGEM
              ELSE
                 IF WRK-CATEGORIA EQUAL "D"
                    AND WRK-NASCIMENTO EQUAL ZEROES
                    MOVE "DEPENDENTE EXIGE A DATA DE NASCIMENTO."
                         TO WRK-MENSAGEM
                 ELSE
                    IF WRK-NASCIMENTO NOT EQUAL ZEROES
                       AND (WRK-NASCIMENTO(5:2) LESS THAN "01"
                         OR WRK-NASCIMENTO(5:2) GREATER THAN "12"
                         OR WRK-NASCIMENTO(7:2) LESS THAN "01"
                         OR WRK-NASCIMENTO(7:2) GREATER THAN "31")
                       MOVE "DATA DE NASCIMENTO INVALIDA."
                            TO WRK-MENSAGEM
                    ELSE
                       PERFORM GRAVA-PROPOSTA
                       MOVE "PROPOSTA INCLUIDA COMO PENDENTE."
                            TO WRK-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *CEP NA TABELA DE CEP: ENCONTRADO, CIDADE/UF PASSAM A SER OS
      *DA TABELA (CIDADE NAS 20 POSICOES DO CADASTRO) E O ENDERECO
      *EM BRANCO RECEBE O LOGRADOURO; FORA DA TABELA, SO O AVISO. SE
      *HOUVE MENSAGEM, A TELA DE DADOS VOLTA UMA VEZ PARA O OPERADOR
      *CONFERIR. CEP ZERADO OU TABELA AUSENTE NAO SAO CONSULTADOS.
       COMPLETA-ENDERECO.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE WRK-CEP TO CEP-BUSCA.
           PERFORM BUSCA-CEP.
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
              END-IF
           ELSE
              IF TABELA-CEP-ABERTA EQUAL "S" AND
                 WRK-CEP NOT EQUAL ZEROES
                 MOVE "CEP NAO CONSTA DA TABELA - CONFIRA."
                      TO WRK-MENSAGEM
              END-IF
           END-IF.
           IF WRK-MENSAGEM NOT EQUAL SPACES
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
              DISPLAY TELA-DADOS
              ACCEPT TELA-DADOS
           END-IF.

       LOCALIZA-PROPOSTA.
           MOVE "NAO" TO ACHOU FIM-ARQ.
           OPEN INPUT PROPSOC.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-PRO.
           MOVE "P"           TO SITUACAO-PRO.
           MOVE WRK-NASCIMENTO TO NASCIMENTO-PRO.
           MOVE SPACE         TO ORIGEM-PRO.
           WRITE REG-PROPOSTA.
           CLOSE PROPSOC.

           END-IF.

       COPY DATPRCPD.

       COPY CADCEPPD.
