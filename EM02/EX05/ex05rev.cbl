       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EX05REV.
       AUTHOR.          BRUNO CARVALHO.
       INSTALLATION.    BRUNO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.   15/10/2026.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RECURSOS DE NOTA (REVISAO DE NOTA), NO MESMO PADRAO
      *            DE TELAS DO EX05DIG. ATE AQUI O PEDIDO DE REVISAO
      *            CHEGAVA POR PAPEL E A NOTA ERA CORRIGIDA DIRETO NO
      *            ARQNOT, SEM REGISTRO DE QUEM PEDIU, QUEM DECIDIU E
      *            QUAL ERA A NOTA ANTERIOR. AQUI:
      *            - PROTOCOLAR (PERMISSAO REV-INC): MATRICULA,
      *              TURMA, QUAL DAS TRES NOTAS, QUEM PEDE E O
      *              MOTIVO. O ALUNO PRECISA TER NOTAS NA TURMA
      *              (ARQNOT) OU ESTAR MATRICULADO NELA (ARQALU); A
      *              NOTA DO DIA FICA GRAVADA NO RECURSO. NAO ACEITA
      *              SEGUNDO RECURSO EM ABERTO PARA A MESMA NOTA;
      *            - DECIDIR (PERMISSAO REV-ALT - COORDENACAO): SO
      *              RECURSO PENDENTE; DEFERIDO COM A NOTA NOVA (0 A
      *              10) OU INDEFERIDO, SEMPRE COM JUSTIFICATIVA. O
      *              REVNOT E REGRAVADO PELO ESQUEMA COPIA-E-SUBSTITUI
      *              (REVNOT -> REVNOTN -> REVNOT);
      *            - CONSULTAR (PERMISSAO REV-CON).
      *            A NOTA DEFERIDA NAO E GRAVADA AQUI: QUEM A APLICA
      *            NO ARQNOT/ARQALU, COM JORNAL E NOVA SITUACAO DO
      *            ALUNO, E O EX05RVA. A TRAVA DE SESSAO E A
      *            TRVREV.DAT.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARQALUSL.

           COPY ARQNOTSL.

           COPY REVNOTSL.

           SELECT REVNOTN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY TRAVASL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY ARQALUFD.

       COPY ARQNOTFD.

       COPY REVNOTFD.

       FD  REVNOTN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REVNOTN.DAT".
       01  REG-REVNOTN      PIC X(175).

       COPY TRAVAFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY ARQALUWS.
       COPY ARQNOTWS.
       COPY REVNOTWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77 WRK-OPCAO      PIC X(001) VALUE SPACES.
       77 WRK-NUMERO     PIC 9(05) VALUE ZEROES.
       77 WRK-MATRICULA  PIC 9(07) VALUE ZEROES.
       77 WRK-TURMA      PIC X(03) VALUE SPACES.
       77 WRK-QUAL-NOTA  PIC 9(01) VALUE ZEROES.
       77 WRK-NOME       PIC X(30) VALUE SPACES.
       77 WRK-SOLICITANTE PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO     PIC X(40) VALUE SPACES.
       77 WRK-DATA-PED   PIC 9(08) VALUE ZEROES.
       77 WRK-OPERADOR-PED PIC X(08) VALUE SPACES.
       77 WRK-NOTA-ATUAL PIC 9(02)V9(02) VALUE ZEROES.
       77 WRK-SITUACAO   PIC X(01) VALUE SPACES.
       77 WRK-DESC-SITUACAO PIC X(10) VALUE SPACES.
       77 WRK-DECISAO    PIC X(01) VALUE SPACES.
       77 WRK-NOTA-NOVA  PIC 9(02)V9(02) VALUE ZEROES.
       77 WRK-JUSTIFICATIVA PIC X(40) VALUE SPACES.
       77 WRK-DECISOR    PIC X(08) VALUE SPACES.
       77 WRK-DATA-DEC   PIC 9(08) VALUE ZEROES.
       77 WRK-DATA-APL   PIC 9(08) VALUE ZEROES.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM   PIC X(40) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 ACHOU          PIC X(03) VALUE "NAO".
       77 ACHOU-NOT      PIC X(03) VALUE "NAO".
       77 DADOS-OK       PIC X(01) VALUE "N".
       77 EM-ABERTO      PIC X(01) VALUE "N".
       77 ULTIMO-NUMERO  PIC 9(05) VALUE ZEROES.
       77 NOTA-MAXIMA    PIC 9(02)V9(02) VALUE 10,00.

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 21 VALUE
              "----------------------------------------".
           02 LINE 2 COL 21 VALUE
              "RECURSOS DE NOTA  -  MENU PRINCIPAL".
           02 LINE 3 COL 21 VALUE
              "----------------------------------------".
           02 LINE 11 COL 34 VALUE "1 -Protocolar".
           02 LINE 12 COL 34 VALUE "2 -Decidir".
           02 LINE 13 COL 34 VALUE "3 -Consultar".
           02 LINE 14 COL 34 VALUE "4 -Sair".
           02 LINE 16 COL 34 VALUE "OPCAO: ()".
           02 OPCAO LINE 16 COL 42 PIC X USING WRK-OPCAO AUTO.

       01 TELA-PROTOCOLO.
           02 BLANK SCREEN.
           02 LINE 3  COL 21 VALUE "PROTOCOLO DE RECURSO DE NOTA".
           02 LINE 6  COL 21 VALUE "MATRICULA:".
           02 CAMPO-MATRICULA LINE 6 COL 40 PIC 9(07)
              USING WRK-MATRICULA AUTO.
           02 LINE 7  COL 21 VALUE "TURMA:".
           02 CAMPO-TURMA     LINE 7 COL 40 PIC X(03)
              USING WRK-TURMA AUTO.
           02 LINE 8  COL 21 VALUE "NOTA (1, 2 OU 3):".
           02 CAMPO-QUAL-NOTA LINE 8 COL 40 PIC 9(01)
              USING WRK-QUAL-NOTA AUTO.
           02 LINE 9  COL 21 VALUE "SOLICITANTE:".
           02 CAMPO-SOLICITANTE LINE 9 COL 40 PIC X(30)
              USING WRK-SOLICITANTE.
           02 LINE 10 COL 21 VALUE "MOTIVO:".
           02 CAMPO-MOTIVO    LINE 11 COL 21 PIC X(40)
              USING WRK-MOTIVO.

       01 TELA-NUMERO.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE "NUMERO DO RECURSO:".
           02 CAMPO-NUMERO LINE 5 COL 48 PIC 9(05)
              USING WRK-NUMERO AUTO.

       01 TELA-RECURSO.
           02 BLANK SCREEN.
           02 LINE 2  COL 21 VALUE "RECURSO:".
           02 LINE 2  COL 40 PIC 9(05) FROM WRK-NUMERO.
           02 LINE 2  COL 47 PIC X(10) FROM WRK-DESC-SITUACAO.
           02 LINE 3  COL 21 VALUE "MATRICULA:".
           02 LINE 3  COL 40 PIC 9(07) FROM WRK-MATRICULA.
           02 LINE 4  COL 21 VALUE "NOME:".
           02 LINE 4  COL 40 PIC X(30) FROM WRK-NOME.
           02 LINE 5  COL 21 VALUE "TURMA / NOTA:".
           02 LINE 5  COL 40 PIC X(03) FROM WRK-TURMA.
           02 LINE 5  COL 44 PIC 9(01) FROM WRK-QUAL-NOTA.
           02 LINE 6  COL 21 VALUE "NOTA NO PEDIDO:".
           02 LINE 6  COL 40 PIC Z9,99 FROM WRK-NOTA-ATUAL.
           02 LINE 7  COL 21 VALUE "SOLICITANTE:".
           02 LINE 7  COL 40 PIC X(30) FROM WRK-SOLICITANTE.
           02 LINE 8  COL 21 VALUE "MOTIVO:".
           02 LINE 9  COL 21 PIC X(40) FROM WRK-MOTIVO.
           02 LINE 10 COL 21 VALUE "PEDIDO EM / POR:".
           02 LINE 10 COL 40 PIC 9999/99/99 FROM WRK-DATA-PED.
           02 LINE 10 COL 51 PIC X(08) FROM WRK-OPERADOR-PED.
           02 LINE 11 COL 21 VALUE "NOTA NOVA:".
           02 LINE 11 COL 40 PIC Z9,99 FROM WRK-NOTA-NOVA.
           02 LINE 12 COL 21 VALUE "JUSTIFICATIVA:".
           02 LINE 13 COL 21 PIC X(40) FROM WRK-JUSTIFICATIVA.
           02 LINE 14 COL 21 VALUE "DECIDIDO EM / POR:".
           02 LINE 14 COL 40 PIC 9999/99/99 FROM WRK-DATA-DEC.
           02 LINE 14 COL 51 PIC X(08) FROM WRK-DECISOR.
           02 LINE 15 COL 21 VALUE "APLICADO EM:".
           02 LINE 15 COL 40 PIC 9999/99/99 FROM WRK-DATA-APL.

       01 TELA-DECISAO.
           02 LINE 16 COL 21 VALUE "DECISAO (D-DEFERE/I-INDEFERE):".
           02 CAMPO-DECISAO   LINE 16 COL 53 PIC X(01)
              USING WRK-DECISAO AUTO.
           02 LINE 17 COL 21 VALUE "NOTA NOVA (SE DEFERIDO):".
           02 CAMPO-NOTA-NOVA LINE 17 COL 53 PIC 9(02)V9(02)
              USING WRK-NOTA-NOVA AUTO.
           02 LINE 18 COL 21 VALUE "JUSTIFICATIVA:".
           02 CAMPO-JUSTIFICATIVA LINE 18 COL 36 PIC X(40)
              USING WRK-JUSTIFICATIVA.

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
           MOVE "EX05REV " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           MOVE "TRVREV.DAT" TO NOME-TRAVA-SES.
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
                   IF REV-INC-SES EQUAL "S"
                      PERFORM PROC-PROTOCOLO
                   ELSE
                      MOVE "PROTOCOLO NEGADO - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "2"
                   IF REV-ALT-SES EQUAL "S"
                      PERFORM PROC-DECISAO
                   ELSE
                      MOVE "DECISAO NEGADA - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "3"
                   IF REV-CON-SES EQUAL "S"
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

      *PROTOCOLO: A TELA E REAPRESENTADA ATE OS DADOS PASSAREM NA
      *CRITICA OU O OPERADOR DEIXAR A MATRICULA ZERADA (DESISTENCIA).
       PROC-PROTOCOLO.
           MOVE ZEROES TO WRK-MATRICULA WRK-QUAL-NOTA.
           MOVE SPACES TO WRK-TURMA WRK-SOLICITANTE WRK-MOTIVO.
           MOVE "N" TO DADOS-OK.
           PERFORM ACEITA-PROTOCOLO UNTIL DADOS-OK EQUAL "S".
           IF WRK-MATRICULA NOT EQUAL ZEROES
              PERFORM CONFIRMA-PROTOCOLO
           END-IF.

       ACEITA-PROTOCOLO.
           DISPLAY TELA-PROTOCOLO.
           ACCEPT TELA-PROTOCOLO.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-MATRICULA EQUAL ZEROES
              MOVE "S" TO DADOS-OK
           ELSE
              PERFORM CRITICA-PROTOCOLO
              IF WRK-MENSAGEM EQUAL SPACES
                 MOVE "S" TO DADOS-OK
              ELSE
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              END-IF
           END-IF.

       CRITICA-PROTOCOLO.
           IF WRK-QUAL-NOTA LESS THAN 1 OR
              WRK-QUAL-NOTA GREATER THAN 3
              MOVE "INFORME A NOTA 1, 2 OU 3." TO WRK-MENSAGEM
           ELSE
              IF WRK-SOLICITANTE EQUAL SPACES OR
                 WRK-MOTIVO EQUAL SPACES
                 MOVE "SOLICITANTE E MOTIVO SAO OBRIGATORIOS."
                      TO WRK-MENSAGEM
              ELSE
                 PERFORM LOCALIZA-ALUNO
                 IF ACHOU NOT EQUAL "SIM"
                    MOVE "ALUNO SEM NOTAS/MATRICULA NA TURMA."
                         TO WRK-MENSAGEM
                 ELSE
                    PERFORM VARRE-REVNOT
                    IF EM-ABERTO EQUAL "S"
                       MOVE "JA HA RECURSO EM ABERTO PARA A NOTA."
                            TO WRK-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *NOTA DO DIA: A DO ARQNOT (MATRICULA + TURMA); NA FALTA DELE,
      *A DO ARQALU SE O ALUNO ESTA MATRICULADO NA TURMA. O NOME VEM
      *SEMPRE DO ARQALU.
       LOCALIZA-ALUNO.
           MOVE "NAO" TO ACHOU ACHOU-NOT.
           MOVE SPACES TO WRK-NOME.
           MOVE ZEROES TO WRK-NOTA-ATUAL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQNOT.
           IF FS-ARQNOT EQUAL "00"
              PERFORM LER-ARQNOT UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU-NOT EQUAL "SIM"
              CLOSE ARQNOT
           END-IF.
           MOVE ACHOU-NOT TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              PERFORM LER-ARQALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQALU
           END-IF.

       LER-ARQNOT.
           READ ARQNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-NOT EQUAL WRK-MATRICULA AND
                 TURMA-NOT EQUAL WRK-TURMA
                 MOVE "SIM" TO ACHOU-NOT
                 EVALUATE WRK-QUAL-NOTA
                     WHEN 1 MOVE NOTA1-NOT TO WRK-NOTA-ATUAL
                     WHEN 2 MOVE NOTA2-NOT TO WRK-NOTA-ATUAL
                     WHEN 3 MOVE NOTA3-NOT TO WRK-NOTA-ATUAL
                 END-EVALUATE
              END-IF
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-ALU EQUAL WRK-MATRICULA
                 MOVE NOME-ALU TO WRK-NOME
                 IF ACHOU-NOT NOT EQUAL "SIM" AND
                    TURMA-ALU EQUAL WRK-TURMA
                    MOVE "SIM" TO ACHOU
                    EVALUATE WRK-QUAL-NOTA
                        WHEN 1 MOVE NOTA1-ALU TO WRK-NOTA-ATUAL
                        WHEN 2 MOVE NOTA2-ALU TO WRK-NOTA-ATUAL
                        WHEN 3 MOVE NOTA3-ALU TO WRK-NOTA-ATUAL
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

      *PERCORRE O REVNOT: MAIOR NUMERO JA USADO E SE HA RECURSO EM
      *ABERTO (PENDENTE OU DEFERIDO AINDA NAO APLICADO) PARA A MESMA
      *MATRICULA, TURMA E NOTA.
       VARRE-REVNOT.
           MOVE ZEROES TO ULTIMO-NUMERO.
           MOVE "N" TO EM-ABERTO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT REVNOT.
           IF FS-REVNOT EQUAL "00"
              PERFORM LER-REVNOT-VARRE UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE REVNOT
           END-IF.

       LER-REVNOT-VARRE.
           READ REVNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-REV GREATER THAN ULTIMO-NUMERO
                 MOVE NUMERO-REV TO ULTIMO-NUMERO
              END-IF
              IF MATRICULA-REV EQUAL WRK-MATRICULA AND
                 TURMA-REV EQUAL WRK-TURMA AND
                 QUAL-NOTA-REV EQUAL WRK-QUAL-NOTA AND
                 (SITUACAO-REV EQUAL "P" OR SITUACAO-REV EQUAL "D")
                 MOVE "S" TO EM-ABERTO
              END-IF
           END-IF.

       CONFIRMA-PROTOCOLO.
           ADD 1 ULTIMO-NUMERO GIVING WRK-NUMERO.
           ACCEPT WRK-DATA-PED FROM DATE YYYYMMDD.
           MOVE SIGNON-ID TO WRK-OPERADOR-PED.
           MOVE "P" TO WRK-SITUACAO.
           MOVE "PENDENTE" TO WRK-DESC-SITUACAO.
           MOVE ZEROES TO WRK-NOTA-NOVA WRK-DATA-DEC WRK-DATA-APL.
           MOVE SPACES TO WRK-JUSTIFICATIVA WRK-DECISOR.
           DISPLAY TELA-RECURSO.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-PROTOCOLO
              MOVE SPACES TO WRK-MENSAGEM
              STRING "RECURSO " WRK-NUMERO " PROTOCOLADO."
                 DELIMITED BY SIZE INTO WRK-MENSAGEM
           ELSE
              MOVE "PROTOCOLO DESCARTADO." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       GRAVA-PROTOCOLO.
           OPEN EXTEND REVNOT.
           IF FS-REVNOT NOT EQUAL "00"
              OPEN OUTPUT REVNOT
           END-IF.
           PERFORM MOVE-TELA-PARA-REVNOT.
           WRITE REG-REVNOT.
           CLOSE REVNOT.

      *DECISAO: SO RECURSO PENDENTE. DEFERIDO EXIGE NOTA NOVA DE 0 A
      *10 DIFERENTE DA DO PEDIDO; JUSTIFICATIVA SEMPRE OBRIGATORIA.
       PROC-DECISAO.
           PERFORM ESCOLHE-RECURSO.
           IF ACHOU EQUAL "SIM"
              IF WRK-SITUACAO NOT EQUAL "P"
                 MOVE "RECURSO JA DECIDIDO - SO CONSULTA."
                      TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              ELSE
                 MOVE SPACES TO WRK-DECISAO WRK-JUSTIFICATIVA
                 MOVE ZEROES TO WRK-NOTA-NOVA
                 MOVE "N" TO DADOS-OK
                 PERFORM ACEITA-DECISAO UNTIL DADOS-OK EQUAL "S"
                 PERFORM CONFIRMA-DECISAO
              END-IF
           END-IF.

       ACEITA-DECISAO.
           DISPLAY TELA-RECURSO.
           DISPLAY TELA-DECISAO.
           ACCEPT TELA-DECISAO.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-DECISAO EQUAL "d"
              MOVE "D" TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO EQUAL "i"
              MOVE "I" TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO NOT EQUAL "D" AND
              WRK-DECISAO NOT EQUAL "I"
              MOVE "DECISAO DEVE SER D OU I." TO WRK-MENSAGEM
           ELSE
              IF WRK-DECISAO EQUAL "D" AND
                 (WRK-NOTA-NOVA GREATER THAN NOTA-MAXIMA OR
                  WRK-NOTA-NOVA EQUAL WRK-NOTA-ATUAL)
                 MOVE "NOTA NOVA INVALIDA OU IGUAL A ATUAL."
                      TO WRK-MENSAGEM
              ELSE
                 IF WRK-JUSTIFICATIVA EQUAL SPACES
                    MOVE "JUSTIFICATIVA OBRIGATORIA."
                         TO WRK-MENSAGEM
                 END-IF
              END-IF
           END-IF.
           IF WRK-MENSAGEM EQUAL SPACES
              MOVE "S" TO DADOS-OK
           ELSE
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

       CONFIRMA-DECISAO.
           IF WRK-DECISAO EQUAL "I"
              MOVE ZEROES TO WRK-NOTA-NOVA
           END-IF.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              MOVE WRK-DECISAO TO WRK-SITUACAO
              MOVE SIGNON-ID TO WRK-DECISOR
              ACCEPT WRK-DATA-DEC FROM DATE YYYYMMDD
              PERFORM GRAVA-DECISAO
           ELSE
              MOVE "DECISAO DESCARTADA." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *REGRAVA O REVNOT PELO ESQUEMA COPIA-E-SUBSTITUI, TROCANDO SO
      *O RECURSO DECIDIDO (E SO SE ELE AINDA ESTIVER PENDENTE).
       GRAVA-DECISAO.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT REVNOTN.
           OPEN INPUT REVNOT.
           PERFORM COPIA-OU-DECIDE UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE REVNOT REVNOTN.
           IF ACHOU EQUAL "SIM"
              PERFORM SUBSTITUI-REVNOT
              MOVE "DECISAO GRAVADA." TO WRK-MENSAGEM
           ELSE
              MOVE "RECURSO ALTERADO POR OUTRO - NAO GRAVADO"
                   TO WRK-MENSAGEM
           END-IF.

       COPIA-OU-DECIDE.
           READ REVNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-REV EQUAL WRK-NUMERO AND
                 SITUACAO-REV EQUAL "P"
                 MOVE WRK-SITUACAO      TO SITUACAO-REV
                 MOVE WRK-NOTA-NOVA     TO NOTA-NOVA-REV
                 MOVE WRK-JUSTIFICATIVA TO JUSTIFICATIVA-REV
                 MOVE WRK-DECISOR       TO DECISOR-REV
                 MOVE WRK-DATA-DEC      TO DATA-DEC-REV
                 MOVE "SIM" TO ACHOU
              END-IF
              WRITE REG-REVNOTN FROM REG-REVNOT
           END-IF.

       SUBSTITUI-REVNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  REVNOTN
                OUTPUT REVNOT.
           PERFORM COPIA-REVNOTN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE REVNOTN REVNOT.

       COPIA-REVNOTN.
           READ REVNOTN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-REVNOT FROM REG-REVNOTN
           END-IF.

       PROC-CONSULTA.
           PERFORM ESCOLHE-RECURSO.
           IF ACHOU EQUAL "SIM"
              DISPLAY TELA-RECURSO
              MOVE "CONSULTA - NADA E ALTERADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

      *LOCALIZA O RECURSO PELO NUMERO E TRAZ O REGISTRO PARA A TELA.
       ESCOLHE-RECURSO.
           MOVE ZEROES TO WRK-NUMERO.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
           MOVE "NAO" TO ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT REVNOT.
           IF FS-REVNOT EQUAL "00"
              PERFORM LER-REVNOT-NUMERO UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU EQUAL "SIM"
              CLOSE REVNOT
           END-IF.
           IF ACHOU EQUAL "SIM"
              PERFORM BUSCA-NOME
           ELSE
              MOVE "RECURSO NAO ENCONTRADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           END-IF.

       LER-REVNOT-NUMERO.
           READ REVNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-REV EQUAL WRK-NUMERO
                 MOVE "SIM" TO ACHOU
                 PERFORM MOVE-REVNOT-PARA-TELA
              END-IF
           END-IF.

       BUSCA-NOME.
           MOVE SPACES TO WRK-NOME.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              PERFORM LER-ARQALU-NOME UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQALU
           END-IF.

       LER-ARQALU-NOME.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF MATRICULA-ALU EQUAL WRK-MATRICULA
                 MOVE NOME-ALU TO WRK-NOME
                 MOVE "SIM" TO FIM-ARQ
              END-IF
           END-IF.

       MOVE-REVNOT-PARA-TELA.
           MOVE MATRICULA-REV     TO WRK-MATRICULA.
           MOVE TURMA-REV         TO WRK-TURMA.
           MOVE QUAL-NOTA-REV     TO WRK-QUAL-NOTA.
           MOVE SOLICITANTE-REV   TO WRK-SOLICITANTE.
           MOVE MOTIVO-REV        TO WRK-MOTIVO.
           MOVE DATA-PED-REV      TO WRK-DATA-PED.
           MOVE OPERADOR-PED-REV  TO WRK-OPERADOR-PED.
           MOVE NOTA-ATUAL-REV    TO WRK-NOTA-ATUAL.
           MOVE SITUACAO-REV      TO WRK-SITUACAO.
           MOVE NOTA-NOVA-REV     TO WRK-NOTA-NOVA.
           MOVE JUSTIFICATIVA-REV TO WRK-JUSTIFICATIVA.
           MOVE DECISOR-REV       TO WRK-DECISOR.
           MOVE DATA-DEC-REV      TO WRK-DATA-DEC.
           MOVE DATA-APL-REV      TO WRK-DATA-APL.
           EVALUATE WRK-SITUACAO
               WHEN "P" MOVE "PENDENTE"   TO WRK-DESC-SITUACAO
               WHEN "D" MOVE "DEFERIDO"   TO WRK-DESC-SITUACAO
               WHEN "I" MOVE "INDEFERIDO" TO WRK-DESC-SITUACAO
               WHEN "A" MOVE "APLICADO"   TO WRK-DESC-SITUACAO
               WHEN OTHER MOVE SPACES     TO WRK-DESC-SITUACAO
           END-EVALUATE.

       MOVE-TELA-PARA-REVNOT.
           MOVE WRK-NUMERO        TO NUMERO-REV.
           MOVE WRK-MATRICULA     TO MATRICULA-REV.
           MOVE WRK-TURMA         TO TURMA-REV.
           MOVE WRK-QUAL-NOTA     TO QUAL-NOTA-REV.
           MOVE WRK-SOLICITANTE   TO SOLICITANTE-REV.
           MOVE WRK-MOTIVO        TO MOTIVO-REV.
           MOVE WRK-DATA-PED      TO DATA-PED-REV.
           MOVE WRK-OPERADOR-PED  TO OPERADOR-PED-REV.
           MOVE WRK-NOTA-ATUAL    TO NOTA-ATUAL-REV.
           MOVE WRK-SITUACAO      TO SITUACAO-REV.
           MOVE WRK-NOTA-NOVA     TO NOTA-NOVA-REV.
           MOVE WRK-JUSTIFICATIVA TO JUSTIFICATIVA-REV.
           MOVE WRK-DECISOR       TO DECISOR-REV.
           MOVE WRK-DATA-DEC      TO DATA-DEC-REV.
           MOVE WRK-DATA-APL      TO DATA-APL-REV.

       COPY TRAVAPD.

       COPY OPERPD.
