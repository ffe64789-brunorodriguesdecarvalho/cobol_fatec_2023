       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EX05DIG.
       AUTHOR.          BRUNO CARVALHO.
       INSTALLATION.    BRUNO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.   15/10/2026.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    DIGITACAO DE NOTAS PELO PROFESSOR, NO MESMO PADRAO
      *            DE TELAS DO PROG01/PROG02. O ARQNOT (NOTAS POR
      *            DISCIPLINA - VER ARQNOTFD) ERA MONTADO PELA
      *            SECRETARIA A PARTIR DAS FOLHAS DE PAPEL DOS
      *            PROFESSORES E OS ERROS DE DIGITACAO SO APARECIAM
      *            NA ATA. AQUI O PROFESSOR:
      *            - FAZ O SIGN-ON (OPERADOR.DAT - VER OPERPD) E
      *              PRECISA DA PERMISSAO DIG-ALT PARA LANCAR OU
      *              DIG-CON PARA CONSULTAR;
      *            - ESCOLHE A TURMA (TURMAS.DAT); SO ACEITA TURMA
      *              CUJO OPERADOR-TUR E O PROPRIO OPERADOR, SALVO
      *              SUPERVISOR (SECRETARIA/COORDENACAO). TURMA DE
      *              OUTRO PROFESSOR E NEGADA E VAI PARA O EXCLOG;
      *            - DIGITA NOTA1/NOTA2/NOTA3 (0 A 10) E FALTAS DE
      *              CADA ALUNO DA TURMA: OS QUE JA TEM REGISTRO NO
      *              ARQNOT E OS MATRICULADOS NA TURMA PELO ARQALU;
      *            - CONFIRMA NO FINAL; O ARQNOT E REGRAVADO PELO
      *              ESQUEMA COPIA-E-SUBSTITUI (ARQNOT -> ARQNOTN ->
      *              ARQNOT) E CADA ALUNO ALTERADO OU INCLUIDO GERA UM
      *              REGISTRO NO JORNAL JRNNOT (OPERADOR, DATA/HORA,
      *              IMAGENS ANTES/DEPOIS - VER JRNNOTFD).
      *            TURMA JA PROCESSADA PELO FECHAMENTO DO PERIODO
      *            (EX05NOT/EX05ATA - VER FECNOTFD) SO ADMITE
      *            CONSULTA. A TRAVA DE SESSAO E A TRVDIG.DAT.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TURMASSL.

           COPY ARQALUSL.

           COPY ARQNOTSL.

           SELECT ARQNOTN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY JRNNOTSL.

           COPY FECNOTSL.

           COPY TRAVASL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY TURMASFD.

       COPY ARQALUFD.

       COPY ARQNOTFD.

       FD  ARQNOTN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQNOTN.DAT".
       01  REG-ARQNOTN      PIC X(24).

       COPY JRNNOTFD.

       COPY FECNOTFD.

       COPY TRAVAFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY TURMASWS.
       COPY ARQALUWS.
       COPY ARQNOTWS.
       COPY JRNNOTWS.
       COPY FECNOTWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77 WRK-OPCAO      PIC X(001) VALUE SPACES.
       77 WRK-TURMA      PIC X(03) VALUE SPACES.
       77 WRK-DISCIPLINA PIC X(20) VALUE SPACES.
       77 WRK-POSICAO    PIC 9(03) VALUE ZEROES.
       77 WRK-QTD        PIC 9(03) VALUE ZEROES.
       77 WRK-MATRICULA  PIC 9(07) VALUE ZEROES.
       77 WRK-NOME       PIC X(30) VALUE SPACES.
       77 WRK-NOTA1      PIC 9(02)V9(02) VALUE ZEROES.
       77 WRK-NOTA2      PIC 9(02)V9(02) VALUE ZEROES.
       77 WRK-NOTA3      PIC 9(02)V9(02) VALUE ZEROES.
       77 WRK-FALTAS     PIC 9(02) VALUE ZEROES.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM   PIC X(40) VALUE SPACES.
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-TUR        PIC X(03) VALUE "NAO".
       77 QTD-TURMAS     PIC 9(02) VALUE ZEROES.
       77 QTD-ROL        PIC 9(03) VALUE ZEROES.
       77 IDX-R          PIC 9(03) VALUE ZEROES.
       77 ROL-DEMAIS     PIC X(01) VALUE "N".
       77 TURMA-OK       PIC X(01) VALUE "N".
       77 DADOS-OK       PIC X(01) VALUE "N".
       77 NOTA-MAXIMA    PIC 9(02)V9(02) VALUE 10,00.
       77 CT-ALTERADOS   PIC 9(03) VALUE ZEROES.
       77 OPERACAO-JRN   PIC X(09) VALUE SPACES.
       77 IMAGEM-ANTES   PIC X(24) VALUE SPACES.
       77 IMAGEM-DEPOIS  PIC X(24) VALUE SPACES.

       01 TAB-TURMAS.
           02 TURMA-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-TURMAS
                 INDEXED BY IDX-TUR.
              03 CODIGO-TUR-TAB     PIC X(03).
              03 DISCIPLINA-TUR-TAB PIC X(20).
              03 OPERADOR-TUR-TAB   PIC X(08).

      *ALUNOS DA TURMA ESCOLHIDA: NOTAS DIGITADAS E AS ORIGINAIS
      *(PARA O JORNAL E PARA SO REGRAVAR O QUE MUDOU).
       01 TAB-ROL.
           02 ROL-ITEM OCCURS 200 TIMES
                 DEPENDING ON QTD-ROL
                 INDEXED BY IDX-ROL.
              03 MATRICULA-ROL  PIC 9(07).
              03 NOME-ROL       PIC X(30).
              03 NOTA1-ROL      PIC 9(02)V9(02).
              03 NOTA2-ROL      PIC 9(02)V9(02).
              03 NOTA3-ROL      PIC 9(02)V9(02).
              03 FALTAS-ROL     PIC 9(02).
              03 NOTA1-ORI-ROL  PIC 9(02)V9(02).
              03 NOTA2-ORI-ROL  PIC 9(02)V9(02).
              03 NOTA3-ORI-ROL  PIC 9(02)V9(02).
              03 FALTAS-ORI-ROL PIC 9(02).
              03 EXISTE-ROL     PIC X(01).
              03 GRAVADO-ROL    PIC X(01).

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 21 VALUE
              "----------------------------------------".
           02 LINE 2 COL 21 VALUE
              "DIGITACAO DE NOTAS  -  MENU PRINCIPAL".
           02 LINE 3 COL 21 VALUE
              "----------------------------------------".
           02 LINE 11 COL 34 VALUE "1 -Lancar notas".
           02 LINE 12 COL 34 VALUE "2 -Consultar".
           02 LINE 13 COL 34 VALUE "3 -Sair".
           02 LINE 15 COL 34 VALUE "OPCAO: ()".
           02 OPCAO LINE 15 COL 42 PIC X USING WRK-OPCAO AUTO.

       01 TELA-TURMA.
           02 BLANK SCREEN.
           02 LINE 5 COL 21 VALUE "INFORME A TURMA:".
           02 CAMPO-TURMA LINE 5 COL 48 PIC X(03)
              USING WRK-TURMA AUTO.

       01 TELA-ALUNO.
           02 BLANK SCREEN.
           02 LINE 3  COL 21 VALUE "TURMA:".
           02 LINE 3  COL 28 PIC X(03) FROM WRK-TURMA.
           02 LINE 3  COL 33 PIC X(20) FROM WRK-DISCIPLINA.
           02 LINE 4  COL 21 VALUE "ALUNO".
           02 LINE 4  COL 27 PIC ZZ9 FROM WRK-POSICAO.
           02 LINE 4  COL 31 VALUE "DE".
           02 LINE 4  COL 34 PIC ZZ9 FROM WRK-QTD.
           02 LINE 6  COL 21 VALUE "MATRICULA:".
           02 LINE 6  COL 40 PIC 9(07) FROM WRK-MATRICULA.
           02 LINE 7  COL 21 VALUE "NOME:".
           02 LINE 7  COL 40 PIC X(30) FROM WRK-NOME.
           02 LINE 9  COL 21 VALUE "NOTA 1 (0 A 10):".
           02 CAMPO-NOTA1    LINE 9  COL 40 PIC 9(02)V9(02)
              USING WRK-NOTA1 AUTO.
           02 LINE 10 COL 21 VALUE "NOTA 2 (0 A 10):".
           02 CAMPO-NOTA2    LINE 10 COL 40 PIC 9(02)V9(02)
              USING WRK-NOTA2 AUTO.
           02 LINE 11 COL 21 VALUE "NOTA 3 (0 A 10):".
           02 CAMPO-NOTA3    LINE 11 COL 40 PIC 9(02)V9(02)
              USING WRK-NOTA3 AUTO.
           02 LINE 12 COL 21 VALUE "FALTAS:".
           02 CAMPO-FALTAS   LINE 12 COL 40 PIC 9(02)
              USING WRK-FALTAS AUTO.

       01 TELA-MENSAGEM.
           02 LINE 19 COL 21 VALUE "MENSAGEM:".
           02 MENSAGEM LINE 19 COL 31 PIC X(40)
              USING WRK-MENSAGEM.
           02 LINE 20 COL 21 VALUE "TECLE ENTER PARA CONTINUAR.".
           02 CAMPO-PAUSA LINE 20 COL 49 PIC X(01) AUTO.

       01 TELA-CONFIRMA.
           02 LINE 21 COL 21 VALUE "GRAVA AS NOTAS DA TURMA (S/N)?".
           02 CAMPO-CONFIRMA LINE 21 COL 52 PIC X(01)
              USING WRK-CONFIRMA AUTO.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM VERIFICA-TRAVA-BATCH.
           MOVE "EX05DIG " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           PERFORM CARREGA-TURMAS.
           MOVE "TRVDIG.DAT" TO NOME-TRAVA-SES.
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "3".
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.

      *SEM O CADASTRO DE TURMAS NAO HA COMO SABER DE QUEM E CADA
      *TURMA - O PROGRAMA NAO ABRE.
       CARREGA-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL "00"
              DISPLAY "TURMAS.DAT AUSENTE - DIGITACAO DE NOTAS "
                      "INDISPONIVEL."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TURMAS UNTIL FIM-TUR EQUAL "SIM".
           CLOSE TURMAS.

       LER-TURMAS.
           READ TURMAS AT END MOVE "SIM" TO FIM-TUR.
           IF FIM-TUR NOT EQUAL "SIM"
              IF QTD-TURMAS LESS THAN 99
                 ADD 1 TO QTD-TURMAS
                 MOVE CODIGO-TUR     TO CODIGO-TUR-TAB(QTD-TURMAS)
                 MOVE DISCIPLINA-TUR TO DISCIPLINA-TUR-TAB(QTD-TURMAS)
                 MOVE OPERADOR-TUR   TO OPERADOR-TUR-TAB(QTD-TURMAS)
              END-IF
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY TELA-PRINCIPAL.
           ACCEPT TELA-PRINCIPAL.

           EVALUATE WRK-OPCAO
               WHEN "1"
                   IF DIG-ALT-SES EQUAL "S"
                      PERFORM PROC-LANCAMENTO
                   ELSE
                      MOVE "LANCAMENTO NEGADO - SEM PERMISSAO"
                           TO MOTIVO-NEGADO
                      PERFORM NEGA-ACAO
                   END-IF
               WHEN "2"
                   IF DIG-CON-SES EQUAL "S"
                      PERFORM PROC-CONSULTA
                   ELSE
                      MOVE "CONSULTA NEGADA - SEM PERMISSAO"
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

      *TURMA INFORMADA PRECISA ESTAR NO CADASTRO E SER DO PROPRIO
      *PROFESSOR (OPERADOR-TUR); SUPERVISOR ACESSA QUALQUER TURMA.
       ESCOLHE-TURMA.
           MOVE "N" TO TURMA-OK.
           MOVE SPACES TO WRK-TURMA.
           DISPLAY TELA-TURMA.
           ACCEPT TELA-TURMA.
           SET IDX-TUR TO 1.
           SEARCH TURMA-ITEM
              AT END
                 MOVE "TURMA NAO CADASTRADA." TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              WHEN CODIGO-TUR-TAB(IDX-TUR) EQUAL WRK-TURMA
                 IF OPERADOR-TUR-TAB(IDX-TUR) EQUAL SIGNON-ID OR
                    SUPERVISOR-SES EQUAL "S"
                    MOVE DISCIPLINA-TUR-TAB(IDX-TUR)
                         TO WRK-DISCIPLINA
                    MOVE "S" TO TURMA-OK
                 ELSE
                    MOVE "TURMA DE OUTRO PROFESSOR" TO MOTIVO-NEGADO
                    PERFORM NEGA-ACAO
                 END-IF
           END-SEARCH.

       PROC-LANCAMENTO.
           PERFORM ESCOLHE-TURMA.
           IF TURMA-OK EQUAL "S"
              MOVE WRK-TURMA TO TURMA-FECHAR
              PERFORM CONSULTA-TURMA-FECHADA
              IF TURMA-FECHADA EQUAL "S"
                 MOVE "TURMA COM NOTAS FECHADAS - SO CONSULTA."
                      TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              ELSE
                 PERFORM MONTA-ROL
                 IF QTD-ROL GREATER THAN ZEROES
                    PERFORM LANCA-TURMA
                 END-IF
              END-IF
           END-IF.

       LANCA-TURMA.
           MOVE QTD-ROL TO WRK-QTD.
           PERFORM DIGITA-ALUNO VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN QTD-ROL.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
              PERFORM GRAVA-NOTAS
           ELSE
              MOVE "DIGITACAO DESCARTADA." TO WRK-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

       DIGITA-ALUNO.
           PERFORM MOVE-ROL-PARA-TELA.
           MOVE "N" TO DADOS-OK.
           PERFORM ACEITA-NOTAS UNTIL DADOS-OK EQUAL "S".
           MOVE WRK-NOTA1  TO NOTA1-ROL(IDX-R).
           MOVE WRK-NOTA2  TO NOTA2-ROL(IDX-R).
           MOVE WRK-NOTA3  TO NOTA3-ROL(IDX-R).
           MOVE WRK-FALTAS TO FALTAS-ROL(IDX-R).

      *CRITICA DE ENTRADA: NOTA DE 0 A 10. A TELA DO ALUNO E
      *REAPRESENTADA ATE AS TRES NOTAS ESTAREM NA FAIXA.
       ACEITA-NOTAS.
           DISPLAY TELA-ALUNO.
           ACCEPT TELA-ALUNO.
           IF WRK-NOTA1 GREATER THAN NOTA-MAXIMA OR
              WRK-NOTA2 GREATER THAN NOTA-MAXIMA OR
              WRK-NOTA3 GREATER THAN NOTA-MAXIMA
              MOVE "NOTA FORA DA FAIXA (0 A 10)." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           ELSE
              MOVE "S" TO DADOS-OK
           END-IF.

       MOVE-ROL-PARA-TELA.
           MOVE IDX-R              TO WRK-POSICAO.
           MOVE MATRICULA-ROL(IDX-R) TO WRK-MATRICULA.
           MOVE NOME-ROL(IDX-R)    TO WRK-NOME.
           MOVE NOTA1-ROL(IDX-R)   TO WRK-NOTA1.
           MOVE NOTA2-ROL(IDX-R)   TO WRK-NOTA2.
           MOVE NOTA3-ROL(IDX-R)   TO WRK-NOTA3.
           MOVE FALTAS-ROL(IDX-R)  TO WRK-FALTAS.

       PROC-CONSULTA.
           PERFORM ESCOLHE-TURMA.
           IF TURMA-OK EQUAL "S"
              PERFORM MONTA-ROL
              MOVE QTD-ROL TO WRK-QTD
              PERFORM EXIBE-ALUNO VARYING IDX-R FROM 1 BY 1
                 UNTIL IDX-R GREATER THAN QTD-ROL
           END-IF.

       EXIBE-ALUNO.
           PERFORM MOVE-ROL-PARA-TELA.
           DISPLAY TELA-ALUNO.
           MOVE "CONSULTA - NADA E ALTERADO." TO WRK-MENSAGEM.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *ALUNOS DA TURMA: PRIMEIRO OS QUE JA TEM NOTAS NO ARQNOT, DEPOIS
      *OS MATRICULADOS NA TURMA PELO ARQALU (NOTAS ZERADAS). O NOME
      *VEM DO ARQALU.
       MONTA-ROL.
           MOVE ZEROES TO QTD-ROL.
           MOVE "N" TO ROL-DEMAIS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQNOT.
           IF FS-ARQNOT EQUAL "00"
              PERFORM LER-ARQNOT-ROL UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQNOT
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              PERFORM LER-ARQALU-ROL UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQALU
           END-IF.
           IF ROL-DEMAIS EQUAL "S"
              MOVE ZEROES TO QTD-ROL
              MOVE "TURMA COM MAIS DE 200 ALUNOS - AVISE CPD"
                   TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           ELSE
              IF QTD-ROL EQUAL ZEROES
                 MOVE "TURMA SEM ALUNOS." TO WRK-MENSAGEM
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              END-IF
           END-IF.

       LER-ARQNOT-ROL.
           READ ARQNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF TURMA-NOT EQUAL WRK-TURMA
                 SET IDX-ROL TO 1
                 SEARCH ROL-ITEM
                    AT END
                       PERFORM GUARDA-NOTA-ROL
                    WHEN MATRICULA-ROL(IDX-ROL) EQUAL MATRICULA-NOT
                       CONTINUE
                 END-SEARCH
              END-IF
           END-IF.

       GUARDA-NOTA-ROL.
           IF QTD-ROL LESS THAN 200
              ADD 1 TO QTD-ROL
              MOVE MATRICULA-NOT TO MATRICULA-ROL(QTD-ROL)
              MOVE SPACES        TO NOME-ROL(QTD-ROL)
              MOVE NOTA1-NOT     TO NOTA1-ROL(QTD-ROL)
                                    NOTA1-ORI-ROL(QTD-ROL)
              MOVE NOTA2-NOT     TO NOTA2-ROL(QTD-ROL)
                                    NOTA2-ORI-ROL(QTD-ROL)
              MOVE NOTA3-NOT     TO NOTA3-ROL(QTD-ROL)
                                    NOTA3-ORI-ROL(QTD-ROL)
              MOVE FALTAS-NOT    TO FALTAS-ROL(QTD-ROL)
                                    FALTAS-ORI-ROL(QTD-ROL)
              MOVE "S"           TO EXISTE-ROL(QTD-ROL)
              MOVE "N"           TO GRAVADO-ROL(QTD-ROL)
           ELSE
              MOVE "S" TO ROL-DEMAIS
           END-IF.

       LER-ARQALU-ROL.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              SET IDX-ROL TO 1
              SEARCH ROL-ITEM
                 AT END
                    IF TURMA-ALU EQUAL WRK-TURMA
                       PERFORM GUARDA-ALUNO-ROL
                    END-IF
                 WHEN MATRICULA-ROL(IDX-ROL) EQUAL MATRICULA-ALU
                    MOVE NOME-ALU TO NOME-ROL(IDX-ROL)
              END-SEARCH
           END-IF.

       GUARDA-ALUNO-ROL.
           IF QTD-ROL LESS THAN 200
              ADD 1 TO QTD-ROL
              MOVE MATRICULA-ALU TO MATRICULA-ROL(QTD-ROL)
              MOVE NOME-ALU      TO NOME-ROL(QTD-ROL)
              MOVE ZEROES        TO NOTA1-ROL(QTD-ROL)
                                    NOTA2-ROL(QTD-ROL)
                                    NOTA3-ROL(QTD-ROL)
                                    FALTAS-ROL(QTD-ROL)
                                    NOTA1-ORI-ROL(QTD-ROL)
                                    NOTA2-ORI-ROL(QTD-ROL)
                                    NOTA3-ORI-ROL(QTD-ROL)
                                    FALTAS-ORI-ROL(QTD-ROL)
              MOVE "N"           TO EXISTE-ROL(QTD-ROL)
                                    GRAVADO-ROL(QTD-ROL)
           ELSE
              MOVE "S" TO ROL-DEMAIS
           END-IF.

      *REGRAVA O ARQNOT PELO ESQUEMA COPIA-E-SUBSTITUI: OS REGISTROS
      *DA TURMA SAEM COM AS NOTAS DIGITADAS, OS ALUNOS AINDA SEM
      *REGISTRO SAO ACRESCENTADOS NO FINAL (SO SE ALGO FOI DIGITADO).
      *SE A TURMA FOI FECHADA DURANTE A DIGITACAO, NADA E GRAVADO.
       GRAVA-NOTAS.
           MOVE ZEROES TO CT-ALTERADOS.
           PERFORM CONSULTA-TURMA-FECHADA.
           IF TURMA-FECHADA EQUAL "S"
              MOVE "TURMA FECHADA POR OUTRO - NAO GRAVADO"
                   TO WRK-MENSAGEM
           ELSE
              MOVE "NAO" TO FIM-ARQ
              OPEN OUTPUT ARQNOTN
              OPEN INPUT ARQNOT
              IF FS-ARQNOT EQUAL "00"
                 PERFORM COPIA-OU-TROCA UNTIL FIM-ARQ EQUAL "SIM"
                 CLOSE ARQNOT
              END-IF
              PERFORM INCLUI-NOVO VARYING IDX-R FROM 1 BY 1
                 UNTIL IDX-R GREATER THAN QTD-ROL
              CLOSE ARQNOTN
              PERFORM SUBSTITUI-ARQNOT
              MOVE SPACES TO WRK-MENSAGEM
              STRING "NOTAS GRAVADAS - " CT-ALTERADOS
                     " ALUNO(S) ALTERADO(S)."
                 DELIMITED BY SIZE INTO WRK-MENSAGEM
           END-IF.

       COPIA-OU-TROCA.
           READ ARQNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF TURMA-NOT EQUAL WRK-TURMA
                 SET IDX-ROL TO 1
                 SEARCH ROL-ITEM
                    AT END CONTINUE
                    WHEN MATRICULA-ROL(IDX-ROL) EQUAL MATRICULA-NOT
                       PERFORM TROCA-NOTAS
                 END-SEARCH
              END-IF
              WRITE REG-ARQNOTN FROM REG-NOT
           END-IF.

       TROCA-NOTAS.
           MOVE "S" TO GRAVADO-ROL(IDX-ROL).
           IF NOTA1-ROL(IDX-ROL)  NOT EQUAL NOTA1-NOT OR
              NOTA2-ROL(IDX-ROL)  NOT EQUAL NOTA2-NOT OR
              NOTA3-ROL(IDX-ROL)  NOT EQUAL NOTA3-NOT OR
              FALTAS-ROL(IDX-ROL) NOT EQUAL FALTAS-NOT
              MOVE REG-NOT TO IMAGEM-ANTES
              MOVE NOTA1-ROL(IDX-ROL)  TO NOTA1-NOT
              MOVE NOTA2-ROL(IDX-ROL)  TO NOTA2-NOT
              MOVE NOTA3-ROL(IDX-ROL)  TO NOTA3-NOT
              MOVE FALTAS-ROL(IDX-ROL) TO FALTAS-NOT
              MOVE REG-NOT TO IMAGEM-DEPOIS
              MOVE "ALTERACAO" TO OPERACAO-JRN
              PERFORM GRAVA-JRNNOT
           END-IF.

       INCLUI-NOVO.
           IF GRAVADO-ROL(IDX-R) EQUAL "N" AND
              (NOTA1-ROL(IDX-R)  NOT EQUAL ZEROES OR
               NOTA2-ROL(IDX-R)  NOT EQUAL ZEROES OR
               NOTA3-ROL(IDX-R)  NOT EQUAL ZEROES OR
               FALTAS-ROL(IDX-R) NOT EQUAL ZEROES)
              MOVE MATRICULA-ROL(IDX-R) TO MATRICULA-NOT
              MOVE WRK-TURMA            TO TURMA-NOT
              MOVE NOTA1-ROL(IDX-R)     TO NOTA1-NOT
              MOVE NOTA2-ROL(IDX-R)     TO NOTA2-NOT
              MOVE NOTA3-ROL(IDX-R)     TO NOTA3-NOT
              MOVE FALTAS-ROL(IDX-R)    TO FALTAS-NOT
              WRITE REG-ARQNOTN FROM REG-NOT
              MOVE "S" TO GRAVADO-ROL(IDX-R)
              MOVE SPACES  TO IMAGEM-ANTES
              MOVE REG-NOT TO IMAGEM-DEPOIS
              MOVE "INCLUSAO " TO OPERACAO-JRN
              PERFORM GRAVA-JRNNOT
           END-IF.

       SUBSTITUI-ARQNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  ARQNOTN
                OUTPUT ARQNOT.
           PERFORM COPIA-ARQNOTN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQNOTN ARQNOT.

       COPIA-ARQNOTN.
           READ ARQNOTN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-NOT FROM REG-ARQNOTN
           END-IF.

      *GRAVA UM REGISTRO NO JORNAL DE NOTAS. OPERACAO-JRN,
      *IMAGEM-ANTES E IMAGEM-DEPOIS JA VEM PREENCHIDAS.
       GRAVA-JRNNOT.
           OPEN EXTEND JRNNOT.
           IF FS-JRNNOT NOT EQUAL "00"
              OPEN OUTPUT JRNNOT
           END-IF.
           MOVE SIGNON-ID    TO OPERADOR-JNT.
           ACCEPT DATA-JNT FROM DATE YYYYMMDD.
           ACCEPT HORA-JNT FROM TIME.
           MOVE "EX05DIG "   TO PROGRAMA-JNT.
           MOVE OPERACAO-JRN TO OPERACAO-JNT.
           MOVE IMAGEM-ANTES  TO ANTES-JNT.
           MOVE IMAGEM-DEPOIS TO DEPOIS-JNT.
           WRITE REG-JRNNOT.
           CLOSE JRNNOT.
           ADD 1 TO CT-ALTERADOS.

       COPY FECNOTPD.

       COPY TRAVAPD.

       COPY OPERPD.
