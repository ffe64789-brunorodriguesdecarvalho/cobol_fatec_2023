       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01DEV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    REGISTRO DE CORRESPONDENCIA DEVOLVIDA PELO
      *            CORREIO, PARA USO DA RECEPCAO. CADA ENVELOPE QUE
      *            VOLTA E REGISTRADO NO DEVCOR.DAT (VER DEVCORFD)
      *            PELO CADASTRO DE ORIGEM E PELA CHAVE NELE:
      *            - SOC: NUMERO DO SOCIO (CADSOC1);
      *            - ANT: CONTA CC (CADANT);
      *            - CLI: CPF DO CLIENTE (CADCLI);
      *            - ALU: MATRICULA DO ALUNO (ARQALU);
      *            COM O MOTIVO DO AVISO DO CORREIO E UMA OBSERVACAO.
      *            A PARTIR DAI AS RODADAS DE CARTAS (EX01CAR,
      *            EX01RJT, EX01QUI, EX02CAR, EX02STM, EX05ATR,
      *            EX05OFE) PULAM O DESTINATARIO E O LISTAM NO SEU
      *            RELATORIO DE ENDERECOS A CORRIGIR. A MARCA SAI
      *            SOZINHA QUANDO O ENDERECO E ALTERADO NO PROG02,
      *            NO PROG01 OU NO EX02ENT; A OPCAO 2 RETIRA A MARCA
      *            A MAO (ALUNO, QUE NAO TEM ENDERECO EM TELA, OU
      *            ENDERECO CONFIRMADO SEM ALTERACAO). A OPCAO 3
      *            MOSTRA O HISTORICO DE UMA CHAVE. O PROGRAMA GRAVA
      *            NO DEVCOR.DAT DO DIRETORIO ONDE E EXECUTADO - O DO
      *            SISTEMA DONO DO CADASTRO. SIGN-ON COMUM (OPERPD):
      *            REGISTRAR E CONSULTAR EXIGEM P02-CON; RETIRAR A
      *            MARCA EXIGE P02-ALT.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY DEVCORSL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DEVCORFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY DEVCORWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77  OPCAO          PIC X(01) VALUE SPACES.
       77  CONFIRMA       PIC X(01) VALUE SPACES.
       77  CHAVE-OK       PIC X(01) VALUE "N".
       77  ARQUIVO-INF    PIC X(03) VALUE SPACES.
           88 ARQUIVO-INF-OK VALUE "SOC" "ANT" "CLI" "ALU".
       77  CHAVE-INF      PIC 9(11) VALUE ZEROES.
       77  MOTIVO-INF     PIC X(02) VALUE SPACES.
           88 MOTIVO-INF-OK  VALUE "MU" "DE" "EI" "NE" "RE"
                                   "NP" "FA" "OU".
       77  OBS-INF        PIC X(30) VALUE SPACES.
       77  CT-HISTORICO   PIC 9(05) VALUE ZEROES.
       77  SITUACAO-CHAVE PIC X(01) VALUE "N".

       PROCEDURE DIVISION.

       PROGRAM01.
           MOVE "EX01DEV " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           PERFORM MENU-PRINCIPAL UNTIL OPCAO EQUAL "4".
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY "CORRESPONDENCIA DEVOLVIDA - 1 REGISTRAR, "
                   "2 RETIRAR MARCA, 3 CONSULTAR, 4 SAIR: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
              WHEN "1"
                 IF P02-CON-SES EQUAL "S"
                    PERFORM REGISTRA-DEVOLUCAO
                 ELSE
                    MOVE "DEVOLUCAO NEGADA - SEM PERMIS"
                         TO MOTIVO-NEGADO
                    PERFORM NEGA-ACAO
                 END-IF
              WHEN "2"
                 IF P02-ALT-SES EQUAL "S"
                    PERFORM RETIRA-MARCA
                 ELSE
                    MOVE "LIBERACAO NEGADA - SEM PERMIS"
                         TO MOTIVO-NEGADO
                    PERFORM NEGA-ACAO
                 END-IF
              WHEN "3"
                 IF P02-CON-SES EQUAL "S"
                    PERFORM CONSULTA-CHAVE
                 ELSE
                    MOVE "CONSULTA NEGADA - SEM PERMISSAO"
                         TO MOTIVO-NEGADO
                    PERFORM NEGA-ACAO
                 END-IF
              WHEN "4"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *ACAO NEGADA: AVISA O OPERADOR E REGISTRA NO EXCLOG COMUM.
       NEGA-ACAO.
           DISPLAY "ACAO NAO PERMITIDA PARA O OPERADOR.".
           PERFORM REGISTRA-ACESSO-NEGADO.

      *CADASTRO DE ORIGEM E CHAVE DO DESTINATARIO. A CHAVE VAI
      *ALINHADA A DIREITA NOS 11 DIGITOS DO DEVCOR, QUALQUER QUE
      *SEJA O TAMANHO DELA NO CADASTRO.
       PEDE-CHAVE.
           MOVE "N" TO CHAVE-OK.
           MOVE SPACES TO ARQUIVO-INF.
           MOVE ZEROES TO CHAVE-INF.
           DISPLAY "CADASTRO (SOC SOCIO, ANT CONTA, CLI CLIENTE, "
                   "ALU ALUNO): ".
           ACCEPT ARQUIVO-INF.
           IF NOT ARQUIVO-INF-OK
              DISPLAY "CADASTRO INVALIDO - INFORME SOC, ANT, CLI OU "
                      "ALU."
           ELSE
              DISPLAY "CHAVE (SOCIO, CC, CPF OU MATRICULA)......: "
              ACCEPT CHAVE-INF
              IF CHAVE-INF EQUAL ZEROES
                 DISPLAY "CHAVE NAO INFORMADA."
              ELSE
                 MOVE "S" TO CHAVE-OK
              END-IF
           END-IF.

       REGISTRA-DEVOLUCAO.
           PERFORM PEDE-CHAVE.
           IF CHAVE-OK EQUAL "S"
              PERFORM PEDE-MOTIVO
              IF MOTIVO-INF-OK
                 DISPLAY "OBSERVACAO (OPCIONAL)....................: "
                 MOVE SPACES TO OBS-INF
                 ACCEPT OBS-INF
                 DISPLAY "CONFIRMA A DEVOLUCAO DE " ARQUIVO-INF " "
                         CHAVE-INF " (S/N)? "
                 ACCEPT CONFIRMA
                 IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                    PERFORM GRAVA-DEVOLUCAO
                    DISPLAY "DEVOLUCAO REGISTRADA - AS PROXIMAS "
                            "CARTAS PARA ESTE ENDERECO FICAM RETIDAS."
                 ELSE
                    DISPLAY "REGISTRO CANCELADO."
                 END-IF
              ELSE
                 DISPLAY "MOTIVO INVALIDO - NADA FOI REGISTRADO."
              END-IF
           END-IF.

      *MOTIVOS DO AVISO DE DEVOLUCAO DO CORREIO (VER DEVCORFD).
       PEDE-MOTIVO.
           DISPLAY "MOTIVOS: MU MUDOU-SE   DE DESCONHECIDO   "
                   "EI ENDERECO INSUFICIENTE".
           DISPLAY "         NE NUMERO INEXISTENTE   RE RECUSADO   "
                   "NP NAO PROCURADO".
           DISPLAY "         FA FALECIDO   OU OUTROS".
           DISPLAY "MOTIVO...................................: ".
           MOVE SPACES TO MOTIVO-INF.
           ACCEPT MOTIVO-INF.

       GRAVA-DEVOLUCAO.
           OPEN EXTEND DEVCOR.
           IF FS-DEVCOR NOT EQUAL "00"
              OPEN OUTPUT DEVCOR
           END-IF.
           MOVE SPACES      TO REG-DEVCOR.
           MOVE ARQUIVO-INF TO ARQUIVO-DEV.
           MOVE CHAVE-INF   TO CHAVE-DEV.
           MOVE "D"         TO EVENTO-DEV.
           ACCEPT DATA-DEV FROM DATE YYYYMMDD.
           ACCEPT HORA-DEV FROM TIME.
           MOVE MOTIVO-INF  TO MOTIVO-DEV.
           MOVE OBS-INF     TO OBS-DEV.
           MOVE SIGNON-ID   TO OPERADOR-DEV.
           MOVE "EX01DEV "  TO PROGRAMA-DEV.
           WRITE REG-DEVCOR.
           CLOSE DEVCOR.

      *RETIRADA MANUAL DA MARCA: MESMA LIBERACAO QUE AS TELAS DE
      *CADASTRO GRAVAM QUANDO O ENDERECO E ALTERADO.
       RETIRA-MARCA.
           PERFORM PEDE-CHAVE.
           IF CHAVE-OK EQUAL "S"
              DISPLAY "OBSERVACAO (OPCIONAL)....................: "
              MOVE SPACES TO OBS-INF
              ACCEPT OBS-INF
              IF OBS-INF EQUAL SPACES
                 MOVE "MARCA RETIRADA NA RECEPCAO" TO OBS-INF
              END-IF
              MOVE ARQUIVO-INF TO ARQUIVO-LIB-DEV
              MOVE CHAVE-INF   TO CHAVE-LIB-DEV
              MOVE OBS-INF     TO OBS-LIB-DEV
              MOVE SIGNON-ID   TO OPERADOR-LIB-DEV
              MOVE "EX01DEV "  TO PROGRAMA-LIB-DEV
              PERFORM LIBERA-DEVCOR
              IF PENDENTE-LIB-DEV EQUAL "S"
                 DISPLAY "MARCA RETIRADA - O ENDERECO VOLTA A "
                         "RECEBER CARTAS."
              ELSE
                 DISPLAY "ESTA CHAVE NAO TEM DEVOLUCAO PENDENTE."
              END-IF
           END-IF.

      *HISTORICO DA CHAVE NO DEVCOR, NA ORDEM DE GRAVACAO, E A
      *SITUACAO ATUAL (A DO ULTIMO REGISTRO).
       CONSULTA-CHAVE.
           PERFORM PEDE-CHAVE.
           IF CHAVE-OK EQUAL "S"
              MOVE ZEROES TO CT-HISTORICO
              MOVE "N"    TO SITUACAO-CHAVE
              MOVE "NAO"  TO FIM-DEVCOR
              OPEN INPUT DEVCOR
              IF FS-DEVCOR EQUAL "00"
                 PERFORM LER-HISTORICO UNTIL FIM-DEVCOR EQUAL "SIM"
                 CLOSE DEVCOR
              END-IF
              IF CT-HISTORICO EQUAL ZEROES
                 DISPLAY "NENHUMA DEVOLUCAO REGISTRADA PARA "
                         ARQUIVO-INF " " CHAVE-INF "."
              ELSE
                 IF SITUACAO-CHAVE EQUAL "S"
                    DISPLAY "SITUACAO: ENDERECO MARCADO - CARTAS "
                            "RETIDAS."
                 ELSE
                    DISPLAY "SITUACAO: LIBERADO."
                 END-IF
              END-IF
           END-IF.

       LER-HISTORICO.
           READ DEVCOR AT END MOVE "SIM" TO FIM-DEVCOR.
           IF FIM-DEVCOR NOT EQUAL "SIM"
              IF ARQUIVO-DEV EQUAL ARQUIVO-INF AND
                 CHAVE-DEV EQUAL CHAVE-INF
                 ADD 1 TO CT-HISTORICO
                 PERFORM MOSTRA-HISTORICO
              END-IF
           END-IF.

       MOSTRA-HISTORICO.
           IF DEV-DEVOLUCAO
              MOVE "S" TO SITUACAO-CHAVE
              MOVE MOTIVO-DEV TO MOTIVO-CODIGO-DEV
              PERFORM DESCREVE-MOTIVO-DEV
              DISPLAY DATA-DEV " DEVOLUCAO  " MOTIVO-DESCR-DEV " "
                      OBS-DEV " " OPERADOR-DEV
           ELSE
              MOVE "N" TO SITUACAO-CHAVE
              DISPLAY DATA-DEV " LIBERACAO  " PROGRAMA-DEV " "
                      OBS-DEV " " OPERADOR-DEV
           END-IF.

       COPY DEVCORPD.

       COPY OPERPD.
