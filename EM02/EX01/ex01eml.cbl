       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01EML.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    REGISTRO DA ADESAO AO ENVIO POR E-MAIL, PARA USO
      *            DA RECEPCAO. COM A AUTORIZACAO ASSINADA EM MAOS,
      *            A OPCAO 1 GRAVA A ADESAO NO EMLADE.DAT (VER
      *            EMLADEFD) PELO CADASTRO DE ORIGEM E PELA CHAVE
      *            NELE (SOC SOCIO, ANT CONTA CC, CLI CPF, ALU
      *            MATRICULA), COM O ENDERECO CONFIRMADO PELO
      *            DESTINATARIO. A PARTIR DAI AS RODADAS DE CARTAS,
      *            RECIBOS E EXTRATOS (EX01CAR, EX01PAG, EX01STM,
      *            EX02STM, EX05ATR, EX05OFE) GRAVAM A MENSAGEM NA
      *            CAIXA DE SAIDA (EMLSAIFD) NO LUGAR DA FOLHA, USANDO
      *            O ENDERECO DO CADASTRO - QUE DEVE SER O MESMO
      *            CONFIRMADO AQUI. QUANDO O GATEWAY RECUSA O
      *            ENDERECO O EMLENV REGISTRA A DEVOLUCAO E A CHAVE
      *            VOLTA AO PAPEL ATE O ENDERECO SER CORRIGIDO NO
      *            CADASTRO OU A ADESAO SER REGISTRADA DE NOVO. A
      *            OPCAO 2 CANCELA A ADESAO E A OPCAO 3 MOSTRA O
      *            HISTORICO DE UMA CHAVE. O PROGRAMA GRAVA NO
      *            EMLADE.DAT DO DIRETORIO ONDE E EXECUTADO - O DO
      *            SISTEMA DONO DO CADASTRO. SIGN-ON COMUM (OPERPD):
      *            ADESAO E CANCELAMENTO EXIGEM P02-ALT; CONSULTAR
      *            EXIGE P02-CON.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY EMLADESL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY EMLADEFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY EMLADEWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77  OPCAO          PIC X(01) VALUE SPACES.
       77  CONFIRMA       PIC X(01) VALUE SPACES.
       77  CHAVE-OK       PIC X(01) VALUE "N".
       77  ARQUIVO-INF    PIC X(03) VALUE SPACES.
           88 ARQUIVO-INF-OK VALUE "SOC" "ANT" "CLI" "ALU".
       77  CHAVE-INF      PIC 9(11) VALUE ZEROES.
       77  EMAIL-INF      PIC X(40) VALUE SPACES.
       77  OBS-INF        PIC X(30) VALUE SPACES.
       77  EVENTO-INF     PIC X(01) VALUE SPACES.
       77  CT-HISTORICO   PIC 9(05) VALUE ZEROES.
       77  SITUACAO-CHAVE PIC X(01) VALUE "N".
       77  EMAIL-RECUSADO PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           MOVE "EX01EML " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           PERFORM MENU-PRINCIPAL UNTIL OPCAO EQUAL "4".
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY "ENVIO POR E-MAIL - 1 REGISTRAR ADESAO, "
                   "2 CANCELAR, 3 CONSULTAR, 4 SAIR: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
              WHEN "1"
                 IF P02-ALT-SES EQUAL "S"
                    PERFORM REGISTRA-ADESAO
                 ELSE
                    MOVE "ADESAO EMAIL NEGADA - SEM PERM"
                         TO MOTIVO-NEGADO
                    PERFORM NEGA-ACAO
                 END-IF
              WHEN "2"
                 IF P02-ALT-SES EQUAL "S"
                    PERFORM CANCELA-ADESAO
                 ELSE
                    MOVE "CANCELA EMAIL NEGADO - SEM PER"
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
      *ALINHADA A DIREITA NOS 11 DIGITOS DO EMLADE, QUALQUER QUE
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

      *O ENDERECO CONFIRMADO PELO DESTINATARIO PASSA PELA MESMA
      *CONFERENCIA DE FORMATO QUE AS RODADAS FAZEM NO CADASTRO.
       REGISTRA-ADESAO.
           PERFORM PEDE-CHAVE.
           IF CHAVE-OK EQUAL "S"
              DISPLAY "E-MAIL CONFIRMADO NA AUTORIZACAO.........: "
              MOVE SPACES TO EMAIL-INF
              ACCEPT EMAIL-INF
              MOVE EMAIL-INF TO EMAIL-VALIDA
              PERFORM VALIDA-FORMATO-EMAIL
              IF EMAIL-FORMATO-OK EQUAL "S"
                 DISPLAY "OBSERVACAO (OPCIONAL)....................: "
                 MOVE SPACES TO OBS-INF
                 ACCEPT OBS-INF
                 DISPLAY "CONFIRMA A ADESAO DE " ARQUIVO-INF " "
                         CHAVE-INF " (S/N)? "
                 ACCEPT CONFIRMA
                 IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                    MOVE "A" TO EVENTO-INF
                    PERFORM GRAVA-EVENTO
                    DISPLAY "ADESAO REGISTRADA - CONFIRA SE O MESMO "
                            "E-MAIL ESTA NO CADASTRO."
                 ELSE
                    DISPLAY "REGISTRO CANCELADO."
                 END-IF
              ELSE
                 DISPLAY "E-MAIL INVALIDO - NADA FOI REGISTRADO."
              END-IF
           END-IF.

       CANCELA-ADESAO.
           PERFORM PEDE-CHAVE.
           IF CHAVE-OK EQUAL "S"
              DISPLAY "OBSERVACAO (OPCIONAL)....................: "
              MOVE SPACES TO OBS-INF
              ACCEPT OBS-INF
              IF OBS-INF EQUAL SPACES
                 MOVE "CANCELADO NA RECEPCAO" TO OBS-INF
              END-IF
              DISPLAY "CONFIRMA O CANCELAMENTO DE " ARQUIVO-INF " "
                      CHAVE-INF " (S/N)? "
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 MOVE SPACES TO EMAIL-INF
                 MOVE "C" TO EVENTO-INF
                 PERFORM GRAVA-EVENTO
                 DISPLAY "ADESAO CANCELADA - A CORRESPONDENCIA VOLTA "
                         "AO PAPEL."
              ELSE
                 DISPLAY "CANCELAMENTO NAO REGISTRADO."
              END-IF
           END-IF.

       GRAVA-EVENTO.
           OPEN EXTEND EMLADE.
           IF FS-EMLADE NOT EQUAL "00"
              OPEN OUTPUT EMLADE
           END-IF.
           MOVE SPACES      TO REG-EMLADE.
           MOVE ARQUIVO-INF TO ARQUIVO-ADE.
           MOVE CHAVE-INF   TO CHAVE-ADE.
           MOVE EVENTO-INF  TO EVENTO-ADE.
           MOVE EMAIL-INF   TO EMAIL-ADE.
           ACCEPT DATA-ADE FROM DATE YYYYMMDD.
           ACCEPT HORA-ADE FROM TIME.
           MOVE OBS-INF     TO OBS-ADE.
           MOVE SIGNON-ID   TO OPERADOR-ADE.
           MOVE "EX01EML "  TO PROGRAMA-ADE.
           WRITE REG-EMLADE.
           CLOSE EMLADE.

      *HISTORICO DA CHAVE NO EMLADE, NA ORDEM DE GRAVACAO, E A
      *SITUACAO ATUAL, APURADA COMO NA CONSULTA DAS RODADAS.
       CONSULTA-CHAVE.
           PERFORM PEDE-CHAVE.
           IF CHAVE-OK EQUAL "S"
              MOVE ZEROES TO CT-HISTORICO
              MOVE "N"    TO SITUACAO-CHAVE
              MOVE SPACES TO EMAIL-RECUSADO
              MOVE "NAO"  TO FIM-EMLADE
              OPEN INPUT EMLADE
              IF FS-EMLADE EQUAL "00"
                 PERFORM LER-HISTORICO UNTIL FIM-EMLADE EQUAL "SIM"
                 CLOSE EMLADE
              END-IF
              IF CT-HISTORICO EQUAL ZEROES
                 DISPLAY "NENHUMA ADESAO REGISTRADA PARA "
                         ARQUIVO-INF " " CHAVE-INF "."
              ELSE
                 PERFORM MOSTRA-SITUACAO
              END-IF
           END-IF.

       LER-HISTORICO.
           READ EMLADE AT END MOVE "SIM" TO FIM-EMLADE.
           IF FIM-EMLADE NOT EQUAL "SIM"
              IF ARQUIVO-ADE EQUAL ARQUIVO-INF AND
                 CHAVE-ADE EQUAL CHAVE-INF
                 ADD 1 TO CT-HISTORICO
                 PERFORM MOSTRA-HISTORICO
              END-IF
           END-IF.

       MOSTRA-HISTORICO.
           EVALUATE TRUE
              WHEN ADE-ADESAO
                 MOVE "S"    TO SITUACAO-CHAVE
                 MOVE SPACES TO EMAIL-RECUSADO
                 DISPLAY DATA-ADE " ADESAO     " EMAIL-ADE " "
                         OPERADOR-ADE
              WHEN ADE-CANCELAMENTO
                 MOVE "N"    TO SITUACAO-CHAVE
                 DISPLAY DATA-ADE " CANCELADA  " OBS-ADE " "
                         OPERADOR-ADE
              WHEN ADE-DEVOLUCAO
                 MOVE EMAIL-ADE TO EMAIL-RECUSADO
                 DISPLAY DATA-ADE " DEVOLVIDO  " EMAIL-ADE " "
                         OBS-ADE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       MOSTRA-SITUACAO.
           IF SITUACAO-CHAVE EQUAL "S"
              IF EMAIL-RECUSADO EQUAL SPACES
                 DISPLAY "SITUACAO: ADESAO EM VIGOR - CORRESPONDENCIA "
                         "POR E-MAIL."
              ELSE
                 DISPLAY "SITUACAO: ADESAO EM VIGOR, MAS O GATEWAY "
                         "RECUSOU " EMAIL-RECUSADO
                 DISPLAY "          - PAPEL ATE O CADASTRO TER OUTRO "
                         "E-MAIL OU NOVA ADESAO."
              END-IF
           ELSE
              DISPLAY "SITUACAO: SEM ADESAO - CORRESPONDENCIA NO "
                      "PAPEL."
           END-IF.

       COPY EMLADEPD.

       COPY OPERPD.
