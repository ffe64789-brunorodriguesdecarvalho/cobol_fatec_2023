       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01REA.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    READMISSAO DE SOCIO BAIXADO PELO EX01INA. QUANDO
      *            UM EX-SOCIO BAIXADO POR INADIMPLENCIA VOLTAVA, A
      *            SECRETARIA O REDIGITAVA NO PROG02 COMO SOCIO NOVO
      *            E A DIVIDA LEVADA PARA O ARQINAT SUMIA. AQUI O
      *            OPERADOR:
      *            - LOCALIZA O SOCIO NO ARQINAT (VER ARQINAFD) PELO
      *              NUMERO OU PELO CPF E VE A DIVIDA DA BAIXA (DATA,
      *              MESES E VALOR ATUALIZADO EM ABERTO);
      *            - REGISTRA O ACERTO NEGOCIADO: QUITACAO A VISTA
      *              (VALOR RECEBIDO) OU ACORDO DE PARCELAMENTO
      *              (GRAVADO NO ACORDOS, NO MESMO FORMATO DO
      *              EX01ACD);
      *            - COMPLETA O CADASTRO (ENDERECO, CATEGORIA,
      *              MENSALIDADE - O ARQINAT SO GUARDA NOME E CPF) E
      *              REINTEGRA O SOCIO NO MESTRE INDEXADO CADSOC1X
      *              COM O NUMERO ORIGINAL.
      *            SEM ACERTO REGISTRADO NAO HA READMISSAO: A
      *            REINTEGRACAO SO ACONTECE DEPOIS DE UM DOS DOIS
      *            ACERTOS SER INFORMADO COM VALOR E CONFIRMADO.
      *            CADA READMISSAO VAI PARA O LOG DE READMISSOES
      *            (READMLOG.DAT) COM O ACERTO E O OPERADOR, E O
      *            REGISTRO DO ARQINAT E MARCADO COMO READMITIDO
      *            (ARQINAT -> ARQINATN -> ARQINAT). NA QUITACAO A
      *            VISTA AS COMPETENCIAS AINDA ABERTAS DO SOCIO NO
      *            LIVRO MENSAL SAO BAIXADAS ("B"); NO ACORDO ELAS
      *            FICAM ABERTAS E O SOCIO VOLTA COMO ATRASADO, COM
      *            O ACORDO VIGENTE, COMO QUALQUER OUTRO ACORDO.
      *            O NUMERO JA OCUPADO NO CADSOC1X RECUSA A
      *            READMISSAO - A SECRETARIA RESOLVE NO PROG02.
      *            MESMO PROTOCOLO DE TRAVA (TRVREA.DAT) E SIGN-ON
      *            DO EX01ACD: READMITIR EXIGE P02-INC E O ACORDO
      *            EXIGE TAMBEM ACD-INC.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O SOCIO READMITIDO VOLTA AO MESTRE COM A DATA DA
      *            READMISSAO COMO DATA DE ADMISSAO (ADMISSAO-SOX, VER
      *            CADSOXFD) - O TEMPO DE CASA RECOMECA NA VOLTA.
      *15/10/2026 BRC - O CADASTRO COMPLETADO NA READMISSAO GANHOU A
      *            DATA DE NASCIMENTO (NASCIMENTO-SOX), OBRIGATORIA PARA
      *            DEPENDENTE, COM A MESMA CRITICA DO PROG02.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ARQINASL.

       SELECT ARQINATN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY CADSOXSL.

       COPY ACORDOSL.

       COPY MENSALSL.

       SELECT MENSALN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT READMLOG ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-READMLOG.

           COPY CALENDSL.

           COPY TRAVASL.

           COPY OPERSL.

           COPY EXCLOGSL.

       DATA DIVISION.

       FILE SECTION.
       COPY ARQINAFD.

       FD  ARQINATN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQINATN.DAT".
       01  REG-INATN            PIC X(77).

       COPY CADSOXFD.

       COPY ACORDOFD.

       COPY MENSALFD.

       FD  MENSALN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSALN.DAT".
       01  REG-MENSALN          PIC X(37).

       FD  READMLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "READMLOG.DAT".
       01  REG-READM.
           02 NUMERO-SOCIO-REA  PIC 9(06).
           02 NOME-SOCIO-REA    PIC X(30).
           02 CPF-SOCIO-REA     PIC 9(11).
           02 DATA-BAIXA-REA    PIC 9(08).
           02 VALOR-BAIXADO-REA PIC 9(09)V9(02).
           02 TIPO-ACERTO-REA   PIC X(01).
              88 ACERTO-A-VISTA  VALUE "Q".
              88 ACERTO-ACORDO   VALUE "A".
           02 VALOR-ACERTO-REA  PIC 9(09)V9(02).
           02 PARCELAS-REA      PIC 9(02).
           02 VALOR-PARCELA-REA PIC 9(09)V9(02).
           02 DATA-READM-REA    PIC 9(08).
           02 HORA-READM-REA    PIC 9(08).
           02 OPERADOR-REA      PIC X(08).

       COPY CALENDFD.

       COPY TRAVAFD.

       COPY OPERFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY ARQINAWS.
       COPY CADSOXWS.
       COPY ACORDOWS.
       COPY MENSALWS.
       COPY CALENDWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       77  FS-READMLOG    PIC X(02) VALUE "00".
       77  OPCAO          PIC X(01) VALUE SPACES.
       77  TIPO-BUSCA     PIC X(01) VALUE SPACES.
       77  CONFIRMA       PIC X(01) VALUE SPACES.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  ACHOU          PIC X(03) VALUE "NAO".
       77  ACERTO-OK      PIC X(01) VALUE "N".
       77  CADASTRO-OK    PIC X(01) VALUE "N".
       77  SOCIO-INF      PIC 9(06) VALUE ZEROES.
       77  CPF-INF        PIC 9(11) VALUE ZEROES.
       77  TIPO-ACERTO    PIC X(01) VALUE SPACES.
       77  VALOR-QUIT-INF PIC 9(09)V9(02) VALUE ZEROES.
       77  PARCELAS-INF   PIC 9(02) VALUE ZEROES.
       77  VALOR-INF      PIC 9(09)V9(02) VALUE ZEROES.
       77  VENCTO-INF     PIC 9(08) VALUE ZEROES.
       77  VALOR-ACERTO   PIC 9(09)V9(02) VALUE ZEROES.
       77  ENDERECO-INF   PIC X(40) VALUE SPACES.
       77  CIDADE-INF     PIC X(20) VALUE SPACES.
       77  UF-INF         PIC X(02) VALUE SPACES.
       77  CEP-INF        PIC 9(08) VALUE ZEROES.
       77  EMAIL-INF      PIC X(40) VALUE SPACES.
       77  CATEGORIA-INF  PIC X(01) VALUE SPACES.
       77  TITULAR-INF    PIC 9(06) VALUE ZEROES.
       77  NASCIMENTO-INF PIC 9(08) VALUE ZEROES.
       77  MENSAL-INF     PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-BAIXADAS    PIC 9(03) VALUE ZEROES.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROES.
       77  HORA-HOJE      PIC 9(08) VALUE ZEROES.
       77  VALOR-EDT      PIC ZZZ.ZZZ.ZZ9,99.

      *O REGISTRO DO ARQINAT LOCALIZADO, GUARDADO PARA A
      *REINTEGRACAO E PARA A MARCACAO DE READMITIDO.
       01  INAT-ALVO.
           02 NUMERO-ALVO       PIC 9(06).
           02 NOME-ALVO         PIC X(30).
           02 CPF-ALVO          PIC 9(11).
           02 MESES-ALVO        PIC 9(02).
           02 VALOR-ALVO        PIC 9(09)V9(02).
           02 DATA-BAIXA-ALVO   PIC 9(08).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM VERIFICA-TRAVA-BATCH.
           MOVE "EX01REA " TO PROGRAMA-SIGNON.
           PERFORM EFETUA-SIGNON.
           MOVE "TRVREA.DAT" TO NOME-TRAVA-SES.
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           PERFORM CARREGA-CALENDARIO.
           PERFORM ABRE-CADSOC1X.
           PERFORM MENU-PRINCIPAL UNTIL OPCAO EQUAL "3".
           CLOSE CADSOC1X.
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.

      *ABRE O MESTRE INDEXADO EM I-O; AINDA INEXISTENTE (FILE
      *STATUS 35), E CRIADO VAZIO E REABERTO - MESMO PADRAO DO
      *PROG02 E DO EX01APR.
       ABRE-CADSOC1X.
           OPEN I-O CADSOC1X.
           IF FS-CADSOC1X EQUAL "35"
              OPEN OUTPUT CADSOC1X
              CLOSE CADSOC1X
              OPEN I-O CADSOC1X
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY "READMISSAO DE SOCIO BAIXADO - 1 CONSULTAR, "
                   "2 READMITIR, 3 SAIR: ".
           ACCEPT OPCAO.
           IF OPCAO EQUAL "1"
              PERFORM CONSULTA-INATIVO
           ELSE
              IF OPCAO EQUAL "2"
                 IF P02-INC-SES EQUAL "S"
                    PERFORM READMITE-SOCIO
                 ELSE
                    MOVE "READMISSAO NEGADA - SEM PERMIS"
                         TO MOTIVO-NEGADO
                    PERFORM NEGA-ACAO
                 END-IF
              ELSE
                 IF OPCAO NOT EQUAL "3"
                    DISPLAY "OPCAO INVALIDA."
                 END-IF
              END-IF
           END-IF.

      *ACAO NEGADA: AVISA O OPERADOR E REGISTRA NO EXCLOG COMUM.
       NEGA-ACAO.
           DISPLAY "ACAO NAO PERMITIDA PARA O OPERADOR.".
           PERFORM REGISTRA-ACESSO-NEGADO.

       CONSULTA-INATIVO.
           PERFORM PEDE-LOCALIZACAO.
           IF ACHOU EQUAL "SIM"
              PERFORM MOSTRA-DIVIDA
           END-IF.

      *LOCALIZA NO ARQINAT, PELO NUMERO OU PELO CPF, O REGISTRO
      *AINDA BAIXADO (NAO READMITIDO) DO SOCIO.
       PEDE-LOCALIZACAO.
           MOVE ZEROES TO SOCIO-INF CPF-INF.
           DISPLAY "LOCALIZAR POR 1 NUMERO DO SOCIO, 2 CPF........: ".
           ACCEPT TIPO-BUSCA.
           IF TIPO-BUSCA EQUAL "2"
              DISPLAY "CPF.....................................: "
              ACCEPT CPF-INF
           ELSE
              DISPLAY "NUMERO DO SOCIO.........................: "
              ACCEPT SOCIO-INF
           END-IF.
           PERFORM LOCALIZA-INATIVO.
           IF ACHOU NOT EQUAL "SIM"
              DISPLAY "SOCIO NAO ENCONTRADO ENTRE OS BAIXADOS DO "
                      "ARQINAT (OU JA READMITIDO)."
           END-IF.

       LOCALIZA-INATIVO.
           MOVE "NAO" TO ACHOU FIM-ARQ.
           OPEN INPUT ARQINAT.
           IF FS-ARQINAT NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              PERFORM LER-ARQINAT UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU EQUAL "SIM"
              CLOSE ARQINAT
           END-IF.

       LER-ARQINAT.
           READ ARQINAT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF INAT-BAIXADO
                 IF (TIPO-BUSCA EQUAL "2" AND
                     CPF-SOCIO-INA EQUAL CPF-INF) OR
                    (TIPO-BUSCA NOT EQUAL "2" AND
                     NUMERO-SOCIO-INA EQUAL SOCIO-INF)
                    MOVE "SIM" TO ACHOU
                    MOVE NUMERO-SOCIO-INA TO NUMERO-ALVO
                    MOVE NOME-SOCIO-INA   TO NOME-ALVO
                    MOVE CPF-SOCIO-INA    TO CPF-ALVO
                    MOVE MESES-ATRASO-INA TO MESES-ALVO
                    MOVE VALOR-ABERTO-INA TO VALOR-ALVO
                    MOVE DATA-BAIXA-INA   TO DATA-BAIXA-ALVO
                 END-IF
              END-IF
           END-IF.

       MOSTRA-DIVIDA.
           MOVE VALOR-ALVO TO VALOR-EDT.
           DISPLAY "SOCIO..........: " NUMERO-ALVO " " NOME-ALVO.
           DISPLAY "CPF............: " CPF-ALVO.
           DISPLAY "BAIXADO EM.....: " DATA-BAIXA-ALVO
                   " COM " MESES-ALVO " MES(ES) DE ATRASO".
           DISPLAY "DIVIDA NA BAIXA: R$ " VALOR-EDT.

       READMITE-SOCIO.
           PERFORM PEDE-LOCALIZACAO.
           IF ACHOU EQUAL "SIM"
              PERFORM MOSTRA-DIVIDA
              MOVE NUMERO-ALVO TO NUMERO-SOX
              READ CADSOC1X
                 INVALID KEY MOVE "NAO" TO ACHOU
                 NOT INVALID KEY MOVE "SIM" TO ACHOU
              END-READ
              IF ACHOU EQUAL "SIM"
                 DISPLAY "NUMERO " NUMERO-ALVO " JA ESTA EM USO NO "
                         "MESTRE DE SOCIOS - READMISSAO RECUSADA."
              ELSE
                 PERFORM REGISTRA-ACERTO
                 IF ACERTO-OK NOT EQUAL "S"
                    DISPLAY "READMISSAO NAO EFETUADA - SEM ACERTO DA "
                            "DIVIDA REGISTRADO."
                 ELSE
                    PERFORM COMPLETA-CADASTRO
                    IF CADASTRO-OK EQUAL "S"
                       PERFORM CONFIRMA-READMISSAO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *ACERTO DA DIVIDA: QUITACAO A VISTA OU ACORDO. QUALQUER OUTRA
      *RESPOSTA, OU VALOR ZERADO, DEIXA ACERTO-OK EM "N" E A
      *READMISSAO NAO PROSSEGUE.
       REGISTRA-ACERTO.
           MOVE "N" TO ACERTO-OK.
           MOVE ZEROES TO VALOR-QUIT-INF PARCELAS-INF VALOR-INF
                          VENCTO-INF VALOR-ACERTO.
           DISPLAY "ACERTO - 1 QUITACAO A VISTA, 2 ACORDO DE "
                   "PARCELAMENTO, 3 DESISTIR: ".
           ACCEPT TIPO-ACERTO.
           IF TIPO-ACERTO EQUAL "1"
              DISPLAY "VALOR RECEBIDO NA QUITACAO..............: "
              ACCEPT VALOR-QUIT-INF
              IF VALOR-QUIT-INF EQUAL ZEROES
                 DISPLAY "VALOR RECEBIDO PRECISA SER MAIOR QUE ZERO."
              ELSE
                 MOVE VALOR-QUIT-INF TO VALOR-ACERTO
                 MOVE "S" TO ACERTO-OK
              END-IF
           ELSE
              IF TIPO-ACERTO EQUAL "2"
                 IF ACD-INC-SES EQUAL "S"
                    PERFORM PEDE-ACORDO
                 ELSE
                    MOVE "ACORDO NEGADO - SEM PERMISSAO"
                         TO MOTIVO-NEGADO
                    PERFORM NEGA-ACAO
                 END-IF
              END-IF
           END-IF.

       PEDE-ACORDO.
           DISPLAY "QUANTIDADE DE PARCELAS..................: ".
           ACCEPT PARCELAS-INF.
           DISPLAY "VALOR DA PARCELA........................: ".
           ACCEPT VALOR-INF.
           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD)..........: ".
           ACCEPT VENCTO-INF.
           PERFORM AJUSTA-DIA-UTIL.
           IF PARCELAS-INF EQUAL ZEROES OR VALOR-INF EQUAL ZEROES
              DISPLAY "PARCELAS E VALOR PRECISAM SER MAIORES QUE ZERO."
           ELSE
              COMPUTE VALOR-ACERTO = PARCELAS-INF * VALOR-INF
              MOVE "S" TO ACERTO-OK
           END-IF.

      *VENCIMENTO EM DIA NAO UTIL E AJUSTADO PARA O PROXIMO DIA
      *UTIL, COM AVISO - MESMO TRATAMENTO DO EX01ACD.
       AJUSTA-DIA-UTIL.
           MOVE VENCTO-INF TO DATA-UTIL-CAL.
           PERFORM PROXIMO-DIA-UTIL.
           IF DATA-UTIL-CAL NOT EQUAL VENCTO-INF
              DISPLAY "VENCIMENTO " VENCTO-INF " NAO E DIA UTIL - "
                      "AJUSTADO PARA " DATA-UTIL-CAL "."
              MOVE DATA-UTIL-CAL TO VENCTO-INF
           END-IF.

      *O ARQINAT SO GUARDA NOME E CPF: O RESTO DO CADASTRO E
      *INFORMADO DE NOVO, COM AS MESMAS CRITICAS DO PROG02.
       COMPLETA-CADASTRO.
           MOVE "N" TO CADASTRO-OK.
           DISPLAY "ENDERECO................................: ".
           ACCEPT ENDERECO-INF.
           DISPLAY "CIDADE..................................: ".
           ACCEPT CIDADE-INF.
           DISPLAY "UF......................................: ".
           ACCEPT UF-INF.
           DISPLAY "CEP.....................................: ".
           ACCEPT CEP-INF.
           DISPLAY "E-MAIL..................................: ".
           ACCEPT EMAIL-INF.
           DISPLAY "CATEGORIA (T/D/E/R OU BRANCO)...........: ".
           ACCEPT CATEGORIA-INF.
           MOVE ZEROES TO TITULAR-INF.
           IF CATEGORIA-INF EQUAL "D"
              DISPLAY "NUMERO DO TITULAR.......................: "
              ACCEPT TITULAR-INF
           END-IF.
           DISPLAY "NASCIMENTO (AAAAMMDD - ZERO SE NAO HA)..: ".
           ACCEPT NASCIMENTO-INF.
           DISPLAY "VALOR DA MENSALIDADE....................: ".
           ACCEPT MENSAL-INF.
           IF CATEGORIA-INF NOT EQUAL SPACES AND
              CATEGORIA-INF NOT EQUAL "T" AND
              CATEGORIA-INF NOT EQUAL "D" AND
              CATEGORIA-INF NOT EQUAL "E" AND
              CATEGORIA-INF NOT EQUAL "R"
              DISPLAY "CATEGORIA INVALIDA (T/D/E/R OU BRANCO)."
           ELSE
              IF CATEGORIA-INF EQUAL "D" AND
                 TITULAR-INF EQUAL ZEROES
                 DISPLAY "DEPENDENTE EXIGE O NUMERO DO TITULAR."
              ELSE
                 PERFORM CRITICA-NASCIMENTO
              END-IF
           END-IF.
           IF CADASTRO-OK NOT EQUAL "S"
              DISPLAY "READMISSAO NAO EFETUADA - CADASTRO INVALIDO."
           END-IF.

      *DATA DE NASCIMENTO: OBRIGATORIA PARA DEPENDENTE, COMO NO
      *PROG02; INFORMADA, PRECISA SER DATA VALIDA E NAO FUTURA.
       CRITICA-NASCIMENTO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           IF CATEGORIA-INF EQUAL "D" AND
              NASCIMENTO-INF EQUAL ZEROES
              DISPLAY "DEPENDENTE EXIGE A DATA DE NASCIMENTO."
           ELSE
              IF NASCIMENTO-INF NOT EQUAL ZEROES AND
                 (NASCIMENTO-INF(5:2) LESS THAN "01" OR
                  NASCIMENTO-INF(5:2) GREATER THAN "12" OR
                  NASCIMENTO-INF(7:2) LESS THAN "01" OR
                  NASCIMENTO-INF(7:2) GREATER THAN "31" OR
                  NASCIMENTO-INF GREATER THAN DATA-HOJE)
                 DISPLAY "DATA DE NASCIMENTO INVALIDA (AAAAMMDD)."
              ELSE
                 MOVE "S" TO CADASTRO-OK
              END-IF
           END-IF.

       CONFIRMA-READMISSAO.
           MOVE VALOR-ACERTO TO VALOR-EDT.
           IF TIPO-ACERTO EQUAL "1"
              DISPLAY "ACERTO: QUITACAO A VISTA DE R$ " VALOR-EDT
           ELSE
              DISPLAY "ACERTO: ACORDO DE " PARCELAS-INF
                      " PARCELAS, TOTAL R$ " VALOR-EDT
           END-IF.
           DISPLAY "CONFIRMA A READMISSAO DO SOCIO " NUMERO-ALVO
                   " (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
              PERFORM REINTEGRA-SOCIO
           ELSE
              DISPLAY "READMISSAO CANCELADA - NADA FOI GRAVADO."
           END-IF.

      *NA QUITACAO A VISTA O SOCIO VOLTA EM DIA; NO ACORDO VOLTA
      *ATRASADO COM OS MESES DA BAIXA, E O ACORDO VIGENTE O TIRA DA
      *COBRANCA NORMAL (EX01/EX01CAR), COMO EM QUALQUER ACORDO.
       REINTEGRA-SOCIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-HOJE FROM TIME.
           MOVE NUMERO-ALVO   TO NUMERO-SOX.
           MOVE NOME-ALVO     TO NOME-SOX.
           MOVE CPF-ALVO      TO CPF-SOX.
           MOVE MENSAL-INF    TO VALOR-PAGTO-SOX.
           MOVE ZEROES        TO SALDO-DEVEDOR-SOX.
           MOVE ENDERECO-INF  TO ENDERECO-SOX.
           MOVE CIDADE-INF    TO CIDADE-SOX.
           MOVE UF-INF        TO UF-SOX.
           MOVE CEP-INF       TO CEP-SOX.
           MOVE EMAIL-INF     TO EMAIL-SOX.
           MOVE CATEGORIA-INF TO CATEGORIA-SOX.
           MOVE TITULAR-INF   TO TITULAR-SOX.
           MOVE DATA-HOJE     TO ADMISSAO-SOX.
           MOVE NASCIMENTO-INF TO NASCIMENTO-SOX.
           IF TIPO-ACERTO EQUAL "1"
              MOVE 01     TO CODIGO-PAGTO-SOX
              MOVE ZEROES TO MESES-ATRASO-SOX
           ELSE
              MOVE 02         TO CODIGO-PAGTO-SOX
              MOVE MESES-ALVO TO MESES-ATRASO-SOX
           END-IF.
           WRITE CAD-SOX
              INVALID KEY
                 DISPLAY "NUMERO " NUMERO-ALVO " JA ESTA EM USO NO "
                         "MESTRE DE SOCIOS - READMISSAO RECUSADA."
              NOT INVALID KEY
                 IF TIPO-ACERTO EQUAL "2"
                    PERFORM GRAVA-ACORDO
                 ELSE
                    PERFORM BAIXA-MENSAL
                 END-IF
                 PERFORM GRAVA-READMLOG
                 PERFORM MARCA-READMITIDO
                 DISPLAY "SOCIO " NUMERO-ALVO " READMITIDO NO "
                         "MESTRE DE SOCIOS."
           END-WRITE.

       GRAVA-ACORDO.
           OPEN EXTEND ACORDOS.
           IF FS-ACORDOS NOT EQUAL "00"
              OPEN OUTPUT ACORDOS
           END-IF.
           MOVE NUMERO-ALVO  TO NUMERO-SOCIO-ACD.
           MOVE PARCELAS-INF TO QTD-PARCELAS-ACD.
           MOVE VALOR-INF    TO VALOR-PARCELA-ACD.
           MOVE VENCTO-INF   TO VENCIMENTO-ACD.
           MOVE "A"          TO SITUACAO-ACD.
           WRITE REG-ACORDO.
           CLOSE ACORDOS.
           DISPLAY "ACORDO ABERTO PARA O SOCIO " NUMERO-ALVO ".".

      *QUITACAO A VISTA: AS COMPETENCIAS QUE O SOCIO AINDA TINHA
      *ABERTAS NO LIVRO MENSAL SAO BAIXADAS ("B"), SENAO O EX01MES
      *O DEVOLVERIA A ATRASADO NA VIRADA SEGUINTE. SEM O LIVRO NAO
      *HA O QUE BAIXAR.
       BAIXA-MENSAL.
           MOVE ZEROES TO CT-BAIXADAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSAL.
           IF FS-MENSAL EQUAL "00"
              OPEN OUTPUT MENSALN
              PERFORM COPIA-OU-BAIXA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MENSAL MENSALN
              PERFORM SUBSTITUI-MENSAL
              DISPLAY CT-BAIXADAS " COMPETENCIA(S) ABERTA(S) DO "
                      "SOCIO BAIXADA(S) NO LIVRO MENSAL."
           END-IF.

       COPIA-OU-BAIXA.
           READ MENSAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-SOCIO-MEN EQUAL NUMERO-ALVO AND MENSAL-ABERTA
                 MOVE "B" TO SITUACAO-MEN
                 ADD 1 TO CT-BAIXADAS
              END-IF
              WRITE REG-MENSALN FROM REG-MENSAL
           END-IF.

       SUBSTITUI-MENSAL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  MENSALN
                OUTPUT MENSAL.
           PERFORM COPIA-MENSALN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE MENSALN MENSAL.

       COPIA-MENSALN.
           READ MENSALN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-MENSAL FROM REG-MENSALN
           END-IF.

       GRAVA-READMLOG.
           OPEN EXTEND READMLOG.
           IF FS-READMLOG NOT EQUAL "00"
              OPEN OUTPUT READMLOG
           END-IF.
           MOVE NUMERO-ALVO     TO NUMERO-SOCIO-REA.
           MOVE NOME-ALVO       TO NOME-SOCIO-REA.
           MOVE CPF-ALVO        TO CPF-SOCIO-REA.
           MOVE DATA-BAIXA-ALVO TO DATA-BAIXA-REA.
           MOVE VALOR-ALVO      TO VALOR-BAIXADO-REA.
           IF TIPO-ACERTO EQUAL "1"
              MOVE "Q" TO TIPO-ACERTO-REA
           ELSE
              MOVE "A" TO TIPO-ACERTO-REA
           END-IF.
           MOVE VALOR-ACERTO    TO VALOR-ACERTO-REA.
           MOVE PARCELAS-INF    TO PARCELAS-REA.
           MOVE VALOR-INF       TO VALOR-PARCELA-REA.
           MOVE DATA-HOJE       TO DATA-READM-REA.
           MOVE HORA-HOJE       TO HORA-READM-REA.
           MOVE SIGNON-ID       TO OPERADOR-REA.
           WRITE REG-READM.
           CLOSE READMLOG.

      *MARCA COMO READMITIDO O REGISTRO BAIXADO DO SOCIO NO ARQINAT
      *(ARQINAT -> ARQINATN -> ARQINAT). SO O PRIMEIRO REGISTRO
      *AINDA BAIXADO DO NUMERO E MARCADO - O MESMO QUE A
      *LOCALIZACAO ACHOU.
       MARCA-READMITIDO.
           MOVE "NAO" TO FIM-ARQ ACHOU.
           OPEN INPUT  ARQINAT
                OUTPUT ARQINATN.
           PERFORM COPIA-OU-MARCA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQINAT ARQINATN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  ARQINATN
                OUTPUT ARQINAT.
           PERFORM COPIA-ARQINATN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQINATN ARQINAT.

       COPIA-OU-MARCA.
           READ ARQINAT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-SOCIO-INA EQUAL NUMERO-ALVO AND
                 INAT-BAIXADO AND ACHOU EQUAL "NAO"
                 MOVE "R"       TO SITUACAO-INA
                 MOVE DATA-HOJE TO DATA-READM-INA
                 MOVE "SIM"     TO ACHOU
              END-IF
              WRITE REG-INATN FROM REG-INAT
           END-IF.

       COPIA-ARQINATN.
           READ ARQINATN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-INAT FROM REG-INATN
           END-IF.

       COPY CALENDPD.

       COPY TRAVAPD.

       COPY OPERPD.
