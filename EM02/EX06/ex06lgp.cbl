      *              CPF, ENDERECO, E-MAIL) E NO ARQALU (NOME, CPF),
      *              MANTENDO OS CAMPOS FINANCEIROS/ACADEMICOS
      *              AGREGAVEIS;
      *            - ANONIMIZA AS CONTAS DE QUE O CPF E TITULAR NO
      *              CADANT E NA COPIA CADANTX (ENDERECO, TELEFONE,
      *              E-MAIL E CPF DO TITULAR);
      *            - GRAVA EM RELLGPD A EVIDENCIA ESCRITA QUE A LEI
      *              EXIGE, ARQUIVO POR ARQUIVO, INCLUSIVE ONDE O
      *              CPF NAO FOI ENCONTRADO.
      *            (CONTROLE DE CARTAS), RESERVAS (RESERVAS DE
      *            VIAGEM) E VISHISTA (ARQUIVO MORTO DE VISITAS) -
      *            TODOS COM EVIDENCIA PROPRIA NO RELLGPD.
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 198 POSICOES,
      *            COM A DATA DE ADMISSAO (ADMISSAO-SOCIO1) NO FIM DO
      *            CADSOC1 - VER CADSOCFD.
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 206 POSICOES, COM
      *            A DATA DE NASCIMENTO DO SOCIO, QUE TAMBEM PASSOU A
      *            SER ZERADA NA ANONIMIZACAO DO CADSOC1/CADSOC1X.
      *15/10/2026 BRC - REGISTRO DAS RESERVAS DE VIAGEM PASSOU A 57
      *            POSICOES (CODIGO DO PACOTE NO FIM - VER RESVIAFD); O
      *            EXPURGO COPIAVA SO 51 E APAGARIA O PACOTE.
      *15/10/2026 BRC - O EXPURGO PASSOU A ALCANCAR O PLANO DE
      *            PAGAMENTO DAS RESERVAS (PARCRES) E O REGISTRO DE
      *            CANCELAMENTOS COM MULTA (CANCRES), AMBOS COM CPF DO
      *            VIAJANTE, COM EVIDENCIA PROPRIA NO RELLGPD.
      *15/10/2026 BRC - O EXPURGO PASSOU A EXCLUIR O CPF DA
      *            SEGMENTACAO RFM DOS CLIENTES (SEGCLI), COM
      *            EVIDENCIA PROPRIA NO RELLGPD.
      *15/10/2026 BRC - LAYOUT DO CADCLI, DO JRNCLI E DO CADPES COM
      *            DDD, TELEFONE DE 9 DIGITOS E TIPO FIXO/CELULAR (VER
      *            EX02CV9).
      *15/10/2026 BRC - O EXPURGO PASSOU A ALCANCAR AS CONTAS
      *            DE QUE O CPF E TITULAR: CADANT (COPIA-E-SUBSTITUI) E
      *            A COPIA INDEXADA CADANTX (VARREDURA COM REWRITE), COM
      *            ENDERECO, TELEFONE E E-MAIL APAGADOS E CPF DO TITULAR
      *            ZERADO - SALDOS E MOVIMENTO DA CONTA PRESERVADOS.
      *            CADPES COM A MARCA DE CONTA (89 POSICOES).
      *15/10/2026 BRC - REG-ANT/CADANTN E A COPIA INDEXADA COM
      *            O ENDERECO DETALHADO DA CONTA NO FIM (VER EX02),
      *            TAMBEM APAGADO NO EXPURGO DAS CONTAS DO TITULAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY ARQALUSL.

       SELECT CADANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADANT.

       SELECT CADANTN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY CADANXSL.

       SELECT ARQALUN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RESERVSN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PARCRES ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PARCRES.

       SELECT PARCRESN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CANCRES ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CANCRES.

       SELECT CANCRESN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SEGCLI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SEGCLI.

       SELECT SEGCLIN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VISHISTA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-VISHISTA.
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  CADCLIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIN.DAT".
       01  REG-CADCLIN            PIC X(93).

       FD  VISHIST
           LABEL RECORD ARE STANDARD
           02 JRN-DATA       PIC 9(08).
           02 JRN-HORA       PIC 9(08).
           02 JRN-OPERACAO   PIC X(09).
           02 JRN-ANTES      PIC X(93).
           02 JRN-ANTES-R REDEFINES JRN-ANTES.
              03 ANTES-CPF     PIC 9(11).
              03 ANTES-NOME    PIC X(30).
              03 FILLER        PIC X(52).
           02 JRN-DEPOIS     PIC X(93).
           02 JRN-DEPOIS-R REDEFINES JRN-DEPOIS.
              03 DEPOIS-CPF    PIC 9(11).
              03 DEPOIS-NOME   PIC X(30).
              03 FILLER        PIC X(52).

       FD  JRNCLIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCLIN.DAT".
       01  REG-JRNCLIN            PIC X(219).

       FD  CADPES
           LABEL RECORD ARE STANDARD
       01  REG-PESSOA.
           02 CPF-PESSOA       PIC 9(11).
           02 NOME-PESSOA      PIC X(30).
           02 DDD-PESSOA       PIC 9(02).
           02 TELEFONE-PESSOA  PIC 9(09).
           02 TIPO-FONE-PESSOA PIC X(01).
           02 CIDADE-PESSOA    PIC X(30).
           02 UF-PESSOA        PIC X(02).
           02 EM-CADCLI-PESSOA PIC X(01).
           02 EM-CADSOC-PESSOA PIC X(01).
           02 EM-ARQALU-PESSOA PIC X(01).
           02 EM-CADANT-PESSOA PIC X(01).

       FD  CADPESN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPESN.DAT".
       01  REG-CADPESN            PIC X(89).

       COPY CADSOCFD.

       FD  CADSOC1N
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       01  REG-CADSOC1N           PIC X(206).

       COPY ARQALUFD.


       COPY CADSOXFD.

      *CADASTRO DE CONTAS (EX02) - O TITULAR E IDENTIFICADO PELO
      *CPF-TIT-ANT; CADANTN E O ARQUIVO DE TRABALHO DO EXPURGO.
       FD  CADANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.DAT".
       01  REG-ANT.
           02 CC-ANT          PIC 9(07).
           02 TIPO-ANT        PIC X(01).
           02 ENDER-ANT       PIC X(50).
           02 TEL-ANT         PIC X(15).
           02 EMAIL-ANT       PIC X(40).
           02 STATUS-ANT      PIC X(01).
           02 CPF-TIT-ANT     PIC 9(11).
           02 ENDER-DET-ANT   PIC X(121).

       FD  CADANTN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANTN.DAT".
       01  REG-CADANTN            PIC X(246).

       COPY CADANXFD.

      *ARQUIVO ESCOLAR POR ANO (EX05ANO) - SO OS CAMPOS DE DADOS
      *PESSOAIS SAO NOMEADOS; NOTAS/SITUACAO PASSAM NO FILLER.
       FD  ARQHIST
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01  REG-RESERVA.
           02 CPF-RES             PIC 9(11).
           02 FILLER              PIC X(46).

       FD  RESERVSN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVSN.DAT".
       01  REG-RESERVAN           PIC X(57).

      *PLANO DE PAGAMENTO DAS RESERVAS (EX02RES/EX02PGR - VER
      *PARRESFD) - PARCRESN E O ARQUIVO DE TRABALHO DOS DOIS.
       FD  PARCRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARCRES.DAT".
       01  REG-PARCELA.
           02 CPF-PCL             PIC 9(11).
           02 FILLER              PIC X(60).

       FD  PARCRESN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARCRESN.DAT".
       01  REG-PARCELAN           PIC X(71).

      *CANCELAMENTOS DE RESERVA COM MULTA (EX02RES - VER CANRESFD).
       FD  CANCRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANCRES.DAT".
       01  REG-CANCRES.
           02 CPF-CNR             PIC 9(11).
           02 FILLER              PIC X(55).

       FD  CANCRESN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANCRESN.DAT".
       01  REG-CANCRESN           PIC X(66).

      *SEGMENTACAO RFM DOS CLIENTES (EX02RFM - VER SEGCLIFD) -
      *PERFIL DE CONSUMO, SAI JUNTO COM O CLIENTE.
       FD  SEGCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SEGCLI.DAT".
       01  REG-SEGCLI.
           02 CPF-SGC             PIC 9(11).
           02 FILLER              PIC X(46).

       FD  SEGCLIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SEGCLIN.DAT".
       01  REG-SEGCLIN            PIC X(57).

      *ARQUIVO MORTO DE VISITAS (EX02VHA) - MESMO LAYOUT DO VISHIST.
       FD  VISHISTA
       COPY CADCLXWS.
       COPY CADSOCWS.
       COPY CADSOXWS.
       COPY CADANXWS.
       COPY ARQALUWS.
       COPY CTLCNTWS.
       COPY DATPRCWS.
       77  FS-CARTASCT   PIC X(02) VALUE "00".
       77  FS-RESERVAS   PIC X(02) VALUE "00".
       77  FS-VISHISTA   PIC X(02) VALUE "00".
       77  FS-PARCRES    PIC X(02) VALUE "00".
       77  FS-CANCRES    PIC X(02) VALUE "00".
       77  FS-SEGCLI     PIC X(02) VALUE "00".
       77  FS-CADANT     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CPF-INF       PIC 9(11) VALUE ZEROES.
       77  OPERADOR-INF  PIC X(08) VALUE SPACES.
           PERFORM EXPURGA-ARQALUNV.
           PERFORM EXPURGA-CARTASCT.
           PERFORM EXPURGA-RESERVAS.
           PERFORM EXPURGA-PARCRES.
           PERFORM EXPURGA-CANCRES.
           PERFORM EXPURGA-SEGCLI.
           PERFORM EXPURGA-CADANT.
           PERFORM EXPURGA-CADANTX.
           PERFORM FIM.
           STOP RUN.

              IF CPF-SOCIO1 EQUAL CPF-INF
                 MOVE "REMOVIDO LGPD" TO NOME-SOCIO1
                 MOVE ZEROES TO CPF-SOCIO1 CEP-SOCIO1
                                NASCIMENTO-SOCIO1
                 MOVE SPACES TO ENDERECO-SOCIO1 CIDADE-SOCIO1
                                UF-SOCIO1 EMAIL-SOCIO1
                 ADD 1 TO CT-OCORRENCIAS
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-SOX EQUAL CPF-INF
                 MOVE "REMOVIDO LGPD" TO NOME-SOX
                 MOVE ZEROES TO CPF-SOX CEP-SOX NASCIMENTO-SOX
                 MOVE SPACES TO ENDERECO-SOX CIDADE-SOX
                                UF-SOX EMAIL-SOX
                 REWRITE CAD-SOX
              WRITE REG-RESERVA FROM REG-RESERVAN
           END-IF.

      *PARCELAS DO PLANO DE PAGAMENTO: CPF ANONIMIZADO, VALORES E
      *SITUACOES PRESERVADOS (O A RECEBER NAO MUDA).
       EXPURGA-PARCRES.
           MOVE "PARCRES" TO ARQUIVO-REL.
           MOVE ZEROES TO QTD-REL CT-OCORRENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PARCRES.
           IF FS-PARCRES NOT EQUAL "00"
              MOVE "ARQUIVO AUSENTE" TO MENSAGEM-REL
              MOVE "00" TO FS-PARCRES
           ELSE
              OPEN OUTPUT PARCRESN
              PERFORM COPIA-PARCRES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCRES PARCRESN
              PERFORM DEVOLVE-PARCRES
              IF CT-OCORRENCIAS GREATER THAN ZEROES
                 MOVE "PARCELA(S) ANONIMIZADA(S)" TO MENSAGEM-REL
                 MOVE CT-OCORRENCIAS TO QTD-REL
              ELSE
                 MOVE "CPF NAO ENCONTRADO" TO MENSAGEM-REL
              END-IF
           END-IF.
           PERFORM GRAVA-EVIDENCIA.

       COPIA-PARCRES.
           READ PARCRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-PCL EQUAL CPF-INF
                 MOVE ZEROES TO CPF-PCL
                 ADD 1 TO CT-OCORRENCIAS
              END-IF
              WRITE REG-PARCELAN FROM REG-PARCELA
           END-IF.

       DEVOLVE-PARCRES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  PARCRESN
                OUTPUT PARCRES.
           PERFORM COPIA-PARCRESN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PARCRESN PARCRES.

       COPIA-PARCRESN.
           READ PARCRESN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-PARCELA FROM REG-PARCELAN
           END-IF.

      *REGISTRO DE CANCELAMENTOS: CPF ANONIMIZADO, ACERTOS
      *PRESERVADOS.
       EXPURGA-CANCRES.
           MOVE "CANCRES" TO ARQUIVO-REL.
           MOVE ZEROES TO QTD-REL CT-OCORRENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CANCRES.
           IF FS-CANCRES NOT EQUAL "00"
              MOVE "ARQUIVO AUSENTE" TO MENSAGEM-REL
              MOVE "00" TO FS-CANCRES
           ELSE
              OPEN OUTPUT CANCRESN
              PERFORM COPIA-CANCRES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CANCRES CANCRESN
              PERFORM DEVOLVE-CANCRES
              IF CT-OCORRENCIAS GREATER THAN ZEROES
                 MOVE "CANCELAMENTO(S) ANONIMIZADO(S)" TO MENSAGEM-REL
                 MOVE CT-OCORRENCIAS TO QTD-REL
              ELSE
                 MOVE "CPF NAO ENCONTRADO" TO MENSAGEM-REL
              END-IF
           END-IF.
           PERFORM GRAVA-EVIDENCIA.

       COPIA-CANCRES.
           READ CANCRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-CNR EQUAL CPF-INF
                 MOVE ZEROES TO CPF-CNR
                 ADD 1 TO CT-OCORRENCIAS
              END-IF
              WRITE REG-CANCRESN FROM REG-CANCRES
           END-IF.

       DEVOLVE-CANCRES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CANCRESN
                OUTPUT CANCRES.
           PERFORM COPIA-CANCRESN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CANCRESN CANCRES.

       COPIA-CANCRESN.
           READ CANCRESN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-CANCRES FROM REG-CANCRESN
           END-IF.

      *SEGMENTACAO RFM: O REGISTRO DO CPF E EXCLUIDO - SEGMENTO DE
      *CPF ANONIMIZADO NAO SERVE A NINGUEM E O EX02RFM REFAZ O
      *ARQUIVO INTEIRO A CADA RODADA.
       EXPURGA-SEGCLI.
           MOVE "SEGCLI" TO ARQUIVO-REL.
           MOVE ZEROES TO QTD-REL CT-OCORRENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT SEGCLI.
           IF FS-SEGCLI NOT EQUAL "00"
              MOVE "ARQUIVO AUSENTE" TO MENSAGEM-REL
              MOVE "00" TO FS-SEGCLI
           ELSE
              OPEN OUTPUT SEGCLIN
              PERFORM COPIA-SEGCLI UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE SEGCLI SEGCLIN
              PERFORM DEVOLVE-SEGCLI
              IF CT-OCORRENCIAS GREATER THAN ZEROES
                 MOVE "REGISTRO(S) EXCLUIDO(S)" TO MENSAGEM-REL
                 MOVE CT-OCORRENCIAS TO QTD-REL
              ELSE
                 MOVE "CPF NAO ENCONTRADO" TO MENSAGEM-REL
              END-IF
           END-IF.
           PERFORM GRAVA-EVIDENCIA.

       COPIA-SEGCLI.
           READ SEGCLI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-SGC EQUAL CPF-INF
                 ADD 1 TO CT-OCORRENCIAS
              ELSE
                 WRITE REG-SEGCLIN FROM REG-SEGCLI
              END-IF
           END-IF.

       DEVOLVE-SEGCLI.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  SEGCLIN
                OUTPUT SEGCLI.
           PERFORM COPIA-SEGCLIN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE SEGCLIN SEGCLI.

       COPIA-SEGCLIN.
           READ SEGCLIN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-SEGCLI FROM REG-SEGCLIN
           END-IF.

      *ARQUIVO MORTO DE VISITAS (EX02VHA): MESMO TRATAMENTO DO
      *VISHIST VIVO - EXPURGO DEPOIS DA RETENCAO NAO PODE DEIXAR O
      *CPF NAS VISITAS ARQUIVADAS.
              WRITE REG-VISHISTA FROM REG-VISHSTAN
           END-IF.

      *CADASTRO DE CONTAS: A CONTA CONTINUA EXISTINDO (SALDO E
      *MOVIMENTO SAO DO BANCO), SO OS DADOS DO TITULAR SAEM. CPF
      *DO TITULAR EM BRANCO (LAYOUT ANTIGO) NAO E COMPARADO.
       EXPURGA-CADANT.
           MOVE "CADANT" TO ARQUIVO-REL.
           MOVE ZEROES TO QTD-REL CT-OCORRENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADANT.
           IF FS-CADANT NOT EQUAL "00"
              MOVE "ARQUIVO AUSENTE" TO MENSAGEM-REL
              MOVE "00" TO FS-CADANT
           ELSE
              OPEN OUTPUT CADANTN
              PERFORM COPIA-CADANT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADANT CADANTN
              PERFORM DEVOLVE-CADANT
              IF CT-OCORRENCIAS GREATER THAN ZEROES
                 MOVE "CONTA(S) ANONIMIZADA(S)" TO MENSAGEM-REL
                 MOVE CT-OCORRENCIAS TO QTD-REL
              ELSE
                 MOVE "CPF NAO ENCONTRADO" TO MENSAGEM-REL
              END-IF
           END-IF.
           PERFORM GRAVA-EVIDENCIA.

       COPIA-CADANT.
           READ CADANT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-TIT-ANT NUMERIC
                 IF CPF-TIT-ANT EQUAL CPF-INF
                    MOVE "REMOVIDO LGPD" TO ENDER-ANT
                    MOVE SPACES TO TEL-ANT EMAIL-ANT ENDER-DET-ANT
                    MOVE ZEROES TO CPF-TIT-ANT
                    ADD 1 TO CT-OCORRENCIAS
                 END-IF
              END-IF
              WRITE REG-CADANTN FROM REG-ANT
           END-IF.

       DEVOLVE-CADANT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CADANTN
                OUTPUT CADANT.
           PERFORM COPIA-CADANTN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADANTN CADANT.

       COPIA-CADANTN.
           READ CADANTN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-ANT FROM REG-CADANTN
           END-IF.

      *COPIA INDEXADA DAS CONTAS (EX02CNA), CHAVEADA POR CONTA:
      *VARREDURA SEQUENCIAL PELO CPF DO TITULAR COM REWRITE, NO
      *MESMO DESENHO DO CADSOC1X. A RECARGA DA NOITE JA TRARIA O
      *CADANT ANONIMIZADO, MAS O BALCAO CONSULTA ANTES DISSO.
       EXPURGA-CADANTX.
           MOVE "CADANTX" TO ARQUIVO-REL.
           MOVE ZEROES TO QTD-REL CT-OCORRENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN I-O CADANTX.
           IF FS-CADANTX NOT EQUAL "00"
              MOVE "ARQUIVO AUSENTE" TO MENSAGEM-REL
              MOVE "00" TO FS-CADANTX
           ELSE
              MOVE ZEROES TO CC-ANX
              START CADANTX KEY NOT LESS THAN CC-ANX
                 INVALID KEY MOVE "SIM" TO FIM-ARQ
              END-START
              PERFORM VARRE-CADANTX UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADANTX
              IF CT-OCORRENCIAS GREATER THAN ZEROES
                 MOVE "CONTA(S) ANONIMIZADA(S)" TO MENSAGEM-REL
                 MOVE CT-OCORRENCIAS TO QTD-REL
              ELSE
                 MOVE "CPF NAO ENCONTRADO" TO MENSAGEM-REL
              END-IF
           END-IF.
           PERFORM GRAVA-EVIDENCIA.

       VARRE-CADANTX.
           READ CADANTX NEXT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-TIT-ANX NUMERIC
                 IF CPF-TIT-ANX EQUAL CPF-INF
                    MOVE "REMOVIDO LGPD" TO ENDER-ANX
                    MOVE SPACES TO TEL-ANX EMAIL-ANX ENDER-DET-ANX
                    MOVE ZEROES TO CPF-TIT-ANX CEP-ANX
                    REWRITE REG-ANX
                    ADD 1 TO CT-OCORRENCIAS
                 END-IF
              END-IF
           END-IF.

       FIM.
           CLOSE RELLGPD.
           DISPLAY "EX06LGP: EXPURGO DO CPF " CPF-INF " CONCLUIDO - "
