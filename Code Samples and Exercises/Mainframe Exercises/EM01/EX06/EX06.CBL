      *            CONTRA O CADASTRO DE MOTORISTAS (MOTORIST.DAT) E
      *            GRAVADO NO FIM DO REGISTRO DO TRIPREG. O ACERTO
      *            POR MOTORISTA E DO NOVO TRIPMOT.
      *15/10/2026 BRC - A CORRIDA PASSOU A REGISTRAR O VEICULO: A PLACA
      *            E PEDIDA NA HORA, CONFERIDA CONTRA O CADASTRO DE
      *            VEICULOS (VEICULOS.DAT, MANTIDO PELO TRIPVEI) E
      *            GRAVADA NO FIM DO REGISTRO DO TRIPREG (VEICULO-TRIP);
      *            O KM DA CORRIDA AVANCA O ODOMETRO DO VEICULO. REVISAO
      *            VENCIDA (POR KM OU POR DATA) E AVISADA NA TELA E, NO
      *            VEICULO MARCADO PARA RECUSAR (RECUSA-VEI "S"), A
      *            CORRIDA NAO E REGISTRADA. A LISTA DIARIA DE REVISOES
      *            E DO TRIPREV.
      *15/10/2026 BRC - O MOTORIST.DAT GANHOU OS DOCUMENTOS DO MOTORISTA
      *            (NUMERO E CATEGORIA DA CNH, VALIDADE DA CNH, MARCA
      *            EAR DE ATIVIDADE REMUNERADA E VALIDADE DA CERTIDAO DE
      *            ANTECEDENTES). CORRIDA DE MOTORISTA COM CNH OU
      *            ANTECEDENTES VENCIDOS (OU SEM VALIDADE NO CADASTRO)
      *            NA DATA DE PROCESSAMENTO (DATAPROC.DAT) E RECUSADA;
      *            CNH SEM A MARCA EAR E AVISADA. A REVISAO DO VEICULO
      *            TAMBEM PASSOU A SER CONFERIDA NA DATA DE
      *            PROCESSAMENTO. OS VENCIMENTOS PROXIMOS SAO LISTADOS
      *            PELO TRIPCNH.
      *15/10/2026 BRC - CORRIDA DE EMPRESA CONVENIADA: O CODIGO DA
      *            EMPRESA E PEDIDO NA HORA (ZERO = CORRIDA PARTICULAR,
      *            COMO ANTES), CONFERIDO CONTRA O CADASTRO DE EMPRESAS
      *            CONVENIADAS (EMPCONV.DAT, MANTIDO PELO TRIPEMP) -
      *            EMPRESA FORA DO CADASTRO OU INATIVA RECUSA A CORRIDA.
      *            COM EMPRESA, SAO PEDIDOS TAMBEM O NOME DO PASSAGEIRO
      *            E O CENTRO DE CUSTO, GRAVADOS NO FIM DO REGISTRO DO
      *            TRIPREG COM A EMPRESA (EMPRESA-TRIP, PASSAGEIRO-TRIP,
      *            CCUSTO-TRIP) E O NUMERO DA NOTA ZERADO (FATURA-TRIP)
      *            - A NOTA MENSAL DA EMPRESA E DO TRIPFAT. KM, VALOR E
      *            MENSAGENS FINAIS DESCERAM NA TELA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARIFAS.

           SELECT VEICULOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEICULOS.

           SELECT VEICULON ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPCONV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPCONV.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
              88 TRIP-CANCELADA   VALUE "C".
              88 TRIP-AJUSTE      VALUE "A".
           02 MOTIVO-TRIP  PIC X(02).
           02 VEICULO-TRIP PIC X(07).
           02 EMPRESA-TRIP PIC 9(04).
           02 PASSAGEIRO-TRIP PIC X(20).
           02 CCUSTO-TRIP  PIC X(08).
           02 FATURA-TRIP  PIC 9(06).

       FD  MOTORIST
           LABEL RECORD ARE STANDARD
           02 CODIGO-MOT   PIC 9(04).
           02 NOME-MOT     PIC X(30).
           02 PERC-MOT     PIC 9(02)V9(02).
           02 CNH-MOT      PIC X(11).
           02 CATEG-MOT    PIC X(02).
           02 VALID-CNH-MOT PIC 9(08).
           02 EAR-MOT      PIC X(01).
              88 CNH-COM-EAR      VALUE "S".
           02 VALID-ANT-MOT PIC 9(08).

       FD  TARIFAS
           LABEL RECORD ARE STANDARD
           02 PICO-INI2-TRF  PIC 9(02).
           02 PICO-FIM2-TRF  PIC 9(02).

       FD  VEICULOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VEICULOS.DAT".
       01  REG-VEICULO.
           02 PLACA-VEI      PIC X(07).
           02 MODELO-VEI     PIC X(20).
           02 ANO-VEI        PIC 9(04).
           02 ODOMETRO-VEI   PIC 9(07).
           02 KM-REV-VEI     PIC 9(07).
           02 DATA-REV-VEI   PIC 9(08).
           02 INTERV-KM-VEI  PIC 9(05).
           02 INTERV-MES-VEI PIC 9(02).
           02 RECUSA-VEI     PIC X(01).
              88 RECUSA-VENCIDO   VALUE "S".

       FD  VEICULON
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VEICULON.DAT".
       01  REG-VEICULON  PIC X(61).

       FD  EMPCONV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPCONV.DAT".
       01  REG-EMPRESA.
           02 CODIGO-EMP    PIC 9(04).
           02 CNPJ-EMP      PIC 9(14).
           02 NOME-EMP      PIC X(30).
           02 DESCONTO-EMP  PIC 9(02)V9(02).
           02 DIA-FAT-EMP   PIC 9(02).
           02 UF-EMP        PIC X(02).
           02 SITUACAO-EMP  PIC X(01).
              88 EMPRESA-ATIVA    VALUE "A".

       COPY DATPRCFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.

       77 KM           PIC 9(4).
       77 FIN           PIC ZZ.Z99,99.
       77 PICO-FIM2     PIC 9(02) VALUE 19.
       77 ACHOU-MOT     PIC X(03) VALUE "NAO".
       77 FIM-MOT       PIC X(03) VALUE "NAO".
       77 DOC-VENCIDO   PIC X(03) VALUE "NAO".
       77 FALTA-EAR     PIC X(03) VALUE "NAO".
       77 FS-VEICULOS   PIC X(02) VALUE "00".
       77 PLACA-INF     PIC X(07) VALUE SPACES.
       77 ACHOU-VEI     PIC X(03) VALUE "NAO".
       77 FIM-VEI       PIC X(03) VALUE "NAO".
       77 REV-VENCIDA   PIC X(03) VALUE "NAO".
       77 BLOQUEIA-VEI  PIC X(03) VALUE "NAO".
       77 KM-PROX-REV   PIC 9(07) VALUE ZEROES.
       77 DATA-PROX-REV PIC 9(08) VALUE ZEROES.
       77 ANO-REV       PIC 9(04) VALUE ZEROES.
       77 MES-REV       PIC 9(04) VALUE ZEROES.
       77 ANOS-REV      PIC 9(04) VALUE ZEROES.
       77 FS-EMPCONV    PIC X(02) VALUE "00".
       77 EMPRESA-INF   PIC 9(04) VALUE ZEROES.
       77 PASSAGEIRO-INF PIC X(20) VALUE SPACES.
       77 CCUSTO-INF    PIC X(08) VALUE SPACES.
       77 ACHOU-EMP     PIC X(03) VALUE "NAO".
       77 FIM-EMP       PIC X(03) VALUE "NAO".

       01 DETALHE-TRIPLOG.
           02 FILLER       PIC X(10) VALUE "HORA: ".
       INICIO.

           PERFORM LE-TARIFAS.
           PERFORM OBTEM-DATA-PROCESSO.
           DISPLAY ERASE.
           DISPLAY "APLICATIVO UBER (OU 99TAXI AHAHAH)" AT 0520.

              DISPLAY "MOTORISTA NAO CADASTRADO EM MOTORIST.DAT"
                 AT 0910
           END-IF.
           IF DOC-VENCIDO EQUAL "SIM"
              DISPLAY "CORRIDA RECUSADA - CNH OU ANTECEDENTES DO "
                      "MOTORISTA VENCIDOS" AT 0910
              DISPLAY " " AT 1910
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FALTA-EAR EQUAL "SIM"
              DISPLAY "ATENCAO: CNH DO MOTORISTA SEM A MARCA EAR"
                 AT 0910
           END-IF.

           DISPLAY "PLACA DO VEICULO....:  " AT 1010.
           ACCEPT PLACA-INF AT 1033.
           PERFORM VALIDA-VEICULO.
           IF ACHOU-VEI NOT EQUAL "SIM"
              DISPLAY "VEICULO NAO CADASTRADO EM VEICULOS.DAT"
                 AT 1110
           END-IF.
           IF REV-VENCIDA EQUAL "SIM"
              DISPLAY "ATENCAO: REVISAO DO VEICULO VENCIDA" AT 1110
              IF BLOQUEIA-VEI EQUAL "SIM"
                 DISPLAY "CORRIDA RECUSADA - VEICULO PARADO ATE A "
                         "REVISAO" AT 1210
                 DISPLAY " " AT 1910
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY "EMPRESA (0=PARTIC.):  " AT 1310.
           ACCEPT EMPRESA-INF AT 1333.
           IF EMPRESA-INF GREATER THAN ZEROES
              PERFORM VALIDA-EMPRESA
              IF ACHOU-EMP NOT EQUAL "SIM"
                 DISPLAY "CORRIDA RECUSADA - EMPRESA SEM CONVENIO "
                         "ATIVO EM EMPCONV.DAT" AT 1410
                 DISPLAY " " AT 1910
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "PASSAGEIRO..........:  " AT 1410
              ACCEPT PASSAGEIRO-INF AT 1433
              DISPLAY "CENTRO DE CUSTO.....:  " AT 1510
              ACCEPT CCUSTO-INF AT 1533
           END-IF.

           DISPLAY "QUANTO KM VAI RODAR:  " AT 1710.
           ACCEPT KM AT 1733.

           ACCEPT HORA-ATUAL FROM TIME.
           MOVE HORA-ATUAL(1:2) TO HORA-HH.
                   (BANDEIRADA + (KM * PRECO-KM)) * MULT-PICO.
           MOVE FIN-NUM TO FIN.

           DISPLAY "VALOR TOTAL DA CORRIDA: " AT 1910 FIN.

           IF MULT-PICO GREATER THAN 1,00
              DISPLAY "TARIFA DINAMICA APLICADA (HORARIO DE PICO)"
                 AT 2010
           END-IF.

           PERFORM GRAVA-TRIPLOG.
           PERFORM GRAVA-TRIPREG.
           IF ACHOU-VEI EQUAL "SIM"
              PERFORM AVANCA-ODOMETRO
           END-IF.

           DISPLAY " " AT 2210.

           STOP RUN.

              MOVE 1,00 TO MULT-PICO
           END-IF.

      *CONFERE O CODIGO INFORMADO CONTRA O CADASTRO DE MOTORISTAS E
      *OS DOCUMENTOS DO MOTORISTA ACHADO. CADASTRO AUSENTE = NENHUM
      *MOTORISTA CONHECIDO.
       VALIDA-MOTORISTA.
           MOVE "NAO" TO ACHOU-MOT FIM-MOT DOC-VENCIDO FALTA-EAR.
           OPEN INPUT MOTORIST.
           IF FS-MOTORIST NOT EQUAL "00"
              MOVE "SIM" TO FIM-MOT
           IF FIM-MOT NOT EQUAL "SIM"
              IF CODIGO-MOT EQUAL MOTORISTA-INF
                 MOVE "SIM" TO ACHOU-MOT
                 PERFORM CONFERE-DOCUMENTOS
              END-IF
           END-IF.

      *CNH OU ANTECEDENTES VENCIDOS NA DATA DE PROCESSAMENTO (OU
      *VALIDADE NAO INFORMADA NO CADASTRO) BARRAM A CORRIDA - SEM
      *ELES O SEGURO NAO COBRE. VALE ATE O DIA DA VALIDADE.
       CONFERE-DOCUMENTOS.
           IF VALID-CNH-MOT NOT NUMERIC OR
              VALID-CNH-MOT EQUAL ZEROES OR
              VALID-CNH-MOT LESS THAN DATA-PROCESSO
              MOVE "SIM" TO DOC-VENCIDO
           END-IF.
           IF VALID-ANT-MOT NOT NUMERIC OR
              VALID-ANT-MOT EQUAL ZEROES OR
              VALID-ANT-MOT LESS THAN DATA-PROCESSO
              MOVE "SIM" TO DOC-VENCIDO
           END-IF.
           IF NOT CNH-COM-EAR
              MOVE "SIM" TO FALTA-EAR
           END-IF.

      *CONFERE A PLACA INFORMADA CONTRA O CADASTRO DE VEICULOS E
      *APURA A REVISAO DO VEICULO ACHADO. CADASTRO AUSENTE = NENHUM
      *VEICULO CONHECIDO.
       VALIDA-VEICULO.
           MOVE "NAO" TO ACHOU-VEI FIM-VEI REV-VENCIDA BLOQUEIA-VEI.
           OPEN INPUT VEICULOS.
           IF FS-VEICULOS NOT EQUAL "00"
              MOVE "SIM" TO FIM-VEI
           ELSE
              PERFORM LER-VEICULO UNTIL FIM-VEI EQUAL "SIM"
                 OR ACHOU-VEI EQUAL "SIM"
              CLOSE VEICULOS
           END-IF.

       LER-VEICULO.
           READ VEICULOS AT END MOVE "SIM" TO FIM-VEI.
           IF FIM-VEI NOT EQUAL "SIM"
              IF PLACA-VEI EQUAL PLACA-INF
                 MOVE "SIM" TO ACHOU-VEI
                 PERFORM APURA-REVISAO
              END-IF
           END-IF.

      *REVISAO VENCIDA POR KM (ODOMETRO JA NO KM DA PROXIMA) OU POR
      *DATA (ULTIMA REVISAO + INTERVALO EM MESES). INTERVALO ZERADO
      *NAO E CONFERIDO.
       APURA-REVISAO.
           IF INTERV-KM-VEI GREATER THAN ZEROES
              COMPUTE KM-PROX-REV = KM-REV-VEI + INTERV-KM-VEI
              IF ODOMETRO-VEI NOT LESS THAN KM-PROX-REV
                 MOVE "SIM" TO REV-VENCIDA
              END-IF
           END-IF.
           IF INTERV-MES-VEI GREATER THAN ZEROES AND
              DATA-REV-VEI GREATER THAN ZEROES
              MOVE DATA-REV-VEI(1:4) TO ANO-REV
              MOVE DATA-REV-VEI(5:2) TO MES-REV
              COMPUTE MES-REV = MES-REV + INTERV-MES-VEI - 1
              DIVIDE MES-REV BY 12 GIVING ANOS-REV REMAINDER MES-REV
              ADD ANOS-REV TO ANO-REV
              ADD 1 TO MES-REV
              MOVE DATA-REV-VEI TO DATA-PROX-REV
              MOVE ANO-REV      TO DATA-PROX-REV(1:4)
              MOVE MES-REV(3:2) TO DATA-PROX-REV(5:2)
              IF DATA-PROCESSO NOT LESS THAN DATA-PROX-REV
                 MOVE "SIM" TO REV-VENCIDA
              END-IF
           END-IF.
           IF RECUSA-VENCIDO
              MOVE "SIM" TO BLOQUEIA-VEI
           END-IF.

      *CONFERE O CODIGO INFORMADO CONTRA O CADASTRO DE EMPRESAS
      *CONVENIADAS (EMPCONV.DAT, MANTIDO PELO TRIPEMP). SO A EMPRESA
      *ATIVA VALE - CORRIDA FATURADA A QUEM NAO TEM CONVENIO NAO TEM
      *DE QUEM SER COBRADA.
       VALIDA-EMPRESA.
           MOVE "NAO" TO ACHOU-EMP FIM-EMP.
           OPEN INPUT EMPCONV.
           IF FS-EMPCONV NOT EQUAL "00"
              MOVE "SIM" TO FIM-EMP
           ELSE
              PERFORM LER-EMPRESA UNTIL FIM-EMP EQUAL "SIM"
                 OR ACHOU-EMP EQUAL "SIM"
              CLOSE EMPCONV
           END-IF.

       LER-EMPRESA.
           READ EMPCONV AT END MOVE "SIM" TO FIM-EMP.
           IF FIM-EMP NOT EQUAL "SIM"
              IF CODIGO-EMP EQUAL EMPRESA-INF AND EMPRESA-ATIVA
                 MOVE "SIM" TO ACHOU-EMP
              END-IF
           END-IF.

      *O KM DA CORRIDA AVANCA O ODOMETRO DO VEICULO, PELO ESQUEMA
      *COPIA-E-SUBSTITUI (VEICULON.DAT).
       AVANCA-ODOMETRO.
           MOVE "NAO" TO FIM-VEI.
           OPEN INPUT  VEICULOS
                OUTPUT VEICULON.
           PERFORM COPIA-VEICULO UNTIL FIM-VEI EQUAL "SIM".
           CLOSE VEICULOS VEICULON.
           MOVE "NAO" TO FIM-VEI.
           OPEN INPUT  VEICULON
                OUTPUT VEICULOS.
           PERFORM COPIA-VEICULON UNTIL FIM-VEI EQUAL "SIM".
           CLOSE VEICULON VEICULOS.

       COPIA-VEICULO.
           READ VEICULOS AT END MOVE "SIM" TO FIM-VEI.
           IF FIM-VEI NOT EQUAL "SIM"
              IF PLACA-VEI EQUAL PLACA-INF
                 ADD KM TO ODOMETRO-VEI
              END-IF
              WRITE REG-VEICULON FROM REG-VEICULO
           END-IF.

       COPIA-VEICULON.
           READ VEICULON AT END MOVE "SIM" TO FIM-VEI.
           IF FIM-VEI NOT EQUAL "SIM"
              WRITE REG-VEICULO FROM REG-VEICULON
           END-IF.

      *REGISTRO DE DADOS DA CORRIDA, EM LAYOUT FIXO, PARA O
      *FECHAMENTO DIARIO/MENSAL DO TRIPSET, O ACERTO POR
      *MOTORISTA DO TRIPMOT E O FATURAMENTO DAS EMPRESAS
      *CONVENIADAS DO TRIPFAT (FATURA-TRIP SAI ZERADA).
       GRAVA-TRIPREG.
           OPEN EXTEND TRIPREG.
           IF FS-TRIPREG NOT EQUAL "00"
           MOVE SPACE            TO ACERTO-TRIP.
           MOVE "N"              TO TIPO-TRIP.
           MOVE SPACES           TO MOTIVO-TRIP.
           MOVE PLACA-INF        TO VEICULO-TRIP.
           MOVE EMPRESA-INF      TO EMPRESA-TRIP.
           MOVE PASSAGEIRO-INF   TO PASSAGEIRO-TRIP.
           MOVE CCUSTO-INF       TO CCUSTO-TRIP.
           MOVE ZEROES           TO FATURA-TRIP.
           WRITE REG-TRIPREG.
           CLOSE TRIPREG.

           WRITE REG-TRIPLOG FROM DETALHE-TRIPLOG
                 AFTER ADVANCING 1 LINE.
           CLOSE TRIPLOG.

       COPY DATPRCPD.
