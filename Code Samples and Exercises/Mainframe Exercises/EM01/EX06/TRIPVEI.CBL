       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPVEI.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CADASTRO DA FROTA (VEICULOS.DAT). O TRIPREG DIZIA
      *            QUEM FEZ A CORRIDA MAS NAO COM QUAL CARRO, E A
      *            REVISAO SO ACONTECIA QUANDO ALGO QUEBRAVA. ESTE
      *            PROGRAMA RECEBE PELO ACCEPT A OPCAO E A PLACA:
      *            1 - INCLUIR: MODELO, ANO, ODOMETRO ATUAL, KM E
      *                DATA DA ULTIMA REVISAO, INTERVALO DE REVISAO
      *                EM KM E EM MESES E SE O EM01-EX06 DEVE
      *                RECUSAR CORRIDA COM A REVISAO VENCIDA (S/N);
      *            2 - REVISAO FEITA: DATA E ODOMETRO NA REVISAO -
      *                VIRAM A ULTIMA REVISAO E ACERTAM O ODOMETRO;
      *            3 - ALTERAR: INTERVALOS E RECUSA.
      *            O ODOMETRO ANDA SOZINHO COM O KM DE CADA CORRIDA
      *            (EM01-EX06); A LISTA DE REVISOES E DO TRIPREV.
      *            ALTERACOES PELO ESQUEMA COPIA-E-SUBSTITUI
      *            (VEICULON.DAT).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEICULOS.

           SELECT VEICULON ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77  FS-VEICULOS   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  ACHOU         PIC X(03) VALUE "NAO".
       77  OPCAO-INF     PIC 9(01) VALUE ZEROES.
       77  PLACA-INF     PIC X(07) VALUE SPACES.
       77  DATA-INF      PIC 9(08) VALUE ZEROES.
       77  ODOMETRO-INF  PIC 9(07) VALUE ZEROES.
       77  INTERV-KM-INF PIC 9(05) VALUE ZEROES.
       77  INTERV-MES-INF PIC 9(02) VALUE ZEROES.
       77  RECUSA-INF    PIC X(01) VALUE "N".

       01  VEICULO-NOVO.
           02 PLACA-NOV      PIC X(07).
           02 MODELO-NOV     PIC X(20).
           02 ANO-NOV        PIC 9(04).
           02 ODOMETRO-NOV   PIC 9(07).
           02 KM-REV-NOV     PIC 9(07).
           02 DATA-REV-NOV   PIC 9(08).
           02 INTERV-KM-NOV  PIC 9(05).
           02 INTERV-MES-NOV PIC 9(02).
           02 RECUSA-NOV     PIC X(01).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM LOCALIZA-VEICULO.
           IF OPCAO-INF EQUAL 1
              IF ACHOU EQUAL "SIM"
                 DISPLAY "TRIPVEI: PLACA " PLACA-INF " JA CADASTRADA."
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM INCLUI-VEICULO
           ELSE
              IF ACHOU NOT EQUAL "SIM"
                 DISPLAY "TRIPVEI: PLACA " PLACA-INF " NAO "
                         "CADASTRADA EM VEICULOS.DAT."
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM ALTERA-VEICULO
           END-IF.
           STOP RUN.

       INICIO.
           DISPLAY "1 = INCLUIR, 2 = REVISAO FEITA, 3 = ALTERAR: ".
           ACCEPT OPCAO-INF.
           IF OPCAO-INF LESS THAN 1 OR OPCAO-INF GREATER THAN 3
              DISPLAY "TRIPVEI: OPCAO INVALIDA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "PLACA DO VEICULO........................: ".
           ACCEPT PLACA-INF.
           IF PLACA-INF EQUAL SPACES
              DISPLAY "TRIPVEI: PLACA EM BRANCO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF OPCAO-INF EQUAL 1
              PERFORM RECEBE-INCLUSAO
           END-IF.
           IF OPCAO-INF EQUAL 2
              DISPLAY "DATA DA REVISAO (AAAAMMDD)..............: "
              ACCEPT DATA-INF
              DISPLAY "ODOMETRO NA REVISAO.....................: "
              ACCEPT ODOMETRO-INF
           END-IF.
           IF OPCAO-INF EQUAL 3
              PERFORM RECEBE-PARAMETROS
           END-IF.

       RECEBE-INCLUSAO.
           MOVE PLACA-INF TO PLACA-NOV.
           DISPLAY "MODELO..................................: ".
           ACCEPT MODELO-NOV.
           DISPLAY "ANO DE FABRICACAO.......................: ".
           ACCEPT ANO-NOV.
           DISPLAY "ODOMETRO ATUAL..........................: ".
           ACCEPT ODOMETRO-NOV.
           DISPLAY "ODOMETRO NA ULTIMA REVISAO..............: ".
           ACCEPT KM-REV-NOV.
           DISPLAY "DATA DA ULTIMA REVISAO (AAAAMMDD).......: ".
           ACCEPT DATA-REV-NOV.
           PERFORM RECEBE-PARAMETROS.
           MOVE INTERV-KM-INF  TO INTERV-KM-NOV.
           MOVE INTERV-MES-INF TO INTERV-MES-NOV.
           MOVE RECUSA-INF     TO RECUSA-NOV.

       RECEBE-PARAMETROS.
           DISPLAY "INTERVALO DE REVISAO EM KM..............: ".
           ACCEPT INTERV-KM-INF.
           DISPLAY "INTERVALO DE REVISAO EM MESES...........: ".
           ACCEPT INTERV-MES-INF.
           DISPLAY "RECUSAR CORRIDA COM REVISAO VENCIDA(S/N): ".
           ACCEPT RECUSA-INF.
           IF RECUSA-INF NOT EQUAL "S"
              MOVE "N" TO RECUSA-INF
           END-IF.

      *CADASTRO AUSENTE = NENHUM VEICULO AINDA (SO A INCLUSAO VALE).
       LOCALIZA-VEICULO.
           OPEN INPUT VEICULOS.
           IF FS-VEICULOS EQUAL "00"
              PERFORM LER-VEICULO UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU EQUAL "SIM"
              CLOSE VEICULOS
           END-IF.

       LER-VEICULO.
           READ VEICULOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PLACA-VEI EQUAL PLACA-INF
                 MOVE "SIM" TO ACHOU
              END-IF
           END-IF.

       INCLUI-VEICULO.
           OPEN EXTEND VEICULOS.
           IF FS-VEICULOS NOT EQUAL "00"
              OPEN OUTPUT VEICULOS
           END-IF.
           WRITE REG-VEICULO FROM VEICULO-NOVO.
           CLOSE VEICULOS.
           DISPLAY "TRIPVEI: VEICULO " PLACA-INF " INCLUIDO.".

       ALTERA-VEICULO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  VEICULOS
                OUTPUT VEICULON.
           PERFORM COPIA-VEICULO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VEICULOS VEICULON.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  VEICULON
                OUTPUT VEICULOS.
           PERFORM COPIA-VEICULON UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VEICULON VEICULOS.
           IF OPCAO-INF EQUAL 2
              DISPLAY "TRIPVEI: REVISAO DE " DATA-INF " REGISTRADA "
                      "PARA O VEICULO " PLACA-INF "."
           ELSE
              DISPLAY "TRIPVEI: VEICULO " PLACA-INF " ALTERADO."
           END-IF.

      *REVISAO FEITA: O ODOMETRO LIDO NA OFICINA VALE SOBRE O
      *ACUMULADO PELAS CORRIDAS.
       COPIA-VEICULO.
           READ VEICULOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PLACA-VEI EQUAL PLACA-INF
                 IF OPCAO-INF EQUAL 2
                    MOVE DATA-INF     TO DATA-REV-VEI
                    MOVE ODOMETRO-INF TO KM-REV-VEI ODOMETRO-VEI
                 ELSE
                    MOVE INTERV-KM-INF  TO INTERV-KM-VEI
                    MOVE INTERV-MES-INF TO INTERV-MES-VEI
                    MOVE RECUSA-INF     TO RECUSA-VEI
                 END-IF
              END-IF
              WRITE REG-VEICULON FROM REG-VEICULO
           END-IF.

       COPIA-VEICULON.
           READ VEICULON AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-VEICULO FROM REG-VEICULON
           END-IF.
