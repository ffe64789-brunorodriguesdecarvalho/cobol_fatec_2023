       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPDSP.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    LANCAMENTO DAS DESPESAS DA FROTA (DESPESAS.DAT).
      *            O TRIPPAY SO CONHECE O ADIANTAMENTO DE COMBUSTIVEL
      *            DO MOTORISTA; O CUSTO DA CASA COM O CARRO (DIESEL,
      *            PEDAGIO, PNEU, SEGURO, OFICINA) NAO ESTAVA EM LUGAR
      *            NENHUM. ESTE PROGRAMA RECEBE PELO ACCEPT A PLACA, O
      *            MOTORISTA (ZERO = DESPESA SO DO CARRO), A DATA
      *            (ZEROS = DATA DE PROCESSAMENTO), O TIPO E O VALOR:
      *            C COMBUSTIVEL  P PEDAGIO  N PNEUS  S SEGURO
      *            M MANUTENCAO   O OUTRAS.
      *            NO COMBUSTIVEL PEDE TAMBEM OS LITROS E O ODOMETRO
      *            NO ABASTECIMENTO (TANQUE CHEIO), QUE O TRIPLUC USA
      *            PARA O CONSUMO EM KM/L. A PLACA TEM DE ESTAR NO
      *            CADASTRO DA FROTA (TRIPVEI). O MOVIMENTO E SO
      *            ACRESCIDO; A RENTABILIDADE MENSAL E DO TRIPLUC.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESPESAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESPESAS.

           SELECT VEICULOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEICULOS.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       FD  DESPESAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESPESAS.DAT".
       01  REG-DESPESA.
           02 PLACA-DSP     PIC X(07).
           02 MOTORISTA-DSP PIC 9(04).
           02 DATA-DSP      PIC 9(08).
           02 TIPO-DSP      PIC X(01).
              88 DESPESA-COMBUSTIVEL VALUE "C".
              88 DESPESA-VALIDA      VALUE "C" "P" "N" "S" "M" "O".
           02 VALOR-DSP     PIC 9(07)V9(02).
           02 LITROS-DSP    PIC 9(04)V9(02).
           02 ODOMETRO-DSP  PIC 9(07).

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

       COPY DATPRCFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       77  FS-DESPESAS   PIC X(02) VALUE "00".
       77  FS-VEICULOS   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  ACHOU         PIC X(03) VALUE "NAO".

       01  DESPESA-NOVA.
           02 PLACA-NOV     PIC X(07).
           02 MOTORISTA-NOV PIC 9(04).
           02 DATA-NOV      PIC 9(08).
           02 TIPO-NOV      PIC X(01).
           02 VALOR-NOV     PIC 9(07)V9(02).
           02 LITROS-NOV    PIC 9(04)V9(02).
           02 ODOMETRO-NOV  PIC 9(07).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM LOCALIZA-VEICULO.
           PERFORM RECEBE-DESPESA.
           PERFORM GRAVA-DESPESA.
           STOP RUN.

       INICIO.
           MOVE ZEROES TO DESPESA-NOVA.
           DISPLAY "PLACA DO VEICULO........................: ".
           ACCEPT PLACA-NOV.
           IF PLACA-NOV EQUAL SPACES
              DISPLAY "TRIPDSP: PLACA EM BRANCO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *SO ENTRA DESPESA DE VEICULO DA FROTA: PLACA DIGITADA ERRADA
      *FICARIA FORA DA RENTABILIDADE DO CARRO CERTO.
       LOCALIZA-VEICULO.
           OPEN INPUT VEICULOS.
           IF FS-VEICULOS NOT EQUAL "00"
              DISPLAY "TRIPDSP: VEICULOS.DAT AUSENTE - CADASTRAR A "
                      "FROTA PELO TRIPVEI."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-VEICULO UNTIL FIM-ARQ EQUAL "SIM"
              OR ACHOU EQUAL "SIM".
           CLOSE VEICULOS.
           IF ACHOU NOT EQUAL "SIM"
              DISPLAY "TRIPDSP: PLACA " PLACA-NOV " NAO CADASTRADA "
                      "EM VEICULOS.DAT."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-VEICULO.
           READ VEICULOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PLACA-VEI EQUAL PLACA-NOV
                 MOVE "SIM" TO ACHOU
              END-IF
           END-IF.

       RECEBE-DESPESA.
           DISPLAY "MOTORISTA (ZERO = SO DO VEICULO)........: ".
           ACCEPT MOTORISTA-NOV.
           DISPLAY "DATA AAAAMMDD (ZEROS = DATA DE PROCESSO): ".
           ACCEPT DATA-NOV.
           IF DATA-NOV EQUAL ZEROES
              PERFORM OBTEM-DATA-PROCESSO
              MOVE DATA-PROCESSO TO DATA-NOV
           END-IF.
           DISPLAY "TIPO (C COMBUST. P PEDAGIO N PNEUS".
           DISPLAY "      S SEGURO M MANUTENCAO O OUTRAS)....: ".
           ACCEPT TIPO-NOV.
           MOVE TIPO-NOV TO TIPO-DSP.
           IF NOT DESPESA-VALIDA
              DISPLAY "TRIPDSP: TIPO DE DESPESA INVALIDO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "VALOR DA DESPESA........................: ".
           ACCEPT VALOR-NOV.
           IF VALOR-NOV EQUAL ZEROES
              DISPLAY "TRIPDSP: VALOR NAO INFORMADO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DESPESA-COMBUSTIVEL
              PERFORM RECEBE-ABASTECIMENTO
           END-IF.

      *SEM LITROS E ODOMETRO O ABASTECIMENTO NAO SERVE PARA O
      *CONSUMO - RECUSADO EM VEZ DE GRAVADO PELA METADE.
       RECEBE-ABASTECIMENTO.
           DISPLAY "LITROS ABASTECIDOS (TANQUE CHEIO).......: ".
           ACCEPT LITROS-NOV.
           DISPLAY "ODOMETRO NO ABASTECIMENTO...............: ".
           ACCEPT ODOMETRO-NOV.
           IF LITROS-NOV EQUAL ZEROES OR ODOMETRO-NOV EQUAL ZEROES
              DISPLAY "TRIPDSP: ABASTECIMENTO SEM LITROS OU SEM "
                      "ODOMETRO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       GRAVA-DESPESA.
           OPEN EXTEND DESPESAS.
           IF FS-DESPESAS NOT EQUAL "00"
              OPEN OUTPUT DESPESAS
           END-IF.
           WRITE REG-DESPESA FROM DESPESA-NOVA.
           CLOSE DESPESAS.
           DISPLAY "TRIPDSP: DESPESA " TIPO-NOV " DE " DATA-NOV
                   " LANCADA PARA O VEICULO " PLACA-NOV ".".

       COPY DATPRCPD.
