      *            HONESTOS SEM NINGUEM TOCAR NO HISTORICO.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - REG-TRIPREG GANHOU A PLACA DO VEICULO
      *            (VEICULO-TRIP); O ESTORNO E A CORRECAO LEVAM A PLACA
      *            DA CORRIDA ORIGINAL.
      *15/10/2026 BRC - REG-TRIPREG GANHOU A EMPRESA CONVENIADA, O
      *            PASSAGEIRO, O CENTRO DE CUSTO E O NUMERO DA NOTA DE
      *            FATURAMENTO. O ESTORNO E A CORRECAO LEVAM A EMPRESA,
      *            O PASSAGEIRO E O CENTRO DE CUSTO DA CORRIDA ORIGINAL
      *            E SAEM SEM NOTA - O TRIPFAT ABATE O ESTORNO (OU COBRA
      *            A CORRECAO) NA PROXIMA NOTA DA EMPRESA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 TRIP-CANCELADA   VALUE "C".
              88 TRIP-AJUSTE      VALUE "A".
           02 MOTIVO-TRIP  PIC X(02).
           02 VEICULO-TRIP PIC X(07).
           02 EMPRESA-TRIP PIC 9(04).
           02 PASSAGEIRO-TRIP PIC X(20).
           02 CCUSTO-TRIP  PIC X(08).
           02 FATURA-TRIP  PIC 9(06).

       WORKING-STORAGE SECTION.
       77  FS-TRIPREG    PIC X(02) VALUE "00".
           02 MULT-ORIG    PIC 9V9(02).
           02 VALOR-ORIG   PIC 9(07)V9(02).
           02 TARIFA-ORIG  PIC 9(08).
           02 VEICULO-ORIG PIC X(07).
           02 EMPRESA-ORIG PIC 9(04).
           02 PASSAGEIRO-ORIG PIC X(20).
           02 CCUSTO-ORIG  PIC X(08).

       PROCEDURE DIVISION.

                    MOVE MULT-TRIP   TO MULT-ORIG
                    MOVE VALOR-TRIP  TO VALOR-ORIG
                    MOVE TARIFA-TRIP TO TARIFA-ORIG
                    MOVE VEICULO-TRIP TO VEICULO-ORIG
                    MOVE ZEROES      TO EMPRESA-ORIG
                    IF EMPRESA-TRIP NUMERIC
                       MOVE EMPRESA-TRIP TO EMPRESA-ORIG
                    END-IF
                    MOVE PASSAGEIRO-TRIP TO PASSAGEIRO-ORIG
                    MOVE CCUSTO-TRIP TO CCUSTO-ORIG
                 END-IF
              END-IF
           END-IF.
           MOVE VALOR-ORIG    TO VALOR-TRIP.
           MOVE MOTORISTA-INF TO MOTORISTA-TRIP.
           MOVE TARIFA-ORIG   TO TARIFA-TRIP.
           MOVE VEICULO-ORIG  TO VEICULO-TRIP.
           MOVE EMPRESA-ORIG  TO EMPRESA-TRIP.
           MOVE PASSAGEIRO-ORIG TO PASSAGEIRO-TRIP.
           MOVE CCUSTO-ORIG   TO CCUSTO-TRIP.
           MOVE ZEROES        TO FATURA-TRIP.
           MOVE SPACE         TO ACERTO-TRIP.
           MOVE "C"           TO TIPO-TRIP.
           MOVE MOTIVO-INF    TO MOTIVO-TRIP.
           MOVE VALOR-NOVO    TO VALOR-TRIP.
           MOVE MOTORISTA-INF TO MOTORISTA-TRIP.
           MOVE TARIFA-ORIG   TO TARIFA-TRIP.
           MOVE VEICULO-ORIG  TO VEICULO-TRIP.
           MOVE EMPRESA-ORIG  TO EMPRESA-TRIP.
           MOVE PASSAGEIRO-ORIG TO PASSAGEIRO-TRIP.
           MOVE CCUSTO-ORIG   TO CCUSTO-TRIP.
           MOVE ZEROES        TO FATURA-TRIP.
           MOVE SPACE         TO ACERTO-TRIP.
           MOVE "A"           TO TIPO-TRIP.
           MOVE MOTIVO-INF    TO MOTIVO-TRIP.
