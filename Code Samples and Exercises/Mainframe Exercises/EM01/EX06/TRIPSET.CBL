      *            (MOTORISTA-TRIP), ACOMPANHANDO O EM01-EX06; ESTE
      *            FECHAMENTO CONTINUA CONSOLIDANDO TUDO NUM BOLSO
      *            SO - O ACERTO POR MOTORISTA E DO TRIPMOT.
      *15/10/2026 BRC - REG-TRIPREG GANHOU A PLACA DO VEICULO
      *            (VEICULO-TRIP), GRAVADA PELO EM01-EX06.
      *15/10/2026 BRC - REG-TRIPREG GANHOU A EMPRESA CONVENIADA, O
      *            PASSAGEIRO, O CENTRO DE CUSTO E O NUMERO DA NOTA DE
      *            FATURAMENTO (EMPRESA-TRIP, PASSAGEIRO-TRIP,
      *            CCUSTO-TRIP, FATURA-TRIP), GRAVADOS PELO EM01-EX06 E
      *            PELO TRIPFAT.

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

       FD  RELTRIP
           LABEL RECORD IS OMITTED
