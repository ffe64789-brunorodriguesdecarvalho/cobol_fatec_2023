      *            DE ALGUEM EDITAR O TRIPREG.
      *02/09/2026 BRC - REG-TRIPREG GANHOU A VIGENCIA DA TARIFA
      *            (TARIFA-TRIP), ACOMPANHANDO O EM01-EX06.
      *15/10/2026 BRC - REG-TRIPREG GANHOU A PLACA DO VEICULO
      *            (VEICULO-TRIP), GRAVADA PELO EM01-EX06.
      *15/10/2026 BRC - REG-MOTORISTA GANHOU OS DOCUMENTOS DO MOTORISTA
      *            (CNH, CATEGORIA, VALIDADE DA CNH, MARCA EAR E
      *            VALIDADE DOS ANTECEDENTES).
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

       FD  RELMOT
           LABEL RECORD IS OMITTED
