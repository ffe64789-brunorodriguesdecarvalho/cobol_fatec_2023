      *            (MONTADO FORA DO EX02ENT) SO GERA AVISO. A
      *            SEQUENCIA NOTURNA PASSOU A RODAR ESTA VALIDACAO
      *            ANTES DO EX02CON, QUE DESCARTA O TRAILER.
      *15/10/2026 BRC - REG-MOV GANHOU O CPF DO TITULAR (CPF-TIT-MOV) NO
      *            FIM E O FILLER DO TRAILER PASSOU A X(101),
      *            ACOMPANHANDO O ARQMOV DO EX02ENT.
      *15/10/2026 BRC - REG-MOV GANHOU O ENDERECO DETALHADO
      *            (ENDER-DET-MOV) NO FIM E O FILLER DO TRAILER PASSOU
      *            A X(222), ACOMPANHANDO O ARQMOV DO EX02ENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 ENDER-MOV PIC X(50).
           02 TEL-MOV   PIC X(15).
           02 EMAIL-MOV PIC X(40).
           02 CPF-TIT-MOV PIC 9(11).
           02 ENDER-DET-MOV PIC X(121).
       01 REG-MOV-TRL.
           02 CC-TRL    PIC 9(07).
           02 TIPO-TRL  PIC X(01).
           02 QTD-TRL   PIC 9(05).
           02 HASH-TRL  PIC 9(10).
           02 FILLER    PIC X(222).

       WORKING-STORAGE SECTION.

