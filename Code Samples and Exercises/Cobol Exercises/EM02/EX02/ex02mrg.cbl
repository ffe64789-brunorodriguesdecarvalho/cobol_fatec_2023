      *            O PROG01 DEVE FICAR FORA DO AR DURANTE A FUSAO.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9); O
      *            TELEFONE HERDADO DO PERDEDOR LEVA DDD E TIPO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 JRN-DATA       PIC 9(08).
           02 JRN-HORA       PIC 9(08).
           02 JRN-OPERACAO   PIC X(09).
           02 JRN-ANTES      PIC X(93).
           02 JRN-DEPOIS     PIC X(93).

       FD  RELMRG
           LABEL RECORD IS OMITTED
       77  CPF-SOBREVIVE PIC 9(11) VALUE ZEROES.
       77  CPF-PERDEDOR  PIC 9(11) VALUE ZEROES.
       77  CT-REAPONTADOS PIC 9(05) VALUE ZEROES.
       77  IMAGEM-ANTES  PIC X(93) VALUE SPACES.
       77  IMAGEM-DEPOIS PIC X(93) VALUE SPACES.
       77  OPERACAO-JRN  PIC X(09) VALUE SPACES.

       01  REG-SOBREVIVE.
           02 SOB-NOME       PIC X(30).
           02 SOB-UF         PIC X(02).
           02 SOB-CIDADE     PIC X(30).
           02 SOB-DDD        PIC 9(02).
           02 SOB-TELEFONE   PIC 9(09).
           02 SOB-TIPO-FONE  PIC X(01).
           02 SOB-DATA-VIS   PIC 9(08).

       01  REG-PERDEDOR.
           02 PER-NOME       PIC X(30).
           02 PER-UF         PIC X(02).
           02 PER-CIDADE     PIC X(30).
           02 PER-DDD        PIC 9(02).
           02 PER-TELEFONE   PIC 9(09).
           02 PER-TIPO-FONE  PIC X(01).
           02 PER-DATA-VIS   PIC 9(08).

       01 LINHA-REL.
              MOVE PER-CIDADE TO SOB-CIDADE
           END-IF.
           IF SOB-TELEFONE EQUAL ZEROES
              MOVE PER-DDD       TO SOB-DDD
              MOVE PER-TELEFONE  TO SOB-TELEFONE
              MOVE PER-TIPO-FONE TO SOB-TIPO-FONE
           END-IF.

           MOVE CPF-SOBREVIVE TO CPF-CLIX.
