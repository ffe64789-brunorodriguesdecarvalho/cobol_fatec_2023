      *            RECUPERACAO, COMO NO ATUCLI.BAT.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9). AS
      *            GERACOES E O JORNAL ANTERIORES A CONVERSAO NAO
      *            SERVEM MAIS PARA ESTA RECUPERACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  CLI-BK1 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.BK1".
       01  REG-BK1 PIC X(93).
       FD  CLI-BK2 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.BK2".
       01  REG-BK2 PIC X(93).
       FD  CLI-BK3 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.BK3".
       01  REG-BK3 PIC X(93).

       COPY CADCLXFD.

           02 JRN-DATA       PIC 9(08).
           02 JRN-HORA       PIC 9(08).
           02 JRN-OPERACAO   PIC X(09).
           02 JRN-ANTES      PIC X(93).
           02 JRN-ANTES-R REDEFINES JRN-ANTES.
              03 ANTES-CPF       PIC 9(11).
              03 FILLER          PIC X(82).
           02 JRN-DEPOIS     PIC X(93).
           02 JRN-DEPOIS-R REDEFINES JRN-DEPOIS.
              03 DEPOIS-CPF      PIC 9(11).
              03 DEPOIS-NOME     PIC X(30).
              03 DEPOIS-UF       PIC X(02).
              03 DEPOIS-CIDADE   PIC X(30).
              03 DEPOIS-DDD      PIC 9(02).
              03 DEPOIS-TELEFONE PIC 9(09).
              03 DEPOIS-TIPO-FONE PIC X(01).
              03 DEPOIS-DATA-VIS PIC 9(08).

       FD  RELRCV
           02 BKP-NOME       PIC X(30).
           02 BKP-UF         PIC X(02).
           02 BKP-CIDADE     PIC X(30).
           02 BKP-DDD        PIC 9(02).
           02 BKP-TELEFONE   PIC 9(09).
           02 BKP-TIPO-FONE  PIC X(01).
           02 BKP-DATA-VIS   PIC 9(08).

       01  CORTE-TS.
              MOVE BKP-NOME     TO NOME-CLIX
              MOVE BKP-UF       TO ESTADO-CLIX
              MOVE BKP-CIDADE   TO CIDADE-CLIX
              MOVE BKP-DDD      TO DDD-CLIX
              MOVE BKP-TELEFONE TO TELEFONE-CLIX
              MOVE BKP-TIPO-FONE TO TIPO-FONE-CLIX
              MOVE BKP-DATA-VIS TO DATA-VIS-CLIX
              WRITE CADCLIX1
                 INVALID KEY CONTINUE
