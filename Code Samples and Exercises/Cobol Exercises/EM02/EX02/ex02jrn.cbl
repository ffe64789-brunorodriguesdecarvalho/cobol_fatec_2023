      *            CLIENTE E O QUE O REGISTRO DIZIA ANTES.
      *MODIFICATIONS.
      *22/08/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 JRN-DATA       PIC 9(08).
           02 JRN-HORA       PIC 9(08).
           02 JRN-OPERACAO   PIC X(09).
           02 JRN-ANTES      PIC X(93).
           02 JRN-ANTES-R REDEFINES JRN-ANTES.
              03 ANTES-CPF     PIC X(11).
              03 ANTES-NOME    PIC X(30).
              03 ANTES-UF      PIC X(02).
              03 ANTES-CIDADE  PIC X(30).
              03 FILLER        PIC X(20).
           02 JRN-DEPOIS     PIC X(93).
           02 JRN-DEPOIS-R REDEFINES JRN-DEPOIS.
              03 DEPOIS-CPF    PIC X(11).
              03 DEPOIS-NOME   PIC X(30).
              03 DEPOIS-UF     PIC X(02).
              03 DEPOIS-CIDADE PIC X(30).
              03 FILLER        PIC X(20).

       FD  RELJRN
           LABEL RECORD IS OMITTED
