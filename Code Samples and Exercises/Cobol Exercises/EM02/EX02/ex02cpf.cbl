      *            SER LIMPA, NO MESMO PADRAO DO EX02DUP.
      *MODIFICATIONS.
      *22/08/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  RELCPF
