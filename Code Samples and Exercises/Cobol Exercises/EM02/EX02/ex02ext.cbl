      *            LEGITIMA DO DIA (PROG01, EX06LGP) FAZIA A
      *            CONFERENCIA DE CONTAGEM ABORTAR A NOITE COMO SE O
      *            MESTRE ESTIVESSE TRUNCADO.
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

       WORKING-STORAGE SECTION.
           MOVE NOME-CLIX     TO NOME-CLIENTE.
           MOVE ESTADO-CLIX   TO ESTADO-CLIENTE.
           MOVE CIDADE-CLIX   TO CIDADE-CLIENTE.
           MOVE DDD-CLIX      TO DDD-CLIENTE.
           MOVE TELEFONE-CLIX TO TELEFONE-CLIENTE.
           MOVE TIPO-FONE-CLIX TO TIPO-FONE-CLI.
           MOVE DATA-VIS-CLIX TO DATA-VIS-CLI.
           WRITE CADCLI1.
           ADD 1 TO CT-GRAVADOS.
