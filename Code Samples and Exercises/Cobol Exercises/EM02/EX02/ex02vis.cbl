      *            HISTORICO (UMA FILIAL FANTASMA ENVENENARIA O
      *            RELATORIO POR FILIAL DO NOVO EX02FIL). SEM O
      *            FILIAIS.DAT, NENHUMA VALIDACAO E FEITA.
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

       FD  VISMOV
           02 NOME-CLIENTEN       PIC X(30).
           02 ESTADO-CLIENTEN     PIC X(02).
           02 CIDADE-CLIENTEN     PIC X(30).
           02 DDD-CLIENTEN        PIC 9(02).
           02 TELEFONE-CLIENTEN   PIC 9(09).
           02 TIPO-FONE-CLIN      PIC X(01).
           02 DATA-VIS-CLIN       PIC 9(08).

       FD  VISHIST
           MOVE NOME-CLIENTE     TO NOME-CLIENTEN.
           MOVE ESTADO-CLIENTE   TO ESTADO-CLIENTEN.
           MOVE CIDADE-CLIENTE   TO CIDADE-CLIENTEN.
           MOVE DDD-CLIENTE      TO DDD-CLIENTEN.
           MOVE TELEFONE-CLIENTE TO TELEFONE-CLIENTEN.
           MOVE TIPO-FONE-CLI    TO TIPO-FONE-CLIN.
           MOVE DATA-VIS-CLI     TO DATA-VIS-CLIN.
           WRITE CADCLI1N.
           ADD 1 TO CT-GRAVADOS.
