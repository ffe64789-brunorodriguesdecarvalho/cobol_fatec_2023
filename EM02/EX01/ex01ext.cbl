      *            LEGITIMA DO DIA (PROG02, EX01APR) FAZIA A
      *            CONFERENCIA DE CONTAGEM ABORTAR A NOITE COMO SE O
      *            MESTRE ESTIVESSE TRUNCADO.
      *15/10/2026 BRC - EXTRACAO DA DATA DE ADMISSAO (ADMISSAO-SOX ->
      *            ADMISSAO-SOCIO1, VER CADSOCFD/CADSOXFD).
      *15/10/2026 BRC - EXTRACAO DA DATA DE NASCIMENTO (NASCIMENTO-SOX
      *            -> NASCIMENTO-SOCIO1, VER CADSOCFD/CADSOXFD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE EMAIL-SOX         TO EMAIL-SOCIO1.
           MOVE CATEGORIA-SOX     TO CATEGORIA-SOCIO1.
           MOVE TITULAR-SOX       TO TITULAR-SOCIO1.
           MOVE ADMISSAO-SOX      TO ADMISSAO-SOCIO1.
           MOVE NASCIMENTO-SOX    TO NASCIMENTO-SOCIO1.
           WRITE CAD-SOC1.
           ADD 1 TO CT-GRAVADOS.
           PERFORM LEITURA.
