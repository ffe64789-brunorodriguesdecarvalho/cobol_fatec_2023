      *            DELAS (CARREGA-MENSAL), EM VEZ DO "+1" CEGO.
      *            SOCIO FORA DO LIVRO (OU LIVRO AINDA NAO
      *            IMPLANTADO) CONTINUA NO AVANCO ANTIGO.
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 198 POSICOES,
      *            COM A DATA DE ADMISSAO (ADMISSAO-SOCIO1) NO FIM DO
      *            CADSOC1 - VER CADSOCFD.
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 206 POSICOES,
      *            COM A DATA DE NASCIMENTO (NASCIMENTO-SOCIO1) NO FIM
      *            DO CADSOC1 - VER CADSOCFD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  CADSOC1N
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       01  CAD-SOC1N            PIC X(206).

       FD  RELMES
           LABEL RECORD IS OMITTED
