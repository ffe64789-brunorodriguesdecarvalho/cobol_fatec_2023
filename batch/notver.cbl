      *            TRUNCADO PARA DENTRO DAS GERACOES. ARQUIVO SEM
      *            ENTRADA NO CATALOGO SEGUE SO COM A CONFERENCIA
      *            ANTIGA.
      *15/10/2026 BRC - REGISTROS DOS MESTRES PASSARAM DE 200 PARA 256
      *            POSICOES: O CADSOC1 GANHOU A DATA DE NASCIMENTO E
      *            PASSOU DE 200 (VER CADSOCFD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  ARQMOV LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQMOV.DAT".
       01  REG-ARQMOV PIC X(256).
       FD  CADANT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.DAT".
       01  REG-CADANT PIC X(256).
       FD  CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01  REG-CADCLI PIC X(256).
       FD  CADSOC1 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01  REG-CADSOC1 PIC X(256).
       FD  ARQALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.DAT".
       01  REG-ARQALU PIC X(256).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
