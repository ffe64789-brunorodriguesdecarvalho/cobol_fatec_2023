      *            (OPCAO "INCLUI ARQUIVO MORTO").
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - JRN-ANTES DO JRNATU EM X(125) E REGISTROS DO
      *            JRNATUN/JRNATUA EM X(149), COM O CPF DO TITULAR
      *            DA CONTA NA IMAGEM ANTERIOR (VER EX02).
      *15/10/2026 BRC - JRN-ANTES DO JRNATU EM X(246) E REGISTROS
      *            DO JRNATUN/JRNATUA EM X(270), COM O ENDERECO
      *            DETALHADO DA CONTA NA IMAGEM ANTERIOR (VER EX02).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 JRN-TIPO    PIC X(01).
           02 JRN-DATA    PIC 9(08).
           02 JRN-HORA    PIC 9(08).
           02 JRN-ANTES   PIC X(246).

       FD JRNATUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNATUN.DAT".
       01 REG-JRNATUN   PIC X(270).

       FD JRNATUA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNATUA.DAT".
       01 REG-JRNATUA   PIC X(270).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
