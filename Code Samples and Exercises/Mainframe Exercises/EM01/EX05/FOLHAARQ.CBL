      *            DA RETENCAO DO ANO QUE ELE APURA.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O REGISTRO DO FOLHAHIS GANHOU O FGTS DO MES E A
      *            MULTA RESCISORIA DO FGTS (GRAVADOS PELO EX05B E PELO
      *            FOLHARES); AS AREAS DE COPIA FOLHAHSN/FOLHAHSA
      *            PASSARAM A 114 POSICOES PARA NAO CORTA-LOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 IRRF-FH       PIC 9(07)V9(02).
           02 LIQUIDO-FH    PIC 9(07)V9(02).
           02 TIPO-FH       PIC X(01).
           02 FGTS-FH       PIC 9(07)V9(02).
           02 MULTA-FGTS-FH PIC 9(07)V9(02).

       FD  FOLHAHSN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAHSN.DAT".
       01  REG-FHISN   PIC X(114).

       FD  FOLHAHSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAHSA.DAT".
       01  REG-FHISA   PIC X(114).

       WORKING-STORAGE SECTION.
       77  FS-FOLHAHIS   PIC X(02) VALUE "00".
