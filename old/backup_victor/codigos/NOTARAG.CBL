      *            QUE AS MENSALIDADES DO CLUBE JA TEM.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O REGISTRO DO CONTASAR PASSOU PARA OS MEMBROS
      *            CTASARSL/FD/WS, COMPARTILHADOS COM O NOTAAR E O
      *            SORT1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTASARSL.

            SELECT RELAGING ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY CTASARFD.

       FD  RELAGING
             LABEL RECORD IS OMITTED
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTASARWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-BASE     PIC 9(08) VALUE ZEROES.
       77  DIAS-BASE     PIC 9(07) VALUE ZEROES.
