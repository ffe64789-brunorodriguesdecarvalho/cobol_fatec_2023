      *            COMO SEGUNDA VIA.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O LAYOUT DO RECIBREG PASSOU A VIR DOS MEMBROS
      *            COPY RECREGSL/RECREGFD/RECREGWS. A SEGUNDA VIA DE
      *            RECIBO ESTORNADO PELO EX01EST SAI COM A DATA E O
      *            MOTIVO DO ESTORNO NO LUGAR DO RODAPE DE QUITACAO -
      *            SEM ISSO O SOCIO LEVAVA UMA VIA "VALIDA" DE UM
      *            PAGAMENTO CANCELADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY RECREGSL.

       SELECT RECIBO2V ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
       COPY RECREGFD.

       FD  RECIBO2V
           LABEL RECORD IS OMITTED
       01  REG-RECIBO PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RECREGWS.
       77  FIM-ARQ      PIC X(03) VALUE "NAO".
       77  RECIBO-INF   PIC 9(05) VALUE ZEROES.
       77  SOCIO-INF    PIC 9(06) VALUE ZEROES.
              "PAGAMENTO RECEBIDO E BAIXADO JUNTO A TESOURARIA.    ".
           02 FILLER  PIC X(28) VALUE SPACES.

       01 RECIBO-ESTORNO1.
           02 FILLER        PIC X(24) VALUE "*** RECIBO ESTORNADO EM ".
           02 DIA-ESTORNO   PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 MES-ESTORNO   PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 ANO-ESTORNO   PIC 9999.
           02 FILLER        PIC X(04) VALUE " ***".
           02 FILLER        PIC X(42) VALUE SPACES.

       01 RECIBO-ESTORNO2.
           02 FILLER        PIC X(24) VALUE "MOTIVO DO ESTORNO.....: ".
           02 MOTIVO-RECIBO PIC X(30).
           02 FILLER        PIC X(26) VALUE SPACES.

       01 RECIBO-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

              LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO4    AFTER ADVANCING 1
              LINE.
           IF RECIBO-ESTORNADO
              MOVE DATA-ESTORNO-REG(7:2) TO DIA-ESTORNO
              MOVE DATA-ESTORNO-REG(5:2) TO MES-ESTORNO
              MOVE DATA-ESTORNO-REG(1:4) TO ANO-ESTORNO
              MOVE MOTIVO-ESTORNO-REG    TO MOTIVO-RECIBO
              WRITE REG-RECIBO FROM RECIBO-ESTORNO1 AFTER ADVANCING 1
                 LINE
              WRITE REG-RECIBO FROM RECIBO-ESTORNO2 AFTER ADVANCING 1
                 LINE
           ELSE
              WRITE REG-RECIBO FROM RECIBO-RODAPE AFTER ADVANCING 1
                 LINE
           END-IF.
           WRITE REG-RECIBO FROM RECIBO-SEPARADOR AFTER ADVANCING 1
              LINE.
           ADD 1 TO CT-IMPRESSOS.
