      *            CENTAVO PERDIDO DEIXA DE CUSTAR UMA TARDE.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O LAYOUT DO RECIBREG PASSOU A VIR DOS MEMBROS
      *            COPY RECREGSL/RECREGFD/RECREGWS. RECIBO ESTORNADO
      *            DEPOIS (EX01EST) CONTINUA CONTANDO NO FECHAMENTO
      *            DA DATA EM QUE FOI EMITIDO - O DINHEIRO ENTROU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PAGPROC.

       COPY RECREGSL.

       SELECT RETORNO ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
           02 DATA-PRC          PIC 9(08).
           02 VALOR-PRC         PIC 9(09)V9(02).

       COPY RECREGFD.

       FD  RETORNO
           LABEL RECORD ARE STANDARD
       COPY JOBLOGWS.
       77  FS-PAGTOSOK   PIC X(02) VALUE "00".
       77  FS-PAGPROC    PIC X(02) VALUE "00".
       COPY RECREGWS.
       77  FS-RETORNO    PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
