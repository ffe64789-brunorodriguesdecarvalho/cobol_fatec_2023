      *            CONTA ATIVA.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - REG-ANT COM O CPF DO TITULAR DA CONTA NO FIM
      *            (VER EX02).
      *15/10/2026 BRC - REG-ANT GANHOU O ENDERECO DETALHADO DA
      *            CONTA NO FIM (ENDER-DET-ANT - VER EX02).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 EMAIL-ANT  PIC X(40).
           02 STATUS-ANT PIC X(01).
              88 CONTA-ENCERRADA VALUE "C".
           02 CPF-TIT-ANT PIC 9(11).
           02 ENDER-DET-ANT PIC X(121).

       FD HISTMOV
           LABEL RECORD ARE STANDARD
