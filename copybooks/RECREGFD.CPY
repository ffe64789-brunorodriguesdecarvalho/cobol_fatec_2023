      *----------------------------------------------------------*
      * RECREGFD.CPY
      * FD E REGISTRO DO REGISTRO PERMANENTE DE RECIBOS
      * (RECIBREG.DAT - VER RECREGSL.CPY PARA O SELECT). COPIAR
      * ESTE MEMBRO DENTRO DA FILE SECTION.
      *
      * UM REGISTRO POR RECIBO EMITIDO PELO EX01PAG: NUMERO DO
      * RECIBO (CTLRECIB.DAT), SOCIO, NOME, DATA, VALOR PAGO E O
      * TIPO DA BAIXA (T=TOTAL/P=PARCIAL). PARA PERMITIR O ESTORNO
      * (EX01EST) O RECIBO GUARDA TAMBEM A SITUACAO DO SOCIO ANTES
      * DA BAIXA (CODIGO DE PAGAMENTO, MESES DE ATRASO E SALDO
      * DEVEDOR), O CREDITO GERADO PELO PAGAMENTO A MAIOR E O
      * CREDITO ABERTO QUE FOI ABATIDO DO DEVIDO. AS COMPETENCIAS
      * DO LIVRO MENSAL QUITADAS PELO RECIBO FICAM MARCADAS COM O
      * NUMERO DELE (RECIBO-MEN - VER MENSALFD).
      *
      * SITUACAO-REG EM BRANCO OU "V" = RECIBO VALIDO; "E" = RECIBO
      * ESTORNADO PELO EX01EST, COM A DATA E O MOTIVO DO ESTORNO.
      * RECIBOS GRAVADOS ANTES DA SITUACAO ANTERIOR SER GUARDADA
      * TEM OS CAMPOS -ANT- EM BRANCO (NAO NUMERICOS) E NAO PODEM
      * SER ESTORNADOS PELA RODADA - SO PELO ACERTO MANUAL.
      *----------------------------------------------------------*
       FD  RECIBREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECIBREG.DAT".
       01  REG-RECIBREG.
           02 NUMERO-RECIBO-REG PIC 9(05).
           02 NUMERO-SOCIO-REG  PIC 9(06).
           02 NOME-SOCIO-REG    PIC X(30).
           02 DATA-RECIBO-REG   PIC 9(08).
           02 VALOR-RECIBO-REG  PIC 9(09)V9(02).
           02 TIPO-BAIXA-REG    PIC X(01).
           02 CODIGO-ANT-REG    PIC 9(02).
           02 MESES-ANT-REG     PIC 9(02).
           02 SALDO-ANT-REG     PIC 9(09)V9(02).
           02 CRED-GERADO-REG   PIC 9(09)V9(02).
           02 CRED-ABATIDO-REG  PIC 9(09)V9(02).
           02 SITUACAO-REG      PIC X(01).
              88 RECIBO-VALIDO     VALUE " " "V".
              88 RECIBO-ESTORNADO  VALUE "E".
           02 DATA-ESTORNO-REG  PIC 9(08).
           02 MOTIVO-ESTORNO-REG PIC X(30).
