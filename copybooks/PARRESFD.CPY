      *----------------------------------------------------------*
      * PARRESFD.CPY
      * FD E REGISTRO DO PLANO DE PAGAMENTO DAS RESERVAS DE VIAGEM
      * (PARCRES.DAT): UM REGISTRO POR PARCELA, GRAVADOS JUNTOS NA
      * INCLUSAO DA RESERVA (OU NA CHAMADA DA LISTA DE ESPERA), NA
      * ORDEM DE VENCIMENTO. A CHAVE DA RESERVA E CPF + DATA DA
      * RESERVA + PACOTE, A MESMA DO RESERVAS.DAT (VER RESVIAFD).
      * NUMERO-PCL 00 E O SINAL; 01 EM DIANTE AS PARCELAS MENSAIS.
      * PAGO-PCL ACUMULA O QUE JA FOI BAIXADO (PARCELA PAGA EM
      * PARTE CONTINUA ABERTA). SITUACAO: A = ABERTA, Q = QUITADA,
      * C = CANCELADA COM A RESERVA. RECIBO-PCL E O ULTIMO RECIBO
      * DO EX02PGR QUE MEXEU NA PARCELA.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PARCRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARCRES.DAT".
       01  REG-PARCELA.
           02 CPF-PCL           PIC 9(11).
           02 DATA-RES-PCL      PIC 9(08).
           02 PACOTE-PCL        PIC X(06).
           02 NUMERO-PCL        PIC 9(02).
           02 VENCTO-PCL        PIC 9(08).
           02 VALOR-PCL         PIC 9(09)V9(02).
           02 PAGO-PCL          PIC 9(09)V9(02).
           02 SITUACAO-PCL      PIC X(01).
              88 PARCELA-ABERTA    VALUE "A".
              88 PARCELA-QUITADA   VALUE "Q".
              88 PARCELA-CANCELADA VALUE "C".
           02 DATA-PAGTO-PCL    PIC 9(08).
           02 RECIBO-PCL        PIC 9(05).
