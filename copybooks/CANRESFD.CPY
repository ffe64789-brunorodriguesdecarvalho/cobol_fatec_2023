      *----------------------------------------------------------*
      * CANRESFD.CPY
      * FD E REGISTRO DO REGISTRO DE CANCELAMENTOS DE RESERVAS DE
      * VIAGEM (CANCRES.DAT, ABERTO EM EXTEND PELA TELA EX02RES E
      * NUNCA SUBSTITUIDO): UM REGISTRO POR RESERVA CANCELADA COM
      * PLANO DE PAGAMENTO - O QUE O CLIENTE JA TINHA PAGO, A
      * MULTA RETIDA PELO PERCENTUAL DO PACOTE (MULTA-CANC-PAC) E O
      * VALOR A DEVOLVER, PARA A TESOURARIA FAZER O ACERTO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CANCRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANCRES.DAT".
       01  REG-CANCRES.
           02 CPF-CNR           PIC 9(11).
           02 DATA-RES-CNR      PIC 9(08).
           02 PACOTE-CNR        PIC X(06).
           02 DATA-CNR          PIC 9(08).
           02 PAGO-CNR          PIC 9(09)V9(02).
           02 MULTA-CNR         PIC 9(09)V9(02).
           02 DEVOLVER-CNR      PIC 9(09)V9(02).
