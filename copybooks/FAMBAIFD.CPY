      *----------------------------------------------------------*
      * FAMBAIFD.CPY
      * FD E REGISTRO DO ARQUIVO DE BAIXAS FAMILIARES (FAMBAI.DAT).
      * UMA LINHA POR DEPENDENTE QUITADO PELA BAIXA TOTAL DO
      * TITULAR (QUITA-FAMILIAS DO EX01PAG): O NUMERO DO RECIBO DO
      * TITULAR, O DEPENDENTE, O TITULAR, A DATA DA BAIXA E A
      * SITUACAO DO DEPENDENTE ANTES DELA (CODIGO DE PAGAMENTO,
      * MESES DE ATRASO E SALDO DEVEDOR - O RESTANTE DE UMA BAIXA
      * PARCIAL ANTERIOR DO PROPRIO DEPENDENTE). O RECIBREG SO
      * GUARDA A SITUACAO DO PAGADOR; E DAQUI QUE O ESTORNO DO
      * RECIBO (EX01EST) DEVOLVE A DO DEPENDENTE. COPIAR ESTE
      * MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  FAMBAI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FAMBAI.DAT".
       01  REG-FAMBAI.
           02 RECIBO-FAM        PIC 9(05).
           02 SOCIO-FAM         PIC 9(06).
           02 TITULAR-FAM       PIC 9(06).
           02 DATA-FAM          PIC 9(08).
           02 CODIGO-ANT-FAM    PIC 9(02).
           02 MESES-ANT-FAM     PIC 9(02).
           02 SALDO-ANT-FAM     PIC 9(09)V9(02).
