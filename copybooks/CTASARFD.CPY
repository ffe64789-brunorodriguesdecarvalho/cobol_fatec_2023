      *----------------------------------------------------------*
      * CTASARFD.CPY
      * FD E REGISTRO DOS TITULOS DO CONTAS A RECEBER
      * (CONTASAR.DAT): NOTA, CLIENTE (CPF), EMISSAO, VENCIMENTO,
      * VALOR DA NOTA, TOTAL RECEBIDO E SITUACAO ("A" EM ABERTO,
      * "P" PAGO, "R" CREDITO A DEVOLVER). O SALDO DO TITULO E
      * VALORCR - RECEBIDOCR. DEVOLUCAO DE MERCADORIA (NOTADEV) TIRA
      * DO VALORCR O TOTAL DEVOLVIDO; SE O CLIENTE JA TINHA PAGO MAIS
      * DO QUE SOBROU, O TITULO FICA "R" E A DIFERENCA
      * (RECEBIDOCR - VALORCR) E O CREDITO A DEVOLVER AO CLIENTE.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CONTASAR
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "CONTASAR.DAT".
       01  REGCONTA.
             05  NUMNOTACR       PIC 9(06).
             05  CPFCR           PIC 9(11).
             05  DATAEMISCR      PIC 9(08).
             05  VENCIMENTOCR    PIC 9(08).
             05  VALORCR         PIC 9(09)V9(02).
             05  RECEBIDOCR      PIC 9(09)V9(02).
             05  SITUACAOCR      PIC X(01).
                 88 TITULO-ABERTO VALUE "A".
                 88 TITULO-PAGO   VALUE "P".
                 88 TITULO-CREDITO VALUE "R".
