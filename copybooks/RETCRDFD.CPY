      *----------------------------------------------------------*
      * RETCRDFD.CPY
      * FD E REGISTRO DOS PEDIDOS RETIDOS POR CREDITO (RETCRED.DAT):
      * PEDIDO, DATA, CLIENTE, VALOR DA NOTA QUE SERIA EMITIDA,
      * SALDO EM ABERTO DO CLIENTE (CONTASAR MAIS AS NOTAS JA
      * EMITIDAS NA RODADA), EXPOSICAO (SALDO + PEDIDO), LIMITE,
      * MAIOR ATRASO EM DIAS ENTRE OS TITULOS EM ABERTO E O MOTIVO
      * DA RETENCAO. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  RETCRED
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "RETCRED.DAT".
       01  REGRETCRED.
             05  NUMPEDRC        PIC X(06).
             05  DATAPEDRC       PIC 9(08).
             05  CPFRC           PIC 9(11).
             05  VALORPEDRC      PIC 9(09)V9(02).
             05  SALDORC         PIC 9(11)V9(02).
             05  EXPOSICAORC     PIC 9(11)V9(02).
             05  LIMITERC        PIC 9(09)V9(02).
             05  ATRASORC        PIC 9(05).
             05  MOTIVORC        PIC X(30).
