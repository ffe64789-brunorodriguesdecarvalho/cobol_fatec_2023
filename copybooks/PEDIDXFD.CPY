      *----------------------------------------------------------*
      * PEDIDXFD.CPY
      * FD E REGISTRO DO CABECALHO DE PEDIDOS (PEDIDOX.DAT): UM
      * REGISTRO POR PEDIDO, COM NUMERO, DATA, CPF DO CLIENTE E
      * SITUACAO. OS PRODUTOS PEDIDOS FICAM NOS ITENS (ITEMPEDX.DAT
      * - VER ITEPEDFD.CPY), LIGADOS PELO NUMERO DO PEDIDO. ATE A
      * CRIACAO DESTE MEMBRO O PEDIDO TINHA UM PRODUTO SO, E O
      * CLIENTE QUE COMPRAVA TRES PRODUTOS GERAVA TRES PEDIDOS E
      * TRES NOTAS, CADA UMA COM O SEU NUMERO FISCAL.
      *
      * SITPEDX E MANTIDO PELO SORT1 (PGMP1): R/BRANCO RECEBIDO,
      * F FATURADO, J REJEITADO, C CANCELADO, B AGUARDANDO ESTOQUE
      * (FALTOU PRODUTO NA RODADA - VOLTA A SER TENTADO NA SEGUINTE),
      * H RETIDO POR CREDITO (SALDO EM ABERTO + NOTA ACIMA DO LIMITE,
      * TITULO VENCIDO ALEM DO ATRASO TOLERADO OU CLIENTE BLOQUEADO -
      * VOLTA A SER CONFERIDO NA RODADA SEGUINTE), L LIBERADO PELO
      * FINANCEIRO NO CREDLIB (FATURADO SEM CONFERIR O CREDITO).
      * O CREDLIB TAMBEM PASSA PEDIDO RETIDO PARA J (REJEITADO).
      * SO O PEDIDO RECEBIDO, AGUARDANDO ESTOQUE, RETIDO OU LIBERADO
      * E FATURADO.
      * UFPEDX E A UF DE DESTINO DA MERCADORIA, QUE DA A ALIQUOTA DO
      * IMPOSTO NA NOTA; PEDIDO DIGITADO SEM UF USA A ALIQUOTA GERAL
      * ("**") DA TABELA DE TRIBUTACAO.
      * VENDPEDX E A MATRICULA DO VENDEDOR NO CADASTRO CADVEND
      * (CONFERIDA PELO SORT1 - VENDEDOR INEXISTENTE OU DESLIGADO
      * REJEITA O PEDIDO) E VAI PARA A NOTA (VENDNOTA). ZEROS OU
      * BRANCO = VENDA SEM VENDEDOR, QUE NAO ENTRA NA COMISSAO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PEDIDOX
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "PEDIDOX.DAT".
       01  REGPEDIDOX.
             05  NUMPEDX         PIC X(06).
             05  DATAPEDX        PIC 9(08).
             05  CPFPEDX         PIC 9(11).
             05  SITPEDX         PIC X(01).
                 88 PEDIDO-RECEBIDO  VALUE "R" " ".
                 88 PEDIDO-FATURADO  VALUE "F".
                 88 PEDIDO-REJEITADO VALUE "J".
                 88 PEDIDO-CANCELADO VALUE "C".
                 88 PEDIDO-PENDENTE  VALUE "B".
                 88 PEDIDO-RETIDO    VALUE "H".
                 88 PEDIDO-LIBERADO  VALUE "L".
             05  UFPEDX          PIC X(02).
             05  VENDPEDX        PIC 9(06).
