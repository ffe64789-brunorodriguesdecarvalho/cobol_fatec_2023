      *----------------------------------------------------------*
      * ITEPEDFD.CPY
      * FD E REGISTRO DOS ITENS DE PEDIDO (ITEMPEDX.DAT): UM
      * REGISTRO POR PRODUTO PEDIDO, LIGADO AO CABECALHO (PEDIDOX -
      * VER PEDIDXFD.CPY) PELO NUMERO DO PEDIDO, COM A LINHA DO
      * ITEM, O CODIGO DO PRODUTO, A QUANTIDADE E O VALOR UNITARIO
      * INFORMADO NO PEDIDO. NA NOTA VALEM A DESCRICAO E O PRECO
      * DO CADASTRO DE PRODUTOS (PRODUTOS.DAT).
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  ITEMPEDX
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "ITEMPEDX.DAT".
       01  REGITEMPEDX.
             05  NUMPEDITX       PIC X(06).
             05  LINPEDITX       PIC 9(03).
             05  CODPEDITX       PIC 9(05).
             05  QTDPEDITX       PIC 9(05).
             05  VALUNITITX      PIC 9(07)V9(02).
