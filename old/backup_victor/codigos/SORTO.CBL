      *            ANTES DA CLASSIFICACAO - COM A TABELA PARCIAL,
      *            PEDIDO DE CLIENTE LEGITIMO SERIA REJEITADO COMO
      *            DESCONHECIDO.
      *15/10/2026 BRC - FD DO CADCLI ACERTADO PARA O REGISTRO ATUAL
      *            DE 93 POSICOES (DDD, TELEFONE COM 9 DIGITOS E TIPO
      *            DO FONE), O MESMO DO CADASTRO DE CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
             05  NOME-CLIENTE     PIC X(30).
             05  ESTADO-CLIENTE   PIC X(02).
             05  CIDADE-CLIENTE   PIC X(30).
             05  DDD-CLIENTE      PIC 9(02).
             05  TELEFONE-CLIENTE PIC 9(09).
             05  TIPO-FONE-CLI    PIC X(01).
             05  DATA-VIS-CLI     PIC 9(08).
       COPY EXCLOGFD.
       SD  ARQSORT.
