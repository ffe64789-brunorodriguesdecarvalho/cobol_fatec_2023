      *----------------------------------------------------------*
      * MOVESTFD.CPY
      * FD E REGISTRO DO RAZAO DE MOVIMENTOS DE ESTOQUE
      * (MOVEST.DAT). E O UNICO CAMINHO PELO QUAL A QUANTIDADE EM
      * ESTOQUE DO PRODUTOS.DAT MUDA: CADA ALTERACAO GRAVA AQUI UM
      * REGISTRO NO FIM DO ARQUIVO (OPEN EXTEND), EM ORDEM
      * CRONOLOGICA, COM O SALDO DO PRODUTO DEPOIS DO MOVIMENTO.
      * TIPOS:
      * - "E" ENTRADA POR COMPRA (ESTLAN, DOCUMENTO = NOTA DO
      *   FORNECEDOR);
      * - "S" SAIDA POR NOTA FISCAL (PGMP1/SORT1, DOCUMENTO = NUMERO
      *   DA NOTA);
      * - "D" DEVOLUCAO AO ESTOQUE (ESTLAN, NOTACAN NO
      *   CANCELAMENTO DA NOTA OU NOTADEV NA DEVOLUCAO DE
      *   MERCADORIA - DOCUMENTO = NUMERO DA NOTA DE ORIGEM);
      * - "A" AJUSTE DE INVENTARIO (ESTINV, DIFERENCA DA CONTAGEM).
      * SENTIDOMOV DIZ SE O MOVIMENTO SOMA ("+") OU TIRA ("-") DO
      * ESTOQUE; SO O AJUSTE PODE TER OS DOIS SENTIDOS.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  MOVEST
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGMOVEST.
             05  DATAMOV         PIC 9(08).
             05  CODPRODMOV      PIC 9(05).
             05  TIPOMOV         PIC X(01).
                 88 MOV-COMPRA       VALUE "E".
                 88 MOV-NOTA         VALUE "S".
                 88 MOV-DEVOLUCAO    VALUE "D".
                 88 MOV-AJUSTE       VALUE "A".
             05  SENTIDOMOV      PIC X(01).
                 88 MOV-ENTRA        VALUE "+".
                 88 MOV-SAI          VALUE "-".
             05  QTDMOV          PIC 9(07).
             05  SALDOMOV        PIC 9(07).
             05  DOCMOV          PIC X(10).
             05  HISTMOV         PIC X(30).
             05  PROGRAMAMOV     PIC X(08).
