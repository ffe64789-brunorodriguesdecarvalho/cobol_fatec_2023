      *----------------------------------------------------------*
      * NOTFISFD.CPY
      * FD E REGISTRO DO CABECALHO DAS NOTAS FISCAIS (NOTAS.DAT):
      * UMA NOTA POR PEDIDO FATURADO, COM O NUMERO FISCAL (DO
      * CTLNOTA), O PEDIDO DE ORIGEM, A DATA, O CPF DO CLIENTE, A
      * QUANTIDADE DE ITENS E O VALOR TOTAL DA NOTA (SOMA DOS
      * TOTAIS DOS ITENS). OS PRODUTOS DA NOTA FICAM NOS ITENS
      * (ITEMNOTA.DAT - VER ITENOTFD.CPY), GRAVADOS NA MESMA ORDEM
      * DE NUMERO DE NOTA. ATE A CRIACAO DESTE MEMBRO CADA PROGRAMA
      * (SORT1, NOTAIMP, NOTASUM, NOTACAN, NOTAAR) REPETIA O LAYOUT
      * INTEIRO NO FONTE, COM UM PRODUTO SO POR NOTA.
      *
      * SITNOTA: "A"/BRANCO ATIVA, "C" CANCELADA PELO NOTACAN. O
      * CANCELAMENTO VALE PARA A NOTA INTEIRA, COM TODOS OS ITENS.
      *
      * UFNOTA E A UF DE DESTINO (DO PEDIDO); BASENOTA E IMPNOTA SAO
      * A SOMA DA BASE DE CALCULO E DO IMPOSTO (ICMS/ISS) DOS ITENS
      * (VER ITENOTFD.CPY). O IMPOSTO ESTA DENTRO DO PRECO - O
      * TOTALNOTA NAO MUDA. NOTA EMITIDA ANTES DO CALCULO DE IMPOSTO
      * TEM ESSES CAMPOS EM BRANCO.
      *
      * VENDNOTA E A MATRICULA DO VENDEDOR DO PEDIDO (VENDPEDX). E
      * A BASE DA COMISSAO APURADA PELO NOTAVEN; ZEROS OU BRANCO
      * (NOTA ANTERIOR AO CAMPO) = VENDA SEM VENDEDOR.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  NOTAS
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REGNOTA.
             05  NUMNOTA         PIC 9(06).
             05  NUMPEDNOTA      PIC X(06).
             05  DATANOTA        PIC 9(08).
             05  CPFNOTA         PIC 9(11).
             05  QTDITENSNOTA    PIC 9(03).
             05  TOTALNOTA       PIC 9(09)V9(02).
             05  SITNOTA         PIC X(01).
                 88 NOTA-ATIVA     VALUE "A" " ".
                 88 NOTA-CANCELADA VALUE "C".
             05  UFNOTA          PIC X(02).
             05  BASENOTA        PIC 9(09)V9(02).
             05  IMPNOTA         PIC 9(09)V9(02).
             05  VENDNOTA        PIC 9(06).
